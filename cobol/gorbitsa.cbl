           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO DYNAMIC OVERFLOW-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERFLOW-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT COVERAGE-FILE ASSIGN TO DYNAMIC COVERAGE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVERAGE-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC REGISTRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(35).

       FD OVERFLOW-FILE.
       01 OVERFLOW-RECORD      PIC X(103).

       FD REJECT-FILE.
       01 REJECT-RECORD        PIC X(211).

       FD BALANCE-FILE.
       01 BALANCE-RECORD       PIC X(80).

       FD COVERAGE-FILE.
       01 COVERAGE-RECORD      PIC X(43).

       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(280).

       FD REGISTRY-FILE.
       01 REGISTRY-RECORD      PIC X(650).

      * The per-program run lock and the shared-ledger append
      * lock. Each holds one record saying who took it and when,
      *----------------------------------------------------------*
       01 ARITH-TEMP           PIC 9(9) VALUE 0.

      *----------------------------------------------------------*
      * Overflow exception mode. A wrap is still the machine's
      * arithmetic, but a total that wrapped is corrupted data
      * that still looks valid, so GORBITSA_OVERFLOW=Y records
      * every wrap in I-INCREASE/I-ADD/I-SUBTRACT/I-MULTIPLY to
      * the run's .OVERFLOW companion - PC, label, opcode,
      * operands and the true pre-wrap result - and lets the run
      * carry on with the wrapped value. GORBITSA_OVERFLOW=F
      * records the first wrap and fails the run with its own
      * condition code, PC and X left at the offending
      * instruction, so the stream is held instead of shipping
      * the wrong figure. Anything else keeps the silent wrap.
      *----------------------------------------------------------*
       01 GORBITSA-OVERFLOW-SW PIC X(1) VALUE "N".
         88 GORBITSA-OVERFLOW-ON         VALUE "Y" "F".
         88 GORBITSA-OVERFLOW-FAIL       VALUE "F".
       01 OVERFLOW-TRIPPED-SW  PIC X(1) VALUE "N".
         88 OVERFLOW-TRIPPED             VALUE "Y".
       01 OVERFLOW-COUNT       PIC 9(9) VALUE 0.
       01 OVERFLOW-DETAIL.
         03 FILLER             PIC X(3) VALUE "PC=".
         03 OVERFLOW-PC        PIC 9(4).
         03 FILLER             PIC X(4) VALUE " OP=".
         03 OVERFLOW-OPCODE    PIC X(1).
         03 FILLER             PIC X(9) VALUE " OPERAND=".
         03 OVERFLOW-OPERAND   PIC 9(4).
         03 FILLER             PIC X(3) VALUE " X=".
         03 OVERFLOW-X         PIC 9(4).
         03 FILLER             PIC X(7) VALUE " VALUE=".
         03 OVERFLOW-VALUE     PIC 9(4).
         03 FILLER             PIC X(8) VALUE " RESULT=".
         03 OVERFLOW-RESULT    PIC S9(9) SIGN LEADING SEPARATE.
         03 FILLER             PIC X(9) VALUE " WRAPPED=".
         03 OVERFLOW-WRAPPED   PIC 9(4).
         03 FILLER             PIC X(7) VALUE " LABEL=".
         03 OVERFLOW-LABEL     PIC X(22).

      *----------------------------------------------------------*
      * Reject-and-continue mode. With GORBITSA_REJECT=Y a batch
      * .RECEIVE record that would otherwise abort the run with
      * RC 3 - not numeric, over GORBITSA-MAX-VALUE, or more than
      * one character - goes to the run's .REJECTS companion with
      * its record number, the raw 80-column image and the reason,
      * and the program is told in X so it can branch on it:
      *   r  leaves the verdict in X the way k does - 0 accepted,
      *      1 rejected - and a rejected record stores nothing;
      *   R  delivers into X itself, so a rejected record leaves
      *      REJECT-SIGNAL there, the one value no accepted record
      *      can deliver. The I that wraps it back to 0 for a B to
      *      test is how a program reads that signal, not an
      *      overflow - REJECT-SIGNAL-HELD spares it the overflow
      *      log and GORBITSA_OVERFLOW=F.
      * GORBITSA_REJECT_MAX is the number of rejects the run will
      * tolerate - zero (the default) means no limit. One more
      * than that fails the run with its own condition code, so a
      * feed that has gone bad wholesale is still held.
      *----------------------------------------------------------*
       01 GORBITSA-REJECT-SW   PIC X(1) VALUE "N".
         88 GORBITSA-REJECT-ON           VALUE "Y".
       01 GORBITSA-REJECT-MAX  PIC 9(9) VALUE 0.
       01 REJECT-TRIPPED-SW    PIC X(1) VALUE "N".
         88 REJECT-TRIPPED               VALUE "Y".
       01 RECORD-REJECTED-SW   PIC X(1) VALUE "N".
         88 RECORD-REJECTED              VALUE "Y".
       01 REJECT-SIGNAL        PIC 9(4) VALUE 9999.
       01 REJECT-SIGNAL-SW     PIC X(1) VALUE "N".
         88 REJECT-SIGNAL-HELD           VALUE "Y".
       01 REJECT-COUNT         PIC 9(9) VALUE 0.
       01 REJECT-DETAIL.
         03 FILLER             PIC X(7) VALUE "RECORD=".
         03 REJECT-RECNO       PIC 9(9).
         03 FILLER             PIC X(7) VALUE " IMAGE=".
         03 REJECT-IMAGE       PIC X(80).
         03 FILLER             PIC X(8) VALUE " REASON=".
         03 REJECT-REASON      PIC X(100).

      *----------------------------------------------------------*
      * Control totals between steps. With GORBITSA_BALANCE=Y the
      * .TRANSMIT spool of a clean run closes with a trailer
      * record carrying the number of records written and their
      * hash total, and a .RECEIVE stream that carries such a
      * trailer is balanced against it at the end of the run:
      * every record present, every record consumed, and the hash
      * of what was consumed agreeing with the hash of what was
      * sent. The outcome goes to the run's .BALANCE companion;
      * out of balance fails the run as bad RECEIVE input.
      * The hash total of a record is the sum of every number on
      * it (a run of digits, taken nine digits at a time) plus the
      * ordinal of every other non-blank character - for the one
      * value per record spool, exactly the sum of the values
      * transmitted. GORBJOB checks the trailer again when it
      * hands the spool on and computes the hash the same way -
      * keep the two in step.
      *----------------------------------------------------------*
       01 GORBITSA-BALANCE-SW  PIC X(1) VALUE "N".
         88 GORBITSA-BALANCE-ON          VALUE "Y".
       01 TRAILER-TAG          PIC X(9) VALUE "*TRAILER*".
       01 TRAILER-DETAIL.
         03 FILLER             PIC X(9) VALUE "*TRAILER*".
         03 FILLER             PIC X(9) VALUE " RECORDS=".
         03 TRAILER-RECORDS    PIC 9(9).
         03 FILLER             PIC X(6) VALUE " HASH=".
         03 TRAILER-HASH       PIC 9(15).
       01 TRAILER-IN.
         03 TRAILER-IN-TAG     PIC X(9).
         03 FILLER             PIC X(9).
         03 TRAILER-IN-RECORDS PIC 9(9).
         03 FILLER             PIC X(6).
         03 TRAILER-IN-HASH    PIC 9(15).
         03 FILLER             PIC X(32).
       01 TRAILER-FOUND-SW     PIC X(1) VALUE "N".
         88 TRAILER-FOUND                VALUE "Y".
       01 BALANCE-EOF          PIC X(1) VALUE "N".
       01 BALANCE-IMAGE        PIC X(80).
       01 BALANCE-COL          PIC 9(2).
       01 BALANCE-DIGIT        PIC 9(1).
       01 BALANCE-RUN          PIC 9(9).
       01 BALANCE-RUN-LEN      PIC 9(2).
       01 BALANCE-REC-HASH     PIC 9(15).
       01 BALANCE-RECORDS      PIC 9(9) VALUE 0.
       01 BALANCE-HASH         PIC 9(15) VALUE 0.
       01 BALANCE-USED-HASH    PIC 9(15) VALUE 0.
       01 BALANCE-RESULT       PIC X(14) VALUE SPACES.
       01 BALANCE-COUNT-D      PIC 9(9).
       01 BALANCE-HASH-D       PIC 9(15).

      *----------------------------------------------------------*
      * Production mode. With GORBITSA_PRODUCTION=Y the program
      * file must be one GORBPROM promoted: LOAD-PROGRAM checksums
      * the instructions as it reads them and refuses the run
      * unless the registry holds a CURRENT or PRIOR entry for
      * exactly this PROGRAM-PATH with the same checksum. The
      * registered version is written to the .REPORT and to the
      * ledger, so the history shows which version ran. Outside
      * production mode the ledger version is zero.
      * The checksum runs over the five columns the interpreter
      * loads of every instruction record, two running sums
      * modulo 65521 (the second summing the first, so order
      * counts), reported as second * 65536 + first. GORBPROM
      * computes it the same way and mirrors REGISTRY-DETAIL -
      * keep them in step.
      *----------------------------------------------------------*
       01 GORBITSA-PRODUCTION-SW PIC X(1) VALUE "N".
         88 GORBITSA-PRODUCTION-ON       VALUE "Y".
       01 REGISTRY-DETAIL.
         03 REG-PROGRAM        PIC X(200).
         03 FILLER             PIC X(1).
         03 REG-VERSION        PIC 9(4).
         03 FILLER             PIC X(1).
         03 REG-CHECKSUM       PIC 9(10).
         03 FILLER             PIC X(1).
         03 REG-STATUS         PIC X(9).
         03 FILLER             PIC X(1).
         03 REG-DATE           PIC 9(8).
         03 FILLER             PIC X(1).
         03 REG-TIME           PIC 9(8).
         03 FILLER             PIC X(1).
         03 REG-MEMBER         PIC X(200).
         03 FILLER             PIC X(1).
         03 REG-SOURCE         PIC X(200).
         03 FILLER             PIC X(4).
       01 REGISTRY-EOF         PIC X(1) VALUE "N".
       01 REGISTRY-FOUND-SW    PIC X(1) VALUE "N".
         88 REGISTRY-FOUND               VALUE "Y".
       01 CHECK-A              PIC 9(5) VALUE 1.
       01 CHECK-B              PIC 9(6) VALUE 0.
       01 CHECK-COL            PIC 9(1).
       01 PROGRAM-CHECKSUM     PIC 9(10) VALUE 0.
       01 REGISTERED-CHECKSUM  PIC 9(10) VALUE 0.
       01 PROGRAM-VERSION      PIC 9(4) VALUE 0.

      *----------------------------------------------------------*
      * Coverage mode. With GORBITSA_COVERAGE=Y the run keeps the
      * per-PC execution counts whether or not a budget is in
      * force, counts beside them how often each B/b actually
      * branched, and leaves both in the run's .COVERAGE companion
      * - one record per loaded instruction, executed or not - on
      * every exit path once execution has started. GORBCOV merges
      * any number of these files against the GORBASM listing, and
      * GORBPROM reads the one its verify run leaves. A restarted
      * run counts only the segment it executed.
      *----------------------------------------------------------*
       01 GORBITSA-COVERAGE-SW PIC X(1) VALUE "N".
         88 GORBITSA-COVERAGE-ON         VALUE "Y".
       01 COVERAGE-PENDING-SW  PIC X(1) VALUE "N".
         88 COVERAGE-PENDING             VALUE "Y".
       01 PC-TAKEN-COUNTS.
         03 PC-TAKEN-COUNT     PIC 9(9) COMP OCCURS 9999 TIMES
                                             VALUE ZERO.
       01 COVERAGE-DETAIL.
         03 FILLER             PIC X(3) VALUE "PC=".
         03 COVERAGE-PC        PIC 9(4).
         03 FILLER             PIC X(4) VALUE " OP=".
         03 COVERAGE-OPCODE    PIC X(1).
         03 FILLER             PIC X(6) VALUE " EXEC=".
         03 COVERAGE-EXEC      PIC 9(9).
         03 FILLER             PIC X(7) VALUE " TAKEN=".
         03 COVERAGE-TAKEN     PIC 9(9).

       01 GORBITSA.
         03 PC                 PIC 9(4) VALUE 1.
         03 X                  PIC 9(4) VALUE 0.
      * Companion file paths, all derived from PROGRAM-PATH so a
      * batch job only ever has to point us at the program file.
      * The per-run artifacts - .TRANSMIT, .REPORT, .CKPT,
      * .JOURNAL, .HOTSPOT, .VERIFY, .OVERFLOW, .REJECTS,
      * .BALANCE, .COVERAGE - additionally take the GORBITSA_RUNID
      * qualifier when one is set, wide enough for PROGRAM-PATH
      * plus the qualifier plus the extension, so a rerun under its own
      * run id can never truncate the artifacts of a run still in
      * flight. Input companions (.RECEIVE, .PRELOAD and the maps)
      * are shared across runs and stay unqualified.
      *----------------------------------------------------------*
       01 RECEIVE-PATH         PIC X(210).
       01 CHECKPOINT-PATH      PIC X(230).
       01 VERIFY-PATH          PIC X(230).
       01 HOTSPOT-PATH         PIC X(230).
       01 JOURNAL-PATH         PIC X(230).
       01 OVERFLOW-PATH        PIC X(230).
       01 REJECT-PATH          PIC X(230).
       01 BALANCE-PATH         PIC X(230).
       01 COVERAGE-PATH        PIC X(230).
      * One shared ledger across all programs and all runs - not a
      * PROGRAM-PATH companion - so capacity planning can read the
      * whole shop's history out of a single file. Overridable per
      * scheduler class through GORBITSA_LEDGER.
       01 LEDGER-PATH          PIC X(210) VALUE "GORBITSA.LEDGER".
      * The promotion registry GORBPROM keeps, shared the same way
      * and overridable through GORBITSA_REGISTRY.
       01 REGISTRY-PATH        PIC X(210) VALUE "GORBITSA.REGISTRY".
       01 FIELDMAP-PATH        PIC X(210).
       01 XMITMAP-PATH         PIC X(210).
       01 MASTER-PATH          PIC X(210).
       01 VERIFY-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 HOTSPOT-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 JOURNAL-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 OVERFLOW-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 REJECT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 BALANCE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 COVERAGE-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 LEDGER-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 REGISTRY-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 FIELDMAP-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 XMITMAP-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 MASTER-FILE-STATUS     PIC X(2) VALUE SPACES.
         88 TRANSMIT-FILE-IS-OPEN        VALUE "Y".
       01 JOURNAL-FILE-OPEN-SW  PIC X(1) VALUE "N".
         88 JOURNAL-FILE-IS-OPEN         VALUE "Y".
       01 OVERFLOW-FILE-OPEN-SW PIC X(1) VALUE "N".
         88 OVERFLOW-FILE-IS-OPEN        VALUE "Y".
       01 REJECT-FILE-OPEN-SW   PIC X(1) VALUE "N".
         88 REJECT-FILE-IS-OPEN          VALUE "Y".
       01 MASTER-FILE-OPEN-SW   PIC X(1) VALUE "N".
         88 MASTER-FILE-IS-OPEN          VALUE "Y".

      * Process return code, set per error family just before we
      * abort into EXIT-PROGRAM so the scheduler's condition-code
      * check actually distinguishes success from the ways we fail.
      *   1 = bad arguments        2 = bad program file (or, in
      *                                production mode, one that
      *                                fails its registry check)
      *   3 = bad RECEIVE input    4 = TRANSMIT does not reconcile
      *   5 = instruction budget exceeded
      *   6 = operator abort from the debug console
      *   7 = another run of this program already holds the lock
      *   8 = arithmetic wrapped under GORBITSA_OVERFLOW=F
      *   9 = rejected records passed GORBITSA_REJECT_MAX
      *----------------------------------------------------------*
       01 GORBITSA-RC          PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-INSTR-BUDGET             VALUE 5.
         88 RC-DEBUG-ABORT              VALUE 6.
         88 RC-ALREADY-RUNNING          VALUE 7.
         88 RC-ARITH-OVERFLOW           VALUE 8.
         88 RC-REJECT-LIMIT             VALUE 9.

      *----------------------------------------------------------*
      * Per-run statistics, written to PROGRAM-PATH's .REPORT
         03 LEDGER-RECEIVES    PIC 9(9).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 LEDGER-XMITS       PIC 9(9).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 LEDGER-REJECTS     PIC 9(9).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 LEDGER-VERSION     PIC 9(4).

      *----------------------------------------------------------*
      * Record-mode input. The .FIELDMAP companion declares the
             PERFORM DEBUG-SETUP THRU DEBUG-SETUP-FN
           END-IF.
           PERFORM RUN-PROGRAM    THRU RUN-PROGRAM-FN.
           IF GORBITSA-BALANCE-ON AND GORBITSA-BATCH-MODE
             PERFORM BALANCE-RECEIVE THRU BALANCE-RECEIVE-FN
           END-IF.
           IF GORBITSA-VERIFY-ON
             PERFORM VERIFY-TRANSMIT THRU VERIFY-TRANSMIT-FN
           END-IF.
      * The trailer goes on after verification, so the spool is
      * reconciled against its .EXPECTED baseline exactly as
      * written - and only on a clean run: a failed run's spool is
      * extended by its restart, and a trailer ahead of those
      * records would end the stream for every reader short of
      * them.
           IF GORBITSA-BALANCE-ON AND GORBITSA-XMIT-ON
               AND GORBITSA-RC = 0
             PERFORM WRITE-TRAILER THRU WRITE-TRAILER-FN
           END-IF.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF JOURNAL-FILE-IS-OPEN
             CLOSE JOURNAL-FILE
           END-IF.
           IF OVERFLOW-FILE-IS-OPEN
             CLOSE OVERFLOW-FILE
           END-IF.
           IF REJECT-FILE-IS-OPEN
             CLOSE REJECT-FILE
           END-IF.
           IF MASTER-FILE-IS-OPEN
             CLOSE MASTER-FILE
           END-IF.
           IF COVERAGE-PENDING
             PERFORM WRITE-COVERAGE THRU WRITE-COVERAGE-FN
           END-IF.
      * Every run that got as far as naming its program leaves a
      * ledger entry, error paths included - that is what makes
      * the ledger a complete run history rather than a log of
             MOVE "N" TO GORBITSA-JOURNAL-SW
           END-IF.

           ACCEPT GORBITSA-OVERFLOW-SW
             FROM ENVIRONMENT "GORBITSA_OVERFLOW"
           END-ACCEPT.
           IF GORBITSA-OVERFLOW-SW NOT = "Y"
               AND GORBITSA-OVERFLOW-SW NOT = "F"
             MOVE "N" TO GORBITSA-OVERFLOW-SW
           END-IF.

      * Only batch input has record numbers to reject by - the
      * console operator just keys the value again.
           ACCEPT GORBITSA-REJECT-SW
             FROM ENVIRONMENT "GORBITSA_REJECT"
           END-ACCEPT.
           IF GORBITSA-REJECT-SW NOT = "Y"
               OR NOT GORBITSA-BATCH-MODE
             MOVE "N" TO GORBITSA-REJECT-SW
           END-IF.

           ACCEPT GORBITSA-REJECT-MAX
             FROM ENVIRONMENT "GORBITSA_REJECT_MAX"
           END-ACCEPT.

           ACCEPT GORBITSA-BALANCE-SW
             FROM ENVIRONMENT "GORBITSA_BALANCE"
           END-ACCEPT.
           IF GORBITSA-BALANCE-SW NOT = "Y"
             MOVE "N" TO GORBITSA-BALANCE-SW
           END-IF.

           ACCEPT GORBITSA-COVERAGE-SW
             FROM ENVIRONMENT "GORBITSA_COVERAGE"
           END-ACCEPT.
           IF GORBITSA-COVERAGE-SW NOT = "Y"
             MOVE "N" TO GORBITSA-COVERAGE-SW
           END-IF.

           ACCEPT LEDGER-PATH
             FROM ENVIRONMENT "GORBITSA_LEDGER"
           END-ACCEPT.
             MOVE "GORBITSA.LEDGER" TO LEDGER-PATH
           END-IF.

           ACCEPT GORBITSA-PRODUCTION-SW
             FROM ENVIRONMENT "GORBITSA_PRODUCTION"
           END-ACCEPT.
           IF GORBITSA-PRODUCTION-SW NOT = "Y"
             MOVE "N" TO GORBITSA-PRODUCTION-SW
           END-IF.

           ACCEPT REGISTRY-PATH
             FROM ENVIRONMENT "GORBITSA_REGISTRY"
           END-ACCEPT.
           IF REGISTRY-PATH = SPACES
             MOVE "GORBITSA.REGISTRY" TO REGISTRY-PATH
           END-IF.

      * Serialization is on unless explicitly turned off - the
      * default has to protect the operator who re-submits a job
      * that is still running.
                  INTO JOURNAL-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".OVERFLOW"    DELIMITED BY SIZE
                  INTO OVERFLOW-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".REJECTS"     DELIMITED BY SIZE
                  INTO REJECT-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".BALANCE"     DELIMITED BY SIZE
                  INTO BALANCE-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".COVERAGE"    DELIMITED BY SIZE
                  INTO COVERAGE-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".FIELDMAP"    DELIMITED BY SIZE
                  INTO FIELDMAP-PATH
             END-IF
             SET JOURNAL-FILE-IS-OPEN TO TRUE
           END-IF.
           IF GORBITSA-OVERFLOW-ON
      * Opened whether or not anything wraps, so an empty
      * .OVERFLOW is positive evidence of a clean run rather than
      * a missing artifact; a restart appends like the journal.
             IF GORBITSA-RESTART-MODE
               OPEN EXTEND OVERFLOW-FILE
               IF OVERFLOW-FILE-STATUS NOT = "00"
                 OPEN OUTPUT OVERFLOW-FILE
               END-IF
             ELSE
               OPEN OUTPUT OVERFLOW-FILE
             END-IF
             IF OVERFLOW-FILE-STATUS NOT = "00"
               STRING "LOAD-PROGRAM | Cannot open OVERFLOW file: "
                 DELIMITED BY SIZE
                 OVERFLOW-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               SET RC-BAD-PROGRAM-FILE TO TRUE
               GO EXIT-PROGRAM
             END-IF
             SET OVERFLOW-FILE-IS-OPEN TO TRUE
           END-IF.
           IF GORBITSA-REJECT-ON
      * Same treatment as the .OVERFLOW file - an empty .REJECTS
      * says the feed was clean.
             IF GORBITSA-RESTART-MODE
               OPEN EXTEND REJECT-FILE
               IF REJECT-FILE-STATUS NOT = "00"
                 OPEN OUTPUT REJECT-FILE
               END-IF
             ELSE
               OPEN OUTPUT REJECT-FILE
             END-IF
             IF REJECT-FILE-STATUS NOT = "00"
               STRING "LOAD-PROGRAM | Cannot open REJECTS file: "
                 DELIMITED BY SIZE
                 REJECT-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               SET RC-BAD-PROGRAM-FILE TO TRUE
               GO EXIT-PROGRAM
             END-IF
             SET REJECT-FILE-IS-OPEN TO TRUE
           END-IF.
           IF GORBITSA-MASTER-ON
      * Opened I-O, not INPUT, so the w write-back can update a
      * maintained master in place. A missing .MASTER fails the
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM VALIDATE-OPCODE THRU VALIDATE-OPCODE-FN
                 PERFORM CHECKSUM-RECORD THRU CHECKSUM-RECORD-FN
                 MOVE OPCODE-RECORD  OF INSTRUCTION-RECORD
                          TO OPCODE  OF INSTRUCTION(LNUM)
                 MOVE OPERAND-RECORD OF INSTRUCTION-RECORD
             END-READ
           END-PERFORM.
           CLOSE PROGRAM-FILE.
           IF GORBITSA-PRODUCTION-ON
             PERFORM CHECK-REGISTRY THRU CHECK-REGISTRY-FN
           END-IF.
           IF GORBITSA-PRELOAD-ON
             PERFORM APPLY-PRELOAD THRU APPLY-PRELOAD-FN
           END-IF.
      *----------------*
           EXIT.

       CHECKSUM-RECORD.
      *----------------*
           PERFORM VARYING CHECK-COL FROM 1 BY 1 UNTIL CHECK-COL > 5
             ADD FUNCTION ORD(INSTRUCTION-RECORD(CHECK-COL:1))
               TO CHECK-A
             END-ADD
             IF CHECK-A >= 65521
               SUBTRACT 65521 FROM CHECK-A END-SUBTRACT
             END-IF
             ADD CHECK-A TO CHECK-B END-ADD
             IF CHECK-B >= 65521
               SUBTRACT 65521 FROM CHECK-B END-SUBTRACT
             END-IF
           END-PERFORM.
       CHECKSUM-RECORD-FN.
      *-------------------*
           EXIT.

       CHECK-REGISTRY.
      *---------------*
      * Production mode: the program just loaded must be exactly
      * what GORBPROM promoted under this path. The last matching
      * registry entry wins - the registry is appended in
      * promotion order.
           COMPUTE PROGRAM-CHECKSUM = CHECK-B * 65536 + CHECK-A
           END-COMPUTE.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS NOT = "00"
             STRING "LOAD-PROGRAM | Production mode, cannot open "
               "registry: " DELIMITED BY SIZE
               REGISTRY-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-PROGRAM-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO REGISTRY-EOF REGISTRY-FOUND-SW.
           PERFORM UNTIL REGISTRY-EOF = "Y"
             READ REGISTRY-FILE INTO REGISTRY-DETAIL
               AT END
                 MOVE "Y" TO REGISTRY-EOF
               NOT AT END
                 IF REG-PROGRAM = PROGRAM-PATH
                     AND (REG-STATUS = "CURRENT" OR "PRIOR")
                     AND REG-VERSION IS NUMERIC
                     AND REG-CHECKSUM IS NUMERIC
                   SET REGISTRY-FOUND TO TRUE
                   MOVE REG-VERSION  TO PROGRAM-VERSION
                   MOVE REG-CHECKSUM TO REGISTERED-CHECKSUM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           IF NOT REGISTRY-FOUND
             STRING "LOAD-PROGRAM | Production mode, program not "
               "in promotion registry: " DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-PROGRAM-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           IF PROGRAM-CHECKSUM NOT = REGISTERED-CHECKSUM
             STRING "LOAD-PROGRAM | Production mode, checksum does "
               "not match registry version " PROGRAM-VERSION ": "
               DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
      * The registered version did not run - keep it off the
      * ledger record.
             MOVE 0 TO PROGRAM-VERSION
             SET RC-BAD-PROGRAM-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       CHECK-REGISTRY-FN.
      *------------------*
           EXIT.

       APPLY-RUNID.
      *------------*
      * Requalify the per-run artifact paths with the run id, so
      * of over each other. The buffers are blanked first -
      * STRING leaves anything past what it writes untouched.
           MOVE SPACES TO TRANSMIT-PATH REPORT-PATH CHECKPOINT-PATH
                          JOURNAL-PATH HOTSPOT-PATH VERIFY-PATH
                          OVERFLOW-PATH REJECT-PATH BALANCE-PATH
                          COVERAGE-PATH.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  GORBITSA-RUNID DELIMITED BY SPACE
                  ".VERIFY"      DELIMITED BY SIZE
                  INTO VERIFY-PATH
           END-STRING.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  GORBITSA-RUNID DELIMITED BY SPACE
                  ".OVERFLOW"    DELIMITED BY SIZE
                  INTO OVERFLOW-PATH
           END-STRING.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  GORBITSA-RUNID DELIMITED BY SPACE
                  ".REJECTS"     DELIMITED BY SIZE
                  INTO REJECT-PATH
           END-STRING.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  GORBITSA-RUNID DELIMITED BY SPACE
                  ".BALANCE"     DELIMITED BY SIZE
                  INTO BALANCE-PATH
           END-STRING.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  GORBITSA-RUNID DELIMITED BY SPACE
                  ".COVERAGE"    DELIMITED BY SIZE
                  INTO COVERAGE-PATH
           END-STRING.
       APPLY-RUNID-FN.
      *---------------*
           EXIT.
           IF NOT GORBITSA-RESTART-MODE
             ACCEPT REPORT-START-TIME FROM TIME END-ACCEPT
           END-IF.
           IF GORBITSA-COVERAGE-ON
             SET COVERAGE-PENDING TO TRUE
           END-IF.
           PERFORM UNTIL PC >= GORBITSA-MAX-ADDR OR GORBITSA-HALT-ON
                     OR BUDGET-TRIPPED OR OVERFLOW-TRIPPED
                     OR REJECT-TRIPPED
             MOVE OPCODE OF INSTRUCTION (PC) TO CURRENT-OPCODE
             IF GORBITSA-DEBUG-ON
               PERFORM DEBUG-CHECK THRU DEBUG-CHECK-FN
             END-IF
      * Per-PC execution counts feed the .HOTSPOT diagnostic when
      * the budget trips and the .COVERAGE companion; the tally is
      * only paid for when a budget or coverage is in force.
             IF GORBITSA-MAX-INSTR > 0 OR GORBITSA-COVERAGE-ON
               ADD 1 TO PC-EXEC-COUNT (PC) END-ADD
             END-IF
             EVALUATE CURRENT-OPCODE
             IF GORBITSA-MAX-INSTR > 0
                 AND INSTR-COUNT >= GORBITSA-MAX-INSTR
                 AND NOT GORBITSA-HALT-ON
                 AND NOT OVERFLOW-TRIPPED
                 AND NOT REJECT-TRIPPED
               PERFORM BUDGET-TRIP THRU BUDGET-TRIP-FN
             END-IF
           END-PERFORM.
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           IF GORBITSA-PRODUCTION-ON
             MOVE SPACES TO REPORT-RECORD
             STRING "Version        : " DELIMITED BY SIZE
                    PROGRAM-VERSION     DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           MOVE INSTR-COUNT TO REPORT-COUNT-D.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Instructions   : " DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           IF GORBITSA-OVERFLOW-ON
             MOVE OVERFLOW-COUNT TO REPORT-COUNT-D
             MOVE SPACES TO REPORT-RECORD
             STRING "Overflows      : " DELIMITED BY SIZE
                    REPORT-COUNT-D      DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           IF GORBITSA-REJECT-ON
             MOVE REJECT-COUNT TO REPORT-COUNT-D
             MOVE SPACES TO REPORT-RECORD
             STRING "Rejects        : " DELIMITED BY SIZE
                    REPORT-COUNT-D      DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
             PC DELIMITED BY SIZE
             INTO ERROR-STRING
           END-STRING.
      * The hot-spot ranking retires the counts it has reported,
      * so the coverage counts are written out first.
           IF COVERAGE-PENDING
             PERFORM WRITE-COVERAGE THRU WRITE-COVERAGE-FN
           END-IF.
           PERFORM WRITE-HOTSPOT THRU WRITE-HOTSPOT-FN.
       BUDGET-TRIP-FN.
      *---------------*
           EXIT.

       RECORD-OVERFLOW.
      *----------------*
      * One .OVERFLOW record per wrap. The caller has already set
      * the value X was combined with, the true result and what
      * it wraps to; PC, opcode, operand and X are still those of
      * the instruction being executed. PC is the 1-indexed value
      * the trace and the journal show.
           ADD 1 TO OVERFLOW-COUNT END-ADD.
           MOVE PC                          TO OVERFLOW-PC.
           MOVE CURRENT-OPCODE              TO OVERFLOW-OPCODE.
           MOVE OPERAND OF INSTRUCTION (PC) TO OVERFLOW-OPERAND.
           MOVE X                           TO OVERFLOW-X.
           MOVE PC TO SYM-LOOK-PC.
           PERFORM LABEL-FOR-PC THRU LABEL-FOR-PC-FN.
           MOVE SYM-LABEL-TEXT TO OVERFLOW-LABEL.
           WRITE OVERFLOW-RECORD FROM OVERFLOW-DETAIL END-WRITE.
           IF GORBITSA-OVERFLOW-FAIL
             SET OVERFLOW-TRIPPED TO TRUE
             SET RC-ARITH-OVERFLOW TO TRUE
             STRING "RUN-PROGRAM | Arithmetic overflow at PC "
               DELIMITED BY SIZE
               PC DELIMITED BY SIZE
               " opcode " DELIMITED BY SIZE
               CURRENT-OPCODE DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
           END-IF.
       RECORD-OVERFLOW-FN.
      *-------------------*
           EXIT.

       RECORD-REJECT.
      *--------------*
      * One .REJECTS record per bad .RECEIVE record. The caller
      * has already built the reason into ERROR-STRING exactly as
      * the abort would have; here it is moved to the reject
      * record instead and cleared, so the run carries on. The
      * record number is RECEIVE-COUNT - the 1-based position of
      * the record in the .RECEIVE file.
           SET RECORD-REJECTED TO TRUE.
           ADD 1 TO REJECT-COUNT END-ADD.
           MOVE RECEIVE-COUNT TO REJECT-RECNO.
           MOVE RECEIVE-IN    TO REJECT-IMAGE.
           MOVE ERROR-STRING  TO REJECT-REASON.
           MOVE SPACES        TO ERROR-STRING.
           WRITE REJECT-RECORD FROM REJECT-DETAIL END-WRITE.
           IF GORBITSA-TRACE-ON
             DISPLAY "   - Rejected record " REJECT-RECNO
             END-DISPLAY
           END-IF.
           IF GORBITSA-REJECT-MAX > 0
               AND REJECT-COUNT > GORBITSA-REJECT-MAX
             SET REJECT-TRIPPED TO TRUE
             SET RC-REJECT-LIMIT TO TRUE
             STRING "RUN-PROGRAM | Reject limit exceeded at record "
               DELIMITED BY SIZE
               REJECT-RECNO DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
           END-IF.
       RECORD-REJECT-FN.
      *-----------------*
           EXIT.

       WRITE-HOTSPOT.
      *--------------*
      * The ten busiest PC values, busiest first - each scan pulls
      *-----------------*
           EXIT.

       WRITE-COVERAGE.
      *---------------*
      * One record per loaded instruction, in PC order, so a PC
      * that never ran is as visible as one that did. Written
      * once per run - the pending switch is dropped first so an
      * error path back through EXIT-PROGRAM cannot repeat it.
           MOVE "N" TO COVERAGE-PENDING-SW.
           OPEN OUTPUT COVERAGE-FILE.
           IF COVERAGE-FILE-STATUS NOT = "00"
             IF ERROR-STRING = SPACES
               STRING "WRITE-COVERAGE | Cannot open COVERAGE file: "
                 DELIMITED BY SIZE
                 COVERAGE-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             GO WRITE-COVERAGE-FN
           END-IF.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                     UNTIL CELL-IDX >= LNUM
             MOVE CELL-IDX TO COVERAGE-PC
             MOVE OPCODE OF INSTRUCTION (CELL-IDX) TO COVERAGE-OPCODE
             MOVE PC-EXEC-COUNT  (CELL-IDX) TO COVERAGE-EXEC
             MOVE PC-TAKEN-COUNT (CELL-IDX) TO COVERAGE-TAKEN
             WRITE COVERAGE-RECORD FROM COVERAGE-DETAIL END-WRITE
           END-PERFORM.
           CLOSE COVERAGE-FILE.
       WRITE-COVERAGE-FN.
      *------------------*
           EXIT.

       DEBUG-SETUP.
      *------------*
      * Collect breakpoint PC values from the console before the
      *------------------*
           EXIT.

       BALANCE-RECEIVE.
      *----------------*
      * Re-read the .RECEIVE stream from the top and balance it
      * against its control-total trailer: the trailer's record
      * count must match the records actually in the file and the
      * records this run consumed, and its hash total must match
      * the hash of the records consumed - a truncated spool and
      * a step that stopped short both show up here. A stream
      * with no trailer has nothing to balance against and is
      * reported as such. Like verification, this runs after a
      * failed run too, and never buries the run's own diagnosis.
           IF RECEIVE-FILE-IS-OPEN
             CLOSE RECEIVE-FILE
             MOVE "N" TO RECEIVE-FILE-OPEN-SW
           END-IF.
           OPEN INPUT RECEIVE-FILE.
           IF RECEIVE-FILE-STATUS NOT = "00"
             IF ERROR-STRING = SPACES
               STRING "BALANCE-RECEIVE | Cannot re-read RECEIVE "
                 "file: " DELIMITED BY SIZE
                 RECEIVE-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             IF GORBITSA-RC = 0
               SET RC-BAD-RECEIVE-INPUT TO TRUE
             END-IF
             GO EXIT-PROGRAM
           END-IF.
           SET RECEIVE-FILE-IS-OPEN TO TRUE.
           MOVE "N" TO BALANCE-EOF TRAILER-FOUND-SW.
           MOVE 0 TO BALANCE-RECORDS BALANCE-HASH BALANCE-USED-HASH.
           PERFORM UNTIL BALANCE-EOF = "Y"
             READ RECEIVE-FILE INTO BALANCE-IMAGE
               AT END
                 MOVE "Y" TO BALANCE-EOF
               NOT AT END
                 IF BALANCE-IMAGE(1:9) = TRAILER-TAG
                   MOVE BALANCE-IMAGE TO TRAILER-IN
                   SET TRAILER-FOUND TO TRUE
                   MOVE "Y" TO BALANCE-EOF
                 ELSE
                   ADD 1 TO BALANCE-RECORDS END-ADD
                   PERFORM HASH-IMAGE THRU HASH-IMAGE-FN
                   ADD BALANCE-REC-HASH TO BALANCE-HASH END-ADD
                   IF BALANCE-RECORDS <= RECEIVE-COUNT
                     ADD BALANCE-REC-HASH TO BALANCE-USED-HASH
                     END-ADD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RECEIVE-FILE.
           MOVE "N" TO RECEIVE-FILE-OPEN-SW.

           EVALUATE TRUE
             WHEN NOT TRAILER-FOUND
               MOVE "NO TRAILER" TO BALANCE-RESULT
             WHEN TRAILER-IN-RECORDS IS NOT NUMERIC
                 OR TRAILER-IN-HASH IS NOT NUMERIC
               MOVE "OUT OF BALANCE" TO BALANCE-RESULT
             WHEN TRAILER-IN-RECORDS = BALANCE-RECORDS
                 AND TRAILER-IN-RECORDS = RECEIVE-COUNT
                 AND TRAILER-IN-HASH = BALANCE-USED-HASH
               MOVE "IN BALANCE" TO BALANCE-RESULT
             WHEN OTHER
               MOVE "OUT OF BALANCE" TO BALANCE-RESULT
           END-EVALUATE.

           OPEN OUTPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
             IF ERROR-STRING = SPACES
               STRING "BALANCE-RECEIVE | Cannot open BALANCE "
                 "report: " DELIMITED BY SIZE
                 BALANCE-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             IF GORBITSA-RC = 0
               SET RC-BAD-RECEIVE-INPUT TO TRUE
             END-IF
             GO EXIT-PROGRAM
           END-IF.
           MOVE "GORBITSA RECEIVE BALANCING" TO BALANCE-RECORD.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "Program        : " DELIMITED BY SIZE
                  PROGRAM-PATH        DELIMITED BY SPACE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "Receive file   : " DELIMITED BY SIZE
                  PROGRAM-PATH        DELIMITED BY SPACE
                  ".RECEIVE"          DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           IF TRAILER-FOUND
               AND TRAILER-IN-RECORDS IS NUMERIC
               AND TRAILER-IN-HASH IS NUMERIC
             MOVE SPACES TO BALANCE-RECORD
             MOVE TRAILER-IN-RECORDS TO BALANCE-COUNT-D
             STRING "Trailer count  : " DELIMITED BY SIZE
                    BALANCE-COUNT-D     DELIMITED BY SIZE
                    INTO BALANCE-RECORD
             END-STRING
             WRITE BALANCE-RECORD END-WRITE
             MOVE SPACES TO BALANCE-RECORD
             MOVE TRAILER-IN-HASH TO BALANCE-HASH-D
             STRING "Trailer hash   : " DELIMITED BY SIZE
                    BALANCE-HASH-D      DELIMITED BY SIZE
                    INTO BALANCE-RECORD
             END-STRING
             WRITE BALANCE-RECORD END-WRITE
           END-IF.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE BALANCE-RECORDS TO BALANCE-COUNT-D.
           STRING "Records in file: " DELIMITED BY SIZE
                  BALANCE-COUNT-D     DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE RECEIVE-COUNT TO BALANCE-COUNT-D.
           STRING "Records used   : " DELIMITED BY SIZE
                  BALANCE-COUNT-D     DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE BALANCE-HASH TO BALANCE-HASH-D.
           STRING "Hash of file   : " DELIMITED BY SIZE
                  BALANCE-HASH-D      DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE BALANCE-USED-HASH TO BALANCE-HASH-D.
           STRING "Hash of used   : " DELIMITED BY SIZE
                  BALANCE-HASH-D      DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           MOVE SPACES TO BALANCE-RECORD.
           STRING "Result         : " DELIMITED BY SIZE
                  BALANCE-RESULT      DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD END-WRITE.
           CLOSE BALANCE-FILE.

           IF BALANCE-RESULT = "OUT OF BALANCE"
             IF ERROR-STRING = SPACES
               STRING "BALANCE-RECEIVE | RECEIVE out of balance "
                 "with its trailer: " DELIMITED BY SIZE
                 RECEIVE-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             IF GORBITSA-RC = 0
               SET RC-BAD-RECEIVE-INPUT TO TRUE
             END-IF
           END-IF.
       BALANCE-RECEIVE-FN.
      *-------------------*
           EXIT.

       WRITE-TRAILER.
      *--------------*
      * Count and hash the .TRANSMIT spool as it stands on disk -
      * not as this run remembers writing it - so a restarted
      * run's trailer covers the records the original run spooled
      * before the abend as well. A trailer left by an earlier
      * pass is not counted.
           IF TRANSMIT-FILE-IS-OPEN
             CLOSE TRANSMIT-FILE
             MOVE "N" TO TRANSMIT-FILE-OPEN-SW
           END-IF.
           OPEN INPUT TRANSMIT-FILE.
           IF TRANSMIT-FILE-STATUS NOT = "00"
             IF ERROR-STRING = SPACES
               STRING "WRITE-TRAILER | Cannot re-read TRANSMIT "
                 "file: " DELIMITED BY SIZE
                 TRANSMIT-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             IF GORBITSA-RC = 0
               SET RC-BAD-PROGRAM-FILE TO TRUE
             END-IF
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO BALANCE-EOF.
           MOVE 0 TO BALANCE-RECORDS BALANCE-HASH.
           PERFORM UNTIL BALANCE-EOF = "Y"
             READ TRANSMIT-FILE
               AT END
                 MOVE "Y" TO BALANCE-EOF
               NOT AT END
                 MOVE XMIT-OUT-RECORD TO BALANCE-IMAGE
                 IF BALANCE-IMAGE(1:9) NOT = TRAILER-TAG
                   ADD 1 TO BALANCE-RECORDS END-ADD
                   PERFORM HASH-IMAGE THRU HASH-IMAGE-FN
                   ADD BALANCE-REC-HASH TO BALANCE-HASH END-ADD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSMIT-FILE.
           OPEN EXTEND TRANSMIT-FILE.
           IF TRANSMIT-FILE-STATUS NOT = "00"
             IF ERROR-STRING = SPACES
               STRING "WRITE-TRAILER | Cannot extend TRANSMIT "
                 "file: " DELIMITED BY SIZE
                 TRANSMIT-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             IF GORBITSA-RC = 0
               SET RC-BAD-PROGRAM-FILE TO TRUE
             END-IF
             GO EXIT-PROGRAM
           END-IF.
           MOVE BALANCE-RECORDS TO TRAILER-RECORDS.
           MOVE BALANCE-HASH    TO TRAILER-HASH.
           WRITE XMIT-OUT-RECORD FROM TRAILER-DETAIL END-WRITE.
           CLOSE TRANSMIT-FILE.
       WRITE-TRAILER-FN.
      *-----------------*
           EXIT.

       HASH-IMAGE.
      *-----------*
      * Hash total of the one spool record in BALANCE-IMAGE into
      * BALANCE-REC-HASH. A run of digits counts as the number it
      * spells, nine digits at a time; any other non-blank
      * character counts as its ordinal, the value RECEIVE would
      * deliver for it. The total is allowed to wrap - it is a
      * control figure, not an amount.
           MOVE 0 TO BALANCE-REC-HASH BALANCE-RUN BALANCE-RUN-LEN.
           PERFORM VARYING BALANCE-COL FROM 1 BY 1
                     UNTIL BALANCE-COL > 80
             IF BALANCE-IMAGE(BALANCE-COL:1) IS NUMERIC
               IF BALANCE-RUN-LEN = 9
                 ADD BALANCE-RUN TO BALANCE-REC-HASH END-ADD
                 MOVE 0 TO BALANCE-RUN BALANCE-RUN-LEN
               END-IF
               MOVE BALANCE-IMAGE(BALANCE-COL:1) TO BALANCE-DIGIT
               COMPUTE BALANCE-RUN = BALANCE-RUN * 10 + BALANCE-DIGIT
               END-COMPUTE
               ADD 1 TO BALANCE-RUN-LEN END-ADD
             ELSE
               ADD BALANCE-RUN TO BALANCE-REC-HASH END-ADD
               MOVE 0 TO BALANCE-RUN BALANCE-RUN-LEN
               IF BALANCE-IMAGE(BALANCE-COL:1) NOT = SPACE
                 ADD FUNCTION ORD(BALANCE-IMAGE(BALANCE-COL:1))
                   TO BALANCE-REC-HASH
                 END-ADD
               END-IF
             END-IF
           END-PERFORM.
           ADD BALANCE-RUN TO BALANCE-REC-HASH END-ADD.
       HASH-IMAGE-FN.
      *--------------*
           EXIT.

       WRITE-LEDGER.
      *-------------*
      * Append this run's one-line summary to the shared ledger.
           MOVE INSTR-COUNT    TO LEDGER-INSTR.
           MOVE RECEIVE-COUNT  TO LEDGER-RECEIVES.
           MOVE TRANSMIT-COUNT TO LEDGER-XMITS.
           MOVE REJECT-COUNT   TO LEDGER-REJECTS.
           MOVE PROGRAM-VERSION TO LEDGER-VERSION.
      * The shared ledger is serialized around the append so two
      * runs finishing together can never interleave or drop a
      * record - the same probe-then-create lock the program
           IF GORBITSA-TRACE-ON
             DISPLAY "  == EXECUTING RECEIVE" END-DISPLAY
           END-IF.
           MOVE "N" TO RECORD-REJECTED-SW.
           MOVE "N" TO REJECT-SIGNAL-SW.
      * Record mode: one RECEIVE consumes one full record, and X -
      * the only cell this instruction can deliver to - gets the
      * first mapped field.
             PERFORM OBTAIN-RECEIVE-LINE THRU OBTAIN-RECEIVE-LINE-FN
             MOVE 1 TO FIELD-IDX
             PERFORM EXTRACT-FIELD THRU EXTRACT-FIELD-FN
             IF RECORD-REJECTED
               MOVE REJECT-SIGNAL TO X
               SET REJECT-SIGNAL-HELD TO TRUE
               ADD 1 TO PC END-ADD
               GO I-RECEIVE-FN
             END-IF
             MOVE FIELD-VALUE TO X
             IF GORBITSA-TRACE-ON
               DISPLAY "   - Received " X " from field 01"
                 RECEIVE-IN DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               IF GORBITSA-REJECT-ON
                 PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
                 MOVE REJECT-SIGNAL TO X
                 SET REJECT-SIGNAL-HELD TO TRUE
                 ADD 1 TO PC END-ADD
                 GO I-RECEIVE-FN
               END-IF
               SET RC-BAD-RECEIVE-INPUT TO TRUE
               GO EXIT-PROGRAM
             END-IF
                 RECEIVE-IN DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               IF GORBITSA-REJECT-ON
                 PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
                 MOVE REJECT-SIGNAL TO X
                 SET REJECT-SIGNAL-HELD TO TRUE
                 ADD 1 TO PC END-ADD
                 GO I-RECEIVE-FN
               END-IF
               SET RC-BAD-RECEIVE-INPUT TO TRUE
               GO EXIT-PROGRAM
             END-IF
                DISPLAY "   - Branching to ["IDX-P OF IDX"]("
                                        IDX-C OF IDX")" END-DISPLAY
              END-IF
              IF GORBITSA-COVERAGE-ON
                ADD 1 TO PC-TAKEN-COUNT (PC) END-ADD
              END-IF
              MOVE IDX-C OF IDX TO PC
           ELSE
             ADD 1 TO PC END-ADD
             DISPLAY "   - Adding " OPERAND OF INSTRUCTION (PC)
                                    " to X" END-DISPLAY
           END-IF.
      * Only while X still holds the signal R left there.
           IF REJECT-SIGNAL-HELD AND X NOT = REJECT-SIGNAL
             MOVE "N" TO REJECT-SIGNAL-SW
           END-IF.
           ADD OPERAND OF INSTRUCTION (PC) TO X GIVING ARITH-TEMP
             END-ADD.
           IF ARITH-TEMP > GORBITSA-MAX-VALUE
             IF GORBITSA-TRACE-ON
               DISPLAY "   - Overflowed X="ARITH-TEMP END-DISPLAY
             END-IF
             MOVE ARITH-TEMP TO OVERFLOW-RESULT
             SUBTRACT GORBITSA-MAX-ADDR FROM ARITH-TEMP END-SUBTRACT
             IF GORBITSA-OVERFLOW-ON AND NOT REJECT-SIGNAL-HELD
               MOVE OPERAND OF INSTRUCTION (PC) TO OVERFLOW-VALUE
               MOVE ARITH-TEMP TO OVERFLOW-WRAPPED
               PERFORM RECORD-OVERFLOW THRU RECORD-OVERFLOW-FN
               IF OVERFLOW-TRIPPED
                 GO I-INCREASE-FN
               END-IF
             END-IF
           END-IF.
           MOVE "N" TO REJECT-SIGNAL-SW.
           MOVE ARITH-TEMP TO X.
           ADD 1 TO PC END-ADD.
       I-INCREASE-FN.
             IF GORBITSA-TRACE-ON
               DISPLAY "   - Overflowed X="ARITH-TEMP END-DISPLAY
             END-IF
             MOVE ARITH-TEMP TO OVERFLOW-RESULT
             SUBTRACT GORBITSA-MAX-ADDR FROM ARITH-TEMP END-SUBTRACT
             IF GORBITSA-OVERFLOW-ON
               MOVE RAM(IDX-C OF IDX) TO OVERFLOW-VALUE
               MOVE ARITH-TEMP TO OVERFLOW-WRAPPED
               PERFORM RECORD-OVERFLOW THRU RECORD-OVERFLOW-FN
               IF OVERFLOW-TRIPPED
                 GO I-ADD-FN
               END-IF
             END-IF
           END-IF.
           MOVE ARITH-TEMP TO X.
           ADD 1 TO PC END-ADD.
             END-IF
             ADD X GORBITSA-MAX-ADDR GIVING ARITH-TEMP END-ADD
             SUBTRACT RAM(IDX-C OF IDX) FROM ARITH-TEMP END-SUBTRACT
             IF GORBITSA-OVERFLOW-ON
               SUBTRACT RAM(IDX-C OF IDX) FROM X
                 GIVING OVERFLOW-RESULT
               END-SUBTRACT
               MOVE RAM(IDX-C OF IDX) TO OVERFLOW-VALUE
               MOVE ARITH-TEMP TO OVERFLOW-WRAPPED
               PERFORM RECORD-OVERFLOW THRU RECORD-OVERFLOW-FN
               IF OVERFLOW-TRIPPED
                 GO I-SUBTRACT-FN
               END-IF
             END-IF
             MOVE ARITH-TEMP TO X
           ELSE
             SUBTRACT RAM(IDX-C OF IDX) FROM X END-SUBTRACT
                     " from ["IDX-P OF IDX"]("IDX-C OF IDX")"
             END-DISPLAY
           END-IF.
      * The product goes through ARITH-TEMP first so the overflow
      * record can carry it unwrapped; the wrap itself is the
      * same MOD it always was.
           MULTIPLY X BY RAM(IDX-C OF IDX) GIVING ARITH-TEMP
           END-MULTIPLY.
           IF ARITH-TEMP > GORBITSA-MAX-VALUE
               AND GORBITSA-OVERFLOW-ON
             MOVE ARITH-TEMP TO OVERFLOW-RESULT
             MOVE RAM(IDX-C OF IDX) TO OVERFLOW-VALUE
             COMPUTE OVERFLOW-WRAPPED =
                     FUNCTION MOD(ARITH-TEMP GORBITSA-MAX-ADDR)
             END-COMPUTE
             PERFORM RECORD-OVERFLOW THRU RECORD-OVERFLOW-FN
             IF OVERFLOW-TRIPPED
               GO I-MULTIPLY-FN
             END-IF
           END-IF.
           COMPUTE X = FUNCTION MOD(ARITH-TEMP GORBITSA-MAX-ADDR)
           END-COMPUTE.
           IF GORBITSA-TRACE-ON
             DISPLAY "   - Result X="X END-DISPLAY
           MOVE OPERAND OF INSTRUCTION (PC) TO IDX-P       OF IDX.
           MOVE "I"                         TO DIRECTION   OF IDX.
           PERFORM CORRECT-INDEX THRU CORRECT-INDEX-FN.
           MOVE "N" TO RECORD-REJECTED-SW.
      * Record mode: one RECEIVE consumes one full record and
      * delivers every mapped field into consecutive cells from
      * the operand address up.
             PERFORM OBTAIN-RECEIVE-LINE THRU OBTAIN-RECEIVE-LINE-FN
             PERFORM RECEIVE-RECORD-FIELDS
               THRU RECEIVE-RECORD-FIELDS-FN
             IF GORBITSA-REJECT-ON
               IF RECORD-REJECTED
                 MOVE 1 TO X
               ELSE
                 MOVE 0 TO X
               END-IF
             END-IF
             ADD 1 TO PC END-ADD
             GO E-RECEIVE-FN
           END-IF.
             END-IF
             MOVE RECEIVE-IN(1:4) TO RAM(IDX-C OF IDX)
             IF RAM(IDX-C OF IDX) > GORBITSA-MAX-VALUE
      * A rejected record stores nothing - the cell gets its old
      * value back, so there is no store to journal.
               IF GORBITSA-REJECT-ON
                 MOVE JOURNAL-OLD TO RAM (IDX-C OF IDX)
                 STRING
                   "E-RECEIVE | Number is too big: " DELIMITED BY SIZE
                   RECEIVE-IN DELIMITED BY SPACE
                   INTO ERROR-STRING
                 END-STRING
                 PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
                 MOVE 1 TO X
                 ADD 1 TO PC END-ADD
                 GO E-RECEIVE-FN
               END-IF
      * The store has already landed in RAM and will show in the
      * .REPORT dump, so it is journaled even though the run is
      * about to abort on it.
                 RECEIVE-IN DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               IF GORBITSA-REJECT-ON
                 PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
                 MOVE 1 TO X
                 ADD 1 TO PC END-ADD
                 GO E-RECEIVE-FN
               END-IF
               SET RC-BAD-RECEIVE-INPUT TO TRUE
               GO EXIT-PROGRAM
             END-IF
             DISPLAY "   - Received " RAM(IDX-C OF IDX) " from input "
                  "into ["IDX-P OF IDX"]("IDX-C OF IDX")" END-DISPLAY
           END-IF.
           IF GORBITSA-REJECT-ON
             MOVE 0 TO X
           END-IF.
           ADD 1 TO PC END-ADD.
       E-RECEIVE-FN.
      *--------------*
               DISPLAY "   - Branching to ["IDX-P OF IDX"]("
                                       IDX-C OF IDX")" END-DISPLAY
             END-IF
             IF GORBITSA-COVERAGE-ON
               ADD 1 TO PC-TAKEN-COUNT (PC) END-ADD
             END-IF
             MOVE IDX-C OF IDX TO PC
           ELSE
             ADD 1 TO PC END-ADD
      *----------------------*
      * Deliver every mapped field of the record in RECEIVE-IN
      * into consecutive RAM cells starting at RECMODE-BASE, each
      * store journaled like any other. In reject mode every field
      * is validated before any is stored, so a rejected record
      * leaves none of its fields behind.
           IF GORBITSA-REJECT-ON
             PERFORM VARYING FIELD-IDX FROM 1 BY 1
                       UNTIL FIELD-IDX > FIELD-COUNT
                          OR RECORD-REJECTED
               PERFORM EXTRACT-FIELD THRU EXTRACT-FIELD-FN
             END-PERFORM
             IF RECORD-REJECTED
               GO RECEIVE-RECORD-FIELDS-FN
             END-IF
           END-IF.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                     UNTIL FIELD-IDX > FIELD-COUNT
             COMPUTE RECMODE-TARGET = RECMODE-BASE + FIELD-IDX - 1
               FIELD-WORK DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             IF GORBITSA-REJECT-ON
               PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
               GO EXTRACT-FIELD-FN
             END-IF
             SET RC-BAD-RECEIVE-INPUT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
               FIELD-WORK DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             IF GORBITSA-REJECT-ON
               PERFORM RECORD-REJECT THRU RECORD-REJECT-FN
               GO EXTRACT-FIELD-FN
             END-IF
             SET RC-BAD-RECEIVE-INPUT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
                 SET RC-BAD-RECEIVE-INPUT TO TRUE
                 GO EXIT-PROGRAM
               NOT AT END
      * A control-total trailer is never data - reaching it is
      * reaching the end of the input.
                 IF RECEIVE-IN(1:9) = TRAILER-TAG
                   STRING
                     "I-RECEIVE | Batch input exhausted at trailer: "
                       DELIMITED BY SIZE
                     RECEIVE-PATH DELIMITED BY SPACE
                     INTO ERROR-STRING
                   END-STRING
                   SET RC-BAD-RECEIVE-INPUT TO TRUE
                   GO EXIT-PROGRAM
                 END-IF
                 ADD 1 TO RECEIVE-COUNT END-ADD
             END-READ
           ELSE
