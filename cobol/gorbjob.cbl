           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOL-OUT-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
       FD SPOOL-OUT-FILE.
       01 SPOOL-OUT-RECORD     PIC X(80).

       FD BALANCE-FILE.
       01 BALANCE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * The job manifest lists one GORBITSA program path per line
       01 STATUS-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 SPOOL-IN-FILE-STATUS PIC X(2) VALUE SPACES.
       01 SPOOL-OUT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 BALANCE-PATH         PIC X(210).
       01 BALANCE-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
      *----------------------------------------------------------*
       01 GORBJOB-INTERPRETER  PIC X(200) VALUE SPACES.

      *----------------------------------------------------------*
      * Batch balancing (GORBJOB_BALANCE=Y): every step runs with
      * GORBITSA_BALANCE=Y, so each .TRANSMIT spool closes with a
      * control-total trailer and each batch step balances its
      * .RECEIVE stream against it. The hand-off itself is
      * balanced too - the spool is counted and hashed as it is
      * copied, and a spool with no trailer or with totals that
      * disagree with its trailer holds the stream at the step
      * it was meant for, RC 3, before that step ever runs. A
      * step whose own .BALANCE report comes back out of balance
      * is called out the same way ahead of its hold line.
      * The hash rule is the interpreter's HASH-IMAGE - keep the
      * two in step.
      *----------------------------------------------------------*
       01 GORBJOB-BALANCE-SW   PIC X(1) VALUE "N".
         88 GORBJOB-BALANCE-ON          VALUE "Y".
       01 TRAILER-TAG          PIC X(9) VALUE "*TRAILER*".
       01 TRAILER-IN.
         03 TRAILER-IN-TAG     PIC X(9).
         03 FILLER             PIC X(9).
         03 TRAILER-IN-RECORDS PIC 9(9).
         03 FILLER             PIC X(6).
         03 TRAILER-IN-HASH    PIC 9(15).
         03 FILLER             PIC X(32).
       01 TRAILER-FOUND-SW     PIC X(1) VALUE "N".
         88 TRAILER-FOUND               VALUE "Y".
       01 BALANCE-EOF          PIC X(1) VALUE "N".
       01 BALANCE-OUT-SW       PIC X(1) VALUE "N".
         88 BALANCE-OUT                 VALUE "Y".
       01 BALANCE-IMAGE        PIC X(80).
       01 BALANCE-COL          PIC 9(2).
       01 BALANCE-DIGIT        PIC 9(1).
       01 BALANCE-RUN          PIC 9(9).
       01 BALANCE-RUN-LEN      PIC 9(2).
       01 BALANCE-REC-HASH     PIC 9(15).
       01 BALANCE-RECORDS      PIC 9(9).
       01 BALANCE-HASH         PIC 9(15).
       01 COMMAND-PTR          PIC 9(3).

       01 STEP-TABLE.
         03 STEP-PATH          PIC X(200) OCCURS 50 TIMES.
       01 STEP-COUNT           PIC 9(2) VALUE 0.
         88 STEP-HAS-RECEIVE            VALUE "Y".
       01 STREAM-HELD-SW       PIC X(1) VALUE "N".
         88 STREAM-HELD                 VALUE "Y".
       01 STEP-COMMAND         PIC X(700).
       01 STATUS-LINE          PIC X(240).

       PROCEDURE DIVISION.
             MOVE "gorbitsa" TO GORBJOB-INTERPRETER
           END-IF.

           ACCEPT GORBJOB-BALANCE-SW
             FROM ENVIRONMENT "GORBJOB_BALANCE"
           END-ACCEPT.
           IF GORBJOB-BALANCE-SW NOT = "Y"
             MOVE "N" TO GORBJOB-BALANCE-SW
           END-IF.

           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
             STRING "READ-MANIFEST | Cannot open manifest: "
             GO RUN-STEP-FN
           END-IF.
           PERFORM PROBE-RECEIVE THRU PROBE-RECEIVE-FN.
           IF GORBJOB-BALANCE-ON AND STEP-HAS-RECEIVE
             PERFORM CLEAR-BALANCE THRU CLEAR-BALANCE-FN
           END-IF.
           PERFORM BUILD-COMMAND THRU BUILD-COMMAND-FN.
           CALL "SYSTEM" USING STEP-COMMAND END-CALL.
      * On this platform the raw result of SYSTEM carries the
           END-STRING.
           MOVE STATUS-LINE TO STATUS-RECORD.
           WRITE STATUS-RECORD END-WRITE.
           IF GORBJOB-BALANCE-ON AND STEP-HAS-RECEIVE
             PERFORM CHECK-BALANCE THRU CHECK-BALANCE-FN
           END-IF.
           IF STEP-RC NOT = 0
             PERFORM HOLD-STREAM THRU HOLD-STREAM-FN
           END-IF.
             PERFORM HOLD-STREAM THRU HOLD-STREAM-FN
             GO COPY-SPOOL-FN
           END-IF.
      * The trailer is copied across with the data so the step
      * can balance its own .RECEIVE stream against it.
           MOVE "N" TO SPOOL-EOF TRAILER-FOUND-SW.
           MOVE 0 TO BALANCE-RECORDS BALANCE-HASH.
           PERFORM UNTIL SPOOL-EOF = "Y"
             READ SPOOL-IN-FILE
               AT END
               NOT AT END
                 MOVE SPOOL-IN-RECORD TO SPOOL-OUT-RECORD
                 WRITE SPOOL-OUT-RECORD END-WRITE
                 IF SPOOL-IN-RECORD(1:9) = TRAILER-TAG
                   IF NOT TRAILER-FOUND
                     MOVE SPOOL-IN-RECORD TO TRAILER-IN
                     SET TRAILER-FOUND TO TRUE
                   END-IF
                 ELSE
                   IF NOT TRAILER-FOUND
                     ADD 1 TO BALANCE-RECORDS END-ADD
                     MOVE SPOOL-IN-RECORD TO BALANCE-IMAGE
                     PERFORM HASH-IMAGE THRU HASH-IMAGE-FN
                     ADD BALANCE-REC-HASH TO BALANCE-HASH END-ADD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SPOOL-IN-FILE.
           CLOSE SPOOL-OUT-FILE.
           IF GORBJOB-BALANCE-ON
             PERFORM BALANCE-SPOOL THRU BALANCE-SPOOL-FN
           END-IF.
       COPY-SPOOL-FN.
      *--------------*
           EXIT.
       BUILD-COMMAND.
      *--------------*
           MOVE SPACES TO STEP-COMMAND.
           MOVE 1 TO COMMAND-PTR.
           IF GORBJOB-BALANCE-ON
             STRING "GORBITSA_BALANCE=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF STEP-HAS-RECEIVE
             STRING "GORBITSA_BATCH=Y GORBITSA_TRANSMIT_FILE=Y "
                      DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    STEP-PATH (STEP-IDX) DELIMITED BY SPACE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           ELSE
             STRING "GORBITSA_TRANSMIT_FILE=Y "
                    " " DELIMITED BY SIZE
                    STEP-PATH (STEP-IDX) DELIMITED BY SPACE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
       BUILD-COMMAND-FN.
      *-----------------*
           EXIT.

       BALANCE-SPOOL.
      *--------------*
      * Balance the spool just handed off against the trailer the
      * prior step closed it with.
           MOVE "N" TO BALANCE-OUT-SW.
           MOVE SPACES TO STATUS-LINE.
           EVALUATE TRUE
             WHEN NOT TRAILER-FOUND
               SET BALANCE-OUT TO TRUE
               STRING "STEP " DELIMITED BY SIZE
                      STEP-IDX DELIMITED BY SIZE
                      " OUT OF BALANCE NO TRAILER ON PRIOR SPOOL"
                        DELIMITED BY SIZE
                      INTO STATUS-LINE
               END-STRING
             WHEN TRAILER-IN-RECORDS IS NOT NUMERIC
                 OR TRAILER-IN-HASH IS NOT NUMERIC
                 OR TRAILER-IN-RECORDS NOT = BALANCE-RECORDS
                 OR TRAILER-IN-HASH NOT = BALANCE-HASH
               SET BALANCE-OUT TO TRUE
               STRING "STEP " DELIMITED BY SIZE
                      STEP-IDX DELIMITED BY SIZE
                      " OUT OF BALANCE SPOOL RECORDS="
                        DELIMITED BY SIZE
                      BALANCE-RECORDS DELIMITED BY SIZE
                      " HASH=" DELIMITED BY SIZE
                      BALANCE-HASH DELIMITED BY SIZE
                      " TRAILER " DELIMITED BY SIZE
                      TRAILER-IN(11:60) DELIMITED BY "  "
                      INTO STATUS-LINE
               END-STRING
           END-EVALUATE.
           IF BALANCE-OUT
             MOVE STATUS-LINE TO STATUS-RECORD
             WRITE STATUS-RECORD END-WRITE
             MOVE 3 TO STEP-RC
             PERFORM HOLD-STREAM THRU HOLD-STREAM-FN
           END-IF.
       BALANCE-SPOOL-FN.
      *-----------------*
           EXIT.

       CLEAR-BALANCE.
      *--------------*
      * A step that fails before it balances writes no .BALANCE,
      * so the one an earlier run left is removed first - it must
      * not be read back as this step's verdict.
           MOVE SPACES TO BALANCE-PATH.
           STRING STEP-PATH (STEP-IDX) DELIMITED BY SPACE
                  ".BALANCE"           DELIMITED BY SIZE
                  INTO BALANCE-PATH
           END-STRING.
           CALL "CBL_DELETE_FILE" USING BALANCE-PATH END-CALL.
       CLEAR-BALANCE-FN.
      *-----------------*
           EXIT.

       CHECK-BALANCE.
      *--------------*
      * Pick up the verdict the step wrote to its .BALANCE report
      * so an out-of-balance .RECEIVE stream is named as such in
      * the stream status, not just as the step's nonzero RC.
           MOVE SPACES TO BALANCE-PATH.
           STRING STEP-PATH (STEP-IDX) DELIMITED BY SPACE
                  ".BALANCE"           DELIMITED BY SIZE
                  INTO BALANCE-PATH
           END-STRING.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
             GO CHECK-BALANCE-FN
           END-IF.
           MOVE "N" TO BALANCE-EOF BALANCE-OUT-SW.
           PERFORM UNTIL BALANCE-EOF = "Y"
             READ BALANCE-FILE
               AT END
                 MOVE "Y" TO BALANCE-EOF
               NOT AT END
                 IF BALANCE-RECORD(1:17) = "Result         : "
                     AND BALANCE-RECORD(18:14) = "OUT OF BALANCE"
                   SET BALANCE-OUT TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
           IF BALANCE-OUT
             MOVE SPACES TO STATUS-LINE
             STRING "STEP " DELIMITED BY SIZE
                    STEP-IDX DELIMITED BY SIZE
                    " OUT OF BALANCE RECEIVE " DELIMITED BY SIZE
                    STEP-PATH (STEP-IDX) DELIMITED BY SPACE
                    ".RECEIVE" DELIMITED BY SIZE
                    INTO STATUS-LINE
             END-STRING
             MOVE STATUS-LINE TO STATUS-RECORD
             WRITE STATUS-RECORD END-WRITE
           END-IF.
       CHECK-BALANCE-FN.
      *-----------------*
           EXIT.

       HASH-IMAGE.
      *-----------*
      * Hash total of the one spool record in BALANCE-IMAGE into
      * BALANCE-REC-HASH: a run of digits counts as the number it
      * spells, nine digits at a time; any other non-blank
      * character counts as its ordinal. Same rule as the
      * interpreter's HASH-IMAGE.
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
