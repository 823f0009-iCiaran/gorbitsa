       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBPROM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-FILE ASSIGN TO DYNAMIC SUM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

           SELECT COPY-IN-FILE ASSIGN TO DYNAMIC COPY-FROM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPY-IN-FILE-STATUS.

           SELECT COPY-OUT-FILE ASSIGN TO DYNAMIC COPY-TO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPY-OUT-FILE-STATUS.

           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC REGISTRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT COVERAGE-FILE ASSIGN TO DYNAMIC COVERAGE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVERAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the interpreter's LOAD-PROGRAM reads - the
      * checksum has to run over exactly the columns it loads.
       FD PROGRAM-FILE.
       01 INSTRUCTION-RECORD.
         03 OPCODE-RECORD      PIC X(1).
         03 OPERAND-RECORD     PIC X(4).

      * Wide enough for the widest companion - a .SYMMAP or
      * .FIELDMAP line copies across unchanged.
       FD COPY-IN-FILE.
       01 COPY-IN-RECORD       PIC X(300).

       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD      PIC X(300).

       FD PROBE-FILE.
       01 PROBE-RECORD         PIC X(80).

       FD REGISTRY-FILE.
       01 REGISTRY-RECORD      PIC X(650).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(240).

      * The verify run's .COVERAGE companion - the interpreter's
      * COVERAGE-DETAIL layout, one record per loaded instruction.
       FD COVERAGE-FILE.
       01 COVERAGE-RECORD.
         03 FILLER             PIC X(11).
         03 COVERAGE-OPCODE    PIC X(1).
         03 FILLER             PIC X(6).
         03 COVERAGE-EXEC      PIC 9(9).
         03 FILLER             PIC X(16).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Promotion into the production library. A program file
      * (an assembled object and its .SYMMAP, .FIELDMAP, .XMITMAP
      * and .EXPECTED companions) is copied into the library only
      * after
      *   - GORBCHEK passes it, and
      *   - a verify run of it (GORBITSA_VERIFY=Y under run id
      *     PROMOTE, with batch, preload, record and master modes
      *     switched on for whichever input companions exist
      *     beside it, and its ledger entry kept out of the shop
      *     ledger in <program>.PROMOTE.LEDGER) reconciles clean
      *     against its .EXPECTED baseline - no baseline, no
      *     promotion, and
      *   - that verify run, which always runs with
      *     GORBITSA_COVERAGE=Y, executed at least the minimum
      *     share of the program's instructions. The coverage is
      *     reported on every promotion; the gate only applies
      *     when a minimum is set.
      * The library member keeps the program file's own name. The
      * promoted copy gets the next version number and its
      * checksum goes to the promotion registry. The version it
      * replaces is kept beside it as <member>.V<nnnn> with its
      * companions, registered as PRIOR, so a back-out needs no
      * rebuild; only one prior version is kept - the one before
      * it is retired and its files removed.
      * With GORBPROM_BACKOUT=Y the same program path instead
      * backs the member out to its PRIOR version.
      * Findings and the outcome go to the program file's
      * .PROMOTE companion report.
      *
      * Settings:
      *   GORBPROM_LIBRARY      production library directory
      *                         (default PRODLIB)
      *   GORBITSA_REGISTRY     promotion registry, the one the
      *                         interpreter's production mode
      *                         checks (default GORBITSA.REGISTRY)
      *   GORBPROM_CHECKER      checker binary (default gorbchek)
      *   GORBPROM_INTERPRETER  interpreter binary for the verify
      *                         run (default gorbitsa)
      *   GORBPROM_MIN_COVERAGE minimum instruction coverage, in
      *                         whole percent, the verify run
      *                         must reach (default 0 - no gate)
      *
      * Usage: gorbprom <program-path>
      *----------------------------------------------------------*
       01 PROGRAM-PATH         PIC X(200) VALUE SPACES.
       01 LIBRARY-PATH         PIC X(200) VALUE SPACES.
       01 MEMBER-NAME          PIC X(200) VALUE SPACES.
       01 MEMBER-PATH          PIC X(210) VALUE SPACES.
       01 BACKUP-PATH          PIC X(220) VALUE SPACES.
       01 RETIRE-PATH          PIC X(220) VALUE SPACES.
       01 REPORT-PATH          PIC X(210) VALUE SPACES.
       01 REGISTRY-PATH        PIC X(210) VALUE SPACES.
       01 COPY-FROM-BASE       PIC X(220) VALUE SPACES.
       01 COPY-TO-BASE         PIC X(220) VALUE SPACES.
       01 COPY-FROM-PATH       PIC X(240) VALUE SPACES.
       01 COPY-TO-PATH         PIC X(240) VALUE SPACES.
       01 SUM-PATH             PIC X(240) VALUE SPACES.
       01 PROBE-PATH           PIC X(240) VALUE SPACES.
       01 COVERAGE-PATH        PIC X(240) VALUE SPACES.
      * The verify run is not a production run - it keeps its own
      * ledger beside the program so the shop ledger capacity
      * planning reads only ever holds real runs.
       01 VERIFY-LEDGER-PATH   PIC X(230) VALUE SPACES.
       01 PROGRAM-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 COPY-IN-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 COPY-OUT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PROBE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 REGISTRY-FILE-STATUS PIC X(2) VALUE SPACES.
       01 REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 COVERAGE-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 COPY-EOF             PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   0 = promoted (or backed out)   1 = bad arguments
      *   2 = refused - a gate failed, or nothing to back out
      *   3 = library or registry could not be updated
      *----------------------------------------------------------*
       01 GORBPROM-RC          PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-REFUSED                  VALUE 2.
         88 RC-LIBRARY-FAILED           VALUE 3.

      *----------------------------------------------------------*
      * Which checker and interpreter binaries to drive,
      * overridable so test promotions can point at scratch
      * builds the way GORBJOB's interpreter is.
      *----------------------------------------------------------*
       01 GORBPROM-CHECKER     PIC X(200) VALUE SPACES.
       01 GORBPROM-INTERPRETER PIC X(200) VALUE SPACES.
       01 GORBPROM-BACKOUT-SW  PIC X(1) VALUE "N".
         88 GORBPROM-BACKOUT-ON         VALUE "Y".

       01 STEP-COMMAND         PIC X(1000).
       01 COMMAND-PTR          PIC 9(4).
       01 STEP-RAW             PIC S9(9) VALUE 0.
       01 STEP-RC              PIC 9(3)  VALUE 0.
       01 CHECK-RC             PIC 9(3)  VALUE 0.
       01 VERIFY-RC            PIC 9(3)  VALUE 0.
       01 DELETE-RC            PIC S9(9) VALUE 0.

      *----------------------------------------------------------*
      * Coverage gate - the share of loaded instructions the
      * verify run executed at least once, the figure GORBCOV
      * reports for a single run.
      *----------------------------------------------------------*
       01 GORBPROM-MIN-COVERAGE PIC 9(3) VALUE 0.
       01 COVERAGE-EOF         PIC X(1) VALUE "N".
       01 COVERAGE-INSTR       PIC 9(5) VALUE 0.
       01 COVERAGE-HIT         PIC 9(5) VALUE 0.
       01 COVERAGE-PCT         PIC 9(3)V99 VALUE 0.
       01 COVERAGE-PCT-D       PIC ZZ9.99.

      *----------------------------------------------------------*
      * The files that travel with a program, by companion
      * extension; the blank first entry is the object itself.
      *----------------------------------------------------------*
       01 COMPANION-TABLE.
         03 COMPANION-EXT      PIC X(9) OCCURS 5 TIMES.
       01 COMP-IDX             PIC 9(1).

       01 PROBE-FOUND-SW       PIC X(1) VALUE "N".
         88 PROBE-FOUND                 VALUE "Y".
       01 HAS-RECEIVE-SW       PIC X(1) VALUE "N".
       01 HAS-PRELOAD-SW       PIC X(1) VALUE "N".
       01 HAS-FIELDMAP-SW      PIC X(1) VALUE "N".
       01 HAS-XMITMAP-SW       PIC X(1) VALUE "N".
       01 HAS-MASTER-SW        PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * One registry record per library file per version, in
      * promotion order: the path that runs, its version and
      * checksum, its standing, when it was registered, the
      * library member it is a version of, and where it came
      * from. Standing is CURRENT (the member itself), PRIOR (the
      * kept back-out copy), REPLACED, RETIRED or BACKEDOUT. The
      * interpreter's production mode mirrors this layout - keep
      * the two in step.
      *----------------------------------------------------------*
       01 REGISTRY-DETAIL.
         03 REG-PROGRAM        PIC X(200).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-VERSION        PIC 9(4).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-CHECKSUM       PIC 9(10).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-STATUS         PIC X(9).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-DATE           PIC 9(8).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-TIME           PIC 9(8).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-MEMBER         PIC X(200).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 REG-SOURCE         PIC X(200).
         03 FILLER             PIC X(4) VALUE SPACES.

      * The registry is held here while the promotion decides
      * what changes, then written back whole in one pass.
       01 REG-TABLE.
         03 REG-LINE           PIC X(650) OCCURS 2000 TIMES.
       01 REG-COUNT            PIC 9(4) VALUE 0.
       01 REG-IDX              PIC 9(4).
       01 REGISTRY-EOF         PIC X(1) VALUE "N".
       01 CURRENT-IDX          PIC 9(4) VALUE 0.
       01 PRIOR-IDX            PIC 9(4) VALUE 0.
       01 MAX-VERSION          PIC 9(4) VALUE 0.
       01 NEW-VERSION          PIC 9(4) VALUE 0.
       01 CURRENT-VERSION      PIC 9(4) VALUE 0.
       01 CURRENT-CHECKSUM     PIC 9(10) VALUE 0.
       01 PRIOR-VERSION        PIC 9(4) VALUE 0.
       01 PRIOR-CHECKSUM       PIC 9(10) VALUE 0.
       01 PRIOR-PATH           PIC X(200) VALUE SPACES.

      *----------------------------------------------------------*
      * Checksum - the interpreter's production-mode rule: two
      * running sums modulo 65521 over the five loaded columns of
      * every instruction record, reported as second * 65536 +
      * first. Keep the two in step.
      *----------------------------------------------------------*
       01 CHECK-A              PIC 9(5).
       01 CHECK-B              PIC 9(6).
       01 CHECK-COL            PIC 9(1).
       01 FILE-CHECKSUM        PIC 9(10) VALUE 0.
       01 PROMO-CHECKSUM       PIC 9(10) VALUE 0.
       01 SUM-FOUND-SW         PIC X(1) VALUE "N".
         88 SUM-FOUND                   VALUE "Y".

       01 RUN-DATE             PIC 9(8) VALUE 0.
       01 RUN-TIME             PIC 9(8) VALUE 0.
       01 SLASH-POS            PIC 9(3) VALUE 0.
       01 SCAN-IDX             PIC 9(3).
       01 REPORT-OPEN-SW       PIC X(1) VALUE "N".
         88 REPORT-FILE-IS-OPEN         VALUE "Y".
       01 REPORT-LINE          PIC X(240).
       01 RESULT-TEXT          PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-ARGS     THRU READ-ARGS-FN.
           PERFORM OPEN-REPORT   THRU OPEN-REPORT-FN.
           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-FN.
           IF GORBPROM-BACKOUT-ON
             PERFORM BACK-OUT     THRU BACK-OUT-FN
           ELSE
             PERFORM RUN-CHECKER  THRU RUN-CHECKER-FN
             PERFORM RUN-VERIFY   THRU RUN-VERIFY-FN
             PERFORM CHECK-COVERAGE THRU CHECK-COVERAGE-FN
             PERFORM PROMOTE      THRU PROMOTE-FN
           END-IF.
           PERFORM SAVE-REGISTRY THRU SAVE-REGISTRY-FN.
           PERFORM DROP-RETIRED  THRU DROP-RETIRED-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF REPORT-FILE-IS-OPEN
             MOVE SPACES TO REPORT-LINE
             IF GORBPROM-RC = 0
               STRING "Result         : " DELIMITED BY SIZE
                      RESULT-TEXT         DELIMITED BY "  "
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
             ELSE
               IF RC-REFUSED
                 MOVE "Result         : REFUSED" TO REPORT-LINE
               ELSE
                 MOVE "Result         : FAILED" TO REPORT-LINE
               END-IF
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
               MOVE SPACES TO REPORT-LINE
               STRING "Reason         : " DELIMITED BY SIZE
                      ERROR-STRING        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
             END-IF
             CLOSE REPORT-FILE
           END-IF.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBPROM-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT NOT = 1
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           ACCEPT PROGRAM-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".PROMOTE"     DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.

           ACCEPT LIBRARY-PATH
             FROM ENVIRONMENT "GORBPROM_LIBRARY"
           END-ACCEPT.
           IF LIBRARY-PATH = SPACES
             MOVE "PRODLIB" TO LIBRARY-PATH
           END-IF.

           ACCEPT REGISTRY-PATH
             FROM ENVIRONMENT "GORBITSA_REGISTRY"
           END-ACCEPT.
           IF REGISTRY-PATH = SPACES
             MOVE "GORBITSA.REGISTRY" TO REGISTRY-PATH
           END-IF.

           ACCEPT GORBPROM-CHECKER
             FROM ENVIRONMENT "GORBPROM_CHECKER"
           END-ACCEPT.
           IF GORBPROM-CHECKER = SPACES
             MOVE "gorbchek" TO GORBPROM-CHECKER
           END-IF.

           ACCEPT GORBPROM-INTERPRETER
             FROM ENVIRONMENT "GORBPROM_INTERPRETER"
           END-ACCEPT.
           IF GORBPROM-INTERPRETER = SPACES
             MOVE "gorbitsa" TO GORBPROM-INTERPRETER
           END-IF.

           ACCEPT GORBPROM-BACKOUT-SW
             FROM ENVIRONMENT "GORBPROM_BACKOUT"
           END-ACCEPT.
           IF GORBPROM-BACKOUT-SW NOT = "Y"
             MOVE "N" TO GORBPROM-BACKOUT-SW
           END-IF.

           ACCEPT GORBPROM-MIN-COVERAGE
             FROM ENVIRONMENT "GORBPROM_MIN_COVERAGE"
           END-ACCEPT.
           IF GORBPROM-MIN-COVERAGE > 100
             MOVE 100 TO GORBPROM-MIN-COVERAGE
           END-IF.

           MOVE SPACES      TO COMPANION-EXT (1).
           MOVE ".SYMMAP"   TO COMPANION-EXT (2).
           MOVE ".FIELDMAP" TO COMPANION-EXT (3).
           MOVE ".XMITMAP"  TO COMPANION-EXT (4).
           MOVE ".EXPECTED" TO COMPANION-EXT (5).

      * The member is the program file's own name, without any
      * directory it was built in.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                     UNTIL SCAN-IDX > 200
             IF PROGRAM-PATH(SCAN-IDX:1) = "/"
               MOVE SCAN-IDX TO SLASH-POS
             END-IF
           END-PERFORM.
           IF SLASH-POS < 200
             MOVE PROGRAM-PATH(SLASH-POS + 1:) TO MEMBER-NAME
           END-IF.
           IF MEMBER-NAME = SPACES
             STRING "READ-ARGS | No program file named: "
               DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           STRING LIBRARY-PATH   DELIMITED BY SPACE
                  "/"            DELIMITED BY SIZE
                  MEMBER-NAME    DELIMITED BY SPACE
                  INTO MEMBER-PATH
           END-STRING.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT RUN-TIME FROM TIME END-ACCEPT.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       OPEN-REPORT.
      *------------*
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
             STRING "OPEN-REPORT | Cannot open PROMOTE report: "
               DELIMITED BY SIZE
               REPORT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           IF GORBPROM-BACKOUT-ON
             MOVE "GORBPROM BACK-OUT REPORT" TO REPORT-LINE
           ELSE
             MOVE "GORBPROM PROMOTION REPORT" TO REPORT-LINE
           END-IF.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Program        : " DELIMITED BY SIZE
                  PROGRAM-PATH        DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Library member : " DELIMITED BY SIZE
                  MEMBER-PATH         DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       OPEN-REPORT-FN.
      *---------------*
           EXIT.

       LOAD-REGISTRY.
      *--------------*
      * A registry that does not exist yet is an empty one - the
      * first promotion creates it. Along the way pick out this
      * member's CURRENT and PRIOR entries and its highest
      * version; the last entry of a kind wins.
           MOVE 0 TO REG-COUNT CURRENT-IDX PRIOR-IDX MAX-VERSION.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS NOT = "00"
             GO LOAD-REGISTRY-FN
           END-IF.
           MOVE "N" TO REGISTRY-EOF.
           PERFORM UNTIL REGISTRY-EOF = "Y"
             READ REGISTRY-FILE
               AT END
                 MOVE "Y" TO REGISTRY-EOF
               NOT AT END
                 IF REG-COUNT >= 2000
                   STRING "LOAD-REGISTRY | Registry exceeds 2000 "
                     "entries: " DELIMITED BY SIZE
                     REGISTRY-PATH DELIMITED BY SPACE
                     INTO ERROR-STRING
                   END-STRING
                   SET RC-LIBRARY-FAILED TO TRUE
                   CLOSE REGISTRY-FILE
                   GO EXIT-PROGRAM
                 END-IF
                 ADD 1 TO REG-COUNT END-ADD
                 MOVE REGISTRY-RECORD TO REG-LINE (REG-COUNT)
                 MOVE REGISTRY-RECORD TO REGISTRY-DETAIL
                 IF REG-MEMBER = MEMBER-PATH
                     AND REG-VERSION IS NUMERIC
                   IF REG-VERSION > MAX-VERSION
                     MOVE REG-VERSION TO MAX-VERSION
                   END-IF
                   IF REG-STATUS = "CURRENT"
                     MOVE REG-COUNT TO CURRENT-IDX
                   END-IF
                   IF REG-STATUS = "PRIOR"
                     MOVE REG-COUNT TO PRIOR-IDX
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           IF CURRENT-IDX > 0
             MOVE REG-LINE (CURRENT-IDX) TO REGISTRY-DETAIL
             MOVE REG-VERSION  TO CURRENT-VERSION
             MOVE REG-CHECKSUM TO CURRENT-CHECKSUM
           END-IF.
           IF PRIOR-IDX > 0
             MOVE REG-LINE (PRIOR-IDX) TO REGISTRY-DETAIL
             MOVE REG-VERSION  TO PRIOR-VERSION
             MOVE REG-CHECKSUM TO PRIOR-CHECKSUM
             MOVE REG-PROGRAM  TO PRIOR-PATH
           END-IF.
       LOAD-REGISTRY-FN.
      *-----------------*
           EXIT.

       RUN-CHECKER.
      *------------*
      * The same structural pre-flight GORBSTRM drives per step;
      * its findings stay in the program's own .CHEK report.
           MOVE SPACES TO STEP-COMMAND.
           STRING GORBPROM-CHECKER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PROGRAM-PATH DELIMITED BY SPACE
                  INTO STEP-COMMAND
           END-STRING.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           MOVE STEP-RC TO CHECK-RC.
           MOVE SPACES TO REPORT-LINE.
           STRING "GORBCHEK       : RC " DELIMITED BY SIZE
                  CHECK-RC               DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF CHECK-RC NOT = 0
             STRING "RUN-CHECKER | GORBCHEK did not pass: "
               DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       RUN-CHECKER-FN.
      *---------------*
           EXIT.

       RUN-VERIFY.
      *-----------*
      * A baseline is the sign-off a promotion rests on - refuse
      * outright without one rather than let the interpreter
      * report it as a mismatch.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".EXPECTED"    DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           IF NOT PROBE-FOUND
             STRING "RUN-VERIFY | No EXPECTED baseline: "
               DELIMITED BY SIZE
               PROBE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.

      * Run it the way production will - every mode whose input
      * companion sits beside the program is switched on, the
      * rule GORBJOB applies to a step's .RECEIVE stream.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH DELIMITED BY SPACE
                  ".RECEIVE" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-RECEIVE-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH DELIMITED BY SPACE
                  ".PRELOAD" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-PRELOAD-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH DELIMITED BY SPACE
                  ".FIELDMAP" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-FIELDMAP-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH DELIMITED BY SPACE
                  ".XMITMAP" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-XMITMAP-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROGRAM-PATH DELIMITED BY SPACE
                  ".MASTER" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-MASTER-SW.

      * A coverage file left by an earlier attempt must not be
      * graded as this run's - the interpreter can fail to write
      * one without failing the run.
           MOVE SPACES TO COVERAGE-PATH.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".PROMOTE.COVERAGE" DELIMITED BY SIZE
                  INTO COVERAGE-PATH
           END-STRING.
           CALL "CBL_DELETE_FILE" USING COVERAGE-PATH END-CALL.
           MOVE RETURN-CODE TO DELETE-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO VERIFY-LEDGER-PATH.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".PROMOTE.LEDGER" DELIMITED BY SIZE
                  INTO VERIFY-LEDGER-PATH
           END-STRING.

           MOVE SPACES TO STEP-COMMAND.
           MOVE 1 TO COMMAND-PTR.
           STRING "GORBITSA_VERIFY=Y GORBITSA_RUNID=PROMOTE "
                    DELIMITED BY SIZE
                  "GORBITSA_PRODUCTION=N " DELIMITED BY SIZE
                  "GORBITSA_COVERAGE=Y " DELIMITED BY SIZE
                  "GORBITSA_LEDGER=" DELIMITED BY SIZE
                  VERIFY-LEDGER-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO STEP-COMMAND
                  WITH POINTER COMMAND-PTR
           END-STRING.
           IF HAS-RECEIVE-SW = "Y"
             STRING "GORBITSA_BATCH=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-PRELOAD-SW = "Y"
             STRING "GORBITSA_PRELOAD=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-FIELDMAP-SW = "Y"
             STRING "GORBITSA_RECMODE=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-XMITMAP-SW = "Y"
             STRING "GORBITSA_XMITMODE=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-MASTER-SW = "Y"
             STRING "GORBITSA_MASTER=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           STRING GORBPROM-INTERPRETER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PROGRAM-PATH DELIMITED BY SPACE
                  INTO STEP-COMMAND
                  WITH POINTER COMMAND-PTR
           END-STRING.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           MOVE STEP-RC TO VERIFY-RC.
           MOVE SPACES TO REPORT-LINE.
           STRING "Verify run     : RC " DELIMITED BY SIZE
                  VERIFY-RC              DELIMITED BY SIZE
                  " (run id PROMOTE)"    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF VERIFY-RC NOT = 0
             STRING "RUN-VERIFY | Verify run did not reconcile "
               "clean: " DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       RUN-VERIFY-FN.
      *--------------*
           EXIT.

       CHECK-COVERAGE.
      *---------------*
      * The verify run leaves <program>.PROMOTE.COVERAGE behind.
      * Without it the coverage is unknown, which only matters
      * when a minimum has been set.
           MOVE SPACES TO COVERAGE-PATH.
           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".PROMOTE.COVERAGE" DELIMITED BY SIZE
                  INTO COVERAGE-PATH
           END-STRING.
           OPEN INPUT COVERAGE-FILE.
           IF COVERAGE-FILE-STATUS NOT = "00"
             MOVE "Coverage       : not recorded" TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             IF GORBPROM-MIN-COVERAGE > 0
               STRING "CHECK-COVERAGE | No coverage from verify run: "
                 DELIMITED BY SIZE
                 COVERAGE-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               SET RC-REFUSED TO TRUE
               GO EXIT-PROGRAM
             END-IF
             GO CHECK-COVERAGE-FN
           END-IF.
           MOVE "N" TO COVERAGE-EOF.
           PERFORM UNTIL COVERAGE-EOF = "Y"
             READ COVERAGE-FILE
               AT END
                 MOVE "Y" TO COVERAGE-EOF
               NOT AT END
                 ADD 1 TO COVERAGE-INSTR END-ADD
                 IF COVERAGE-EXEC IS NUMERIC AND COVERAGE-EXEC > 0
                   ADD 1 TO COVERAGE-HIT END-ADD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COVERAGE-FILE.
           MOVE 0 TO COVERAGE-PCT.
           IF COVERAGE-INSTR > 0
             COMPUTE COVERAGE-PCT ROUNDED =
               COVERAGE-HIT * 100 / COVERAGE-INSTR
             END-COMPUTE
           END-IF.
           MOVE COVERAGE-PCT TO COVERAGE-PCT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Coverage       : " DELIMITED BY SIZE
                  COVERAGE-PCT-D      DELIMITED BY SIZE
                  "% of "             DELIMITED BY SIZE
                  COVERAGE-INSTR      DELIMITED BY SIZE
                  " instructions, minimum " DELIMITED BY SIZE
                  GORBPROM-MIN-COVERAGE DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF COVERAGE-PCT < GORBPROM-MIN-COVERAGE
             STRING "CHECK-COVERAGE | Coverage " DELIMITED BY SIZE
               COVERAGE-PCT-D DELIMITED BY SIZE
               "% is below the minimum " DELIMITED BY SIZE
               GORBPROM-MIN-COVERAGE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       CHECK-COVERAGE-FN.
      *------------------*
           EXIT.

       PROMOTE.
      *--------*
      * Every gate passed. Keep the member being replaced as the
      * new back-out copy, install the program and prove the
      * installed copy is byte-for-byte what was vetted, and only
      * then retire the old back-out copy and let the registry say
      * so. The registry is only rewritten once all of that
      * stands, so a failure part way leaves a member the
      * production check refuses rather than one it vouches for;
      * the retired copy's files go only once it is rewritten, so
      * no PRIOR entry ever names files that are gone.
           IF PROGRAM-PATH = MEMBER-PATH
             STRING "PROMOTE | Program is already the library "
               "member: " DELIMITED BY SIZE
               MEMBER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE PROGRAM-PATH TO SUM-PATH.
           PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN.
           IF NOT SUM-FOUND
             STRING "PROMOTE | Cannot read program file: "
               DELIMITED BY SIZE
               PROGRAM-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE FILE-CHECKSUM TO PROMO-CHECKSUM.
           ADD 1 TO MAX-VERSION GIVING NEW-VERSION END-ADD.

           IF CURRENT-IDX > 0
             PERFORM KEEP-CURRENT THRU KEEP-CURRENT-FN
           END-IF.
           MOVE PROGRAM-PATH TO COPY-FROM-BASE.
           MOVE MEMBER-PATH  TO COPY-TO-BASE.
           PERFORM COPY-SET THRU COPY-SET-FN.
           MOVE MEMBER-PATH TO SUM-PATH.
           PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN.
           IF NOT SUM-FOUND OR FILE-CHECKSUM NOT = PROMO-CHECKSUM
             STRING "PROMOTE | Installed copy does not match: "
               DELIMITED BY SIZE
               MEMBER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           IF PRIOR-IDX > 0
             PERFORM RETIRE-PRIOR THRU RETIRE-PRIOR-FN
           END-IF.

           IF CURRENT-IDX > 0
             MOVE REG-LINE (CURRENT-IDX) TO REGISTRY-DETAIL
             MOVE "REPLACED" TO REG-STATUS
             MOVE REGISTRY-DETAIL TO REG-LINE (CURRENT-IDX)
             MOVE SPACES TO REPORT-LINE
             STRING "Prior version  : " DELIMITED BY SIZE
                    CURRENT-VERSION     DELIMITED BY SIZE
                    " kept as "         DELIMITED BY SIZE
                    BACKUP-PATH         DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           ELSE
             MOVE "Prior version  : none" TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           END-IF.
           MOVE MEMBER-PATH    TO REG-PROGRAM.
           MOVE NEW-VERSION    TO REG-VERSION.
           MOVE PROMO-CHECKSUM TO REG-CHECKSUM.
           MOVE "CURRENT"      TO REG-STATUS.
           MOVE PROGRAM-PATH   TO REG-SOURCE.
           PERFORM ADD-ENTRY THRU ADD-ENTRY-FN.

           MOVE SPACES TO REPORT-LINE.
           STRING "Version        : " DELIMITED BY SIZE
                  NEW-VERSION         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Checksum       : " DELIMITED BY SIZE
                  PROMO-CHECKSUM      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "PROMOTED" TO RESULT-TEXT.
       PROMOTE-FN.
      *-----------*
           EXIT.

       RETIRE-PRIOR.
      *-------------*
      * Only one back-out copy is kept - the superseded one goes,
      * files and all, unless it sat under the very name the new
      * back-out copy was just written to (a member promoted
      * again after a back-out). Its files are left for
      * DROP-RETIRED.
           MOVE REG-LINE (PRIOR-IDX) TO REGISTRY-DETAIL.
           MOVE "RETIRED" TO REG-STATUS.
           MOVE REGISTRY-DETAIL TO REG-LINE (PRIOR-IDX).
           IF PRIOR-PATH = BACKUP-PATH
             GO RETIRE-PRIOR-FN
           END-IF.
           MOVE PRIOR-PATH TO RETIRE-PATH.
       RETIRE-PRIOR-FN.
      *----------------*
           EXIT.

       DROP-RETIRED.
      *-------------*
      * Delete the copy RETIRE-PRIOR retired, now the registry
      * that no longer names it has been written.
           IF RETIRE-PATH = SPACES
             GO DROP-RETIRED-FN
           END-IF.
           PERFORM VARYING COMP-IDX FROM 1 BY 1 UNTIL COMP-IDX > 5
             MOVE SPACES TO COPY-TO-PATH
             STRING RETIRE-PATH DELIMITED BY SPACE
                    COMPANION-EXT (COMP-IDX) DELIMITED BY SPACE
                    INTO COPY-TO-PATH
             END-STRING
             CALL "CBL_DELETE_FILE" USING COPY-TO-PATH END-CALL
             MOVE RETURN-CODE TO DELETE-RC
             MOVE 0 TO RETURN-CODE
           END-PERFORM.
       DROP-RETIRED-FN.
      *----------------*
           EXIT.

       KEEP-CURRENT.
      *-------------*
      * The member being replaced becomes the back-out copy,
      * <member>.V<nnnn> with its companions beside it under the
      * same names, so it runs as it stands.
           MOVE SPACES TO BACKUP-PATH.
           STRING MEMBER-PATH     DELIMITED BY SPACE
                  ".V"            DELIMITED BY SIZE
                  CURRENT-VERSION DELIMITED BY SIZE
                  INTO BACKUP-PATH
           END-STRING.
           MOVE MEMBER-PATH TO COPY-FROM-BASE.
           MOVE BACKUP-PATH TO COPY-TO-BASE.
           PERFORM COPY-SET THRU COPY-SET-FN.
           MOVE BACKUP-PATH TO SUM-PATH.
           PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN.
           IF NOT SUM-FOUND
             STRING "KEEP-CURRENT | Cannot keep prior version: "
               DELIMITED BY SIZE
               BACKUP-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
      * Registered under the checksum it was promoted with, not
      * the one on disk now - a member altered in the library
      * since is kept, but the production check will refuse it.
           MOVE BACKUP-PATH      TO REG-PROGRAM.
           MOVE CURRENT-VERSION  TO REG-VERSION.
           MOVE CURRENT-CHECKSUM TO REG-CHECKSUM.
           MOVE "PRIOR"          TO REG-STATUS.
           MOVE MEMBER-PATH      TO REG-SOURCE.
           PERFORM ADD-ENTRY THRU ADD-ENTRY-FN.
       KEEP-CURRENT-FN.
      *----------------*
           EXIT.

       BACK-OUT.
      *---------*
      * Put the kept PRIOR copy back as the member. Its checksum
      * must still be the one it was registered with - a back-out
      * copy altered in the library is refused like any other.
           IF CURRENT-IDX = 0 OR PRIOR-IDX = 0
               OR PRIOR-VERSION = CURRENT-VERSION
             STRING "BACK-OUT | No prior version to back out to: "
               DELIMITED BY SIZE
               MEMBER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE PRIOR-PATH TO SUM-PATH.
           PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN.
           IF NOT SUM-FOUND OR FILE-CHECKSUM NOT = PRIOR-CHECKSUM
             STRING "BACK-OUT | Prior copy does not match its "
               "registry entry: " DELIMITED BY SIZE
               PRIOR-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-REFUSED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE PRIOR-PATH  TO COPY-FROM-BASE.
           MOVE MEMBER-PATH TO COPY-TO-BASE.
           PERFORM COPY-SET THRU COPY-SET-FN.
           MOVE MEMBER-PATH TO SUM-PATH.
           PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN.
           IF NOT SUM-FOUND OR FILE-CHECKSUM NOT = PRIOR-CHECKSUM
             STRING "BACK-OUT | Restored copy does not match: "
               DELIMITED BY SIZE
               MEMBER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE REG-LINE (CURRENT-IDX) TO REGISTRY-DETAIL.
           MOVE "BACKEDOUT" TO REG-STATUS.
           MOVE REGISTRY-DETAIL TO REG-LINE (CURRENT-IDX).
           MOVE MEMBER-PATH    TO REG-PROGRAM.
           MOVE PRIOR-VERSION  TO REG-VERSION.
           MOVE PRIOR-CHECKSUM TO REG-CHECKSUM.
           MOVE "CURRENT"      TO REG-STATUS.
           MOVE PRIOR-PATH     TO REG-SOURCE.
           PERFORM ADD-ENTRY THRU ADD-ENTRY-FN.

           MOVE SPACES TO REPORT-LINE.
           STRING "Backed out     : " DELIMITED BY SIZE
                  CURRENT-VERSION     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Restored from  : " DELIMITED BY SIZE
                  PRIOR-PATH          DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Version        : " DELIMITED BY SIZE
                  PRIOR-VERSION       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Checksum       : " DELIMITED BY SIZE
                  PRIOR-CHECKSUM      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "BACKED OUT" TO RESULT-TEXT.
       BACK-OUT-FN.
      *------------*
           EXIT.

       ADD-ENTRY.
      *----------*
      * Append the entry built in REGISTRY-DETAIL, stamped and
      * filed under this member.
           IF REG-COUNT >= 2000
             STRING "ADD-ENTRY | Registry exceeds 2000 entries: "
               DELIMITED BY SIZE
               REGISTRY-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE RUN-DATE    TO REG-DATE.
           MOVE RUN-TIME    TO REG-TIME.
           MOVE MEMBER-PATH TO REG-MEMBER.
           ADD 1 TO REG-COUNT END-ADD.
           MOVE REGISTRY-DETAIL TO REG-LINE (REG-COUNT).
       ADD-ENTRY-FN.
      *-------------*
           EXIT.

       SAVE-REGISTRY.
      *--------------*
           OPEN OUTPUT REGISTRY-FILE.
           IF REGISTRY-FILE-STATUS NOT = "00"
             STRING "SAVE-REGISTRY | Cannot rewrite registry: "
               DELIMITED BY SIZE
               REGISTRY-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                     UNTIL REG-IDX > REG-COUNT
             MOVE REG-LINE (REG-IDX) TO REGISTRY-RECORD
             WRITE REGISTRY-RECORD END-WRITE
           END-PERFORM.
           CLOSE REGISTRY-FILE.
       SAVE-REGISTRY-FN.
      *-----------------*
           EXIT.

       COPY-SET.
      *---------*
      * Copy a program file and each of its companions from
      * COPY-FROM-BASE to COPY-TO-BASE. A companion the source
      * does not have is removed at the target, so a map dropped
      * from a program cannot linger beside the new version.
           PERFORM VARYING COMP-IDX FROM 1 BY 1 UNTIL COMP-IDX > 5
             MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH
             STRING COPY-FROM-BASE DELIMITED BY SPACE
                    COMPANION-EXT (COMP-IDX) DELIMITED BY SPACE
                    INTO COPY-FROM-PATH
             END-STRING
             STRING COPY-TO-BASE DELIMITED BY SPACE
                    COMPANION-EXT (COMP-IDX) DELIMITED BY SPACE
                    INTO COPY-TO-PATH
             END-STRING
             PERFORM COPY-ONE THRU COPY-ONE-FN
           END-PERFORM.
       COPY-SET-FN.
      *------------*
           EXIT.

       COPY-ONE.
      *---------*
           OPEN INPUT COPY-IN-FILE.
           IF COPY-IN-FILE-STATUS NOT = "00"
             CALL "CBL_DELETE_FILE" USING COPY-TO-PATH END-CALL
             MOVE RETURN-CODE TO DELETE-RC
             MOVE 0 TO RETURN-CODE
             GO COPY-ONE-FN
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF COPY-OUT-FILE-STATUS NOT = "00"
             CLOSE COPY-IN-FILE
             STRING "COPY-ONE | Cannot write library file: "
               DELIMITED BY SIZE
               COPY-TO-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-LIBRARY-FAILED TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO COPY-EOF.
           PERFORM UNTIL COPY-EOF = "Y"
             READ COPY-IN-FILE
               AT END
                 MOVE "Y" TO COPY-EOF
               NOT AT END
                 MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                 WRITE COPY-OUT-RECORD END-WRITE
             END-READ
           END-PERFORM.
           CLOSE COPY-IN-FILE.
           CLOSE COPY-OUT-FILE.
       COPY-ONE-FN.
      *------------*
           EXIT.

       CHECKSUM-FILE.
      *--------------*
      * Checksum the program file at SUM-PATH into FILE-CHECKSUM,
      * by the interpreter's CHECKSUM-RECORD rule.
           MOVE "N" TO SUM-FOUND-SW.
           MOVE 1 TO CHECK-A.
           MOVE 0 TO CHECK-B FILE-CHECKSUM.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-FILE-STATUS NOT = "00"
             GO CHECKSUM-FILE-FN
           END-IF.
           SET SUM-FOUND TO TRUE.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ PROGRAM-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM VARYING CHECK-COL FROM 1 BY 1
                           UNTIL CHECK-COL > 5
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
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE PROGRAM-FILE.
           COMPUTE FILE-CHECKSUM = CHECK-B * 65536 + CHECK-A
           END-COMPUTE.
       CHECKSUM-FILE-FN.
      *-----------------*
           EXIT.

       PROBE-ONE.
      *----------*
           MOVE "N" TO PROBE-FOUND-SW.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-STATUS = "00"
             SET PROBE-FOUND TO TRUE
             CLOSE PROBE-FILE
           END-IF.
       PROBE-ONE-FN.
      *-------------*
           EXIT.

       RUN-COMMAND.
      *------------*
      * Same wait-status scaling RUN-STEP in GORBJOB applies.
           CALL "SYSTEM" USING STEP-COMMAND END-CALL.
           MOVE RETURN-CODE TO STEP-RAW.
           MOVE 0 TO RETURN-CODE.
           IF STEP-RAW > 255
             DIVIDE STEP-RAW BY 256 GIVING STEP-RC END-DIVIDE
           ELSE
             MOVE STEP-RAW TO STEP-RC
           END-IF.
       RUN-COMMAND-FN.
      *---------------*
           EXIT.

       WRITE-LINE.
      *-----------*
           MOVE REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
       WRITE-LINE-FN.
      *--------------*
           EXIT.
