       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBPAR.

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

           SELECT SYMMAP-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SYMMAP-FILE-STATUS.

           SELECT RUN-REPORT-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-REPORT-FILE-STATUS.

           SELECT PROD-XMIT-FILE ASSIGN TO DYNAMIC PROD-ARTIFACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROD-XMIT-FILE-STATUS.

           SELECT CAND-XMIT-FILE ASSIGN TO DYNAMIC CAND-ARTIFACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAND-XMIT-FILE-STATUS.

           SELECT PROD-JOURNAL-FILE
           ASSIGN TO DYNAMIC PROD-ARTIFACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROD-JOURNAL-FILE-STATUS.

           SELECT CAND-JOURNAL-FILE
           ASSIGN TO DYNAMIC CAND-ARTIFACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAND-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the interpreter's LOAD-PROGRAM reads - the
      * checksum has to run over exactly the columns it loads.
       FD PROGRAM-FILE.
       01 INSTRUCTION-RECORD.
         03 OPCODE-RECORD      PIC X(1).
         03 OPERAND-RECORD     PIC X(4).

      * Wide enough for the widest input companion.
       FD COPY-IN-FILE.
       01 COPY-IN-RECORD       PIC X(300).

       FD COPY-OUT-FILE.
       01 COPY-OUT-RECORD      PIC X(300).

       FD PROBE-FILE.
       01 PROBE-RECORD         PIC X(80).

      * Same layout GORBASM's WRITE-SYMMAP lays down and the
      * interpreter's LOAD-SYMMAP reads.
       FD SYMMAP-FILE.
       01 SYMMAP-RECORD.
         03 SYMMAP-TYPE        PIC X(1).
         03 SYMMAP-VALUE       PIC X(4).
         03 FILLER             PIC X(1).
         03 SYMMAP-NAME        PIC X(16).

      * The interpreter's .REPORT, written by its WRITE-REPORT.
       FD RUN-REPORT-FILE.
       01 RUN-REPORT-RECORD    PIC X(80).

      * Same width as the interpreter's spool record.
       FD PROD-XMIT-FILE.
       01 PROD-XMIT-RECORD     PIC X(80).

       FD CAND-XMIT-FILE.
       01 CAND-XMIT-RECORD     PIC X(80).

      * The interpreter's JOURNAL-DETAIL layout.
       FD PROD-JOURNAL-FILE.
       01 PROD-JOURNAL-RECORD.
         03 FILLER             PIC X(3).
         03 PROD-JOURNAL-PC    PIC 9(4).
         03 FILLER             PIC X(6).
         03 PROD-JOURNAL-CELL  PIC 9(4).
         03 FILLER             PIC X(5).
         03 PROD-JOURNAL-OLD   PIC 9(4).
         03 FILLER             PIC X(5).
         03 PROD-JOURNAL-NEW   PIC 9(4).

       FD CAND-JOURNAL-FILE.
       01 CAND-JOURNAL-RECORD.
         03 FILLER             PIC X(3).
         03 CAND-JOURNAL-PC    PIC 9(4).
         03 FILLER             PIC X(6).
         03 CAND-JOURNAL-CELL  PIC 9(4).
         03 FILLER             PIC X(5).
         03 CAND-JOURNAL-OLD   PIC 9(4).
         03 FILLER             PIC X(5).
         03 CAND-JOURNAL-NEW   PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(240).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Parallel run of a candidate program version against the
      * production one. Both object files run under the
      * interpreter on identical inputs, each in place under its
      * own run id (PARPROD and PARCAND) so neither disturbs the
      * other's artifacts or production's own nightly ones:
      *   - production's input companions are the inputs: its
      *     .RECEIVE and .PRELOAD are copied over the candidate's
      *     (a candidate companion production does not have is
      *     removed), and batch and preload modes follow them;
      *   - a production .MASTER is unloaded through GORBMAST,
      *     reloaded as the candidate's, and reloaded back over
      *     production's own once the production run is done, so
      *     both runs start from the same master and the
      *     parallel run leaves production's master as it was;
      *     production's .MASTRPT, which GORBMAST rewrites on the
      *     way, is copied aside first and put back;
      *   - the candidate's own .RECEIVE, .PRELOAD and .MASTRPT,
      *     and its .MASTER where production's is staged over it,
      *     are its regression inputs - its .EXPECTED baseline was
      *     built from them - so they are saved under
      *     <candidate>.PARALLEL.SAVE first and put back on the
      *     way out;
      *   - record and transmit-record modes follow each
      *     version's own .FIELDMAP and .XMITMAP - a layout
      *     change is part of what is being compared;
      *   - both runs keep a journal and a .TRANSMIT spool, and
      *     log to <candidate>.PARALLEL.LEDGER rather than the
      *     shop ledger, so neither counts as a nightly run nor
      *     shows as a production exception.
      * Then compared: the run outcomes (condition code,
      * instruction count, final PC and X), the .TRANSMIT
      * output record by record, final RAM cell by cell from
      * the .REPORT dumps, the opcode tallies, and the two
      * .JOURNAL store trails - the first store where they part
      * is named by PC and assembler label on each side.
      * Everything goes to the candidate's .PARALLEL report,
      * which closes with a sign-off block: it is the evidence
      * change approval signs that the only differences are the
      * intended ones.
      *
      * Settings:
      *   GORBPAR_INTERPRETER  interpreter binary (default
      *                        gorbitsa)
      *   GORBPAR_MAINTAINER   master maintenance binary
      *                        (default gorbmast)
      * Any other GORBITSA_ setting in the environment (an
      * instruction budget, say) reaches both runs alike.
      *
      * Usage: gorbpar <production-path> <candidate-path>
      *----------------------------------------------------------*
       01 PROD-PATH            PIC X(200) VALUE SPACES.
       01 CAND-PATH            PIC X(200) VALUE SPACES.
       01 REPORT-PATH          PIC X(210) VALUE SPACES.
       01 IMAGE-PATH           PIC X(230) VALUE SPACES.
       01 SAVE-BASE            PIC X(220) VALUE SPACES.
       01 CAND-IMAGE-PATH      PIC X(230) VALUE SPACES.
       01 PROD-MASTRPT-SAVE    PIC X(230) VALUE SPACES.
       01 SCRATCH-LEDGER-PATH  PIC X(230) VALUE SPACES.
       01 COPY-FROM-PATH       PIC X(240) VALUE SPACES.
       01 COPY-TO-PATH         PIC X(240) VALUE SPACES.
       01 SUM-PATH             PIC X(240) VALUE SPACES.
       01 PROBE-PATH           PIC X(240) VALUE SPACES.
       01 PROD-ARTIFACT-PATH   PIC X(240) VALUE SPACES.
       01 CAND-ARTIFACT-PATH   PIC X(240) VALUE SPACES.
       01 PROGRAM-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 COPY-IN-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 COPY-OUT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PROBE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 SYMMAP-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 RUN-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PROD-XMIT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 CAND-XMIT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PROD-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
       01 CAND-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
       01 REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 REPORT-FILE-OPEN-SW  PIC X(1) VALUE "N".
         88 REPORT-FILE-IS-OPEN         VALUE "Y".
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 COPY-EOF             PIC X(1) VALUE "N".
       01 PROD-EOF             PIC X(1) VALUE "N".
       01 CAND-EOF             PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   0 = the two versions behaved identically
      *   1 = bad arguments
      *   2 = the parallel run could not be staged, or an
      *       artifact needed for the comparison is missing
      *   3 = differences found - see the .PARALLEL report
      *----------------------------------------------------------*
       01 GORBPAR-RC           PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-INCOMPLETE               VALUE 2.
         88 RC-DIFFERENT                VALUE 3.

      *----------------------------------------------------------*
      * Which interpreter and master maintenance binaries to
      * drive, overridable so test comparisons can point at
      * scratch builds.
      *----------------------------------------------------------*
       01 GORBPAR-INTERPRETER  PIC X(200) VALUE SPACES.
       01 GORBPAR-MAINTAINER   PIC X(200) VALUE SPACES.

       01 STEP-COMMAND         PIC X(1000).
       01 COMMAND-PTR          PIC 9(4).
       01 STEP-RAW             PIC S9(9) VALUE 0.
       01 STEP-RC              PIC 9(3)  VALUE 0.
       01 DELETE-RC            PIC S9(9) VALUE 0.
       01 RUN-DATE             PIC 9(8) VALUE 0.
       01 RUN-TIME             PIC 9(8) VALUE 0.

       01 PROBE-FOUND-SW       PIC X(1) VALUE "N".
         88 PROBE-FOUND                 VALUE "Y".
       01 HAS-RECEIVE-SW       PIC X(1) VALUE "N".
       01 HAS-PRELOAD-SW       PIC X(1) VALUE "N".
       01 HAS-MASTER-SW        PIC X(1) VALUE "N".
       01 INCOMPLETE-SW        PIC X(1) VALUE "N".
         88 COMPARE-INCOMPLETE          VALUE "Y".
       01 DIFFERENT-SW         PIC X(1) VALUE "N".
         88 VERSIONS-DIFFER             VALUE "Y".
       01 MASTER-RESTORE-SW    PIC X(1) VALUE "N".
         88 MASTER-RESTORE-DUE          VALUE "Y".
       01 PROD-REPORT-RESTORE-SW PIC X(1) VALUE "N".
         88 PROD-REPORT-RESTORE-DUE     VALUE "Y".
       01 CAND-RESTORE-SW      PIC X(1) VALUE "N".
         88 CAND-RESTORE-DUE            VALUE "Y".
       01 CAND-MASTER-SW       PIC X(1) VALUE "N".
       01 CAND-MASTER-SAVED-SW PIC X(1) VALUE "N".
         88 CAND-MASTER-SAVED           VALUE "Y".
       01 COPY-FAILED-SW       PIC X(1) VALUE "N".
         88 COPY-FAILED                 VALUE "Y".
       01 RESTORE-FAILED-SW    PIC X(1) VALUE "N".
         88 RESTORE-FAILED              VALUE "Y".

      * The candidate companions saved aside and put back.
       01 SAVE-TABLE.
         03 SAVE-EXT           PIC X(9) OCCURS 3 TIMES.
       01 SAVE-IDX             PIC 9(1).

      *----------------------------------------------------------*
      * Checksum of each object file compared, by the
      * interpreter's CHECKSUM-RECORD rule - the report names
      * exactly which two versions it is evidence for.
      *----------------------------------------------------------*
       01 CHECK-A              PIC 9(5) VALUE 0.
       01 CHECK-B              PIC 9(6) VALUE 0.
       01 CHECK-COL            PIC 9(1).
       01 FILE-CHECKSUM        PIC 9(10) VALUE 0.
       01 SUM-FOUND-SW         PIC X(1) VALUE "N".
         88 SUM-FOUND                   VALUE "Y".

      *----------------------------------------------------------*
      * Everything known about each side: 1 is production, 2 is
      * the candidate. Figures come from the run's .REPORT, names
      * from the object's .SYMMAP.
      *----------------------------------------------------------*
       01 SIDE-TABLE.
         03 SIDE-ENTRY OCCURS 2 TIMES.
           05 SIDE-PROGRAM     PIC X(200).
           05 SIDE-RUNID       PIC X(8).
           05 SIDE-CHECKSUM    PIC 9(10).
           05 SIDE-HAS-FIELDMAP PIC X(1).
           05 SIDE-HAS-XMITMAP PIC X(1).
           05 SIDE-RC          PIC 9(3).
           05 SIDE-REPORT-SW   PIC X(1).
           05 SIDE-INSTR       PIC 9(9).
           05 SIDE-FINAL-PC    PIC 9(4).
           05 SIDE-FINAL-X     PIC 9(4).
           05 SIDE-TALLY       PIC 9(9) OCCURS 18 TIMES.
           05 SIDE-RAM         PIC 9(4) OCCURS 9999 TIMES.
           05 SIDE-SYM-COUNT   PIC 9(3).
           05 SIDE-SYM OCCURS 500 TIMES.
             07 SIDE-SYM-TYPE  PIC X(1).
             07 SIDE-SYM-VALUE PIC 9(4).
             07 SIDE-SYM-NAME  PIC X(16).
       01 SIDE-IDX             PIC 9(1).

      * The run artifacts compared. Each side's are removed before
      * it runs - the interpreter writes none of them on some
      * failure paths, and what a previous comparison left must
      * never be read back as this run's.
       01 ARTIFACT-TABLE.
         03 ARTIFACT-EXT       PIC X(9) OCCURS 3 TIMES.
       01 ARTIFACT-IDX         PIC 9(1).
       01 SIDE-NAME            PIC X(10).

      * The interpreter's opcode list, in its tally order - keep
      * the two in step.
       01 OPCODE-LIST-LITERAL  PIC X(18) VALUE "GORBITSAgorbumhtkw".
       01 OPCODE-LIST REDEFINES OPCODE-LIST-LITERAL.
         03 OPCODE-LIST-CHAR   PIC X(1) OCCURS 18 TIMES.
       01 OPCODE-IDX           PIC 9(2).

       01 CELL-IDX             PIC 9(5).
       01 CELL-ADDR            PIC 9(4).
       01 SYM-IDX              PIC 9(3).

      *----------------------------------------------------------*
      * LABEL-FOR-PC answers, for SIDE-IDX, the label owning
      * SYM-LOOK-PC (1-indexed, as the journal records it) as
      * NAME or NAME+offset; LABEL-FOR-CELL the EQU name of the
      * 0-indexed cell SYM-LOOK-CELL. Both leave SYM-LABEL-TEXT
      * blank when the side has no such symbol.
      *----------------------------------------------------------*
       01 SYM-LOOK-PC          PIC 9(4).
       01 SYM-LOOK-CELL        PIC 9(4).
       01 SYM-LABEL-TEXT       PIC X(22).
       01 SYM-TEXT-PTR         PIC 9(2).
       01 SYM-OFFSET           PIC 9(4).
       01 SYM-BEST-VALUE       PIC 9(4).
       01 SYM-BEST-IDX         PIC 9(3).
       01 SYM-FOUND-SW         PIC X(1) VALUE "N".
         88 SYM-FOUND                   VALUE "Y".

      *----------------------------------------------------------*
      * Comparison counts. Detail lines stop at DETAIL-LIMIT per
      * section; the counts always cover everything.
      *----------------------------------------------------------*
       01 DETAIL-LIMIT         PIC 9(3) VALUE 25.
       01 PROD-XMIT-COUNT      PIC 9(9) VALUE 0.
       01 CAND-XMIT-COUNT      PIC 9(9) VALUE 0.
       01 XMIT-POSITION        PIC 9(9) VALUE 0.
       01 XMIT-DIFF-COUNT      PIC 9(9) VALUE 0.
       01 PROD-HAS-RECORD-SW   PIC X(1) VALUE "N".
       01 CAND-HAS-RECORD-SW   PIC X(1) VALUE "N".
       01 PROD-IMAGE           PIC X(80).
       01 CAND-IMAGE           PIC X(80).
       01 RAM-DIFF-COUNT       PIC 9(9) VALUE 0.
       01 TALLY-DIFF-COUNT     PIC 9(9) VALUE 0.
       01 STORE-COUNT          PIC 9(9) VALUE 0.
       01 DIVERGED-SW          PIC X(1) VALUE "N".
         88 STORES-DIVERGED             VALUE "Y".
       01 MORE-COUNT           PIC 9(9) VALUE 0.

       01 REPORT-LINE          PIC X(240).
       01 COUNT-D              PIC 9(9).
       01 RESULT-TEXT          PIC X(40) VALUE SPACES.

      * One figure for each side, right-aligned under the column
      * headings, with a flag where they part.
       01 FIGURE-HEADING       PIC X(60) VALUE
           "                   PRODUCTION      CANDIDATE".
       01 FIGURE-LINE.
         03 FIGURE-LABEL       PIC X(17).
         03 FIGURE-PROD        PIC Z(11)9.
         03 FILLER             PIC X(3) VALUE SPACES.
         03 FIGURE-CAND        PIC Z(11)9.
         03 FILLER             PIC X(3) VALUE SPACES.
         03 FIGURE-FLAG        PIC X(9).

       01 RAM-HEADING          PIC X(60) VALUE
           "  Cell        Name              PRODUCTION  CANDIDATE".
       01 RAM-LINE.
         03 FILLER             PIC X(6) VALUE "  RAM(".
         03 RAM-LINE-CELL      PIC 9(5).
         03 FILLER             PIC X(2) VALUE ") ".
         03 FILLER             PIC X(1) VALUE SPACE.
         03 RAM-LINE-NAME      PIC X(16).
         03 FILLER             PIC X(8) VALUE SPACES.
         03 RAM-LINE-PROD      PIC 9(4).
         03 FILLER             PIC X(7) VALUE SPACES.
         03 RAM-LINE-CAND      PIC 9(4).

      * One journaled store, as the divergence section shows it.
       01 STORE-PC             PIC 9(4).
       01 STORE-CELL           PIC 9(4).
       01 STORE-OLD            PIC 9(4).
       01 STORE-NEW            PIC 9(4).
       01 STORE-PRESENT-SW     PIC X(1) VALUE "N".
       01 STORE-LABEL          PIC X(22).
       01 STORE-NAME           PIC X(22).

       PROCEDURE DIVISION.
           PERFORM READ-ARGS        THRU READ-ARGS-FN.
           PERFORM OPEN-REPORT      THRU OPEN-REPORT-FN.
           PERFORM STAGE-INPUTS     THRU STAGE-INPUTS-FN.
           MOVE 1 TO SIDE-IDX.
           PERFORM RUN-SIDE         THRU RUN-SIDE-FN.
           IF MASTER-RESTORE-DUE
             PERFORM RESTORE-MASTER THRU RESTORE-MASTER-FN
           END-IF.
           MOVE 2 TO SIDE-IDX.
           PERFORM RUN-SIDE         THRU RUN-SIDE-FN.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
             PERFORM LOAD-SYMMAP    THRU LOAD-SYMMAP-FN
             PERFORM READ-RUN-REPORT THRU READ-RUN-REPORT-FN
           END-PERFORM.
           PERFORM COMPARE-OUTCOME  THRU COMPARE-OUTCOME-FN.
           PERFORM COMPARE-TRANSMIT THRU COMPARE-TRANSMIT-FN.
           PERFORM COMPARE-RAM      THRU COMPARE-RAM-FN.
           PERFORM COMPARE-TALLIES  THRU COMPARE-TALLIES-FN.
           PERFORM COMPARE-JOURNALS THRU COMPARE-JOURNALS-FN.
           EVALUATE TRUE
             WHEN COMPARE-INCOMPLETE
               SET RC-INCOMPLETE TO TRUE
               STRING "COMPARE | A run left no report or journal "
                 "to compare" DELIMITED BY SIZE
                 INTO ERROR-STRING
               END-STRING
             WHEN VERSIONS-DIFFER
               SET RC-DIFFERENT TO TRUE
               MOVE "DIFFERENCES FOUND" TO RESULT-TEXT
             WHEN OTHER
               MOVE "IDENTICAL" TO RESULT-TEXT
           END-EVALUATE.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
      * A production master the run could not put back is the one
      * thing that must not go unnoticed - it is said first.
           IF MASTER-RESTORE-DUE
             PERFORM RESTORE-MASTER THRU RESTORE-MASTER-FN
           END-IF.
           IF PROD-REPORT-RESTORE-DUE
             PERFORM RESTORE-PROD-REPORT THRU RESTORE-PROD-REPORT-FN
           END-IF.
           IF CAND-RESTORE-DUE
             PERFORM RESTORE-CANDIDATE THRU RESTORE-CANDIDATE-FN
           END-IF.
           IF REPORT-FILE-IS-OPEN
             MOVE SPACES TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             IF GORBPAR-RC = 0 OR RC-DIFFERENT
               STRING "Result         : " DELIMITED BY SIZE
                      RESULT-TEXT         DELIMITED BY "  "
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
             ELSE
               MOVE "Result         : INCOMPLETE" TO REPORT-LINE
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
               MOVE SPACES TO REPORT-LINE
               STRING "Reason         : " DELIMITED BY SIZE
                      ERROR-STRING        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
             END-IF
             MOVE SPACES TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "SIGN-OFF" TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "Differences intended and explained above:"
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE SPACES TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "Reviewed by    : ______________________________"
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "Date           : ______________" TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE SPACES TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "Approved by    : ______________________________"
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE "Date           : ______________" TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             CLOSE REPORT-FILE
           END-IF.
           IF RESULT-TEXT NOT = SPACES
             MOVE SPACES TO REPORT-LINE
             MOVE 1 TO COMMAND-PTR
             STRING "Result         : " DELIMITED BY SIZE
                    RESULT-TEXT         DELIMITED BY "  "
                    " - see "           DELIMITED BY SIZE
                    REPORT-PATH         DELIMITED BY SPACE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
             DISPLAY REPORT-LINE(1:COMMAND-PTR - 1) END-DISPLAY
           END-IF.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBPAR-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT NOT = 2
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ACCEPT PROD-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.
           ACCEPT CAND-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.
      * Run in place, one object cannot be both sides - its
      * inputs would be copied over themselves and its master
      * restored under the candidate's run.
           IF PROD-PATH = CAND-PATH
             STRING "READ-ARGS | Production and candidate are the "
               "same file: " DELIMITED BY SIZE
               PROD-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           STRING CAND-PATH      DELIMITED BY SPACE
                  ".PARALLEL"    DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.
           STRING CAND-PATH      DELIMITED BY SPACE
                  ".PARALLEL.MASTUNLD" DELIMITED BY SIZE
                  INTO IMAGE-PATH
           END-STRING.
           STRING CAND-PATH      DELIMITED BY SPACE
                  ".PARALLEL.SAVE" DELIMITED BY SIZE
                  INTO SAVE-BASE
           END-STRING.
           STRING SAVE-BASE      DELIMITED BY SPACE
                  ".MASTUNLD"    DELIMITED BY SIZE
                  INTO CAND-IMAGE-PATH
           END-STRING.
           STRING CAND-PATH      DELIMITED BY SPACE
                  ".PARALLEL.PROD.MASTRPT" DELIMITED BY SIZE
                  INTO PROD-MASTRPT-SAVE
           END-STRING.
           STRING CAND-PATH      DELIMITED BY SPACE
                  ".PARALLEL.LEDGER" DELIMITED BY SIZE
                  INTO SCRATCH-LEDGER-PATH
           END-STRING.
           MOVE ".RECEIVE"  TO SAVE-EXT (1).
           MOVE ".PRELOAD"  TO SAVE-EXT (2).
           MOVE ".MASTRPT"  TO SAVE-EXT (3).

           ACCEPT GORBPAR-INTERPRETER
             FROM ENVIRONMENT "GORBPAR_INTERPRETER"
           END-ACCEPT.
           IF GORBPAR-INTERPRETER = SPACES
             MOVE "gorbitsa" TO GORBPAR-INTERPRETER
           END-IF.
           ACCEPT GORBPAR-MAINTAINER
             FROM ENVIRONMENT "GORBPAR_MAINTAINER"
           END-ACCEPT.
           IF GORBPAR-MAINTAINER = SPACES
             MOVE "gorbmast" TO GORBPAR-MAINTAINER
           END-IF.

           MOVE PROD-PATH TO SIDE-PROGRAM (1).
           MOVE "PARPROD" TO SIDE-RUNID   (1).
           MOVE CAND-PATH TO SIDE-PROGRAM (2).
           MOVE "PARCAND" TO SIDE-RUNID   (2).
           MOVE ".REPORT"   TO ARTIFACT-EXT (1).
           MOVE ".JOURNAL"  TO ARTIFACT-EXT (2).
           MOVE ".TRANSMIT" TO ARTIFACT-EXT (3).
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
             MOVE SPACES TO SUM-PATH
             MOVE SIDE-PROGRAM (SIDE-IDX) TO SUM-PATH
             PERFORM CHECKSUM-FILE THRU CHECKSUM-FILE-FN
             IF NOT SUM-FOUND
               STRING "READ-ARGS | Cannot open program file: "
                 DELIMITED BY SIZE
                 SUM-PATH DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
               SET RC-BAD-ARGS TO TRUE
               GO EXIT-PROGRAM
             END-IF
             MOVE FILE-CHECKSUM TO SIDE-CHECKSUM (SIDE-IDX)
           END-PERFORM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT RUN-TIME FROM TIME END-ACCEPT.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       OPEN-REPORT.
      *------------*
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
             STRING "OPEN-REPORT | Cannot open PARALLEL report: "
               DELIMITED BY SIZE
               REPORT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-INCOMPLETE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE "GORBPAR PARALLEL-RUN COMPARISON" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Production     : " DELIMITED BY SIZE
                  PROD-PATH           DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  checksum     : " DELIMITED BY SIZE
                  SIDE-CHECKSUM (1)   DELIMITED BY SIZE
                  "  run id "         DELIMITED BY SIZE
                  SIDE-RUNID (1)      DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Candidate      : " DELIMITED BY SIZE
                  CAND-PATH           DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  checksum     : " DELIMITED BY SIZE
                  SIDE-CHECKSUM (2)   DELIMITED BY SIZE
                  "  run id "         DELIMITED BY SIZE
                  SIDE-RUNID (2)      DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Run at         : " DELIMITED BY SIZE
                  RUN-DATE            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RUN-TIME            DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       OPEN-REPORT-FN.
      *---------------*
           EXIT.

       STAGE-INPUTS.
      *-------------*
      * Production's inputs become the candidate's. The modes
      * both runs get follow what production has.
           MOVE SPACES TO PROBE-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".RECEIVE" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-RECEIVE-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".PRELOAD" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-PRELOAD-SW.
           MOVE SPACES TO PROBE-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".MASTER" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           PERFORM PROBE-ONE THRU PROBE-ONE-FN.
           MOVE PROBE-FOUND-SW TO HAS-MASTER-SW.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
             MOVE SPACES TO PROBE-PATH
             STRING SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                    ".FIELDMAP" DELIMITED BY SIZE
                    INTO PROBE-PATH
             END-STRING
             PERFORM PROBE-ONE THRU PROBE-ONE-FN
             MOVE PROBE-FOUND-SW TO SIDE-HAS-FIELDMAP (SIDE-IDX)
             MOVE SPACES TO PROBE-PATH
             STRING SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                    ".XMITMAP" DELIMITED BY SIZE
                    INTO PROBE-PATH
             END-STRING
             PERFORM PROBE-ONE THRU PROBE-ONE-FN
             MOVE PROBE-FOUND-SW TO SIDE-HAS-XMITMAP (SIDE-IDX)
           END-PERFORM.

           PERFORM SAVE-CANDIDATE THRU SAVE-CANDIDATE-FN.

           MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".RECEIVE" DELIMITED BY SIZE
                  INTO COPY-FROM-PATH
           END-STRING.
           STRING CAND-PATH DELIMITED BY SPACE
                  ".RECEIVE" DELIMITED BY SIZE
                  INTO COPY-TO-PATH
           END-STRING.
           PERFORM STAGE-COPY THRU STAGE-COPY-FN.
           MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".PRELOAD" DELIMITED BY SIZE
                  INTO COPY-FROM-PATH
           END-STRING.
           STRING CAND-PATH DELIMITED BY SPACE
                  ".PRELOAD" DELIMITED BY SIZE
                  INTO COPY-TO-PATH
           END-STRING.
           PERFORM STAGE-COPY THRU STAGE-COPY-FN.

           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO COMMAND-PTR.
           STRING "Inputs         :" DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER COMMAND-PTR
           END-STRING.
           IF HAS-RECEIVE-SW = "Y"
             STRING " .RECEIVE" DELIMITED BY SIZE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-PRELOAD-SW = "Y"
             STRING " .PRELOAD" DELIMITED BY SIZE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-MASTER-SW = "Y"
             STRING " .MASTER" DELIMITED BY SIZE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF HAS-RECEIVE-SW = "N" AND HAS-PRELOAD-SW = "N"
               AND HAS-MASTER-SW = "N"
             STRING " none" DELIMITED BY SIZE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           STRING " from production" DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER COMMAND-PTR
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.

           IF HAS-MASTER-SW = "Y"
             PERFORM STAGE-MASTER THRU STAGE-MASTER-FN
           END-IF.
       STAGE-INPUTS-FN.
      *----------------*
           EXIT.

       STAGE-MASTER.
      *-------------*
      * The unload image is both the candidate's starting master
      * and production's way back after its own run. GORBMAST
      * reports every UNLOAD and RELOAD to the program's .MASTRPT,
      * where production's last real maintenance report sits, so
      * that is copied aside before the first of them.
           MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".MASTRPT" DELIMITED BY SIZE
                  INTO COPY-FROM-PATH
           END-STRING.
           MOVE PROD-MASTRPT-SAVE TO COPY-TO-PATH.
           PERFORM STAGE-COPY THRU STAGE-COPY-FN.
           SET PROD-REPORT-RESTORE-DUE TO TRUE.
           MOVE SPACES TO STEP-COMMAND.
           STRING GORBPAR-MAINTAINER DELIMITED BY SPACE
                  " UNLOAD " DELIMITED BY SIZE
                  PROD-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  IMAGE-PATH DELIMITED BY SPACE
                  INTO STEP-COMMAND
           END-STRING.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           IF STEP-RC NOT = 0
             STRING "STAGE-MASTER | Cannot unload production "
               "master, RC " DELIMITED BY SIZE
               STEP-RC DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-INCOMPLETE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE SPACES TO STEP-COMMAND.
           STRING GORBPAR-MAINTAINER DELIMITED BY SPACE
                  " RELOAD " DELIMITED BY SIZE
                  CAND-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  IMAGE-PATH DELIMITED BY SPACE
                  INTO STEP-COMMAND
           END-STRING.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           IF STEP-RC NOT = 0
             STRING "STAGE-MASTER | Cannot load candidate master, "
               "RC " DELIMITED BY SIZE
               STEP-RC DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-INCOMPLETE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Master image   : " DELIMITED BY SIZE
                  IMAGE-PATH          DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       STAGE-MASTER-FN.
      *----------------*
           EXIT.

       SAVE-CANDIDATE.
      *---------------*
      * Set the candidate's own inputs aside before production's
      * are staged over them. One it does not have is saved as
      * absent - COPY-ONE clears the save - and restored as
      * absent. Its master only needs saving when production's
      * is about to replace it.
           PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > 3
             MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH
             STRING CAND-PATH DELIMITED BY SPACE
                    SAVE-EXT (SAVE-IDX) DELIMITED BY SPACE
                    INTO COPY-FROM-PATH
             END-STRING
             STRING SAVE-BASE DELIMITED BY SPACE
                    SAVE-EXT (SAVE-IDX) DELIMITED BY SPACE
                    INTO COPY-TO-PATH
             END-STRING
             PERFORM STAGE-COPY THRU STAGE-COPY-FN
           END-PERFORM.
           SET CAND-RESTORE-DUE TO TRUE.
           IF HAS-MASTER-SW = "Y"
             MOVE SPACES TO PROBE-PATH
             STRING CAND-PATH DELIMITED BY SPACE
                    ".MASTER" DELIMITED BY SIZE
                    INTO PROBE-PATH
             END-STRING
             PERFORM PROBE-ONE THRU PROBE-ONE-FN
             MOVE PROBE-FOUND-SW TO CAND-MASTER-SW
           END-IF.
           IF CAND-MASTER-SW = "Y"
             MOVE SPACES TO STEP-COMMAND
             STRING GORBPAR-MAINTAINER DELIMITED BY SPACE
                    " UNLOAD " DELIMITED BY SIZE
                    CAND-PATH DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    CAND-IMAGE-PATH DELIMITED BY SPACE
                    INTO STEP-COMMAND
             END-STRING
             PERFORM RUN-COMMAND THRU RUN-COMMAND-FN
             IF STEP-RC NOT = 0
               STRING "SAVE-CANDIDATE | Cannot unload candidate "
                 "master, RC " DELIMITED BY SIZE
                 STEP-RC DELIMITED BY SIZE
                 INTO ERROR-STRING
               END-STRING
               SET RC-INCOMPLETE TO TRUE
               GO EXIT-PROGRAM
             END-IF
             SET CAND-MASTER-SAVED TO TRUE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Candidate save : " DELIMITED BY SIZE
                  SAVE-BASE           DELIMITED BY SPACE
                  ".*"                DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       SAVE-CANDIDATE-FN.
      *------------------*
           EXIT.

       STAGE-COPY.
      *-----------*
      * A copy the parallel run cannot stage without stops it.
           PERFORM COPY-ONE THRU COPY-ONE-FN.
           IF COPY-FAILED
             STRING "STAGE-COPY | Cannot write: " DELIMITED BY SIZE
               COPY-TO-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-INCOMPLETE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       STAGE-COPY-FN.
      *--------------*
           EXIT.

       RESTORE-PROD-REPORT.
      *--------------------*
      * Put production's .MASTRPT back as GORBMAST's last real
      * run left it.
           MOVE "N" TO PROD-REPORT-RESTORE-SW.
           MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH.
           MOVE PROD-MASTRPT-SAVE TO COPY-FROM-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  ".MASTRPT" DELIMITED BY SIZE
                  INTO COPY-TO-PATH
           END-STRING.
           PERFORM COPY-ONE THRU COPY-ONE-FN.
           MOVE SPACES TO REPORT-LINE.
           IF COPY-FAILED
             STRING "Report restore : FAILED - copy " DELIMITED BY SIZE
                    PROD-MASTRPT-SAVE DELIMITED BY SPACE
                    " back to production" DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             DISPLAY REPORT-LINE END-DISPLAY
             IF ERROR-STRING = SPACES
               STRING "RESTORE-PROD-REPORT | Production .MASTRPT "
                 "not restored from " DELIMITED BY SIZE
                 PROD-MASTRPT-SAVE DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             SET RC-INCOMPLETE TO TRUE
             GO RESTORE-PROD-REPORT-FN
           END-IF.
           CALL "CBL_DELETE_FILE" USING PROD-MASTRPT-SAVE END-CALL.
           MOVE RETURN-CODE TO DELETE-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE "Report restore : production .MASTRPT put back"
             TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       RESTORE-PROD-REPORT-FN.
      *-----------------------*
           EXIT.

       RESTORE-CANDIDATE.
      *------------------*
      * Put the candidate's own inputs back, so its next verify
      * run reconciles its own data against its own baseline.
      * Every restore is tried - one that fails leaves its saved
      * copy in place and is reported, it does not stop the rest.
           MOVE "N" TO CAND-RESTORE-SW RESTORE-FAILED-SW.
           PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > 3
             MOVE SPACES TO COPY-FROM-PATH COPY-TO-PATH
             STRING SAVE-BASE DELIMITED BY SPACE
                    SAVE-EXT (SAVE-IDX) DELIMITED BY SPACE
                    INTO COPY-FROM-PATH
             END-STRING
             STRING CAND-PATH DELIMITED BY SPACE
                    SAVE-EXT (SAVE-IDX) DELIMITED BY SPACE
                    INTO COPY-TO-PATH
             END-STRING
             PERFORM COPY-ONE THRU COPY-ONE-FN
             IF COPY-FAILED
               SET RESTORE-FAILED TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "Input restore  : FAILED - copy "
                        DELIMITED BY SIZE
                      COPY-FROM-PATH DELIMITED BY SPACE
                      " back" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
               DISPLAY REPORT-LINE END-DISPLAY
             ELSE
               CALL "CBL_DELETE_FILE" USING COPY-FROM-PATH END-CALL
               MOVE RETURN-CODE TO DELETE-RC
               MOVE 0 TO RETURN-CODE
             END-IF
           END-PERFORM.
      * A master the candidate never had was staged from
      * production's - it goes again.
           IF HAS-MASTER-SW = "Y"
             IF CAND-MASTER-SAVED
               MOVE SPACES TO STEP-COMMAND
               STRING GORBPAR-MAINTAINER DELIMITED BY SPACE
                      " RELOAD " DELIMITED BY SIZE
                      CAND-PATH DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CAND-IMAGE-PATH DELIMITED BY SPACE
                      INTO STEP-COMMAND
               END-STRING
               PERFORM RUN-COMMAND THRU RUN-COMMAND-FN
               IF STEP-RC NOT = 0
                 SET RESTORE-FAILED TO TRUE
                 MOVE SPACES TO REPORT-LINE
                 STRING "Input restore  : FAILED RC " DELIMITED BY SIZE
                        STEP-RC DELIMITED BY SIZE
                        " - reload candidate master from "
                          DELIMITED BY SIZE
                        CAND-IMAGE-PATH DELIMITED BY SPACE
                        INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-LINE THRU WRITE-LINE-FN
                 DISPLAY REPORT-LINE END-DISPLAY
               END-IF
             END-IF
             IF CAND-MASTER-SW = "N"
               MOVE SPACES TO PROBE-PATH
               STRING CAND-PATH DELIMITED BY SPACE
                      ".MASTER" DELIMITED BY SIZE
                      INTO PROBE-PATH
               END-STRING
               CALL "CBL_DELETE_FILE" USING PROBE-PATH END-CALL
               MOVE RETURN-CODE TO DELETE-RC
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           IF RESTORE-FAILED
             IF ERROR-STRING = SPACES
               STRING "RESTORE-CANDIDATE | Candidate inputs not all "
                 "restored from " DELIMITED BY SIZE
                 SAVE-BASE DELIMITED BY SPACE
                 INTO ERROR-STRING
               END-STRING
             END-IF
             SET RC-INCOMPLETE TO TRUE
           ELSE
             MOVE "Input restore  : candidate inputs put back"
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           END-IF.
       RESTORE-CANDIDATE-FN.
      *---------------------*
           EXIT.

       RESTORE-MASTER.
      *---------------*
      * Put production's master back as it was before its run.
      * Cleared first, so a failure here is reported once, not
      * again on the way out.
           MOVE "N" TO MASTER-RESTORE-SW.
           MOVE SPACES TO STEP-COMMAND.
           STRING GORBPAR-MAINTAINER DELIMITED BY SPACE
                  " RELOAD " DELIMITED BY SIZE
                  PROD-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  IMAGE-PATH DELIMITED BY SPACE
                  INTO STEP-COMMAND
           END-STRING.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           MOVE SPACES TO REPORT-LINE.
           IF STEP-RC = 0
             MOVE "Master restore : production master reloaded"
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           ELSE
             STRING "Master restore : FAILED RC " DELIMITED BY SIZE
                    STEP-RC DELIMITED BY SIZE
                    " - reload production from " DELIMITED BY SIZE
                    IMAGE-PATH DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             DISPLAY REPORT-LINE END-DISPLAY
             MOVE SPACES TO ERROR-STRING
             STRING "RESTORE-MASTER | Production master not "
               "restored from " DELIMITED BY SIZE
               IMAGE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-INCOMPLETE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       RESTORE-MASTER-FN.
      *------------------*
           EXIT.

       RUN-SIDE.
      *---------*
      * Restart and production modes are switched off outright -
      * an inherited restart would resume a stale checkpoint, and
      * the candidate has no registry entry to pass - and the
      * ledger is the scratch one.
           MOVE SPACES TO STEP-COMMAND.
           MOVE 1 TO COMMAND-PTR.
           STRING "GORBITSA_RUNID=" DELIMITED BY SIZE
                  SIDE-RUNID (SIDE-IDX) DELIMITED BY SPACE
                  " GORBITSA_JOURNAL=Y GORBITSA_TRANSMIT_FILE=Y "
                    DELIMITED BY SIZE
                  "GORBITSA_RESTART=N GORBITSA_PRODUCTION=N "
                    DELIMITED BY SIZE
                  "GORBITSA_LEDGER=" DELIMITED BY SIZE
                  SCRATCH-LEDGER-PATH DELIMITED BY SPACE
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
           IF HAS-MASTER-SW = "Y"
             STRING "GORBITSA_MASTER=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF SIDE-HAS-FIELDMAP (SIDE-IDX) = "Y"
             STRING "GORBITSA_RECMODE=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           IF SIDE-HAS-XMITMAP (SIDE-IDX) = "Y"
             STRING "GORBITSA_XMITMODE=Y " DELIMITED BY SIZE
                    INTO STEP-COMMAND
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           STRING GORBPAR-INTERPRETER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                  INTO STEP-COMMAND
                  WITH POINTER COMMAND-PTR
           END-STRING.
           PERFORM VARYING ARTIFACT-IDX FROM 1 BY 1
                     UNTIL ARTIFACT-IDX > 3
             MOVE SPACES TO PROBE-PATH
             STRING SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                    "." DELIMITED BY SIZE
                    SIDE-RUNID (SIDE-IDX) DELIMITED BY SPACE
                    ARTIFACT-EXT (ARTIFACT-IDX) DELIMITED BY SPACE
                    INTO PROBE-PATH
             END-STRING
             CALL "CBL_DELETE_FILE" USING PROBE-PATH END-CALL
             MOVE RETURN-CODE TO DELETE-RC
             MOVE 0 TO RETURN-CODE
           END-PERFORM.
           IF SIDE-IDX = 1 AND HAS-MASTER-SW = "Y"
             SET MASTER-RESTORE-DUE TO TRUE
           END-IF.
           PERFORM RUN-COMMAND THRU RUN-COMMAND-FN.
           MOVE STEP-RC TO SIDE-RC (SIDE-IDX).
       RUN-SIDE-FN.
      *------------*
           EXIT.

       LOAD-SYMMAP.
      *------------*
      * Each side's names come from its own map - a change that
      * moves code moves its labels with it. No map, no names.
           MOVE 0 TO SIDE-SYM-COUNT (SIDE-IDX).
           MOVE SPACES TO PROBE-PATH.
           STRING SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                  ".SYMMAP" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           OPEN INPUT SYMMAP-FILE.
           IF SYMMAP-FILE-STATUS NOT = "00"
             GO LOAD-SYMMAP-FN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ SYMMAP-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 IF (SYMMAP-TYPE = "L" OR SYMMAP-TYPE = "E")
                     AND SYMMAP-VALUE IS NUMERIC
                     AND SYMMAP-NAME NOT = SPACES
                     AND SIDE-SYM-COUNT (SIDE-IDX) < 500
                   ADD 1 TO SIDE-SYM-COUNT (SIDE-IDX) END-ADD
                   MOVE SIDE-SYM-COUNT (SIDE-IDX) TO SYM-IDX
                   MOVE SYMMAP-TYPE
                     TO SIDE-SYM-TYPE (SIDE-IDX, SYM-IDX)
                   MOVE SYMMAP-VALUE
                     TO SIDE-SYM-VALUE (SIDE-IDX, SYM-IDX)
                   MOVE SYMMAP-NAME
                     TO SIDE-SYM-NAME (SIDE-IDX, SYM-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYMMAP-FILE.
       LOAD-SYMMAP-FN.
      *---------------*
           EXIT.

       READ-RUN-REPORT.
      *----------------*
      * Pick the figures back out of the lines WRITE-REPORT lays
      * down: the counts, the "  x : n" opcode tally and the
      * "  RAM(nnnnn) = vvvv" dump.
           MOVE "N" TO SIDE-REPORT-SW (SIDE-IDX).
           MOVE 0 TO SIDE-INSTR (SIDE-IDX) SIDE-FINAL-PC (SIDE-IDX)
                     SIDE-FINAL-X (SIDE-IDX).
           PERFORM VARYING OPCODE-IDX FROM 1 BY 1
                     UNTIL OPCODE-IDX > 18
             MOVE 0 TO SIDE-TALLY (SIDE-IDX, OPCODE-IDX)
           END-PERFORM.
           PERFORM VARYING CELL-IDX FROM 1 BY 1 UNTIL CELL-IDX > 9999
             MOVE 0 TO SIDE-RAM (SIDE-IDX, CELL-IDX)
           END-PERFORM.
           MOVE SPACES TO PROBE-PATH.
           STRING SIDE-PROGRAM (SIDE-IDX) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SIDE-RUNID (SIDE-IDX) DELIMITED BY SPACE
                  ".REPORT" DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           OPEN INPUT RUN-REPORT-FILE.
           IF RUN-REPORT-FILE-STATUS NOT = "00"
             SET COMPARE-INCOMPLETE TO TRUE
             MOVE SPACES TO REPORT-LINE
             STRING "No run report  : " DELIMITED BY SIZE
                    PROBE-PATH DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             IF SIDE-RC (SIDE-IDX) NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  the run ended RC " DELIMITED BY SIZE
                      SIDE-RC (SIDE-IDX) DELIMITED BY SIZE
                      " before writing it - its figures below are"
                        DELIMITED BY SIZE
                      " zero, not measured" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-LINE THRU WRITE-LINE-FN
             END-IF
             GO READ-RUN-REPORT-FN
           END-IF.
           MOVE "Y" TO SIDE-REPORT-SW (SIDE-IDX).
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ RUN-REPORT-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 EVALUATE TRUE
                   WHEN RUN-REPORT-RECORD(1:6) = "  RAM("
                       AND RUN-REPORT-RECORD(7:5) IS NUMERIC
                       AND RUN-REPORT-RECORD(16:4) IS NUMERIC
                     MOVE RUN-REPORT-RECORD(7:5) TO CELL-IDX
                     IF CELL-IDX >= 1 AND CELL-IDX <= 9999
                       MOVE RUN-REPORT-RECORD(16:4)
                         TO SIDE-RAM (SIDE-IDX, CELL-IDX)
                     END-IF
                   WHEN RUN-REPORT-RECORD(1:2) = SPACES
                       AND RUN-REPORT-RECORD(4:3) = " : "
                       AND RUN-REPORT-RECORD(7:9) IS NUMERIC
                     PERFORM VARYING OPCODE-IDX FROM 1 BY 1
                               UNTIL OPCODE-IDX > 18
                       IF OPCODE-LIST-CHAR (OPCODE-IDX)
                           = RUN-REPORT-RECORD(3:1)
                         MOVE RUN-REPORT-RECORD(7:9)
                           TO SIDE-TALLY (SIDE-IDX, OPCODE-IDX)
                       END-IF
                     END-PERFORM
                   WHEN RUN-REPORT-RECORD(1:17) = "Instructions   : "
                       AND RUN-REPORT-RECORD(18:9) IS NUMERIC
                     MOVE RUN-REPORT-RECORD(18:9)
                       TO SIDE-INSTR (SIDE-IDX)
                   WHEN RUN-REPORT-RECORD(1:17) = "Final PC       : "
                       AND RUN-REPORT-RECORD(18:4) IS NUMERIC
                     MOVE RUN-REPORT-RECORD(18:4)
                       TO SIDE-FINAL-PC (SIDE-IDX)
                   WHEN RUN-REPORT-RECORD(1:17) = "Final X        : "
                       AND RUN-REPORT-RECORD(18:4) IS NUMERIC
                     MOVE RUN-REPORT-RECORD(18:4)
                       TO SIDE-FINAL-X (SIDE-IDX)
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE RUN-REPORT-FILE.
       READ-RUN-REPORT-FN.
      *-------------------*
           EXIT.

       COMPARE-OUTCOME.
      *----------------*
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "RUN OUTCOME" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE FIGURE-HEADING TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "Condition code :" TO FIGURE-LABEL.
           MOVE SIDE-RC (1) TO FIGURE-PROD.
           MOVE SIDE-RC (2) TO FIGURE-CAND.
           PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN.
           MOVE "Instructions   :" TO FIGURE-LABEL.
           MOVE SIDE-INSTR (1) TO FIGURE-PROD.
           MOVE SIDE-INSTR (2) TO FIGURE-CAND.
           PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN.
           MOVE "Final PC       :" TO FIGURE-LABEL.
           MOVE SIDE-FINAL-PC (1) TO FIGURE-PROD.
           MOVE SIDE-FINAL-PC (2) TO FIGURE-CAND.
           PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN.
           MOVE "Final X        :" TO FIGURE-LABEL.
           MOVE SIDE-FINAL-X (1) TO FIGURE-PROD.
           MOVE SIDE-FINAL-X (2) TO FIGURE-CAND.
           PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN.
       COMPARE-OUTCOME-FN.
      *-------------------*
           EXIT.

       WRITE-FIGURE.
      *-------------*
      * A moved final PC is expected whenever code was added or
      * taken out, but it is still a difference to be explained.
           IF FIGURE-PROD = FIGURE-CAND
             MOVE SPACES TO FIGURE-FLAG
           ELSE
             MOVE "DIFFERENT" TO FIGURE-FLAG
             SET VERSIONS-DIFFER TO TRUE
           END-IF.
           MOVE FIGURE-LINE TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       WRITE-FIGURE-FN.
      *----------------*
           EXIT.

       COMPARE-TRANSMIT.
      *-----------------*
      * Record by record, in order. A run that left no spool at
      * all is compared as an empty one.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "TRANSMIT OUTPUT" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO PROD-ARTIFACT-PATH CAND-ARTIFACT-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SIDE-RUNID (1) DELIMITED BY SPACE
                  ".TRANSMIT" DELIMITED BY SIZE
                  INTO PROD-ARTIFACT-PATH
           END-STRING.
           STRING CAND-PATH DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SIDE-RUNID (2) DELIMITED BY SPACE
                  ".TRANSMIT" DELIMITED BY SIZE
                  INTO CAND-ARTIFACT-PATH
           END-STRING.
           MOVE "N" TO PROD-EOF CAND-EOF.
           OPEN INPUT PROD-XMIT-FILE.
           IF PROD-XMIT-FILE-STATUS NOT = "00"
             MOVE "Y" TO PROD-EOF
           END-IF.
           OPEN INPUT CAND-XMIT-FILE.
           IF CAND-XMIT-FILE-STATUS NOT = "00"
             MOVE "Y" TO CAND-EOF
           END-IF.
           PERFORM UNTIL PROD-EOF = "Y" AND CAND-EOF = "Y"
             MOVE SPACES TO PROD-IMAGE CAND-IMAGE
             MOVE "N" TO PROD-HAS-RECORD-SW CAND-HAS-RECORD-SW
             IF PROD-EOF NOT = "Y"
               READ PROD-XMIT-FILE
                 AT END
                   MOVE "Y" TO PROD-EOF
                 NOT AT END
                   ADD 1 TO PROD-XMIT-COUNT END-ADD
                   MOVE PROD-XMIT-RECORD TO PROD-IMAGE
                   MOVE "Y" TO PROD-HAS-RECORD-SW
               END-READ
             END-IF
             IF CAND-EOF NOT = "Y"
               READ CAND-XMIT-FILE
                 AT END
                   MOVE "Y" TO CAND-EOF
                 NOT AT END
                   ADD 1 TO CAND-XMIT-COUNT END-ADD
                   MOVE CAND-XMIT-RECORD TO CAND-IMAGE
                   MOVE "Y" TO CAND-HAS-RECORD-SW
               END-READ
             END-IF
             IF PROD-HAS-RECORD-SW = "Y" OR CAND-HAS-RECORD-SW = "Y"
               ADD 1 TO XMIT-POSITION END-ADD
               IF PROD-HAS-RECORD-SW NOT = CAND-HAS-RECORD-SW
                   OR PROD-IMAGE NOT = CAND-IMAGE
                 ADD 1 TO XMIT-DIFF-COUNT END-ADD
                 IF XMIT-DIFF-COUNT <= DETAIL-LIMIT
                   PERFORM SHOW-XMIT-DIFF THRU SHOW-XMIT-DIFF-FN
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF PROD-XMIT-FILE-STATUS = "00" OR "10"
             CLOSE PROD-XMIT-FILE
           END-IF.
           IF CAND-XMIT-FILE-STATUS = "00" OR "10"
             CLOSE CAND-XMIT-FILE
           END-IF.
           IF XMIT-DIFF-COUNT > DETAIL-LIMIT
             SUBTRACT DETAIL-LIMIT FROM XMIT-DIFF-COUNT
               GIVING MORE-COUNT
             END-SUBTRACT
             MOVE SPACES TO REPORT-LINE
             STRING "  ... and " DELIMITED BY SIZE
                    MORE-COUNT DELIMITED BY SIZE
                    " more records differ" DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           END-IF.
           MOVE FIGURE-HEADING TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "Records        :" TO FIGURE-LABEL.
           MOVE PROD-XMIT-COUNT TO FIGURE-PROD.
           MOVE CAND-XMIT-COUNT TO FIGURE-CAND.
           PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Records differ : " DELIMITED BY SIZE
                  XMIT-DIFF-COUNT     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF XMIT-DIFF-COUNT > 0
             SET VERSIONS-DIFFER TO TRUE
           END-IF.
       COMPARE-TRANSMIT-FN.
      *--------------------*
           EXIT.

       SHOW-XMIT-DIFF.
      *---------------*
           MOVE SPACES TO REPORT-LINE.
           STRING "  Record " DELIMITED BY SIZE
                  XMIT-POSITION DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           IF PROD-HAS-RECORD-SW = "Y"
             STRING "    Production : " DELIMITED BY SIZE
                    PROD-IMAGE          DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
           ELSE
             MOVE "    Production : (no record)" TO REPORT-LINE
           END-IF.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           IF CAND-HAS-RECORD-SW = "Y"
             STRING "    Candidate  : " DELIMITED BY SIZE
                    CAND-IMAGE          DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
           ELSE
             MOVE "    Candidate  : (no record)" TO REPORT-LINE
           END-IF.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       SHOW-XMIT-DIFF-FN.
      *------------------*
           EXIT.

       COMPARE-RAM.
      *------------*
      * Cell by cell over the two .REPORT dumps. A cell is named
      * by production's EQU, or the candidate's where production
      * has none; the dump numbers cells from 1, EQUs from 0.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "FINAL RAM" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF SIDE-REPORT-SW (1) NOT = "Y"
               OR SIDE-REPORT-SW (2) NOT = "Y"
             MOVE "  Not compared - a run report is missing."
               TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             GO COMPARE-RAM-FN
           END-IF.
           PERFORM VARYING CELL-IDX FROM 1 BY 1 UNTIL CELL-IDX > 9999
             IF SIDE-RAM (1, CELL-IDX) NOT = SIDE-RAM (2, CELL-IDX)
               ADD 1 TO RAM-DIFF-COUNT END-ADD
               IF RAM-DIFF-COUNT = 1
                 MOVE RAM-HEADING TO REPORT-LINE
                 PERFORM WRITE-LINE THRU WRITE-LINE-FN
               END-IF
               IF RAM-DIFF-COUNT <= DETAIL-LIMIT
                 PERFORM SHOW-RAM-DIFF THRU SHOW-RAM-DIFF-FN
               END-IF
             END-IF
           END-PERFORM.
           IF RAM-DIFF-COUNT > DETAIL-LIMIT
             SUBTRACT DETAIL-LIMIT FROM RAM-DIFF-COUNT
               GIVING MORE-COUNT
             END-SUBTRACT
             MOVE SPACES TO REPORT-LINE
             STRING "  ... and " DELIMITED BY SIZE
                    MORE-COUNT DELIMITED BY SIZE
                    " more cells differ" DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cells differ   : " DELIMITED BY SIZE
                  RAM-DIFF-COUNT      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           IF RAM-DIFF-COUNT > 0
             SET VERSIONS-DIFFER TO TRUE
           END-IF.
       COMPARE-RAM-FN.
      *---------------*
           EXIT.

       SHOW-RAM-DIFF.
      *--------------*
           SUBTRACT 1 FROM CELL-IDX GIVING SYM-LOOK-CELL END-SUBTRACT.
           MOVE 1 TO SIDE-IDX.
           PERFORM LABEL-FOR-CELL THRU LABEL-FOR-CELL-FN.
           IF NOT SYM-FOUND
             MOVE 2 TO SIDE-IDX
             PERFORM LABEL-FOR-CELL THRU LABEL-FOR-CELL-FN
           END-IF.
           MOVE CELL-IDX TO RAM-LINE-CELL.
           MOVE SYM-LABEL-TEXT TO RAM-LINE-NAME.
           MOVE SIDE-RAM (1, CELL-IDX) TO RAM-LINE-PROD.
           MOVE SIDE-RAM (2, CELL-IDX) TO RAM-LINE-CAND.
           MOVE RAM-LINE TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       SHOW-RAM-DIFF-FN.
      *-----------------*
           EXIT.

       COMPARE-TALLIES.
      *----------------*
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "OPCODE TALLIES" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE FIGURE-HEADING TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           PERFORM VARYING OPCODE-IDX FROM 1 BY 1
                     UNTIL OPCODE-IDX > 18
             MOVE SPACES TO FIGURE-LABEL
             MOVE OPCODE-LIST-CHAR (OPCODE-IDX) TO FIGURE-LABEL(3:1)
             MOVE ":" TO FIGURE-LABEL(16:1)
             MOVE SIDE-TALLY (1, OPCODE-IDX) TO FIGURE-PROD
             MOVE SIDE-TALLY (2, OPCODE-IDX) TO FIGURE-CAND
             IF SIDE-TALLY (1, OPCODE-IDX)
                 NOT = SIDE-TALLY (2, OPCODE-IDX)
               ADD 1 TO TALLY-DIFF-COUNT END-ADD
             END-IF
             PERFORM WRITE-FIGURE THRU WRITE-FIGURE-FN
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "Opcodes differ : " DELIMITED BY SIZE
                  TALLY-DIFF-COUNT    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       COMPARE-TALLIES-FN.
      *-------------------*
           EXIT.

       COMPARE-JOURNALS.
      *-----------------*
      * Walk the two store trails side by side. Stores match
      * when they hit the same cell with the same before and
      * after values - the PC doing it may move between versions
      * and is not itself a divergence. The first store that does
      * not match, or the first one a trail has that the other
      * does not, is where the versions parted.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE "FIRST DIVERGENT STORE" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO PROD-ARTIFACT-PATH CAND-ARTIFACT-PATH.
           STRING PROD-PATH DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SIDE-RUNID (1) DELIMITED BY SPACE
                  ".JOURNAL" DELIMITED BY SIZE
                  INTO PROD-ARTIFACT-PATH
           END-STRING.
           STRING CAND-PATH DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  SIDE-RUNID (2) DELIMITED BY SPACE
                  ".JOURNAL" DELIMITED BY SIZE
                  INTO CAND-ARTIFACT-PATH
           END-STRING.
           OPEN INPUT PROD-JOURNAL-FILE.
           IF PROD-JOURNAL-FILE-STATUS NOT = "00"
             SET COMPARE-INCOMPLETE TO TRUE
             MOVE SPACES TO REPORT-LINE
             STRING "  No journal   : " DELIMITED BY SIZE
                    PROD-ARTIFACT-PATH DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             GO COMPARE-JOURNALS-FN
           END-IF.
           OPEN INPUT CAND-JOURNAL-FILE.
           IF CAND-JOURNAL-FILE-STATUS NOT = "00"
             CLOSE PROD-JOURNAL-FILE
             SET COMPARE-INCOMPLETE TO TRUE
             MOVE SPACES TO REPORT-LINE
             STRING "  No journal   : " DELIMITED BY SIZE
                    CAND-ARTIFACT-PATH DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             GO COMPARE-JOURNALS-FN
           END-IF.
           MOVE "N" TO PROD-EOF CAND-EOF.
           PERFORM UNTIL STORES-DIVERGED
                      OR (PROD-EOF = "Y" AND CAND-EOF = "Y")
             READ PROD-JOURNAL-FILE
               AT END
                 MOVE "Y" TO PROD-EOF
             END-READ
             READ CAND-JOURNAL-FILE
               AT END
                 MOVE "Y" TO CAND-EOF
             END-READ
             EVALUATE TRUE
               WHEN PROD-EOF = "Y" AND CAND-EOF = "Y"
                 CONTINUE
               WHEN PROD-EOF = "Y" OR CAND-EOF = "Y"
                 SET STORES-DIVERGED TO TRUE
               WHEN PROD-JOURNAL-CELL NOT = CAND-JOURNAL-CELL
                   OR PROD-JOURNAL-OLD NOT = CAND-JOURNAL-OLD
                   OR PROD-JOURNAL-NEW NOT = CAND-JOURNAL-NEW
                 SET STORES-DIVERGED TO TRUE
               WHEN OTHER
                 ADD 1 TO STORE-COUNT END-ADD
             END-EVALUATE
           END-PERFORM.
           IF NOT STORES-DIVERGED
             MOVE SPACES TO REPORT-LINE
             STRING "  None - all " DELIMITED BY SIZE
                    STORE-COUNT DELIMITED BY SIZE
                    " stores match." DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
           ELSE
             SET VERSIONS-DIFFER TO TRUE
             ADD 1 TO STORE-COUNT GIVING COUNT-D END-ADD
             MOVE SPACES TO REPORT-LINE
             STRING "Store number   : " DELIMITED BY SIZE
                    COUNT-D DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             MOVE 1 TO SIDE-IDX
             MOVE "Production" TO SIDE-NAME
             IF PROD-EOF = "Y"
               MOVE "N" TO STORE-PRESENT-SW
             ELSE
               MOVE "Y" TO STORE-PRESENT-SW
               MOVE PROD-JOURNAL-PC   TO STORE-PC
               MOVE PROD-JOURNAL-CELL TO STORE-CELL
               MOVE PROD-JOURNAL-OLD  TO STORE-OLD
               MOVE PROD-JOURNAL-NEW  TO STORE-NEW
             END-IF
             PERFORM SHOW-STORE THRU SHOW-STORE-FN
             MOVE 2 TO SIDE-IDX
             MOVE "Candidate" TO SIDE-NAME
             IF CAND-EOF = "Y"
               MOVE "N" TO STORE-PRESENT-SW
             ELSE
               MOVE "Y" TO STORE-PRESENT-SW
               MOVE CAND-JOURNAL-PC   TO STORE-PC
               MOVE CAND-JOURNAL-CELL TO STORE-CELL
               MOVE CAND-JOURNAL-OLD  TO STORE-OLD
               MOVE CAND-JOURNAL-NEW  TO STORE-NEW
             END-IF
             PERFORM SHOW-STORE THRU SHOW-STORE-FN
           END-IF.
           CLOSE PROD-JOURNAL-FILE.
           CLOSE CAND-JOURNAL-FILE.
       COMPARE-JOURNALS-FN.
      *--------------------*
           EXIT.

       SHOW-STORE.
      *-----------*
      * PC 0 is a store made before execution began - the
      * .PRELOAD image going in.
           MOVE SPACES TO REPORT-LINE.
           IF STORE-PRESENT-SW NOT = "Y"
             MOVE SIDE-NAME TO REPORT-LINE(1:15)
             MOVE ": (no further stores)" TO REPORT-LINE(16:)
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             GO SHOW-STORE-FN
           END-IF.
           IF STORE-PC = 0
             MOVE "PRELOAD" TO STORE-LABEL
           ELSE
             MOVE STORE-PC TO SYM-LOOK-PC
             PERFORM LABEL-FOR-PC THRU LABEL-FOR-PC-FN
             MOVE SYM-LABEL-TEXT TO STORE-LABEL
             IF STORE-LABEL = SPACES
               MOVE "(no label)" TO STORE-LABEL
             END-IF
           END-IF.
           MOVE STORE-CELL TO SYM-LOOK-CELL.
           PERFORM LABEL-FOR-CELL THRU LABEL-FOR-CELL-FN.
           MOVE SYM-LABEL-TEXT TO STORE-NAME.
           MOVE SIDE-NAME TO REPORT-LINE(1:15).
           MOVE 16 TO COMMAND-PTR.
           STRING ": PC=" DELIMITED BY SIZE
                  STORE-PC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STORE-LABEL DELIMITED BY SPACE
                  " CELL=" DELIMITED BY SIZE
                  STORE-CELL DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER COMMAND-PTR
           END-STRING.
           IF STORE-NAME NOT = SPACES
             STRING " " DELIMITED BY SIZE
                    STORE-NAME DELIMITED BY SPACE
                    INTO REPORT-LINE
                    WITH POINTER COMMAND-PTR
             END-STRING
           END-IF.
           STRING " OLD=" DELIMITED BY SIZE
                  STORE-OLD DELIMITED BY SIZE
                  " NEW=" DELIMITED BY SIZE
                  STORE-NEW DELIMITED BY SIZE
                  INTO REPORT-LINE
                  WITH POINTER COMMAND-PTR
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       SHOW-STORE-FN.
      *--------------*
           EXIT.

       LABEL-FOR-PC.
      *-------------*
      * The interpreter's LABEL-FOR-PC over this side's map: the
      * label at SYM-LOOK-PC, or the nearest one above it as
      * NAME+offset. PC is 1-indexed, label values 0-indexed.
           MOVE SPACES TO SYM-LABEL-TEXT.
           MOVE "N" TO SYM-FOUND-SW.
           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SIDE-SYM-COUNT (SIDE-IDX)
             IF SIDE-SYM-TYPE (SIDE-IDX, SYM-IDX) = "L"
                 AND SIDE-SYM-VALUE (SIDE-IDX, SYM-IDX) < SYM-LOOK-PC
               IF SYM-FOUND-SW = "N"
                   OR SIDE-SYM-VALUE (SIDE-IDX, SYM-IDX)
                      > SYM-BEST-VALUE
                 SET SYM-FOUND TO TRUE
                 MOVE SIDE-SYM-VALUE (SIDE-IDX, SYM-IDX)
                   TO SYM-BEST-VALUE
                 MOVE SYM-IDX TO SYM-BEST-IDX
               END-IF
             END-IF
           END-PERFORM.
           IF NOT SYM-FOUND
             GO LABEL-FOR-PC-FN
           END-IF.
           COMPUTE SYM-OFFSET = SYM-LOOK-PC - 1 - SYM-BEST-VALUE
           END-COMPUTE.
           MOVE 1 TO SYM-TEXT-PTR.
           IF SYM-OFFSET = 0
             STRING SIDE-SYM-NAME (SIDE-IDX, SYM-BEST-IDX)
                      DELIMITED BY SPACE
               INTO SYM-LABEL-TEXT
               WITH POINTER SYM-TEXT-PTR
             END-STRING
           ELSE
             STRING SIDE-SYM-NAME (SIDE-IDX, SYM-BEST-IDX)
                      DELIMITED BY SPACE
                    "+"        DELIMITED BY SIZE
                    SYM-OFFSET DELIMITED BY SIZE
               INTO SYM-LABEL-TEXT
               WITH POINTER SYM-TEXT-PTR
             END-STRING
           END-IF.
       LABEL-FOR-PC-FN.
      *----------------*
           EXIT.

       LABEL-FOR-CELL.
      *---------------*
      * An EQU names one exact cell - no NAME+offset for data.
           MOVE SPACES TO SYM-LABEL-TEXT.
           MOVE "N" TO SYM-FOUND-SW.
           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SIDE-SYM-COUNT (SIDE-IDX)
                        OR SYM-FOUND
             IF SIDE-SYM-TYPE (SIDE-IDX, SYM-IDX) = "E"
                 AND SIDE-SYM-VALUE (SIDE-IDX, SYM-IDX)
                     = SYM-LOOK-CELL
               SET SYM-FOUND TO TRUE
               MOVE SIDE-SYM-NAME (SIDE-IDX, SYM-IDX)
                 TO SYM-LABEL-TEXT
             END-IF
           END-PERFORM.
       LABEL-FOR-CELL-FN.
      *------------------*
           EXIT.

       COPY-ONE.
      *---------*
      * A source that does not exist clears the target, so a
      * companion one side lacks is lacking on the other too. A
      * target that cannot be written is left to the caller.
           MOVE "N" TO COPY-FAILED-SW.
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
             SET COPY-FAILED TO TRUE
             GO COPY-ONE-FN
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
