       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBCOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTING-FILE ASSIGN TO DYNAMIC LISTING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTING-FILE-STATUS.

           SELECT COVERAGE-FILE ASSIGN TO DYNAMIC COVERAGE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVERAGE-FILE-STATUS.

           SELECT COPYLIB-FILE ASSIGN TO DYNAMIC COPYLIB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYLIB-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * GORBASM's listing, one line per source line - the layout
      * of its LISTING-DETAIL. The two must agree.
       FD LISTING-FILE.
       01 LISTING-RECORD.
         03 LISTING-LNUM       PIC X(4).
         03 FILLER             PIC X(1).
         03 LISTING-ADDR       PIC X(4).
         03 FILLER             PIC X(1).
         03 LISTING-OPCODE     PIC X(1).
         03 LISTING-OPERAND    PIC X(4).
         03 FILLER             PIC X(2).
         03 LISTING-SOURCE     PIC X(80).
         03 FILLER             PIC X(3).

      * The interpreter's .COVERAGE companion - its COVERAGE-DETAIL
      * layout, one record per loaded instruction.
       FD COVERAGE-FILE.
       01 COVERAGE-RECORD.
         03 FILLER             PIC X(3).
         03 COVERAGE-PC        PIC 9(4).
         03 FILLER             PIC X(4).
         03 COVERAGE-OPCODE    PIC X(1).
         03 FILLER             PIC X(6).
         03 COVERAGE-EXEC      PIC 9(9).
         03 FILLER             PIC X(7).
         03 COVERAGE-TAKEN     PIC 9(9).

      * "*MEMBER name" header lines bound the members, as GORBASM
      * reads them.
       FD COPYLIB-FILE.
       01 COPYLIB-RECORD       PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(140).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Instruction coverage report. The interpreter's
      * GORBITSA_COVERAGE=Y leaves a .COVERAGE file per run with
      * the execution count of every loaded instruction and how
      * often each B/b branched. This program merges any number of
      * those files - every run of the test deck, say - and lays
      * the totals against the GORBASM listing of the same
      * program:
      *   - the listing is written out again as <listing>.COV with
      *     each instruction's merged execution count, and for a
      *     branch the times it was taken, beside it;
      *   - instructions no run ever executed are flagged NEVER,
      *     branches no run ever took NO-TAKE, and branches that
      *     always took NO-FALL - the path not followed is the
      *     untested one;
      *   - coverage, the share of instructions executed at least
      *     once, is reported for the whole program and for every
      *     copy-library member the program copies.
      * A member's lines follow the "* COPY member" comment
      * GORBASM leaves in the listing for as many lines as the
      * member has in the copy library (GORBASM_COPYLIB, default
      * GORBASM.COPYLIB - the library the assembler itself reads),
      * so the report must be run against the library the program
      * was assembled from.
      * A coverage file must come from an object assembled from
      * this listing: every instruction the listing shows, with
      * the same opcode, and nothing more. One that does not is
      * refused, rather than merged into a wrong answer.
      * The summary and the exception lists are displayed as well
      * as written after the annotated listing.
      *
      * Usage: gorbcov <listing> <coverage> [<coverage> ...]
      *----------------------------------------------------------*
       01 LISTING-PATH         PIC X(200) VALUE SPACES.
       01 COVERAGE-PATH        PIC X(200) VALUE SPACES.
       01 COPYLIB-PATH         PIC X(210) VALUE "GORBASM.COPYLIB".
       01 REPORT-PATH          PIC X(210) VALUE SPACES.
       01 LISTING-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 COVERAGE-FILE-STATUS PIC X(2) VALUE SPACES.
       01 COPYLIB-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ARG-IDX              PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   1 = bad arguments   2 = listing cannot be read or
      *                           overflows a table
      *   3 = a coverage file cannot be read or does not match
      *       the listing
      *----------------------------------------------------------*
       01 GORBCOV-RC           PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-BAD-LISTING              VALUE 2.
         88 RC-BAD-COVERAGE             VALUE 3.

      *----------------------------------------------------------*
      * The listing as read, and the copy-library member (if any)
      * each line was expanded from.
      *----------------------------------------------------------*
       01 LINE-TABLE.
         03 LINE-ENTRY                  OCCURS 2000 TIMES.
           05 LINE-TEXT        PIC X(100).
           05 LINE-PC          PIC 9(4).
           05 LINE-MEMBER      PIC 9(3).
       01 LINE-COUNT           PIC 9(4) VALUE 0.
       01 LINE-IDX             PIC 9(4).

      *----------------------------------------------------------*
      * Merged counts by PC - the 1-indexed PC the interpreter
      * counts by, one more than the 0-indexed address the
      * listing shows.
      *----------------------------------------------------------*
       01 PC-TABLE.
         03 PC-ENTRY                    OCCURS 9999 TIMES.
           05 PC-OPCODE        PIC X(1)  VALUE SPACE.
           05 PC-LINE          PIC 9(4)  VALUE ZERO.
           05 PC-EXEC          PIC 9(12) VALUE ZERO.
           05 PC-TAKEN         PIC 9(12) VALUE ZERO.
       01 PC-COUNT             PIC 9(4) VALUE 0.
       01 PC-IDX               PIC 9(4).
       01 PC-ADDR              PIC 9(4).

      *----------------------------------------------------------*
      * Copy-library members: how many lines each expands to, as
      * GORBASM expands it, and the coverage of the instructions
      * copied from it.
      *----------------------------------------------------------*
       01 MEMBER-TABLE.
         03 MEMBER-ENTRY                OCCURS 200 TIMES.
           05 MEMBER-NAME      PIC X(16).
           05 MEMBER-LINES     PIC 9(4).
           05 MEMBER-COPIES    PIC 9(4).
           05 MEMBER-INSTR     PIC 9(4).
           05 MEMBER-HIT       PIC 9(4).
       01 MEMBER-COUNT         PIC 9(3) VALUE 0.
       01 MEMBER-IDX           PIC 9(3).
       01 MEMBER-NAME-IN       PIC X(16).
       01 CURRENT-MEMBER       PIC 9(3) VALUE 0.
       01 MEMBER-REMAIN        PIC 9(4) VALUE 0.
       01 COPYLIB-SW           PIC X(1) VALUE "N".
         88 COPYLIB-LOADED              VALUE "Y".

      *----------------------------------------------------------*
      * Statement splitting, the way GORBXREF's PARSE-LINE sees a
      * line: left-justified, first three tokens.
      *----------------------------------------------------------*
       01 PARSE-SRC            PIC X(80).
       01 WORK-LINE            PIC X(80).
       01 TOKEN-1              PIC X(16).
       01 TOKEN-2              PIC X(16).
       01 TOKEN-3              PIC X(16).
       01 TOKEN-REST           PIC X(80).
       01 I                    PIC 9(3).

      *----------------------------------------------------------*
      * Coverage file checking and totals.
      *----------------------------------------------------------*
       01 RUN-COUNT            PIC 9(4) VALUE 0.
       01 RUN-RECORDS          PIC 9(5) VALUE 0.
       01 INSTR-TOTAL          PIC 9(5) VALUE 0.
       01 INSTR-HIT            PIC 9(5) VALUE 0.
       01 PATH-TOTAL           PIC 9(5) VALUE 0.
       01 PATH-HIT             PIC 9(5) VALUE 0.
       01 NEVER-COUNT          PIC 9(5) VALUE 0.
       01 UNFOLLOWED-COUNT     PIC 9(5) VALUE 0.
       01 UNKNOWN-COUNT        PIC 9(4) VALUE 0.
       01 PCT-WORK             PIC 9(3)V99 VALUE 0.
       01 PCT-D                PIC ZZ9.99.
       01 COUNT-D              PIC 9(5).
       01 BRANCH-SW            PIC X(1) VALUE "N".
         88 IS-BRANCH                   VALUE "Y".

      *----------------------------------------------------------*
      * One annotated listing line: merged execution count, times
      * taken for a branch, the flag, and the listing line itself.
      * Non-instruction lines carry the listing line alone.
      *----------------------------------------------------------*
       01 REPORT-OPEN-SW       PIC X(1) VALUE "N".
         88 REPORT-FILE-IS-OPEN         VALUE "Y".
       01 REPORT-LINE          PIC X(140).
       01 ANNOTATED-DETAIL.
         03 ANN-EXEC           PIC Z(11)9.
         03 FILLER             PIC X(1) VALUE SPACE.
         03 ANN-TAKEN          PIC Z(11)9.
         03 FILLER             PIC X(1) VALUE SPACE.
         03 ANN-FLAG           PIC X(8).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 ANN-LISTING        PIC X(100).
       01 ANN-FLAG-HEAD        PIC X(35) VALUE
           "        EXEC        TAKEN FLAG".

       PROCEDURE DIVISION.
           PERFORM READ-ARGS       THRU READ-ARGS-FN.
           PERFORM LOAD-COPYLIB    THRU LOAD-COPYLIB-FN.
           PERFORM LOAD-LISTING    THRU LOAD-LISTING-FN.
           PERFORM VARYING ARG-IDX FROM 2 BY 1
                     UNTIL ARG-IDX > ARG-COUNT
             ACCEPT COVERAGE-PATH
               FROM ARGUMENT-VALUE
             END-ACCEPT
             PERFORM MERGE-COVERAGE THRU MERGE-COVERAGE-FN
           END-PERFORM.
           PERFORM TALLY-COVERAGE  THRU TALLY-COVERAGE-FN.
           PERFORM OPEN-REPORT     THRU OPEN-REPORT-FN.
           PERFORM WRITE-ANNOTATED THRU WRITE-ANNOTATED-FN.
           PERFORM REPORT-SUMMARY  THRU REPORT-SUMMARY-FN.
           PERFORM REPORT-MEMBERS  THRU REPORT-MEMBERS-FN.
           PERFORM REPORT-NEVER    THRU REPORT-NEVER-FN.
           PERFORM REPORT-PATHS    THRU REPORT-PATHS-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF REPORT-FILE-IS-OPEN
             CLOSE REPORT-FILE
           END-IF.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBCOV-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT < 2
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ACCEPT LISTING-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.
           STRING LISTING-PATH   DELIMITED BY SPACE
                  ".COV"         DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.
           ACCEPT COPYLIB-PATH
             FROM ENVIRONMENT "GORBASM_COPYLIB"
           END-ACCEPT.
           IF COPYLIB-PATH = SPACES
             MOVE "GORBASM.COPYLIB" TO COPYLIB-PATH
           END-IF.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       LOAD-COPYLIB.
      *-------------*
      * Without a library every line counts to the program
      * itself and no member coverage is reported.
           OPEN INPUT COPYLIB-FILE.
           IF COPYLIB-FILE-STATUS NOT = "00"
             GO LOAD-COPYLIB-FN
           END-IF.
           SET COPYLIB-LOADED TO TRUE.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ COPYLIB-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM LOAD-ONE-LIBRARY-LINE
                   THRU LOAD-ONE-LIBRARY-LINE-FN
             END-READ
           END-PERFORM.
           CLOSE COPYLIB-FILE.
           MOVE 0 TO CURRENT-MEMBER.
       LOAD-COPYLIB-FN.
      *----------------*
           EXIT.

       LOAD-ONE-LIBRARY-LINE.
      *----------------------*
      * GORBASM copies every line under every header of the
      * requested name, so a name the library defines twice
      * expands to both definitions - its line count is the sum.
           MOVE COPYLIB-RECORD TO PARSE-SRC.
           PERFORM PARSE-LINE THRU PARSE-LINE-FN.
           IF TOKEN-1 = "*MEMBER"
             MOVE TOKEN-2 TO MEMBER-NAME-IN
             PERFORM FIND-MEMBER THRU FIND-MEMBER-FN
             IF MEMBER-IDX = 0
               IF MEMBER-COUNT >= 200
                 STRING "LOAD-COPYLIB | Library exceeds 200 "
                   "members: " DELIMITED BY SIZE
                   COPYLIB-PATH DELIMITED BY SPACE
                   INTO ERROR-STRING
                 END-STRING
                 SET RC-BAD-LISTING TO TRUE
                 CLOSE COPYLIB-FILE
                 GO EXIT-PROGRAM
               END-IF
               ADD 1 TO MEMBER-COUNT END-ADD
               MOVE TOKEN-2 TO MEMBER-NAME   (MEMBER-COUNT)
               MOVE 0       TO MEMBER-LINES  (MEMBER-COUNT)
               MOVE 0       TO MEMBER-COPIES (MEMBER-COUNT)
               MOVE 0       TO MEMBER-INSTR  (MEMBER-COUNT)
               MOVE 0       TO MEMBER-HIT    (MEMBER-COUNT)
               MOVE MEMBER-COUNT TO CURRENT-MEMBER
             ELSE
               MOVE MEMBER-IDX TO CURRENT-MEMBER
             END-IF
             GO LOAD-ONE-LIBRARY-LINE-FN
           END-IF.
           IF CURRENT-MEMBER NOT = 0
             ADD 1 TO MEMBER-LINES (CURRENT-MEMBER) END-ADD
           END-IF.
       LOAD-ONE-LIBRARY-LINE-FN.
      *-------------------------*
           EXIT.

       FIND-MEMBER.
      *------------*
      * MEMBER-IDX comes back zero when the library has no member
      * named MEMBER-NAME-IN.
           MOVE 0 TO MEMBER-IDX.
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > MEMBER-COUNT OR MEMBER-IDX NOT = 0
             IF MEMBER-NAME (I) = MEMBER-NAME-IN
               MOVE I TO MEMBER-IDX
             END-IF
           END-PERFORM.
       FIND-MEMBER-FN.
      *---------------*
           EXIT.

       PARSE-LINE.
      *-----------*
           MOVE SPACES TO WORK-LINE TOKEN-1 TOKEN-2 TOKEN-3
                          TOKEN-REST.
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > 80 OR PARSE-SRC(I:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           IF I <= 80
             MOVE PARSE-SRC(I:) TO WORK-LINE
           END-IF.
           IF WORK-LINE NOT = SPACES
             UNSTRING WORK-LINE DELIMITED BY ALL SPACES
               INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-REST
             END-UNSTRING
           END-IF.
       PARSE-LINE-FN.
      *--------------*
           EXIT.

       LOAD-LISTING.
      *-------------*
           OPEN INPUT LISTING-FILE.
           IF LISTING-FILE-STATUS NOT = "00"
             STRING "LOAD-LISTING | Cannot open listing: "
               DELIMITED BY SIZE
               LISTING-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ LISTING-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM LOAD-ONE-LINE THRU LOAD-ONE-LINE-FN
             END-READ
           END-PERFORM.
           CLOSE LISTING-FILE.
           IF PC-COUNT = 0
             STRING "LOAD-LISTING | Listing shows no instructions: "
               DELIMITED BY SIZE
               LISTING-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       LOAD-LISTING-FN.
      *----------------*
           EXIT.

       LOAD-ONE-LINE.
      *--------------*
      * Lines still owed to a COPY expansion belong to its member;
      * any other line may be the "* COPY member" comment that
      * starts one. An instruction line's address fixes its PC.
           IF LISTING-LNUM IS NOT NUMERIC
             STRING "LOAD-LISTING | Not a GORBASM listing: "
               DELIMITED BY SIZE
               LISTING-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             CLOSE LISTING-FILE
             GO EXIT-PROGRAM
           END-IF.
           IF LINE-COUNT >= 2000
             STRING "LOAD-LISTING | Listing exceeds 2000 lines: "
               DELIMITED BY SIZE
               LISTING-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             CLOSE LISTING-FILE
             GO EXIT-PROGRAM
           END-IF.
           ADD 1 TO LINE-COUNT END-ADD.
           MOVE LISTING-RECORD TO LINE-TEXT (LINE-COUNT).
           MOVE 0 TO LINE-PC (LINE-COUNT).
           IF MEMBER-REMAIN > 0
             MOVE CURRENT-MEMBER TO LINE-MEMBER (LINE-COUNT)
             SUBTRACT 1 FROM MEMBER-REMAIN END-SUBTRACT
           ELSE
             MOVE 0 TO LINE-MEMBER (LINE-COUNT)
             MOVE LISTING-SOURCE TO PARSE-SRC
             PERFORM PARSE-LINE THRU PARSE-LINE-FN
             IF TOKEN-1 = "*" AND TOKEN-2 = "COPY"
               PERFORM START-MEMBER THRU START-MEMBER-FN
             END-IF
           END-IF.
           IF LISTING-ADDR = SPACES
             GO LOAD-ONE-LINE-FN
           END-IF.
           IF LISTING-ADDR IS NOT NUMERIC
             STRING "LOAD-LISTING | Bad address at listing line "
               DELIMITED BY SIZE
               LISTING-LNUM DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             CLOSE LISTING-FILE
             GO EXIT-PROGRAM
           END-IF.
           MOVE LISTING-ADDR TO PC-ADDR.
           ADD 1 TO PC-ADDR GIVING PC-IDX END-ADD.
           MOVE PC-IDX         TO LINE-PC (LINE-COUNT).
           MOVE LISTING-OPCODE TO PC-OPCODE (PC-IDX).
           MOVE LINE-COUNT     TO PC-LINE   (PC-IDX).
           MOVE 0              TO PC-EXEC   (PC-IDX).
           MOVE 0              TO PC-TAKEN  (PC-IDX).
           IF PC-IDX > PC-COUNT
             MOVE PC-IDX TO PC-COUNT
           END-IF.
       LOAD-ONE-LINE-FN.
      *-----------------*
           EXIT.

       START-MEMBER.
      *-------------*
      * A member the library no longer has cannot be bounded -
      * its lines count to the program, and the summary says so.
           MOVE TOKEN-3 TO MEMBER-NAME-IN.
           PERFORM FIND-MEMBER THRU FIND-MEMBER-FN.
           IF MEMBER-IDX = 0
             ADD 1 TO UNKNOWN-COUNT END-ADD
             GO START-MEMBER-FN
           END-IF.
           MOVE MEMBER-IDX TO CURRENT-MEMBER.
           MOVE MEMBER-LINES (MEMBER-IDX) TO MEMBER-REMAIN.
           ADD 1 TO MEMBER-COPIES (MEMBER-IDX) END-ADD.
       START-MEMBER-FN.
      *----------------*
           EXIT.

       MERGE-COVERAGE.
      *---------------*
      * Add one run's counts in. The whole file is checked against
      * the listing as it is read; a mismatch stops the report.
           OPEN INPUT COVERAGE-FILE.
           IF COVERAGE-FILE-STATUS NOT = "00"
             STRING "MERGE-COVERAGE | Cannot open coverage file: "
               DELIMITED BY SIZE
               COVERAGE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-COVERAGE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE 0 TO RUN-RECORDS.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ COVERAGE-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM MERGE-ONE-RECORD THRU MERGE-ONE-RECORD-FN
             END-READ
           END-PERFORM.
           CLOSE COVERAGE-FILE.
           IF RUN-RECORDS NOT = PC-COUNT
             PERFORM REFUSE-COVERAGE THRU REFUSE-COVERAGE-FN
           END-IF.
           ADD 1 TO RUN-COUNT END-ADD.
       MERGE-COVERAGE-FN.
      *------------------*
           EXIT.

       MERGE-ONE-RECORD.
      *-----------------*
           IF COVERAGE-PC IS NOT NUMERIC
               OR COVERAGE-EXEC IS NOT NUMERIC
               OR COVERAGE-TAKEN IS NOT NUMERIC
             CLOSE COVERAGE-FILE
             PERFORM REFUSE-COVERAGE THRU REFUSE-COVERAGE-FN
           END-IF.
           MOVE COVERAGE-PC TO PC-IDX.
           IF PC-IDX = 0 OR PC-IDX > PC-COUNT
             CLOSE COVERAGE-FILE
             PERFORM REFUSE-COVERAGE THRU REFUSE-COVERAGE-FN
           END-IF.
           IF PC-LINE (PC-IDX) = 0
               OR PC-OPCODE (PC-IDX) NOT = COVERAGE-OPCODE
             CLOSE COVERAGE-FILE
             PERFORM REFUSE-COVERAGE THRU REFUSE-COVERAGE-FN
           END-IF.
           ADD 1 TO RUN-RECORDS END-ADD.
           ADD COVERAGE-EXEC  TO PC-EXEC  (PC-IDX) END-ADD.
           ADD COVERAGE-TAKEN TO PC-TAKEN (PC-IDX) END-ADD.
       MERGE-ONE-RECORD-FN.
      *--------------------*
           EXIT.

       REFUSE-COVERAGE.
      *----------------*
           STRING "MERGE-COVERAGE | Coverage does not match "
             "listing: " DELIMITED BY SIZE
             COVERAGE-PATH DELIMITED BY SPACE
             INTO ERROR-STRING
           END-STRING.
           SET RC-BAD-COVERAGE TO TRUE.
           GO EXIT-PROGRAM.
       REFUSE-COVERAGE-FN.
      *-------------------*
           EXIT.

       TALLY-COVERAGE.
      *---------------*
      * An instruction is covered once any run executed it; a
      * branch has two paths, taken and fallen through, each
      * covered once any run followed it.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                     UNTIL PC-IDX > PC-COUNT
             IF PC-LINE (PC-IDX) NOT = 0
               PERFORM TALLY-ONE-PC THRU TALLY-ONE-PC-FN
             END-IF
           END-PERFORM.
       TALLY-COVERAGE-FN.
      *------------------*
           EXIT.

       TALLY-ONE-PC.
      *-------------*
           MOVE PC-LINE (PC-IDX) TO LINE-IDX.
           MOVE LINE-MEMBER (LINE-IDX) TO MEMBER-IDX.
           ADD 1 TO INSTR-TOTAL END-ADD.
           IF MEMBER-IDX NOT = 0
             ADD 1 TO MEMBER-INSTR (MEMBER-IDX) END-ADD
           END-IF.
           IF PC-EXEC (PC-IDX) > 0
             ADD 1 TO INSTR-HIT END-ADD
             IF MEMBER-IDX NOT = 0
               ADD 1 TO MEMBER-HIT (MEMBER-IDX) END-ADD
             END-IF
           ELSE
             ADD 1 TO NEVER-COUNT END-ADD
           END-IF.
           PERFORM CHECK-BRANCH THRU CHECK-BRANCH-FN.
           IF NOT IS-BRANCH
             GO TALLY-ONE-PC-FN
           END-IF.
           ADD 2 TO PATH-TOTAL END-ADD.
           IF PC-TAKEN (PC-IDX) > 0
             ADD 1 TO PATH-HIT END-ADD
           ELSE
             ADD 1 TO UNFOLLOWED-COUNT END-ADD
           END-IF.
           IF PC-EXEC (PC-IDX) > PC-TAKEN (PC-IDX)
             ADD 1 TO PATH-HIT END-ADD
           ELSE
             ADD 1 TO UNFOLLOWED-COUNT END-ADD
           END-IF.
       TALLY-ONE-PC-FN.
      *----------------*
           EXIT.

       CHECK-BRANCH.
      *-------------*
           IF PC-OPCODE (PC-IDX) = "B" OR PC-OPCODE (PC-IDX) = "b"
             MOVE "Y" TO BRANCH-SW
           ELSE
             MOVE "N" TO BRANCH-SW
           END-IF.
       CHECK-BRANCH-FN.
      *----------------*
           EXIT.

       OPEN-REPORT.
      *------------*
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
             STRING "OPEN-REPORT | Cannot open report: "
               DELIMITED BY SIZE
               REPORT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LISTING TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE "GORBITSA COVERAGE LISTING" TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Listing        : " DELIMITED BY SIZE
                  LISTING-PATH        DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
           MOVE ANN-FLAG-HEAD TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       OPEN-REPORT-FN.
      *---------------*
           EXIT.

       WRITE-ANNOTATED.
      *----------------*
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                     UNTIL LINE-IDX > LINE-COUNT
             PERFORM ANNOTATE-ONE-LINE THRU ANNOTATE-ONE-LINE-FN
           END-PERFORM.
       WRITE-ANNOTATED-FN.
      *-------------------*
           EXIT.

       ANNOTATE-ONE-LINE.
      *------------------*
           MOVE SPACES TO ANNOTATED-DETAIL.
           MOVE LINE-TEXT (LINE-IDX) TO ANN-LISTING.
           MOVE LINE-PC (LINE-IDX) TO PC-IDX.
           IF PC-IDX = 0
             MOVE ANNOTATED-DETAIL TO REPORT-LINE
             PERFORM WRITE-LINE THRU WRITE-LINE-FN
             GO ANNOTATE-ONE-LINE-FN
           END-IF.
           MOVE PC-EXEC (PC-IDX) TO ANN-EXEC.
           PERFORM CHECK-BRANCH THRU CHECK-BRANCH-FN.
           IF IS-BRANCH
             MOVE PC-TAKEN (PC-IDX) TO ANN-TAKEN
           END-IF.
           EVALUATE TRUE
             WHEN PC-EXEC (PC-IDX) = 0
               MOVE "NEVER"   TO ANN-FLAG
             WHEN IS-BRANCH AND PC-TAKEN (PC-IDX) = 0
               MOVE "NO-TAKE" TO ANN-FLAG
             WHEN IS-BRANCH AND PC-TAKEN (PC-IDX) = PC-EXEC (PC-IDX)
               MOVE "NO-FALL" TO ANN-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE ANNOTATED-DETAIL TO REPORT-LINE.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       ANNOTATE-ONE-LINE-FN.
      *---------------------*
           EXIT.

       REPORT-SUMMARY.
      *---------------*
           MOVE SPACES TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE "COVERAGE SUMMARY" TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Listing        : " DELIMITED BY SIZE
                  LISTING-PATH        DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE SPACES TO REPORT-LINE.
           STRING "Copy library   : " DELIMITED BY SIZE
                  COPYLIB-PATH        DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE RUN-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Runs merged    : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE INSTR-TOTAL TO COUNT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Instructions   : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE INSTR-HIT TO COUNT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Executed       : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE 0 TO PCT-WORK.
           IF INSTR-TOTAL > 0
             COMPUTE PCT-WORK ROUNDED = INSTR-HIT * 100 / INSTR-TOTAL
             END-COMPUTE
           END-IF.
           MOVE PCT-WORK TO PCT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Coverage       : " DELIMITED BY SIZE
                  PCT-D               DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE PATH-TOTAL TO COUNT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Branch paths   : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE PATH-HIT TO COUNT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Paths followed : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE 0 TO PCT-WORK.
           IF PATH-TOTAL > 0
             COMPUTE PCT-WORK ROUNDED = PATH-HIT * 100 / PATH-TOTAL
             END-COMPUTE
           END-IF.
           MOVE PCT-WORK TO PCT-D.
           MOVE SPACES TO REPORT-LINE.
           STRING "Path coverage  : " DELIMITED BY SIZE
                  PCT-D               DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
       REPORT-SUMMARY-FN.
      *------------------*
           EXIT.

       REPORT-MEMBERS.
      *---------------*
           MOVE SPACES TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE "COVERAGE BY COPY-LIBRARY MEMBER" TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           IF NOT COPYLIB-LOADED
             MOVE SPACES TO REPORT-LINE
             STRING "  No copy library: " DELIMITED BY SIZE
                    COPYLIB-PATH          DELIMITED BY SPACE
                    INTO REPORT-LINE
             END-STRING
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
           MOVE 0 TO I.
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                     UNTIL MEMBER-IDX > MEMBER-COUNT
             IF MEMBER-COPIES (MEMBER-IDX) > 0
               ADD 1 TO I END-ADD
               PERFORM REPORT-ONE-MEMBER THRU REPORT-ONE-MEMBER-FN
             END-IF
           END-PERFORM.
           IF I = 0
             MOVE "  No members copied." TO REPORT-LINE
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
           IF UNKNOWN-COUNT > 0
             MOVE UNKNOWN-COUNT TO COUNT-D
             MOVE SPACES TO REPORT-LINE
             STRING "  " DELIMITED BY SIZE
                    COUNT-D DELIMITED BY SIZE
                    " COPY of members not in the library - their "
                    "lines count to the program only"
                    DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
       REPORT-MEMBERS-FN.
      *------------------*
           EXIT.

       REPORT-ONE-MEMBER.
      *------------------*
           MOVE SPACES TO REPORT-LINE.
           IF MEMBER-INSTR (MEMBER-IDX) = 0
             STRING "  MEMBER " DELIMITED BY SIZE
                    MEMBER-NAME (MEMBER-IDX) DELIMITED BY SIZE
                    " no instructions" DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
             GO REPORT-ONE-MEMBER-FN
           END-IF.
           COMPUTE PCT-WORK ROUNDED =
             MEMBER-HIT (MEMBER-IDX) * 100 / MEMBER-INSTR (MEMBER-IDX)
           END-COMPUTE.
           MOVE PCT-WORK TO PCT-D.
           STRING "  MEMBER " DELIMITED BY SIZE
                  MEMBER-NAME (MEMBER-IDX) DELIMITED BY SIZE
                  " INSTRUCTIONS " DELIMITED BY SIZE
                  MEMBER-INSTR (MEMBER-IDX) DELIMITED BY SIZE
                  " EXECUTED " DELIMITED BY SIZE
                  MEMBER-HIT (MEMBER-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCT-D DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
       REPORT-ONE-MEMBER-FN.
      *---------------------*
           EXIT.

       REPORT-NEVER.
      *-------------*
           MOVE SPACES TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE "INSTRUCTIONS NEVER EXECUTED" TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                     UNTIL PC-IDX > PC-COUNT
             IF PC-LINE (PC-IDX) NOT = 0 AND PC-EXEC (PC-IDX) = 0
               MOVE PC-LINE (PC-IDX) TO LINE-IDX
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      LINE-TEXT (LINE-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               PERFORM SHOW-LINE THRU SHOW-LINE-FN
             END-IF
           END-PERFORM.
           IF NEVER-COUNT = 0
             MOVE "  None." TO REPORT-LINE
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
       REPORT-NEVER-FN.
      *----------------*
           EXIT.

       REPORT-PATHS.
      *-------------*
      * A branch that never ran is already on the list above; the
      * paths listed here are those of branches that did run.
           MOVE SPACES TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE "BRANCH PATHS NEVER FOLLOWED" TO REPORT-LINE.
           PERFORM SHOW-LINE THRU SHOW-LINE-FN.
           MOVE 0 TO I.
           PERFORM VARYING PC-IDX FROM 1 BY 1
                     UNTIL PC-IDX > PC-COUNT
             PERFORM CHECK-BRANCH THRU CHECK-BRANCH-FN
             IF PC-LINE (PC-IDX) NOT = 0 AND IS-BRANCH
                 AND PC-EXEC (PC-IDX) > 0
               PERFORM REPORT-ONE-PATH THRU REPORT-ONE-PATH-FN
             END-IF
           END-PERFORM.
           IF I = 0
             MOVE "  None." TO REPORT-LINE
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
       REPORT-PATHS-FN.
      *----------------*
           EXIT.

       REPORT-ONE-PATH.
      *----------------*
           MOVE PC-LINE (PC-IDX) TO LINE-IDX.
           IF PC-TAKEN (PC-IDX) = 0
             ADD 1 TO I END-ADD
             MOVE SPACES TO REPORT-LINE
             STRING "  NEVER TAKEN       " DELIMITED BY SIZE
                    LINE-TEXT (LINE-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
           IF PC-TAKEN (PC-IDX) = PC-EXEC (PC-IDX)
             ADD 1 TO I END-ADD
             MOVE SPACES TO REPORT-LINE
             STRING "  NEVER FALLS THRU  " DELIMITED BY SIZE
                    LINE-TEXT (LINE-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
             END-STRING
             PERFORM SHOW-LINE THRU SHOW-LINE-FN
           END-IF.
       REPORT-ONE-PATH-FN.
      *-------------------*
           EXIT.

       SHOW-LINE.
      *----------*
      * Summary lines go to the operator as well as the report.
           DISPLAY REPORT-LINE (1:120) END-DISPLAY.
           PERFORM WRITE-LINE THRU WRITE-LINE-FN.
       SHOW-LINE-FN.
      *-------------*
           EXIT.

       WRITE-LINE.
      *-----------*
           WRITE REPORT-RECORD FROM REPORT-LINE END-WRITE.
       WRITE-LINE-FN.
      *--------------*
           EXIT.
