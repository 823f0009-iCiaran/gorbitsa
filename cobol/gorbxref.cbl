       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBXREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-FILE-STATUS.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT COPYLIB-FILE ASSIGN TO DYNAMIC COPYLIB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYLIB-FILE-STATUS.

           SELECT MANLIST-FILE ASSIGN TO DYNAMIC MANLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANLIST-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD          PIC X(200).

       FD SOURCE-FILE.
       01 SOURCE-RECORD        PIC X(80).

      * "*MEMBER name" header lines bound the members, as GORBASM
      * reads them.
       FD COPYLIB-FILE.
       01 COPYLIB-RECORD       PIC X(80).

       FD MANLIST-FILE.
       01 MANLIST-RECORD       PIC X(200).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD      PIC X(200).

      * Only ever opened to see whether a companion file exists.
       FD PROBE-FILE.
       01 PROBE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Cross-reference and impact report over the program
      * library: the "who breaks if I touch this" answer for
      * change review. The program list names one GORBASM source
      * path per line, the way a GORBJOB manifest names steps
      * (blank lines and * comment lines ignored). The report
      * shows, for the listed programs:
      *   - which programs COPY each member of the copy library
      *     (GORBASM_COPYLIB, default GORBASM.COPYLIB - the
      *     library the assembler itself reads), and any COPY of
      *     a member the library does not have;
      *   - which programs use the k/w master-file opcodes,
      *     directly or through a copied member - the programs a
      *     .MASTER layout change touches;
      *   - which programs run record-mode RECEIVE/TRANSMIT, i.e.
      *     whose object (source path + .GORB) has a .FIELDMAP or
      *     .XMITMAP companion;
      *   - which GORBJOB manifests run each program, and at which
      *     step. The manifests searched are those listed one per
      *     line in the manifest list (default: the GORBOPS_MANIFESTS
      *     file GORBOPS watches, else GORBOPS.MANIFESTS). A
      *     manifest step matches a program by its source path or
      *     its object path.
      *
      * Usage: gorbxref <program-list> [manifest-list]
      *----------------------------------------------------------*
       01 LIST-PATH            PIC X(200).
       01 SOURCE-PATH          PIC X(200).
       01 COPYLIB-PATH         PIC X(210) VALUE "GORBASM.COPYLIB".
       01 MANLIST-PATH         PIC X(210) VALUE "GORBOPS.MANIFESTS".
       01 MANIFEST-PATH        PIC X(200).
       01 PROBE-PATH           PIC X(230).
       01 LIST-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 SOURCE-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 COPYLIB-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 MANLIST-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 MANIFEST-FILE-STATUS PIC X(2) VALUE SPACES.
       01 PROBE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 SOURCE-EOF           PIC X(1) VALUE "N".
       01 MANIFEST-EOF         PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   1 = bad arguments   2 = program list cannot be read or
      *                           overflows a table
      *----------------------------------------------------------*
       01 GORBXREF-RC          PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-BAD-LIST                 VALUE 2.

      *----------------------------------------------------------*
      * The listed programs. The object path is where GORBASM
      * writes the assembled program - source path plus .GORB -
      * and is the path manifests and companions hang off.
      *----------------------------------------------------------*
       01 PROG-TABLE.
         03 PROG-ENTRY                  OCCURS 500 TIMES.
           05 PROG-PATH        PIC X(200).
           05 PROG-OBJECT      PIC X(210).
           05 PROG-SOURCE-SW   PIC X(1).
           05 PROG-KW-SW       PIC X(1).
           05 PROG-FIELDMAP-SW PIC X(1).
           05 PROG-XMITMAP-SW  PIC X(1).
           05 PROG-JOBS        PIC 9(4).
       01 PROG-COUNT           PIC 9(3) VALUE 0.
       01 PROG-IDX             PIC 9(3).

      *----------------------------------------------------------*
      * Copy-library members, and whether a member's own lines
      * use k or w - a program copying it uses the master file
      * whether or not its own lines do.
      *----------------------------------------------------------*
       01 MEMBER-TABLE.
         03 MEMBER-ENTRY                OCCURS 200 TIMES.
           05 MEMBER-NAME      PIC X(16).
           05 MEMBER-KW-SW     PIC X(1).
           05 MEMBER-USERS     PIC 9(4).
       01 MEMBER-COUNT         PIC 9(3) VALUE 0.
       01 MEMBER-IDX           PIC 9(3).
       01 MEMBER-NAME-IN       PIC X(16).
       01 CURRENT-MEMBER       PIC 9(3) VALUE 0.
       01 COPYLIB-SW           PIC X(1) VALUE "N".
         88 COPYLIB-LOADED              VALUE "Y".

      *----------------------------------------------------------*
      * One entry per COPY statement found in a listed program;
      * REF-MEMBER-IDX is zero for a member the library lacks.
      *----------------------------------------------------------*
       01 COPYREF-TABLE.
         03 COPYREF-ENTRY               OCCURS 2000 TIMES.
           05 REF-PROG-IDX     PIC 9(3).
           05 REF-MEMBER       PIC X(16).
           05 REF-MEMBER-IDX   PIC 9(3).
           05 REF-LNUM         PIC 9(4).
       01 COPYREF-COUNT        PIC 9(4) VALUE 0.
       01 COPYREF-IDX          PIC 9(4).

      *----------------------------------------------------------*
      * Manifests searched, and one entry per manifest step that
      * names a listed program.
      *----------------------------------------------------------*
       01 MAN-TABLE.
         03 MAN-ENTRY                   OCCURS 200 TIMES.
           05 MAN-PATH         PIC X(200).
           05 MAN-OPEN-SW      PIC X(1).
       01 MAN-COUNT            PIC 9(3) VALUE 0.
       01 MAN-IDX              PIC 9(3).
       01 MANLIST-SW           PIC X(1) VALUE "N".
         88 MANLIST-LOADED              VALUE "Y".
       01 JOBREF-TABLE.
         03 JOBREF-ENTRY                OCCURS 2000 TIMES.
           05 JOBREF-PROG-IDX  PIC 9(3).
           05 JOBREF-MAN-IDX   PIC 9(3).
           05 JOBREF-STEP      PIC 9(2).
       01 JOBREF-COUNT         PIC 9(4) VALUE 0.
       01 JOBREF-IDX           PIC 9(4).
       01 STEP-NUMBER          PIC 9(2).

      *----------------------------------------------------------*
      * Statement splitting, the way GORBASM's SPLIT-LINE and
      * SPLIT-STATEMENT see a line: left-justified, first three
      * tokens, an optional trailing-colon label ahead of the
      * opcode.
      *----------------------------------------------------------*
       01 PARSE-SRC            PIC X(80).
       01 WORK-LINE            PIC X(80).
       01 TOKEN-1              PIC X(16).
       01 TOKEN-2              PIC X(16).
       01 TOKEN-3              PIC X(16).
       01 TOKEN-REST           PIC X(80).
       01 TOKEN-LEN            PIC 9(2).
       01 OPCODE-TOKEN         PIC X(16).
       01 SOURCE-LNUM          PIC 9(4).
       01 I                    PIC 9(3).

       01 FOUND-SW             PIC X(1) VALUE "N".
       01 SECTION-COUNT        PIC 9(4) VALUE 0.
       01 MISSING-SOURCE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-D              PIC Z(3)9.

       PROCEDURE DIVISION.
           PERFORM READ-ARGS        THRU READ-ARGS-FN.
           PERFORM LOAD-COPYLIB     THRU LOAD-COPYLIB-FN.
           PERFORM LOAD-PROGRAMS    THRU LOAD-PROGRAMS-FN.
           PERFORM SCAN-PROGRAMS    THRU SCAN-PROGRAMS-FN.
           PERFORM SCAN-MANIFESTS   THRU SCAN-MANIFESTS-FN.
           DISPLAY "GORBITSA CROSS-REFERENCE REPORT" END-DISPLAY.
           DISPLAY "Program list : " LIST-PATH END-DISPLAY.
           DISPLAY "Copy library : " COPYLIB-PATH END-DISPLAY.
           DISPLAY "Manifests    : " MANLIST-PATH END-DISPLAY.
           PERFORM REPORT-PROGRAMS  THRU REPORT-PROGRAMS-FN.
           PERFORM REPORT-MEMBERS   THRU REPORT-MEMBERS-FN.
           PERFORM REPORT-MASTER    THRU REPORT-MASTER-FN.
           PERFORM REPORT-RECORD-MODE THRU REPORT-RECORD-MODE-FN.
           PERFORM REPORT-MANIFESTS THRU REPORT-MANIFESTS-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBXREF-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT < 1 OR ARG-COUNT > 2
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ACCEPT LIST-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.
           IF ARG-COUNT = 2
             ACCEPT MANLIST-PATH
               FROM ARGUMENT-VALUE
             END-ACCEPT
           ELSE
             ACCEPT MANLIST-PATH
               FROM ENVIRONMENT "GORBOPS_MANIFESTS"
             END-ACCEPT
             IF MANLIST-PATH = SPACES
               MOVE "GORBOPS.MANIFESTS" TO MANLIST-PATH
             END-IF
           END-IF.
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
      * A shop with no copy library yet still gets the rest of the
      * report; every COPY then shows up as a missing member.
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
       LOAD-COPYLIB-FN.
      *----------------*
           EXIT.

       LOAD-ONE-LIBRARY-LINE.
      *----------------------*
      * A repeated member name keeps its first entry - the
      * report is about who copies the name, not how many times
      * the library defines it.
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
                 SET RC-BAD-LIST TO TRUE
                 CLOSE COPYLIB-FILE
                 GO EXIT-PROGRAM
               END-IF
               ADD 1 TO MEMBER-COUNT END-ADD
               MOVE TOKEN-2 TO MEMBER-NAME (MEMBER-COUNT)
               MOVE "N"     TO MEMBER-KW-SW (MEMBER-COUNT)
               MOVE 0       TO MEMBER-USERS (MEMBER-COUNT)
               MOVE MEMBER-COUNT TO CURRENT-MEMBER
             ELSE
               MOVE MEMBER-IDX TO CURRENT-MEMBER
             END-IF
             GO LOAD-ONE-LIBRARY-LINE-FN
           END-IF.
           IF CURRENT-MEMBER = 0
             GO LOAD-ONE-LIBRARY-LINE-FN
           END-IF.
           IF OPCODE-TOKEN = "k" OR OPCODE-TOKEN = "w"
             MOVE "Y" TO MEMBER-KW-SW (CURRENT-MEMBER)
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
                          TOKEN-REST OPCODE-TOKEN.
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > 80 OR PARSE-SRC(I:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           IF I <= 80
             MOVE PARSE-SRC(I:) TO WORK-LINE
           END-IF.
           IF WORK-LINE = SPACES
             GO PARSE-LINE-FN
           END-IF.
           UNSTRING WORK-LINE DELIMITED BY ALL SPACES
             INTO TOKEN-1 TOKEN-2 TOKEN-3 TOKEN-REST
           END-UNSTRING.
      * Comments and EQU definitions carry no opcode; a "*MEMBER"
      * header is left in TOKEN-1/TOKEN-2 for the library pass.
           IF WORK-LINE(1:1) = "*" OR TOKEN-2 = "EQU"
             GO PARSE-LINE-FN
           END-IF.
           MOVE 0 TO TOKEN-LEN.
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > 16 OR TOKEN-1(I:1) = SPACE
             ADD 1 TO TOKEN-LEN END-ADD
           END-PERFORM.
           IF TOKEN-1(TOKEN-LEN:1) = ":"
             MOVE TOKEN-2 TO OPCODE-TOKEN
           ELSE
             MOVE TOKEN-1 TO OPCODE-TOKEN
           END-IF.
       PARSE-LINE-FN.
      *--------------*
           EXIT.

       LOAD-PROGRAMS.
      *--------------*
           OPEN INPUT LIST-FILE.
           IF LIST-FILE-STATUS NOT = "00"
             STRING "LOAD-PROGRAMS | Cannot open program list: "
               DELIMITED BY SIZE
               LIST-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LIST TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ LIST-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 IF LIST-RECORD NOT = SPACES
                     AND LIST-RECORD(1:1) NOT = "*"
                   PERFORM ADD-PROGRAM THRU ADD-PROGRAM-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           IF PROG-COUNT = 0
             STRING "LOAD-PROGRAMS | Program list names no "
               "programs: " DELIMITED BY SIZE
               LIST-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LIST TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       LOAD-PROGRAMS-FN.
      *-----------------*
           EXIT.

       ADD-PROGRAM.
      *------------*
           IF PROG-COUNT >= 500
             STRING "LOAD-PROGRAMS | Program list exceeds 500 "
               "programs: " DELIMITED BY SIZE
               LIST-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LIST TO TRUE
             CLOSE LIST-FILE
             GO EXIT-PROGRAM
           END-IF.
           ADD 1 TO PROG-COUNT END-ADD.
           MOVE LIST-RECORD TO PROG-PATH (PROG-COUNT).
           MOVE SPACES TO PROG-OBJECT (PROG-COUNT).
           STRING LIST-RECORD DELIMITED BY SPACE
                  ".GORB"     DELIMITED BY SIZE
                  INTO PROG-OBJECT (PROG-COUNT)
           END-STRING.
           MOVE "N" TO PROG-SOURCE-SW (PROG-COUNT)
                       PROG-KW-SW (PROG-COUNT)
                       PROG-FIELDMAP-SW (PROG-COUNT)
                       PROG-XMITMAP-SW (PROG-COUNT).
           MOVE 0 TO PROG-JOBS (PROG-COUNT).
       ADD-PROGRAM-FN.
      *---------------*
           EXIT.

       SCAN-PROGRAMS.
      *--------------*
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             PERFORM SCAN-ONE-PROGRAM THRU SCAN-ONE-PROGRAM-FN
             PERFORM PROBE-COMPANIONS THRU PROBE-COMPANIONS-FN
           END-PERFORM.
       SCAN-PROGRAMS-FN.
      *-----------------*
           EXIT.

       SCAN-ONE-PROGRAM.
      *-----------------*
      * A listed program whose source cannot be opened is
      * reported rather than fatal - its manifests and companions
      * are still worth knowing about.
           MOVE PROG-PATH (PROG-IDX) TO SOURCE-PATH.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS NOT = "00"
             ADD 1 TO MISSING-SOURCE-COUNT END-ADD
             GO SCAN-ONE-PROGRAM-FN
           END-IF.
           MOVE "Y" TO PROG-SOURCE-SW (PROG-IDX).
           MOVE "N" TO SOURCE-EOF.
           MOVE 0 TO SOURCE-LNUM.
           PERFORM UNTIL SOURCE-EOF = "Y"
             READ SOURCE-FILE
               AT END
                 MOVE "Y" TO SOURCE-EOF
               NOT AT END
                 ADD 1 TO SOURCE-LNUM END-ADD
                 MOVE SOURCE-RECORD TO PARSE-SRC
                 PERFORM PARSE-LINE THRU PARSE-LINE-FN
                 PERFORM SCAN-ONE-LINE THRU SCAN-ONE-LINE-FN
             END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
       SCAN-ONE-PROGRAM-FN.
      *--------------------*
           EXIT.

       SCAN-ONE-LINE.
      *--------------*
           IF OPCODE-TOKEN = "k" OR OPCODE-TOKEN = "w"
             MOVE "Y" TO PROG-KW-SW (PROG-IDX)
             GO SCAN-ONE-LINE-FN
           END-IF.
           IF TOKEN-1 NOT = "COPY"
             GO SCAN-ONE-LINE-FN
           END-IF.
           IF COPYREF-COUNT >= 2000
             STRING "SCAN-PROGRAMS | More than 2000 COPY "
               "statements at: " DELIMITED BY SIZE
               SOURCE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LIST TO TRUE
             CLOSE SOURCE-FILE
             GO EXIT-PROGRAM
           END-IF.
           MOVE TOKEN-2 TO MEMBER-NAME-IN.
           PERFORM FIND-MEMBER THRU FIND-MEMBER-FN.
           ADD 1 TO COPYREF-COUNT END-ADD.
           MOVE PROG-IDX    TO REF-PROG-IDX (COPYREF-COUNT).
           MOVE TOKEN-2     TO REF-MEMBER (COPYREF-COUNT).
           MOVE MEMBER-IDX  TO REF-MEMBER-IDX (COPYREF-COUNT).
           MOVE SOURCE-LNUM TO REF-LNUM (COPYREF-COUNT).
           IF MEMBER-IDX NOT = 0
             ADD 1 TO MEMBER-USERS (MEMBER-IDX) END-ADD
           END-IF.
       SCAN-ONE-LINE-FN.
      *-----------------*
           EXIT.

       PROBE-COMPANIONS.
      *-----------------*
      * LOAD-PROGRAM looks for <program>.FIELDMAP and
      * <program>.XMITMAP beside the object it runs.
           MOVE SPACES TO PROBE-PATH.
           STRING PROG-OBJECT (PROG-IDX) DELIMITED BY SPACE
                  ".FIELDMAP"            DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-STATUS = "00"
             MOVE "Y" TO PROG-FIELDMAP-SW (PROG-IDX)
             CLOSE PROBE-FILE
           END-IF.
           MOVE SPACES TO PROBE-PATH.
           STRING PROG-OBJECT (PROG-IDX) DELIMITED BY SPACE
                  ".XMITMAP"             DELIMITED BY SIZE
                  INTO PROBE-PATH
           END-STRING.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-STATUS = "00"
             MOVE "Y" TO PROG-XMITMAP-SW (PROG-IDX)
             CLOSE PROBE-FILE
           END-IF.
       PROBE-COMPANIONS-FN.
      *--------------------*
           EXIT.

       SCAN-MANIFESTS.
      *---------------*
      * No manifest list is not an error - the report just has
      * nothing to say about streams.
           OPEN INPUT MANLIST-FILE.
           IF MANLIST-FILE-STATUS NOT = "00"
             GO SCAN-MANIFESTS-FN
           END-IF.
           SET MANLIST-LOADED TO TRUE.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ MANLIST-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 IF MANLIST-RECORD NOT = SPACES
                     AND MANLIST-RECORD(1:1) NOT = "*"
                     AND MAN-COUNT < 200
                   ADD 1 TO MAN-COUNT END-ADD
                   MOVE MANLIST-RECORD TO MAN-PATH (MAN-COUNT)
                   PERFORM SCAN-ONE-MANIFEST
                     THRU SCAN-ONE-MANIFEST-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MANLIST-FILE.
       SCAN-MANIFESTS-FN.
      *------------------*
           EXIT.

       SCAN-ONE-MANIFEST.
      *------------------*
      * Steps are numbered as GORBJOB numbers them - comment and
      * blank lines do not count.
           MOVE MAN-PATH (MAN-COUNT) TO MANIFEST-PATH.
           MOVE "N" TO MAN-OPEN-SW (MAN-COUNT).
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
             GO SCAN-ONE-MANIFEST-FN
           END-IF.
           MOVE "Y" TO MAN-OPEN-SW (MAN-COUNT).
           MOVE "N" TO MANIFEST-EOF.
           MOVE 0 TO STEP-NUMBER.
           PERFORM UNTIL MANIFEST-EOF = "Y"
             READ MANIFEST-FILE
               AT END
                 MOVE "Y" TO MANIFEST-EOF
               NOT AT END
                 IF MANIFEST-RECORD NOT = SPACES
                     AND MANIFEST-RECORD(1:1) NOT = "*"
                   ADD 1 TO STEP-NUMBER END-ADD
                   PERFORM MATCH-ONE-STEP THRU MATCH-ONE-STEP-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
       SCAN-ONE-MANIFEST-FN.
      *---------------------*
           EXIT.

       MATCH-ONE-STEP.
      *---------------*
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             IF MANIFEST-RECORD = PROG-PATH (PROG-IDX)
                 OR MANIFEST-RECORD = PROG-OBJECT (PROG-IDX)
               IF JOBREF-COUNT < 2000
                 ADD 1 TO JOBREF-COUNT END-ADD
                 MOVE PROG-IDX  TO JOBREF-PROG-IDX (JOBREF-COUNT)
                 MOVE MAN-COUNT TO JOBREF-MAN-IDX (JOBREF-COUNT)
                 MOVE STEP-NUMBER TO JOBREF-STEP (JOBREF-COUNT)
                 ADD 1 TO PROG-JOBS (PROG-IDX) END-ADD
               END-IF
             END-IF
           END-PERFORM.
       MATCH-ONE-STEP-FN.
      *------------------*
           EXIT.

       REPORT-PROGRAMS.
      *----------------*
      * The listed programs whose source could not be read - the
      * rest of the report is silent about their COPY and k/w
      * use, so review must know which ones those are.
           DISPLAY " " END-DISPLAY.
           MOVE PROG-COUNT TO COUNT-D.
           DISPLAY "PROGRAMS LISTED: " COUNT-D END-DISPLAY.
           DISPLAY " " END-DISPLAY.
           DISPLAY "PROGRAMS WITHOUT READABLE SOURCE" END-DISPLAY.
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             IF PROG-SOURCE-SW (PROG-IDX) = "N"
               DISPLAY "  NO SOURCE " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           IF MISSING-SOURCE-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
       REPORT-PROGRAMS-FN.
      *-------------------*
           EXIT.

       REPORT-MEMBERS.
      *---------------*
           DISPLAY " " END-DISPLAY.
           DISPLAY "COPY-LIBRARY MEMBERS AND THE PROGRAMS THAT COPY"
                   " THEM" END-DISPLAY.
           IF NOT COPYLIB-LOADED
             DISPLAY "  No copy library: " COPYLIB-PATH END-DISPLAY
           END-IF.
           IF COPYLIB-LOADED AND MEMBER-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                     UNTIL MEMBER-IDX > MEMBER-COUNT
             PERFORM REPORT-ONE-MEMBER THRU REPORT-ONE-MEMBER-FN
           END-PERFORM.

           DISPLAY " " END-DISPLAY.
           DISPLAY "COPY OF MEMBERS NOT IN THE LIBRARY" END-DISPLAY.
           MOVE 0 TO SECTION-COUNT.
           PERFORM VARYING COPYREF-IDX FROM 1 BY 1
                     UNTIL COPYREF-IDX > COPYREF-COUNT
             IF REF-MEMBER-IDX (COPYREF-IDX) = 0
               ADD 1 TO SECTION-COUNT END-ADD
               MOVE REF-PROG-IDX (COPYREF-IDX) TO PROG-IDX
               DISPLAY "  MEMBER " REF-MEMBER (COPYREF-IDX)
                       " LINE " REF-LNUM (COPYREF-IDX)
                       " " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           IF SECTION-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
       REPORT-MEMBERS-FN.
      *------------------*
           EXIT.

       REPORT-ONE-MEMBER.
      *------------------*
           IF MEMBER-KW-SW (MEMBER-IDX) = "Y"
             DISPLAY "  MEMBER " MEMBER-NAME (MEMBER-IDX)
                     " (uses k/w)" END-DISPLAY
           ELSE
             DISPLAY "  MEMBER " MEMBER-NAME (MEMBER-IDX)
             END-DISPLAY
           END-IF.
           IF MEMBER-USERS (MEMBER-IDX) = 0
             DISPLAY "    Not copied by any listed program."
             END-DISPLAY
             GO REPORT-ONE-MEMBER-FN
           END-IF.
           PERFORM VARYING COPYREF-IDX FROM 1 BY 1
                     UNTIL COPYREF-IDX > COPYREF-COUNT
             IF REF-MEMBER-IDX (COPYREF-IDX) = MEMBER-IDX
               MOVE REF-PROG-IDX (COPYREF-IDX) TO PROG-IDX
               DISPLAY "    LINE " REF-LNUM (COPYREF-IDX)
                       " " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
       REPORT-ONE-MEMBER-FN.
      *---------------------*
           EXIT.

       REPORT-MASTER.
      *--------------*
      * Everything a MASTER-RECORD layout change reaches: direct
      * k/w use, and k/w pulled in by a COPY.
           DISPLAY " " END-DISPLAY.
           DISPLAY "MASTER-FILE OPCODE USERS (k/w)" END-DISPLAY.
           MOVE 0 TO SECTION-COUNT.
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             IF PROG-KW-SW (PROG-IDX) = "Y"
               ADD 1 TO SECTION-COUNT END-ADD
               DISPLAY "  DIRECT               " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           PERFORM VARYING COPYREF-IDX FROM 1 BY 1
                     UNTIL COPYREF-IDX > COPYREF-COUNT
             MOVE REF-MEMBER-IDX (COPYREF-IDX) TO MEMBER-IDX
             IF MEMBER-IDX NOT = 0
               IF MEMBER-KW-SW (MEMBER-IDX) = "Y"
                 ADD 1 TO SECTION-COUNT END-ADD
                 MOVE REF-PROG-IDX (COPYREF-IDX) TO PROG-IDX
                 DISPLAY "  VIA " REF-MEMBER (COPYREF-IDX)
                         " " PROG-PATH (PROG-IDX)
                 END-DISPLAY
               END-IF
             END-IF
           END-PERFORM.
           IF SECTION-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
       REPORT-MASTER-FN.
      *-----------------*
           EXIT.

       REPORT-RECORD-MODE.
      *-------------------*
           DISPLAY " " END-DISPLAY.
           DISPLAY "RECORD-MODE USERS (.FIELDMAP / .XMITMAP)"
           END-DISPLAY.
           MOVE 0 TO SECTION-COUNT.
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             IF PROG-FIELDMAP-SW (PROG-IDX) = "Y"
               ADD 1 TO SECTION-COUNT END-ADD
               DISPLAY "  RECEIVE  .FIELDMAP " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
             IF PROG-XMITMAP-SW (PROG-IDX) = "Y"
               ADD 1 TO SECTION-COUNT END-ADD
               DISPLAY "  TRANSMIT .XMITMAP  " PROG-PATH (PROG-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           IF SECTION-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
       REPORT-RECORD-MODE-FN.
      *----------------------*
           EXIT.

       REPORT-MANIFESTS.
      *-----------------*
           DISPLAY " " END-DISPLAY.
           DISPLAY "GORBJOB MANIFEST APPEARANCES" END-DISPLAY.
           IF NOT MANLIST-LOADED
             DISPLAY "  No manifest list: " MANLIST-PATH END-DISPLAY
           END-IF.
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                     UNTIL MAN-IDX > MAN-COUNT
             IF MAN-OPEN-SW (MAN-IDX) = "N"
               DISPLAY "  NO MANIFEST " MAN-PATH (MAN-IDX)
               END-DISPLAY
             END-IF
           END-PERFORM.
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                     UNTIL PROG-IDX > PROG-COUNT
             DISPLAY "  PROGRAM " PROG-PATH (PROG-IDX) END-DISPLAY
             IF PROG-JOBS (PROG-IDX) = 0
               DISPLAY "    In no listed manifest." END-DISPLAY
             END-IF
             PERFORM VARYING JOBREF-IDX FROM 1 BY 1
                       UNTIL JOBREF-IDX > JOBREF-COUNT
               IF JOBREF-PROG-IDX (JOBREF-IDX) = PROG-IDX
                 MOVE JOBREF-MAN-IDX (JOBREF-IDX) TO MAN-IDX
                 DISPLAY "    STEP " JOBREF-STEP (JOBREF-IDX)
                         " " MAN-PATH (MAN-IDX)
                 END-DISPLAY
               END-IF
             END-PERFORM
           END-PERFORM.
       REPORT-MANIFESTS-FN.
      *--------------------*
           EXIT.
