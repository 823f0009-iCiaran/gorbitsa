       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBMAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO DYNAMIC TRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-FILE-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO DYNAMIC UNLOAD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNLOAD-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC REJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the interpreter's E-LOOKUP/E-WRITEBACK work
      * against - the layouts describing a .MASTER file must agree.
       FD MASTER-FILE.
       01 MASTER-RECORD.
         03 MASTER-KEY         PIC X(4).
         03 MASTER-FIELD       PIC X(4) OCCURS 10 TIMES.

       FD TRAN-FILE.
       01 TRAN-RECORD          PIC X(80).

      * One unloaded master record per line, byte for byte the
      * MASTER-RECORD image, so an unload reloads unchanged.
       FD UNLOAD-FILE.
       01 UNLOAD-RECORD        PIC X(44).

       FD REJECT-FILE.
       01 REJECT-RECORD        PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(100).

      * The program's own run lock - the one the interpreter takes
      * at load - so maintenance never lands under a live run.
       FD LOCK-FILE.
       01 LOCK-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Maintenance of a program's .MASTER keyed reference file
      * outside any interpreter run. Three modes:
      *   APPLY   apply a sequential file of add/change/delete
      *           transactions keyed on MASTER-KEY (default input
      *           <program>.MASTTRAN); every record touched gets a
      *           before/after image in the <program>.MASTRPT
      *           report, every transaction refused goes to the
      *           <program>.MASTREJ reject file with its reason.
      *           A master that does not exist yet is created, so
      *           a first load is just a file of adds.
      *   UNLOAD  copy the whole master, in key order, to a
      *           sequential image (default <program>.MASTUNLD) -
      *           the backup taken before a stream runs.
      *   RELOAD  rebuild the master from such an image, replacing
      *           everything on it - the way back when a stream
      *           has corrupted it.
      * The optional third argument names the sequential side
      * (transactions for APPLY, the image for UNLOAD/RELOAD) so
      * dated backups can sit side by side.
      *
      * Usage: gorbmast APPLY|UNLOAD|RELOAD <program-path>
      *                 [sequential-path]
      *----------------------------------------------------------*
       01 GORBMAST-MAX-VALUE   PIC 9(4) VALUE 9998.
       01 PROGRAM-PATH         PIC X(200).
       01 MASTER-PATH          PIC X(210).
       01 TRAN-PATH            PIC X(210).
       01 UNLOAD-PATH          PIC X(210).
       01 REJECT-PATH          PIC X(210).
       01 REPORT-PATH          PIC X(210).
       01 LOCK-PATH            PIC X(210).
       01 MASTER-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 TRAN-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 UNLOAD-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 REJECT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 LOCK-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   1 = bad arguments
      *   2 = master or sequential file cannot be processed
      *   3 = completed, but rejects were written
      *----------------------------------------------------------*
       01 GORBMAST-RC          PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-BAD-FILE                 VALUE 2.
         88 RC-REJECTS                  VALUE 3.

       01 GORBMAST-MODE        PIC X(8) VALUE SPACES.
         88 MODE-APPLY                  VALUE "APPLY".
         88 MODE-UNLOAD                 VALUE "UNLOAD".
         88 MODE-RELOAD                 VALUE "RELOAD".
       01 SEQ-PATH-ARG         PIC X(210) VALUE SPACES.

       01 MASTER-OPEN-SW       PIC X(1) VALUE "N".
         88 MASTER-FILE-IS-OPEN         VALUE "Y".
       01 REJECT-OPEN-SW       PIC X(1) VALUE "N".
         88 REJECT-FILE-IS-OPEN         VALUE "Y".
       01 REPORT-OPEN-SW       PIC X(1) VALUE "N".
         88 REPORT-FILE-IS-OPEN         VALUE "Y".
       01 LOCK-HELD-SW         PIC X(1) VALUE "N".
         88 LOCK-HELD                   VALUE "Y".
       01 MASTER-CREATED-SW    PIC X(1) VALUE "N".
         88 MASTER-CREATED              VALUE "Y".
       01 MASTER-FOUND-SW      PIC X(1) VALUE "N".
         88 MASTER-FOUND                VALUE "Y".

       01 LOCK-DETAIL.
         03 FILLER             PIC X(12) VALUE "MAINTENANCE ".
         03 LOCK-DATE          PIC 9(8).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 LOCK-TIME          PIC 9(8).
         03 FILLER             PIC X(7) VALUE " MODE  ".
         03 LOCK-MODE          PIC X(8).

      *----------------------------------------------------------*
      * One maintenance transaction: the code, then the record
      * image exactly as MASTER-RECORD lays it out. A change
      * carries the whole new image, the way E-WRITEBACK rewrites
      * all ten fields; a delete only needs the key.
      *----------------------------------------------------------*
       01 TRAN-DETAIL.
         03 TRAN-CODE          PIC X(1).
           88 TRAN-IS-ADD               VALUE "A".
           88 TRAN-IS-CHANGE            VALUE "C".
           88 TRAN-IS-DELETE            VALUE "D".
         03 FILLER             PIC X(1).
         03 TRAN-IMAGE.
           05 TRAN-KEY         PIC X(4).
           05 TRAN-FIELD       PIC X(4) OCCURS 10 TIMES.
         03 FILLER             PIC X(34).

      *----------------------------------------------------------*
      * The image under validation, and the before/after pair the
      * report prints for every record touched.
      *----------------------------------------------------------*
       01 WORK-IMAGE.
         03 WORK-KEY           PIC X(4).
         03 WORK-FIELD         PIC X(4) OCCURS 10 TIMES.
       01 WORK-KEY-NUM         PIC 9(4).
       01 WORK-FIELD-NUM       PIC 9(4).
       01 FIELD-IDX            PIC 9(2).
       01 BLANK-SEEN-SW        PIC X(1) VALUE "N".
       01 BEFORE-IMAGE         PIC X(44).
       01 AFTER-IMAGE          PIC X(44).
       01 IMAGE-TEXT           PIC X(60).
       01 IMAGE-PTR            PIC 9(3).

       01 REJECT-DETAIL.
         03 REJECT-TAG         PIC X(5).
         03 REJECT-SEQ         PIC 9(9).
         03 FILLER             PIC X(3) VALUE " | ".
         03 REJECT-REASON      PIC X(32).
         03 FILLER             PIC X(3) VALUE " | ".
         03 REJECT-IMAGE       PIC X(80).

       01 TRAN-SEQ             PIC 9(9) VALUE 0.
       01 ADD-COUNT            PIC 9(9) VALUE 0.
       01 CHANGE-COUNT         PIC 9(9) VALUE 0.
       01 DELETE-COUNT         PIC 9(9) VALUE 0.
       01 REJECT-COUNT         PIC 9(9) VALUE 0.
       01 COPY-COUNT           PIC 9(9) VALUE 0.
       01 COUNT-D              PIC 9(9).
       01 ACTION-TEXT          PIC X(6).

       PROCEDURE DIVISION.
           PERFORM READ-ARGS      THRU READ-ARGS-FN.
           PERFORM TAKE-LOCK      THRU TAKE-LOCK-FN.
           PERFORM OPEN-REPORT    THRU OPEN-REPORT-FN.
           EVALUATE TRUE
             WHEN MODE-APPLY
               PERFORM APPLY-TRANSACTIONS THRU APPLY-TRANSACTIONS-FN
             WHEN MODE-UNLOAD
               PERFORM UNLOAD-MASTER THRU UNLOAD-MASTER-FN
             WHEN MODE-RELOAD
               PERFORM RELOAD-MASTER THRU RELOAD-MASTER-FN
           END-EVALUATE.
           PERFORM CLOSE-REPORT   THRU CLOSE-REPORT-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF MASTER-FILE-IS-OPEN
             CLOSE MASTER-FILE
           END-IF.
           IF REJECT-FILE-IS-OPEN
             CLOSE REJECT-FILE
           END-IF.
           IF REPORT-FILE-IS-OPEN
             CLOSE REPORT-FILE
           END-IF.
           IF LOCK-HELD
             CALL "CBL_DELETE_FILE" USING LOCK-PATH END-CALL
             MOVE "N" TO LOCK-HELD-SW
           END-IF.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBMAST-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT < 2 OR ARG-COUNT > 3
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           ACCEPT GORBMAST-MODE
             FROM ARGUMENT-VALUE
           END-ACCEPT.
           IF NOT MODE-APPLY AND NOT MODE-UNLOAD AND NOT MODE-RELOAD
             STRING "READ-ARGS | Mode must be APPLY, UNLOAD or "
               "RELOAD: " DELIMITED BY SIZE
               GORBMAST-MODE DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           ACCEPT PROGRAM-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.
           IF ARG-COUNT = 3
             ACCEPT SEQ-PATH-ARG
               FROM ARGUMENT-VALUE
             END-ACCEPT
           END-IF.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".MASTER"      DELIMITED BY SIZE
                  INTO MASTER-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".MASTTRAN"    DELIMITED BY SIZE
                  INTO TRAN-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".MASTUNLD"    DELIMITED BY SIZE
                  INTO UNLOAD-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".MASTREJ"     DELIMITED BY SIZE
                  INTO REJECT-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".MASTRPT"     DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.

           STRING PROGRAM-PATH   DELIMITED BY SPACE
                  ".LOCK"        DELIMITED BY SIZE
                  INTO LOCK-PATH
           END-STRING.

           IF SEQ-PATH-ARG NOT = SPACES
             IF MODE-APPLY
               MOVE SEQ-PATH-ARG TO TRAN-PATH
             ELSE
               MOVE SEQ-PATH-ARG TO UNLOAD-PATH
             END-IF
           END-IF.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       TAKE-LOCK.
      *----------*
      * Probe-then-create on the program's .LOCK, the interpreter's
      * own TAKE-LOCK pattern: a run holding it means the master is
      * open I-O under that run, and maintenance must wait for it.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
             READ LOCK-FILE
               AT END
                 MOVE SPACES TO LOCK-RECORD
             END-READ
             DISPLAY "TAKE-LOCK | Held by: " LOCK-RECORD
             END-DISPLAY
             CLOSE LOCK-FILE
             STRING "TAKE-LOCK | Program is in use "
               "(remove stale lock if not): " DELIMITED BY SIZE
               LOCK-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           ACCEPT LOCK-DATE FROM DATE YYYYMMDD END-ACCEPT.
           ACCEPT LOCK-TIME FROM TIME END-ACCEPT.
           MOVE GORBMAST-MODE TO LOCK-MODE.
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-FILE-STATUS NOT = "00"
             STRING "TAKE-LOCK | Cannot create lock: "
               DELIMITED BY SIZE
               LOCK-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           WRITE LOCK-RECORD FROM LOCK-DETAIL END-WRITE.
           CLOSE LOCK-FILE.
           SET LOCK-HELD TO TRUE.
       TAKE-LOCK-FN.
      *-------------*
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
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE "GORBMAST MASTER MAINTENANCE REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Master         : " DELIMITED BY SIZE
                  MASTER-PATH         DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Mode           : " DELIMITED BY SIZE
                  GORBMAST-MODE       DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           IF MODE-APPLY
             STRING "Transactions   : " DELIMITED BY SIZE
                    TRAN-PATH           DELIMITED BY SPACE
                    INTO REPORT-RECORD
             END-STRING
           ELSE
             STRING "Image          : " DELIMITED BY SIZE
                    UNLOAD-PATH         DELIMITED BY SPACE
                    INTO REPORT-RECORD
             END-STRING
           END-IF.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
       OPEN-REPORT-FN.
      *---------------*
           EXIT.

       OPEN-REJECTS.
      *-------------*
           OPEN OUTPUT REJECT-FILE.
           IF REJECT-FILE-STATUS NOT = "00"
             STRING "OPEN-REJECTS | Cannot open reject file: "
               DELIMITED BY SIZE
               REJECT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REJECT-FILE-IS-OPEN TO TRUE.
       OPEN-REJECTS-FN.
      *----------------*
           EXIT.

       APPLY-TRANSACTIONS.
      *-------------------*
      * The transaction file is opened before the master so a
      * missing input never creates an empty master by accident.
           OPEN INPUT TRAN-FILE.
           IF TRAN-FILE-STATUS NOT = "00"
             STRING "APPLY-TRANSACTIONS | Cannot open transactions: "
               DELIMITED BY SIZE
               TRAN-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           OPEN I-O MASTER-FILE.
           IF MASTER-FILE-STATUS = "35"
             OPEN OUTPUT MASTER-FILE
             IF MASTER-FILE-STATUS = "00"
               CLOSE MASTER-FILE
               SET MASTER-CREATED TO TRUE
               OPEN I-O MASTER-FILE
             END-IF
           END-IF.
           IF MASTER-FILE-STATUS NOT = "00"
             STRING "APPLY-TRANSACTIONS | Cannot open master: "
               DELIMITED BY SIZE
               MASTER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             CLOSE TRAN-FILE
             GO EXIT-PROGRAM
           END-IF.
           SET MASTER-FILE-IS-OPEN TO TRUE.
           PERFORM OPEN-REJECTS THRU OPEN-REJECTS-FN.
           IF MASTER-CREATED
             MOVE "Master created : NEW FILE" TO REPORT-RECORD
             WRITE REPORT-RECORD END-WRITE
             MOVE SPACES TO REPORT-RECORD
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           MOVE "TRAN"  TO REJECT-TAG.
           PERFORM UNTIL EOF = "Y"
             READ TRAN-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 ADD 1 TO TRAN-SEQ END-ADD
                 MOVE TRAN-RECORD TO TRAN-DETAIL
                 PERFORM APPLY-ONE-TRAN THRU APPLY-ONE-TRAN-FN
             END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
           CLOSE MASTER-FILE.
           MOVE "N" TO MASTER-OPEN-SW.
       APPLY-TRANSACTIONS-FN.
      *----------------------*
           EXIT.

       APPLY-ONE-TRAN.
      *---------------*
      * A comment line or a blank line in the transaction file is
      * passed over uncounted as a transaction but still numbered,
      * so reject sequence numbers stay line numbers.
           IF TRAN-RECORD = SPACES OR TRAN-CODE = "*"
             GO APPLY-ONE-TRAN-FN
           END-IF.
           IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
               AND NOT TRAN-IS-DELETE
             MOVE "UNKNOWN TRANSACTION CODE" TO REJECT-REASON
             PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
             GO APPLY-ONE-TRAN-FN
           END-IF.
           MOVE TRAN-IMAGE TO WORK-IMAGE.
           MOVE SPACES TO REJECT-REASON.
           IF TRAN-IS-DELETE
             PERFORM VALIDATE-KEY THRU VALIDATE-KEY-FN
           ELSE
             PERFORM VALIDATE-IMAGE THRU VALIDATE-IMAGE-FN
           END-IF.
           IF REJECT-REASON NOT = SPACES
             PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
             GO APPLY-ONE-TRAN-FN
           END-IF.

           MOVE WORK-KEY TO MASTER-KEY.
           MOVE "N" TO MASTER-FOUND-SW.
           READ MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET MASTER-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO BEFORE-IMAGE AFTER-IMAGE.
           IF MASTER-FOUND
             MOVE MASTER-RECORD TO BEFORE-IMAGE
           END-IF.

           EVALUATE TRUE
             WHEN TRAN-IS-ADD
               IF MASTER-FOUND
                 MOVE "DUPLICATE ADD - KEY ON FILE" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
                 GO APPLY-ONE-TRAN-FN
               END-IF
               MOVE WORK-IMAGE TO MASTER-RECORD
               WRITE MASTER-RECORD END-WRITE
               MOVE "ADD"    TO ACTION-TEXT
               ADD 1 TO ADD-COUNT END-ADD
             WHEN TRAN-IS-CHANGE
               IF NOT MASTER-FOUND
                 MOVE "CHANGE OF KEY NOT ON FILE" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
                 GO APPLY-ONE-TRAN-FN
               END-IF
               MOVE WORK-IMAGE TO MASTER-RECORD
               REWRITE MASTER-RECORD END-REWRITE
               MOVE "CHANGE" TO ACTION-TEXT
               ADD 1 TO CHANGE-COUNT END-ADD
             WHEN TRAN-IS-DELETE
               IF NOT MASTER-FOUND
                 MOVE "DELETE OF KEY NOT ON FILE" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
                 GO APPLY-ONE-TRAN-FN
               END-IF
               DELETE MASTER-FILE RECORD END-DELETE
               MOVE "DELETE" TO ACTION-TEXT
               ADD 1 TO DELETE-COUNT END-ADD
           END-EVALUATE.
           IF MASTER-FILE-STATUS NOT = "00"
             STRING "APPLY-TRANSACTIONS | Master update failed for "
               "key " DELIMITED BY SIZE
               WORK-KEY DELIMITED BY SIZE
               ": status " DELIMITED BY SIZE
               MASTER-FILE-STATUS DELIMITED BY SIZE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             CLOSE TRAN-FILE
             GO EXIT-PROGRAM
           END-IF.
           IF NOT TRAN-IS-DELETE
             MOVE WORK-IMAGE TO AFTER-IMAGE
           END-IF.
           PERFORM REPORT-IMAGES THRU REPORT-IMAGES-FN.
       APPLY-ONE-TRAN-FN.
      *------------------*
           EXIT.

       VALIDATE-KEY.
      *-------------*
      * The key is what a program carries in X, so it has to be a
      * value X can hold: four digits, no higher than the largest
      * value the machine keeps.
           IF WORK-KEY IS NOT NUMERIC
             MOVE "KEY NOT NUMERIC" TO REJECT-REASON
             GO VALIDATE-KEY-FN
           END-IF.
           MOVE WORK-KEY TO WORK-KEY-NUM.
           IF WORK-KEY-NUM > GORBMAST-MAX-VALUE
             MOVE "KEY OVER GORBITSA-MAX-VALUE" TO REJECT-REASON
           END-IF.
       VALIDATE-KEY-FN.
      *----------------*
           EXIT.

       VALIDATE-IMAGE.
      *---------------*
      * Every field must be one E-LOOKUP can deliver: blank, or
      * four digits no higher than GORBITSA-MAX-VALUE. Delivery
      * stops at the first blank field, so a value after a blank
      * could never be delivered and is refused too.
           PERFORM VALIDATE-KEY THRU VALIDATE-KEY-FN.
           IF REJECT-REASON NOT = SPACES
             GO VALIDATE-IMAGE-FN
           END-IF.
           MOVE "N" TO BLANK-SEEN-SW.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                     UNTIL FIELD-IDX > 10
                        OR REJECT-REASON NOT = SPACES
             EVALUATE TRUE
               WHEN WORK-FIELD (FIELD-IDX) = SPACES
                 MOVE "Y" TO BLANK-SEEN-SW
               WHEN BLANK-SEEN-SW = "Y"
                 MOVE "FIELD AFTER A BLANK FIELD" TO REJECT-REASON
               WHEN WORK-FIELD (FIELD-IDX) IS NOT NUMERIC
                 MOVE "FIELD NOT NUMERIC" TO REJECT-REASON
               WHEN OTHER
                 MOVE WORK-FIELD (FIELD-IDX) TO WORK-FIELD-NUM
                 IF WORK-FIELD-NUM > GORBMAST-MAX-VALUE
                   MOVE "FIELD OVER GORBITSA-MAX-VALUE"
                     TO REJECT-REASON
                 END-IF
             END-EVALUATE
           END-PERFORM.
       VALIDATE-IMAGE-FN.
      *------------------*
           EXIT.

       WRITE-REJECT.
      *-------------*
           MOVE TRAN-SEQ    TO REJECT-SEQ.
           MOVE TRAN-RECORD TO REJECT-IMAGE.
           WRITE REJECT-RECORD FROM REJECT-DETAIL END-WRITE.
           ADD 1 TO REJECT-COUNT END-ADD.
           SET RC-REJECTS TO TRUE.
       WRITE-REJECT-FN.
      *----------------*
           EXIT.

       REPORT-IMAGES.
      *--------------*
      * Before/after pair for one record touched; the side that
      * does not exist (before an add, after a delete) says so
      * rather than printing an empty image.
           MOVE SPACES TO REPORT-RECORD.
           MOVE TRAN-SEQ TO COUNT-D.
           STRING "TRAN " DELIMITED BY SIZE
                  COUNT-D DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACTION-TEXT DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  WORK-KEY DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           IF BEFORE-IMAGE = SPACES
             MOVE "  BEFORE       : *** NOT ON FILE ***"
               TO REPORT-RECORD
           ELSE
             MOVE BEFORE-IMAGE TO WORK-IMAGE
             PERFORM FORMAT-IMAGE THRU FORMAT-IMAGE-FN
             STRING "  BEFORE       : " DELIMITED BY SIZE
                    IMAGE-TEXT DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
           END-IF.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           IF AFTER-IMAGE = SPACES
             MOVE "  AFTER        : *** NOT ON FILE ***"
               TO REPORT-RECORD
           ELSE
             MOVE AFTER-IMAGE TO WORK-IMAGE
             PERFORM FORMAT-IMAGE THRU FORMAT-IMAGE-FN
             STRING "  AFTER        : " DELIMITED BY SIZE
                    IMAGE-TEXT DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
           END-IF.
           WRITE REPORT-RECORD END-WRITE.
       REPORT-IMAGES-FN.
      *-----------------*
           EXIT.

       FORMAT-IMAGE.
      *-------------*
      * Key, then the ten fields space-separated; a blank field
      * prints as ---- so the column positions never shift.
           MOVE SPACES TO IMAGE-TEXT.
           MOVE 1 TO IMAGE-PTR.
           STRING WORK-KEY DELIMITED BY SIZE
                  " |"     DELIMITED BY SIZE
                  INTO IMAGE-TEXT
                  WITH POINTER IMAGE-PTR
           END-STRING.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                     UNTIL FIELD-IDX > 10
             IF WORK-FIELD (FIELD-IDX) = SPACES
               STRING " ----" DELIMITED BY SIZE
                      INTO IMAGE-TEXT
                      WITH POINTER IMAGE-PTR
               END-STRING
             ELSE
               STRING " " DELIMITED BY SIZE
                      WORK-FIELD (FIELD-IDX) DELIMITED BY SIZE
                      INTO IMAGE-TEXT
                      WITH POINTER IMAGE-PTR
               END-STRING
             END-IF
           END-PERFORM.
       FORMAT-IMAGE-FN.
      *----------------*
           EXIT.

       UNLOAD-MASTER.
      *--------------*
      * The whole master in key order, one image per line.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
             STRING "UNLOAD-MASTER | Cannot open master: "
               DELIMITED BY SIZE
               MASTER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET MASTER-FILE-IS-OPEN TO TRUE.
           OPEN OUTPUT UNLOAD-FILE.
           IF UNLOAD-FILE-STATUS NOT = "00"
             STRING "UNLOAD-MASTER | Cannot open image: "
               DELIMITED BY SIZE
               UNLOAD-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           PERFORM UNTIL EOF = "Y"
             READ MASTER-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 WRITE UNLOAD-RECORD FROM MASTER-RECORD END-WRITE
                 ADD 1 TO COPY-COUNT END-ADD
             END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE MASTER-FILE.
           MOVE "N" TO MASTER-OPEN-SW.
       UNLOAD-MASTER-FN.
      *-----------------*
           EXIT.

       RELOAD-MASTER.
      *--------------*
      * The image is opened before the master is emptied - a
      * missing backup must never cost the master it was meant
      * to restore. Each image goes through the same checks a
      * transaction does; one that fails is rejected and the
      * rest still load.
           OPEN INPUT UNLOAD-FILE.
           IF UNLOAD-FILE-STATUS NOT = "00"
             STRING "RELOAD-MASTER | Cannot open image: "
               DELIMITED BY SIZE
               UNLOAD-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
             STRING "RELOAD-MASTER | Cannot rebuild master: "
               DELIMITED BY SIZE
               MASTER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-FILE TO TRUE
             CLOSE UNLOAD-FILE
             GO EXIT-PROGRAM
           END-IF.
           SET MASTER-FILE-IS-OPEN TO TRUE.
           PERFORM OPEN-REJECTS THRU OPEN-REJECTS-FN.
           MOVE "REC " TO REJECT-TAG.
           PERFORM UNTIL EOF = "Y"
             READ UNLOAD-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 ADD 1 TO TRAN-SEQ END-ADD
                 PERFORM RELOAD-ONE THRU RELOAD-ONE-FN
             END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           CLOSE MASTER-FILE.
           MOVE "N" TO MASTER-OPEN-SW.
       RELOAD-MASTER-FN.
      *-----------------*
           EXIT.

       RELOAD-ONE.
      *-----------*
           MOVE UNLOAD-RECORD TO TRAN-RECORD.
           MOVE UNLOAD-RECORD TO WORK-IMAGE.
           MOVE SPACES TO REJECT-REASON.
           PERFORM VALIDATE-IMAGE THRU VALIDATE-IMAGE-FN.
           IF REJECT-REASON NOT = SPACES
             PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
             GO RELOAD-ONE-FN
           END-IF.
           MOVE WORK-IMAGE TO MASTER-RECORD.
           WRITE MASTER-RECORD
             INVALID KEY
               MOVE "DUPLICATE KEY IN IMAGE" TO REJECT-REASON
               PERFORM WRITE-REJECT THRU WRITE-REJECT-FN
             NOT INVALID KEY
               ADD 1 TO COPY-COUNT END-ADD
           END-WRITE.
       RELOAD-ONE-FN.
      *--------------*
           EXIT.

       CLOSE-REPORT.
      *-------------*
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
           IF NOT MODE-UNLOAD
             MOVE SPACES TO REPORT-RECORD
             MOVE TRAN-SEQ TO COUNT-D
             STRING "Records read   : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           IF MODE-APPLY
             MOVE SPACES TO REPORT-RECORD
             MOVE ADD-COUNT TO COUNT-D
             STRING "Added          : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
             MOVE SPACES TO REPORT-RECORD
             MOVE CHANGE-COUNT TO COUNT-D
             STRING "Changed        : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
             MOVE SPACES TO REPORT-RECORD
             MOVE DELETE-COUNT TO COUNT-D
             STRING "Deleted        : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           IF MODE-UNLOAD
             MOVE SPACES TO REPORT-RECORD
             MOVE COPY-COUNT TO COUNT-D
             STRING "Unloaded       : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           IF MODE-RELOAD
             MOVE SPACES TO REPORT-RECORD
             MOVE COPY-COUNT TO COUNT-D
             STRING "Reloaded       : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
           END-IF.
           IF NOT MODE-UNLOAD
             MOVE SPACES TO REPORT-RECORD
             MOVE REJECT-COUNT TO COUNT-D
             STRING "Rejected       : " DELIMITED BY SIZE
                    COUNT-D             DELIMITED BY SIZE
                    INTO REPORT-RECORD
             END-STRING
             WRITE REPORT-RECORD END-WRITE
             IF REJECT-FILE-IS-OPEN
               CLOSE REJECT-FILE
               MOVE "N" TO REJECT-OPEN-SW
             END-IF
           END-IF.
           CLOSE REPORT-FILE.
           MOVE "N" TO REPORT-OPEN-SW.
       CLOSE-REPORT-FN.
      *----------------*
           EXIT.
