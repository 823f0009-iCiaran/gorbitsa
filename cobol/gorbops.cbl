           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERIFY-FILE-STATUS.

           SELECT OUTCOME-FILE ASSIGN TO DYNAMIC OUTCOME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTCOME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(280).

       FD LIST-FILE.
       01 LIST-RECORD          PIC X(200).
       FD VERIFY-FILE.
       01 VERIFY-RECORD        PIC X(100).

       FD OUTCOME-FILE.
       01 OUTCOME-RECORD       PIC X(444).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * The morning operations summary for shift turnover: one
      * console report per date joining the three artifact
      * families nobody should have to open by hand at 8 a.m.:
      *   - every stream GORBSCHD had due on the date that did
      *     not complete - held, or left waiting on a predecessor
      *     and why - from its <GORBSCHD_OUTCOME>.<YYYYMMDD>
      *     outcome file (default prefix GORBSCHD.OUTCOME);
      *   - every GORBJOB stream whose .STATUS shows it held, and
      *     the step that held it - flagged when the hold was a
      *     batch hand-off out of balance with its trailer;
      *   - every ledger run for the date that ended RC nonzero;
      *   - every ledger run for the date that rejected .RECEIVE
      *     records and carried on;
      *   - every verification for the date's programs whose
      *     .VERIFY report counted mismatches;
      * exceptions first, then the date's clean runs.
       01 LIST-PATH            PIC X(210) VALUE "GORBOPS.MANIFESTS".
       01 STATUS-PATH          PIC X(210).
       01 VERIFY-PATH          PIC X(210).
       01 OUTCOME-PREFIX       PIC X(200) VALUE SPACES.
       01 OUTCOME-PATH         PIC X(210) VALUE SPACES.
       01 LEDGER-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 LIST-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 STATUS-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 VERIFY-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 OUTCOME-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 LIST-EOF             PIC X(1) VALUE "N".
       01 STATUS-EOF           PIC X(1) VALUE "N".
       01 VERIFY-EOF           PIC X(1) VALUE "N".
       01 OUTCOME-EOF          PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
         03 LEDGER-RECEIVES    PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-XMITS       PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-REJECTS     PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-VERSION     PIC 9(4).

      * Mirrors OUTCOME-DETAIL in the scheduler - keep the two
      * layouts in step.
       01 OUTCOME-DETAIL.
         03 OUTCOME-STATE      PIC X(9).
         03 FILLER             PIC X(1).
         03 OUTCOME-TIME       PIC 9(8).
         03 FILLER             PIC X(1).
         03 OUTCOME-RC         PIC 9(3).
         03 FILLER             PIC X(1).
         03 OUTCOME-MANIFEST   PIC X(200).
         03 FILLER             PIC X(1).
         03 OUTCOME-REASON     PIC X(220).

      *----------------------------------------------------------*
      * Distinct programs that ran on the report date, for the
       01 BAD-RUN-COUNT        PIC 9(4) VALUE 0.
       01 MISMATCH-RUN-COUNT   PIC 9(4) VALUE 0.
       01 CLEAN-RUN-COUNT      PIC 9(4) VALUE 0.
       01 REJECT-RUN-COUNT     PIC 9(4) VALUE 0.
       01 SCHEDULE-MISS-COUNT  PIC 9(4) VALUE 0.
       01 SCHEDULE-DONE-COUNT  PIC 9(4) VALUE 0.
       01 STATUS-HELD-SW       PIC X(1) VALUE "N".
       01 STATUS-SEEN-SW       PIC X(1) VALUE "N".
       01 STATUS-BALANCE-SW    PIC X(1) VALUE "N".
       01 HELD-STEP            PIC X(2).
       01 VERIFY-MISMATCHES-X  PIC X(9).
       01 VERIFY-MISMATCHES    PIC 9(9).
           END-DISPLAY.
           DISPLAY "Report date: " REPORT-DATE END-DISPLAY.
           DISPLAY "Ledger     : " LEDGER-PATH END-DISPLAY.
           PERFORM REPORT-SCHEDULE  THRU REPORT-SCHEDULE-FN.
           PERFORM REPORT-STREAMS   THRU REPORT-STREAMS-FN.
           PERFORM REPORT-BAD-RUNS  THRU REPORT-BAD-RUNS-FN.
           PERFORM REPORT-REJECTS   THRU REPORT-REJECTS-FN.
           PERFORM REPORT-VERIFIES  THRU REPORT-VERIFIES-FN.
           PERFORM REPORT-CLEAN     THRU REPORT-CLEAN-FN.
           GO EXIT-PROGRAM.
           IF LIST-PATH = SPACES
             MOVE "GORBOPS.MANIFESTS" TO LIST-PATH
           END-IF.
           ACCEPT OUTCOME-PREFIX
             FROM ENVIRONMENT "GORBSCHD_OUTCOME"
           END-ACCEPT.
           IF OUTCOME-PREFIX = SPACES
             MOVE "GORBSCHD.OUTCOME" TO OUTCOME-PREFIX
           END-IF.
           STRING OUTCOME-PREFIX DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  REPORT-DATE    DELIMITED BY SIZE
                  INTO OUTCOME-PATH
           END-STRING.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       REPORT-SCHEDULE.
      *----------------*
      * The scheduler's outcome for the date: every due stream
      * that did not complete, with the reason a waiting one was
      * never launched, and the count that did complete as the
      * footer. No outcome file means the scheduler did not run
      * for the date - worth saying on its own.
           DISPLAY " " END-DISPLAY.
           DISPLAY "SCHEDULED STREAMS NOT COMPLETED" END-DISPLAY.
           OPEN INPUT OUTCOME-FILE.
           IF OUTCOME-FILE-STATUS NOT = "00"
             DISPLAY "  No schedule outcome: " OUTCOME-PATH
             END-DISPLAY
             GO REPORT-SCHEDULE-FN
           END-IF.
           PERFORM UNTIL OUTCOME-EOF = "Y"
             READ OUTCOME-FILE
               AT END
                 MOVE "Y" TO OUTCOME-EOF
               NOT AT END
                 MOVE OUTCOME-RECORD TO OUTCOME-DETAIL
                 IF OUTCOME-STATE = "COMPLETED"
                   ADD 1 TO SCHEDULE-DONE-COUNT END-ADD
                 ELSE
                   ADD 1 TO SCHEDULE-MISS-COUNT END-ADD
                   DISPLAY "  " OUTCOME-STATE
                           " RC " OUTCOME-RC
                           " " OUTCOME-MANIFEST
                   END-DISPLAY
                   IF OUTCOME-REASON NOT = SPACES
                     DISPLAY "            " OUTCOME-REASON
                     END-DISPLAY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OUTCOME-FILE.
           IF SCHEDULE-MISS-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
           DISPLAY "  " SCHEDULE-DONE-COUNT
                   " scheduled streams completed on "
                   REPORT-DATE END-DISPLAY.
       REPORT-SCHEDULE-FN.
      *-------------------*
           EXIT.

       REPORT-STREAMS.
      *---------------*
      * Which streams are held, straight from each manifest's
                  ".STATUS"      DELIMITED BY SIZE
                  INTO STATUS-PATH
           END-STRING.
           MOVE "N" TO STATUS-EOF STATUS-HELD-SW STATUS-SEEN-SW
                       STATUS-BALANCE-SW.
           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = "00"
             ADD 1 TO HELD-COUNT END-ADD
                   MOVE "Y" TO STATUS-HELD-SW
                   MOVE STATUS-RECORD(21:2) TO HELD-STEP
                 END-IF
                 IF STATUS-RECORD(1:5) = "STEP "
                     AND STATUS-RECORD(9:14) = "OUT OF BALANCE"
                   MOVE "Y" TO STATUS-BALANCE-SW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE STATUS-FILE.
           IF STATUS-HELD-SW = "Y"
             ADD 1 TO HELD-COUNT END-ADD
             IF STATUS-BALANCE-SW = "Y"
               DISPLAY "  HELD AT STEP " HELD-STEP " OUT OF BALANCE "
                       LIST-RECORD END-DISPLAY
             ELSE
               DISPLAY "  HELD AT STEP " HELD-STEP " "
                       LIST-RECORD END-DISPLAY
             END-IF
           END-IF.
           IF STATUS-SEEN-SW NOT = "Y"
             ADD 1 TO HELD-COUNT END-ADD
      *----------------*
           EXIT.

       REPORT-REJECTS.
      *---------------*
      * Every run for the date that sent .RECEIVE records to its
      * .REJECTS file, whatever its RC - a run that rejected and
      * carried on ends RC 0 and would otherwise only show among
      * the clean ones. Ledger records written before the reject
      * count was carried have blanks there and are passed over.
           DISPLAY " " END-DISPLAY.
           DISPLAY "RUNS WITH REJECTED RECORDS" END-DISPLAY.
           MOVE "N" TO EOF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = "00"
             STRING "REPORT-REJECTS | Cannot reopen ledger: "
               DELIMITED BY SIZE
               LEDGER-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-LEDGER TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           PERFORM UNTIL EOF = "Y"
             READ LEDGER-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 MOVE LEDGER-RECORD TO LEDGER-DETAIL
                 IF LEDGER-RUN-DATE IS NUMERIC
                     AND LEDGER-REJECTS IS NUMERIC
                     AND LEDGER-RUN-DATE = REPORT-DATE
                     AND LEDGER-REJECTS > 0
                   ADD 1 TO REJECT-RUN-COUNT END-ADD
                   DISPLAY "  " LEDGER-RUN-TIME
                           " RC " LEDGER-RC
                           " " LEDGER-REJECTS " REJECTED "
                           LEDGER-PROGRAM
                   END-DISPLAY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF REJECT-RUN-COUNT = 0
             DISPLAY "  None." END-DISPLAY
           END-IF.
       REPORT-REJECTS-FN.
      *------------------*
           EXIT.

       REPORT-VERIFIES.
      *----------------*
      * Every verification that counted mismatches, from the
