       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(280).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
         03 LEDGER-RECEIVES    PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-XMITS       PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-REJECTS     PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-VERSION     PIC 9(4).

       01 TREND-TABLE.
         03 TREND-ENTRY                 OCCURS 200 TIMES.
                 MOVE LEDGER-RECORD TO LEDGER-DETAIL
                 IF LEDGER-RC IS NUMERIC AND LEDGER-RC NOT = 0
                   ADD 1 TO EXCEPTION-COUNT END-ADD
      * Runs under production mode carry the promoted version
      * that ran; older records and test runs have none.
                   IF LEDGER-VERSION IS NUMERIC
                       AND LEDGER-VERSION > 0
                     DISPLAY "  " LEDGER-RUN-DATE
                             " " LEDGER-RUN-TIME
                             " RC " LEDGER-RC
                             " V" LEDGER-VERSION
                             " " LEDGER-PROGRAM
                     END-DISPLAY
                   ELSE
                     DISPLAY "  " LEDGER-RUN-DATE
                             " " LEDGER-RUN-TIME
                             " RC " LEDGER-RC
                             " " LEDGER-PROGRAM
                     END-DISPLAY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
