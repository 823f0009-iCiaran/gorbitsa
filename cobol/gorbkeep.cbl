       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       01 LEDGER-RECORD        PIC X(280).

       FD GENERATION-FILE.
       01 GENERATION-RECORD    PIC X(280).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD      PIC X(240).
         03 LEDGER-RECEIVES    PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-XMITS       PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-REJECTS     PIC 9(9).
         03 FILLER             PIC X(1).
         03 LEDGER-VERSION     PIC 9(4).

      *----------------------------------------------------------*
      * Records staying in the live ledger are held here while
      * written back over the live ledger in one pass.
      *----------------------------------------------------------*
       01 KEEP-TABLE.
         03 KEEP-RECORD        PIC X(280) OCCURS 20000 TIMES.
       01 KEEP-COUNT           PIC 9(5) VALUE 0.
       01 KEEP-IDX             PIC 9(5).
       01 ARCHIVE-COUNT        PIC 9(9) VALUE 0.
