      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - Journal mirror carries the posting type and run
      *              stamp; a RevPost reversal line is a movement like
      *              any other and prints in the history.
      * 15.10.2026 - Journal mirror carries the original-currency
      *              amount Reports now cuts on each line.
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustHist.
                10 JRN-IN-AMOUNT-FRAC PIC 9(2).
            05 FILLER          PIC X(1).
            05 JRN-IN-SETTLE   PIC 9(8).
            05 FILLER          PIC X(1).
            05 JRN-IN-TYPE     PIC X(1).
            05 FILLER          PIC X(1).
            05 JRN-IN-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 JRN-IN-ORIG-SIGN PIC X(1).
            05 JRN-IN-ORIG-AMOUNT PIC X(14).

      *    MIRRORS THE BALANCE-MASTER RECORD REPORTS WRITES

                   DISPLAY "POSTING JOURNAL NOT FOUND: "
                           "posting_journal.txt"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM CustHist.
