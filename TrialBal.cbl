      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - A RevPost reversal line on the audit log counts as
      *              a run of its own, so a backed-out run nets to zero
      *              in the expected figure; the journal and pending
      *              mirrors carry the new run-stamp fields.
      * 15.10.2026 - An IntAccr capitalisation line on the audit log
      *              counts toward the expected figure as well -- the
      *              interest it adds to the balances is on the log
      *              and nowhere else.
      * 15.10.2026 - Journal and pending mirrors carry the original-
      *              currency amount the position ledger is moved by.
      * 15.10.2026 - A FAIL verdict ends the run with return code 8
      *              and an abend with 16, so the JobStrm night-
      *              stream driver stops before anything
      *              downstream picks up the files.
      * 15.10.2026 - A Reports "fees" line on the audit log counts
      *              toward the expected figure too -- the fees it
      *              takes from the balances are journalled but not
      *              part of the run's grand total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrialBal.
           FILE STATUS IS BAL-STATUS.

      *    THE REPORTS AUDIT LOG -- EVERY CONSOLIDATED RUN LINE'S
      *    GRAND TOTAL FOLDS INTO WHAT THE MASTER OUGHT TO HOLD, AND
      *    SO DOES EVERY REVPOST REVERSAL LINE (NEGATIVE OF THE RUN
      *    IT BACKED OUT) AND EVERY INTACCR CAPITALISATION LINE

           SELECT AUDIT-LOG ASSIGN TO "reports_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
            05 PND-IN-BRANCH   PIC X(4).
            05 FILLER          PIC X(1).
            05 PND-IN-CURR     PIC X(3).
            05 FILLER          PIC X(1).
            05 PND-IN-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 PND-IN-ORIG-SIGN PIC X(1).
            05 PND-IN-ORIG-AMOUNT PIC X(14).

      *    MIRRORS THE POSTING-JOURNAL RECORD REPORTS WRITES

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

       FD  TRIAL-REPORT.
       01  TRIAL-DETAIL-RECORD.
                           AND AIN-TOTAL-FRAC NUMERIC
                           AND (AIN-TOTAL-SIGN EQUAL "+"
                               OR AIN-TOTAL-SIGN EQUAL "-")
                           AND (AIN-REPORTS(1:13) EQUAL
                               "first_rep.txt"
                               OR AIN-REPORTS(1:8) EQUAL
                               "reversal"
                               OR AIN-REPORTS(1:8) EQUAL
                               "interest"
                               OR AIN-REPORTS(1:4) EQUAL
                               "fees")) THEN
                       ADD 1 TO TB-RUNS-COUNTED
                       MOVE AIN-TOTAL-INT  TO WS-AMOUNT-INT
                       MOVE AIN-TOTAL-FRAC TO WS-AMOUNT-FRAC
               DISPLAY "TRIAL BALANCE FAIL - " TB-RUNS-COUNTED
                   " RUN(S), " TB-CUST-DIFFS
                   " CUSTOMER DIFFERENCE(S)"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

               WHEN CT-ERR-TBBOUND
                   DISPLAY "TOO MANY CUSTOMERS IN POSTING JOURNAL"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM TrialBal.
