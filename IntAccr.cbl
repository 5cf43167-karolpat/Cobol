      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Daily interest accrual on the balance master. For
      *          every customer with a line on the interest-rate
      *          master (maintained by IntMaint) it accrues interest
      *          on the signed PLN balance -- the credit rate on a
      *          credit balance, the debit rate on a debit balance,
      *          actual/365 -- for each calendar day from the day
      *          after the last accrual up to the day before the next
      *          business day, counted through DateCalc so weekends
      *          and holidays.txt are treated as everywhere else. On
      *          the month's last business day the days run to the
      *          month end and the accrued interest is capitalised
      *          into the balance as an interest journal posting. An
      *          accrual report and a GL batch are written every run.
      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - Capitalisation truncates the accrual to whole
      *              grosze instead of rounding it, so a fraction is
      *              never paid out before it is earned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntAccr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CUMULATIVE PLN BALANCE PER CUSTOMER -- READ END TO END,
      *    REWRITTEN IN PLACE WHEN INTEREST IS CAPITALISED

           SELECT BALANCE-MASTER ASSIGN TO "balance_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IO-NAME
           ALTERNATE RECORD KEY IS BAL-IO-CUSTNO WITH DUPLICATES
           FILE STATUS IS BAL-STATUS.

      *    THE EFFECTIVE-DATED RATES INTMAINT MAINTAINS -- READ ONLY

           SELECT INTEREST-MASTER ASSIGN TO "interest_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-IO-KEY
           FILE STATUS IS INT-STATUS.

      *    INTEREST ACCRUED AND NOT YET CAPITALISED, AND THE LAST DAY
      *    ACCRUED, PER CUSTOMER NUMBER -- CARRIED FROM RUN TO RUN SO
      *    NO DAY IS ACCRUED TWICE OR MISSED

           SELECT ACCRUAL-MASTER ASSIGN TO "interest_acc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-IO-CUSTNO
           FILE STATUS IS ACC-STATUS.

      *    THE SAME POSTING JOURNAL REPORTS APPENDS TO -- A
      *    CAPITALISATION IS A POSTING LIKE ANY OTHER

           SELECT POSTING-JOURNAL ASSIGN TO "posting_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.

      *    ONE LINE PER PERIOD PERCLOSE HAS CLOSED -- CHECKED AT
      *    STARTUP SO NOTHING IS POSTED INTO A CLOSED MONTH

           SELECT PERIOD-CONTROL ASSIGN TO "period_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.

      *    ONE LINE PER CUSTOMER ACCRUED THIS RUN -- TREASURY'S
      *    REPLACEMENT FOR THE SPREADSHEET

           SELECT ACCRUAL-REPORT ASSIGN TO "intaccr_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REP-STATUS.

      *    THE RUN'S INTEREST FOR THE GENERAL LEDGER, IN THE SAME
      *    HEADER/DETAIL/TRAILER FRAME AS THE REPORTS GL INTERFACE

           SELECT GL-INTEREST ASSIGN TO "gl_interest.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLI-STATUS.

      *    THE SAME LOG REPORTS APPENDS TO -- A CAPITALISATION IS
      *    LOGGED AS A RUN OF ITS OWN SO TRIALBAL'S EXPECTED FIGURE
      *    MOVES WITH THE BALANCES

           SELECT AUDIT-LOG ASSIGN TO "reports_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MIRRORS THE BALANCE-MASTER RECORD REPORTS WRITES

       FD  BALANCE-MASTER.
       01  BALANCE-MASTER-RECORD.
            05 BAL-IO-NAME     PIC X(20).
            05 BAL-IO-CUSTNO   PIC 9(6).
            05 BAL-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.

      *    MIRRORS THE INTEREST-RATE RECORD INTMAINT WRITES -- THE TWO
      *    LAYOUTS MUST STAY IN STEP

       FD  INTEREST-MASTER.
       01  INTEREST-RATE-RECORD.
            05 INT-IO-KEY.
                10 INT-IO-CUSTNO       PIC 9(6).
                10 INT-IO-EFFDATE      PIC 9(8).
            05 INT-IO-CREDIT-RATE  PIC 9(2)V9(4).
            05 INT-IO-DEBIT-RATE   PIC 9(2)V9(4).
            05 INT-IO-STATUS       PIC X(1).
                88 INT-ACTIVE               VALUE "A".

      *    THE ACCRUED FIGURE KEEPS FOUR DECIMALS -- ONLY WHOLE GROSZE
      *    ARE CAPITALISED, THE REMAINDER STAYS HERE FOR NEXT MONTH

       FD  ACCRUAL-MASTER.
       01  ACCRUAL-MASTER-RECORD.
            05 ACC-IO-CUSTNO   PIC 9(6).
            05 ACC-IO-THROUGH  PIC 9(8).
            05 ACC-IO-ACCRUED  PIC S9(11)V9(4) SIGN LEADING SEPARATE.
            05 ACC-IO-LAST-CAP PIC 9(8).

      *    MIRRORS THE POSTING-JOURNAL RECORD REPORTS WRITES -- THE
      *    TWO LAYOUTS MUST STAY IN STEP

       FD  POSTING-JOURNAL.
       01  JOURNAL-RECORD.
            05 JRN-IO-DATE     PIC 9(8).
            05 FILLER          PIC X(1).
            05 JRN-IO-BRANCH   PIC X(4).
            05 FILLER          PIC X(1).
            05 JRN-IO-CUSTNO   PIC 9(6).
            05 FILLER          PIC X(1).
            05 JRN-IO-NAME     PIC X(20).
            05 FILLER          PIC X(1).
            05 JRN-IO-CURR     PIC X(3).
            05 FILLER          PIC X(1).
            05 JRN-IO-SIGN     PIC X(1).
            05 JRN-IO-AMOUNT   PIC 9(11),9(2).
            05 FILLER          PIC X(1).
            05 JRN-IO-SETTLE   PIC 9(8).
            05 FILLER          PIC X(1).
            05 JRN-IO-TYPE     PIC X(1).
                88 JRN-TYPE-POSTING     VALUE "P" " ".
                88 JRN-TYPE-RELEASE     VALUE "L".
                88 JRN-TYPE-REVERSAL    VALUE "R".
                88 JRN-TYPE-FORWARD     VALUE "B".
                88 JRN-TYPE-INTEREST    VALUE "I".
            05 FILLER          PIC X(1).
            05 JRN-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 JRN-IO-ORIG-SIGN PIC X(1).
            05 JRN-IO-ORIG-AMOUNT PIC 9(11),9(2).
       01  JOURNAL-RECORD-R REDEFINES JOURNAL-RECORD.
            05 FILLER              PIC X(47).
            05 JRN-IO-AMOUNT-INT   PIC 9(11).
            05 JRN-IO-AMOUNT-SEP   PIC X(1).
            05 JRN-IO-AMOUNT-FRAC  PIC 9(2).
            05 FILLER              PIC X(28).
            05 JRN-IO-ORIG-INT     PIC 9(11).
            05 JRN-IO-ORIG-SEP     PIC X(1).
            05 JRN-IO-ORIG-FRAC    PIC 9(2).

      *    MIRRORS THE PERIOD-CONTROL RECORD PERCLOSE WRITES -- THE
      *    TWO LAYOUTS MUST STAY IN STEP

       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-RECORD.
            05 PER-IO-PERIOD   PIC 9(6).
            05 FILLER          PIC X(1).
            05 PER-IO-STATUS   PIC X(1).
                88 PER-CLOSED           VALUE "C".
            05 FILLER          PIC X(1).
            05 PER-IO-END-DATE PIC 9(8).
            05 FILLER          PIC X(1).
            05 PER-IO-CLOSE-DATE PIC 9(8).
            05 FILLER          PIC X(1).
            05 PER-IO-CLOSE-TIME PIC 9(6).
            05 FILLER          PIC X(1).
            05 PER-IO-ARCHIVED PIC 9(6).
            05 FILLER          PIC X(1).
            05 PER-IO-CUSTOMERS PIC 9(6).

       FD  ACCRUAL-REPORT.
       01  ACCRUAL-REPORT-RECORD.
            05 ACR-OUT-CUSTNO  PIC 9(6).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-NAME    PIC X(20).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-BALANCE PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-FROM    PIC 9(8).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-TO      PIC 9(8).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-DAYS    PIC ZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-RATE    PIC Z9.9(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-ACCRUED PIC -(8)9.9(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-TO-DATE PIC -(8)9.9(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 ACR-OUT-CAPITAL PIC -(10)9.9(2).
       01  ACCRUAL-TOTAL-RECORD.
            05 ACR-TOT-LABEL   PIC X(30).
            05 ACR-TOT-AMOUNT  PIC -(10)9.9(4).
       01  ACCRUAL-REPORT-LINE PIC X(132).

      *    ONE DETAIL LINE PER KIND OF INTEREST MOVEMENT -- "ACCR" THE
      *    INTEREST ACCRUED THIS RUN, "CAPI" THE ACCRUAL CAPITALISED
      *    INTO CUSTOMER BALANCES AT MONTH END -- IN THE POSITION
      *    WHERE THE REPORTS INTERFACE CARRIES THE BRANCH

       FD  GL-INTEREST.
       01  GL-HEADER-RECORD.
            05 GLH-TYPE        PIC X(1).
            05 FILLER          PIC X(1).
            05 GLH-DATE        PIC 9(8).
            05 FILLER          PIC X(1).
            05 GLH-TIME        PIC 9(6).
            05 FILLER          PIC X(1).
            05 GLH-RUN-NAME    PIC X(60).
       01  GL-DETAIL-RECORD.
            05 GLD-TYPE        PIC X(1).
            05 FILLER          PIC X(1).
            05 GLD-ACCOUNT     PIC X(4).
            05 FILLER          PIC X(1).
            05 GLD-CURR        PIC X(3).
            05 FILLER          PIC X(1).
            05 GLD-DEBIT-INT   PIC 9(11).
            05 GLD-DEBIT-SEP   PIC X(1).
            05 GLD-DEBIT-FRAC  PIC 9(2).
            05 FILLER          PIC X(1).
            05 GLD-CREDIT-INT  PIC 9(11).
            05 GLD-CREDIT-SEP  PIC X(1).
            05 GLD-CREDIT-FRAC PIC 9(2).
       01  GL-TRAILER-RECORD.
            05 GLT-TYPE        PIC X(1).
            05 FILLER          PIC X(1).
            05 GLT-COUNT       PIC 9(6).
            05 FILLER          PIC X(1).
            05 GLT-HASH-SIGN   PIC X(1).
            05 GLT-HASH-INT    PIC 9(11).
            05 GLT-HASH-SEP    PIC X(1).
            05 GLT-HASH-FRAC   PIC 9(2).

      *    MIRRORS THE AUDIT-LOG RECORD REPORTS WRITES -- THE
      *    CAPITALISATION LINE CARRIES THE CUSTOMERS CAPITALISED IN
      *    THE READ COLUMN AND THE PLN VALUE ADDED TO THE BALANCES
      *    IN THE TOTAL

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-INPUT-FILE PIC X(60).
            05 FILLER             PIC X(1).
            05 AUD-OUT-READ       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NAMES      PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CURR       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-REJECTS    PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TOTAL.
                10 AUD-OUT-TOTAL-SIGN PIC X(1).
                10 AUD-OUT-TOTAL-INT  PIC 9(11).
                10 AUD-OUT-TOTAL-SEP  PIC X(1).
                10 AUD-OUT-TOTAL-FRAC PIC 9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-REPORTS    PIC X(68).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE ACTIVE RATE LINES OF THE CUSTOMER IN HAND, IN
      *    EFFECTIVE-DATE ORDER AS THE KEY RETURNS THEM -- LOADED ONCE
      *    PER CUSTOMER, LOOKED UP ONCE PER DAY ACCRUED

       01  WS-TABLE-RATE.
            05 TABLE-RATE-ENTRY OCCURS 100 TIMES
                                INDEXED BY TABLE-RATE-INDEX.
                10 RTT-EFFDATE     PIC 9(8).
                10 RTT-CREDIT      PIC 9(2)V9(4).
                10 RTT-DEBIT       PIC 9(2)V9(4).

       01  RATE-COUNTER              PIC 9(4).
       01  CT-MAX-RATE               PIC 9(4) VALUE 100.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 BAL-STATUS            PIC X(2).
            05 INT-STATUS            PIC X(2).
            05 ACC-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 PER-STATUS            PIC X(2).
            05 REP-STATUS            PIC X(2).
            05 GLI-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      *    THE RATE MASTER MAY NOT EXIST YET -- NOTHING NEW ACCRUES
      *    THEN, BUT INTEREST ALREADY ACCRUED IS STILL CAPITALISED

       01  SW-INT-AVAILABLE          PIC X(1).
            88 INT-AVAILABLE                   VALUE "Y".

       01  SW-RATE-SCAN              PIC X(1).
            88 RATE-SCAN-DONE                  VALUE "Y".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

      *    THE RUN'S BUSINESS DATE, ACCEPTED AS TEXT FIRST SO A
      *    MALFORMED PARAMETER CAN BE CAUGHT BEFORE IT IS USED
      *    NUMERICALLY

       01  WS-BUSINESS-DATE-X       PIC X(8).
       01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).

      *    THE CLOSED PERIOD THE BUSINESS DATE FELL IN, FOR THE
      *    REFUSAL MESSAGE

       01  WS-CLOSED-PERIOD         PIC 9(6).

      *    THE NEXT BUSINESS DAY, AND THE LAST DAY THIS RUN ACCRUES
      *    -- THE DAY BEFORE THE NEXT BUSINESS DAY, OR THE MONTH END
      *    WHEN THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH

       01  WS-NEXT-BUSINESS-DATE    PIC 9(8).
       01  WS-ACCRUE-TO             PIC 9(8).

       01  WS-NEXT-FIRST.
            05 WS-NEXT-YEAR         PIC 9(4).
            05 WS-NEXT-MONTH        PIC 9(2).
            05 WS-NEXT-DAY          PIC 9(2).
       01  WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST
                                    PIC 9(8).

       01  SW-MONTH-END             PIC X(1).
            88 MONTH-END-RUN                  VALUE "Y".

      *    SUBPROGRAM LINKAGE AREA FOR DATECALC -- EVERY DAY COUNTED
      *    AND EVERY BUSINESS-DAY TEST GOES THROUGH IT

       01  DATECALC-AREA.
            05 DC-IN-DATE      PIC 9(8).
            05 DC-IN-DAYS      PIC S9(4).
            05 DC-SHIFT-MODE   PIC X(1).
            05 DC-ROLL-RULE    PIC X(1).
            05 DC-OUT-DATE     PIC 9(8).
            05 DC-REJ-REASON   PIC X(30).

      *    THE CUSTOMER IN HAND: WHETHER IT ALREADY HAS AN ACCRUAL
      *    RECORD, THE DAYS IT ACCRUES THIS RUN AND WHAT THEY COME TO

       01  WS-ACC-SEARCH.
            05 WS-ACC-FOUND           PIC X(1).
                88 ACC-ENTRY-FOUND          VALUE "Y".

       01  WS-ACCRUE-FROM           PIC 9(8).
       01  WS-DAY                   PIC 9(8).
       01  WS-DAY-COUNT             PIC 9(4).
       01  WS-DAY-RATE              PIC 9(2)V9(4).
       01  WS-DAY-INTEREST          PIC S9(11)V9(4) COMP-3.
       01  WS-CUS-INTEREST          PIC S9(11)V9(4) COMP-3.
       01  WS-CUS-CAPITAL           PIC S9(11)V9(2) COMP-3.

      *    RUN TOTALS -- THE REPORT FOOTER, THE GL DETAIL AND THE
      *    AUDIT LINE

       01  WS-ACCRUED-TOTAL         PIC S9(11)V9(4) COMP-3.
       01  WS-TO-DATE-TOTAL         PIC S9(11)V9(4) COMP-3.
       01  WS-CAPITAL-TOTAL         PIC S9(11)V9(2) COMP-3.
       01  WS-GL-ACCRUED            PIC S9(11)V9(2) COMP-3.
       01  WS-GL-HASH               PIC S9(11)V9(2) COMP-3.
       01  WS-GL-ACCOUNT            PIC X(4).

       01  IA-ACCRUED-COUNTER       PIC 9(6).
       01  IA-CAPITAL-COUNTER       PIC 9(6).
       01  IA-GL-COUNTER            PIC 9(6).

      *    SPLITS A SIGNED VALUE INTO THE SIGN COLUMN AND MAGNITUDE
      *    DIGIT FIELDS -- SAME CONVENTION AS REPORTS

       01  WS-BALANCE-PARSE.
            05 WS-BALANCE-INT       PIC 9(11).
            05 WS-BALANCE-FRAC      PIC 9(2).
       01  WS-BALANCE-VALUE REDEFINES WS-BALANCE-PARSE
                                    PIC 9(11)V9(2).

       01  WS-BALANCE-SIGN         PIC X(1).
       01  WS-BALANCE-SIGNED       PIC S9(11)V9(2) COMP-3.

      *    RUN DATE/TIME FOR THE GL HEADER AND THE AUDIT LINE

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-BADDATE                VALUE "D".
            88 CT-ERR-CLOSED                 VALUE "C".
            88 CT-ERR-RATEBOUND              VALUE "R".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-ACCRUE-BALANCES
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-RATE
                       RATE-COUNTER
                       WS-FILE-STATUS
                       SW-INT-AVAILABLE
                       SW-MONTH-END
                       DATECALC-AREA
                       WS-ACC-SEARCH
                       WS-ACCRUED-TOTAL
                       WS-TO-DATE-TOTAL
                       WS-CAPITAL-TOTAL
                       WS-GL-HASH
                       IA-ACCRUED-COUNTER
                       IA-CAPITAL-COUNTER
                       IA-GL-COUNTER
                       WS-BALANCE-PARSE.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME

           PERFORM 1100-RETRIEVE-BUSINESS-DATE
           PERFORM 1150-CHECK-PERIOD-OPEN
           PERFORM 1200-COMPUTE-ACCRUAL-WINDOW
           PERFORM 1300-OPEN-FILES
           PERFORM 1400-WRITE-REPORT-HEADING.

      *    THE BUSINESS DATE COMES FROM THE FIRST PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE AND THEN TO TODAY -- THE
      *    SAME CONVENTION AS REPORTS AND PENDREL

       1100-RETRIEVE-BUSINESS-DATE.

           MOVE SPACES TO WS-BUSINESS-DATE-X
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUSINESS-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-BUSINESS-DATE-X EQUAL SPACES) THEN
               ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
                   "INTACCR_BUSINESS_DATE"
           END-IF

           IF(WS-BUSINESS-DATE-X EQUAL SPACES
                   OR WS-BUSINESS-DATE-X NOT NUMERIC) THEN
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *    A BUSINESS DATE IN A PERIOD PERCLOSE HAS CLOSED, OR IN
      *    ANY EARLIER PERIOD, IS REFUSED -- THE SAME CHECK REPORTS
      *    MAKES. A MISSING FILE MEANS NOTHING HAS BEEN CLOSED YET

       1150-CHECK-PERIOD-OPEN.

           OPEN INPUT PERIOD-CONTROL
           MOVE PER-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1151-CHECK-ONE-PERIOD-LINE UNTIL AT-END
               CLOSE PERIOD-CONTROL
           END-IF
           SET RECORD-OK TO TRUE.

       1151-CHECK-ONE-PERIOD-LINE.

           READ PERIOD-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PER-CLOSED
                           AND PER-IO-PERIOD NUMERIC
                           AND PER-IO-PERIOD NOT <
                               WS-BUSINESS-DATE-X(1:6)) THEN
                       MOVE PER-IO-PERIOD TO WS-CLOSED-PERIOD
                       CLOSE PERIOD-CONTROL
                       SET CT-ERR-CLOSED TO TRUE
                       PERFORM 9999-ABEND
                   END-IF
           END-READ.

      *    THE RUN ACCRUES UP TO THE DAY BEFORE THE NEXT BUSINESS DAY,
      *    SO FRIDAY'S RUN CARRIES THE WEEKEND AND THE RUN BEFORE A
      *    HOLIDAY CARRIES THE HOLIDAY. WHEN THE NEXT BUSINESS DAY IS
      *    IN ANOTHER MONTH THIS IS THE MONTH'S LAST RUN: IT ACCRUES
      *    TO THE MONTH END AND CAPITALISES

       1200-COMPUTE-ACCRUAL-WINDOW.

           MOVE WS-BUSINESS-DATE TO DC-IN-DATE
           MOVE 1   TO DC-IN-DAYS
           MOVE "B" TO DC-SHIFT-MODE
           MOVE "F" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA
           IF DC-REJ-REASON NOT EQUAL SPACES THEN
               SET CT-ERR-BADDATE TO TRUE
               PERFORM 9999-ABEND
           END-IF
           MOVE DC-OUT-DATE TO WS-NEXT-BUSINESS-DATE

           IF WS-NEXT-BUSINESS-DATE(1:6) NOT EQUAL
                   WS-BUSINESS-DATE-X(1:6) THEN
               SET MONTH-END-RUN TO TRUE
               MOVE WS-BUSINESS-DATE-X(1:4) TO WS-NEXT-YEAR
               MOVE WS-BUSINESS-DATE-X(5:2) TO WS-NEXT-MONTH
               IF WS-NEXT-MONTH EQUAL 12 THEN
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               MOVE 1 TO WS-NEXT-DAY
               MOVE WS-NEXT-FIRST-N TO DC-IN-DATE
           ELSE
               MOVE WS-NEXT-BUSINESS-DATE TO DC-IN-DATE
           END-IF

           MOVE -1  TO DC-IN-DAYS
           MOVE "C" TO DC-SHIFT-MODE
           MOVE "N" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA
           MOVE DC-OUT-DATE TO WS-ACCRUE-TO.

       1300-OPEN-FILES.

           OPEN I-O BALANCE-MASTER
           MOVE BAL-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT BALANCE-MASTER
               CLOSE BALANCE-MASTER
               OPEN I-O BALANCE-MASTER
           END-IF

           OPEN INPUT INTEREST-MASTER
           MOVE INT-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               SET INT-AVAILABLE TO TRUE
           END-IF

           OPEN I-O ACCRUAL-MASTER
           MOVE ACC-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT ACCRUAL-MASTER
               CLOSE ACCRUAL-MASTER
               OPEN I-O ACCRUAL-MASTER
           END-IF

           IF MONTH-END-RUN THEN
               OPEN EXTEND POSTING-JOURNAL
               MOVE JRN-STATUS TO SW-FILE-STATUSES
               IF NO-FILE THEN
                   OPEN OUTPUT POSTING-JOURNAL
               END-IF
           END-IF

           OPEN OUTPUT ACCRUAL-REPORT
           SET RECORD-OK TO TRUE.

       1400-WRITE-REPORT-HEADING.

           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "INTEREST ACCRUAL - BUSINESS DATE "
                   WS-BUSINESS-DATE-X
                   " - ACCRUED THROUGH " WS-ACCRUE-TO
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           IF MONTH-END-RUN THEN
               MOVE "MONTH-END RUN - ACCRUED INTEREST CAPITALISED"
                   TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
           END-IF
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "CUSTNO NAME                        BALANCE PLN "
                   "FROM     TO       DAYS  RATE%  "
                   "   ACCRUED RUN   ACCRUED TOTAL "
                   "    CAPITALISED"
               DELIMITED BY SIZE INTO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE.

      *    EVERY BALANCE-MASTER ROW IN KEY ORDER. ONLY CUSTOMERS WITH
      *    A NUMBER CAN CARRY A RATE -- THE REST ARE PASSED OVER

       2000-ACCRUE-BALANCES.

           PERFORM 2100-ACCRUE-ONE-BALANCE UNTIL AT-END
           SET RECORD-OK TO TRUE.

       2100-ACCRUE-ONE-BALANCE.

           READ BALANCE-MASTER NEXT RECORD
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(BAL-IO-CUSTNO NUMERIC
                           AND BAL-IO-CUSTNO NOT EQUAL ZERO) THEN
                       PERFORM 2200-ACCRUE-CUSTOMER
                           THRU 2200-EXIT
                   END-IF
           END-READ.

      *    A CUSTOMER WITH NEITHER A RATE LINE NOR ANY INTEREST
      *    ALREADY ACCRUED HAS NOTHING TO DO. A FIRST ACCRUAL STARTS
      *    ON THE BUSINESS DATE; AFTER THAT EACH RUN STARTS THE DAY
      *    AFTER THE LAST ONE ACCRUED, SO A MISSED RUN IS MADE GOOD
      *    AND A REPEATED RUN ACCRUES NOTHING

       2200-ACCRUE-CUSTOMER.

           PERFORM 2300-LOAD-CUSTOMER-RATES
           PERFORM 2400-FIND-ACCRUAL-ENTRY
           IF(RATE-COUNTER EQUAL ZERO
                   AND NOT ACC-ENTRY-FOUND) THEN
               GO TO 2200-EXIT
           END-IF

           MOVE ZERO TO WS-CUS-INTEREST
           MOVE ZERO TO WS-CUS-CAPITAL
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-DAY-RATE
           IF ACC-ENTRY-FOUND THEN
               MOVE ACC-IO-THROUGH TO DC-IN-DATE
               PERFORM 2900-NEXT-CALENDAR-DAY
               MOVE DC-OUT-DATE TO WS-ACCRUE-FROM
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ACCRUE-FROM
               MOVE BAL-IO-CUSTNO    TO ACC-IO-CUSTNO
               MOVE ZERO             TO ACC-IO-THROUGH
               MOVE ZERO             TO ACC-IO-ACCRUED
               MOVE ZERO             TO ACC-IO-LAST-CAP
           END-IF

           MOVE WS-ACCRUE-FROM TO WS-DAY
           PERFORM 2500-ACCRUE-ONE-DAY
               UNTIL WS-DAY > WS-ACCRUE-TO

           IF WS-DAY-COUNT > ZERO THEN
               ADD WS-CUS-INTEREST TO ACC-IO-ACCRUED
               MOVE WS-ACCRUE-TO TO ACC-IO-THROUGH
               ADD 1 TO IA-ACCRUED-COUNTER
           END-IF

           IF MONTH-END-RUN THEN
               PERFORM 2600-CAPITALISE-INTEREST
           END-IF

           IF ACC-ENTRY-FOUND THEN
               REWRITE ACCRUAL-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE ACCRUAL-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF

           ADD WS-CUS-INTEREST TO WS-ACCRUED-TOTAL
           ADD ACC-IO-ACCRUED  TO WS-TO-DATE-TOTAL
           PERFORM 2700-WRITE-REPORT-LINE.

       2200-EXIT.
           EXIT.

      *    THE CUSTOMER'S ACTIVE RATE LINES, ALL DATES -- THE KEY
      *    RETURNS THEM IN EFFECTIVE-DATE ORDER

       2300-LOAD-CUSTOMER-RATES.

           MOVE ZERO TO RATE-COUNTER
           IF INT-AVAILABLE THEN
               MOVE BAL-IO-CUSTNO TO INT-IO-CUSTNO
               MOVE ZERO TO INT-IO-EFFDATE
               MOVE "N" TO SW-RATE-SCAN
               START INTEREST-MASTER KEY IS NOT LESS THAN INT-IO-KEY
                   INVALID KEY SET RATE-SCAN-DONE TO TRUE
               END-START
               PERFORM 2310-LOAD-ONE-RATE UNTIL RATE-SCAN-DONE
           END-IF.

       2310-LOAD-ONE-RATE.

           READ INTEREST-MASTER NEXT RECORD
               AT END SET RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF INT-IO-CUSTNO NOT EQUAL BAL-IO-CUSTNO THEN
                       SET RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF INT-ACTIVE THEN
                           IF RATE-COUNTER EQUAL CT-MAX-RATE THEN
                               SET CT-ERR-RATEBOUND TO TRUE
                               PERFORM 9999-ABEND
                           END-IF
                           ADD 1 TO RATE-COUNTER
                           MOVE INT-IO-EFFDATE
                               TO RTT-EFFDATE(RATE-COUNTER)
                           MOVE INT-IO-CREDIT-RATE
                               TO RTT-CREDIT(RATE-COUNTER)
                           MOVE INT-IO-DEBIT-RATE
                               TO RTT-DEBIT(RATE-COUNTER)
                       END-IF
                   END-IF
           END-READ.

       2400-FIND-ACCRUAL-ENTRY.

           MOVE "N" TO WS-ACC-FOUND
           MOVE BAL-IO-CUSTNO TO ACC-IO-CUSTNO
           READ ACCRUAL-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET ACC-ENTRY-FOUND TO TRUE
           END-READ.

      *    ONE CALENDAR DAY AT THE RATE IN FORCE THAT DAY: THE CREDIT
      *    RATE WHEN THE BALANCE IS IN CREDIT, THE DEBIT RATE WHEN IT
      *    IS OVERDRAWN. THE INTEREST TAKES THE BALANCE'S SIGN --
      *    PAID TO A CREDIT BALANCE, CHARGED TO A DEBIT ONE

       2500-ACCRUE-ONE-DAY.

           MOVE ZERO TO WS-DAY-RATE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > RATE-COUNTER
               IF RTT-EFFDATE(WS-I) NOT > WS-DAY THEN
                   IF BAL-IO-AMOUNT < ZERO THEN
                       MOVE RTT-DEBIT(WS-I)  TO WS-DAY-RATE
                   ELSE
                       MOVE RTT-CREDIT(WS-I) TO WS-DAY-RATE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-DAY-INTEREST ROUNDED =
               BAL-IO-AMOUNT * WS-DAY-RATE / 36500
           ADD WS-DAY-INTEREST TO WS-CUS-INTEREST
           ADD 1 TO WS-DAY-COUNT

           MOVE WS-DAY TO DC-IN-DATE
           PERFORM 2900-NEXT-CALENDAR-DAY
           MOVE DC-OUT-DATE TO WS-DAY.

      *    WHOLE GROSZE OF THE ACCRUAL GO INTO THE BALANCE AS AN
      *    INTEREST POSTING DATED THE BUSINESS DATE; THE FRACTION LEFT
      *    OVER STAYS ACCRUED. THE MOVE DROPS THE LAST TWO DECIMALS
      *    WITHOUT ROUNDING, SO THE REMAINDER KEEPS THE ACCRUAL'S SIGN
      *    AND IS ALWAYS UNDER ONE GROSZ

       2600-CAPITALISE-INTEREST.

           MOVE ACC-IO-ACCRUED TO WS-CUS-CAPITAL
           IF WS-CUS-CAPITAL NOT EQUAL ZERO THEN
               PERFORM 2610-POST-CAPITALISATION
           END-IF.

       2610-POST-CAPITALISATION.

           ADD WS-CUS-CAPITAL TO BAL-IO-AMOUNT
           REWRITE BALANCE-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE

           SUBTRACT WS-CUS-CAPITAL FROM ACC-IO-ACCRUED
           MOVE WS-BUSINESS-DATE TO ACC-IO-LAST-CAP
           ADD WS-CUS-CAPITAL TO WS-CAPITAL-TOTAL
           ADD 1 TO IA-CAPITAL-COUNTER

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BUSINESS-DATE TO JRN-IO-DATE
           MOVE BAL-IO-CUSTNO    TO JRN-IO-CUSTNO
           MOVE BAL-IO-NAME      TO JRN-IO-NAME
           MOVE "PLN"            TO JRN-IO-CURR
           MOVE WS-CUS-CAPITAL   TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN  TO JRN-IO-SIGN
           MOVE WS-BALANCE-INT   TO JRN-IO-AMOUNT-INT
           MOVE WS-BALANCE-FRAC  TO JRN-IO-AMOUNT-FRAC
           MOVE ","              TO JRN-IO-AMOUNT-SEP
           MOVE WS-BUSINESS-DATE TO JRN-IO-SETTLE
           SET JRN-TYPE-INTEREST TO TRUE
           MOVE ZERO             TO JRN-IO-RUN-STAMP
           WRITE JOURNAL-RECORD.

       2700-WRITE-REPORT-LINE.

           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           MOVE BAL-IO-CUSTNO   TO ACR-OUT-CUSTNO
           MOVE BAL-IO-NAME     TO ACR-OUT-NAME
           MOVE BAL-IO-AMOUNT   TO ACR-OUT-BALANCE
           IF WS-DAY-COUNT > ZERO THEN
               MOVE WS-ACCRUE-FROM TO ACR-OUT-FROM
               MOVE WS-ACCRUE-TO   TO ACR-OUT-TO
           ELSE
               MOVE ZERO TO ACR-OUT-FROM
               MOVE ZERO TO ACR-OUT-TO
           END-IF
           MOVE WS-DAY-COUNT    TO ACR-OUT-DAYS
           MOVE WS-DAY-RATE     TO ACR-OUT-RATE
           MOVE WS-CUS-INTEREST TO ACR-OUT-ACCRUED
           MOVE ACC-IO-ACCRUED  TO ACR-OUT-TO-DATE
           MOVE WS-CUS-CAPITAL  TO ACR-OUT-CAPITAL
           WRITE ACCRUAL-REPORT-RECORD.

      *    ONE CALENDAR DAY ON FROM DC-IN-DATE

       2900-NEXT-CALENDAR-DAY.

           MOVE 1   TO DC-IN-DAYS
           MOVE "C" TO DC-SHIFT-MODE
           MOVE "N" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA.

       3000-FINISH.

           CLOSE BALANCE-MASTER
           CLOSE ACCRUAL-MASTER
           IF INT-AVAILABLE THEN
               CLOSE INTEREST-MASTER
           END-IF
           IF MONTH-END-RUN THEN
               CLOSE POSTING-JOURNAL
           END-IF

           PERFORM 3200-WRITE-REPORT-TOTALS
           PERFORM 3300-WRITE-GL-INTEREST
           IF IA-CAPITAL-COUNTER > ZERO THEN
               PERFORM 3400-WRITE-AUDIT-LINE
           END-IF

           DISPLAY "INTEREST ACCRUAL COMPLETE - " IA-ACCRUED-COUNTER
               " CUSTOMER(S) ACCRUED THROUGH " WS-ACCRUE-TO
           IF MONTH-END-RUN THEN
               DISPLAY "    " IA-CAPITAL-COUNTER
                   " CUSTOMER(S) CAPITALISED"
           END-IF
           STOP RUN.

      *    SPLITS WS-BALANCE-SIGNED INTO A "+"/"-" SIGN COLUMN AND THE
      *    MAGNITUDE DIGIT FIELDS -- SAME CONVENTION AS REPORTS

       3100-ENCODE-SIGNED-AMOUNT.

           IF WS-BALANCE-SIGNED < 0 THEN
               MOVE "-" TO WS-BALANCE-SIGN
               COMPUTE WS-BALANCE-VALUE = WS-BALANCE-SIGNED * -1
           ELSE
               MOVE "+" TO WS-BALANCE-SIGN
               MOVE WS-BALANCE-SIGNED TO WS-BALANCE-VALUE
           END-IF.

       3200-WRITE-REPORT-TOTALS.

           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE SPACES TO ACCRUAL-TOTAL-RECORD
           MOVE "INTEREST ACCRUED THIS RUN PLN" TO ACR-TOT-LABEL
           MOVE WS-ACCRUED-TOTAL TO ACR-TOT-AMOUNT
           WRITE ACCRUAL-TOTAL-RECORD
           MOVE SPACES TO ACCRUAL-TOTAL-RECORD
           MOVE "INTEREST ACCRUED TO DATE PLN" TO ACR-TOT-LABEL
           MOVE WS-TO-DATE-TOTAL TO ACR-TOT-AMOUNT
           WRITE ACCRUAL-TOTAL-RECORD
           MOVE SPACES TO ACCRUAL-TOTAL-RECORD
           MOVE "INTEREST CAPITALISED PLN" TO ACR-TOT-LABEL
           MOVE WS-CAPITAL-TOTAL TO ACR-TOT-AMOUNT
           WRITE ACCRUAL-TOTAL-RECORD
           CLOSE ACCRUAL-REPORT.

      *    THE ACCRUAL IS BOOKED TO THE GROSZ; THE CAPITALISATION LINE
      *    IS WRITTEN ONLY ON THE MONTH'S LAST RUN. THE TRAILER HASH
      *    IS THE SIGNED SUM OF THE DETAIL LINES

       3300-WRITE-GL-INTEREST.

           OPEN OUTPUT GL-INTEREST

           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "H"         TO GLH-TYPE
           MOVE WS-AUD-DATE TO GLH-DATE
           MOVE WS-AUD-TIME TO GLH-TIME
           STRING "interest " WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO GLH-RUN-NAME
           WRITE GL-HEADER-RECORD

           COMPUTE WS-GL-ACCRUED ROUNDED = WS-ACCRUED-TOTAL
           MOVE "ACCR"        TO WS-GL-ACCOUNT
           MOVE WS-GL-ACCRUED TO WS-BALANCE-SIGNED
           PERFORM 3310-WRITE-GL-DETAIL

           IF MONTH-END-RUN THEN
               MOVE "CAPI"           TO WS-GL-ACCOUNT
               MOVE WS-CAPITAL-TOTAL TO WS-BALANCE-SIGNED
               PERFORM 3310-WRITE-GL-DETAIL
           END-IF

           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "T"           TO GLT-TYPE
           MOVE IA-GL-COUNTER TO GLT-COUNT
           MOVE WS-GL-HASH    TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO GLT-HASH-SIGN
           MOVE WS-BALANCE-INT  TO GLT-HASH-INT
           MOVE ","             TO GLT-HASH-SEP
           MOVE WS-BALANCE-FRAC TO GLT-HASH-FRAC
           WRITE GL-TRAILER-RECORD

           CLOSE GL-INTEREST.

      *    WS-GL-ACCOUNT AND WS-BALANCE-SIGNED ARE SET BY THE CALLER

       3310-WRITE-GL-DETAIL.

           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "D"           TO GLD-TYPE
           MOVE WS-GL-ACCOUNT TO GLD-ACCOUNT
           MOVE "PLN"         TO GLD-CURR
           ADD WS-BALANCE-SIGNED TO WS-GL-HASH
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           IF WS-BALANCE-SIGN EQUAL "-" THEN
               MOVE ZERO             TO GLD-DEBIT-INT
               MOVE ZERO             TO GLD-DEBIT-FRAC
               MOVE WS-BALANCE-INT   TO GLD-CREDIT-INT
               MOVE WS-BALANCE-FRAC  TO GLD-CREDIT-FRAC
           ELSE
               MOVE WS-BALANCE-INT   TO GLD-DEBIT-INT
               MOVE WS-BALANCE-FRAC  TO GLD-DEBIT-FRAC
               MOVE ZERO             TO GLD-CREDIT-INT
               MOVE ZERO             TO GLD-CREDIT-FRAC
           END-IF
           MOVE "," TO GLD-DEBIT-SEP
           MOVE "," TO GLD-CREDIT-SEP
           WRITE GL-DETAIL-RECORD
           ADD 1 TO IA-GL-COUNTER.

      *    ONE LINE PER CAPITALISATION, BESIDE THE REPORT RUNS IN THE
      *    SAME LOG -- THE REPORTS COLUMN OPENS WITH "interest" SO
      *    TRIALBAL COUNTS THE VALUE ADDED TO THE BALANCES

       3400-WRITE-AUDIT-LINE.

           OPEN EXTEND AUDIT-LOG
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-AUD-DATE          TO AUD-OUT-DATE
           MOVE WS-AUD-TIME          TO AUD-OUT-TIME
           MOVE "interest_acc.txt"   TO AUD-OUT-INPUT-FILE
           MOVE IA-CAPITAL-COUNTER   TO AUD-OUT-READ
           MOVE ZERO                 TO AUD-OUT-NAMES
           MOVE ZERO                 TO AUD-OUT-CURR
           MOVE ZERO                 TO AUD-OUT-REJECTS
           MOVE WS-CAPITAL-TOTAL     TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN      TO AUD-OUT-TOTAL-SIGN
           MOVE WS-BALANCE-INT       TO AUD-OUT-TOTAL-INT
           MOVE WS-BALANCE-FRAC      TO AUD-OUT-TOTAL-FRAC
           MOVE ","                  TO AUD-OUT-TOTAL-SEP
           MOVE "interest intaccr_rep.txt gl_interest.txt"
                                     TO AUD-OUT-REPORTS
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-BADDATE
                   DISPLAY "INVALID BUSINESS DATE: " WS-BUSINESS-DATE-X
               WHEN CT-ERR-CLOSED
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                           " FALLS IN A CLOSED PERIOD - CLOSED "
                           "THROUGH " WS-CLOSED-PERIOD
               WHEN CT-ERR-RATEBOUND
                   DISPLAY "TOO MANY RATE LINES FOR CUSTOMER "
                           BAL-IO-CUSTNO
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM IntAccr.
