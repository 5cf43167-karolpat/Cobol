      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Position statement. For every customer on the
      *          position master (posted by Reports, PendRel and
      *          RevPost beside the PLN balance) lists each currency
      *          held -- the amount in the currency itself, the PLN
      *          book value posted for it, and its value at the
      *          fx_rates.txt rate in effect on the valuation date --
      *          with the difference, the unrealised gain or loss on
      *          the standing position, and per-customer and overall
      *          totals.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    PER-CUSTOMER, PER-CURRENCY POSITIONS -- READ END TO END IN
      *    KEY ORDER, SO EACH CUSTOMER'S CURRENCIES ARRIVE TOGETHER

           SELECT POSITION-MASTER ASSIGN TO "position_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-IO-KEY
           FILE STATUS IS POS-STATUS.

      *    EFFECTIVE-DATED RATES (MAINTAINED BY FXMAINT) -- THE LATEST
      *    ACTIVE RATE ON OR BEFORE THE VALUATION DATE VALUES EACH
      *    POSITION

           SELECT FX-RATES ASSIGN TO "fx_rates.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FX-IN-KEY
           FILE STATUS IS FXR-STATUS.

           SELECT POSITION-STATEMENT ASSIGN TO "pos_stmt_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MIRRORS THE POSITION RECORD REPORTS WRITES -- THE TWO
      *    LAYOUTS MUST STAY IN STEP

       FD  POSITION-MASTER.
       01  POSITION-MASTER-RECORD.
            05 POS-IO-KEY.
                10 POS-IO-CUSTNO   PIC 9(6).
                10 POS-IO-CURR     PIC X(3).
            05 POS-IO-NAME     PIC X(20).
            05 POS-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.
            05 POS-IO-BOOK-PLN PIC S9(11)V9(2) SIGN LEADING SEPARATE.
            05 POS-IO-LAST-DATE PIC 9(8).

      *    MIRRORS THE FX-RATE RECORD FXMAINT WRITES

       FD  FX-RATES.
       01  FX-RATE-RECORD.
            05 FX-IN-KEY.
                10 FX-IN-CURR      PIC X(3).
                10 FX-IN-EFFDATE   PIC 9(8).
            05 FX-IN-RATE      PIC 9V999.
            05 FX-IN-STATUS    PIC X(1).
                88 FX-IN-ACTIVE         VALUE "A".

      *    A POSITION WITH NO RATE IN EFFECT IS VALUED AT ITS BOOK
      *    VALUE AND MARKED -- IT THEN ADDS NOTHING TO THE DIFFERENCE

       FD  POSITION-STATEMENT.
       01  POSITION-STATEMENT-RECORD.
            05 PST-OUT-CUSTNO  PIC 9(6).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-NAME    PIC X(20).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-CURR    PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-AMOUNT  PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-BOOK    PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-RATE    PIC 9.999.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-VALUE   PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-DIFF    PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-OUT-NOTE    PIC X(7).
       01  POSITION-TOTAL-RECORD.
            05 PST-TOT-LABEL   PIC X(48).
            05 PST-TOT-BOOK    PIC -(10)9.9(2).
            05 FILLER          PIC X(7) VALUE SPACES.
            05 PST-TOT-VALUE   PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 PST-TOT-DIFF    PIC -(10)9.9(2).
       01  POSITION-STATEMENT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 POS-STATUS            PIC X(2).
            05 FXR-STATUS            PIC X(2).
            05 PST-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      *    A MISSING RATE FILE IS TOLERATED -- EVERY NON-PLN POSITION
      *    THEN SIMPLY COMES OUT UNVALUED

       01  SW-FX-AVAILABLE           PIC X(1).
            88 FX-AVAILABLE                    VALUE "Y".

       01  SW-FX-SCAN                PIC X(1).
            88 FX-SCAN-DONE                    VALUE "Y".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

      *    THE VALUATION DATE, ACCEPTED AS TEXT FIRST SO A MALFORMED
      *    PARAMETER CAN BE CAUGHT BEFORE IT IS USED NUMERICALLY

       01  WS-VALUE-DATE-X          PIC X(8).
       01  WS-VALUE-DATE REDEFINES WS-VALUE-DATE-X
                                    PIC 9(8).

      *    THE RATE LOOKUP FOR THE POSITION IN HAND -- THE SAME SCAN
      *    REPORTS MAKES IN 2053-FIND-FX-RATE

       01  WS-FX-SEARCH.
            05 WS-FX-FOUND            PIC X(1).
                88 FX-RATE-FOUND            VALUE "Y".
            05 WS-FX-LOOKUP-CURR      PIC X(3).
            05 WS-FX-OFFICIAL-RATE    PIC 9V999.

      *    THE POSITION IN HAND VALUED, AND THE CUSTOMER IT BELONGS TO
      *    -- A CHANGE OF CUSTOMER NUMBER CLOSES THE PREVIOUS
      *    CUSTOMER'S SECTION WITH ITS TOTAL LINE

       01  WS-POS-VALUE             PIC S9(11)V9(2) COMP-3.
       01  WS-POS-DIFF              PIC S9(11)V9(2) COMP-3.
       01  WS-CUR-CUSTNO            PIC 9(6).
       01  WS-CUR-NAME              PIC X(20).

       01  WS-CUS-BOOK              PIC S9(11)V9(2) COMP-3.
       01  WS-CUS-VALUE             PIC S9(11)V9(2) COMP-3.
       01  WS-CUS-DIFF              PIC S9(11)V9(2) COMP-3.
       01  WS-ALL-BOOK              PIC S9(11)V9(2) COMP-3.
       01  WS-ALL-VALUE             PIC S9(11)V9(2) COMP-3.
       01  WS-ALL-DIFF              PIC S9(11)V9(2) COMP-3.

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES

       01  PS-CUSTOMER-COUNTER      PIC 9(6).
       01  PS-POSITION-COUNTER      PIC 9(6).
       01  PS-NORATE-COUNTER        PIC 9(6).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOPOS                  VALUE "P".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-LIST-POSITIONS
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-FILE-STATUS
                       SW-FX-AVAILABLE
                       WS-FX-SEARCH
                       WS-CUR-CUSTNO
                       WS-CUR-NAME
                       WS-CUS-BOOK
                       WS-CUS-VALUE
                       WS-CUS-DIFF
                       WS-ALL-BOOK
                       WS-ALL-VALUE
                       WS-ALL-DIFF
                       PS-CUSTOMER-COUNTER
                       PS-POSITION-COUNTER
                       PS-NORATE-COUNTER.

           PERFORM 1100-RETRIEVE-VALUE-DATE
           PERFORM 1200-OPEN-FILES
           PERFORM 1300-WRITE-HEADING.

      *    THE VALUATION DATE COMES FROM THE FIRST PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE AND THEN TO TODAY -- THE
      *    SAME CONVENTION AS REPORTS

       1100-RETRIEVE-VALUE-DATE.

           MOVE SPACES TO WS-VALUE-DATE-X
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-VALUE-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-VALUE-DATE-X EQUAL SPACES) THEN
               ACCEPT WS-VALUE-DATE-X FROM ENVIRONMENT
                   "POSSTMT_VALUE_DATE"
           END-IF

           IF(WS-VALUE-DATE-X EQUAL SPACES
                   OR WS-VALUE-DATE-X NOT NUMERIC) THEN
               ACCEPT WS-VALUE-DATE FROM DATE YYYYMMDD
           END-IF.

      *    NO POSITION MASTER MEANS NOTHING HAS BEEN POSTED SINCE THE
      *    LEDGER STARTED -- THERE IS NO STATEMENT TO WRITE

       1200-OPEN-FILES.

           OPEN INPUT POSITION-MASTER
           MOVE POS-STATUS TO SW-FILE-STATUSES
           IF NOT RECORD-OK THEN
               SET CT-ERR-NOPOS TO TRUE
               PERFORM 9999-ABEND
           END-IF

           OPEN INPUT FX-RATES
           MOVE FXR-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               SET FX-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT POSITION-STATEMENT
           SET RECORD-OK TO TRUE.

       1300-WRITE-HEADING.

           MOVE SPACES TO POSITION-STATEMENT-LINE
           STRING "CUSTOMER POSITION STATEMENT - VALUED AT RATES "
                   "IN EFFECT ON " WS-VALUE-DATE-X
               DELIMITED BY SIZE INTO POSITION-STATEMENT-LINE
           WRITE POSITION-STATEMENT-LINE
           MOVE SPACES TO POSITION-STATEMENT-LINE
           WRITE POSITION-STATEMENT-LINE
           MOVE SPACES TO POSITION-STATEMENT-LINE
           STRING "CUSTNO NAME                 CUR "
                   "    AMOUNT HELD  BOOK VALUE PLN RATE  "
                   " MARKET VAL PLN      DIFFERENCE"
               DELIMITED BY SIZE INTO POSITION-STATEMENT-LINE
           WRITE POSITION-STATEMENT-LINE.

      *    EVERY POSITION IN KEY ORDER -- CUSTOMER, THEN CURRENCY

       2000-LIST-POSITIONS.

           PERFORM 2100-LIST-ONE-POSITION UNTIL AT-END
           IF PS-CUSTOMER-COUNTER > ZERO THEN
               PERFORM 2400-WRITE-CUSTOMER-TOTAL
           END-IF
           CLOSE POSITION-MASTER.

       2100-LIST-ONE-POSITION.

           READ POSITION-MASTER NEXT RECORD
               AT END SET AT-END TO TRUE
               NOT AT END
      *            A ROW BACKED OUT TO NOTHING IS NO HOLDING
                   IF(POS-IO-AMOUNT NOT EQUAL ZERO
                           OR POS-IO-BOOK-PLN NOT EQUAL ZERO) THEN
                       IF(PS-CUSTOMER-COUNTER EQUAL ZERO
                               OR POS-IO-CUSTNO NOT EQUAL
                                   WS-CUR-CUSTNO) THEN
                           PERFORM 2300-START-CUSTOMER
                       END-IF
                       PERFORM 2200-VALUE-POSITION
                       PERFORM 2500-WRITE-POSITION-LINE
                   END-IF
           END-READ.

      *    A PLN POSITION IS WORTH ITS FACE; ANY OTHER IS VALUED AT
      *    THE LATEST ACTIVE RATE ON OR BEFORE THE VALUATION DATE

       2200-VALUE-POSITION.

           IF POS-IO-CURR EQUAL "PLN" THEN
               SET FX-RATE-FOUND TO TRUE
               MOVE 1 TO WS-FX-OFFICIAL-RATE
           ELSE
               MOVE POS-IO-CURR TO WS-FX-LOOKUP-CURR
               PERFORM 2210-FIND-FX-RATE
           END-IF

           IF FX-RATE-FOUND THEN
               COMPUTE WS-POS-VALUE ROUNDED =
                   POS-IO-AMOUNT * WS-FX-OFFICIAL-RATE
           ELSE
               MOVE POS-IO-BOOK-PLN TO WS-POS-VALUE
               ADD 1 TO PS-NORATE-COUNTER
           END-IF
           COMPUTE WS-POS-DIFF = WS-POS-VALUE - POS-IO-BOOK-PLN

           ADD 1 TO PS-POSITION-COUNTER
           ADD POS-IO-BOOK-PLN TO WS-CUS-BOOK
           ADD WS-POS-VALUE    TO WS-CUS-VALUE
           ADD WS-POS-DIFF     TO WS-CUS-DIFF.

       2210-FIND-FX-RATE.

           MOVE "N" TO WS-FX-FOUND
           MOVE ZERO TO WS-FX-OFFICIAL-RATE
           IF FX-AVAILABLE THEN
               MOVE WS-FX-LOOKUP-CURR TO FX-IN-CURR
               MOVE ZERO TO FX-IN-EFFDATE
               MOVE "N" TO SW-FX-SCAN
               START FX-RATES KEY IS NOT LESS THAN FX-IN-KEY
                   INVALID KEY SET FX-SCAN-DONE TO TRUE
               END-START
               PERFORM 2220-SCAN-ONE-FX-RATE UNTIL FX-SCAN-DONE
           END-IF.

       2220-SCAN-ONE-FX-RATE.

           READ FX-RATES NEXT RECORD
               AT END SET FX-SCAN-DONE TO TRUE
               NOT AT END
                   IF(FX-IN-CURR NOT EQUAL WS-FX-LOOKUP-CURR
                           OR FX-IN-EFFDATE > WS-VALUE-DATE) THEN
                       SET FX-SCAN-DONE TO TRUE
                   ELSE
                       IF FX-IN-ACTIVE THEN
                           SET FX-RATE-FOUND TO TRUE
                           MOVE FX-IN-RATE TO WS-FX-OFFICIAL-RATE
                       END-IF
                   END-IF
           END-READ.

      *    CLOSES THE PREVIOUS CUSTOMER'S SECTION, IF ANY, AND OPENS
      *    THE NEXT ONE

       2300-START-CUSTOMER.

           IF PS-CUSTOMER-COUNTER > ZERO THEN
               PERFORM 2400-WRITE-CUSTOMER-TOTAL
           END-IF
           ADD 1 TO PS-CUSTOMER-COUNTER
           MOVE POS-IO-CUSTNO TO WS-CUR-CUSTNO
           MOVE POS-IO-NAME   TO WS-CUR-NAME
           MOVE ZERO TO WS-CUS-BOOK
           MOVE ZERO TO WS-CUS-VALUE
           MOVE ZERO TO WS-CUS-DIFF.

       2400-WRITE-CUSTOMER-TOTAL.

           MOVE SPACES TO POSITION-TOTAL-RECORD
           STRING "  TOTAL " WS-CUR-CUSTNO " " WS-CUR-NAME " PLN"
               DELIMITED BY SIZE INTO PST-TOT-LABEL
           MOVE WS-CUS-BOOK  TO PST-TOT-BOOK
           MOVE WS-CUS-VALUE TO PST-TOT-VALUE
           MOVE WS-CUS-DIFF  TO PST-TOT-DIFF
           WRITE POSITION-TOTAL-RECORD
           MOVE SPACES TO POSITION-STATEMENT-LINE
           WRITE POSITION-STATEMENT-LINE

           ADD WS-CUS-BOOK  TO WS-ALL-BOOK
           ADD WS-CUS-VALUE TO WS-ALL-VALUE
           ADD WS-CUS-DIFF  TO WS-ALL-DIFF.

       2500-WRITE-POSITION-LINE.

           MOVE SPACES TO POSITION-STATEMENT-RECORD
           MOVE POS-IO-CUSTNO   TO PST-OUT-CUSTNO
           MOVE POS-IO-NAME     TO PST-OUT-NAME
           MOVE POS-IO-CURR     TO PST-OUT-CURR
           MOVE POS-IO-AMOUNT   TO PST-OUT-AMOUNT
           MOVE POS-IO-BOOK-PLN TO PST-OUT-BOOK
           MOVE WS-FX-OFFICIAL-RATE TO PST-OUT-RATE
           MOVE WS-POS-VALUE    TO PST-OUT-VALUE
           MOVE WS-POS-DIFF     TO PST-OUT-DIFF
           IF NOT FX-RATE-FOUND THEN
               MOVE "NO RATE" TO PST-OUT-NOTE
           END-IF
           WRITE POSITION-STATEMENT-RECORD.

       3000-FINISH.

           MOVE SPACES TO POSITION-TOTAL-RECORD
           MOVE "ALL CUSTOMERS PLN" TO PST-TOT-LABEL
           MOVE WS-ALL-BOOK  TO PST-TOT-BOOK
           MOVE WS-ALL-VALUE TO PST-TOT-VALUE
           MOVE WS-ALL-DIFF  TO PST-TOT-DIFF
           WRITE POSITION-TOTAL-RECORD
           CLOSE POSITION-STATEMENT
           IF FX-AVAILABLE THEN
               CLOSE FX-RATES
           END-IF

           DISPLAY "POSITION STATEMENT COMPLETE - "
               PS-CUSTOMER-COUNTER " CUSTOMER(S), "
               PS-POSITION-COUNTER " POSITION(S), "
               PS-NORATE-COUNTER " WITHOUT A RATE"
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOPOS
                   DISPLAY "NO POSITION MASTER: position_mst.txt"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM PosStmt.
