      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Settlement confirmation reconciliation. Matches the
      *          clearing house's daily confirmation file (value date,
      *          customer number, currency, amount) against what the
      *          system settled -- the posted and PendRel-released
      *          lines on the posting journal -- by customer number,
      *          currency, original-currency amount and settle date,
      *          and against the items still held on the pending
      *          file. Reports matched items, items confirmed but
      *          never released, items released with no
      *          confirmation, and items that settled on a different
      *          date or amount; every break is carried on an open-
      *          items file from day to day until a later match
      *          clears it or it is cleared by hand.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetlRec.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE CLEARING HOUSE'S CONFIRMATIONS FOR THE DAY

           SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CNF-STATUS.

      *    BREAKS TO CLEAR BY HAND, ONE PER LINE -- OPTIONAL

           SELECT CLEAR-FILE ASSIGN TO WS-CLEAR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLR-STATUS.

      *    THE SAME POSTING JOURNAL REPORTS AND PENDREL APPEND TO --
      *    READ END TO END, NEVER WRITTEN

           SELECT POSTING-JOURNAL ASSIGN TO "posting_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.

      *    THE ITEMS REPORTS IS STILL HOLDING -- READ ONLY

           SELECT PENDING-ITEMS ASSIGN TO "pending_items.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PND-STATUS.

      *    ONE LINE PER REPORTS RUN -- A RUN REVPOST HAS BACKED OUT
      *    IS MARKED REVERSED, AND ITS LINES ARE NOT EXPECTED TO
      *    SETTLE

           SELECT POSTING-CONTROL ASSIGN TO "posting_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PCT-STATUS.

      *    THE BREAKS CARRIED FROM DAY TO DAY -- LOADED WHOLE,
      *    REWRITTEN WHOLE WITH WHAT IS STILL OPEN

           SELECT OPEN-ITEMS ASSIGN TO "setl_open.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOI-STATUS.

      *    ONE LINE PER RECONCILED BUSINESS DATE, APPENDED -- KEEPS A
      *    DAY FROM BEING RECONCILED TWICE AND CARRIES THE NEXT BREAK
      *    SEQUENCE NUMBER

           SELECT RECON-CONTROL ASSIGN TO "setlrec_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-STATUS.

           SELECT RECON-REPORT ASSIGN TO "setl_recon_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCN-STATUS.

      *    QUARANTINES CONFIRMATION AND CLEARANCE LINES THAT FAIL
      *    VALIDATION INSTEAD OF ABORTING THE WHOLE RUN

           SELECT RECON-REJECT ASSIGN TO "setlrec_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE AMOUNT IS IN THE CONFIRMED CURRENCY, SIGNED LIKE OUR
      *    OWN (- DEBIT, + OR BLANK CREDIT)

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
            05 CNF-IN-VALUE-DATE  PIC 9(8).
            05 FILLER             PIC X(1).
            05 CNF-IN-CUSTNO      PIC 9(6).
            05 FILLER             PIC X(1).
            05 CNF-IN-CURR        PIC X(3).
            05 FILLER             PIC X(1).
            05 CNF-IN-SIGN        PIC X(1).
            05 CNF-IN-AMOUNT-INT  PIC 9(11).
            05 CNF-IN-AMOUNT-SEP  PIC X(1).
            05 CNF-IN-AMOUNT-FRAC PIC 9(2).

      *    NNNNNN <NOTE> CLEARS BREAK NNNNNN OF THE OPEN-ITEMS FILE

       FD  CLEAR-FILE.
       01  CLEAR-RECORD.
            05 CLR-IN-SEQ      PIC 9(6).
            05 FILLER          PIC X(1).
            05 CLR-IN-NOTE     PIC X(30).

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

      *    MIRRORS THE PENDING-ITEM RECORD REPORTS WRITES -- THE TWO
      *    LAYOUTS MUST STAY IN STEP

       FD  PENDING-ITEMS.
       01  PENDING-ITEM-RECORD.
            05 PND-IO-CUSTNO   PIC 9(6).
            05 FILLER          PIC X(1).
            05 PND-IO-NAME     PIC X(20).
            05 FILLER          PIC X(1).
            05 PND-IO-SIGN     PIC X(1).
            05 PND-IO-AMOUNT   PIC 9(11),9(2).
            05 FILLER          PIC X(1).
            05 PND-IO-SETTLE   PIC 9(8).
            05 FILLER          PIC X(1).
            05 PND-IO-BRANCH   PIC X(4).
            05 FILLER          PIC X(1).
            05 PND-IO-CURR     PIC X(3).
            05 FILLER          PIC X(1).
            05 PND-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 PND-IO-ORIG-SIGN PIC X(1).
            05 PND-IO-ORIG-AMOUNT PIC 9(11),9(2).
       01  PENDING-ITEM-RECORD-R REDEFINES PENDING-ITEM-RECORD.
            05 FILLER              PIC X(29).
            05 PND-IO-AMOUNT-INT   PIC 9(11).
            05 PND-IO-AMOUNT-SEP   PIC X(1).
            05 PND-IO-AMOUNT-FRAC  PIC 9(2).
            05 FILLER              PIC X(35).
            05 PND-IO-ORIG-INT     PIC 9(11).
            05 PND-IO-ORIG-SEP     PIC X(1).
            05 PND-IO-ORIG-FRAC    PIC 9(2).

      *    MIRRORS THE POSTING-CONTROL RECORD REPORTS WRITES -- THE
      *    TWO LAYOUTS MUST STAY IN STEP

       FD  POSTING-CONTROL.
       01  POSTING-CONTROL-RECORD.
            05 PCT-IO-DATE     PIC 9(8).
            05 FILLER          PIC X(1).
            05 PCT-IO-RUN-NAME PIC X(60).
            05 FILLER          PIC X(1).
            05 PCT-IO-OVERRIDE PIC X(1).
            05 FILLER          PIC X(1).
            05 PCT-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 PCT-IO-STATUS   PIC X(1).
                88 PCT-REVERSED         VALUE "R".
            05 FILLER          PIC X(1).
            05 PCT-IO-BASE-CURR PIC X(3).
            05 FILLER          PIC X(1).
            05 PCT-IO-BASE-RATE-INT  PIC 9(1).
            05 PCT-IO-BASE-RATE-SEP  PIC X(1).
            05 PCT-IO-BASE-RATE-FRAC PIC 9(3).

      *    ONE BREAK: C CONFIRMED AND NOT RELEASED (CONFIRMATION SIDE
      *    ONLY), U RELEASED AND NOT CONFIRMED (OUR SIDE ONLY), D
      *    SETTLED ON A DIFFERENT DATE OR AMOUNT (BOTH SIDES). RAISED
      *    IS THE BUSINESS DATE THE BREAK FIRST APPEARED

       FD  OPEN-ITEMS.
       01  OPEN-ITEM-RECORD.
            05 SOI-IO-SEQ         PIC 9(6).
            05 FILLER             PIC X(1).
            05 SOI-IO-TYPE        PIC X(1).
                88 SOI-CONFIRMED-ONLY       VALUE "C".
                88 SOI-RELEASED-ONLY        VALUE "U".
                88 SOI-DIFFERENT            VALUE "D".
            05 FILLER             PIC X(1).
            05 SOI-IO-RAISED      PIC 9(8).
            05 FILLER             PIC X(1).
            05 SOI-IO-CUSTNO      PIC 9(6).
            05 FILLER             PIC X(1).
            05 SOI-IO-CURR        PIC X(3).
            05 FILLER             PIC X(1).
            05 SOI-IO-CNF-DATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 SOI-IO-CNF-SIGN    PIC X(1).
            05 SOI-IO-CNF-INT     PIC 9(11).
            05 SOI-IO-CNF-SEP     PIC X(1).
            05 SOI-IO-CNF-FRAC    PIC 9(2).
            05 FILLER             PIC X(1).
            05 SOI-IO-OUR-DATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 SOI-IO-OUR-SIGN    PIC X(1).
            05 SOI-IO-OUR-INT     PIC 9(11).
            05 SOI-IO-OUR-SEP     PIC X(1).
            05 SOI-IO-OUR-FRAC    PIC 9(2).
            05 FILLER             PIC X(1).
            05 SOI-IO-BRANCH      PIC X(4).
            05 FILLER             PIC X(1).
            05 SOI-IO-NAME        PIC X(20).
            05 FILLER             PIC X(1).
            05 SOI-IO-NOTE        PIC X(12).
       01  OPEN-ITEM-LINE         PIC X(117).

       FD  RECON-CONTROL.
       01  RECON-CONTROL-RECORD.
            05 SRC-IO-DATE        PIC 9(8).
            05 FILLER             PIC X(1).
            05 SRC-IO-RUN-DATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 SRC-IO-RUN-TIME    PIC 9(6).
            05 FILLER             PIC X(1).
            05 SRC-IO-MATCHED     PIC 9(6).
            05 FILLER             PIC X(1).
            05 SRC-IO-CONF-ONLY   PIC 9(6).
            05 FILLER             PIC X(1).
            05 SRC-IO-OUR-ONLY    PIC 9(6).
            05 FILLER             PIC X(1).
            05 SRC-IO-DIFFERENT   PIC 9(6).
            05 FILLER             PIC X(1).
            05 SRC-IO-NEXT-SEQ    PIC 9(6).

      *    CONFIRMED SIDE, THEN OUR SIDE; A SIDE WITH NOTHING ON IT
      *    IS LEFT BLANK

       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD.
            05 RCN-OUT-CUSTNO     PIC 9(6).
            05 FILLER             PIC X(1).
            05 RCN-OUT-CURR       PIC X(3).
            05 FILLER             PIC X(1).
            05 RCN-OUT-CNF-DATE   PIC 9(8).
            05 FILLER             PIC X(1).
            05 RCN-OUT-CNF-AMOUNT PIC -(10)9.9(2).
            05 FILLER             PIC X(1).
            05 RCN-OUT-OUR-DATE   PIC 9(8).
            05 FILLER             PIC X(1).
            05 RCN-OUT-OUR-AMOUNT PIC -(10)9.9(2).
            05 FILLER             PIC X(1).
            05 RCN-OUT-BRANCH     PIC X(4).
            05 FILLER             PIC X(1).
            05 RCN-OUT-NAME       PIC X(20).
            05 FILLER             PIC X(1).
            05 RCN-OUT-NOTE       PIC X(32).
       01  RECON-REPORT-LINE      PIC X(132).

       FD  RECON-REJECT.
       01  RECON-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(40).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE CONFIRMATION SIDE: TODAY'S CONFIRMATIONS AND THE
      *    CONFIRMED-NOT-RELEASED BREAKS CARRIED FROM EARLIER DAYS.
      *    CNT-LINK IS THE SLOT OF THE RELEASED ITEM IT PAIRED WITH

       01  WS-TABLE-CONF.
            05 TABLE-CNF-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY TABLE-CNF-INDEX.
                10 CNT-CUSTNO      PIC 9(6).
                10 CNT-CURR        PIC X(3).
                10 CNT-DATE        PIC 9(8).
                10 CNT-AMOUNT      PIC S9(11)V9(2) COMP-3.
                10 CNT-SEQ         PIC 9(6).
                10 CNT-RAISED      PIC 9(8).
                10 CNT-STATE       PIC X(1).
                    88 CNT-OPEN             VALUE " ".
                    88 CNT-MATCHED          VALUE "M".
                    88 CNT-DIFFERENT        VALUE "D".
                10 CNT-LINK        PIC 9(4).
                10 CNT-HELD-DATE   PIC 9(8).

       01  CONF-COUNTER              PIC 9(4).

      *    OUR SIDE: THE LINES POSTED OR RELEASED SINCE THE LAST
      *    RECONCILED DATE AND THE RELEASED-NOT-CONFIRMED BREAKS
      *    CARRIED FROM EARLIER DAYS

       01  WS-TABLE-OURS.
            05 TABLE-OUR-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY TABLE-OUR-INDEX.
                10 OUT-CUSTNO      PIC 9(6).
                10 OUT-NAME        PIC X(20).
                10 OUT-BRANCH      PIC X(4).
                10 OUT-CURR        PIC X(3).
                10 OUT-SETTLE      PIC 9(8).
                10 OUT-AMOUNT      PIC S9(11)V9(2) COMP-3.
                10 OUT-SEQ         PIC 9(6).
                10 OUT-RAISED      PIC 9(8).
                10 OUT-STATE       PIC X(1).
                    88 OUT-OPEN             VALUE " ".
                    88 OUT-MATCHED          VALUE "M".
                    88 OUT-DIFFERENT        VALUE "D".

       01  OURS-COUNTER              PIC 9(4).

      *    THE ITEMS STILL HELD, FOR TELLING A CONFIRMATION WE HAVE
      *    NOT RELEASED YET FROM ONE WE KNOW NOTHING ABOUT

       01  WS-TABLE-HELD.
            05 TABLE-HLD-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY TABLE-HLD-INDEX.
                10 HLD-CUSTNO      PIC 9(6).
                10 HLD-CURR        PIC X(3).
                10 HLD-SETTLE      PIC 9(8).
                10 HLD-AMOUNT      PIC S9(11)V9(2) COMP-3.

       01  HELD-COUNTER              PIC 9(4).

      *    THE OPEN-ITEMS FILE AS LOADED. C AND U BREAKS ARE PUT BACK
      *    INTO THE MATCHING; D BREAKS WAIT HERE TO BE CLEARED BY HAND

       01  WS-TABLE-OPEN.
            05 TABLE-OPN-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY TABLE-OPN-INDEX.
                10 OPN-IMAGE       PIC X(117).
                10 OPN-CLEARED     PIC X(1).
                    88 OPN-IS-CLEARED       VALUE "Y".
                10 OPN-CLR-NOTE    PIC X(30).

       01  OPEN-COUNTER              PIC 9(4).

      *    RUNS REVPOST HAS BACKED OUT

       01  WS-TABLE-REVERSED.
            05 REV-STAMP        OCCURS 1000 TIMES PIC 9(14).

       01  REVERSED-COUNTER          PIC 9(4).

       01  CT-MAX-ITEMS              PIC 9(4) VALUE 5000.
       01  CT-MAX-REVERSED           PIC 9(4) VALUE 1000.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 CNF-STATUS            PIC X(2).
            05 CLR-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 PND-STATUS            PIC X(2).
            05 PCT-STATUS            PIC X(2).
            05 SOI-STATUS            PIC X(2).
            05 SRC-STATUS            PIC X(2).
            05 RCN-STATUS            PIC X(2).
            05 REJ-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

       01  WS-CONFIRM-FILE-NAME     PIC X(60).
       01  WS-CLEAR-FILE-NAME       PIC X(60).

       01  SW-HAVE-CLEAR            PIC X(1).
            88 HAVE-CLEAR                     VALUE "Y".

      *    THE RUN'S BUSINESS DATE, ACCEPTED AS TEXT FIRST SO A
      *    MALFORMED PARAMETER CAN BE CAUGHT BEFORE IT IS USED

       01  WS-BUSINESS-DATE-X       PIC X(8).
       01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).

      *    THE LAST DATE RECONCILED -- OUR SIDE IS EVERY LINE POSTED
      *    AFTER IT, SO A DAY WITH NO CONFIRMATION FILE IS PICKED UP
      *    THE NEXT TIME ROUND. ZERO ON THE FIRST RUN EVER

       01  WS-LAST-RECON-DATE       PIC 9(8).
       01  WS-NEXT-SEQ              PIC 9(6).

      *    RE-ASSEMBLES THE SIGN COLUMN AND MAGNITUDE DIGIT FIELDS
      *    INTO A PROPERLY SIGNED VALUE AND BACK -- SAME CONVENTION
      *    AS REPORTS

       01  WS-BALANCE-PARSE.
            05 WS-BALANCE-INT       PIC 9(11).
            05 WS-BALANCE-FRAC      PIC 9(2).
       01  WS-BALANCE-VALUE REDEFINES WS-BALANCE-PARSE
                                    PIC 9(11)V9(2).

       01  WS-BALANCE-SIGN         PIC X(1).
       01  WS-BALANCE-SIGNED       PIC S9(11)V9(2) COMP-3.

      *    THE JOURNAL LINE IN HAND -- ITS ORIGINAL-CURRENCY AMOUNT,
      *    AND WHETHER IT HAS ONE TO COMPARE

       01  WS-LINE-AMOUNT          PIC S9(11)V9(2) COMP-3.
       01  SW-LINE-AMOUNT          PIC X(1).
            88 LINE-AMOUNT-KNOWN              VALUE "Y".

       01  SW-REVERSED             PIC X(1).
            88 RUN-IS-REVERSED                VALUE "Y".

       01  SW-PAIRED               PIC X(1).
            88 PAIRED                         VALUE "Y".

       01  SW-SEQ-FOUND            PIC X(1).
            88 SEQ-FOUND                      VALUE "Y".

       01  WS-REJ-REASON           PIC X(30).
       01  WS-REJ-IMAGE            PIC X(40).
       01  WS-RCN-NOTE             PIC X(32).
       01  WS-RCN-NOTE-HOLD        PIC X(32).
       01  WS-GROUP-TITLE          PIC X(60).

      *    RUN DATE/TIME FOR THE CONTROL LINE

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME-FULL         PIC 9(8).
       01  WS-RUN-TIME-FULL-R REDEFINES WS-RUN-TIME-FULL.
            05 WS-RUN-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    COUNTS FOR THE REPORT FOOTINGS, THE CONTROL LINE AND THE
      *    CLOSING DISPLAY

       01  SR-MATCHED-COUNTER       PIC 9(6).
       01  SR-CONF-ONLY-COUNTER     PIC 9(6).
       01  SR-OUR-ONLY-COUNTER      PIC 9(6).
       01  SR-DIFF-COUNTER          PIC 9(6).
       01  SR-CLEARED-COUNTER       PIC 9(6).
       01  SR-REJECT-COUNTER        PIC 9(6).
       01  SR-NOAMOUNT-COUNTER      PIC 9(6).
       01  SR-GROUP-COUNTER         PIC 9(6).

       01  SR-GROUP-TOTAL-LINE.
            05 FILLER               PIC X(4) VALUE SPACES.
            05 SR-GRP-OUT-COUNT     PIC Z(5)9.
            05 FILLER               PIC X(8) VALUE " ITEM(S)".

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).
            05  WS-J                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NONAME                 VALUE "N".
            88 CT-ERR-NOFILE                 VALUE "F".
            88 CT-ERR-NOCLEAR                VALUE "L".
            88 CT-ERR-DONE                   VALUE "D".
            88 CT-ERR-BOUND                  VALUE "X".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-MATCH
           PERFORM 2500-WRITE-REPORT
           PERFORM 2700-REWRITE-OPEN-ITEMS
           PERFORM 2800-WRITE-CONTROL-LINE
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-CONF
                       CONF-COUNTER
                       WS-TABLE-OURS
                       OURS-COUNTER
                       WS-TABLE-HELD
                       HELD-COUNTER
                       WS-TABLE-OPEN
                       OPEN-COUNTER
                       WS-TABLE-REVERSED
                       REVERSED-COUNTER
                       WS-FILE-STATUS
                       WS-CONFIRM-FILE-NAME
                       WS-CLEAR-FILE-NAME
                       SW-HAVE-CLEAR
                       WS-LAST-RECON-DATE
                       SR-MATCHED-COUNTER
                       SR-CONF-ONLY-COUNTER
                       SR-OUR-ONLY-COUNTER
                       SR-DIFF-COUNTER
                       SR-CLEARED-COUNTER
                       SR-REJECT-COUNTER
                       SR-NOAMOUNT-COUNTER.

           MOVE 1 TO WS-NEXT-SEQ
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME

           PERFORM 1100-RETRIEVE-CONFIRM-FILE-NAME
           PERFORM 1150-CHECK-RECON-CONTROL

           OPEN OUTPUT RECON-REJECT
           OPEN OUTPUT RECON-REPORT

           PERFORM 1200-LOAD-OPEN-ITEMS
           IF HAVE-CLEAR THEN
               PERFORM 1250-APPLY-CLEARANCES
           END-IF
           PERFORM 1300-DISTRIBUTE-OPEN-ITEMS
           PERFORM 1400-LOAD-CONFIRMATIONS
           PERFORM 1500-LOAD-REVERSED-RUNS
           PERFORM 1600-LOAD-RELEASED-LINES
           PERFORM 1700-LOAD-HELD-ITEMS.

      *    THE CONFIRMATION FILE NAME COMES FROM THE FIRST PARAMETER,
      *    FALLING BACK TO AN ENVIRONMENT VARIABLE; THE BUSINESS DATE
      *    FROM THE SECOND, THEN ITS VARIABLE, THEN TODAY; THE
      *    OPTIONAL CLEARANCE FILE FROM THE THIRD

       1100-RETRIEVE-CONFIRM-FILE-NAME.

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CONFIRM-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-CONFIRM-FILE-NAME EQUAL SPACES) THEN
               ACCEPT WS-CONFIRM-FILE-NAME FROM ENVIRONMENT
                   "SETLREC_CONFIRM_FILE"
           END-IF

           IF(WS-CONFIRM-FILE-NAME EQUAL SPACES) THEN
               SET CT-ERR-NONAME TO TRUE
               PERFORM 9999-ABEND
           END-IF

           MOVE SPACES TO WS-BUSINESS-DATE-X
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUSINESS-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-BUSINESS-DATE-X EQUAL SPACES) THEN
               ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
                   "SETLREC_BUSINESS_DATE"
           END-IF

           IF(WS-BUSINESS-DATE-X EQUAL SPACES
                   OR WS-BUSINESS-DATE-X NOT NUMERIC) THEN
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CLEAR-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-CLEAR-FILE-NAME EQUAL SPACES) THEN
               ACCEPT WS-CLEAR-FILE-NAME FROM ENVIRONMENT
                   "SETLREC_CLEAR_FILE"
           END-IF

           IF(WS-CLEAR-FILE-NAME NOT EQUAL SPACES) THEN
               SET HAVE-CLEAR TO TRUE
           END-IF.

      *    A DATE ON OR BEFORE THE LAST ONE RECONCILED IS REFUSED --
      *    ITS BREAKS ARE ALREADY ON THE OPEN-ITEMS FILE. THE LAST
      *    CONTROL LINE ALSO CARRIES THE NEXT BREAK NUMBER, SO A
      *    CLEARED BREAK'S NUMBER IS NEVER HANDED OUT AGAIN

       1150-CHECK-RECON-CONTROL.

           OPEN INPUT RECON-CONTROL
           MOVE SRC-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1151-READ-CONTROL-LINE UNTIL AT-END
               CLOSE RECON-CONTROL
           END-IF
           SET RECORD-OK TO TRUE

           IF WS-BUSINESS-DATE NOT > WS-LAST-RECON-DATE THEN
               SET CT-ERR-DONE TO TRUE
               PERFORM 9999-ABEND
           END-IF.

       1151-READ-CONTROL-LINE.

           READ RECON-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(SRC-IO-DATE NUMERIC
                           AND SRC-IO-DATE > WS-LAST-RECON-DATE) THEN
                       MOVE SRC-IO-DATE TO WS-LAST-RECON-DATE
                   END-IF
                   IF(SRC-IO-NEXT-SEQ NUMERIC
                           AND SRC-IO-NEXT-SEQ > WS-NEXT-SEQ) THEN
                       MOVE SRC-IO-NEXT-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

      *    LOADS THE BREAKS CARRIED FROM EARLIER DAYS. A MISSING FILE
      *    IS TOLERATED -- NOTHING HAS BROKEN YET

       1200-LOAD-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEMS
           MOVE SOI-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1210-READ-OPEN-ITEM UNTIL AT-END
               CLOSE OPEN-ITEMS
           END-IF
           SET RECORD-OK TO TRUE.

       1210-READ-OPEN-ITEM.

           READ OPEN-ITEMS
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF OPEN-ITEM-LINE NOT EQUAL SPACES THEN
                       IF OPEN-COUNTER EQUAL CT-MAX-ITEMS THEN
                           SET CT-ERR-BOUND TO TRUE
                           CLOSE OPEN-ITEMS
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO OPEN-COUNTER
                       MOVE OPEN-ITEM-LINE TO OPN-IMAGE(OPEN-COUNTER)
                       MOVE "N" TO OPN-CLEARED(OPEN-COUNTER)
                       MOVE SPACES TO OPN-CLR-NOTE(OPEN-COUNTER)
                       IF(SOI-IO-SEQ NUMERIC
                               AND SOI-IO-SEQ NOT < WS-NEXT-SEQ) THEN
                           COMPUTE WS-NEXT-SEQ = SOI-IO-SEQ + 1
                       END-IF
                   END-IF
           END-READ.

      *    BREAKS CLEARED BY HAND -- USUALLY A DIFFERENCE SETTLED WITH
      *    THE CLEARING HOUSE, WHICH NO LATER MATCH CAN CLEAR. THE
      *    NOTE IS REQUIRED; IT GOES ON THE REPORT

       1250-APPLY-CLEARANCES.

           OPEN INPUT CLEAR-FILE
           MOVE CLR-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOCLEAR TO TRUE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1260-APPLY-ONE-CLEARANCE UNTIL AT-END
           CLOSE CLEAR-FILE
           SET RECORD-OK TO TRUE.

       1260-APPLY-ONE-CLEARANCE.

           READ CLEAR-FILE
               AT END SET AT-END TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REJ-REASON
                   IF CLR-IN-SEQ NOT NUMERIC THEN
                       MOVE "SEQUENCE NOT NUMERIC" TO WS-REJ-REASON
                   ELSE
                       IF CLR-IN-NOTE EQUAL SPACES THEN
                           MOVE "CLEARANCE NOTE IS BLANK"
                               TO WS-REJ-REASON
                       ELSE
                           PERFORM 1270-CLEAR-OPEN-ITEM
                       END-IF
                   END-IF
                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       MOVE CLEAR-RECORD TO WS-REJ-IMAGE
                       PERFORM 2900-WRITE-REJECT-RECORD
                   END-IF
           END-READ.

       1270-CLEAR-OPEN-ITEM.

           MOVE "N" TO SW-SEQ-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > OPEN-COUNTER OR SEQ-FOUND
               IF OPN-IMAGE(WS-I)(1:6) EQUAL CLR-IN-SEQ THEN
                   SET SEQ-FOUND TO TRUE
                   IF OPN-IS-CLEARED(WS-I) THEN
                       MOVE "BREAK ALREADY CLEARED"
                           TO WS-REJ-REASON
                   ELSE
                       SET OPN-IS-CLEARED(WS-I) TO TRUE
                       MOVE CLR-IN-NOTE TO OPN-CLR-NOTE(WS-I)
                       ADD 1 TO SR-CLEARED-COUNTER
                   END-IF
               END-IF
           END-PERFORM

           IF NOT SEQ-FOUND THEN
               MOVE "NO SUCH BREAK ON OPEN ITEMS" TO WS-REJ-REASON
           END-IF.

      *    A CARRIED CONFIRMED-ONLY BREAK GOES BACK ONTO THE
      *    CONFIRMATION SIDE AND A RELEASED-ONLY ONE ONTO OUR SIDE,
      *    SO A LATE RELEASE OR A LATE CONFIRMATION CLEARS IT BY
      *    MATCHING. A DIFFERENCE STAYS PUT UNTIL CLEARED BY HAND

       1300-DISTRIBUTE-OPEN-ITEMS.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > OPEN-COUNTER
               IF NOT OPN-IS-CLEARED(WS-I) THEN
                   MOVE OPN-IMAGE(WS-I) TO OPEN-ITEM-RECORD
                   EVALUATE TRUE
                       WHEN SOI-CONFIRMED-ONLY
                           PERFORM 1310-CARRY-CONFIRMATION
                           SET OPN-IS-CLEARED(WS-I) TO TRUE
                       WHEN SOI-RELEASED-ONLY
                           PERFORM 1320-CARRY-RELEASE
                           SET OPN-IS-CLEARED(WS-I) TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1310-CARRY-CONFIRMATION.

           PERFORM 1450-NEXT-CONF-SLOT
           MOVE SOI-IO-CUSTNO   TO CNT-CUSTNO(CONF-COUNTER)
           MOVE SOI-IO-CURR     TO CNT-CURR(CONF-COUNTER)
           MOVE SOI-IO-CNF-DATE TO CNT-DATE(CONF-COUNTER)
           MOVE SOI-IO-CNF-INT  TO WS-BALANCE-INT
           MOVE SOI-IO-CNF-FRAC TO WS-BALANCE-FRAC
           MOVE SOI-IO-CNF-SIGN TO WS-BALANCE-SIGN
           PERFORM 2690-DECODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGNED TO CNT-AMOUNT(CONF-COUNTER)
           MOVE SOI-IO-SEQ      TO CNT-SEQ(CONF-COUNTER)
           MOVE SOI-IO-RAISED   TO CNT-RAISED(CONF-COUNTER).

       1320-CARRY-RELEASE.

           PERFORM 1650-NEXT-OUR-SLOT
           MOVE SOI-IO-CUSTNO   TO OUT-CUSTNO(OURS-COUNTER)
           MOVE SOI-IO-NAME     TO OUT-NAME(OURS-COUNTER)
           MOVE SOI-IO-BRANCH   TO OUT-BRANCH(OURS-COUNTER)
           MOVE SOI-IO-CURR     TO OUT-CURR(OURS-COUNTER)
           MOVE SOI-IO-OUR-DATE TO OUT-SETTLE(OURS-COUNTER)
           MOVE SOI-IO-OUR-INT  TO WS-BALANCE-INT
           MOVE SOI-IO-OUR-FRAC TO WS-BALANCE-FRAC
           MOVE SOI-IO-OUR-SIGN TO WS-BALANCE-SIGN
           PERFORM 2690-DECODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGNED TO OUT-AMOUNT(OURS-COUNTER)
           MOVE SOI-IO-SEQ      TO OUT-SEQ(OURS-COUNTER)
           MOVE SOI-IO-RAISED   TO OUT-RAISED(OURS-COUNTER).

      *    TODAY'S CONFIRMATIONS. A LINE WITH A BAD DATE, CUSTOMER
      *    NUMBER, CURRENCY OR AMOUNT IS REJECTED, NOT MATCHED

       1400-LOAD-CONFIRMATIONS.

           OPEN INPUT CONFIRM-FILE
           MOVE CNF-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOFILE TO TRUE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1410-READ-CONFIRMATION UNTIL AT-END
           CLOSE CONFIRM-FILE
           SET RECORD-OK TO TRUE.

       1410-READ-CONFIRMATION.

           READ CONFIRM-FILE
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF CONFIRM-RECORD NOT EQUAL SPACES THEN
                       PERFORM 1420-VALIDATE-CONFIRMATION
                       IF WS-REJ-REASON NOT EQUAL SPACES THEN
                           MOVE CONFIRM-RECORD TO WS-REJ-IMAGE
                           PERFORM 2900-WRITE-REJECT-RECORD
                       ELSE
                           PERFORM 1430-ADD-CONFIRMATION
                       END-IF
                   END-IF
           END-READ.

       1420-VALIDATE-CONFIRMATION.

           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN CNF-IN-VALUE-DATE NOT NUMERIC
                   MOVE "VALUE DATE NOT NUMERIC" TO WS-REJ-REASON
               WHEN CNF-IN-CUSTNO NOT NUMERIC
                   MOVE "CUSTOMER NUMBER NOT NUMERIC"
                       TO WS-REJ-REASON
               WHEN CNF-IN-CURR EQUAL SPACES
                   MOVE "CURRENCY IS BLANK" TO WS-REJ-REASON
               WHEN CNF-IN-SIGN NOT EQUAL "+"
                       AND CNF-IN-SIGN NOT EQUAL "-"
                       AND CNF-IN-SIGN NOT EQUAL SPACE
                   MOVE "SIGN NOT + OR -" TO WS-REJ-REASON
               WHEN CNF-IN-AMOUNT-INT NOT NUMERIC
                       OR CNF-IN-AMOUNT-FRAC NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-REASON
           END-EVALUATE.

       1430-ADD-CONFIRMATION.

           PERFORM 1450-NEXT-CONF-SLOT
           MOVE CNF-IN-CUSTNO     TO CNT-CUSTNO(CONF-COUNTER)
           MOVE CNF-IN-CURR       TO CNT-CURR(CONF-COUNTER)
           MOVE CNF-IN-VALUE-DATE TO CNT-DATE(CONF-COUNTER)
           MOVE CNF-IN-AMOUNT-INT  TO WS-BALANCE-INT
           MOVE CNF-IN-AMOUNT-FRAC TO WS-BALANCE-FRAC
           MOVE CNF-IN-SIGN        TO WS-BALANCE-SIGN
           PERFORM 2690-DECODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGNED TO CNT-AMOUNT(CONF-COUNTER)
           MOVE ZERO TO CNT-SEQ(CONF-COUNTER)
           MOVE WS-BUSINESS-DATE TO CNT-RAISED(CONF-COUNTER).

       1450-NEXT-CONF-SLOT.

           IF CONF-COUNTER EQUAL CT-MAX-ITEMS THEN
               SET CT-ERR-BOUND TO TRUE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO CONF-COUNTER
           MOVE SPACE TO CNT-STATE(CONF-COUNTER)
           MOVE ZERO TO CNT-LINK(CONF-COUNTER)
           MOVE ZERO TO CNT-HELD-DATE(CONF-COUNTER).

      *    THE RUNS REVPOST HAS BACKED OUT -- THEIR LINES NEVER
      *    SETTLED AS FAR AS THE LEDGER IS CONCERNED

       1500-LOAD-REVERSED-RUNS.

           OPEN INPUT POSTING-CONTROL
           MOVE PCT-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1510-READ-CONTROL-LINE UNTIL AT-END
               CLOSE POSTING-CONTROL
           END-IF
           SET RECORD-OK TO TRUE.

       1510-READ-CONTROL-LINE.

           READ POSTING-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PCT-REVERSED
                           AND PCT-IO-RUN-STAMP NUMERIC) THEN
                       IF REVERSED-COUNTER EQUAL CT-MAX-REVERSED THEN
                           SET CT-ERR-BOUND TO TRUE
                           CLOSE POSTING-CONTROL
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO REVERSED-COUNTER
                       MOVE PCT-IO-RUN-STAMP
                           TO REV-STAMP(REVERSED-COUNTER)
                   END-IF
           END-READ.

      *    OUR SIDE: EVERY POSTED OR RELEASED LINE DATED AFTER THE
      *    LAST RECONCILED DATE, UP TO THE BUSINESS DATE, WHOSE RUN
      *    HAS NOT BEEN BACKED OUT. REVERSAL, BROUGHT-FORWARD AND
      *    INTEREST LINES SETTLE NOTHING WITH THE CLEARING HOUSE

       1600-LOAD-RELEASED-LINES.

           OPEN INPUT POSTING-JOURNAL
           MOVE JRN-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1610-READ-JOURNAL-LINE UNTIL AT-END
               CLOSE POSTING-JOURNAL
           END-IF
           SET RECORD-OK TO TRUE.

       1610-READ-JOURNAL-LINE.

           READ POSTING-JOURNAL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF((JRN-TYPE-POSTING OR JRN-TYPE-RELEASE)
                           AND JRN-IO-DATE NUMERIC
                           AND JRN-IO-DATE > WS-LAST-RECON-DATE
                           AND JRN-IO-DATE NOT > WS-BUSINESS-DATE)
                           THEN
                       PERFORM 1620-CHECK-RUN-REVERSED
                       IF NOT RUN-IS-REVERSED THEN
                           PERFORM 1630-ADD-RELEASED-LINE
                       END-IF
                   END-IF
           END-READ.

       1620-CHECK-RUN-REVERSED.

           MOVE "N" TO SW-REVERSED
           IF JRN-IO-RUN-STAMP NUMERIC THEN
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > REVERSED-COUNTER
                   IF REV-STAMP(WS-J) EQUAL JRN-IO-RUN-STAMP THEN
                       SET RUN-IS-REVERSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *    THE CLEARING HOUSE CONFIRMS THE AMOUNT IN ITS OWN CURRENCY,
      *    SO THE LINE'S ORIGINAL AMOUNT IS WHAT IS COMPARED. A PLN
      *    LINE CUT BEFORE THE FIELD EXISTED IS THE SAME EITHER WAY;
      *    ANY OTHER SUCH LINE HAS NOTHING TO COMPARE AND IS COUNTED
      *    AND LEFT OUT

       1630-ADD-RELEASED-LINE.

           MOVE "N" TO SW-LINE-AMOUNT
           IF(JRN-IO-ORIG-INT NUMERIC
                   AND JRN-IO-ORIG-FRAC NUMERIC) THEN
               MOVE JRN-IO-ORIG-INT  TO WS-BALANCE-INT
               MOVE JRN-IO-ORIG-FRAC TO WS-BALANCE-FRAC
               MOVE JRN-IO-ORIG-SIGN TO WS-BALANCE-SIGN
               PERFORM 2690-DECODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGNED TO WS-LINE-AMOUNT
               SET LINE-AMOUNT-KNOWN TO TRUE
           ELSE
               IF(JRN-IO-CURR EQUAL "PLN"
                       AND JRN-IO-AMOUNT-INT NUMERIC
                       AND JRN-IO-AMOUNT-FRAC NUMERIC) THEN
                   MOVE JRN-IO-AMOUNT-INT  TO WS-BALANCE-INT
                   MOVE JRN-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
                   MOVE JRN-IO-SIGN        TO WS-BALANCE-SIGN
                   PERFORM 2690-DECODE-SIGNED-AMOUNT
                   MOVE WS-BALANCE-SIGNED TO WS-LINE-AMOUNT
                   SET LINE-AMOUNT-KNOWN TO TRUE
               END-IF
           END-IF

           IF NOT LINE-AMOUNT-KNOWN THEN
               ADD 1 TO SR-NOAMOUNT-COUNTER
           ELSE
               PERFORM 1650-NEXT-OUR-SLOT
               MOVE JRN-IO-CUSTNO  TO OUT-CUSTNO(OURS-COUNTER)
               MOVE JRN-IO-NAME    TO OUT-NAME(OURS-COUNTER)
               MOVE JRN-IO-BRANCH  TO OUT-BRANCH(OURS-COUNTER)
               MOVE JRN-IO-CURR    TO OUT-CURR(OURS-COUNTER)
               MOVE JRN-IO-SETTLE  TO OUT-SETTLE(OURS-COUNTER)
               MOVE WS-LINE-AMOUNT TO OUT-AMOUNT(OURS-COUNTER)
               MOVE ZERO           TO OUT-SEQ(OURS-COUNTER)
               MOVE WS-BUSINESS-DATE TO OUT-RAISED(OURS-COUNTER)
           END-IF.

       1650-NEXT-OUR-SLOT.

           IF OURS-COUNTER EQUAL CT-MAX-ITEMS THEN
               SET CT-ERR-BOUND TO TRUE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO OURS-COUNTER
           MOVE SPACE TO OUT-STATE(OURS-COUNTER).

      *    THE ITEMS STILL HELD, WITH THEIR ORIGINAL AMOUNT -- AN ITEM
      *    WITHOUT ONE CANNOT BE RECOGNISED AND IS LEFT OUT

       1700-LOAD-HELD-ITEMS.

           OPEN INPUT PENDING-ITEMS
           MOVE PND-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1710-READ-HELD-ITEM UNTIL AT-END
               CLOSE PENDING-ITEMS
           END-IF
           SET RECORD-OK TO TRUE.

       1710-READ-HELD-ITEM.

           READ PENDING-ITEMS
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PND-IO-ORIG-INT NUMERIC
                           AND PND-IO-ORIG-FRAC NUMERIC
                           AND PND-IO-SETTLE NUMERIC
                           AND HELD-COUNTER < CT-MAX-ITEMS) THEN
                       ADD 1 TO HELD-COUNTER
                       MOVE PND-IO-CUSTNO TO HLD-CUSTNO(HELD-COUNTER)
                       MOVE PND-IO-CURR   TO HLD-CURR(HELD-COUNTER)
                       MOVE PND-IO-SETTLE TO HLD-SETTLE(HELD-COUNTER)
                       MOVE PND-IO-ORIG-INT  TO WS-BALANCE-INT
                       MOVE PND-IO-ORIG-FRAC TO WS-BALANCE-FRAC
                       MOVE PND-IO-ORIG-SIGN TO WS-BALANCE-SIGN
                       PERFORM 2690-DECODE-SIGNED-AMOUNT
                       MOVE WS-BALANCE-SIGNED
                           TO HLD-AMOUNT(HELD-COUNTER)
                   END-IF
           END-READ.

      *    EXACT PAIRS FIRST, ACROSS EVERYTHING, SO A NEAR MISS NEVER
      *    TAKES AN ITEM AN EXACT CONFIRMATION WAS WAITING FOR; THEN
      *    THE SAME CUSTOMER AND CURRENCY WITH THE SAME AMOUNT OR THE
      *    SAME DATE BUT NOT BOTH; THEN WHAT IS LEFT CONFIRMED IS
      *    LOOKED FOR AMONG THE ITEMS STILL HELD

       2000-MATCH.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               PERFORM 2100-MATCH-EXACT
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               IF CNT-OPEN(WS-I) THEN
                   PERFORM 2200-MATCH-DIFFERENT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               IF CNT-OPEN(WS-I) THEN
                   PERFORM 2300-FIND-HELD-ITEM
               END-IF
           END-PERFORM.

       2100-MATCH-EXACT.

           MOVE "N" TO SW-PAIRED
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > OURS-COUNTER OR PAIRED
               IF(OUT-OPEN(WS-J)
                       AND OUT-CUSTNO(WS-J) EQUAL CNT-CUSTNO(WS-I)
                       AND OUT-CURR(WS-J)   EQUAL CNT-CURR(WS-I)
                       AND OUT-AMOUNT(WS-J) EQUAL CNT-AMOUNT(WS-I)
                       AND OUT-SETTLE(WS-J) EQUAL CNT-DATE(WS-I))
                       THEN
                   SET PAIRED TO TRUE
                   SET CNT-MATCHED(WS-I) TO TRUE
                   SET OUT-MATCHED(WS-J) TO TRUE
                   MOVE WS-J TO CNT-LINK(WS-I)
               END-IF
           END-PERFORM.

       2200-MATCH-DIFFERENT.

           MOVE "N" TO SW-PAIRED
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > OURS-COUNTER OR PAIRED
               IF(OUT-OPEN(WS-J)
                       AND OUT-CUSTNO(WS-J) EQUAL CNT-CUSTNO(WS-I)
                       AND OUT-CURR(WS-J)   EQUAL CNT-CURR(WS-I)
                       AND (OUT-AMOUNT(WS-J) EQUAL CNT-AMOUNT(WS-I)
                         OR OUT-SETTLE(WS-J) EQUAL CNT-DATE(WS-I)))
                       THEN
                   SET PAIRED TO TRUE
                   SET CNT-DIFFERENT(WS-I) TO TRUE
                   SET OUT-DIFFERENT(WS-J) TO TRUE
                   MOVE WS-J TO CNT-LINK(WS-I)
               END-IF
           END-PERFORM.

       2300-FIND-HELD-ITEM.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > HELD-COUNTER
                      OR CNT-HELD-DATE(WS-I) NOT EQUAL ZERO
               IF(HLD-CUSTNO(WS-J) EQUAL CNT-CUSTNO(WS-I)
                       AND HLD-CURR(WS-J)   EQUAL CNT-CURR(WS-I)
                       AND HLD-AMOUNT(WS-J) EQUAL CNT-AMOUNT(WS-I))
                       THEN
                   MOVE HLD-SETTLE(WS-J) TO CNT-HELD-DATE(WS-I)
               END-IF
           END-PERFORM.

      *    THE FOUR GROUPS, EACH WITH ITS COUNT, THEN THE BREAKS
      *    CLEARED BY HAND THIS RUN

       2500-WRITE-REPORT.

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "SETTLEMENT CONFIRMATION RECONCILIATION - "
                   "BUSINESS DATE " WS-BUSINESS-DATE-X
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "CONFIRMATIONS FROM " WS-CONFIRM-FILE-NAME
               DELIMITED BY "  " INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "1. MATCHED" TO WS-GROUP-TITLE
           PERFORM 2510-WRITE-GROUP-HEADING
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               IF CNT-MATCHED(WS-I) THEN
                   MOVE CNT-LINK(WS-I) TO WS-J
                   MOVE SPACES TO WS-RCN-NOTE
                   IF CNT-SEQ(WS-I) NOT EQUAL ZERO
                           OR OUT-SEQ(WS-J) NOT EQUAL ZERO THEN
                       MOVE "BREAK CLEARED" TO WS-RCN-NOTE
                   END-IF
                   PERFORM 2520-WRITE-PAIR-LINE
                   ADD 1 TO SR-MATCHED-COUNTER
               END-IF
           END-PERFORM
           MOVE SR-MATCHED-COUNTER TO SR-GROUP-COUNTER
           PERFORM 2590-WRITE-GROUP-TOTAL

           MOVE "2. CONFIRMED - NEVER RELEASED" TO WS-GROUP-TITLE
           PERFORM 2510-WRITE-GROUP-HEADING
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               IF CNT-OPEN(WS-I) THEN
                   PERFORM 2530-WRITE-CONFIRMED-LINE
                   ADD 1 TO SR-CONF-ONLY-COUNTER
               END-IF
           END-PERFORM
           MOVE SR-CONF-ONLY-COUNTER TO SR-GROUP-COUNTER
           PERFORM 2590-WRITE-GROUP-TOTAL

           MOVE "3. RELEASED - NO CONFIRMATION" TO WS-GROUP-TITLE
           PERFORM 2510-WRITE-GROUP-HEADING
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > OURS-COUNTER
               IF OUT-OPEN(WS-J) THEN
                   PERFORM 2540-WRITE-RELEASED-LINE
                   ADD 1 TO SR-OUR-ONLY-COUNTER
               END-IF
           END-PERFORM
           MOVE SR-OUR-ONLY-COUNTER TO SR-GROUP-COUNTER
           PERFORM 2590-WRITE-GROUP-TOTAL

           MOVE "4. SETTLED ON A DIFFERENT DATE OR AMOUNT"
               TO WS-GROUP-TITLE
           PERFORM 2510-WRITE-GROUP-HEADING
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               IF CNT-DIFFERENT(WS-I) THEN
                   MOVE CNT-LINK(WS-I) TO WS-J
                   PERFORM 2550-SET-DIFFERENCE-NOTE
                   PERFORM 2520-WRITE-PAIR-LINE
                   ADD 1 TO SR-DIFF-COUNTER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > OPEN-COUNTER
               MOVE OPN-IMAGE(WS-I) TO OPEN-ITEM-RECORD
               IF(SOI-DIFFERENT AND NOT OPN-IS-CLEARED(WS-I)) THEN
                   MOVE SPACES TO WS-RCN-NOTE
                   STRING SOI-IO-NOTE DELIMITED BY SPACE
                          " SINCE " SOI-IO-RAISED
                          DELIMITED BY SIZE INTO WS-RCN-NOTE
                   PERFORM 2560-WRITE-OPEN-ITEM-LINE
                   ADD 1 TO SR-DIFF-COUNTER
               END-IF
           END-PERFORM
           MOVE SR-DIFF-COUNTER TO SR-GROUP-COUNTER
           PERFORM 2590-WRITE-GROUP-TOTAL

           IF SR-CLEARED-COUNTER > ZERO THEN
               MOVE "BREAKS CLEARED BY HAND" TO WS-GROUP-TITLE
               PERFORM 2510-WRITE-GROUP-HEADING
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > OPEN-COUNTER
                   IF OPN-CLR-NOTE(WS-I) NOT EQUAL SPACES THEN
                       MOVE OPN-IMAGE(WS-I) TO OPEN-ITEM-RECORD
                       MOVE OPN-CLR-NOTE(WS-I) TO WS-RCN-NOTE
                       PERFORM 2560-WRITE-OPEN-ITEM-LINE
                   END-IF
               END-PERFORM
               MOVE SR-CLEARED-COUNTER TO SR-GROUP-COUNTER
               PERFORM 2590-WRITE-GROUP-TOTAL
           END-IF

           CLOSE RECON-REPORT.

       2510-WRITE-GROUP-HEADING.

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE WS-GROUP-TITLE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "CUSTNO CUR CONFIRMD   CONFIRMED AMT "
                   "OUR DATE      OUR AMOUNT BRCH NAME"
                   "                 NOTE"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      *    A CONFIRMATION AND THE RELEASED ITEM IT PAIRED WITH --
      *    WS-I ON THE CONFIRMATION SIDE, WS-J ON OURS

       2520-WRITE-PAIR-LINE.

           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE CNT-CUSTNO(WS-I)  TO RCN-OUT-CUSTNO
           MOVE CNT-CURR(WS-I)    TO RCN-OUT-CURR
           MOVE CNT-DATE(WS-I)    TO RCN-OUT-CNF-DATE
           MOVE CNT-AMOUNT(WS-I)  TO RCN-OUT-CNF-AMOUNT
           MOVE OUT-SETTLE(WS-J)  TO RCN-OUT-OUR-DATE
           MOVE OUT-AMOUNT(WS-J)  TO RCN-OUT-OUR-AMOUNT
           MOVE OUT-BRANCH(WS-J)  TO RCN-OUT-BRANCH
           MOVE OUT-NAME(WS-J)    TO RCN-OUT-NAME
           MOVE WS-RCN-NOTE       TO RCN-OUT-NOTE
           WRITE RECON-REPORT-RECORD.

      *    A CONFIRMATION WITH NOTHING RELEASED AGAINST IT -- STILL
      *    HELD (WITH THE DATE WE HOLD IT FOR) OR UNKNOWN TO US

       2530-WRITE-CONFIRMED-LINE.

           MOVE SPACES TO WS-RCN-NOTE
           IF CNT-HELD-DATE(WS-I) NOT EQUAL ZERO THEN
               STRING "HELD TO " CNT-HELD-DATE(WS-I)
                   DELIMITED BY SIZE INTO WS-RCN-NOTE
           ELSE
               MOVE "NO ITEM" TO WS-RCN-NOTE
           END-IF
           IF CNT-SEQ(WS-I) NOT EQUAL ZERO THEN
               MOVE WS-RCN-NOTE TO WS-RCN-NOTE-HOLD
               MOVE SPACES TO WS-RCN-NOTE
               STRING WS-RCN-NOTE-HOLD DELIMITED BY "  "
                      " SINCE " CNT-RAISED(WS-I)
                      DELIMITED BY SIZE INTO WS-RCN-NOTE
           END-IF

           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE CNT-CUSTNO(WS-I)  TO RCN-OUT-CUSTNO
           MOVE CNT-CURR(WS-I)    TO RCN-OUT-CURR
           MOVE CNT-DATE(WS-I)    TO RCN-OUT-CNF-DATE
           MOVE CNT-AMOUNT(WS-I)  TO RCN-OUT-CNF-AMOUNT
           MOVE WS-RCN-NOTE       TO RCN-OUT-NOTE
           WRITE RECON-REPORT-RECORD.

       2540-WRITE-RELEASED-LINE.

           MOVE SPACES TO WS-RCN-NOTE
           IF OUT-SEQ(WS-J) NOT EQUAL ZERO THEN
               STRING "SINCE " OUT-RAISED(WS-J)
                   DELIMITED BY SIZE INTO WS-RCN-NOTE
           END-IF

           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE OUT-CUSTNO(WS-J)  TO RCN-OUT-CUSTNO
           MOVE OUT-CURR(WS-J)    TO RCN-OUT-CURR
           MOVE OUT-SETTLE(WS-J)  TO RCN-OUT-OUR-DATE
           MOVE OUT-AMOUNT(WS-J)  TO RCN-OUT-OUR-AMOUNT
           MOVE OUT-BRANCH(WS-J)  TO RCN-OUT-BRANCH
           MOVE OUT-NAME(WS-J)    TO RCN-OUT-NAME
           MOVE WS-RCN-NOTE       TO RCN-OUT-NOTE
           WRITE RECON-REPORT-RECORD.

       2550-SET-DIFFERENCE-NOTE.

           IF CNT-DATE(WS-I) NOT EQUAL OUT-SETTLE(WS-J) THEN
               IF CNT-AMOUNT(WS-I) NOT EQUAL OUT-AMOUNT(WS-J) THEN
                   MOVE "DATE+AMOUNT" TO WS-RCN-NOTE
               ELSE
                   MOVE "DATE" TO WS-RCN-NOTE
               END-IF
           ELSE
               MOVE "AMOUNT" TO WS-RCN-NOTE
           END-IF.

      *    A LINE TAKEN FROM AN OPEN-ITEMS IMAGE -- A CARRIED
      *    DIFFERENCE, OR ANY BREAK CLEARED BY HAND

       2560-WRITE-OPEN-ITEM-LINE.

           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE SOI-IO-CUSTNO     TO RCN-OUT-CUSTNO
           MOVE SOI-IO-CURR       TO RCN-OUT-CURR
           IF NOT SOI-RELEASED-ONLY THEN
               MOVE SOI-IO-CNF-DATE TO RCN-OUT-CNF-DATE
               MOVE SOI-IO-CNF-INT  TO WS-BALANCE-INT
               MOVE SOI-IO-CNF-FRAC TO WS-BALANCE-FRAC
               MOVE SOI-IO-CNF-SIGN TO WS-BALANCE-SIGN
               PERFORM 2690-DECODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGNED TO RCN-OUT-CNF-AMOUNT
           END-IF
           IF NOT SOI-CONFIRMED-ONLY THEN
               MOVE SOI-IO-OUR-DATE TO RCN-OUT-OUR-DATE
               MOVE SOI-IO-OUR-INT  TO WS-BALANCE-INT
               MOVE SOI-IO-OUR-FRAC TO WS-BALANCE-FRAC
               MOVE SOI-IO-OUR-SIGN TO WS-BALANCE-SIGN
               PERFORM 2690-DECODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGNED TO RCN-OUT-OUR-AMOUNT
               MOVE SOI-IO-BRANCH   TO RCN-OUT-BRANCH
               MOVE SOI-IO-NAME     TO RCN-OUT-NAME
           END-IF
           MOVE WS-RCN-NOTE       TO RCN-OUT-NOTE
           WRITE RECON-REPORT-RECORD.

       2590-WRITE-GROUP-TOTAL.

           MOVE SR-GROUP-COUNTER TO SR-GRP-OUT-COUNT
           MOVE SR-GROUP-TOTAL-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      *    SPLITS A SIGNED VALUE INTO THE SIGN COLUMN AND MAGNITUDE
      *    DIGITS -- THE SAME AS 2689-ENCODE-SIGNED-AMOUNT IN REPORTS

       2680-ENCODE-SIGNED-AMOUNT.

           IF WS-BALANCE-SIGNED < 0 THEN
               MOVE "-" TO WS-BALANCE-SIGN
               COMPUTE WS-BALANCE-VALUE = WS-BALANCE-SIGNED * -1
           ELSE
               MOVE "+" TO WS-BALANCE-SIGN
               MOVE WS-BALANCE-SIGNED TO WS-BALANCE-VALUE
           END-IF.

      *    THE REVERSE: SIGN COLUMN AND DIGITS, ALREADY MOVED INTO
      *    WS-BALANCE-SIGN AND WS-BALANCE-PARSE, TO A SIGNED VALUE

       2690-DECODE-SIGNED-AMOUNT.

           IF WS-BALANCE-SIGN EQUAL "-" THEN
               COMPUTE WS-BALANCE-SIGNED = WS-BALANCE-VALUE * -1
           ELSE
               MOVE WS-BALANCE-VALUE TO WS-BALANCE-SIGNED
           END-IF.

      *    WHAT IS STILL OPEN: EVERY UNPAIRED CONFIRMATION (C), EVERY
      *    UNPAIRED RELEASED ITEM (U), EVERY NEW DIFFERENCE (D), AND
      *    THE CARRIED DIFFERENCES NOBODY CLEARED. A CARRIED BREAK
      *    KEEPS ITS NUMBER AND THE DATE IT WAS RAISED

       2700-REWRITE-OPEN-ITEMS.

           OPEN OUTPUT OPEN-ITEMS

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > OPEN-COUNTER
               MOVE OPN-IMAGE(WS-I) TO OPEN-ITEM-RECORD
               IF(SOI-DIFFERENT AND NOT OPN-IS-CLEARED(WS-I)) THEN
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONF-COUNTER
               EVALUATE TRUE
                   WHEN CNT-OPEN(WS-I)
                       MOVE SPACES TO OPEN-ITEM-RECORD
                       SET SOI-CONFIRMED-ONLY TO TRUE
                       PERFORM 2710-FILL-CONFIRMED-SIDE
                       IF CNT-HELD-DATE(WS-I) NOT EQUAL ZERO THEN
                           MOVE "HELD" TO SOI-IO-NOTE
                       ELSE
                           MOVE "NO ITEM" TO SOI-IO-NOTE
                       END-IF
                       WRITE OPEN-ITEM-RECORD
                   WHEN CNT-DIFFERENT(WS-I)
                       MOVE SPACES TO OPEN-ITEM-RECORD
                       SET SOI-DIFFERENT TO TRUE
                       PERFORM 2710-FILL-CONFIRMED-SIDE
                       MOVE CNT-LINK(WS-I) TO WS-J
                       PERFORM 2720-FILL-OUR-SIDE
                       PERFORM 2550-SET-DIFFERENCE-NOTE
                       MOVE WS-RCN-NOTE TO SOI-IO-NOTE
                       MOVE WS-BUSINESS-DATE TO SOI-IO-RAISED
                       WRITE OPEN-ITEM-RECORD
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > OURS-COUNTER
               IF OUT-OPEN(WS-J) THEN
                   MOVE SPACES TO OPEN-ITEM-RECORD
                   SET SOI-RELEASED-ONLY TO TRUE
                   MOVE OUT-SEQ(WS-J)    TO SOI-IO-SEQ
                   MOVE OUT-RAISED(WS-J) TO SOI-IO-RAISED
                   MOVE OUT-CUSTNO(WS-J) TO SOI-IO-CUSTNO
                   MOVE OUT-CURR(WS-J)   TO SOI-IO-CURR
                   PERFORM 2720-FILL-OUR-SIDE
                   PERFORM 2730-NUMBER-BREAK
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM

           CLOSE OPEN-ITEMS.

       2710-FILL-CONFIRMED-SIDE.

           MOVE CNT-SEQ(WS-I)     TO SOI-IO-SEQ
           MOVE CNT-RAISED(WS-I)  TO SOI-IO-RAISED
           MOVE CNT-CUSTNO(WS-I)  TO SOI-IO-CUSTNO
           MOVE CNT-CURR(WS-I)    TO SOI-IO-CURR
           MOVE CNT-DATE(WS-I)    TO SOI-IO-CNF-DATE
           MOVE CNT-AMOUNT(WS-I)  TO WS-BALANCE-SIGNED
           PERFORM 2680-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN   TO SOI-IO-CNF-SIGN
           MOVE WS-BALANCE-INT    TO SOI-IO-CNF-INT
           MOVE ","               TO SOI-IO-CNF-SEP
           MOVE WS-BALANCE-FRAC   TO SOI-IO-CNF-FRAC
           PERFORM 2730-NUMBER-BREAK.

       2720-FILL-OUR-SIDE.

           MOVE OUT-SETTLE(WS-J)  TO SOI-IO-OUR-DATE
           MOVE OUT-AMOUNT(WS-J)  TO WS-BALANCE-SIGNED
           PERFORM 2680-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN   TO SOI-IO-OUR-SIGN
           MOVE WS-BALANCE-INT    TO SOI-IO-OUR-INT
           MOVE ","               TO SOI-IO-OUR-SEP
           MOVE WS-BALANCE-FRAC   TO SOI-IO-OUR-FRAC
           MOVE OUT-BRANCH(WS-J)  TO SOI-IO-BRANCH
           MOVE OUT-NAME(WS-J)    TO SOI-IO-NAME.

      *    A NEW BREAK TAKES THE NEXT NUMBER

       2730-NUMBER-BREAK.

           IF SOI-IO-SEQ EQUAL ZERO THEN
               MOVE WS-NEXT-SEQ TO SOI-IO-SEQ
               ADD 1 TO WS-NEXT-SEQ
           END-IF.

      *    THE DAY IS RECONCILED -- ITS CONTROL LINE GOES ON LAST, SO
      *    A RUN THAT DIES PART WAY CAN SIMPLY BE RUN AGAIN

       2800-WRITE-CONTROL-LINE.

           OPEN EXTEND RECON-CONTROL
           MOVE SRC-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT RECON-CONTROL
           END-IF
           MOVE SPACES TO RECON-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE     TO SRC-IO-DATE
           MOVE WS-RUN-DATE          TO SRC-IO-RUN-DATE
           MOVE WS-RUN-TIME          TO SRC-IO-RUN-TIME
           MOVE SR-MATCHED-COUNTER   TO SRC-IO-MATCHED
           MOVE SR-CONF-ONLY-COUNTER TO SRC-IO-CONF-ONLY
           MOVE SR-OUR-ONLY-COUNTER  TO SRC-IO-OUR-ONLY
           MOVE SR-DIFF-COUNTER      TO SRC-IO-DIFFERENT
           MOVE WS-NEXT-SEQ          TO SRC-IO-NEXT-SEQ
           WRITE RECON-CONTROL-RECORD
           CLOSE RECON-CONTROL.

       2900-WRITE-REJECT-RECORD.

           ADD 1 TO SR-REJECT-COUNTER
           MOVE SPACES TO RECON-REJECT-RECORD
           MOVE WS-REJ-IMAGE  TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON TO REJ-OUT-REASON
           WRITE RECON-REJECT-RECORD.

       3000-FINISH.

           CLOSE RECON-REJECT
           DISPLAY "SETTLEMENT RECONCILIATION " WS-BUSINESS-DATE-X
               " - " SR-MATCHED-COUNTER " MATCHED, "
               SR-CONF-ONLY-COUNTER " CONFIRMED NOT RELEASED, "
               SR-OUR-ONLY-COUNTER " RELEASED NOT CONFIRMED, "
               SR-DIFF-COUNTER " DIFFERENT, "
               SR-CLEARED-COUNTER " CLEARED BY HAND, "
               SR-REJECT-COUNTER " REJECTED"
           IF SR-NOAMOUNT-COUNTER > ZERO THEN
               DISPLAY SR-NOAMOUNT-COUNTER " JOURNAL LINE(S) WITH NO "
                   "ORIGINAL AMOUNT LEFT OUT OF THE MATCHING"
           END-IF
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NONAME
                   DISPLAY "NO CONFIRMATION FILE NAME SUPPLIED ON "
                           "COMMAND LINE OR IN SETLREC_CONFIRM_FILE"
               WHEN CT-ERR-NOFILE
                   DISPLAY "CONFIRMATION FILE NOT FOUND: "
                           WS-CONFIRM-FILE-NAME
               WHEN CT-ERR-NOCLEAR
                   DISPLAY "CLEARANCE FILE NOT FOUND: "
                           WS-CLEAR-FILE-NAME
               WHEN CT-ERR-DONE
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE-X
                           " ALREADY RECONCILED - RECONCILED "
                           "THROUGH " WS-LAST-RECON-DATE
               WHEN CT-ERR-BOUND
                   DISPLAY "TOO MANY ITEMS TO RECONCILE"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM SetlRec.
