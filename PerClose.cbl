      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Month-end period close. Given the period (YYYYMM)
      *          the accountants have signed off, snapshots every
      *          balance-master row's closing balance for the period
      *          onto the balance history file, moves the journal
      *          lines up to the period end into a per-period archive
      *          (journal_YYYYMM.txt), leaves one brought-forward line
      *          per customer in their place, and records the period
      *          closed on the period-control file -- after which
      *          Reports, PendRel and RevPost refuse any business date
      *          falling in it.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ONE LINE PER CLOSED PERIOD -- READ TO REFUSE A PERIOD
      *    ALREADY CLOSED (OR ONE BEHIND THE LATEST CLOSE), EXTENDED
      *    WITH THE NEW CLOSE

           SELECT PERIOD-CONTROL ASSIGN TO "period_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.

      *    THE POSTING JOURNAL -- READ END TO END, THEN WRITTEN BACK
      *    AS THE BROUGHT-FORWARD LINES PLUS EVERYTHING DATED AFTER
      *    THE PERIOD END

           SELECT POSTING-JOURNAL ASSIGN TO "posting_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.

      *    THE PERIOD'S ARCHIVE -- THE JOURNAL LINES MOVED OUT, NAMED
      *    FOR THE PERIOD SO EACH CLOSE KEEPS ITS OWN FILE

           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-STATUS.

      *    HOLDS THE LINES DATED AFTER THE PERIOD END WHILE THE
      *    JOURNAL IS REBUILT -- EMPTIED ONCE THEY ARE BACK

           SELECT JOURNAL-WORK ASSIGN TO "perclose_jrn.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-STATUS.

      *    CUMULATIVE PLN BALANCE PER CUSTOMER -- READ END TO END,
      *    NEVER WRITTEN

           SELECT BALANCE-MASTER ASSIGN TO "balance_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IO-NAME
           ALTERNATE RECORD KEY IS BAL-IO-CUSTNO WITH DUPLICATES
           FILE STATUS IS BAL-STATUS.

      *    MONTH-END CLOSING BALANCES, ONE LINE PER CUSTOMER PER
      *    CLOSED PERIOD, ACCUMULATED ACROSS CLOSES

           SELECT BALANCE-HISTORY ASSIGN TO "balance_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BHS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE PERIOD-CONTROL RECORD -- MIRRORED IN REPORTS, PENDREL
      *    AND REVPOST, WHICH CHECK THEIR BUSINESS DATE AGAINST IT.
      *    THE LAYOUTS MUST STAY IN STEP

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

      *    THE ARCHIVE AND THE WORK FILE CARRY JOURNAL LINES AS THEY
      *    STAND -- ONE IMAGE THE LENGTH OF THE JOURNAL RECORD

       FD  JOURNAL-ARCHIVE.
       01  ARCHIVE-RECORD      PIC X(103).

       FD  JOURNAL-WORK.
       01  WORK-RECORD         PIC X(103).

      *    MIRRORS THE BALANCE-MASTER RECORD REPORTS WRITES

       FD  BALANCE-MASTER.
       01  BALANCE-MASTER-RECORD.
            05 BAL-IO-NAME     PIC X(20).
            05 BAL-IO-CUSTNO   PIC 9(6).
            05 BAL-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.

      *    THE CLOSING BALANCE IN THE SAME SIGN-COLUMN/COMMA-SEPARATED
      *    SHAPE AS THE PENDING FILE AND THE JOURNAL

       FD  BALANCE-HISTORY.
       01  BALANCE-HISTORY-RECORD.
            05 BHS-IO-PERIOD   PIC 9(6).
            05 FILLER          PIC X(1).
            05 BHS-IO-CUSTNO   PIC 9(6).
            05 FILLER          PIC X(1).
            05 BHS-IO-NAME     PIC X(20).
            05 FILLER          PIC X(1).
            05 BHS-IO-SIGN     PIC X(1).
            05 BHS-IO-AMOUNT   PIC 9(11),9(2).
       01  BALANCE-HISTORY-RECORD-R REDEFINES BALANCE-HISTORY-RECORD.
            05 FILLER              PIC X(36).
            05 BHS-IO-AMOUNT-INT   PIC 9(11).
            05 BHS-IO-AMOUNT-SEP   PIC X(1).
            05 BHS-IO-AMOUNT-FRAC  PIC 9(2).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    PER-CUSTOMER SUMS FROM THE JOURNAL: WHAT IS ARCHIVED (THE
      *    BROUGHT-FORWARD FIGURE) AND WHAT IS DATED AFTER THE PERIOD
      *    END (TAKEN OFF THE MASTER'S FIGURE FOR THE CLOSING
      *    BALANCE). MATCHED BY NUMBER, BY NAME WHEN THERE IS NONE --
      *    THE SAME RULE AS TRIALBAL, SO THE TWO ATTRIBUTE ALIKE

       01  WS-TABLE-CUSTOMER.
            05 TABLE-CUS-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY TABLE-CUS-INDEX.
                10 CUS-CUSTNO      PIC 9(6).
                10 CUS-NAME        PIC X(20).
                10 CUS-ARCHIVED    PIC S9(11)V9(2) COMP-3.
                10 CUS-LATER       PIC S9(11)V9(2) COMP-3.
                10 CUS-STATUS      PIC X(1).
                    88 CUS-HAS-ARCHIVE      VALUE "A".

       01  CUSTOMER-COUNTER          PIC 9(4).
       01  CT-MAX-CUSTOMER           PIC 9(4) VALUE 5000.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 PER-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 ARC-STATUS            PIC X(2).
            05 WRK-STATUS            PIC X(2).
            05 BAL-STATUS            PIC X(2).
            05 BHS-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

      *    THE PERIOD BEING CLOSED, FROM THE FIRST PARAMETER WITH AN
      *    ENVIRONMENT FALLBACK, AND THE DATES DERIVED FROM IT

       01  WS-PERIOD-X              PIC X(6).
       01  WS-PERIOD REDEFINES WS-PERIOD-X
                                    PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD-X.
            05 WS-PERIOD-YEAR       PIC 9(4).
            05 WS-PERIOD-MONTH      PIC 9(2).

       01  WS-NEXT-FIRST.
            05 WS-NEXT-YEAR         PIC 9(4).
            05 WS-NEXT-MONTH        PIC 9(2).
            05 WS-NEXT-DAY          PIC 9(2).
       01  WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST
                                    PIC 9(8).

       01  WS-PERIOD-END            PIC 9(8).

      *    THE LATEST PERIOD ALREADY CLOSED -- PERIODS CLOSE IN ORDER,
      *    SO ONE AT OR BEHIND IT IS REFUSED

       01  WS-LAST-CLOSED           PIC 9(6).

      *    THE ARCHIVE FILE NAME, BUILT FROM THE PERIOD

       01  WS-ARCHIVE-NAME          PIC X(60).

      *    SUBPROGRAM LINKAGE AREA FOR DATECALC -- THE PERIOD END IS
      *    THE DAY BEFORE THE FIRST OF THE NEXT MONTH

       01  DATECALC-AREA.
            05 DC-IN-DATE      PIC 9(8).
            05 DC-IN-DAYS      PIC S9(4).
            05 DC-SHIFT-MODE   PIC X(1).
            05 DC-ROLL-RULE    PIC X(1).
            05 DC-OUT-DATE     PIC 9(8).
            05 DC-REJ-REASON   PIC X(30).

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

      *    THE CUSTOMER LOOKED UP BY 2200-FIND-CUSTOMER-ENTRY, AND
      *    THE MATCH RESULT

       01  WS-CUS-SEARCH.
            05 WS-CUS-LOOKUP-CUSTNO   PIC 9(6).
            05 WS-CUS-LOOKUP-NAME     PIC X(20).
            05 WS-CUS-FOUND           PIC X(1).
                88 CUS-ENTRY-FOUND          VALUE "Y".
            05 WS-CUS-SLOT            PIC 9(4).

       01  WS-CLOSING-BALANCE      PIC S9(11)V9(2) COMP-3.

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES AND CARRIED ON THE
      *    PERIOD-CONTROL LINE

       01  PC-ARCHIVED-COUNTER       PIC 9(6).
       01  PC-KEPT-COUNTER           PIC 9(6).
       01  PC-FORWARD-COUNTER        PIC 9(6).
       01  PC-SNAPSHOT-COUNTER       PIC 9(6).

      *    RUN DATE/TIME FOR THE PERIOD-CONTROL LINE

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOPERIOD               VALUE "N".
            88 CT-ERR-CLOSED                 VALUE "C".
            88 CT-ERR-NOTENDED               VALUE "E".
            88 CT-ERR-CUSBOUND               VALUE "X".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-ARCHIVE-JOURNAL
           PERFORM 3000-SNAPSHOT-BALANCES
           PERFORM 4000-REBUILD-JOURNAL
           PERFORM 5000-MARK-PERIOD-CLOSED
           PERFORM 6000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-CUSTOMER
                       CUSTOMER-COUNTER
                       WS-FILE-STATUS
                       WS-LAST-CLOSED
                       WS-ARCHIVE-NAME
                       DATECALC-AREA
                       WS-BALANCE-PARSE
                       WS-CUS-SEARCH
                       PC-ARCHIVED-COUNTER
                       PC-KEPT-COUNTER
                       PC-FORWARD-COUNTER
                       PC-SNAPSHOT-COUNTER.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME

           PERFORM 1100-RETRIEVE-PERIOD
           PERFORM 1200-COMPUTE-PERIOD-END
           PERFORM 1300-CHECK-PERIOD-CONTROL.

      *    THE PERIOD (YYYYMM) IS THE FIRST PARAMETER, FALLING BACK TO
      *    AN ENVIRONMENT VARIABLE -- THERE IS NO DEFAULT: CLOSING A
      *    PERIOD IS NEVER DONE BY ACCIDENT

       1100-RETRIEVE-PERIOD.

           MOVE SPACES TO WS-PERIOD-X
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-PERIOD-X EQUAL SPACES) THEN
               ACCEPT WS-PERIOD-X FROM ENVIRONMENT
                   "PERCLOSE_PERIOD"
           END-IF

           IF(WS-PERIOD-X NOT NUMERIC
                   OR WS-PERIOD-MONTH < 1
                   OR WS-PERIOD-MONTH > 12) THEN
               SET CT-ERR-NOPERIOD TO TRUE
               PERFORM 9999-ABEND
           END-IF

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "journal_" WS-PERIOD-X ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.

      *    ONE CALENDAR DAY BACK FROM THE FIRST OF THE NEXT MONTH.
      *    A PERIOD WHOSE LAST DAY IS STILL TO COME CANNOT BE CLOSED

       1200-COMPUTE-PERIOD-END.

           IF WS-PERIOD-MONTH EQUAL 12 THEN
               COMPUTE WS-NEXT-YEAR = WS-PERIOD-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
           END-IF
           MOVE 1 TO WS-NEXT-DAY

           MOVE WS-NEXT-FIRST-N TO DC-IN-DATE
           MOVE -1 TO DC-IN-DAYS
           MOVE "C" TO DC-SHIFT-MODE
           MOVE "N" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA
           IF DC-REJ-REASON NOT EQUAL SPACES THEN
               SET CT-ERR-NOPERIOD TO TRUE
               PERFORM 9999-ABEND
           END-IF
           MOVE DC-OUT-DATE TO WS-PERIOD-END

           IF WS-PERIOD-END > WS-AUD-DATE THEN
               SET CT-ERR-NOTENDED TO TRUE
               PERFORM 9999-ABEND
           END-IF.

      *    PERIODS CLOSE IN ORDER: ONE ALREADY CLOSED, OR BEHIND THE
      *    LATEST CLOSE, IS REFUSED. A MISSING FILE MEANS NOTHING HAS
      *    BEEN CLOSED YET

       1300-CHECK-PERIOD-CONTROL.

           OPEN INPUT PERIOD-CONTROL
           MOVE PER-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1310-READ-ONE-PERIOD-LINE UNTIL AT-END
               CLOSE PERIOD-CONTROL
           END-IF
           SET RECORD-OK TO TRUE

           IF WS-PERIOD NOT > WS-LAST-CLOSED THEN
               SET CT-ERR-CLOSED TO TRUE
               PERFORM 9999-ABEND
           END-IF.

       1310-READ-ONE-PERIOD-LINE.

           READ PERIOD-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PER-CLOSED
                           AND PER-IO-PERIOD NUMERIC
                           AND PER-IO-PERIOD > WS-LAST-CLOSED) THEN
                       MOVE PER-IO-PERIOD TO WS-LAST-CLOSED
                   END-IF
           END-READ.

      *    SPLITS THE JOURNAL AT THE PERIOD END: LINES DATED ON OR
      *    BEFORE IT GO TO THE ARCHIVE AND FOLD INTO THEIR CUSTOMER'S
      *    BROUGHT-FORWARD FIGURE, LATER LINES GO TO THE WORK FILE TO
      *    BE PUT BACK. A LINE WITH NO READABLE DATE IS KEPT, NOT
      *    GUESSED INTO A PERIOD

       2000-ARCHIVE-JOURNAL.

           OPEN OUTPUT JOURNAL-ARCHIVE
           OPEN OUTPUT JOURNAL-WORK
           OPEN INPUT POSTING-JOURNAL
           MOVE JRN-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 2100-SPLIT-ONE-LINE UNTIL AT-END
               CLOSE POSTING-JOURNAL
           END-IF
           SET RECORD-OK TO TRUE
           CLOSE JOURNAL-ARCHIVE
           CLOSE JOURNAL-WORK.

       2100-SPLIT-ONE-LINE.

           READ POSTING-JOURNAL
               AT END SET AT-END TO TRUE
               NOT AT END
                   MOVE JRN-IO-AMOUNT-INT  TO WS-BALANCE-INT
                   MOVE JRN-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
                   IF JRN-IO-SIGN EQUAL "-" THEN
                       COMPUTE WS-BALANCE-SIGNED =
                           WS-BALANCE-VALUE * -1
                   ELSE
                       MOVE WS-BALANCE-VALUE TO WS-BALANCE-SIGNED
                   END-IF
                   MOVE JRN-IO-CUSTNO TO WS-CUS-LOOKUP-CUSTNO
                   MOVE JRN-IO-NAME   TO WS-CUS-LOOKUP-NAME
                   PERFORM 2200-FIND-CUSTOMER-ENTRY
                   IF NOT CUS-ENTRY-FOUND THEN
                       PERFORM 2300-ADD-CUSTOMER-ENTRY
                   END-IF
                   IF(JRN-IO-DATE NUMERIC
                           AND JRN-IO-DATE NOT > WS-PERIOD-END) THEN
                       MOVE JOURNAL-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO PC-ARCHIVED-COUNTER
                       ADD WS-BALANCE-SIGNED
                           TO CUS-ARCHIVED(WS-CUS-SLOT)
                       SET CUS-HAS-ARCHIVE(WS-CUS-SLOT) TO TRUE
      *                THE LATEST SPELLING OF THE NAME FOLLOWS THE
      *                CUSTOMER ONTO THE BROUGHT-FORWARD LINE
                       IF JRN-IO-CUSTNO NOT EQUAL ZERO THEN
                           MOVE JRN-IO-NAME TO CUS-NAME(WS-CUS-SLOT)
                       END-IF
                   ELSE
                       MOVE JOURNAL-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                       ADD 1 TO PC-KEPT-COUNTER
                       ADD WS-BALANCE-SIGNED
                           TO CUS-LATER(WS-CUS-SLOT)
                   END-IF
           END-READ.

      *    MATCHES BY CUSTOMER NUMBER WHEN ONE IS CARRIED, BY NAME
      *    AGAINST THE NUMBERLESS ENTRIES OTHERWISE

       2200-FIND-CUSTOMER-ENTRY.

           MOVE "N" TO WS-CUS-FOUND
           MOVE ZERO TO WS-CUS-SLOT
           IF WS-CUS-LOOKUP-CUSTNO NOT EQUAL ZERO THEN
               PERFORM VARYING TABLE-CUS-INDEX FROM 1 BY 1
                       UNTIL TABLE-CUS-INDEX > CUSTOMER-COUNTER
                   IF(CUS-CUSTNO(TABLE-CUS-INDEX) EQUAL
                           WS-CUS-LOOKUP-CUSTNO) THEN
                       SET CUS-ENTRY-FOUND TO TRUE
                       SET WS-CUS-SLOT TO TABLE-CUS-INDEX
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CUS-ENTRY-FOUND THEN
               PERFORM VARYING TABLE-CUS-INDEX FROM 1 BY 1
                       UNTIL TABLE-CUS-INDEX > CUSTOMER-COUNTER
                   IF(CUS-CUSTNO(TABLE-CUS-INDEX) EQUAL ZERO
                           AND CUS-NAME(TABLE-CUS-INDEX) EQUAL
                               WS-CUS-LOOKUP-NAME) THEN
                       SET CUS-ENTRY-FOUND TO TRUE
                       SET WS-CUS-SLOT TO TABLE-CUS-INDEX
                   END-IF
               END-PERFORM
           END-IF.

       2300-ADD-CUSTOMER-ENTRY.

           IF CUSTOMER-COUNTER EQUAL CT-MAX-CUSTOMER THEN
               SET CT-ERR-CUSBOUND TO TRUE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO CUSTOMER-COUNTER
           MOVE CUSTOMER-COUNTER TO WS-CUS-SLOT
           IF WS-CUS-LOOKUP-CUSTNO NUMERIC THEN
               MOVE WS-CUS-LOOKUP-CUSTNO TO CUS-CUSTNO(WS-CUS-SLOT)
           ELSE
               MOVE ZERO TO CUS-CUSTNO(WS-CUS-SLOT)
           END-IF
           MOVE WS-CUS-LOOKUP-NAME TO CUS-NAME(WS-CUS-SLOT)
           MOVE ZERO  TO CUS-ARCHIVED(WS-CUS-SLOT)
           MOVE ZERO  TO CUS-LATER(WS-CUS-SLOT)
           MOVE SPACE TO CUS-STATUS(WS-CUS-SLOT).

      *    THE MASTER CARRIES TODAY'S FIGURE -- THE CLOSING BALANCE
      *    FOR THE PERIOD IS THAT LESS EVERYTHING JOURNALLED SINCE THE
      *    PERIOD END, SO A CLOSE RUN A FEW DAYS INTO THE NEXT MONTH
      *    STILL SNAPSHOTS THE MONTH-END FIGURE

       3000-SNAPSHOT-BALANCES.

           OPEN EXTEND BALANCE-HISTORY
           MOVE BHS-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT BALANCE-HISTORY
           END-IF

           OPEN INPUT BALANCE-MASTER
           MOVE BAL-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 3100-SNAPSHOT-ONE-BALANCE UNTIL AT-END
               CLOSE BALANCE-MASTER
           END-IF
           SET RECORD-OK TO TRUE
           CLOSE BALANCE-HISTORY.

       3100-SNAPSHOT-ONE-BALANCE.

           READ BALANCE-MASTER NEXT RECORD
               AT END SET AT-END TO TRUE
               NOT AT END
                   MOVE BAL-IO-AMOUNT TO WS-CLOSING-BALANCE
                   MOVE BAL-IO-CUSTNO TO WS-CUS-LOOKUP-CUSTNO
                   MOVE BAL-IO-NAME   TO WS-CUS-LOOKUP-NAME
                   PERFORM 2200-FIND-CUSTOMER-ENTRY
                   IF CUS-ENTRY-FOUND THEN
                       SUBTRACT CUS-LATER(WS-CUS-SLOT)
                           FROM WS-CLOSING-BALANCE
                   END-IF
                   MOVE SPACES TO BALANCE-HISTORY-RECORD
                   MOVE WS-PERIOD     TO BHS-IO-PERIOD
                   MOVE BAL-IO-CUSTNO TO BHS-IO-CUSTNO
                   MOVE BAL-IO-NAME   TO BHS-IO-NAME
                   MOVE WS-CLOSING-BALANCE TO WS-BALANCE-SIGNED
                   PERFORM 6100-ENCODE-SIGNED-AMOUNT
                   MOVE WS-BALANCE-SIGN TO BHS-IO-SIGN
                   MOVE WS-BALANCE-INT  TO BHS-IO-AMOUNT-INT
                   MOVE ","             TO BHS-IO-AMOUNT-SEP
                   MOVE WS-BALANCE-FRAC TO BHS-IO-AMOUNT-FRAC
                   WRITE BALANCE-HISTORY-RECORD
                   ADD 1 TO PC-SNAPSHOT-COUNTER
           END-READ.

      *    THE JOURNAL IS WRITTEN BACK AS ONE BROUGHT-FORWARD LINE
      *    PER CUSTOMER WITH ARCHIVED HISTORY -- TYPE "B", DATED THE
      *    PERIOD END, IN PLN, CARRYING THE SUM OF WHAT WAS ARCHIVED
      *    -- FOLLOWED BY THE LINES DATED AFTER THE PERIOD END. EVERY
      *    CUSTOMER'S JOURNAL SUM IS UNCHANGED, SO TRIALBAL AND
      *    CUSTHIST READ THE SHORTER FILE THE SAME WAY

       4000-REBUILD-JOURNAL.

           OPEN OUTPUT POSTING-JOURNAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CUSTOMER-COUNTER
               IF CUS-HAS-ARCHIVE(WS-I) THEN
                   PERFORM 4100-WRITE-FORWARD-LINE
               END-IF
           END-PERFORM

           OPEN INPUT JOURNAL-WORK
           MOVE WRK-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 4200-RESTORE-ONE-LINE UNTIL AT-END
               CLOSE JOURNAL-WORK
           END-IF
           SET RECORD-OK TO TRUE
           CLOSE POSTING-JOURNAL

      *    EVERY LINE IS BACK IN THE JOURNAL -- THE WORK FILE IS LEFT
      *    EMPTY SO A STALE COPY CANNOT BE MISTAKEN FOR LIVE DATA
           OPEN OUTPUT JOURNAL-WORK
           CLOSE JOURNAL-WORK.

       4100-WRITE-FORWARD-LINE.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-PERIOD-END    TO JRN-IO-DATE
           MOVE CUS-CUSTNO(WS-I) TO JRN-IO-CUSTNO
           MOVE CUS-NAME(WS-I)   TO JRN-IO-NAME
           MOVE "PLN"            TO JRN-IO-CURR
           MOVE CUS-ARCHIVED(WS-I) TO WS-BALANCE-SIGNED
           PERFORM 6100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO JRN-IO-SIGN
           MOVE WS-BALANCE-INT  TO JRN-IO-AMOUNT-INT
           MOVE WS-BALANCE-FRAC TO JRN-IO-AMOUNT-FRAC
           MOVE ","             TO JRN-IO-AMOUNT-SEP
           MOVE WS-PERIOD-END   TO JRN-IO-SETTLE
           SET JRN-TYPE-FORWARD TO TRUE
           MOVE ZERO            TO JRN-IO-RUN-STAMP
           WRITE JOURNAL-RECORD
           ADD 1 TO PC-FORWARD-COUNTER.

       4200-RESTORE-ONE-LINE.

           READ JOURNAL-WORK
               AT END SET AT-END TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO JOURNAL-RECORD
                   WRITE JOURNAL-RECORD
           END-READ.

      *    THE CLOSE IS RECORDED LAST, ONCE THE ARCHIVE, THE HISTORY
      *    AND THE REBUILT JOURNAL ARE ALL IN PLACE

       5000-MARK-PERIOD-CLOSED.

           OPEN EXTEND PERIOD-CONTROL
           MOVE PER-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT PERIOD-CONTROL
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-PERIOD          TO PER-IO-PERIOD
           SET PER-CLOSED          TO TRUE
           MOVE WS-PERIOD-END      TO PER-IO-END-DATE
           MOVE WS-AUD-DATE        TO PER-IO-CLOSE-DATE
           MOVE WS-AUD-TIME        TO PER-IO-CLOSE-TIME
           MOVE PC-ARCHIVED-COUNTER TO PER-IO-ARCHIVED
           MOVE PC-FORWARD-COUNTER TO PER-IO-CUSTOMERS
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL.

       6000-FINISH.

           DISPLAY "PERIOD " WS-PERIOD " CLOSED - "
               PC-ARCHIVED-COUNTER " JOURNAL LINE(S) ARCHIVED TO "
               WS-ARCHIVE-NAME
           DISPLAY "    " PC-FORWARD-COUNTER
               " BROUGHT-FORWARD LINE(S), "
               PC-KEPT-COUNTER " LATER LINE(S) KEPT, "
               PC-SNAPSHOT-COUNTER " BALANCE(S) SNAPSHOT"
           STOP RUN.

      *    SPLITS WS-BALANCE-SIGNED INTO A "+"/"-" SIGN COLUMN AND THE
      *    MAGNITUDE DIGIT FIELDS -- SAME CONVENTION AS REPORTS

       6100-ENCODE-SIGNED-AMOUNT.

           IF WS-BALANCE-SIGNED < 0 THEN
               MOVE "-" TO WS-BALANCE-SIGN
               COMPUTE WS-BALANCE-VALUE = WS-BALANCE-SIGNED * -1
           ELSE
               MOVE "+" TO WS-BALANCE-SIGN
               MOVE WS-BALANCE-SIGNED TO WS-BALANCE-VALUE
           END-IF.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOPERIOD
                   DISPLAY "PERIOD PARAMETER MISSING OR NOT A VALID "
                           "YYYYMM: " WS-PERIOD-X
               WHEN CT-ERR-CLOSED
                   DISPLAY "PERIOD " WS-PERIOD-X " ALREADY CLOSED OR "
                           "BEHIND THE LATEST CLOSE " WS-LAST-CLOSED
               WHEN CT-ERR-NOTENDED
                   DISPLAY "PERIOD " WS-PERIOD-X " DOES NOT END UNTIL "
                           WS-PERIOD-END
               WHEN CT-ERR-CUSBOUND
                   DISPLAY "TOO MANY CUSTOMERS IN POSTING JOURNAL"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM PerClose.
