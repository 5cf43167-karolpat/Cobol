      *              effective-dated rate, and the report headings and
      *              control totals state the base used. The balance
      *              master stays PLN-DENOMINATED regardless of base.
      * 15.10.2026 - Every journal line, held item and posting-control
      *              line now carries the run stamp (date and time the
      *              run started), and journal lines a posting type,
      *              so the RevPost program can back a run out whole.
      *              A control line marked reversed no longer blocks
      *              the same input from being posted again.
      * 15.10.2026 - A business date inside a period PerClose has
      *              closed is refused at startup; the period-control
      *              file is read before anything is posted. Journal
      *              lines may now also be PerClose's brought-forward
      *              lines or IntAccr's interest capitalisations.
      * 15.10.2026 - Position ledger: every posted record also moves
      *              the customer's standing position in its own
      *              currency on position_mst.txt (indexed on customer
      *              number and currency), beside the PLN book value
      *              posted; journal lines and held items carry the
      *              original-currency amount so PendRel and RevPost
      *              can move the position too. PosStmt reports it.
      * 15.10.2026 - Compliance watch: every accepted record's PLN
      *              equivalent is tested against the threshold in
      *              effect on watch_thr.txt. Items at or above it,
      *              and customers whose smaller items add up past it
      *              within the window of business days (earlier runs
      *              read back from the journal and pending file),
      *              go on watch_rep.txt and onto watch_flags.txt for
      *              CmpMaint's review queue.
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      * 15.10.2026 - Transaction fees: every accepted record is priced
      *              against the fee tariff (maintained by FeeMaint)
      *              for its currency, branch and direction, and the
      *              fee is posted to the customer's balance as its
      *              own "F" journal line. fee_rep.txt gives the fees
      *              per branch and currency, the GL batch carries the
      *              fee income on "F" lines, the control report the
      *              fee figures and the GL hash total, and the audit
      *              log a "fees" line for the trial balance.
      * 15.10.2026 - Branch master (maintained by BrMaint): a manifest
      *              line whose branch is unknown or closed is not
      *              read -- it is listed on the new delivery report
      *              and counted on the control report. The delivery
      *              report also lists every active branch due to
      *              deliver on the business day that sent nothing,
      *              a file with no accepted records, or a second
      *              file. GL detail lines carry the branch's cost
      *              centre.
      * 15.10.2026 - The posting-control line records the run's base
      *              currency and its PLN rate, so RevPost writes the
      *              reversing GL batch in the currency of the GL feed
      *              it backs out.
      * 15.10.2026 - The compliance watch window also reads the
      *              archived journal (journal_YYYYMM.txt) of every
      *              closed period it reaches back into, so items
      *              split across a month end PerClose has since
      *              closed are still added up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reports.
           ALTERNATE RECORD KEY IS BAL-IO-CUSTNO WITH DUPLICATES
           FILE STATUS IS BAL-STATUS.

      *    WHAT EACH CUSTOMER STANDS HOLDING IN EACH CURRENCY, WITH
      *    THE PLN BOOK VALUE POSTED AGAINST IT -- ONE ROW PER
      *    CUSTOMER NUMBER AND CURRENCY, MOVED BESIDE EVERY BALANCE
      *    POSTING. RECORDS WITHOUT A CUSTOMER NUMBER CARRY NO
      *    POSITION

           SELECT POSITION-MASTER ASSIGN TO "position_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-IO-KEY
           FILE STATUS IS POS-STATUS.

      *    STATEMENT-STYLE VIEW OF THE POSTING: PRIOR BALANCE, THE
      *    RUN'S ACTIVITY AND THE NEW BALANCE, ONE LINE PER CUSTOMER

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PCT-STATUS.

      *    ONE LINE PER PERIOD PERCLOSE HAS CLOSED -- CHECKED AT
      *    STARTUP SO NOTHING IS POSTED INTO A CLOSED MONTH

           SELECT PERIOD-CONTROL ASSIGN TO "period_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.

      *    A CLOSED PERIOD'S JOURNAL LINES AS PERCLOSE ARCHIVED THEM
      *    (journal_YYYYMM.txt) -- READ WHEN THE COMPLIANCE WATCH
      *    WINDOW REACHES BACK INTO A CLOSED MONTH

           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-STATUS.

      *    TREASURY'S VIEW OF THE RUN: EACH CURRENCY POSITION
      *    RESTATED AT THE OFFICIAL RATE IN EFFECT FOR THE BUSINESS
      *    DATE, AGAINST THE PLN VALUE BOOKED FROM THE RECORDS' OWN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LBR-STATUS.

      *    HANDLING FEES PER CURRENCY, BRANCH AND DIRECTION,
      *    EFFECTIVE-DATED (MAINTAINED BY FEEMAINT, INDEXED) -- THE
      *    LINE IN EFFECT IS FOUND WITH A SHORT KEYED SCAN LIKE THE FX
      *    LOOKUP. A MISSING FILE IS TOLERATED: NO TARIFF, NO FEES

           SELECT FEE-TARIFF ASSIGN TO "fee_tariff.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-IN-KEY
           FILE STATUS IS FEE-STATUS.

      *    THE FEES CHARGED THIS RUN PER BRANCH AND CURRENCY -- WHAT
      *    USED TO BE WORKED OUT BY HAND AFTER THE RUN

           SELECT FEE-REPORT ASSIGN TO "fee_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FRP-STATUS.

      *    THE BRANCHES THAT MAY DELIVER A FILE, WITH THEIR STATUS,
      *    DELIVERY DAYS AND GL COST CENTRE (MAINTAINED BY BRMAINT,
      *    INDEXED BY BRANCH CODE). A MISSING FILE IS TOLERATED: THE
      *    MANIFEST IS TAKEN AS IT STANDS AND DELIVERY IS NOT CHECKED

           SELECT BRANCH-MASTER ASSIGN TO "branch_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-IN-CODE
           FILE STATUS IS BRM-STATUS.

      *    COMPLIANCE'S REPORTING THRESHOLD IN PLN, THE NUMBER OF
      *    BUSINESS DAYS SPLIT AMOUNTS ARE ADDED UP OVER AND THE
      *    FEWEST ITEMS THAT COUNT AS A SPLIT -- ONE EFFECTIVE-DATED
      *    LINE PER CHANGE, KEPT BY HAND. A MISSING FILE, OR NO LINE
      *    IN EFFECT FOR THE BUSINESS DATE, LEAVES THE WATCH OFF

           SELECT WATCH-THRESHOLD ASSIGN TO "watch_thr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTH-STATUS.

      *    COMPLIANCE'S VIEW OF THE RUN: EVERY ITEM AT OR ABOVE THE
      *    THRESHOLD, AND EVERY CUSTOMER WHOSE SMALLER ITEMS ADD UP
      *    PAST IT WITHIN THE WINDOW, WITH THE ITEMS BEHIND THE FLAG

           SELECT WATCH-REPORT ASSIGN TO "watch_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCH-STATUS.

      *    ONE LINE PER CUSTOMER FLAGGED, APPENDED ACROSS RUNS UNTIL
      *    THE CMPMAINT PROGRAM TAKES THEM INTO ITS REVIEW QUEUE

           SELECT WATCH-FLAGS ASSIGN TO "watch_flags.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFL-STATUS.

      *    ONE LINE PER RECORD POSTED TO THE BALANCE MASTER, APPENDED
      *    ACROSS RUNS -- THE PERMANENT DETAIL BEHIND EVERY BALANCE,
      *    READ BACK BY THE CUSTHIST INQUIRY PROGRAM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRC-STATUS.

      *    WHAT A MANIFEST RUN DID NOT GET: MANIFEST LINES REFUSED
      *    AGAINST THE BRANCH MASTER, AND EVERY ACTIVE BRANCH DUE ON
      *    THE BUSINESS DAY THAT SENT NOTHING, AN EMPTY FILE OR A
      *    SECOND FILE

           SELECT DELIVERY-REPORT ASSIGN TO "delivery_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLV-STATUS.

      *    BALANCING FIGURES TO PROVE FIRST-REPORT AND SECOND-REPORT
      *    RECONCILE WITH THE INPUT FILE

      *    CREDITS POST NEGATIVE ACTIVITY
            05 BAL-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.

      *    THE POSITION RECORD -- MIRRORED IN PENDREL, REVPOST AND
      *    POSSTMT. THE LAYOUTS MUST STAY IN STEP

       FD  POSITION-MASTER.
       01  POSITION-MASTER-RECORD.
            05 POS-IO-KEY.
                10 POS-IO-CUSTNO   PIC 9(6).
                10 POS-IO-CURR     PIC X(3).
            05 POS-IO-NAME     PIC X(20).
      *    THE AMOUNT HELD IN THE CURRENCY ITSELF, AND THE PLN POSTED
      *    FOR IT -- BOTH SIGNED THE WAY THE BALANCE MASTER IS
            05 POS-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.
            05 POS-IO-BOOK-PLN PIC S9(11)V9(2) SIGN LEADING SEPARATE.
            05 POS-IO-LAST-DATE PIC 9(8).

       FD  PENDING-ITEMS.
       01  PENDING-ITEM-RECORD.
            05 PND-IO-CUSTNO   PIC 9(6).
            05 PND-IO-BRANCH   PIC X(4).
            05 FILLER          PIC X(1).
            05 PND-IO-CURR     PIC X(3).
            05 FILLER          PIC X(1).
      *    THE STAMP OF THE RUN THAT HELD THE ITEM BACK -- A REVERSAL
      *    OF THAT RUN TAKES ITS STILL-HELD ITEMS OFF THE FILE BY IT
            05 PND-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
      *    THE HELD POSTING IN THE RECORD'S OWN CURRENCY -- POSTED
      *    TO THE POSITION FILE WHEN PENDREL RELEASES THE ITEM
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

       FD  FX-REVAL-REPORT.
       01  FX-REVAL-RECORD.
            05 FILLER          PIC X(3) VALUE SPACES.
            05 LBR-OUT-EXCESS  PIC -(10)9.9(2).

      *    MIRRORS THE TARIFF RECORD IN FEEMAINT -- THE TWO LAYOUTS
      *    MUST STAY IN STEP. PLN AMOUNTS, A PERCENTAGE OF THE PLN
      *    VALUE, A ZERO MAXIMUM FOR NO CAP; BRANCH "*" SERVES EVERY
      *    BRANCH WITHOUT A LINE OF ITS OWN

       FD  FEE-TARIFF.
       01  FEE-TARIFF-RECORD.
            05 FEE-IN-KEY.
                10 FEE-IN-CURR         PIC X(3).
                10 FEE-IN-BRANCH       PIC X(4).
                10 FEE-IN-DIRECTION    PIC X(1).
                10 FEE-IN-EFFDATE      PIC 9(8).
            05 FEE-IN-FLAT         PIC 9(7)V9(2).
            05 FEE-IN-PCT          PIC 9(2)V9(4).
            05 FEE-IN-MIN          PIC 9(7)V9(2).
            05 FEE-IN-MAX          PIC 9(7)V9(2).
            05 FEE-IN-STATUS       PIC X(1).
                88 FEE-IN-ACTIVE        VALUE "A".

       FD  FEE-REPORT.
       01  FEE-REPORT-RECORD.
            05 FRP-OUT-BRANCH  PIC X(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 FRP-OUT-CURR    PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 FRP-OUT-COUNT   PIC Z(6)9.
            05 FILLER          PIC X(3) VALUE SPACES.
            05 FRP-OUT-FEE-PLN PIC Z(10)9.9(2).
            05 FILLER          PIC X(3) VALUE SPACES.
            05 FRP-OUT-FEE-BASE PIC Z(10)9.9(2).
       01  FEE-REPORT-LINE     PIC X(80).

      *    MIRRORS THE BRANCH RECORD IN BRMAINT -- THE TWO LAYOUTS
      *    MUST STAY IN STEP. DELIVERY DAYS ARE SEVEN Y/N FLAGS,
      *    MONDAY FIRST

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
            05 BRM-IN-CODE     PIC X(4).
            05 BRM-IN-NAME     PIC X(30).
            05 BRM-IN-STATUS   PIC X(1).
                88 BRM-IN-ACTIVE            VALUE "A".
            05 BRM-IN-DAYS     PIC X(7).
            05 BRM-IN-COSTCTR  PIC X(6).

      *    EFFDATE, THRESHOLD PLN (COMMA-SEPARATED LIKE THE OTHER TEXT
      *    FILES), WINDOW IN BUSINESS DAYS, MINIMUM ITEMS FOR A SPLIT

       FD  WATCH-THRESHOLD.
       01  WATCH-THRESHOLD-RECORD.
            05 WTH-IN-EFFDATE     PIC 9(8).
            05 FILLER             PIC X(1).
            05 WTH-IN-AMOUNT-INT  PIC 9(11).
            05 WTH-IN-AMOUNT-SEP  PIC X(1).
            05 WTH-IN-AMOUNT-FRAC PIC 9(2).
            05 FILLER             PIC X(1).
            05 WTH-IN-WINDOW      PIC 9(3).
            05 FILLER             PIC X(1).
            05 WTH-IN-MIN-ITEMS   PIC 9(3).

      *    ONE DETAIL LINE PER ITEM BEHIND A FLAG -- L(ARGE) FOR AN
      *    ITEM AT OR ABOVE THE THRESHOLD, S(PLIT) FOR THE SMALLER
      *    ITEMS THAT ADD UP PAST IT -- AND ONE SUMMARY LINE PER FLAG

       FD  WATCH-REPORT.
       01  WATCH-REPORT-RECORD.
            05 WCH-OUT-FLAG    PIC X(1).
            05 FILLER          PIC X(1).
            05 WCH-OUT-CUSTNO  PIC 9(6).
            05 FILLER          PIC X(1).
            05 WCH-OUT-NAME    PIC X(20).
            05 FILLER          PIC X(1).
            05 WCH-OUT-BRANCH  PIC X(4).
            05 FILLER          PIC X(1).
            05 WCH-OUT-CURR    PIC X(3).
            05 FILLER          PIC X(1).
            05 WCH-OUT-DATE    PIC 9(8).
            05 FILLER          PIC X(1).
            05 WCH-OUT-SETTLE  PIC 9(8).
            05 FILLER          PIC X(1).
            05 WCH-OUT-ORIG    PIC -(10)9.9(2).
            05 FILLER          PIC X(1).
            05 WCH-OUT-PLN     PIC -(10)9.9(2).
            05 FILLER          PIC X(1).
            05 WCH-OUT-SOURCE  PIC X(8).
       01  WATCH-SUMMARY-RECORD.
            05 WCS-OUT-FLAG    PIC X(1).
            05 FILLER          PIC X(1).
            05 WCS-OUT-CUSTNO  PIC 9(6).
            05 FILLER          PIC X(1).
            05 WCS-OUT-NAME    PIC X(20).
            05 FILLER          PIC X(1).
            05 WCS-OUT-LABEL   PIC X(7).
            05 WCS-OUT-FROM    PIC 9(8).
            05 WCS-OUT-DASH    PIC X(1).
            05 WCS-OUT-TO      PIC 9(8).
            05 FILLER          PIC X(1).
            05 WCS-OUT-COUNT   PIC Z(4)9.
            05 WCS-OUT-ITEMS   PIC X(7).
            05 WCS-OUT-TOTAL   PIC Z(10)9.9(2).
       01  WATCH-REPORT-LINE   PIC X(100).

      *    THE FLAG LINE -- MIRRORED IN CMPMAINT, WHICH CARRIES IT
      *    WHOLE ON ITS REVIEW QUEUE. THE LAYOUTS MUST STAY IN STEP.
      *    THE TOTAL IS THE SUM OF THE ITEMS' PLN AMOUNTS REGARDLESS
      *    OF DIRECTION

       FD  WATCH-FLAGS.
       01  WATCH-FLAG-RECORD.
            05 WFL-IO-CUSTNO   PIC 9(6).
            05 FILLER          PIC X(1).
            05 WFL-IO-NAME     PIC X(20).
            05 FILLER          PIC X(1).
            05 WFL-IO-TYPE     PIC X(1).
            05 FILLER          PIC X(1).
            05 WFL-IO-DATE     PIC 9(8).
            05 FILLER          PIC X(1).
            05 WFL-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 WFL-IO-COUNT    PIC 9(5).
            05 FILLER          PIC X(1).
            05 WFL-IO-TOTAL-INT  PIC 9(11).
            05 WFL-IO-TOTAL-SEP  PIC X(1).
            05 WFL-IO-TOTAL-FRAC PIC 9(2).
            05 FILLER          PIC X(1).
            05 WFL-IO-WINDOW-START PIC 9(8).

       FD  POSTING-JOURNAL.
       01  JOURNAL-RECORD.
            05 JRN-IO-DATE     PIC 9(8).
            05 JRN-IO-AMOUNT   PIC 9(11),9(2).
            05 FILLER          PIC X(1).
            05 JRN-IO-SETTLE   PIC 9(8).
            05 FILLER          PIC X(1).
      *    WHAT CUT THE LINE -- P(OSTED) BY A REPORTS RUN, RE(L)EASED
      *    BY PENDREL, R(EVERSED) BY REVPOST, (B)ROUGHT FORWARD BY
      *    PERCLOSE IN PLACE OF A CLOSED PERIOD'S LINES, (I)NTEREST
      *    CAPITALISED BY INTACCR, OR A (F)EE CHARGED ON A RECORD BY
      *    A REPORTS RUN; A LINE FROM BEFORE THE TYPE WAS CARRIED
      *    READS AS A POSTING
            05 JRN-IO-TYPE     PIC X(1).
                88 JRN-TYPE-POSTING     VALUE "P" " ".
                88 JRN-TYPE-RELEASE     VALUE "L".
                88 JRN-TYPE-REVERSAL    VALUE "R".
                88 JRN-TYPE-FORWARD     VALUE "B".
                88 JRN-TYPE-INTEREST    VALUE "I".
                88 JRN-TYPE-FEE         VALUE "F".
            05 FILLER          PIC X(1).
      *    THE STAMP OF THE REPORTS RUN THE VALUE CAME IN ON -- KEPT
      *    THROUGH A PENDREL RELEASE, SO A RUN CAN BE FOUND WHOLE
            05 JRN-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
      *    THE SAME POSTING IN THE RECORD'S OWN CURRENCY, SIGNED THE
      *    SAME WAY -- WHAT THE POSITION FILE IS MOVED BY. BLANK ON A
      *    LINE CUT BEFORE IT WAS CARRIED
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

      *    THE THREE GL RECORD TYPES SHARE ONE FD -- H(EADER),
      *    D(ETAIL) AND T(RAILER) LINES, TOLD APART BY THEIR FIRST
      *    BYTE. AMOUNTS CARRY THE SAME SIGN-COLUMN/COMMA-SEPARATED
      *    SHAPE AS THE BALANCE MASTER; A DETAIL LINE PUTS A POSITIVE
      *    NET IN THE DEBIT COLUMN AND A NEGATIVE NET IN THE CREDIT
      *    COLUMN, SO EVERY LINE BALANCES ON ITS OWN. AN F(EE) DETAIL
      *    LINE CARRIES THE FEE INCOME OF ITS BRANCH/CURRENCY IN THE
      *    CREDIT COLUMN. EVERY DETAIL LINE ENDS WITH THE BRANCH'S
      *    COST CENTRE FROM THE BRANCH MASTER (BLANK WHEN THE BRANCH
      *    HAS NONE ON FILE)

       FD  GL-INTERFACE.
       01  GL-HEADER-RECORD.
            05 GLD-CREDIT-INT  PIC 9(11).
            05 GLD-CREDIT-SEP  PIC X(1).
            05 GLD-CREDIT-FRAC PIC 9(2).
            05 FILLER          PIC X(1).
            05 GLD-COSTCTR     PIC X(6).
       01  GL-TRAILER-RECORD.
            05 GLT-TYPE        PIC X(1).
            05 FILLER          PIC X(1).
      *    CONTROL LINE SO A DELIBERATE REPROCESS STAYS VISIBLE HERE
      *    AS WELL AS ON THE AUDIT LOG
            05 PCT-IO-OVERRIDE PIC X(1).
            05 FILLER          PIC X(1).
      *    THE RUN STAMP ITS JOURNAL LINES AND HELD ITEMS CARRY, AND
      *    "R" ONCE REVPOST HAS BACKED THE RUN OUT -- A REVERSED LINE
      *    NO LONGER COUNTS AS POSTED
            05 PCT-IO-RUN-STAMP PIC 9(14).
            05 FILLER          PIC X(1).
            05 PCT-IO-STATUS   PIC X(1).
                88 PCT-REVERSED         VALUE "R".
      *    THE BASE CURRENCY THE RUN'S GL FEED WAS WRITTEN IN AND ITS
      *    PLN RATE, SO REVPOST CAN WRITE THE REVERSING BATCH IN THE
      *    SAME CURRENCY AT THE SAME RATE
            05 FILLER          PIC X(1).
            05 PCT-IO-BASE-CURR PIC X(3).
            05 FILLER          PIC X(1).
            05 PCT-IO-BASE-RATE-INT  PIC 9(1).
            05 PCT-IO-BASE-RATE-SEP  PIC X(1).
            05 PCT-IO-BASE-RATE-FRAC PIC 9(3).

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

      *    THE ARCHIVE CARRIES JOURNAL LINES AS THEY STOOD -- READ
      *    INTO THE JOURNAL RECORD, SO THE SAME TESTS APPLY TO THEM

       FD  JOURNAL-ARCHIVE.
       01  ARCHIVE-RECORD      PIC X(103).

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-RECORD.
            05 FILLER          PIC X(3) VALUE SPACES.
            05 BRC-OUT-TOTAL   PIC -(10)9.9(2).

      *    A MANIFEST LINE REFUSED CARRIES ITS FILE NAME IN THE NAME
      *    COLUMN AND NO COUNTS; A BRANCH LINE CARRIES THE BRANCH
      *    NAME, THE FILES IT SENT AND THE RECORDS ACCEPTED FROM THEM

       FD  DELIVERY-REPORT.
       01  DELIVERY-REPORT-RECORD.
            05 DLV-OUT-CODE    PIC X(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 DLV-OUT-NAME    PIC X(30).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 DLV-OUT-FILES   PIC ZZ9.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 DLV-OUT-READ    PIC Z(6)9.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 DLV-OUT-NOTE    PIC X(28).
       01  DELIVERY-REPORT-LINE PIC X(80).

       FD  SETTLE-REPORT.
       01  SETTLE-REPORT-RECORD.
            05 SETT-OUT-NAME    PIC X(20).
       01  WS-BASE-CURRENCY          PIC X(3).
            88 BASE-IS-PLN                    VALUE "PLN".
       01  WS-BASE-RATE              PIC 9V999.
       01  WS-BASE-RATE-R REDEFINES WS-BASE-RATE.
            05 WS-BASE-RATE-INT       PIC 9(1).
            05 WS-BASE-RATE-FRAC      PIC 9(3).

      *    THE FOURTH PARAMETER: OVERRIDE LETS A DELIBERATE REPROCESS
      *    PAST THE POSTING-CONTROL CHECK -- THE OVERRIDE ITSELF IS
       01  SW-LIM-AVAILABLE           PIC X(1).
            88 LIM-AVAILABLE                 VALUE "Y".

      *    THE FEE TARIFF IS OPTIONAL TOO -- WITH THE SWITCH OFF NO
      *    FEE IS CHARGED AND THE FEE REPORT SAYS SO

       01  SW-FEE-AVAILABLE           PIC X(1).
            88 FEE-AVAILABLE                 VALUE "Y".

      *    DRIVES THE KEYED SCAN OF ONE CURRENCY/BRANCH/DIRECTION'S
      *    EFFECTIVE-DATED TARIFF HISTORY IN 2691-FIND-FEE-TARIFF

       01  SW-FEE-SCAN                PIC X(1).
            88 FEE-SCAN-DONE                 VALUE "Y".

      *    THE BRANCH MASTER IS OPTIONAL AS WELL -- WITH THE SWITCH
      *    OFF EVERY MANIFEST LINE IS TAKEN AS IT STANDS, NO COST
      *    CENTRE REACHES THE GL AND DELIVERY IS NOT CHECKED

       01  SW-BRM-AVAILABLE           PIC X(1).
            88 BRM-AVAILABLE                 VALUE "Y".

      *    DRIVES THE SEQUENTIAL PASS OVER THE BRANCH MASTER IN
      *    2665-WRITE-DELIVERY-REPORT

       01  SW-BRM-SCAN                PIC X(1).
            88 BRM-SCAN-DONE                 VALUE "Y".

      *    THE TARIFF LINE IN EFFECT FOR THE RECORD BEING PRICED, AND
      *    THE FEE WORKED OUT FROM IT -- IN PLN AS POSTED, AND IN THE
      *    RUN'S BASE CURRENCY FOR THE GL FEED

       01  WS-FEE-SEARCH.
            05 WS-FEE-FOUND           PIC X(1).
                88 FEE-LINE-FOUND           VALUE "Y".
            05 WS-FEE-LOOKUP-CURR     PIC X(3).
            05 WS-FEE-LOOKUP-BRANCH   PIC X(4).
            05 WS-FEE-LOOKUP-DIR      PIC X(1).
            05 WS-FEE-FLAT            PIC 9(7)V9(2).
            05 WS-FEE-PCT             PIC 9(2)V9(4).
            05 WS-FEE-MIN             PIC 9(7)V9(2).
            05 WS-FEE-MAX             PIC 9(7)V9(2).

       01  WS-FEE-VALUE-PLN          PIC S9(11)V9(2) COMP-3.
       01  WS-FEE-AMOUNT             PIC S9(11)V9(2) COMP-3.
       01  WS-FEE-AMOUNT-BASE        PIC S9(11)V9(2) COMP-3.

      *    THE CUSTOMER UNDER THE BREACH CHECK: SET BY THE STATEMENT
      *    PASS BEFORE 2685-CHECK-CREDIT-LIMIT IS PERFORMED


       01  BREACH-COUNTER             PIC 9(4).

      *    THE COMPLIANCE WATCH: THE THRESHOLD LINE IN EFFECT FOR THE
      *    BUSINESS DATE (SEE 1180) AND THE FIRST BUSINESS DAY OF THE
      *    WINDOW IT RUNS BACK TO

       01  SW-WATCH                   PIC X(1).
            88 WATCH-ON                      VALUE "Y".

       01  WS-WATCH-SETTINGS.
            05 WCH-EFFDATE            PIC 9(8).
            05 WCH-THRESHOLD          PIC 9(11)V9(2) COMP-3.
            05 WCH-WINDOW             PIC 9(3).
            05 WCH-MIN-ITEMS          PIC 9(3).
            05 WCH-WINDOW-START       PIC 9(8).

      *    ONE ENTRY PER CUSTOMER THE RUN TOUCHED: THIS RUN'S ITEMS AT
      *    OR ABOVE THE THRESHOLD, AND THE WINDOW'S SMALLER ITEMS --
      *    THIS RUN'S AND, ONCE 2760 HAS READ THEM, EARLIER RUNS' --
      *    AS A COUNT AND A TOTAL OF THEIR PLN AMOUNTS TAKEN WITHOUT
      *    SIGN. MATCHED BY CUSTOMER NUMBER, BY NAME FOR A RECORD
      *    THAT NEVER GOT ONE

       01  WS-TABLE-WCHCUST.
            05 TABLE-WCHCUST-ENTRY  OCCURS 5000 TIMES.
                10 WCU-CUSTNO      PIC 9(6).
                10 WCU-NAME        PIC X(20).
                10 WCU-LARGE-COUNT PIC 9(5).
                10 WCU-LARGE-TOTAL PIC 9(11)V9(2) COMP-3.
                10 WCU-SMALL-COUNT PIC 9(5).
                10 WCU-SMALL-TOTAL PIC 9(11)V9(2) COMP-3.
                10 WCU-SMALL-RUN   PIC X(1).
                    88 WCU-SMALL-THIS-RUN   VALUE "Y".

       01  WCHCUST-COUNTER            PIC 9(4).
       01  CT-MAX-WCHCUST             PIC 9(4) VALUE 5000.

      *    THE ITEMS BEHIND THE FIGURES ABOVE, FOR THE REPORT DETAIL.
      *    THE FIGURES NEVER DEPEND ON THIS TABLE -- A WINDOW WITH
      *    MORE ITEMS THAN IT HOLDS STILL FLAGS CORRECTLY, AND THE
      *    REPORT SAYS ITS DETAIL IS INCOMPLETE

       01  WS-TABLE-WCHITEM.
            05 TABLE-WCHITEM-ENTRY  OCCURS 20000 TIMES.
                10 WIT-CUST        PIC 9(4).
                10 WIT-NAME        PIC X(20).
                10 WIT-BRANCH      PIC X(4).
                10 WIT-CURR        PIC X(3).
                10 WIT-DATE        PIC 9(8).
                10 WIT-SETTLE      PIC 9(8).
                10 WIT-ORIG        PIC S9(11)V9(2) COMP-3.
                10 WIT-PLN         PIC S9(11)V9(2) COMP-3.
                10 WIT-SIZE        PIC X(1).
                10 WIT-SOURCE      PIC X(1).
                    88 WIT-THIS-RUN         VALUE "R".

       01  WCHITEM-COUNTER            PIC 9(5).
       01  CT-MAX-WCHITEM             PIC 9(5) VALUE 20000.
       01  SW-WATCH-TRUNCATED         PIC X(1).
            88 WATCH-TRUNCATED               VALUE "Y".

      *    THE EARLIER RUNS INSIDE THE WINDOW, FROM THE POSTING-
      *    CONTROL FILE: THE STAMP THEIR JOURNAL LINES AND HELD ITEMS
      *    CARRY, AND THE BUSINESS DATE THEY WERE POSTED UNDER. A RUN
      *    REVPOST HAS BACKED OUT IS LEFT OUT

       01  WS-TABLE-WCHRUN.
            05 TABLE-WCHRUN-ENTRY   OCCURS 500 TIMES.
                10 WRN-STAMP       PIC 9(14).
                10 WRN-DATE        PIC 9(8).

       01  WCHRUN-COUNTER             PIC 9(3).
       01  CT-MAX-WCHRUN              PIC 9(3) VALUE 500.

      *    THE CLOSED PERIODS THE WINDOW REACHES BACK INTO, FROM THE
      *    PERIOD-CONTROL FILE -- THEIR RUNS' LINES NOW SIT ON THE
      *    PERIOD'S ARCHIVE, NOT ON THE JOURNAL. A WINDOW OF 999
      *    BUSINESS DAYS SPANS FEWER THAN 60 MONTHS

       01  WS-TABLE-WCHPER.
            05 TABLE-WCHPER-ENTRY   OCCURS 60 TIMES.
                10 WPR-PERIOD      PIC X(6).

       01  WCHPER-COUNTER             PIC 9(3).
       01  CT-MAX-WCHPER              PIC 9(3) VALUE 60.
       01  WS-WCH-P                   PIC 9(3).
       01  WS-ARCHIVE-NAME            PIC X(60).

      *    THE ITEM UNDER TEST -- FILLED FROM THE RECORD BEING POSTED
      *    OR FROM AN EARLIER RUN'S JOURNAL LINE OR HELD ITEM

       01  WS-WCH-ITEM.
            05 WS-WCH-CUSTNO          PIC 9(6).
            05 WS-WCH-NAME            PIC X(20).
            05 WS-WCH-BRANCH          PIC X(4).
            05 WS-WCH-CURR            PIC X(3).
            05 WS-WCH-DATE            PIC 9(8).
            05 WS-WCH-SETTLE          PIC 9(8).
            05 WS-WCH-ORIG            PIC S9(11)V9(2) COMP-3.
            05 WS-WCH-PLN             PIC S9(11)V9(2) COMP-3.
            05 WS-WCH-ABS             PIC 9(11)V9(2) COMP-3.
            05 WS-WCH-SIZE            PIC X(1).
            05 WS-WCH-SOURCE          PIC X(1).
            05 WS-WCH-STAMP           PIC 9(14).

       01  WS-WCH-SEARCH.
            05 WS-WCH-FOUND           PIC X(1).
                88 WCH-CUST-FOUND           VALUE "Y".
            05 WS-WCH-SLOT            PIC 9(4).
            05 WS-WCH-RUN-FOUND       PIC X(1).
                88 WCH-RUN-FOUND            VALUE "Y".

      *    THE FLAG BEING WRITTEN BY 2770 -- ITS TYPE, ITEM COUNT,
      *    TOTAL AND THE DATES IT COVERS

       01  WS-WCH-FLAG.
            05 WS-WCH-FLAG-TYPE       PIC X(1).
            05 WS-WCH-FLAG-COUNT      PIC 9(5).
            05 WS-WCH-FLAG-TOTAL      PIC 9(11)V9(2) COMP-3.
            05 WS-WCH-FLAG-FROM       PIC 9(8).

       01  WCH-LARGE-COUNTER          PIC 9(5).
       01  WCH-SPLIT-COUNTER          PIC 9(5).
       01  WS-WCH-C                   PIC 9(4).
       01  WS-WCH-K                   PIC 9(5).

      *    REVALUATION WORK FIELDS: THE CURRENT RECORD'S BOOKED PLN
      *    VALUE, AND THE PER-CURRENCY RESTATED VALUE, GAIN/LOSS AND
      *    RUNNING TOTAL FOR THE REPORT
      *    MANIFEST LINE, A SINGLE-FILE RUN GETS EXACTLY ONE ENTRY, SO
      *    THE READ LOOP DRIVES OFF THIS TABLE EITHER WAY

      *    A MANIFEST LINE THE BRANCH MASTER REFUSES STAYS IN THE
      *    TABLE MARKED REJECTED, SO THE ENTRY NUMBERS -- WHICH THE
      *    CHECKPOINT RECORDS -- DO NOT MOVE; IT IS SIMPLY NOT READ

       01  WS-TABLE-BRANCH.
            05 TABLE-BRANCH-ENTRY  OCCURS 20 TIMES.
                10 BR-CODE         PIC X(4).
                10 BR-FILE         PIC X(60).
                10 BR-STATUS       PIC X(1).
                    88 BR-REJECTED          VALUE "R".
                10 BR-REASON       PIC X(28).
                10 BR-COSTCTR      PIC X(6).

       01  BRANCH-COUNTER             PIC 9(2).
       01  CT-MAX-BRANCHES            PIC 9(2) VALUE 20.
       01  BR-REJECT-COUNTER          PIC 9(2).

      *    THE DELIVERY CHECK: WHETHER THE BUSINESS DATE IS A
      *    BUSINESS DAY, ITS WEEKDAY AS A POSITION IN THE BRANCH'S
      *    DELIVERY DAYS (1 = MONDAY), AND WHAT ONE BRANCH SENT

       01  SW-DLV-DAY                 PIC X(1).
            88 DLV-BUSINESS-DAY              VALUE "Y".

       01  WS-DLV-CHECK.
            05 WS-DLV-WEEKDAY         PIC 9(1).
            05 WS-DLV-FILES           PIC 9(2).
            05 WS-DLV-READ            PIC 9(6).
            05 WS-DLV-EMPTY           PIC 9(2).
            05 WS-DLV-NOTE            PIC X(28).

       01  DLV-EXCEPTION-COUNTER      PIC 9(4).

      *    ZELLER'S CONGRUENCE WORK FIELDS (SAME METHOD AS DATECALC)
      *    -- 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY

       01  WS-ZELLER.
            05 WS-ZC-YEAR             PIC 9(4).
            05 WS-ZC-MONTH            PIC 9(2).
            05 WS-ZC-DAY              PIC 9(2).
            05 WS-ZC-J                PIC 9(2).
            05 WS-ZC-K                PIC 9(2).
            05 WS-ZC-WORK             PIC 9(4).
            05 WS-ZC-SUM              PIC 9(4).
            05 WS-ZC-WEEKDAY          PIC 9(1).

      *    PER-BRANCH FIGURES, RECOMPUTED FROM THE STAGED TABLE AT
      *    REPORT TIME (EVERY ENTRY CARRIES ITS MANIFEST SEQUENCE, SO
       01  CT-MAX-GLACC               PIC 9(3) VALUE 200.
       01  WS-GLA-SLOT                PIC 9(3).

      *    THE FEES CHARGED THIS RUN, ONE CELL PER BRANCH/CURRENCY
      *    COMBINATION -- FEEDS BOTH THE FEE REPORT AND THE GL FEED'S
      *    FEE INCOME LINES, SO THE TWO AGREE BY CONSTRUCTION

       01  WS-TABLE-FEEACC.
            05 TABLE-FEEACC-ENTRY  OCCURS 200 TIMES.
                10 FAC-BRANCH      PIC 9(2).
                10 FAC-CURR        PIC X(3).
                10 FAC-COUNT       PIC 9(6).
                10 FAC-PLN         PIC S9(11)V9(2) COMP-3.
                10 FAC-BASE        PIC S9(11)V9(2) COMP-3.

       01  FEEACC-COUNTER             PIC 9(3).
       01  CT-MAX-FEEACC              PIC 9(3) VALUE 200.
       01  WS-FAC-SLOT                PIC 9(3).

      *    RUN TOTALS OF THE FEES CHARGED, AND THE GL TRAILER'S HASH
      *    -- THE GRAND TOTAL LESS THE FEE INCOME, I.E. DEBITS MINUS
      *    CREDITS ACROSS EVERY DETAIL LINE OF THE GL FEED

       01  FEE-COUNTER                PIC 9(6).
       01  WS-FEE-TOTAL               PIC S9(11)V9(2) COMP-3.
       01  WS-FEE-BASE-TOTAL          PIC S9(11)V9(2) COMP-3.
       01  WS-GL-HASH-TOTAL           PIC S9(11)V9(2) COMP-3.

      *    THE RUN'S POSTING ACTIVITY, ONE ENTRY PER CUSTOMER TOUCHED
      *    -- SIZED BY THE RUN (CT-MAX-RECORDS), NOT BY THE MASTER,
      *    SO THE OLD BALANCE-MASTER CEILING IS GONE. THE ENTRIES ARE
            05 MFT-STATUS            PIC X(2).
            05 BRC-STATUS            PIC X(2).
            05 BAL-STATUS            PIC X(2).
            05 POS-STATUS            PIC X(2).
            05 STMT-STATUS           PIC X(2).
            05 CMF-STATUS            PIC X(2).
            05 CTL-STATUS            PIC X(2).
            05 PCT-STATUS            PIC X(2).
            05 GLI-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 PER-STATUS            PIC X(2).
            05 ARC-STATUS            PIC X(2).
            05 LIM-STATUS            PIC X(2).
            05 LBR-STATUS            PIC X(2).
            05 FEE-STATUS            PIC X(2).
            05 FRP-STATUS            PIC X(2).
            05 BRM-STATUS            PIC X(2).
            05 DLV-STATUS            PIC X(2).
            05 RVL-STATUS            PIC X(2).
            05 WTH-STATUS            PIC X(2).
            05 WCH-STATUS            PIC X(2).
            05 WFL-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
           "CCY       POSITION      BOOKED PLN    RESTATED PLN     GAI
      -    "N/LOSS".

       01  CT-TITLE-WATCH     PIC X(45) VALUE
           "COMPLIANCE WATCH - LARGE AND SPLIT ITEMS".
       01  CT-HDG-WATCH       PIC X(93) VALUE
           "F CUSTNO NAME                 BRCH CCY DATE     SETTLE      
      -    "ORIG AMOUNT     AMOUNT PLN SOURCE".
       01  CT-WATCH-OFF       PIC X(45) VALUE
           "NO THRESHOLD IN EFFECT - WATCH NOT APPLIED".
       01  CT-TITLE-FEE       PIC X(45) VALUE
           "FEE REPORT - FEES CHARGED BY BRANCH".
       01  CT-HDG-FEE         PIC X(50) VALUE
           "BRCH CCY CHARGED          FEE PLN          FEE PLN".
       01  CT-FEE-OFF         PIC X(45) VALUE
           "NO FEE TARIFF ON FILE - NO FEES CHARGED".
       01  CT-TITLE-DELIVERY  PIC X(45) VALUE
           "DELIVERY REPORT - BRANCH FILES NOT RECEIVED".
       01  CT-HDG-DELIVERY    PIC X(54) VALUE
           "BRCH BRANCH NAME / INPUT FILE     FILES  RECORDS  NOTE".
       01  CT-DLV-OFF         PIC X(45) VALUE
           "NO BRANCH MASTER - DELIVERY NOT CHECKED".
       01  CT-DLV-NOT-DUE     PIC X(45) VALUE
           "NOT A BUSINESS DAY - NO DELIVERY EXPECTED".
       01  CT-DLV-ALL-IN      PIC X(45) VALUE
           "EVERY BRANCH DUE HAS DELIVERED".
       01  CT-WATCH-TRUNCATED PIC X(45) VALUE
           "ITEM DETAIL INCOMPLETE - TOO MANY ITEMS".

      *    THE WATCH REPORT STATES THE SETTINGS IT RAN UNDER BELOW
      *    THE RUN STAMP, AND ITS COUNTS AT THE FOOT

       01  WCH-HDG-PARM-LINE.
            05 FILLER          PIC X(14) VALUE "THRESHOLD PLN ".
            05 WCH-HDG-THRESHOLD PIC Z(10)9.9(2).
            05 FILLER          PIC X(8)  VALUE " WINDOW ".
            05 WCH-HDG-WINDOW  PIC ZZ9.
            05 FILLER          PIC X(20) VALUE " BUSINESS DAYS FROM ".
            05 WCH-HDG-FROM    PIC 9(8).
            05 FILLER          PIC X(11) VALUE " MIN ITEMS ".
            05 WCH-HDG-MIN     PIC ZZ9.

       01  WCH-TOTAL-LINE.
            05 WCH-TOTAL-LABEL PIC X(25).
            05 WCH-TOTAL-COUNT PIC Z(4)9.

      *    PAGE CONTROL: LINES WRITTEN TO THE CURRENT PAGE AND THE
      *    PAGE NUMBER, RESET AS EACH REPORT STARTS

            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    THE RUN STAMP -- DATE AND TIME THE RUN STARTED, CUT ONTO
      *    EVERY JOURNAL LINE, HELD ITEM AND THE POSTING-CONTROL LINE
      *    SO REVPOST CAN FIND EVERYTHING THE RUN PRODUCED

       01  WS-RUN-STAMP.
            05 WS-RUN-STAMP-DATE    PIC 9(8).
            05 WS-RUN-STAMP-TIME    PIC 9(6).

      *    THE CLOSED PERIOD THE BUSINESS DATE FELL IN, FOR THE
      *    REFUSAL MESSAGE

       01  WS-CLOSED-PERIOD         PIC 9(6).

      *    RE-ASSEMBLES IN-EXRATE-INT/IN-EXRATE-FRAC AND
      *    IN-AMOUNT-INT/IN-AMOUNT-FRAC INTO PROPERLY SCALED NUMERIC
      *    VALUES (IN-EXRATE AND IN-AMOUNT THEMSELVES CANNOT BE
            88 CT-ERR-NOBASE                 VALUE "Q".
            88 CT-ERR-POSTED                 VALUE "P".
            88 CT-ERR-GLBOUND                VALUE "G".
            88 CT-ERR-CLOSED                 VALUE "C".
            88 CT-ERR-FEEBOUND               VALUE "F".
            88 CT-ERR-NOBRANCH               VALUE "D".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       WS-LIM-CHECK
                       BREACH-COUNTER
                       WS-BOOKED-POST
                       WS-REVAL-TOTAL
                       SW-WATCH
                       WS-WATCH-SETTINGS
                       WCHCUST-COUNTER
                       WCHITEM-COUNTER
                       SW-WATCH-TRUNCATED
                       WCHRUN-COUNTER
                       WCHPER-COUNTER
                       WS-WCH-ITEM
                       WS-WCH-SEARCH
                       WS-WCH-FLAG
                       WCH-LARGE-COUNTER
                       WCH-SPLIT-COUNTER
                       SW-FEE-AVAILABLE
                       SW-FEE-SCAN
                       WS-FEE-SEARCH
                       WS-TABLE-FEEACC
                       FEEACC-COUNTER
                       WS-FAC-SLOT
                       FEE-COUNTER
                       WS-FEE-TOTAL
                       WS-FEE-BASE-TOTAL
                       WS-GL-HASH-TOTAL
                       SW-BRM-AVAILABLE
                       SW-BRM-SCAN
                       BR-REJECT-COUNTER
                       SW-DLV-DAY
                       WS-DLV-CHECK
                       DLV-EXCEPTION-COUNTER
                       WS-ZELLER.

           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME
           MOVE WS-AUD-TIME TO WS-RUN-STAMP-TIME

           PERFORM 1100-RETRIEVE-INPUT-FILE-NAME
           PERFORM 1170-CHECK-PERIOD-OPEN
           PERFORM 1160-CHECK-ALREADY-POSTED
           PERFORM 1150-CHECK-RESTART
           PERFORM 1400-OPEN-CUSTOMER-MASTER
           PERFORM 1500-OPEN-BALANCE-MASTER
           PERFORM 1510-OPEN-POSITION-MASTER
           PERFORM 1700-OPEN-LIMIT-MASTER
           PERFORM 1710-OPEN-FEE-TARIFF
           PERFORM 1720-OPEN-BRANCH-MASTER
           PERFORM 1200-OPEN-FILE
           PERFORM 1300-OPEN-FX-RATES
           PERFORM 1600-RESOLVE-BASE-CURRENCY
           PERFORM 1180-LOAD-WATCH-THRESHOLD.

      *    RUNS UNATTENDED IN THE BATCH WINDOW: THE INPUT FILE NAME
      *    COMES FROM THE FIRST JCL/COMMAND-LINE PARAMETER, FALLING
      *    REFUSES TO START A RUN WHOSE INPUT NAME AND BUSINESS DATE
      *    ALREADY WENT THROUGH -- THE POSTING-CONTROL FILE CARRIES
      *    ONE LINE PER COMPLETED RUN, CUT BY 2700-MARK-RUN-COMPLETE.
      *    AN OVERRIDE RUN STATES IT IS ONE AND PROCEEDS. A RUN
      *    REVPOST HAS BACKED OUT IS MARKED REVERSED AND IS NO LONGER
      *    IN THE WAY

       1160-CHECK-ALREADY-POSTED.

               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PCT-IO-DATE EQUAL WS-BUSINESS-DATE
                           AND PCT-IO-RUN-NAME EQUAL WS-RUN-NAME
                           AND NOT PCT-REVERSED) THEN
                       IF OVERRIDE-RUN THEN
                           DISPLAY "OVERRIDE: REPROCESSING "
                               "ALREADY-POSTED RUN"
                   END-IF
           END-READ.

      *    ONCE PERCLOSE HAS CLOSED A PERIOD ITS JOURNAL IS ARCHIVED
      *    AND ITS BALANCES SNAPSHOT -- A BUSINESS DATE IN IT, OR IN
      *    ANY EARLIER PERIOD, IS REFUSED. THERE IS NO OVERRIDE: A
      *    LATE ITEM IS POSTED UNDER AN OPEN DATE. A MISSING FILE
      *    MEANS NOTHING HAS BEEN CLOSED YET

       1170-CHECK-PERIOD-OPEN.

           OPEN INPUT PERIOD-CONTROL
           MOVE PER-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1171-CHECK-ONE-PERIOD-LINE UNTIL AT-END
               CLOSE PERIOD-CONTROL
           END-IF
           SET RECORD-OK TO TRUE.

       1171-CHECK-ONE-PERIOD-LINE.

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

      *    LOOKS FOR AN UNFINISHED CHECKPOINT LEFT BY A PRIOR RUN
      *    AGAINST THIS SAME INPUT FILE -- IF ONE IS FOUND, THE READ
      *    LOOP RESUMES PAST THE RECORDS IT ALREADY ACCOUNTED FOR
      *    RESTART POINT ARE ALREADY FULLY STAGED IN THE RELOADED
      *    CHECKPOINT DATA AND ARE NOT RE-READ; THE RESTART ENTRY
      *    ITSELF IS SKIPPED FORWARD PAST THE LINES THE PRIOR RUN
      *    ACCOUNTED FOR. AN ENTRY THE BRANCH MASTER REFUSED IS NOT
      *    READ AT ALL

       1240-PROCESS-ONE-INPUT-FILE.

           IF(WS-BR NOT < WS-RESTART-SEQ
                   AND NOT BR-REJECTED(WS-BR)) THEN
               MOVE BR-FILE(WS-BR) TO WS-INPUT-FILE-NAME
               MOVE ZERO TO WS-LINES-READ
               MOVE ZERO TO WS-CKPT-DUE
           END-IF
           SET RECORD-OK TO TRUE.

      *    OPENS THE POSITION MASTER FOR KEYED POSTING -- CREATED
      *    EMPTY ON THE FIRST RUN, LIKE THE BALANCE MASTER

       1510-OPEN-POSITION-MASTER.

           OPEN I-O POSITION-MASTER
           MOVE POS-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

      *    OPENS THE CREDIT-LIMIT MASTER FOR KEYED LOOKUPS. A MISSING
      *    FILE IS TOLERATED -- A SITE WITH NO LIMITS AGREED SIMPLY
      *    GETS NO BREACH CHECKING
           END-IF
           SET RECORD-OK TO TRUE.

      *    THE TARIFF IS READ IN PLACE BY KEY WHILE THE RECORDS ARE
      *    POSTED -- A MISSING FILE LEAVES THE SWITCH OFF

       1710-OPEN-FEE-TARIFF.

           OPEN INPUT FEE-TARIFF
           MOVE FEE-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               SET FEE-AVAILABLE TO TRUE
           END-IF
           SET RECORD-OK TO TRUE.

      *    THE BRANCH MASTER IS READ BY KEY TO CHECK A MANIFEST'S
      *    LINES BEFORE ANY FILE IS OPENED, AND PASSED THROUGH AGAIN
      *    FOR THE DELIVERY REPORT -- A MISSING FILE LEAVES THE SWITCH
      *    OFF

       1720-OPEN-BRANCH-MASTER.

           OPEN INPUT BRANCH-MASTER
           MOVE BRM-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               SET BRM-AVAILABLE TO TRUE
           END-IF
           SET RECORD-OK TO TRUE

           IF(BRM-AVAILABLE AND MANIFEST-RUN) THEN
               PERFORM 1730-CHECK-MANIFEST-BRANCH
                   VARYING WS-BR FROM 1 BY 1
                   UNTIL WS-BR > BRANCH-COUNTER
               IF BR-REJECT-COUNTER EQUAL BRANCH-COUNTER THEN
                   SET CT-ERR-NOBRANCH TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

      *    A MANIFEST LINE WHOSE BRANCH IS NOT ON THE MASTER, OR IS
      *    CLOSED, IS MARKED REJECTED AND ITS FILE IS NOT READ; AN
      *    ACCEPTED LINE PICKS UP THE BRANCH'S GL COST CENTRE

       1730-CHECK-MANIFEST-BRANCH.

           MOVE SPACES TO BR-REASON(WS-BR)
           MOVE BR-CODE(WS-BR) TO BRM-IN-CODE
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE "BRANCH NOT ON BRANCH MASTER"
                       TO BR-REASON(WS-BR)
               NOT INVALID KEY
                   IF BRM-IN-ACTIVE THEN
                       MOVE BRM-IN-COSTCTR TO BR-COSTCTR(WS-BR)
                   ELSE
                       MOVE "BRANCH CLOSED" TO BR-REASON(WS-BR)
                   END-IF
           END-READ

           IF BR-REASON(WS-BR) NOT EQUAL SPACES THEN
               SET BR-REJECTED(WS-BR) TO TRUE
               ADD 1 TO BR-REJECT-COUNTER
               DISPLAY "MANIFEST LINE REJECTED: " BR-CODE(WS-BR)
                       " " BR-REASON(WS-BR)
           END-IF.

      *    FIXES THE BASE CURRENCY'S PLN RATE FOR THE RUN AND STAMPS
      *    THE BASE INTO THE REPORT TITLES, COLUMN HEADERS AND TOTAL
      *    LABELS. A NON-PLN BASE WITH NO RATE IN EFFECT FOR THE

           MOVE WS-BASE-CURRENCY TO CT-TITLE-FIRST(27:3)
           MOVE WS-BASE-CURRENCY TO CT-HDG-FIRST(43:3)
           MOVE WS-BASE-CURRENCY TO RPT-TOTAL-LABEL(13:3)
           MOVE WS-BASE-CURRENCY TO CT-HDG-FEE(48:3).

      *    PICKS THE COMPLIANCE THRESHOLD LINE IN EFFECT FOR THE
      *    BUSINESS DATE -- THE LATEST EFFECTIVE DATE ON OR BEFORE
      *    IT -- AND WORKS OUT, THROUGH DATECALC'S BUSINESS-DAY MODE,
      *    THE FIRST DAY OF THE WINDOW SPLIT ITEMS ARE ADDED UP OVER.
      *    A ZERO THRESHOLD SWITCHES THE WATCH OFF FROM ITS DATE; A
      *    ZERO WINDOW MEANS THE BUSINESS DATE ALONE, AND A SPLIT
      *    TAKES AT LEAST TWO ITEMS WHATEVER THE FILE SAYS

       1180-LOAD-WATCH-THRESHOLD.

           OPEN INPUT WATCH-THRESHOLD
           MOVE WTH-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1181-READ-ONE-THRESHOLD UNTIL AT-END
               CLOSE WATCH-THRESHOLD
           END-IF
           SET RECORD-OK TO TRUE

           IF(WCH-EFFDATE NOT EQUAL ZERO
                   AND WCH-THRESHOLD > ZERO) THEN
               SET WATCH-ON TO TRUE
               IF WCH-WINDOW EQUAL ZERO THEN
                   MOVE 1 TO WCH-WINDOW
               END-IF
               IF WCH-MIN-ITEMS < 2 THEN
                   MOVE 2 TO WCH-MIN-ITEMS
               END-IF
               MOVE WS-BUSINESS-DATE TO DC-IN-DATE
               COMPUTE DC-IN-DAYS = (WCH-WINDOW - 1) * -1
               MOVE "B" TO DC-SHIFT-MODE
               MOVE "N" TO DC-ROLL-RULE
               CALL "DateCalc" USING DATECALC-AREA
               IF DC-REJ-REASON EQUAL SPACES THEN
                   MOVE DC-OUT-DATE TO WCH-WINDOW-START
               ELSE
                   MOVE WS-BUSINESS-DATE TO WCH-WINDOW-START
               END-IF
               MOVE SPACES TO DC-SHIFT-MODE
               MOVE SPACES TO DC-ROLL-RULE
           END-IF.

       1181-READ-ONE-THRESHOLD.

           READ WATCH-THRESHOLD
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(WTH-IN-EFFDATE NUMERIC
                           AND WTH-IN-AMOUNT-INT NUMERIC
                           AND WTH-IN-AMOUNT-FRAC NUMERIC
                           AND WTH-IN-EFFDATE NOT > WS-BUSINESS-DATE
                           AND WTH-IN-EFFDATE NOT < WCH-EFFDATE) THEN
                       MOVE WTH-IN-EFFDATE     TO WCH-EFFDATE
                       MOVE WTH-IN-AMOUNT-INT  TO WS-BALANCE-INT
                       MOVE WTH-IN-AMOUNT-FRAC TO WS-BALANCE-FRAC
                       MOVE WS-BALANCE-VALUE   TO WCH-THRESHOLD
                       IF WTH-IN-WINDOW NUMERIC THEN
                           MOVE WTH-IN-WINDOW TO WCH-WINDOW
                       ELSE
                           MOVE ZERO TO WCH-WINDOW
                       END-IF
                       IF WTH-IN-MIN-ITEMS NUMERIC THEN
                           MOVE WTH-IN-MIN-ITEMS TO WCH-MIN-ITEMS
                       ELSE
                           MOVE ZERO TO WCH-MIN-ITEMS
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS.

           PERFORM 2600-WRITE-OUTPUT-REPORTS
           PERFORM 2800-WRITE-GL-INTERFACE
           PERFORM 2900-WRITE-FX-REVAL-REPORT
           PERFORM 2750-WRITE-COMPLIANCE-WATCH
           PERFORM 2680-WRITE-STATEMENT-REPORT
           PERFORM 2700-MARK-RUN-COMPLETE.

           MOVE WS-AUD-TIME TO RPT-HDG-TIME
           MOVE WS-RUN-NAME TO RPT-HDG-INPUT
           PERFORM 2631-SUM-GRAND-TOTAL
           COMPUTE WS-GL-HASH-TOTAL =
               WS-CTL-GRAND-TOTAL - WS-FEE-BASE-TOTAL

           PERFORM 2610-WRITE-FIRST-REPORT
           PERFORM 2620-WRITE-SECOND-REPORT
           PERFORM 2630-WRITE-CONTROL-REPORT
           PERFORM 2634-WRITE-FEE-REPORT
           PERFORM 2650-SUM-BRANCH-FIGURES
           IF MANIFEST-RUN THEN
               PERFORM 2660-WRITE-BRANCH-REPORT
               PERFORM 2661-WRITE-DELIVERY-REPORT
           END-IF
           PERFORM 2640-WRITE-AUDIT-LOG.

           MOVE WS-CTL-COUNT-EDIT       TO CTL-OUT-VALUE
           WRITE CONTROL-REPORT-RECORD

      *    MANIFEST LINES THE BRANCH MASTER REFUSED -- THEIR FILES
      *    WERE NOT READ AT ALL, SO NONE OF THE COUNTS ABOVE COVER THEM
           IF MANIFEST-RUN THEN
               MOVE BR-REJECT-COUNTER TO WS-CTL-COUNT-EDIT
               MOVE "BRANCH FILES REFUSED"  TO CTL-OUT-LABEL
               MOVE WS-CTL-COUNT-EDIT       TO CTL-OUT-VALUE
               WRITE CONTROL-REPORT-RECORD
           END-IF

           MOVE UNMATCHED-COUNTER TO WS-CTL-COUNT-EDIT
           MOVE "RECORDS UNMATCHED"     TO CTL-OUT-LABEL
           MOVE WS-CTL-COUNT-EDIT       TO CTL-OUT-VALUE
           MOVE WS-CTL-AMOUNT-EDIT      TO CTL-OUT-VALUE
           WRITE CONTROL-REPORT-RECORD

      *    THE FEES CHARGED ON TOP OF THE RECORDS, THE FEE INCOME IN
      *    THE BASE CURRENCY AS THE GL FEED CARRIES IT, AND THE GL
      *    TRAILER'S HASH -- THE GRAND TOTAL LESS THE FEE INCOME

           MOVE FEE-COUNTER TO WS-CTL-COUNT-EDIT
           MOVE "FEES CHARGED"          TO CTL-OUT-LABEL
           MOVE WS-CTL-COUNT-EDIT       TO CTL-OUT-VALUE
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-FEE-BASE-TOTAL TO WS-CTL-AMOUNT-EDIT
           MOVE "FEE INCOME"            TO CTL-OUT-LABEL
           MOVE WS-BASE-CURRENCY        TO CTL-OUT-LABEL(12:3)
           MOVE WS-CTL-AMOUNT-EDIT      TO CTL-OUT-VALUE
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-GL-HASH-TOTAL TO WS-CTL-AMOUNT-EDIT
           MOVE "GL HASH TOTAL"         TO CTL-OUT-LABEL
           MOVE WS-BASE-CURRENCY        TO CTL-OUT-LABEL(15:3)
           MOVE WS-CTL-AMOUNT-EDIT      TO CTL-OUT-VALUE
           WRITE CONTROL-REPORT-RECORD

           CLOSE CONTROL-REPORT
           DISPLAY "WRITING CONTROL REPORT FINISHED".

           WRITE CONTROL-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

      *    ONE LINE PER BRANCH/CURRENCY WITH THE NUMBER OF FEES
      *    CHARGED AND THEIR TOTAL IN PLN (AS POSTED TO THE BALANCES)
      *    AND IN THE BASE CURRENCY (AS SENT TO THE GL), WITH A TOTAL
      *    LINE AGREEING WITH THE CONTROL REPORT. WITHOUT A TARIFF THE
      *    REPORT SAYS SO INSTEAD OF PRINTING EMPTY

       2634-WRITE-FEE-REPORT.

           DISPLAY "WRITING FEE REPORT"
           OPEN OUTPUT FEE-REPORT
           MOVE ZERO TO WS-PAGE-NUMBER
           PERFORM 2635-WRITE-FEE-HEADING

           IF NOT FEE-AVAILABLE THEN
               MOVE CT-FEE-OFF TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
           ELSE
               PERFORM 2636-WRITE-FEE-DETAIL
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > FEEACC-COUNTER
               MOVE SPACES TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
               MOVE SPACES TO FEE-REPORT-RECORD
               MOVE "TOT"             TO FRP-OUT-BRANCH
               MOVE FEE-COUNTER       TO FRP-OUT-COUNT
               MOVE WS-FEE-TOTAL      TO FRP-OUT-FEE-PLN
               MOVE WS-FEE-BASE-TOTAL TO FRP-OUT-FEE-BASE
               WRITE FEE-REPORT-RECORD
           END-IF

           CLOSE FEE-REPORT
           DISPLAY "WRITING FEE REPORT FINISHED".

       2635-WRITE-FEE-HEADING.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE CT-TITLE-FEE TO RPT-HDG-TITLE
           MOVE WS-PAGE-NUMBER TO RPT-HDG-PAGENO
           MOVE RPT-HDG-PAGE-LINE TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE RPT-HDG-RUN-LINE TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE CT-HDG-FEE TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       2636-WRITE-FEE-DETAIL.

           IF WS-LINE-COUNT NOT < CT-PAGE-LENGTH THEN
               PERFORM 2635-WRITE-FEE-HEADING
           END-IF
           MOVE SPACES TO FEE-REPORT-RECORD
           MOVE BR-CODE(FAC-BRANCH(WS-I)) TO FRP-OUT-BRANCH
           MOVE FAC-CURR(WS-I)            TO FRP-OUT-CURR
           MOVE FAC-COUNT(WS-I)           TO FRP-OUT-COUNT
           MOVE FAC-PLN(WS-I)             TO FRP-OUT-FEE-PLN
           MOVE FAC-BASE(WS-I)            TO FRP-OUT-FEE-BASE
           WRITE FEE-REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

      *    ADDS UP REP1-AMOU ACROSS EVERY NAME FOR THE GRAND TOTAL LINE

       2631-SUM-GRAND-TOTAL.
           MOVE SPACES TO BRANCH-REPORT-RECORD
           PERFORM VARYING WS-BR FROM 1 BY 1
                   UNTIL WS-BR > BRANCH-COUNTER
               IF NOT BR-REJECTED(WS-BR) THEN
                   MOVE BR-CODE(WS-BR)   TO BRC-OUT-CODE
                   MOVE BR-FILE(WS-BR)   TO BRC-OUT-FILE
                   MOVE BRS-READ(WS-BR)  TO BRC-OUT-READ
                   MOVE BRS-TOTAL(WS-BR) TO BRC-OUT-TOTAL
                   WRITE BRANCH-REPORT-RECORD
               END-IF
           END-PERFORM
           CLOSE BRANCH-REPORT
           DISPLAY "WRITING BRANCH REPORT FINISHED".

      *    WHAT THE MANIFEST RUN DID NOT GET: FIRST THE MANIFEST LINES
      *    THE BRANCH MASTER REFUSED, THEN -- ON A BUSINESS DAY BY THE
      *    HOLIDAY CALENDAR -- EVERY ACTIVE BRANCH DUE TO DELIVER ON
      *    THE WEEKDAY THAT SENT NO FILE, A FILE WITH NO ACCEPTED
      *    RECORDS, OR MORE THAN ONE FILE. WITHOUT A BRANCH MASTER
      *    THE REPORT SAYS SO INSTEAD OF PRINTING EMPTY

       2661-WRITE-DELIVERY-REPORT.

           DISPLAY "WRITING DELIVERY REPORT"
           OPEN OUTPUT DELIVERY-REPORT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE ZERO TO DLV-EXCEPTION-COUNTER
           PERFORM 2662-WRITE-DELIVERY-HEADING

           IF NOT BRM-AVAILABLE THEN
               MOVE CT-DLV-OFF TO DELIVERY-REPORT-LINE
               WRITE DELIVERY-REPORT-LINE
           ELSE
               PERFORM 2663-WRITE-REFUSED-LINE
                   VARYING WS-BR FROM 1 BY 1
                   UNTIL WS-BR > BRANCH-COUNTER
               PERFORM 2664-CLASSIFY-BUSINESS-DATE
               IF DLV-BUSINESS-DAY THEN
                   MOVE LOW-VALUES TO BRM-IN-CODE
                   MOVE "N" TO SW-BRM-SCAN
                   START BRANCH-MASTER KEY IS NOT LESS THAN BRM-IN-CODE
                       INVALID KEY SET BRM-SCAN-DONE TO TRUE
                   END-START
                   PERFORM 2666-CHECK-ONE-BRANCH UNTIL BRM-SCAN-DONE
                   IF DLV-EXCEPTION-COUNTER EQUAL ZERO THEN
                       MOVE CT-DLV-ALL-IN TO DELIVERY-REPORT-LINE
                       WRITE DELIVERY-REPORT-LINE
                   END-IF
               ELSE
                   MOVE CT-DLV-NOT-DUE TO DELIVERY-REPORT-LINE
                   WRITE DELIVERY-REPORT-LINE
               END-IF
           END-IF

           CLOSE DELIVERY-REPORT
           DISPLAY "WRITING DELIVERY REPORT FINISHED - "
               DLV-EXCEPTION-COUNTER " BRANCH(ES) TO FOLLOW UP".

       2662-WRITE-DELIVERY-HEADING.

           ADD 1 TO WS-PAGE-NUMBER
           MOVE CT-TITLE-DELIVERY TO RPT-HDG-TITLE
           MOVE WS-PAGE-NUMBER TO RPT-HDG-PAGENO
           MOVE RPT-HDG-PAGE-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           MOVE RPT-HDG-RUN-LINE TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           MOVE SPACES TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           MOVE CT-HDG-DELIVERY TO DELIVERY-REPORT-LINE
           WRITE DELIVERY-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

      *    A REFUSED MANIFEST LINE: ITS BRANCH CODE, THE FILE THAT WAS
      *    NOT READ AND WHY

       2663-WRITE-REFUSED-LINE.

           IF BR-REJECTED(WS-BR) THEN
               IF WS-LINE-COUNT NOT < CT-PAGE-LENGTH THEN
                   PERFORM 2662-WRITE-DELIVERY-HEADING
               END-IF
               MOVE SPACES TO DELIVERY-REPORT-RECORD
               MOVE BR-CODE(WS-BR)   TO DLV-OUT-CODE
               MOVE BR-FILE(WS-BR)   TO DLV-OUT-NAME
               MOVE BR-REASON(WS-BR) TO DLV-OUT-NOTE
               WRITE DELIVERY-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *    A ZERO-DAY SHIFT THROUGH DATECALC WITH THE FOLLOW ROLL RULE
      *    MOVES OFF WEEKENDS AND THE HOLIDAY CALENDAR -- A BUSINESS
      *    DATE THAT COMES BACK UNCHANGED IS A BUSINESS DAY (THE SAME
      *    TEST AUDITREP USES). THE WEEKDAY THEN PICKS THE DELIVERY
      *    FLAG TO LOOK AT

       2664-CLASSIFY-BUSINESS-DATE.

           MOVE "N" TO SW-DLV-DAY
           MOVE WS-BUSINESS-DATE TO DC-IN-DATE
           MOVE ZERO TO DC-IN-DAYS
           MOVE SPACE TO DC-SHIFT-MODE
           MOVE "F" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA
           IF(DC-REJ-REASON EQUAL SPACES
                   AND DC-OUT-DATE EQUAL WS-BUSINESS-DATE) THEN
               SET DLV-BUSINESS-DAY TO TRUE
           END-IF
           MOVE SPACES TO DC-SHIFT-MODE
           MOVE SPACES TO DC-ROLL-RULE

           PERFORM 2665-COMPUTE-WEEKDAY.

      *    ZELLER'S CONGRUENCE ON THE BUSINESS DATE, AS IN DATECALC.
      *    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
      *    PRECEDING YEAR; THE DIVISIONS MUST TRUNCATE, SO THEY ARE
      *    DONE WITH DIVIDE INTO INTEGER FIELDS. THE RESULT (0 =
      *    SATURDAY ... 6 = FRIDAY) IS TURNED INTO A MONDAY-FIRST
      *    POSITION IN THE DELIVERY DAYS

       2665-COMPUTE-WEEKDAY.

           MOVE WS-BUSINESS-DATE-X(1:4) TO WS-ZC-YEAR
           MOVE WS-BUSINESS-DATE-X(5:2) TO WS-ZC-MONTH
           MOVE WS-BUSINESS-DATE-X(7:2) TO WS-ZC-DAY
           IF WS-ZC-MONTH < 3 THEN
               ADD 12 TO WS-ZC-MONTH
               SUBTRACT 1 FROM WS-ZC-YEAR
           END-IF

           DIVIDE WS-ZC-YEAR BY 100
               GIVING WS-ZC-J REMAINDER WS-ZC-K

           COMPUTE WS-ZC-WORK = 13 * (WS-ZC-MONTH + 1)
           DIVIDE 5 INTO WS-ZC-WORK
           COMPUTE WS-ZC-SUM = WS-ZC-DAY + WS-ZC-WORK + WS-ZC-K

           DIVIDE WS-ZC-K BY 4 GIVING WS-ZC-WORK
           ADD WS-ZC-WORK TO WS-ZC-SUM
           DIVIDE WS-ZC-J BY 4 GIVING WS-ZC-WORK
           ADD WS-ZC-WORK TO WS-ZC-SUM
           COMPUTE WS-ZC-WORK = 5 * WS-ZC-J
           ADD WS-ZC-WORK TO WS-ZC-SUM

           DIVIDE WS-ZC-SUM BY 7
               GIVING WS-ZC-WORK REMAINDER WS-ZC-WEEKDAY

           IF WS-ZC-WEEKDAY < 2 THEN
               COMPUTE WS-DLV-WEEKDAY = WS-ZC-WEEKDAY + 6
           ELSE
               COMPUTE WS-DLV-WEEKDAY = WS-ZC-WEEKDAY - 1
           END-IF.

      *    ONE BRANCH OFF THE MASTER, IN CODE ORDER. AN ACTIVE BRANCH
      *    DUE TODAY HAS THE MANIFEST'S ACCEPTED LINES FOR IT COUNTED
      *    UP -- NONE, MORE THAN ONE, OR A FILE THAT GAVE NO ACCEPTED
      *    RECORD PUTS IT ON THE REPORT

       2666-CHECK-ONE-BRANCH.

           READ BRANCH-MASTER NEXT RECORD
               AT END SET BRM-SCAN-DONE TO TRUE
               NOT AT END
                   IF(BRM-IN-ACTIVE
                           AND BRM-IN-DAYS(WS-DLV-WEEKDAY:1)
                               EQUAL "Y") THEN
                       MOVE ZERO TO WS-DLV-FILES
                       MOVE ZERO TO WS-DLV-READ
                       MOVE ZERO TO WS-DLV-EMPTY
                       PERFORM 2667-COUNT-BRANCH-FILE
                           VARYING WS-BR FROM 1 BY 1
                           UNTIL WS-BR > BRANCH-COUNTER
                       MOVE SPACES TO WS-DLV-NOTE
                       EVALUATE TRUE
                           WHEN WS-DLV-FILES EQUAL ZERO
                               MOVE "NO DELIVERY" TO WS-DLV-NOTE
                           WHEN WS-DLV-FILES > 1
                               MOVE "SECOND FILE" TO WS-DLV-NOTE
                           WHEN WS-DLV-EMPTY > ZERO
                               MOVE "ZERO RECORDS" TO WS-DLV-NOTE
                       END-EVALUATE
                       IF WS-DLV-NOTE NOT EQUAL SPACES THEN
                           PERFORM 2668-WRITE-DELIVERY-LINE
                       END-IF
                   END-IF
           END-READ.

       2667-COUNT-BRANCH-FILE.

           IF(BR-CODE(WS-BR) EQUAL BRM-IN-CODE
                   AND NOT BR-REJECTED(WS-BR)) THEN
               ADD 1 TO WS-DLV-FILES
               ADD BRS-READ(WS-BR) TO WS-DLV-READ
               IF BRS-READ(WS-BR) EQUAL ZERO THEN
                   ADD 1 TO WS-DLV-EMPTY
               END-IF
           END-IF.

       2668-WRITE-DELIVERY-LINE.

           IF WS-LINE-COUNT NOT < CT-PAGE-LENGTH THEN
               PERFORM 2662-WRITE-DELIVERY-HEADING
           END-IF
           MOVE SPACES TO DELIVERY-REPORT-RECORD
           MOVE BRM-IN-CODE  TO DLV-OUT-CODE
           MOVE BRM-IN-NAME  TO DLV-OUT-NAME
           MOVE WS-DLV-FILES TO DLV-OUT-FILES
           MOVE WS-DLV-READ  TO DLV-OUT-READ
           MOVE WS-DLV-NOTE  TO DLV-OUT-NOTE
           WRITE DELIVERY-REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO DLV-EXCEPTION-COUNTER.

      *    APPENDS ONE LINE PER RUN TO THE PERSISTED AUDIT LOG -- THE
      *    RUN DATE/TIME, THE INPUT FILE, THE BALANCING COUNTS ALREADY
      *    WORKED OUT FOR THE CONTROL REPORT, AND THE OUTPUT FILE NAMES

      *    A MANIFEST RUN FIRST LOGS ONE LINE PER BRANCH FILE
      *    CONSUMED, THEN THE CONSOLIDATED LINE UNDER THE MANIFEST
      *    NAME

       2640-WRITE-AUDIT-LOG.

      *    THE RUN STAMP WAS ALREADY TAKEN AT THE TOP OF
      *    2600-WRITE-OUTPUT-REPORTS, SO THE AUDIT LINES AND THE
      *    REPORT HEADINGS CARRY THE SAME DATE/TIME

           DISPLAY "WRITING AUDIT LOG"
           PERFORM 2641-OPEN-AUDIT-LOG

           IF MANIFEST-RUN THEN
               PERFORM 2642-WRITE-AUDIT-FILE-LINE
                   VARYING WS-BR FROM 1 BY 1
                   UNTIL WS-BR > BRANCH-COUNTER
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-AUD-DATE         TO AUD-OUT-DATE
           MOVE WS-AUD-TIME         TO AUD-OUT-TIME
           MOVE WS-RUN-NAME         TO AUD-OUT-INPUT-FILE
           MOVE READ-COUNTER        TO AUD-OUT-READ
           MOVE IN-NAMES-COUNTER    TO AUD-OUT-NAMES
           SET WS-CTL-DISTINCT-CURR TO TABLE-REP2-INDEX
           MOVE WS-CTL-DISTINCT-CURR TO AUD-OUT-CURR
           MOVE REJECT-COUNTER      TO AUD-OUT-REJECTS
           MOVE WS-CTL-GRAND-TOTAL  TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN     TO AUD-OUT-TOTAL-SIGN
           MOVE WS-BALANCE-INT      TO AUD-OUT-TOTAL-INT
           MOVE WS-BALANCE-FRAC     TO AUD-OUT-TOTAL-FRAC
           MOVE ","                 TO AUD-OUT-TOTAL-SEP
           MOVE "first_rep.txt second_rep.txt control_rep.txt"
                                    TO AUD-OUT-REPORTS
           MOVE "settle_rep.txt"    TO AUD-OUT-REPORTS(46:14)
      *    A DELIBERATE REPROCESS IS STAMPED ON ITS AUDIT LINE SO THE
      *    SECOND POSTING OF THE SAME INPUT IS ACCOUNTED FOR
           IF OVERRIDE-RUN THEN
           END-IF

           WRITE AUDIT-LOG-RECORD

      *    THE FEES POSTED TO THE BALANCES ON TOP OF THE RECORDS GO ON
      *    A LINE OF THEIR OWN, AS A NEGATIVE PLN TOTAL, SO THE TRIAL
      *    BALANCE EXPECTS THEM -- THE REPORTS COLUMN STARTS "fees"
           IF FEE-COUNTER > ZERO THEN
               PERFORM 2643-WRITE-AUDIT-FEE-LINE
           END-IF

           CLOSE AUDIT-LOG
           DISPLAY "WRITING AUDIT LOG FINISHED".

       2643-WRITE-AUDIT-FEE-LINE.

           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-AUD-DATE        TO AUD-OUT-DATE
           MOVE WS-AUD-TIME        TO AUD-OUT-TIME
           MOVE WS-RUN-NAME        TO AUD-OUT-INPUT-FILE
           MOVE FEE-COUNTER        TO AUD-OUT-READ
           MOVE ZERO               TO AUD-OUT-NAMES
           MOVE ZERO               TO AUD-OUT-CURR
           MOVE ZERO               TO AUD-OUT-REJECTS
           COMPUTE WS-BALANCE-SIGNED = WS-FEE-TOTAL * -1
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN    TO AUD-OUT-TOTAL-SIGN
           MOVE WS-BALANCE-INT     TO AUD-OUT-TOTAL-INT
           MOVE WS-BALANCE-FRAC    TO AUD-OUT-TOTAL-FRAC
           MOVE ","                TO AUD-OUT-TOTAL-SEP
           MOVE "fees fee_rep.txt" TO AUD-OUT-REPORTS
           WRITE AUDIT-LOG-RECORD.

      *    A MANIFEST LINE THE BRANCH MASTER REFUSED CONSUMED NO FILE
      *    AND GETS NO LINE

       2642-WRITE-AUDIT-FILE-LINE.

           IF NOT BR-REJECTED(WS-BR) THEN
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-AUD-DATE        TO AUD-OUT-DATE
               MOVE WS-AUD-TIME        TO AUD-OUT-TIME
               MOVE BR-FILE(WS-BR)     TO AUD-OUT-INPUT-FILE
               MOVE BRS-READ(WS-BR)    TO AUD-OUT-READ
               MOVE ZERO               TO AUD-OUT-NAMES
               MOVE ZERO               TO AUD-OUT-CURR
               MOVE ZERO               TO AUD-OUT-REJECTS
               MOVE BRS-TOTAL(WS-BR)   TO WS-BALANCE-SIGNED
               PERFORM 2689-ENCODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGN    TO AUD-OUT-TOTAL-SIGN
               MOVE WS-BALANCE-INT     TO AUD-OUT-TOTAL-INT
               MOVE WS-BALANCE-FRAC    TO AUD-OUT-TOTAL-FRAC
               MOVE ","                TO AUD-OUT-TOTAL-SEP
               MOVE BR-CODE(WS-BR)     TO AUD-OUT-REPORTS
               WRITE AUDIT-LOG-RECORD
           END-IF.

      *    THE LOG IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN FINDS
      *    NO FILE TO EXTEND AND CREATES ONE INSTEAD


           PERFORM 2057-CONVERT-NET-TO-PLN

      *    POSTED OR HELD, EVERY ACCEPTED RECORD'S PLN EQUIVALENT IS
      *    TESTED AGAINST THE COMPLIANCE THRESHOLD

           IF WATCH-ON THEN
               PERFORM 2751-WATCH-ONE-RECORD
           END-IF

           IF IN-SETTLE-DATE(WS-I) > WS-BUSINESS-DATE THEN
               PERFORM 2675-WRITE-PENDING-ITEM
           ELSE
               END-IF
               ADD WS-BAL-POST TO ACT-AMOUNT(WS-BAL-SLOT)
               PERFORM 2678-WRITE-JOURNAL-LINE
               PERFORM 2679-POST-TO-POSITION
      *        A RENAME APPLIED THROUGH CUSTMAINT FOLLOWS THE
      *        CUSTOMER ONTO THE BALANCE MASTER, AND A ROW OPENED
      *        BEFORE THE CUSTOMER MASTER EXISTED ADOPTS THE
                       AND IN-CUSTNO(WS-I) NOT EQUAL ZERO) THEN
                   MOVE IN-CUSTNO(WS-I) TO ACT-CUSTNO(WS-BAL-SLOT)
               END-IF
           END-IF

      *    POSTED OR HELD, THE HANDLING FEE IS CHARGED NOW -- THE
      *    RECORD HAS BEEN HANDLED TODAY EVEN IF ITS VALUE SETTLES
      *    LATER

           IF FEE-AVAILABLE THEN
               PERFORM 2690-CHARGE-TRANSACTION-FEE
           END-IF.

      *    PRICES THE RECORD AGAINST THE TARIFF LINE IN EFFECT FOR ITS
      *    CURRENCY, BRANCH AND DIRECTION: THE FLAT AMOUNT PLUS THE
      *    PERCENTAGE OF THE PLN VALUE, RAISED TO THE MINIMUM AND CUT
      *    TO THE MAXIMUM WHEN ONE IS SET. THE FEE IS TAKEN FROM THE
      *    CUSTOMER'S BALANCE AND JOURNALLED ON ITS OWN LINE

       2690-CHARGE-TRANSACTION-FEE.

           PERFORM 2691-FIND-FEE-TARIFF
           IF FEE-LINE-FOUND THEN
               PERFORM 2696-COMPUTE-FEE
               IF WS-FEE-AMOUNT > ZERO THEN
                   PERFORM 2697-POST-FEE
               END-IF
           END-IF.

       2696-COMPUTE-FEE.

           IF WS-BAL-POST < ZERO THEN
               COMPUTE WS-FEE-VALUE-PLN = WS-BAL-POST * -1
           ELSE
               MOVE WS-BAL-POST TO WS-FEE-VALUE-PLN
           END-IF
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               WS-FEE-FLAT + WS-FEE-VALUE-PLN * WS-FEE-PCT / 100
           IF WS-FEE-AMOUNT < WS-FEE-MIN THEN
               MOVE WS-FEE-MIN TO WS-FEE-AMOUNT
           END-IF
           IF(WS-FEE-MAX NOT EQUAL ZERO
                   AND WS-FEE-AMOUNT > WS-FEE-MAX) THEN
               MOVE WS-FEE-MAX TO WS-FEE-AMOUNT
           END-IF.

       2697-POST-FEE.

           PERFORM 2671-FIND-ACTIVITY-ENTRY
           IF NOT BAL-ENTRY-FOUND THEN
               PERFORM 2672-ADD-ACTIVITY-ENTRY
           END-IF
           SUBTRACT WS-FEE-AMOUNT FROM ACT-AMOUNT(WS-BAL-SLOT)
           PERFORM 2694-WRITE-FEE-JOURNAL-LINE

      *    THE GL FEED IS IN THE RUN'S BASE CURRENCY -- THE FEE IS
      *    CONVERTED THE SAME WAY 2320 CONVERTS A PLN AMOUNT

           IF BASE-IS-PLN THEN
               MOVE WS-FEE-AMOUNT TO WS-FEE-AMOUNT-BASE
           ELSE
               COMPUTE WS-FEE-AMOUNT-BASE ROUNDED =
                   WS-FEE-AMOUNT / WS-BASE-RATE
           END-IF
           ADD 1 TO FEE-COUNTER
           ADD WS-FEE-AMOUNT      TO WS-FEE-TOTAL
           ADD WS-FEE-AMOUNT-BASE TO WS-FEE-BASE-TOTAL
           PERFORM 2695-ACCUMULATE-FEE-CELL.

      *    THE RECORD'S OWN BRANCH LINE WINS; WITHOUT ONE THE "*" LINE
      *    FOR ALL BRANCHES APPLIES. A BLANK INDICATOR PRICES AS A
      *    DEBIT, THE SAME WAY IT POSTS

       2691-FIND-FEE-TARIFF.

           MOVE "N" TO WS-FEE-FOUND
           MOVE IN-CURREN(WS-I) TO WS-FEE-LOOKUP-CURR
           IF IN-CREDIT(WS-I) THEN
               MOVE "C" TO WS-FEE-LOOKUP-DIR
           ELSE
               MOVE "D" TO WS-FEE-LOOKUP-DIR
           END-IF

           MOVE BR-CODE(IN-BRANCH(WS-I)) TO WS-FEE-LOOKUP-BRANCH
           IF WS-FEE-LOOKUP-BRANCH NOT EQUAL SPACES THEN
               PERFORM 2693-START-FEE-SCAN
           END-IF
           IF NOT FEE-LINE-FOUND THEN
               MOVE "*" TO WS-FEE-LOOKUP-BRANCH
               PERFORM 2693-START-FEE-SCAN
           END-IF.

      *    POSITIONS ON THE FIRST LINE FOR THE CURRENCY/BRANCH/
      *    DIRECTION AND READS FORWARD THROUGH ITS HISTORY, KEEPING
      *    THE LATEST ACTIVE LINE ON OR BEFORE THE BUSINESS DATE

       2693-START-FEE-SCAN.

           MOVE WS-FEE-LOOKUP-CURR   TO FEE-IN-CURR
           MOVE WS-FEE-LOOKUP-BRANCH TO FEE-IN-BRANCH
           MOVE WS-FEE-LOOKUP-DIR    TO FEE-IN-DIRECTION
           MOVE ZERO TO FEE-IN-EFFDATE
           MOVE "N" TO SW-FEE-SCAN
           START FEE-TARIFF KEY IS NOT LESS THAN FEE-IN-KEY
               INVALID KEY SET FEE-SCAN-DONE TO TRUE
           END-START
           PERFORM 2692-SCAN-ONE-FEE-LINE UNTIL FEE-SCAN-DONE.

       2692-SCAN-ONE-FEE-LINE.

           READ FEE-TARIFF NEXT RECORD
               AT END SET FEE-SCAN-DONE TO TRUE
               NOT AT END
                   IF(FEE-IN-CURR NOT EQUAL WS-FEE-LOOKUP-CURR
                           OR FEE-IN-BRANCH NOT EQUAL
                               WS-FEE-LOOKUP-BRANCH
                           OR FEE-IN-DIRECTION NOT EQUAL
                               WS-FEE-LOOKUP-DIR
                           OR FEE-IN-EFFDATE > WS-BUSINESS-DATE) THEN
                       SET FEE-SCAN-DONE TO TRUE
                   ELSE
                       IF FEE-IN-ACTIVE THEN
                           SET FEE-LINE-FOUND TO TRUE
                           MOVE FEE-IN-FLAT TO WS-FEE-FLAT
                           MOVE FEE-IN-PCT  TO WS-FEE-PCT
                           MOVE FEE-IN-MIN  TO WS-FEE-MIN
                           MOVE FEE-IN-MAX  TO WS-FEE-MAX
                       END-IF
                   END-IF
           END-READ.

      *    THE FEE'S OWN JOURNAL LINE: THE PLN CHARGE AS A NEGATIVE
      *    POSTING, SETTLED ON THE BUSINESS DATE, UNDER THE RUN STAMP
      *    SO REVPOST BACKS IT OUT WITH THE RUN. IT CARRIES NO
      *    ORIGINAL-CURRENCY AMOUNT -- A FEE MOVES NO POSITION

       2694-WRITE-FEE-JOURNAL-LINE.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BUSINESS-DATE TO JRN-IO-DATE
           MOVE BR-CODE(IN-BRANCH(WS-I)) TO JRN-IO-BRANCH
           IF IN-CUSTNO(WS-I) NUMERIC THEN
               MOVE IN-CUSTNO(WS-I) TO JRN-IO-CUSTNO
           ELSE
               MOVE ZERO TO JRN-IO-CUSTNO
           END-IF
           MOVE IN-NAME(WS-I)   TO JRN-IO-NAME
           MOVE IN-CURREN(WS-I) TO JRN-IO-CURR
           COMPUTE WS-BALANCE-SIGNED = WS-FEE-AMOUNT * -1
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO JRN-IO-SIGN
           MOVE WS-BALANCE-INT  TO JRN-IO-AMOUNT-INT
           MOVE WS-BALANCE-FRAC TO JRN-IO-AMOUNT-FRAC
           MOVE ","             TO JRN-IO-AMOUNT-SEP
           MOVE WS-BUSINESS-DATE TO JRN-IO-SETTLE
           SET JRN-TYPE-FEE TO TRUE
           MOVE WS-RUN-STAMP    TO JRN-IO-RUN-STAMP
           WRITE JOURNAL-RECORD.

      *    FOLDS THE FEE INTO THE RECORD'S BRANCH/CURRENCY CELL -- A
      *    COMBINATION NOT SEEN YET THIS RUN OPENS A NEW CELL

       2695-ACCUMULATE-FEE-CELL.

           MOVE ZERO TO WS-FAC-SLOT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > FEEACC-COUNTER
               IF(FAC-BRANCH(WS-J) EQUAL IN-BRANCH(WS-I)
                       AND FAC-CURR(WS-J) EQUAL IN-CURREN(WS-I)) THEN
                   MOVE WS-J TO WS-FAC-SLOT
               END-IF
           END-PERFORM

           IF WS-FAC-SLOT EQUAL ZERO THEN
               IF FEEACC-COUNTER EQUAL CT-MAX-FEEACC THEN
                   SET CT-ERR-FEEBOUND TO TRUE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO FEEACC-COUNTER
               MOVE FEEACC-COUNTER TO WS-FAC-SLOT
               MOVE IN-BRANCH(WS-I) TO FAC-BRANCH(WS-FAC-SLOT)
               MOVE IN-CURREN(WS-I) TO FAC-CURR(WS-FAC-SLOT)
               MOVE ZERO TO FAC-COUNT(WS-FAC-SLOT)
               MOVE ZERO TO FAC-PLN(WS-FAC-SLOT)
               MOVE ZERO TO FAC-BASE(WS-FAC-SLOT)
           END-IF

           ADD 1                  TO FAC-COUNT(WS-FAC-SLOT)
           ADD WS-FEE-AMOUNT      TO FAC-PLN(WS-FAC-SLOT)
           ADD WS-FEE-AMOUNT-BASE TO FAC-BASE(WS-FAC-SLOT).

      *    THE JOURNAL ACCUMULATES ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

           MOVE WS-BALANCE-FRAC TO JRN-IO-AMOUNT-FRAC
           MOVE ","             TO JRN-IO-AMOUNT-SEP
           MOVE IN-SETTLE-DATE(WS-I) TO JRN-IO-SETTLE
           SET JRN-TYPE-POSTING TO TRUE
           MOVE WS-RUN-STAMP    TO JRN-IO-RUN-STAMP
           MOVE WS-NET-AMOUNT   TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO JRN-IO-ORIG-SIGN
           MOVE WS-BALANCE-INT  TO JRN-IO-ORIG-INT
           MOVE WS-BALANCE-FRAC TO JRN-IO-ORIG-FRAC
           MOVE ","             TO JRN-IO-ORIG-SEP
           WRITE JOURNAL-RECORD.

      *    MOVES THE CUSTOMER'S POSITION IN THE RECORD'S OWN CURRENCY
      *    BY THE AMOUNT JUST JOURNALLED, AND ITS BOOK VALUE BY THE
      *    PLN POSTED -- OPENING THE ROW ON THE FIRST POSTING IN THAT
      *    CURRENCY

       2679-POST-TO-POSITION.

           IF(IN-CUSTNO(WS-I) NUMERIC
                   AND IN-CUSTNO(WS-I) NOT EQUAL ZERO) THEN
               MOVE IN-CUSTNO(WS-I) TO POS-IO-CUSTNO
               MOVE IN-CURREN(WS-I) TO POS-IO-CURR
               READ POSITION-MASTER
                   INVALID KEY
                       MOVE IN-NAME(WS-I)    TO POS-IO-NAME
                       MOVE WS-NET-AMOUNT    TO POS-IO-AMOUNT
                       MOVE WS-BAL-POST      TO POS-IO-BOOK-PLN
                       MOVE WS-BUSINESS-DATE TO POS-IO-LAST-DATE
                       WRITE POSITION-MASTER-RECORD
                   NOT INVALID KEY
                       MOVE IN-NAME(WS-I)    TO POS-IO-NAME
                       ADD WS-NET-AMOUNT     TO POS-IO-AMOUNT
                       ADD WS-BAL-POST       TO POS-IO-BOOK-PLN
                       MOVE WS-BUSINESS-DATE TO POS-IO-LAST-DATE
                       REWRITE POSITION-MASTER-RECORD
               END-READ
           END-IF.

      *    ONE HELD ITEM: THE PLN POSTING THAT WOULD HAVE BEEN MADE,
      *    WITH THE DUE DATE PENDREL RELEASES IT ON

           MOVE IN-SETTLE-DATE(WS-I)     TO PND-IO-SETTLE
           MOVE BR-CODE(IN-BRANCH(WS-I)) TO PND-IO-BRANCH
           MOVE IN-CURREN(WS-I)          TO PND-IO-CURR
           MOVE WS-RUN-STAMP             TO PND-IO-RUN-STAMP
           MOVE WS-NET-AMOUNT   TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO PND-IO-ORIG-SIGN
           MOVE WS-BALANCE-INT  TO PND-IO-ORIG-INT
           MOVE WS-BALANCE-FRAC TO PND-IO-ORIG-FRAC
           MOVE ","             TO PND-IO-ORIG-SEP
           WRITE PENDING-ITEM-RECORD.

      *    MATCHES THE RECORD INTO THE RUN-ACTIVITY TABLE BY CUSTOMER

      *    THE DAILY GL FEED, WRITTEN FRESH EVERY RUN ONCE THE GRAND
      *    TOTAL AND THE BRANCH/CURRENCY CELLS ARE FINAL: HEADER,
      *    ONE BALANCED JOURNAL LINE PER CELL, ONE FEE INCOME LINE PER
      *    BRANCH/CURRENCY CHARGED, TRAILER WITH THE LINE COUNT AND A
      *    HASH TOTAL EQUAL TO THE CONTROL REPORT'S GL HASH TOTAL
      *    FIGURE (THE GRAND TOTAL LESS THE FEE INCOME)

       2800-WRITE-GL-INTERFACE.


           PERFORM 2810-WRITE-GL-DETAIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > GLACC-COUNTER
           PERFORM 2820-WRITE-GL-FEE-DETAIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FEEACC-COUNTER

           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "T"           TO GLT-TYPE
           COMPUTE GLT-COUNT = GLACC-COUNTER + FEEACC-COUNTER
           MOVE WS-GL-HASH-TOTAL TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO GLT-HASH-SIGN
           MOVE WS-BALANCE-INT  TO GLT-HASH-INT
           MOVE "D" TO GLD-TYPE
           MOVE BR-CODE(GLA-BRANCH(WS-I)) TO GLD-BRANCH
           MOVE GLA-CURR(WS-I)            TO GLD-CURR
           MOVE BR-COSTCTR(GLA-BRANCH(WS-I)) TO GLD-COSTCTR
           MOVE GLA-AMOUNT(WS-I) TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           IF WS-BALANCE-SIGN EQUAL "-" THEN
           MOVE "," TO GLD-CREDIT-SEP
           WRITE GL-DETAIL-RECORD.

      *    FEE INCOME, IN THE BASE CURRENCY, ALWAYS IN THE CREDIT
      *    COLUMN -- SO DEBITS MINUS CREDITS ACROSS THE FILE STILL
      *    REPRODUCE THE HASH TOTAL

       2820-WRITE-GL-FEE-DETAIL.

           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "F" TO GLD-TYPE
           MOVE BR-CODE(FAC-BRANCH(WS-I)) TO GLD-BRANCH
           MOVE FAC-CURR(WS-I)            TO GLD-CURR
           MOVE BR-COSTCTR(FAC-BRANCH(WS-I)) TO GLD-COSTCTR
           MOVE FAC-BASE(WS-I) TO WS-BALANCE-SIGNED
           PERFORM 2689-ENCODE-SIGNED-AMOUNT
           MOVE ZERO             TO GLD-DEBIT-INT
           MOVE ZERO             TO GLD-DEBIT-FRAC
           MOVE WS-BALANCE-INT   TO GLD-CREDIT-INT
           MOVE WS-BALANCE-FRAC  TO GLD-CREDIT-FRAC
           MOVE "," TO GLD-DEBIT-SEP
           MOVE "," TO GLD-CREDIT-SEP
           WRITE GL-DETAIL-RECORD.

      *    RESTATES EACH CURRENCY POSITION AT THE OFFICIAL RATE IN
      *    EFFECT FOR THE BUSINESS DATE (THE SAME LOOKUP THE
      *    TOLERANCE CHECK USES) AND COMPARES WITH THE PLN VALUE
           IF OVERRIDE-RUN THEN
               MOVE "O" TO PCT-IO-OVERRIDE
           END-IF
           MOVE WS-RUN-STAMP     TO PCT-IO-RUN-STAMP
           MOVE WS-BASE-CURRENCY  TO PCT-IO-BASE-CURR
           MOVE WS-BASE-RATE-INT  TO PCT-IO-BASE-RATE-INT
           MOVE ","               TO PCT-IO-BASE-RATE-SEP
           MOVE WS-BASE-RATE-FRAC TO PCT-IO-BASE-RATE-FRAC
           WRITE POSTING-CONTROL-RECORD
           CLOSE POSTING-CONTROL.

      *    THE COMPLIANCE WATCH REPORT, WRITTEN FRESH EVERY RUN ONCE
      *    THE POSTING IS DONE. THIS RUN'S ITEMS WERE TESTED AS THEY
      *    WERE POSTED OR HELD (2751); THE EARLIER RUNS INSIDE THE
      *    WINDOW ARE READ BACK HERE FROM THE JOURNAL AND THE PENDING
      *    FILE, NOW THAT BOTH ARE CLOSED AGAIN. EVERY FLAG RAISED IS
      *    ALSO APPENDED TO THE FLAG FILE FOR THE REVIEW QUEUE

       2750-WRITE-COMPLIANCE-WATCH.

           DISPLAY "WRITING COMPLIANCE WATCH REPORT"
           OPEN OUTPUT WATCH-REPORT

           MOVE CT-TITLE-WATCH TO RPT-HDG-TITLE
           MOVE 1 TO RPT-HDG-PAGENO
           MOVE RPT-HDG-PAGE-LINE TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE RPT-HDG-RUN-LINE TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           IF WATCH-ON THEN
               MOVE WCH-THRESHOLD     TO WCH-HDG-THRESHOLD
               MOVE WCH-WINDOW        TO WCH-HDG-WINDOW
               MOVE WCH-WINDOW-START  TO WCH-HDG-FROM
               MOVE WCH-MIN-ITEMS     TO WCH-HDG-MIN
               MOVE WCH-HDG-PARM-LINE TO WATCH-REPORT-LINE
           ELSE
               MOVE CT-WATCH-OFF TO WATCH-REPORT-LINE
           END-IF
           WRITE WATCH-REPORT-LINE
           MOVE SPACES TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE CT-HDG-WATCH TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           IF WATCH-ON THEN
               IF WCHCUST-COUNTER > ZERO THEN
                   PERFORM 2760-LOAD-WATCH-HISTORY
               END-IF
               PERFORM 2755-OPEN-WATCH-FLAGS
               PERFORM 2770-WRITE-WATCH-CUSTOMER
                   VARYING WS-WCH-C FROM 1 BY 1
                   UNTIL WS-WCH-C > WCHCUST-COUNTER
               CLOSE WATCH-FLAGS
           END-IF

           MOVE SPACES TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE SPACES TO WCH-TOTAL-LINE
           MOVE "LARGE ITEMS" TO WCH-TOTAL-LABEL
           MOVE WCH-LARGE-COUNTER TO WCH-TOTAL-COUNT
           MOVE WCH-TOTAL-LINE TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           MOVE SPACES TO WCH-TOTAL-LINE
           MOVE "SPLIT CUSTOMERS" TO WCH-TOTAL-LABEL
           MOVE WCH-SPLIT-COUNTER TO WCH-TOTAL-COUNT
           MOVE WCH-TOTAL-LINE TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE
           IF WATCH-TRUNCATED THEN
               MOVE CT-WATCH-TRUNCATED TO WATCH-REPORT-LINE
               WRITE WATCH-REPORT-LINE
           END-IF

           CLOSE WATCH-REPORT
           DISPLAY "WRITING COMPLIANCE WATCH REPORT FINISHED - "
               WCH-LARGE-COUNTER " LARGE ITEM(S), "
               WCH-SPLIT-COUNTER " SPLIT CUSTOMER(S)".

      *    ONE ACCEPTED RECORD OF THIS RUN, AT ITS PLN EQUIVALENT:
      *    AT OR ABOVE THE THRESHOLD IT IS A LARGE ITEM ON ITS OWN,
      *    BELOW IT IT GOES INTO THE CUSTOMER'S WINDOW TOTAL. THE
      *    DIRECTION DOES NOT MATTER -- MONEY OUT IS WATCHED AS
      *    CLOSELY AS MONEY IN

       2751-WATCH-ONE-RECORD.

           IF IN-CUSTNO(WS-I) NUMERIC THEN
               MOVE IN-CUSTNO(WS-I) TO WS-WCH-CUSTNO
           ELSE
               MOVE ZERO TO WS-WCH-CUSTNO
           END-IF
           MOVE IN-NAME(WS-I)            TO WS-WCH-NAME
           MOVE BR-CODE(IN-BRANCH(WS-I)) TO WS-WCH-BRANCH
           MOVE IN-CURREN(WS-I)          TO WS-WCH-CURR
           MOVE WS-BUSINESS-DATE         TO WS-WCH-DATE
           MOVE IN-SETTLE-DATE(WS-I)     TO WS-WCH-SETTLE
           MOVE WS-NET-AMOUNT            TO WS-WCH-ORIG
           MOVE WS-BAL-POST              TO WS-WCH-PLN
           MOVE "R"                      TO WS-WCH-SOURCE
           PERFORM 2756-TAKE-ABSOLUTE-AMOUNT

           PERFORM 2752-FIND-WATCH-CUSTOMER
           IF NOT WCH-CUST-FOUND THEN
               PERFORM 2753-ADD-WATCH-CUSTOMER
           END-IF

           IF WS-WCH-ABS NOT < WCH-THRESHOLD THEN
               MOVE "L" TO WS-WCH-SIZE
               ADD 1 TO WCH-LARGE-COUNTER
               ADD 1 TO WCU-LARGE-COUNT(WS-WCH-SLOT)
               ADD WS-WCH-ABS TO WCU-LARGE-TOTAL(WS-WCH-SLOT)
           ELSE
               MOVE "S" TO WS-WCH-SIZE
               ADD 1 TO WCU-SMALL-COUNT(WS-WCH-SLOT)
               ADD WS-WCH-ABS TO WCU-SMALL-TOTAL(WS-WCH-SLOT)
               SET WCU-SMALL-THIS-RUN(WS-WCH-SLOT) TO TRUE
           END-IF
           PERFORM 2754-ADD-WATCH-ITEM.

      *    BY CUSTOMER NUMBER WHEN THE ITEM CARRIES ONE, BY NAME
      *    AMONG THE ENTRIES WITHOUT ONE OTHERWISE -- THE SAME RULE
      *    2671 POSTS BY

       2752-FIND-WATCH-CUSTOMER.

           MOVE "N" TO WS-WCH-FOUND
           MOVE ZERO TO WS-WCH-SLOT
           PERFORM VARYING WS-WCH-C FROM 1 BY 1
                   UNTIL WS-WCH-C > WCHCUST-COUNTER
                      OR WCH-CUST-FOUND
               IF WS-WCH-CUSTNO NOT EQUAL ZERO THEN
                   IF WCU-CUSTNO(WS-WCH-C) EQUAL WS-WCH-CUSTNO THEN
                       SET WCH-CUST-FOUND TO TRUE
                       MOVE WS-WCH-C TO WS-WCH-SLOT
                   END-IF
               ELSE
                   IF(WCU-CUSTNO(WS-WCH-C) EQUAL ZERO
                           AND WCU-NAME(WS-WCH-C) EQUAL WS-WCH-NAME)
                           THEN
                       SET WCH-CUST-FOUND TO TRUE
                       MOVE WS-WCH-C TO WS-WCH-SLOT
                   END-IF
               END-IF
           END-PERFORM.

       2753-ADD-WATCH-CUSTOMER.

           IF WCHCUST-COUNTER EQUAL CT-MAX-WCHCUST THEN
               SET CT-ERR-ACTBOUND TO TRUE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WCHCUST-COUNTER
           MOVE WCHCUST-COUNTER TO WS-WCH-SLOT
           MOVE WS-WCH-CUSTNO TO WCU-CUSTNO(WS-WCH-SLOT)
           MOVE WS-WCH-NAME   TO WCU-NAME(WS-WCH-SLOT)
           MOVE ZERO TO WCU-LARGE-COUNT(WS-WCH-SLOT)
           MOVE ZERO TO WCU-LARGE-TOTAL(WS-WCH-SLOT)
           MOVE ZERO TO WCU-SMALL-COUNT(WS-WCH-SLOT)
           MOVE ZERO TO WCU-SMALL-TOTAL(WS-WCH-SLOT)
           MOVE "N"  TO WCU-SMALL-RUN(WS-WCH-SLOT).

      *    KEEPS THE ITEM FOR THE REPORT DETAIL -- A FULL TABLE ONLY
      *    COSTS DETAIL LINES, NEVER A FLAG

       2754-ADD-WATCH-ITEM.

           IF WCHITEM-COUNTER EQUAL CT-MAX-WCHITEM THEN
               SET WATCH-TRUNCATED TO TRUE
           ELSE
               ADD 1 TO WCHITEM-COUNTER
               MOVE WS-WCH-SLOT   TO WIT-CUST(WCHITEM-COUNTER)
               MOVE WS-WCH-NAME   TO WIT-NAME(WCHITEM-COUNTER)
               MOVE WS-WCH-BRANCH TO WIT-BRANCH(WCHITEM-COUNTER)
               MOVE WS-WCH-CURR   TO WIT-CURR(WCHITEM-COUNTER)
               MOVE WS-WCH-DATE   TO WIT-DATE(WCHITEM-COUNTER)
               MOVE WS-WCH-SETTLE TO WIT-SETTLE(WCHITEM-COUNTER)
               MOVE WS-WCH-ORIG   TO WIT-ORIG(WCHITEM-COUNTER)
               MOVE WS-WCH-PLN    TO WIT-PLN(WCHITEM-COUNTER)
               MOVE WS-WCH-SIZE   TO WIT-SIZE(WCHITEM-COUNTER)
               MOVE WS-WCH-SOURCE TO WIT-SOURCE(WCHITEM-COUNTER)
           END-IF.

      *    THE FLAG FILE ACCUMULATES ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       2755-OPEN-WATCH-FLAGS.

           OPEN EXTEND WATCH-FLAGS
           MOVE WFL-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT WATCH-FLAGS
           END-IF
           SET RECORD-OK TO TRUE.

       2756-TAKE-ABSOLUTE-AMOUNT.

           IF WS-WCH-PLN < ZERO THEN
               COMPUTE WS-WCH-ABS = WS-WCH-PLN * -1
           ELSE
               MOVE WS-WCH-PLN TO WS-WCH-ABS
           END-IF.

      *    THE EARLIER RUNS POSTED UNDER A BUSINESS DATE INSIDE THE
      *    WINDOW ARE TAKEN FROM THE POSTING-CONTROL FILE; THEIR
      *    POSTED AND RELEASED JOURNAL LINES AND THEIR STILL-HELD
      *    ITEMS ARE THEN FOUND BY RUN STAMP, SO A HELD ITEM COUNTS
      *    ONCE UNDER THE DATE IT CAME IN ON WHETHER PENDREL HAS
      *    RELEASED IT YET OR NOT. THIS RUN IS NOT ON THE CONTROL
      *    FILE UNTIL 2710 WRITES IT, SO NOTHING IS COUNTED TWICE.
      *    WHERE THE WINDOW REACHES BACK INTO A PERIOD PERCLOSE HAS
      *    CLOSED, THAT PERIOD'S LINES ARE READ FROM ITS ARCHIVE

       2760-LOAD-WATCH-HISTORY.

           OPEN INPUT POSTING-CONTROL
           MOVE PCT-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 2761-LOAD-ONE-CONTROL-LINE UNTIL AT-END
               CLOSE POSTING-CONTROL
           END-IF
           SET RECORD-OK TO TRUE

           IF WCHRUN-COUNTER > ZERO THEN
               PERFORM 2780-LOAD-CLOSED-PERIODS
               PERFORM 2782-READ-ONE-ARCHIVE
                   VARYING WS-WCH-P FROM 1 BY 1
                   UNTIL WS-WCH-P > WCHPER-COUNTER
               OPEN INPUT POSTING-JOURNAL
               MOVE JRN-STATUS TO SW-FILE-STATUSES
               IF RECORD-OK THEN
                   PERFORM 2762-LOAD-ONE-JOURNAL-LINE UNTIL AT-END
                   CLOSE POSTING-JOURNAL
               END-IF
               SET RECORD-OK TO TRUE
               OPEN INPUT PENDING-ITEMS
               MOVE PND-STATUS TO SW-FILE-STATUSES
               IF RECORD-OK THEN
                   PERFORM 2763-LOAD-ONE-PENDING-ITEM UNTIL AT-END
                   CLOSE PENDING-ITEMS
               END-IF
               SET RECORD-OK TO TRUE
           END-IF.

       2761-LOAD-ONE-CONTROL-LINE.

           READ POSTING-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(NOT PCT-REVERSED
                           AND PCT-IO-RUN-STAMP NUMERIC
                           AND PCT-IO-DATE NUMERIC
                           AND PCT-IO-DATE NOT < WCH-WINDOW-START
                           AND PCT-IO-DATE NOT > WS-BUSINESS-DATE)
                           THEN
                       IF WCHRUN-COUNTER EQUAL CT-MAX-WCHRUN THEN
                           SET WATCH-TRUNCATED TO TRUE
                       ELSE
                           ADD 1 TO WCHRUN-COUNTER
                           MOVE PCT-IO-RUN-STAMP
                               TO WRN-STAMP(WCHRUN-COUNTER)
                           MOVE PCT-IO-DATE
                               TO WRN-DATE(WCHRUN-COUNTER)
                       END-IF
                   END-IF
           END-READ.

       2762-LOAD-ONE-JOURNAL-LINE.

           READ POSTING-JOURNAL
               AT END SET AT-END TO TRUE
               NOT AT END PERFORM 2768-TEST-JOURNAL-LINE
           END-READ.

       2763-LOAD-ONE-PENDING-ITEM.

           READ PENDING-ITEMS
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PND-IO-RUN-STAMP NUMERIC
                           AND PND-IO-AMOUNT-INT NUMERIC
                           AND PND-IO-AMOUNT-FRAC NUMERIC) THEN
                       MOVE PND-IO-RUN-STAMP TO WS-WCH-STAMP
                       PERFORM 2764-FIND-WATCH-RUN
                       IF WCH-RUN-FOUND THEN
                           PERFORM 2767-TAKE-PENDING-ITEM
                           PERFORM 2765-ADD-HISTORY-ITEM
                       END-IF
                   END-IF
           END-READ.

      *    A RUN FOUND ON THE TABLE HANDS BACK ITS BUSINESS DATE

       2764-FIND-WATCH-RUN.

           MOVE "N" TO WS-WCH-RUN-FOUND
           PERFORM VARYING WS-WCH-K FROM 1 BY 1
                   UNTIL WS-WCH-K > WCHRUN-COUNTER
                      OR WCH-RUN-FOUND
               IF WRN-STAMP(WS-WCH-K) EQUAL WS-WCH-STAMP THEN
                   SET WCH-RUN-FOUND TO TRUE
                   MOVE WRN-DATE(WS-WCH-K) TO WS-WCH-DATE
               END-IF
           END-PERFORM.

      *    AN EARLIER RUN'S ITEM ONLY MATTERS BELOW THE THRESHOLD (A
      *    LARGE ONE WAS FLAGGED ON ITS OWN DAY), AND ONLY FOR A
      *    CUSTOMER WITH SMALLER ITEMS IN THIS RUN -- A CUSTOMER IS
      *    FLAGGED FOR SPLITTING ON THE DAY THE TOTAL IS CROSSED

       2765-ADD-HISTORY-ITEM.

           PERFORM 2756-TAKE-ABSOLUTE-AMOUNT
           IF WS-WCH-ABS < WCH-THRESHOLD THEN
               PERFORM 2752-FIND-WATCH-CUSTOMER
               IF WCH-CUST-FOUND THEN
                   IF WCU-SMALL-THIS-RUN(WS-WCH-SLOT) THEN
                       MOVE "S" TO WS-WCH-SIZE
                       MOVE "H" TO WS-WCH-SOURCE
                       ADD 1 TO WCU-SMALL-COUNT(WS-WCH-SLOT)
                       ADD WS-WCH-ABS
                           TO WCU-SMALL-TOTAL(WS-WCH-SLOT)
                       PERFORM 2754-ADD-WATCH-ITEM
                   END-IF
               END-IF
           END-IF.

       2766-TAKE-JOURNAL-ITEM.

           IF JRN-IO-CUSTNO NUMERIC THEN
               MOVE JRN-IO-CUSTNO TO WS-WCH-CUSTNO
           ELSE
               MOVE ZERO TO WS-WCH-CUSTNO
           END-IF
           MOVE JRN-IO-NAME   TO WS-WCH-NAME
           MOVE JRN-IO-BRANCH TO WS-WCH-BRANCH
           MOVE JRN-IO-CURR   TO WS-WCH-CURR
           MOVE JRN-IO-SETTLE TO WS-WCH-SETTLE
           MOVE JRN-IO-AMOUNT-INT  TO WS-BALANCE-INT
           MOVE JRN-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
           MOVE WS-BALANCE-VALUE TO WS-WCH-PLN
           IF JRN-IO-SIGN EQUAL "-" THEN
               COMPUTE WS-WCH-PLN = WS-WCH-PLN * -1
           END-IF
           MOVE ZERO TO WS-WCH-ORIG
           IF(JRN-IO-ORIG-INT NUMERIC
                   AND JRN-IO-ORIG-FRAC NUMERIC) THEN
               MOVE JRN-IO-ORIG-INT  TO WS-BALANCE-INT
               MOVE JRN-IO-ORIG-FRAC TO WS-BALANCE-FRAC
               MOVE WS-BALANCE-VALUE TO WS-WCH-ORIG
               IF JRN-IO-ORIG-SIGN EQUAL "-" THEN
                   COMPUTE WS-WCH-ORIG = WS-WCH-ORIG * -1
               END-IF
           END-IF.

       2767-TAKE-PENDING-ITEM.

           IF PND-IO-CUSTNO NUMERIC THEN
               MOVE PND-IO-CUSTNO TO WS-WCH-CUSTNO
           ELSE
               MOVE ZERO TO WS-WCH-CUSTNO
           END-IF
           MOVE PND-IO-NAME   TO WS-WCH-NAME
           MOVE PND-IO-BRANCH TO WS-WCH-BRANCH
           MOVE PND-IO-CURR   TO WS-WCH-CURR
           MOVE PND-IO-SETTLE TO WS-WCH-SETTLE
           MOVE PND-IO-AMOUNT-INT  TO WS-BALANCE-INT
           MOVE PND-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
           MOVE WS-BALANCE-VALUE TO WS-WCH-PLN
           IF PND-IO-SIGN EQUAL "-" THEN
               COMPUTE WS-WCH-PLN = WS-WCH-PLN * -1
           END-IF
           MOVE ZERO TO WS-WCH-ORIG
           IF(PND-IO-ORIG-INT NUMERIC
                   AND PND-IO-ORIG-FRAC NUMERIC) THEN
               MOVE PND-IO-ORIG-INT  TO WS-BALANCE-INT
               MOVE PND-IO-ORIG-FRAC TO WS-BALANCE-FRAC
               MOVE WS-BALANCE-VALUE TO WS-WCH-ORIG
               IF PND-IO-ORIG-SIGN EQUAL "-" THEN
                   COMPUTE WS-WCH-ORIG = WS-WCH-ORIG * -1
               END-IF
           END-IF.

      *    POSTED AND RELEASED LINES ONLY -- A REVERSAL'S OWN LINES
      *    BELONG TO A RUN NO LONGER ON THE TABLE, AND BROUGHT-
      *    FORWARD, INTEREST AND FEE LINES ARE NOT CUSTOMER
      *    TRANSACTIONS. SERVES THE JOURNAL AND ITS ARCHIVES ALIKE

       2768-TEST-JOURNAL-LINE.

           IF((JRN-TYPE-POSTING OR JRN-TYPE-RELEASE)
                   AND JRN-IO-RUN-STAMP NUMERIC
                   AND JRN-IO-AMOUNT-INT NUMERIC
                   AND JRN-IO-AMOUNT-FRAC NUMERIC) THEN
               MOVE JRN-IO-RUN-STAMP TO WS-WCH-STAMP
               PERFORM 2764-FIND-WATCH-RUN
               IF WCH-RUN-FOUND THEN
                   PERFORM 2766-TAKE-JOURNAL-ITEM
                   PERFORM 2765-ADD-HISTORY-ITEM
               END-IF
           END-IF.

      *    ONE CUSTOMER'S FLAGS: LARGE WHEN ANY OF THIS RUN'S ITEMS
      *    REACHED THE THRESHOLD, SPLIT WHEN THIS RUN'S SMALLER ITEMS
      *    TOOK THE WINDOW TOTAL TO IT ACROSS AT LEAST THE MINIMUM
      *    NUMBER OF ITEMS. A CUSTOMER CAN CARRY BOTH

       2770-WRITE-WATCH-CUSTOMER.

           IF WCU-LARGE-COUNT(WS-WCH-C) > ZERO THEN
               MOVE "L" TO WS-WCH-FLAG-TYPE
               MOVE WCU-LARGE-COUNT(WS-WCH-C) TO WS-WCH-FLAG-COUNT
               MOVE WCU-LARGE-TOTAL(WS-WCH-C) TO WS-WCH-FLAG-TOTAL
               MOVE WS-BUSINESS-DATE          TO WS-WCH-FLAG-FROM
               PERFORM 2771-WRITE-WATCH-FLAG
           END-IF

           IF(WCU-SMALL-THIS-RUN(WS-WCH-C)
                   AND WCU-SMALL-COUNT(WS-WCH-C) NOT < WCH-MIN-ITEMS
                   AND WCU-SMALL-TOTAL(WS-WCH-C) NOT < WCH-THRESHOLD)
                   THEN
               ADD 1 TO WCH-SPLIT-COUNTER
               MOVE "S" TO WS-WCH-FLAG-TYPE
               MOVE WCU-SMALL-COUNT(WS-WCH-C) TO WS-WCH-FLAG-COUNT
               MOVE WCU-SMALL-TOTAL(WS-WCH-C) TO WS-WCH-FLAG-TOTAL
               MOVE WCH-WINDOW-START          TO WS-WCH-FLAG-FROM
               PERFORM 2771-WRITE-WATCH-FLAG
           END-IF.

      *    THE ITEMS BEHIND THE FLAG, ITS SUMMARY LINE, AND THE FLAG
      *    LINE FOR THE REVIEW QUEUE

       2771-WRITE-WATCH-FLAG.

           PERFORM 2772-WRITE-WATCH-ITEM
               VARYING WS-WCH-K FROM 1 BY 1
               UNTIL WS-WCH-K > WCHITEM-COUNTER

           MOVE SPACES TO WATCH-SUMMARY-RECORD
           MOVE WS-WCH-FLAG-TYPE     TO WCS-OUT-FLAG
           MOVE WCU-CUSTNO(WS-WCH-C) TO WCS-OUT-CUSTNO
           MOVE WCU-NAME(WS-WCH-C)   TO WCS-OUT-NAME
           MOVE "WINDOW "            TO WCS-OUT-LABEL
           MOVE WS-WCH-FLAG-FROM     TO WCS-OUT-FROM
           MOVE "-"                  TO WCS-OUT-DASH
           MOVE WS-BUSINESS-DATE     TO WCS-OUT-TO
           MOVE WS-WCH-FLAG-COUNT    TO WCS-OUT-COUNT
           MOVE " ITEMS "            TO WCS-OUT-ITEMS
           MOVE WS-WCH-FLAG-TOTAL    TO WCS-OUT-TOTAL
           WRITE WATCH-SUMMARY-RECORD
           MOVE SPACES TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE

           MOVE SPACES TO WATCH-FLAG-RECORD
           MOVE WCU-CUSTNO(WS-WCH-C) TO WFL-IO-CUSTNO
           MOVE WCU-NAME(WS-WCH-C)   TO WFL-IO-NAME
           MOVE WS-WCH-FLAG-TYPE     TO WFL-IO-TYPE
           MOVE WS-BUSINESS-DATE     TO WFL-IO-DATE
           MOVE WS-RUN-STAMP         TO WFL-IO-RUN-STAMP
           MOVE WS-WCH-FLAG-COUNT    TO WFL-IO-COUNT
           MOVE WS-WCH-FLAG-TOTAL    TO WS-BALANCE-VALUE
           MOVE WS-BALANCE-INT       TO WFL-IO-TOTAL-INT
           MOVE ","                  TO WFL-IO-TOTAL-SEP
           MOVE WS-BALANCE-FRAC      TO WFL-IO-TOTAL-FRAC
           MOVE WS-WCH-FLAG-FROM     TO WFL-IO-WINDOW-START
           WRITE WATCH-FLAG-RECORD.

       2772-WRITE-WATCH-ITEM.

           IF(WIT-CUST(WS-WCH-K) EQUAL WS-WCH-C
                   AND WIT-SIZE(WS-WCH-K) EQUAL WS-WCH-FLAG-TYPE)
                   THEN
               MOVE SPACES TO WATCH-REPORT-RECORD
               MOVE WS-WCH-FLAG-TYPE     TO WCH-OUT-FLAG
               MOVE WCU-CUSTNO(WS-WCH-C) TO WCH-OUT-CUSTNO
               MOVE WIT-NAME(WS-WCH-K)   TO WCH-OUT-NAME
               MOVE WIT-BRANCH(WS-WCH-K) TO WCH-OUT-BRANCH
               MOVE WIT-CURR(WS-WCH-K)   TO WCH-OUT-CURR
               MOVE WIT-DATE(WS-WCH-K)   TO WCH-OUT-DATE
               MOVE WIT-SETTLE(WS-WCH-K) TO WCH-OUT-SETTLE
               MOVE WIT-ORIG(WS-WCH-K)   TO WCH-OUT-ORIG
               MOVE WIT-PLN(WS-WCH-K)    TO WCH-OUT-PLN
               IF WIT-THIS-RUN(WS-WCH-K) THEN
                   MOVE "THIS RUN" TO WCH-OUT-SOURCE
               ELSE
                   MOVE "EARLIER"  TO WCH-OUT-SOURCE
               END-IF
               WRITE WATCH-REPORT-RECORD
           END-IF.

      *    EVERY CLOSED PERIOD FROM THE WINDOW'S FIRST MONTH ON --
      *    THE BUSINESS DATE ITSELF IS ALWAYS IN AN OPEN PERIOD (SEE
      *    1170). A WINDOW REACHING BACK FURTHER THAN THE TABLE HOLDS
      *    IS MARKED TRUNCATED RATHER THAN ABENDING, AS 2761 DOES

       2780-LOAD-CLOSED-PERIODS.

           OPEN INPUT PERIOD-CONTROL
           MOVE PER-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 2781-LOAD-ONE-PERIOD-LINE UNTIL AT-END
               CLOSE PERIOD-CONTROL
           END-IF
           SET RECORD-OK TO TRUE.

       2781-LOAD-ONE-PERIOD-LINE.

           READ PERIOD-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(PER-CLOSED
                           AND PER-IO-PERIOD NUMERIC
                           AND PER-IO-PERIOD NOT <
                               WCH-WINDOW-START(1:6)) THEN
                       IF WCHPER-COUNTER EQUAL CT-MAX-WCHPER THEN
                           SET WATCH-TRUNCATED TO TRUE
                       ELSE
                           ADD 1 TO WCHPER-COUNTER
                           MOVE PER-IO-PERIOD
                               TO WPR-PERIOD(WCHPER-COUNTER)
                       END-IF
                   END-IF
           END-READ.

      *    ONE CLOSED PERIOD'S ARCHIVE, READ LINE BY LINE THROUGH THE
      *    SAME TEST AS THE JOURNAL, SO A "B" LINE AN EARLIER CLOSE
      *    LEFT (AND THIS ONE ARCHIVED) IS SKIPPED LIKE ANY OTHER
      *    NON-POSTING LINE. A MISSING ARCHIVE IS TOLERATED: THE
      *    PERIOD SIMPLY ADDS NOTHING

       2782-READ-ONE-ARCHIVE.

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "journal_" WPR-PERIOD(WS-WCH-P) ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN INPUT JOURNAL-ARCHIVE
           MOVE ARC-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 2783-LOAD-ONE-ARCHIVE-LINE UNTIL AT-END
               CLOSE JOURNAL-ARCHIVE
           END-IF
           SET RECORD-OK TO TRUE.

       2783-LOAD-ONE-ARCHIVE-LINE.

           READ JOURNAL-ARCHIVE INTO JOURNAL-RECORD
               AT END SET AT-END TO TRUE
               NOT AT END PERFORM 2768-TEST-JOURNAL-LINE
           END-READ.

       3000-FINISH.

           IF CM-AVAILABLE THEN
           IF LIM-AVAILABLE THEN
               CLOSE LIMIT-MASTER
           END-IF
           IF FEE-AVAILABLE THEN
               CLOSE FEE-TARIFF
           END-IF
           IF BRM-AVAILABLE THEN
               CLOSE BRANCH-MASTER
           END-IF
           CLOSE BALANCE-MASTER
           CLOSE POSITION-MASTER
           STOP RUN.
       9999-ABEND.

             WHEN CT-ERR-GLBOUND
               DISPLAY "TOO MANY BRANCH/CURRENCY COMBINATIONS FOR "
                       "GL INTERFACE"
             WHEN CT-ERR-CLOSED
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                       " FALLS IN A CLOSED PERIOD - CLOSED THROUGH "
                       WS-CLOSED-PERIOD
             WHEN CT-ERR-FEEBOUND
               DISPLAY "TOO MANY BRANCH/CURRENCY COMBINATIONS FOR "
                       "FEE REPORT"
             WHEN CT-ERR-NOBRANCH
               DISPLAY "NO MANIFEST LINE NAMES AN ACTIVE BRANCH ON "
                       "THE BRANCH MASTER: " WS-MANIFEST-NAME
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM Reports.
