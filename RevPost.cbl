      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Backs a posted Reports run out whole. Given the
      *          business date and input name the run was posted
      *          under, finds its line on the posting-control file and
      *          reverses every journal line the run produced (those
      *          PendRel has since released included) into the balance
      *          master, takes the run's still-held items off the
      *          pending file, cuts reversing journal lines and a
      *          reversing GL batch, logs itself on the Reports audit
      *          log as a run of its own, and marks the control line
      *          reversed so the input can be posted again properly.
      *          A run whose business date lies in a period PerClose
      *          has closed is refused -- its lines are archived.
      *          Each journal line reversed also takes its original-
      *          currency amount and PLN book value back off the
      *          customer's position on the position master.
      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - Reversing GL detail lines carry the branch's cost
      *              centre from the branch master (maintained by
      *              BrMaint), as the Reports GL feed now does.
      * 15.10.2026 - Reversed fee lines go to "F" GL lines of their own
      *              in the debit column instead of the ordinary
      *              cells, and the reversing batch is written in the
      *              run's base currency at the rate Reports recorded
      *              on the control line, so it offsets the original
      *              GL feed exactly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ONE LINE PER COMPLETED REPORTS RUN -- LOADED WHOLE TO FIND
      *    THE RUN, REWRITTEN WHOLE WITH ITS LINE MARKED REVERSED

           SELECT POSTING-CONTROL ASSIGN TO "posting_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PCT-STATUS.

      *    THE POSTING JOURNAL -- READ ONCE FOR THE RUN'S LINES, THEN
      *    EXTENDED WITH THE REVERSING LINES

           SELECT POSTING-JOURNAL ASSIGN TO "posting_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STATUS.

      *    THE HELD ITEMS -- LOADED WHOLE, THEN REWRITTEN WHOLE
      *    WITHOUT THE ITEMS THE REVERSED RUN HELD BACK

           SELECT PENDING-ITEMS ASSIGN TO "pending_items.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PND-STATUS.

      *    CUMULATIVE PLN BALANCE PER CUSTOMER -- POSTED TO BY KEYED
      *    REWRITES, THE SAME WAY REPORTS AND PENDREL HANDLE IT

           SELECT BALANCE-MASTER ASSIGN TO "balance_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IO-NAME
           ALTERNATE RECORD KEY IS BAL-IO-CUSTNO WITH DUPLICATES
           FILE STATUS IS BAL-STATUS.

      *    PER-CUSTOMER, PER-CURRENCY POSITIONS -- MOVED BACK BY KEYED
      *    REWRITES BESIDE THE BALANCE

           SELECT POSITION-MASTER ASSIGN TO "position_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-IO-KEY
           FILE STATUS IS POS-STATUS.

      *    THE REVERSING GL BATCH, IN THE GL INTERFACE LAYOUT -- KEPT
      *    APART FROM gl_interface.txt SO THE DAY'S OWN FEED IS NOT
      *    OVERWRITTEN

           SELECT GL-REVERSAL ASSIGN TO "gl_reversal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLR-STATUS.

      *    THE BRANCH MASTER, READ BY KEY FOR EACH REVERSING GL LINE'S
      *    COST CENTRE. A MISSING FILE LEAVES THE COST CENTRES BLANK

           SELECT BRANCH-MASTER ASSIGN TO "branch_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-IN-CODE
           FILE STATUS IS BRM-STATUS.

      *    ONE LINE PER JOURNAL LINE REVERSED AND PER HELD ITEM
      *    REMOVED -- THE OPERATORS' PROOF OF WHAT WAS BACKED OUT

           SELECT REVERSAL-REPORT ASSIGN TO "revpost_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REV-STATUS.

      *    THE SAME LOG REPORTS APPENDS TO -- THE REVERSAL IS LOGGED
      *    AS A RUN OF ITS OWN, CARRYING THE NEGATIVE OF THE RUN IT
      *    BACKED OUT

           SELECT AUDIT-LOG ASSIGN TO "reports_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

      *    ONE LINE PER PERIOD PERCLOSE HAS CLOSED -- CHECKED AT
      *    STARTUP SO NOTHING IS POSTED INTO A CLOSED MONTH

           SELECT PERIOD-CONTROL ASSIGN TO "period_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
                88 JRN-TYPE-FEE         VALUE "F".
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

      *    MIRRORS THE BALANCE-MASTER RECORD REPORTS WRITES

       FD  BALANCE-MASTER.
       01  BALANCE-MASTER-RECORD.
            05 BAL-IO-NAME     PIC X(20).
            05 BAL-IO-CUSTNO   PIC 9(6).
            05 BAL-IO-AMOUNT   PIC S9(11)V9(2) SIGN LEADING SEPARATE.

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

      *    MIRRORS THE GL INTERFACE RECORDS REPORTS WRITES -- HEADER,
      *    DETAIL AND TRAILER SHARE ONE FD, TOLD APART BY THE FIRST
      *    BYTE

       FD  GL-REVERSAL.
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
            05 GLD-BRANCH      PIC X(4).
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
            05 FILLER          PIC X(1).
            05 GLD-COSTCTR     PIC X(6).
       01  GL-TRAILER-RECORD.
            05 GLT-TYPE        PIC X(1).
            05 FILLER          PIC X(1).
            05 GLT-COUNT       PIC 9(6).
            05 FILLER          PIC X(1).
            05 GLT-HASH-SIGN   PIC X(1).
            05 GLT-HASH-INT    PIC 9(11).
            05 GLT-HASH-SEP    PIC X(1).
            05 GLT-HASH-FRAC   PIC 9(2).

      *    MIRRORS THE BRANCH RECORD IN BRMAINT -- THE TWO LAYOUTS
      *    MUST STAY IN STEP

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
            05 BRM-IN-CODE     PIC X(4).
            05 BRM-IN-NAME     PIC X(30).
            05 BRM-IN-STATUS   PIC X(1).
            05 BRM-IN-DAYS     PIC X(7).
            05 BRM-IN-COSTCTR  PIC X(6).

       FD  REVERSAL-REPORT.
       01  REVERSAL-REPORT-RECORD.
            05 REV-OUT-SOURCE  PIC X(7).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-CUSTNO  PIC 9(6).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-NAME    PIC X(20).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-BRANCH  PIC X(4).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-CURR    PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-AMOU    PIC -(10)9.9(2).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 REV-OUT-SETTLE  PIC 9(8).
       01  REVERSAL-TOTAL-RECORD.
            05 REV-TOT-LABEL   PIC X(25).
            05 REV-TOT-AMOUNT  PIC -(10)9.9(2).
       01  REVERSAL-REPORT-LINE PIC X(80).

      *    MIRRORS THE AUDIT-LOG RECORD REPORTS WRITES -- THE
      *    REVERSAL LINE CARRIES THE JOURNAL LINES REVERSED IN THE
      *    READ COLUMN, THE HELD ITEMS REMOVED IN THE NAMES COLUMN,
      *    AND THE NEGATIVE OF THE RUN'S PLN VALUE IN THE TOTAL

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

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE WHOLE POSTING-CONTROL FILE, HELD AS IMAGES WHILE THE
      *    RUN IS FOUND, WRITTEN BACK WITH ONE LINE MARKED REVERSED

       01  WS-TABLE-CONTROL.
            05 TABLE-CTL-ENTRY  OCCURS 5000 TIMES.
                10 CTLT-RECORD     PIC X(98).

       01  CONTROL-COUNTER            PIC 9(4).
       01  CT-MAX-CONTROL             PIC 9(4) VALUE 5000.

      *    THE JOURNAL LINES THE RUN PRODUCED -- ITS OWN POSTINGS AND
      *    ANY OF ITS HELD ITEMS PENDREL HAS SINCE RELEASED. SIZED TO
      *    MATCH CT-MAX-RECORDS IN REPORTS

       01  WS-TABLE-REVERSE.
            05 TABLE-REV-ENTRY  OCCURS 5000 TIMES.
                10 REVT-BRANCH     PIC X(4).
                10 REVT-CUSTNO     PIC 9(6).
                10 REVT-NAME       PIC X(20).
                10 REVT-CURR       PIC X(3).
                10 REVT-AMOUNT     PIC S9(11)V9(2) COMP-3.
                10 REVT-SETTLE     PIC 9(8).
                10 REVT-TYPE       PIC X(1).
                    88 REVT-FEE             VALUE "F".
      *            THE LINE'S ORIGINAL-CURRENCY AMOUNT -- A LINE CUT
      *            BEFORE IT WAS CARRIED NEVER MOVED A POSITION, SO
      *            IT HAS NONE TO MOVE BACK
                10 REVT-ORIG-AMOUNT PIC S9(11)V9(2) COMP-3.
                10 REVT-ORIG-STATUS PIC X(1).
                    88 REVT-ORIG-KNOWN      VALUE "Y".

       01  REVERSE-COUNTER            PIC 9(4).
       01  CT-MAX-REVERSE             PIC 9(4) VALUE 5000.

      *    THE WHOLE PENDING FILE -- SAME SHAPE AND SIZE AS PENDREL'S
      *    TABLE. AN ITEM THE REVERSED RUN HELD IS MARKED REMOVED AND
      *    NOT WRITTEN BACK

       01  WS-TABLE-PENDING.
            05 TABLE-PND-ENTRY  OCCURS 5000 TIMES.
                10 PNDT-CUSTNO     PIC 9(6).
                10 PNDT-NAME       PIC X(20).
                10 PNDT-AMOUNT     PIC S9(11)V9(2) COMP-3.
                10 PNDT-SETTLE     PIC 9(8).
                10 PNDT-BRANCH     PIC X(4).
                10 PNDT-CURR       PIC X(3).
                10 PNDT-RUN-STAMP  PIC 9(14).
                10 PNDT-STATUS     PIC X(1).
                    88 PNDT-REMOVED         VALUE "X".
                10 PNDT-ORIG-AMOUNT PIC S9(11)V9(2) COMP-3.
                10 PNDT-ORIG-STATUS PIC X(1).
                    88 PNDT-ORIG-KNOWN      VALUE "Y".

       01  PENDING-COUNTER            PIC 9(4).
       01  CT-MAX-PENDING             PIC 9(4) VALUE 5000.

      *    THE REVERSING GL CELLS, ONE PER BRANCH/CURRENCY -- THE
      *    NEGATED VALUE, IN THE RUN'S BASE CURRENCY, OF EVERY RECORD
      *    BACKED OUT. FEE LINES ARE KEPT APART IN THEIR OWN CELLS,
      *    AS REPORTS KEEPS THEM, SO THE "F" FEE INCOME LINES OF THE
      *    ORIGINAL BATCH ARE ANSWERED LINE FOR LINE

       01  WS-TABLE-GLACC.
            05 TABLE-GLACC-ENTRY  OCCURS 200 TIMES.
                10 GLA-BRANCH      PIC X(4).
                10 GLA-CURR        PIC X(3).
                10 GLA-AMOUNT      PIC S9(11)V9(2) COMP-3.

       01  GLACC-COUNTER              PIC 9(3).
       01  CT-MAX-GLACC               PIC 9(3) VALUE 200.
       01  WS-GLA-SLOT                PIC 9(3).

       01  WS-TABLE-FEEACC.
            05 TABLE-FEEACC-ENTRY  OCCURS 200 TIMES.
                10 FAC-BRANCH      PIC X(4).
                10 FAC-CURR        PIC X(3).
                10 FAC-AMOUNT      PIC S9(11)V9(2) COMP-3.

       01  FEEACC-COUNTER             PIC 9(3).
       01  CT-MAX-FEEACC              PIC 9(3) VALUE 200.
       01  WS-FAC-SLOT                PIC 9(3).

      *    THE BRANCH/CURRENCY OF THE LINE OR ITEM IN HAND, LOOKED UP
      *    IN THE CELLS BY 2600-ACCUMULATE-GL-CELL, AND WHETHER ITS
      *    ORIGINAL-CURRENCY AMOUNT IS KNOWN

       01  WS-GLA-LOOKUP.
            05 WS-GLA-LOOKUP-BRANCH   PIC X(4).
            05 WS-GLA-LOOKUP-CURR     PIC X(3).
            05 WS-GLA-LOOKUP-ORIG     PIC X(1).
                88 GLA-LOOKUP-ORIG-KNOWN    VALUE "Y".

      *    THE BASE CURRENCY THE RUN WROTE ITS GL FEED IN AND THE PLN
      *    RATE IT USED, BOTH TAKEN FROM THE RUN'S CONTROL LINE. A
      *    LINE WRITTEN BEFORE THE CONTROL LINE CARRIED THEM COUNTS
      *    AS A PLN RUN

       01  WS-BASE-CURRENCY          PIC X(3).
            88 BASE-IS-PLN                    VALUE "PLN".
       01  WS-BASE-RATE-PARSE.
            05 WS-BASE-RATE-INT       PIC 9(1).
            05 WS-BASE-RATE-FRAC      PIC 9(3).
       01  WS-BASE-RATE REDEFINES WS-BASE-RATE-PARSE
                                    PIC 9V999.

      *    THE REVERSING AMOUNT OF THE LINE OR ITEM IN HAND IN THE
      *    BASE CURRENCY, AND THE GL BATCH'S TOTALS: ORDINARY CELLS,
      *    FEE CELLS AND THE TRAILER HASH

       01  WS-REV-BASE-AMOUNT        PIC S9(11)V9(2) COMP-3.
       01  WS-GL-BASE-TOTAL          PIC S9(11)V9(2) COMP-3.
       01  WS-FEE-BASE-TOTAL         PIC S9(11)V9(2) COMP-3.
       01  WS-GL-HASH-TOTAL          PIC S9(11)V9(2) COMP-3.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 PCT-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 PND-STATUS            PIC X(2).
            05 BAL-STATUS            PIC X(2).
            05 POS-STATUS            PIC X(2).
            05 GLR-STATUS            PIC X(2).
            05 REV-STATUS            PIC X(2).
            05 PER-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).
            05 BRM-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

      *    THE BRANCH MASTER IS OPTIONAL -- WITH THE SWITCH OFF THE GL
      *    LINES GO OUT WITHOUT A COST CENTRE

       01  SW-BRM-AVAILABLE           PIC X(1).
            88 BRM-AVAILABLE                 VALUE "Y".

      *    THE RUN TO BE REVERSED: THE BUSINESS DATE AND INPUT NAME IT
      *    WAS POSTED UNDER (FIRST AND SECOND PARAMETERS, WITH
      *    ENVIRONMENT FALLBACKS), AND THE STAMP ITS CONTROL LINE
      *    CARRIES

       01  WS-BUSINESS-DATE-X       PIC X(8).
       01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).

      *    THE CLOSED PERIOD THE BUSINESS DATE FELL IN, FOR THE
      *    REFUSAL MESSAGE

       01  WS-CLOSED-PERIOD         PIC 9(6).
       01  WS-RUN-NAME              PIC X(60).
       01  WS-TARGET-STAMP          PIC 9(14).
       01  WS-CTL-SLOT              PIC 9(4).

      *    RE-ASSEMBLES THE SIGN COLUMN AND MAGNITUDE DIGIT FIELDS OF
      *    THE TEXT FILES INTO A PROPERLY SIGNED VALUE AND BACK --
      *    SAME CONVENTION AS REPORTS

       01  WS-BALANCE-PARSE.
            05 WS-BALANCE-INT       PIC 9(11).
            05 WS-BALANCE-FRAC      PIC 9(2).
       01  WS-BALANCE-VALUE REDEFINES WS-BALANCE-PARSE
                                    PIC 9(11)V9(2).

       01  WS-BALANCE-SIGN         PIC X(1).
       01  WS-BALANCE-SIGNED       PIC S9(11)V9(2) COMP-3.

      *    THE REVERSING AMOUNT OF THE LINE OR ITEM IN HAND -- THE
      *    ORIGINAL PLN POSTING WITH ITS SIGN TURNED OVER

       01  WS-REV-AMOUNT           PIC S9(11)V9(2) COMP-3.

      *    THE SAME FOR THE LINE'S ORIGINAL-CURRENCY AMOUNT

       01  WS-REV-ORIG-AMOUNT      PIC S9(11)V9(2) COMP-3.

      *    MATCH RESULT OF 2200-FIND-BALANCE-ENTRY -- THE MATCHED
      *    RECORD, IF ANY, SITS IN THE FILE'S RECORD AREA READY TO BE
      *    REWRITTEN

       01  WS-BAL-SEARCH.
            05 WS-BAL-FOUND           PIC X(1).
                88 BAL-ENTRY-FOUND          VALUE "Y".

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES, AND THE PLN VALUES
      *    BACKED OUT FOR THE REPORT, THE GL TRAILER AND THE AUDIT
      *    LINE

       01  RV-JOURNAL-COUNTER        PIC 9(6).
       01  RV-HELD-COUNTER           PIC 9(6).
       01  WS-JOURNAL-TOTAL          PIC S9(11)V9(2) COMP-3.
       01  WS-HELD-TOTAL             PIC S9(11)V9(2) COMP-3.
       01  WS-REVERSAL-TOTAL         PIC S9(11)V9(2) COMP-3.

      *    RUN DATE/TIME FOR THE AUDIT LINE AND THE GL HEADER

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).
            05  WS-J                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NONAME                 VALUE "N".
            88 CT-ERR-NORUN                  VALUE "R".
            88 CT-ERR-NOSTAMP                VALUE "S".
            88 CT-ERR-CTLBOUND               VALUE "C".
            88 CT-ERR-REVBOUND               VALUE "J".
            88 CT-ERR-PNDBOUND               VALUE "P".
            88 CT-ERR-GLBOUND                VALUE "G".
            88 CT-ERR-CLOSED                 VALUE "D".
            88 CT-ERR-FEEBOUND               VALUE "F".
            88 CT-ERR-NORATE                 VALUE "B".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-REVERSE-JOURNAL-LINES
           PERFORM 2700-REMOVE-HELD-ITEMS
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-CONTROL
                       CONTROL-COUNTER
                       WS-TABLE-REVERSE
                       REVERSE-COUNTER
                       WS-TABLE-PENDING
                       PENDING-COUNTER
                       WS-TABLE-GLACC
                       GLACC-COUNTER
                       WS-GLA-SLOT
                       WS-TABLE-FEEACC
                       FEEACC-COUNTER
                       WS-FAC-SLOT
                       WS-GLA-LOOKUP
                       WS-BASE-CURRENCY
                       WS-BASE-RATE-PARSE
                       WS-REV-BASE-AMOUNT
                       WS-GL-BASE-TOTAL
                       WS-FEE-BASE-TOTAL
                       WS-GL-HASH-TOTAL
                       WS-FILE-STATUS
                       WS-RUN-NAME
                       WS-TARGET-STAMP
                       WS-CTL-SLOT
                       WS-BAL-SEARCH
                       WS-BALANCE-PARSE
                       RV-JOURNAL-COUNTER
                       RV-HELD-COUNTER
                       WS-JOURNAL-TOTAL
                       WS-HELD-TOTAL
                       WS-REVERSAL-TOTAL
                       SW-BRM-AVAILABLE.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME

           PERFORM 1100-RETRIEVE-PARAMETERS
           PERFORM 1150-CHECK-PERIOD-OPEN
           PERFORM 1200-FIND-POSTED-RUN
           PERFORM 1300-COLLECT-JOURNAL-LINES
           PERFORM 1400-LOAD-PENDING-ITEMS
           PERFORM 1500-OPEN-BALANCE-MASTER
           PERFORM 1510-OPEN-POSITION-MASTER
           PERFORM 1520-OPEN-BRANCH-MASTER.

      *    PARAMETER 1 IS THE BUSINESS DATE THE RUN WAS POSTED UNDER
      *    (FALLING BACK TO AN ENVIRONMENT VARIABLE AND THEN TO
      *    TODAY, AS PENDREL DOES), PARAMETER 2 THE INPUT NAME EXACTLY
      *    AS REPORTS WAS GIVEN IT -- "@" AND ALL FOR A MANIFEST RUN

       1100-RETRIEVE-PARAMETERS.

           MOVE SPACES TO WS-BUSINESS-DATE-X
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUSINESS-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-BUSINESS-DATE-X EQUAL SPACES) THEN
               ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
                   "REVPOST_BUSINESS_DATE"
           END-IF

           IF(WS-BUSINESS-DATE-X EQUAL SPACES
                   OR WS-BUSINESS-DATE-X NOT NUMERIC) THEN
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES TO WS-RUN-NAME
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-RUN-NAME EQUAL SPACES) THEN
               ACCEPT WS-RUN-NAME FROM ENVIRONMENT
                   "REVPOST_RUN_NAME"
           END-IF

           IF(WS-RUN-NAME EQUAL SPACES) THEN
               SET CT-ERR-NONAME TO TRUE
               PERFORM 9999-ABEND
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

      *    LOADS THE CONTROL FILE AND PICKS THE RUN: THE LAST LINE FOR
      *    THE DATE AND NAME NOT ALREADY REVERSED -- AFTER AN OVERRIDE
      *    REPROCESS THAT IS THE MOST RECENT POSTING, AND A SECOND
      *    REVERSAL BACKS OUT THE ONE BEFORE IT

       1200-FIND-POSTED-RUN.

           OPEN INPUT POSTING-CONTROL
           MOVE PCT-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1210-LOAD-ONE-CONTROL-LINE UNTIL AT-END
               CLOSE POSTING-CONTROL
           END-IF
           SET RECORD-OK TO TRUE

           IF WS-CTL-SLOT EQUAL ZERO THEN
               SET CT-ERR-NORUN TO TRUE
               PERFORM 9999-ABEND
           END-IF

      *    A RUN POSTED BEFORE RUNS WERE STAMPED CANNOT BE TOLD APART
      *    FROM ITS NEIGHBOURS ON THE JOURNAL -- REFUSED, NOT GUESSED
           MOVE CTLT-RECORD(WS-CTL-SLOT) TO POSTING-CONTROL-RECORD
           IF(PCT-IO-RUN-STAMP NOT NUMERIC
                   OR PCT-IO-RUN-STAMP EQUAL ZERO) THEN
               SET CT-ERR-NOSTAMP TO TRUE
               PERFORM 9999-ABEND
           END-IF
           MOVE PCT-IO-RUN-STAMP TO WS-TARGET-STAMP
           PERFORM 1220-TAKE-BASE-CURRENCY.

       1210-LOAD-ONE-CONTROL-LINE.

           READ POSTING-CONTROL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF CONTROL-COUNTER EQUAL CT-MAX-CONTROL THEN
                       SET CT-ERR-CTLBOUND TO TRUE
                       CLOSE POSTING-CONTROL
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO CONTROL-COUNTER
                   MOVE POSTING-CONTROL-RECORD
                       TO CTLT-RECORD(CONTROL-COUNTER)
                   IF(PCT-IO-DATE EQUAL WS-BUSINESS-DATE
                           AND PCT-IO-RUN-NAME EQUAL WS-RUN-NAME
                           AND NOT PCT-REVERSED) THEN
                       MOVE CONTROL-COUNTER TO WS-CTL-SLOT
                   END-IF
           END-READ.

      *    THE REVERSING GL BATCH MUST BE IN THE CURRENCY THE RUN'S
      *    OWN GL FEED WAS WRITTEN IN, AT THE RATE IT WAS WRITTEN AT --
      *    BOTH ARE ON THE CONTROL LINE. A NON-PLN BASE WITHOUT A
      *    USABLE RATE CANNOT BE RESTATED AND IS REFUSED

       1220-TAKE-BASE-CURRENCY.

           MOVE PCT-IO-BASE-CURR TO WS-BASE-CURRENCY
           IF WS-BASE-CURRENCY EQUAL SPACES THEN
               MOVE "PLN" TO WS-BASE-CURRENCY
           END-IF

           IF BASE-IS-PLN THEN
               MOVE 1.000 TO WS-BASE-RATE
           ELSE
               IF(PCT-IO-BASE-RATE-INT NOT NUMERIC
                       OR PCT-IO-BASE-RATE-FRAC NOT NUMERIC) THEN
                   SET CT-ERR-NORATE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
               MOVE PCT-IO-BASE-RATE-INT  TO WS-BASE-RATE-INT
               MOVE PCT-IO-BASE-RATE-FRAC TO WS-BASE-RATE-FRAC
               IF WS-BASE-RATE EQUAL ZERO THEN
                   SET CT-ERR-NORATE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

      *    EVERY JOURNAL LINE CARRYING THE RUN'S STAMP THAT IS NOT
      *    ITSELF A REVERSAL -- THE RUN'S POSTINGS AND THE RELEASES OF
      *    ITS HELD ITEMS ALIKE. COLLECTED FIRST, SINCE THE JOURNAL
      *    CANNOT BE EXTENDED WHILE IT IS BEING READ

       1300-COLLECT-JOURNAL-LINES.

           OPEN INPUT POSTING-JOURNAL
           MOVE JRN-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1310-COLLECT-ONE-LINE UNTIL AT-END
               CLOSE POSTING-JOURNAL
           END-IF
           SET RECORD-OK TO TRUE.

       1310-COLLECT-ONE-LINE.

           READ POSTING-JOURNAL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(JRN-IO-RUN-STAMP NUMERIC
                           AND JRN-IO-RUN-STAMP EQUAL WS-TARGET-STAMP
                           AND NOT JRN-TYPE-REVERSAL) THEN
                       IF REVERSE-COUNTER EQUAL CT-MAX-REVERSE THEN
                           SET CT-ERR-REVBOUND TO TRUE
                           CLOSE POSTING-JOURNAL
                           PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO REVERSE-COUNTER
                       MOVE JRN-IO-BRANCH
                           TO REVT-BRANCH(REVERSE-COUNTER)
                       MOVE JRN-IO-CUSTNO
                           TO REVT-CUSTNO(REVERSE-COUNTER)
                       MOVE JRN-IO-NAME
                           TO REVT-NAME(REVERSE-COUNTER)
                       MOVE JRN-IO-CURR
                           TO REVT-CURR(REVERSE-COUNTER)
                       MOVE JRN-IO-AMOUNT-INT  TO WS-BALANCE-INT
                       MOVE JRN-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
                       IF JRN-IO-SIGN EQUAL "-" THEN
                           COMPUTE REVT-AMOUNT(REVERSE-COUNTER) =
                               WS-BALANCE-VALUE * -1
                       ELSE
                           MOVE WS-BALANCE-VALUE
                               TO REVT-AMOUNT(REVERSE-COUNTER)
                       END-IF
                       MOVE JRN-IO-SETTLE
                           TO REVT-SETTLE(REVERSE-COUNTER)
                       MOVE JRN-IO-TYPE
                           TO REVT-TYPE(REVERSE-COUNTER)
                       PERFORM 1320-COLLECT-ORIGINAL-AMOUNT
                   END-IF
           END-READ.

       1320-COLLECT-ORIGINAL-AMOUNT.

           MOVE "N" TO REVT-ORIG-STATUS(REVERSE-COUNTER)
           MOVE ZERO TO REVT-ORIG-AMOUNT(REVERSE-COUNTER)
           IF(JRN-IO-ORIG-INT NUMERIC
                   AND JRN-IO-ORIG-FRAC NUMERIC) THEN
               MOVE JRN-IO-ORIG-INT  TO WS-BALANCE-INT
               MOVE JRN-IO-ORIG-FRAC TO WS-BALANCE-FRAC
               IF JRN-IO-ORIG-SIGN EQUAL "-" THEN
                   COMPUTE REVT-ORIG-AMOUNT(REVERSE-COUNTER) =
                       WS-BALANCE-VALUE * -1
               ELSE
                   MOVE WS-BALANCE-VALUE
                       TO REVT-ORIG-AMOUNT(REVERSE-COUNTER)
               END-IF
               SET REVT-ORIG-KNOWN(REVERSE-COUNTER) TO TRUE
           END-IF.

      *    LOADS THE HELD ITEMS WHOLE -- THE FILE IS REWRITTEN FROM
      *    THIS TABLE WITHOUT THE REVERSED RUN'S ITEMS. A MISSING FILE
      *    IS TOLERATED: THE RUN SIMPLY HELD NOTHING STILL OUTSTANDING

       1400-LOAD-PENDING-ITEMS.

           OPEN INPUT PENDING-ITEMS
           MOVE PND-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1410-READ-PENDING-ITEM UNTIL AT-END
               CLOSE PENDING-ITEMS
           END-IF
           SET RECORD-OK TO TRUE.

       1410-READ-PENDING-ITEM.

           READ PENDING-ITEMS
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF PENDING-COUNTER EQUAL CT-MAX-PENDING THEN
                       SET CT-ERR-PNDBOUND TO TRUE
                       CLOSE PENDING-ITEMS
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO PENDING-COUNTER
                   MOVE PND-IO-CUSTNO TO PNDT-CUSTNO(PENDING-COUNTER)
                   MOVE PND-IO-NAME   TO PNDT-NAME(PENDING-COUNTER)
                   MOVE PND-IO-AMOUNT-INT  TO WS-BALANCE-INT
                   MOVE PND-IO-AMOUNT-FRAC TO WS-BALANCE-FRAC
                   IF PND-IO-SIGN EQUAL "-" THEN
                       COMPUTE PNDT-AMOUNT(PENDING-COUNTER) =
                           WS-BALANCE-VALUE * -1
                   ELSE
                       MOVE WS-BALANCE-VALUE
                           TO PNDT-AMOUNT(PENDING-COUNTER)
                   END-IF
                   MOVE PND-IO-SETTLE TO PNDT-SETTLE(PENDING-COUNTER)
                   MOVE PND-IO-BRANCH TO PNDT-BRANCH(PENDING-COUNTER)
                   MOVE PND-IO-CURR   TO PNDT-CURR(PENDING-COUNTER)
                   IF PND-IO-RUN-STAMP NUMERIC THEN
                       MOVE PND-IO-RUN-STAMP
                           TO PNDT-RUN-STAMP(PENDING-COUNTER)
                   ELSE
                       MOVE ZERO TO PNDT-RUN-STAMP(PENDING-COUNTER)
                   END-IF
                   MOVE SPACE TO PNDT-STATUS(PENDING-COUNTER)
                   MOVE "N" TO PNDT-ORIG-STATUS(PENDING-COUNTER)
                   MOVE ZERO TO PNDT-ORIG-AMOUNT(PENDING-COUNTER)
                   IF(PND-IO-ORIG-INT NUMERIC
                           AND PND-IO-ORIG-FRAC NUMERIC) THEN
                       MOVE PND-IO-ORIG-INT  TO WS-BALANCE-INT
                       MOVE PND-IO-ORIG-FRAC TO WS-BALANCE-FRAC
                       IF PND-IO-ORIG-SIGN EQUAL "-" THEN
                           COMPUTE PNDT-ORIG-AMOUNT(PENDING-COUNTER) =
                               WS-BALANCE-VALUE * -1
                       ELSE
                           MOVE WS-BALANCE-VALUE
                               TO PNDT-ORIG-AMOUNT(PENDING-COUNTER)
                       END-IF
                       SET PNDT-ORIG-KNOWN(PENDING-COUNTER) TO TRUE
                   END-IF
           END-READ.

      *    OPENS THE CUMULATIVE BALANCE MASTER FOR KEYED POSTING --
      *    SAME TOLERANCE OF A MISSING FILE AS PENDREL

       1500-OPEN-BALANCE-MASTER.

           OPEN I-O BALANCE-MASTER
           MOVE BAL-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT BALANCE-MASTER
               CLOSE BALANCE-MASTER
               OPEN I-O BALANCE-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

      *    THE POSITION MASTER LIKEWISE

       1510-OPEN-POSITION-MASTER.

           OPEN I-O POSITION-MASTER
           MOVE POS-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

      *    THE BRANCH MASTER IS ONLY READ BY KEY -- A MISSING FILE
      *    LEAVES THE SWITCH OFF

       1520-OPEN-BRANCH-MASTER.

           OPEN INPUT BRANCH-MASTER
           MOVE BRM-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               SET BRM-AVAILABLE TO TRUE
           END-IF
           SET RECORD-OK TO TRUE.

      *    EACH COLLECTED LINE IS POSTED BACK OUT OF ITS CUSTOMER'S
      *    BALANCE AND ANSWERED BY A REVERSING JOURNAL LINE

       2000-REVERSE-JOURNAL-LINES.

           OPEN OUTPUT REVERSAL-REPORT
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           PERFORM 2400-OPEN-POSTING-JOURNAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > REVERSE-COUNTER
               PERFORM 2100-REVERSE-ONE-LINE
           END-PERFORM
           CLOSE POSTING-JOURNAL.

      *    THE JOURNAL ACCUMULATES ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       2400-OPEN-POSTING-JOURNAL.

           OPEN EXTEND POSTING-JOURNAL
           MOVE JRN-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT POSTING-JOURNAL
           END-IF
           MOVE SPACES TO JOURNAL-RECORD.

       2100-REVERSE-ONE-LINE.

           COMPUTE WS-REV-AMOUNT = REVT-AMOUNT(WS-I) * -1
           COMPUTE WS-REV-ORIG-AMOUNT = REVT-ORIG-AMOUNT(WS-I) * -1
           PERFORM 2200-FIND-BALANCE-ENTRY
           IF BAL-ENTRY-FOUND THEN
               ADD WS-REV-AMOUNT TO BAL-IO-AMOUNT
               REWRITE BALANCE-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               PERFORM 2300-ADD-BALANCE-ENTRY
           END-IF
           ADD 1 TO RV-JOURNAL-COUNTER
           ADD WS-REV-AMOUNT TO WS-JOURNAL-TOTAL

           MOVE SPACES TO REVERSAL-REPORT-RECORD
           MOVE "JOURNAL"         TO REV-OUT-SOURCE
           MOVE REVT-CUSTNO(WS-I) TO REV-OUT-CUSTNO
           MOVE REVT-NAME(WS-I)   TO REV-OUT-NAME
           MOVE REVT-BRANCH(WS-I) TO REV-OUT-BRANCH
           MOVE REVT-CURR(WS-I)   TO REV-OUT-CURR
           MOVE WS-REV-AMOUNT     TO REV-OUT-AMOU
           MOVE REVT-SETTLE(WS-I) TO REV-OUT-SETTLE
           WRITE REVERSAL-REPORT-RECORD

           MOVE REVT-BRANCH(WS-I) TO WS-GLA-LOOKUP-BRANCH
           MOVE REVT-CURR(WS-I)   TO WS-GLA-LOOKUP-CURR
           MOVE REVT-ORIG-STATUS(WS-I) TO WS-GLA-LOOKUP-ORIG
           PERFORM 2500-WRITE-REVERSING-LINE
           PERFORM 2800-REVERSE-POSITION
           IF REVT-FEE(WS-I) THEN
               PERFORM 2620-ACCUMULATE-FEE-CELL
           ELSE
               PERFORM 2600-ACCUMULATE-GL-CELL
           END-IF.

      *    MATCHES BY CUSTOMER NUMBER WHEN THE LINE CARRIES ONE,
      *    FALLING BACK TO THE NAME RECORD KEY -- SAME RULE AS THE
      *    REPORTS AND PENDREL POSTINGS

       2200-FIND-BALANCE-ENTRY.

           MOVE "N" TO WS-BAL-FOUND
           IF REVT-CUSTNO(WS-I) NOT EQUAL ZERO THEN
               MOVE REVT-CUSTNO(WS-I) TO BAL-IO-CUSTNO
               READ BALANCE-MASTER KEY IS BAL-IO-CUSTNO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET BAL-ENTRY-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT BAL-ENTRY-FOUND THEN
               MOVE REVT-NAME(WS-I) TO BAL-IO-NAME
               READ BALANCE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET BAL-ENTRY-FOUND TO TRUE
               END-READ
           END-IF.

      *    A ROW REMOVED SINCE THE RUN POSTED COMES BACK CARRYING THE
      *    REVERSAL ALONE, SO THE JOURNAL AND THE MASTER STILL AGREE

       2300-ADD-BALANCE-ENTRY.

           MOVE REVT-NAME(WS-I)   TO BAL-IO-NAME
           MOVE REVT-CUSTNO(WS-I) TO BAL-IO-CUSTNO
           MOVE WS-REV-AMOUNT     TO BAL-IO-AMOUNT
           WRITE BALANCE-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      *    THE REVERSING LINE IS DATED THE BUSINESS DATE OF THE RUN
      *    IT ANSWERS AND CARRIES THAT RUN'S STAMP, SO THE RUN AND ITS
      *    REVERSAL NET TO NOTHING ON THE SAME DAY IN CUSTHIST

       2500-WRITE-REVERSING-LINE.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-BUSINESS-DATE  TO JRN-IO-DATE
           MOVE REVT-BRANCH(WS-I) TO JRN-IO-BRANCH
           MOVE REVT-CUSTNO(WS-I) TO JRN-IO-CUSTNO
           MOVE REVT-NAME(WS-I)   TO JRN-IO-NAME
           MOVE REVT-CURR(WS-I)   TO JRN-IO-CURR
           MOVE WS-REV-AMOUNT     TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO JRN-IO-SIGN
           MOVE WS-BALANCE-INT  TO JRN-IO-AMOUNT-INT
           MOVE WS-BALANCE-FRAC TO JRN-IO-AMOUNT-FRAC
           MOVE ","             TO JRN-IO-AMOUNT-SEP
           MOVE REVT-SETTLE(WS-I) TO JRN-IO-SETTLE
           SET JRN-TYPE-REVERSAL TO TRUE
           MOVE WS-TARGET-STAMP TO JRN-IO-RUN-STAMP
           IF REVT-ORIG-KNOWN(WS-I) THEN
               MOVE WS-REV-ORIG-AMOUNT TO WS-BALANCE-SIGNED
               PERFORM 3100-ENCODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGN TO JRN-IO-ORIG-SIGN
               MOVE WS-BALANCE-INT  TO JRN-IO-ORIG-INT
               MOVE WS-BALANCE-FRAC TO JRN-IO-ORIG-FRAC
               MOVE ","             TO JRN-IO-ORIG-SEP
           END-IF
           WRITE JOURNAL-RECORD.

      *    FOLDS THE REVERSING AMOUNT, IN THE BASE CURRENCY, INTO ITS
      *    BRANCH/CURRENCY CELL -- A COMBINATION NOT SEEN YET OPENS A
      *    NEW CELL

       2600-ACCUMULATE-GL-CELL.

           PERFORM 2610-CONVERT-TO-BASE
           MOVE ZERO TO WS-GLA-SLOT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > GLACC-COUNTER
               IF(GLA-BRANCH(WS-J) EQUAL WS-GLA-LOOKUP-BRANCH
                       AND GLA-CURR(WS-J) EQUAL WS-GLA-LOOKUP-CURR) THEN
                   MOVE WS-J TO WS-GLA-SLOT
               END-IF
           END-PERFORM

           IF WS-GLA-SLOT EQUAL ZERO THEN
               IF GLACC-COUNTER EQUAL CT-MAX-GLACC THEN
                   SET CT-ERR-GLBOUND TO TRUE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO GLACC-COUNTER
               MOVE GLACC-COUNTER TO WS-GLA-SLOT
               MOVE WS-GLA-LOOKUP-BRANCH TO GLA-BRANCH(WS-GLA-SLOT)
               MOVE WS-GLA-LOOKUP-CURR   TO GLA-CURR(WS-GLA-SLOT)
               MOVE ZERO TO GLA-AMOUNT(WS-GLA-SLOT)
           END-IF

           ADD WS-REV-BASE-AMOUNT TO GLA-AMOUNT(WS-GLA-SLOT)
           ADD WS-REV-BASE-AMOUNT TO WS-GL-BASE-TOTAL.

      *    RESTATES THE REVERSING AMOUNT IN THE RUN'S BASE CURRENCY
      *    THE WAY REPORTS 2320 CONVERTED THE RECORD: A LINE IN THE
      *    BASE CURRENCY ITSELF AT ITS ORIGINAL AMOUNT, ANYTHING ELSE
      *    FROM ITS PLN VALUE DIVIDED AT THE BASE RATE, ROUNDED LINE
      *    BY LINE. A FEE LINE CARRIES NO ORIGINAL AMOUNT AND SO
      *    CONVERTS FROM PLN, AS REPORTS 2697 CONVERTED THE FEE

       2610-CONVERT-TO-BASE.

           IF BASE-IS-PLN THEN
               MOVE WS-REV-AMOUNT TO WS-REV-BASE-AMOUNT
           ELSE
               IF(WS-GLA-LOOKUP-CURR EQUAL WS-BASE-CURRENCY
                       AND GLA-LOOKUP-ORIG-KNOWN) THEN
                   MOVE WS-REV-ORIG-AMOUNT TO WS-REV-BASE-AMOUNT
               ELSE
                   COMPUTE WS-REV-BASE-AMOUNT ROUNDED =
                       WS-REV-AMOUNT / WS-BASE-RATE
               END-IF
           END-IF.

      *    THE SAME FOR A FEE LINE, INTO THE FEE CELLS -- ONE PER
      *    BRANCH/CURRENCY CHARGED, AS IN REPORTS

       2620-ACCUMULATE-FEE-CELL.

           PERFORM 2610-CONVERT-TO-BASE
           MOVE ZERO TO WS-FAC-SLOT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > FEEACC-COUNTER
               IF(FAC-BRANCH(WS-J) EQUAL WS-GLA-LOOKUP-BRANCH
                       AND FAC-CURR(WS-J) EQUAL WS-GLA-LOOKUP-CURR) THEN
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
               MOVE WS-GLA-LOOKUP-BRANCH TO FAC-BRANCH(WS-FAC-SLOT)
               MOVE WS-GLA-LOOKUP-CURR   TO FAC-CURR(WS-FAC-SLOT)
               MOVE ZERO TO FAC-AMOUNT(WS-FAC-SLOT)
           END-IF

           ADD WS-REV-BASE-AMOUNT TO FAC-AMOUNT(WS-FAC-SLOT)
           ADD WS-REV-BASE-AMOUNT TO WS-FEE-BASE-TOTAL.

      *    THE RUN'S ITEMS STILL HELD ON THE PENDING FILE NEVER
      *    REACHED A BALANCE -- THEY ARE SIMPLY TAKEN OFF, BUT STILL
      *    COUNT AGAINST THE RUN'S TOTAL ON THE AUDIT LINE AND THE GL
      *    BATCH, AS THEY DID WHEN THE RUN POSTED

       2700-REMOVE-HELD-ITEMS.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PENDING-COUNTER
               IF PNDT-RUN-STAMP(WS-I) EQUAL WS-TARGET-STAMP THEN
                   PERFORM 2710-REMOVE-ONE-ITEM
               END-IF
           END-PERFORM.

       2710-REMOVE-ONE-ITEM.

           SET PNDT-REMOVED(WS-I) TO TRUE
           COMPUTE WS-REV-AMOUNT = PNDT-AMOUNT(WS-I) * -1
           COMPUTE WS-REV-ORIG-AMOUNT = PNDT-ORIG-AMOUNT(WS-I) * -1
           ADD 1 TO RV-HELD-COUNTER
           ADD WS-REV-AMOUNT TO WS-HELD-TOTAL

           MOVE SPACES TO REVERSAL-REPORT-RECORD
           MOVE "HELD"            TO REV-OUT-SOURCE
           MOVE PNDT-CUSTNO(WS-I) TO REV-OUT-CUSTNO
           MOVE PNDT-NAME(WS-I)   TO REV-OUT-NAME
           MOVE PNDT-BRANCH(WS-I) TO REV-OUT-BRANCH
           MOVE PNDT-CURR(WS-I)   TO REV-OUT-CURR
           MOVE WS-REV-AMOUNT     TO REV-OUT-AMOU
           MOVE PNDT-SETTLE(WS-I) TO REV-OUT-SETTLE
           WRITE REVERSAL-REPORT-RECORD

           MOVE PNDT-BRANCH(WS-I) TO WS-GLA-LOOKUP-BRANCH
           MOVE PNDT-CURR(WS-I)   TO WS-GLA-LOOKUP-CURR
           MOVE PNDT-ORIG-STATUS(WS-I) TO WS-GLA-LOOKUP-ORIG
           PERFORM 2600-ACCUMULATE-GL-CELL.

      *    TAKES THE LINE BACK OFF THE CUSTOMER'S POSITION IN ITS
      *    CURRENCY -- THE ORIGINAL AMOUNT AND THE PLN BOOK VALUE
      *    ALIKE. ONLY A LINE THAT MOVED A POSITION (A CUSTOMER NUMBER
      *    AND AN ORIGINAL AMOUNT) MOVES IT BACK; A ROW REMOVED SINCE
      *    COMES BACK CARRYING THE REVERSAL ALONE, AS A BALANCE DOES

       2800-REVERSE-POSITION.

           IF(REVT-CUSTNO(WS-I) NOT EQUAL ZERO
                   AND REVT-ORIG-KNOWN(WS-I)) THEN
               MOVE REVT-CUSTNO(WS-I) TO POS-IO-CUSTNO
               MOVE REVT-CURR(WS-I)   TO POS-IO-CURR
               READ POSITION-MASTER
                   INVALID KEY
                       MOVE REVT-NAME(WS-I)    TO POS-IO-NAME
                       MOVE WS-REV-ORIG-AMOUNT TO POS-IO-AMOUNT
                       MOVE WS-REV-AMOUNT      TO POS-IO-BOOK-PLN
                       MOVE WS-BUSINESS-DATE   TO POS-IO-LAST-DATE
                       WRITE POSITION-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-REV-ORIG-AMOUNT  TO POS-IO-AMOUNT
                       ADD WS-REV-AMOUNT       TO POS-IO-BOOK-PLN
                       REWRITE POSITION-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *    EVERY REVERSAL WENT TO THE MASTER BY KEY AS IT HAPPENED --
      *    WHAT REMAINS IS THE PENDING FILE, THE GL BATCH, THE REPORT
      *    TOTALS, THE AUDIT LINE AND, LAST, THE CONTROL LINE THAT
      *    FREES THE INPUT FOR A PROPER RE-RUN

       3000-FINISH.

           CLOSE BALANCE-MASTER
           CLOSE POSITION-MASTER
           COMPUTE WS-REVERSAL-TOTAL =
               WS-JOURNAL-TOTAL + WS-HELD-TOTAL
           PERFORM 3200-REWRITE-PENDING-ITEMS
           PERFORM 3300-WRITE-GL-REVERSAL
           IF BRM-AVAILABLE THEN
               CLOSE BRANCH-MASTER
           END-IF
           PERFORM 3600-WRITE-REPORT-TOTALS
           PERFORM 3400-WRITE-AUDIT-LINE
           PERFORM 3500-MARK-RUN-REVERSED

           DISPLAY "REVERSAL COMPLETE - " WS-RUN-NAME
           DISPLAY "    " RV-JOURNAL-COUNTER " JOURNAL LINE(S) "
               "REVERSED, " RV-HELD-COUNTER " HELD ITEM(S) REMOVED"
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

      *    ONLY THE ITEMS NOT REMOVED GO BACK OUT, STAMPS INTACT

       3200-REWRITE-PENDING-ITEMS.

           OPEN OUTPUT PENDING-ITEMS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PENDING-COUNTER
               IF NOT PNDT-REMOVED(WS-I) THEN
                   MOVE SPACES TO PENDING-ITEM-RECORD
                   MOVE PNDT-CUSTNO(WS-I) TO PND-IO-CUSTNO
                   MOVE PNDT-NAME(WS-I)   TO PND-IO-NAME
                   MOVE PNDT-AMOUNT(WS-I) TO WS-BALANCE-SIGNED
                   PERFORM 3100-ENCODE-SIGNED-AMOUNT
                   MOVE WS-BALANCE-SIGN TO PND-IO-SIGN
                   MOVE WS-BALANCE-INT  TO PND-IO-AMOUNT-INT
                   MOVE WS-BALANCE-FRAC TO PND-IO-AMOUNT-FRAC
                   MOVE ","             TO PND-IO-AMOUNT-SEP
                   MOVE PNDT-SETTLE(WS-I) TO PND-IO-SETTLE
                   MOVE PNDT-BRANCH(WS-I) TO PND-IO-BRANCH
                   MOVE PNDT-CURR(WS-I)   TO PND-IO-CURR
                   MOVE PNDT-RUN-STAMP(WS-I) TO PND-IO-RUN-STAMP
                   IF PNDT-ORIG-KNOWN(WS-I) THEN
                       MOVE PNDT-ORIG-AMOUNT(WS-I)
                           TO WS-BALANCE-SIGNED
                       PERFORM 3100-ENCODE-SIGNED-AMOUNT
                       MOVE WS-BALANCE-SIGN TO PND-IO-ORIG-SIGN
                       MOVE WS-BALANCE-INT  TO PND-IO-ORIG-INT
                       MOVE WS-BALANCE-FRAC TO PND-IO-ORIG-FRAC
                       MOVE ","             TO PND-IO-ORIG-SEP
                   END-IF
                   WRITE PENDING-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-ITEMS.

      *    THE REVERSING GL BATCH, IN THE RUN'S BASE CURRENCY:
      *    HEADER NAMING THE RUN BACKED OUT, ONE BALANCED LINE PER
      *    CELL (A NEGATIVE NET IN THE CREDIT COLUMN, AS REPORTS DOES
      *    IT), ONE "F" LINE PER FEE CELL, TRAILER WITH THE COUNT OF
      *    BOTH AND A HASH BUILT AS REPORTS BUILDS IT -- DEBITS MINUS
      *    CREDITS ACROSS EVERY DETAIL LINE, SO THE NEGATIVE OF THE
      *    ORIGINAL BATCH'S HASH

       3300-WRITE-GL-REVERSAL.

           OPEN OUTPUT GL-REVERSAL

           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "H"         TO GLH-TYPE
           MOVE WS-AUD-DATE TO GLH-DATE
           MOVE WS-AUD-TIME TO GLH-TIME
           MOVE WS-RUN-NAME TO GLH-RUN-NAME
           WRITE GL-HEADER-RECORD

           PERFORM 3310-WRITE-GL-DETAIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > GLACC-COUNTER
           PERFORM 3320-WRITE-GL-FEE-DETAIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > FEEACC-COUNTER

           COMPUTE WS-GL-HASH-TOTAL =
               WS-GL-BASE-TOTAL + WS-FEE-BASE-TOTAL
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "T"           TO GLT-TYPE
           COMPUTE GLT-COUNT = GLACC-COUNTER + FEEACC-COUNTER
           MOVE WS-GL-HASH-TOTAL TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN TO GLT-HASH-SIGN
           MOVE WS-BALANCE-INT  TO GLT-HASH-INT
           MOVE ","             TO GLT-HASH-SEP
           MOVE WS-BALANCE-FRAC TO GLT-HASH-FRAC
           WRITE GL-TRAILER-RECORD

           CLOSE GL-REVERSAL.

       3310-WRITE-GL-DETAIL.

           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "D" TO GLD-TYPE
           MOVE GLA-BRANCH(WS-I) TO GLD-BRANCH
           MOVE GLA-CURR(WS-I)   TO GLD-CURR
           MOVE GLA-BRANCH(WS-I) TO BRM-IN-CODE
           PERFORM 3330-FIND-COST-CENTRE
           MOVE GLA-AMOUNT(WS-I) TO WS-BALANCE-SIGNED
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
           WRITE GL-DETAIL-RECORD.

      *    THE FEE INCOME BACKED OUT, ALWAYS IN THE DEBIT COLUMN --
      *    THE OPPOSITE OF THE CREDIT REPORTS 2820 WROTE FOR IT

       3320-WRITE-GL-FEE-DETAIL.

           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "F" TO GLD-TYPE
           MOVE FAC-BRANCH(WS-I) TO GLD-BRANCH
           MOVE FAC-CURR(WS-I)   TO GLD-CURR
           MOVE FAC-BRANCH(WS-I) TO BRM-IN-CODE
           PERFORM 3330-FIND-COST-CENTRE
           MOVE FAC-AMOUNT(WS-I) TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-INT   TO GLD-DEBIT-INT
           MOVE WS-BALANCE-FRAC  TO GLD-DEBIT-FRAC
           MOVE ZERO             TO GLD-CREDIT-INT
           MOVE ZERO             TO GLD-CREDIT-FRAC
           MOVE "," TO GLD-DEBIT-SEP
           MOVE "," TO GLD-CREDIT-SEP
           WRITE GL-DETAIL-RECORD.

      *    THE COST CENTRE OF THE BRANCH IN BRM-IN-CODE, FROM THE
      *    BRANCH MASTER -- LEFT BLANK WHEN THE MASTER OR THE BRANCH
      *    IS MISSING

       3330-FIND-COST-CENTRE.

           IF BRM-AVAILABLE THEN
               READ BRANCH-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BRM-IN-COSTCTR TO GLD-COSTCTR
               END-READ
           END-IF.

      *    ONE LINE PER REVERSAL, BESIDE THE REPORT RUNS IN THE SAME
      *    LOG -- THE REPORTS COLUMN OPENS WITH "reversal" SO TRIALBAL
      *    AND AUDITREP COUNT IT AS A RUN OF ITS OWN, AND THE INPUT
      *    COLUMN NAMES THE RUN IT BACKED OUT

       3400-WRITE-AUDIT-LINE.

           OPEN EXTEND AUDIT-LOG
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT AUDIT-LOG
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-AUD-DATE          TO AUD-OUT-DATE
           MOVE WS-AUD-TIME          TO AUD-OUT-TIME
           MOVE WS-RUN-NAME          TO AUD-OUT-INPUT-FILE
           MOVE RV-JOURNAL-COUNTER   TO AUD-OUT-READ
           MOVE RV-HELD-COUNTER      TO AUD-OUT-NAMES
           MOVE ZERO                 TO AUD-OUT-CURR
           MOVE ZERO                 TO AUD-OUT-REJECTS
           MOVE WS-REVERSAL-TOTAL    TO WS-BALANCE-SIGNED
           PERFORM 3100-ENCODE-SIGNED-AMOUNT
           MOVE WS-BALANCE-SIGN      TO AUD-OUT-TOTAL-SIGN
           MOVE WS-BALANCE-INT       TO AUD-OUT-TOTAL-INT
           MOVE WS-BALANCE-FRAC      TO AUD-OUT-TOTAL-FRAC
           MOVE ","                  TO AUD-OUT-TOTAL-SEP
           MOVE "reversal revpost_rep.txt gl_reversal.txt"
                                     TO AUD-OUT-REPORTS
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

      *    THE RUN'S CONTROL LINE IS MARKED REVERSED AND THE FILE
      *    WRITTEN BACK WHOLE -- REPORTS NO LONGER SEES THE INPUT AS
      *    POSTED FOR THE DATE

       3500-MARK-RUN-REVERSED.

           MOVE CTLT-RECORD(WS-CTL-SLOT) TO POSTING-CONTROL-RECORD
           SET PCT-REVERSED TO TRUE
           MOVE POSTING-CONTROL-RECORD TO CTLT-RECORD(WS-CTL-SLOT)

           OPEN OUTPUT POSTING-CONTROL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CONTROL-COUNTER
               MOVE CTLT-RECORD(WS-I) TO POSTING-CONTROL-RECORD
               WRITE POSTING-CONTROL-RECORD
           END-PERFORM
           CLOSE POSTING-CONTROL.

      *    TOTAL LINES UNDER THE DETAIL: THE JOURNAL VALUE BACKED OUT
      *    OF THE BALANCES, THE HELD VALUE TAKEN OFF THE PENDING FILE,
      *    AND THE TWO TOGETHER -- THE FIGURE ON THE AUDIT LINE

       3600-WRITE-REPORT-TOTALS.

           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE SPACES TO REVERSAL-TOTAL-RECORD
           MOVE "JOURNAL REVERSED PLN"  TO REV-TOT-LABEL
           MOVE WS-JOURNAL-TOTAL        TO REV-TOT-AMOUNT
           WRITE REVERSAL-TOTAL-RECORD
           MOVE SPACES TO REVERSAL-TOTAL-RECORD
           MOVE "HELD ITEMS REMOVED PLN" TO REV-TOT-LABEL
           MOVE WS-HELD-TOTAL           TO REV-TOT-AMOUNT
           WRITE REVERSAL-TOTAL-RECORD
           MOVE SPACES TO REVERSAL-TOTAL-RECORD
           MOVE "TOTAL REVERSAL PLN"    TO REV-TOT-LABEL
           MOVE WS-REVERSAL-TOTAL       TO REV-TOT-AMOUNT
           WRITE REVERSAL-TOTAL-RECORD
           CLOSE REVERSAL-REPORT.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NONAME
                   DISPLAY "NO RUN NAME SUPPLIED ON COMMAND LINE "
                           "OR IN REVPOST_RUN_NAME"
               WHEN CT-ERR-NORUN
                   DISPLAY "NO UNREVERSED RUN POSTED FOR "
                           WS-BUSINESS-DATE ": " WS-RUN-NAME
               WHEN CT-ERR-NOSTAMP
                   DISPLAY "RUN POSTED WITHOUT A RUN STAMP - CANNOT "
                           "BE REVERSED: " WS-RUN-NAME
               WHEN CT-ERR-CTLBOUND
                   DISPLAY "TOO MANY LINES IN POSTING-CONTROL FILE"
               WHEN CT-ERR-REVBOUND
                   DISPLAY "TOO MANY JOURNAL LINES FOR ONE RUN"
               WHEN CT-ERR-PNDBOUND
                   DISPLAY "TOO MANY ENTRIES IN PENDING-ITEMS FILE"
               WHEN CT-ERR-GLBOUND
                   DISPLAY "TOO MANY BRANCH/CURRENCY COMBINATIONS FOR "
                           "GL REVERSAL"
               WHEN CT-ERR-CLOSED
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                           " FALLS IN A CLOSED PERIOD - CLOSED "
                           "THROUGH " WS-CLOSED-PERIOD
               WHEN CT-ERR-FEEBOUND
                   DISPLAY "TOO MANY BRANCH/CURRENCY COMBINATIONS FOR "
                           "GL FEE REVERSAL"
               WHEN CT-ERR-NORATE
                   DISPLAY "NO BASE RATE ON THE CONTROL LINE FOR "
                           WS-BASE-CURRENCY " - CANNOT BE REVERSED: "
                           WS-RUN-NAME
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM RevPost.
