      *              alternate key): releases post by keyed read and
      *              rewrite instead of loading and rewriting the
      *              whole master.
      * 15.10.2026 - Held items carry the stamp of the Reports run that
      *              held them; it is kept on the carried-forward items
      *              and cut onto the released journal line, which is
      *              now typed as a release, so RevPost can back out a
      *              run whose items have already been released.
      * 15.10.2026 - A business date inside a period PerClose has
      *              closed is refused before anything is released.
      * 15.10.2026 - A released item also moves the customer's
      *              position in its own currency on position_mst.txt
      *              (original-currency amount and PLN book value),
      *              and its journal line carries the original amount.
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendRel.
           ALTERNATE RECORD KEY IS BAL-IO-CUSTNO WITH DUPLICATES
           FILE STATUS IS BAL-STATUS.

      *    PER-CUSTOMER, PER-CURRENCY POSITIONS -- MOVED BY KEYED
      *    REWRITES BESIDE THE BALANCE, THE SAME WAY REPORTS DOES

           SELECT POSITION-MASTER ASSIGN TO "position_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-IO-KEY
           FILE STATUS IS POS-STATUS.

      *    ONE LINE PER ITEM RELEASED THIS RUN -- THE OPERATORS' PROOF
      *    OF WHAT MOVED INTO THE BALANCES TODAY

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

      *    ONE LINE PER PERIOD PERCLOSE HAS CLOSED -- CHECKED AT
      *    STARTUP SO NOTHING IS POSTED INTO A CLOSED MONTH

           SELECT PERIOD-CONTROL ASSIGN TO "period_ctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  RELEASE-REPORT.
       01  RELEASE-REPORT-RECORD.
            05 REL-OUT-SETTLE  PIC 9(8).
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

      *    MIRRORS THE AUDIT-LOG RECORD REPORTS WRITES -- THE RELEASE
      *    LINE CARRIES THE ITEMS RELEASED IN THE READ COLUMN, THE
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
                10 PNDT-SETTLE     PIC 9(8).
                10 PNDT-BRANCH     PIC X(4).
                10 PNDT-CURR       PIC X(3).
                10 PNDT-RUN-STAMP  PIC 9(14).
                10 PNDT-STATUS     PIC X(1).
                    88 PNDT-RELEASED        VALUE "R".
      *            THE AMOUNT IN THE ITEM'S OWN CURRENCY -- AN ITEM
      *            HELD BEFORE IT WAS CARRIED HAS NONE UNLESS IT IS
      *            A PLN ITEM, AND MOVES NO POSITION
                10 PNDT-ORIG-AMOUNT PIC S9(11)V9(2) COMP-3.
                10 PNDT-ORIG-STATUS PIC X(1).
                    88 PNDT-ORIG-KNOWN      VALUE "Y".

       01  PENDING-COUNTER            PIC 9(4).
       01  CT-MAX-PENDING             PIC 9(4) VALUE 5000.
       01  WS-FILE-STATUS.
            05 PND-STATUS            PIC X(2).
            05 BAL-STATUS            PIC X(2).
            05 POS-STATUS            PIC X(2).
            05 REL-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).
            05 JRN-STATUS            PIC X(2).
            05 PER-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
       01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).

      *    THE CLOSED PERIOD THE BUSINESS DATE FELL IN, FOR THE
      *    REFUSAL MESSAGE

       01  WS-CLOSED-PERIOD         PIC 9(6).

      *    RE-ASSEMBLES THE SIGN COLUMN AND MAGNITUDE DIGIT FIELDS OF
      *    THE PENDING AND BALANCE RECORDS INTO A PROPERLY SIGNED
      *    VALUE AND BACK -- SAME CONVENTION AS REPORTS

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-PNDBOUND               VALUE "P".
            88 CT-ERR-CLOSED                 VALUE "C".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-AUD-TIME-FULL FROM TIME

           PERFORM 1100-RETRIEVE-BUSINESS-DATE
           PERFORM 1150-CHECK-PERIOD-OPEN
           PERFORM 1200-LOAD-PENDING-ITEMS
           PERFORM 1300-OPEN-BALANCE-MASTER
           PERFORM 1310-OPEN-POSITION-MASTER.

      *    THE BUSINESS DATE COMES FROM THE FIRST PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE AND THEN TO TODAY -- THE
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

      *    LOADS THE HELD ITEMS CARRIED OVER FROM EARLIER RUNS. A
      *    MISSING FILE IS TOLERATED -- THERE IS SIMPLY NOTHING DUE

                           TO PNDT-BRANCH(TABLE-PND-INDEX)
                       MOVE PND-IO-CURR
                           TO PNDT-CURR(TABLE-PND-INDEX)
      *                AN ITEM HELD BEFORE RUNS WERE STAMPED HAS NO
      *                STAMP TO CARRY -- IT GOES FORWARD AS ZERO
                       IF PND-IO-RUN-STAMP NUMERIC THEN
                           MOVE PND-IO-RUN-STAMP
                               TO PNDT-RUN-STAMP(TABLE-PND-INDEX)
                       ELSE
                           MOVE ZERO
                               TO PNDT-RUN-STAMP(TABLE-PND-INDEX)
                       END-IF
                       MOVE SPACE
                           TO PNDT-STATUS(TABLE-PND-INDEX)
                       PERFORM 1220-LOAD-ORIGINAL-AMOUNT
                       SET TABLE-PND-INDEX UP BY 1
                       ADD 1 TO PENDING-COUNTER
                   END-IF
           END-READ.

      *    THE ORIGINAL-CURRENCY AMOUNT, SIGNED THE SAME WAY AS THE
      *    PLN ONE. A PLN ITEM HELD BEFORE THE FIELD EXISTED IS THE
      *    SAME AMOUNT EITHER WAY; ANY OTHER SUCH ITEM IS LEFT UNKNOWN

       1220-LOAD-ORIGINAL-AMOUNT.

           MOVE "N" TO PNDT-ORIG-STATUS(TABLE-PND-INDEX)
           MOVE ZERO TO PNDT-ORIG-AMOUNT(TABLE-PND-INDEX)
           IF(PND-IO-ORIG-INT NUMERIC
                   AND PND-IO-ORIG-FRAC NUMERIC) THEN
               MOVE PND-IO-ORIG-INT  TO WS-BALANCE-INT
               MOVE PND-IO-ORIG-FRAC TO WS-BALANCE-FRAC
               IF PND-IO-ORIG-SIGN EQUAL "-" THEN
                   COMPUTE PNDT-ORIG-AMOUNT(TABLE-PND-INDEX) =
                       WS-BALANCE-VALUE * -1
               ELSE
                   MOVE WS-BALANCE-VALUE
                       TO PNDT-ORIG-AMOUNT(TABLE-PND-INDEX)
               END-IF
               SET PNDT-ORIG-KNOWN(TABLE-PND-INDEX) TO TRUE
           ELSE
               IF PND-IO-CURR EQUAL "PLN" THEN
                   MOVE PNDT-AMOUNT(TABLE-PND-INDEX)
                       TO PNDT-ORIG-AMOUNT(TABLE-PND-INDEX)
                   SET PNDT-ORIG-KNOWN(TABLE-PND-INDEX) TO TRUE
               END-IF
           END-IF.

      *    OPENS THE CUMULATIVE BALANCE MASTER FOR KEYED POSTING. A
      *    MISSING FILE IS TOLERATED -- A RELEASE AHEAD OF THE FIRST
      *    EVER REPORTS POSTING CREATES IT EMPTY AND EVERY BALANCE
           END-IF
           SET RECORD-OK TO TRUE.

      *    THE POSITION MASTER LIKEWISE -- CREATED EMPTY WHEN MISSING

       1310-OPEN-POSITION-MASTER.

           OPEN I-O POSITION-MASTER
           MOVE POS-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

      *    WALKS THE LOADED ITEMS AND RELEASES EVERY ONE DUE ON OR
      *    BEFORE THE BUSINESS DATE INTO ITS CUSTOMER'S BALANCE,
      *    LISTING IT ON THE RELEASE REPORT
           MOVE PNDT-AMOUNT(WS-I) TO REL-OUT-AMOU
           WRITE RELEASE-REPORT-RECORD

           PERFORM 2500-WRITE-JOURNAL-LINE
           PERFORM 2600-POST-TO-POSITION.

      *    A RELEASED ITEM IS A POSTING LIKE ANY OTHER -- ITS JOURNAL
      *    LINE IS DATED THE BUSINESS DATE IT ACTUALLY REACHED THE
           MOVE WS-BALANCE-FRAC TO JRN-IO-AMOUNT-FRAC
           MOVE ","             TO JRN-IO-AMOUNT-SEP
           MOVE PNDT-SETTLE(WS-I) TO JRN-IO-SETTLE
           SET JRN-TYPE-RELEASE TO TRUE
           MOVE PNDT-RUN-STAMP(WS-I) TO JRN-IO-RUN-STAMP
           IF PNDT-ORIG-KNOWN(WS-I) THEN
               MOVE PNDT-ORIG-AMOUNT(WS-I) TO WS-BALANCE-SIGNED
               PERFORM 3110-ENCODE-SIGNED-AMOUNT
               MOVE WS-BALANCE-SIGN TO JRN-IO-ORIG-SIGN
               MOVE WS-BALANCE-INT  TO JRN-IO-ORIG-INT
               MOVE WS-BALANCE-FRAC TO JRN-IO-ORIG-FRAC
               MOVE ","             TO JRN-IO-ORIG-SEP
           END-IF
           WRITE JOURNAL-RECORD.

      *    MOVES THE CUSTOMER'S POSITION IN THE ITEM'S CURRENCY BY THE
      *    ORIGINAL AMOUNT, AND ITS BOOK VALUE BY THE PLN RELEASED --
      *    THE SAME POSTING REPORTS MAKES FOR A RECORD NOT HELD. AN
      *    ITEM WITH NO CUSTOMER NUMBER OR NO ORIGINAL AMOUNT MOVES
      *    NO POSITION

       2600-POST-TO-POSITION.

           IF(PNDT-CUSTNO(WS-I) NOT EQUAL ZERO
                   AND PNDT-ORIG-KNOWN(WS-I)) THEN
               MOVE PNDT-CUSTNO(WS-I) TO POS-IO-CUSTNO
               MOVE PNDT-CURR(WS-I)   TO POS-IO-CURR
               READ POSITION-MASTER
                   INVALID KEY
                       MOVE PNDT-NAME(WS-I)   TO POS-IO-NAME
                       MOVE PNDT-ORIG-AMOUNT(WS-I) TO POS-IO-AMOUNT
                       MOVE PNDT-AMOUNT(WS-I) TO POS-IO-BOOK-PLN
                       MOVE WS-BUSINESS-DATE  TO POS-IO-LAST-DATE
                       WRITE POSITION-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD PNDT-ORIG-AMOUNT(WS-I) TO POS-IO-AMOUNT
                       ADD PNDT-AMOUNT(WS-I) TO POS-IO-BOOK-PLN
                       MOVE WS-BUSINESS-DATE  TO POS-IO-LAST-DATE
                       REWRITE POSITION-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *    MATCHES BY CUSTOMER NUMBER WHEN THE ITEM CARRIES ONE (ONE
      *    READ ON THE NUMBER ALTERNATE KEY), FALLING BACK TO THE
      *    NAME RECORD KEY -- SAME RULE AS THE REPORTS POSTING, SO A
       3000-FINISH.

           CLOSE BALANCE-MASTER
           CLOSE POSITION-MASTER
           PERFORM 3200-REWRITE-PENDING-ITEMS
           PERFORM 3300-WRITE-AUDIT-LINE

                   MOVE PNDT-SETTLE(WS-I) TO PND-IO-SETTLE
                   MOVE PNDT-BRANCH(WS-I) TO PND-IO-BRANCH
                   MOVE PNDT-CURR(WS-I)   TO PND-IO-CURR
                   MOVE PNDT-RUN-STAMP(WS-I) TO PND-IO-RUN-STAMP
                   IF PNDT-ORIG-KNOWN(WS-I) THEN
                       MOVE PNDT-ORIG-AMOUNT(WS-I)
                           TO WS-BALANCE-SIGNED
                       PERFORM 3110-ENCODE-SIGNED-AMOUNT
                       MOVE WS-BALANCE-SIGN TO PND-IO-ORIG-SIGN
                       MOVE WS-BALANCE-INT  TO PND-IO-ORIG-INT
                       MOVE WS-BALANCE-FRAC TO PND-IO-ORIG-FRAC
                       MOVE ","             TO PND-IO-ORIG-SEP
                   END-IF
                   WRITE PENDING-ITEM-RECORD
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CT-ERR-PNDBOUND
                   DISPLAY "TOO MANY ENTRIES IN PENDING-ITEMS FILE"
               WHEN CT-ERR-CLOSED
                   DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                           " FALLS IN A CLOSED PERIOD - CLOSED "
                           "THROUGH " WS-CLOSED-PERIOD
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM PendRel.
