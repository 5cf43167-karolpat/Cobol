      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Maintains the effective-dated interest-rate master
      *          read by IntAccr -- per customer number, the annual
      *          rate paid on a credit balance and the annual rate
      *          charged on a debit balance. Applies add/change/expire
      *          transactions from a batch file, with validation, a
      *          reject file and an audit trail, in the same mould as
      *          FxMaint.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE MAINTAINED RATE MASTER -- READ AND UPDATED IN PLACE BY
      *    ITS CUSTOMER/EFFECTIVE-DATE KEY

           SELECT INTEREST-MASTER ASSIGN TO "interest_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-IO-KEY
           FILE STATUS IS INT-STATUS.

      *    ADD/CHANGE/EXPIRE TRANSACTIONS, ONE PER LINE

           SELECT IN-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRN-STATUS.

      *    QUARANTINES TRANSACTIONS THAT FAIL VALIDATION INSTEAD OF
      *    ABORTING THE WHOLE BATCH

           SELECT IN-REJECT ASSIGN TO "intmaint_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

      *    PERSISTED, ONE-LINE-PER-TRANSACTION RECORD OF EVERY CHANGE
      *    APPLIED TO THE RATE MASTER

           SELECT IN-AUDIT ASSIGN TO "intmaint_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    RATES ARE ANNUAL PERCENTAGES TO FOUR DECIMALS. A LINE
      *    APPLIES FROM ITS EFFECTIVE DATE UNTIL THE CUSTOMER'S NEXT
      *    ACTIVE LINE; AN EXPIRED LINE IS PASSED OVER. MIRRORED IN
      *    INTACCR -- THE TWO LAYOUTS MUST STAY IN STEP

       FD  INTEREST-MASTER.
       01  INTEREST-RATE-RECORD.
            05 INT-IO-KEY.
                10 INT-IO-CUSTNO       PIC 9(6).
                10 INT-IO-EFFDATE      PIC 9(8).
            05 INT-IO-CREDIT-RATE  PIC 9(2)V9(4).
            05 INT-IO-DEBIT-RATE   PIC 9(2)V9(4).
            05 INT-IO-STATUS       PIC X(1).

      *    A NNNNNN YYYYMMDD CC,CCCC DD,DDDD ADDS A RATE LINE (CREDIT
      *    RATE, THEN DEBIT RATE), C CHANGES ITS RATES, E NNNNNN
      *    YYYYMMDD EXPIRES IT

       FD  IN-TRANS.
       01  IN-TRANS-RECORD.
            05 TRN-ACTION      PIC X(1).
                88 TRN-ADD                  VALUE "A".
                88 TRN-CHANGE               VALUE "C".
                88 TRN-EXPIRE               VALUE "E".
            05 FILLER          PIC X(1).
            05 TRN-CUSTNO      PIC 9(6).
            05 FILLER          PIC X(1).
            05 TRN-EFFDATE     PIC 9(8).
            05 FILLER          PIC X(1).
            05 TRN-CREDIT-RATE PIC 9(2),9(4).
            05 FILLER          PIC X(1).
            05 TRN-DEBIT-RATE  PIC 9(2),9(4).
       01  IN-TRANS-RECORD-R REDEFINES IN-TRANS-RECORD.
            05 FILLER          PIC X(18).
            05 TRN-CREDIT-INT  PIC 9(2).
            05 FILLER          PIC X(1).
            05 TRN-CREDIT-FRAC PIC 9(4).
            05 FILLER          PIC X(1).
            05 TRN-DEBIT-INT   PIC 9(2).
            05 FILLER          PIC X(1).
            05 TRN-DEBIT-FRAC  PIC 9(4).
      *    DATE PARTS FOR FIELD-LEVEL VALIDATION OF TRN-EFFDATE
       01  IN-TRANS-RECORD-D REDEFINES IN-TRANS-RECORD.
            05 FILLER          PIC X(9).
            05 TRN-EFF-YEAR    PIC 9(4).
            05 TRN-EFF-MONTH   PIC 9(2).
            05 TRN-EFF-DAY     PIC 9(2).
            05 FILLER          PIC X(16).

       FD  IN-REJECT.
       01  IN-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(33).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       FD  IN-AUDIT.
       01  IN-AUDIT-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-ACTION     PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CUSTNO     PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-EFFDATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-CREDIT PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-DEBIT  PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-CREDIT PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-DEBIT  PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-RESULT     PIC X(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 INT-STATUS            PIC X(2).
            05 TRN-STATUS            PIC X(2).
            05 REJ-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

       01  WS-TRANS-FILE-NAME       PIC X(60).

      *    RE-ASSEMBLES THE COMMA-SEPARATED RATE FIELDS OF THE
      *    TRANSACTION INTO PROPERLY SCALED NUMERIC VALUES -- SAME
      *    CONVENTION AS THE OTHER TRANSACTION FILES

       01  WS-CREDIT-PARSE.
            05 WS-CREDIT-INT        PIC 9(2).
            05 WS-CREDIT-FRAC       PIC 9(4).
       01  WS-CREDIT-VALUE REDEFINES WS-CREDIT-PARSE
                                    PIC 9(2)V9(4).

       01  WS-DEBIT-PARSE.
            05 WS-DEBIT-INT         PIC 9(2).
            05 WS-DEBIT-FRAC        PIC 9(4).
       01  WS-DEBIT-VALUE REDEFINES WS-DEBIT-PARSE
                                    PIC 9(2)V9(4).

      *    MATCH RESULT OF 2200-FIND-RATE-ENTRY: WHETHER THE
      *    CUSTOMER/EFFECTIVE-DATE LINE THE TRANSACTION NAMES EXISTS,
      *    AND ITS CURRENT RATES AND STATUS HELD ASIDE FOR THE AUDIT
      *    TRAIL AND THE REWRITE

       01  WS-IN-SEARCH.
            05 WS-IN-FOUND            PIC X(1).
                88 IN-ENTRY-FOUND           VALUE "Y".

       01  WS-OLD-CREDIT             PIC 9(2)V9(4).
       01  WS-OLD-DEBIT              PIC 9(2)V9(4).
       01  WS-OLD-STATUS             PIC X(1).

      *    COUNTS DISPLAYED WHEN THE BATCH FINISHES

       01  TRN-APPLIED-COUNTER       PIC 9(4).
       01  TRN-REJECT-COUNTER        PIC 9(4).

       01  WS-REJ-REASON             PIC X(30).

      *    RUN DATE/TIME FOR THE AUDIT TRAIL

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NONAME                 VALUE "N".
            88 CT-ERR-NOFILE                 VALUE "F".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-PROCESS UNTIL AT-END
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-FILE-STATUS
                       WS-TRANS-FILE-NAME
                       WS-CREDIT-PARSE
                       WS-DEBIT-PARSE
                       WS-IN-SEARCH
                       WS-OLD-CREDIT
                       WS-OLD-DEBIT
                       WS-OLD-STATUS
                       TRN-APPLIED-COUNTER
                       TRN-REJECT-COUNTER
                       WS-REJ-REASON.

           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-OPEN-INTEREST-MASTER
           PERFORM 1300-OPEN-FILES

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME.

      *    RUNS UNATTENDED IN THE BATCH WINDOW: THE TRANSACTION FILE
      *    NAME COMES FROM THE FIRST COMMAND-LINE PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE WHEN THE SCHEDULER SETS IT
      *    THAT WAY

       1100-RETRIEVE-TRANS-FILE-NAME.

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TRANS-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               ACCEPT WS-TRANS-FILE-NAME FROM ENVIRONMENT
                   "INTMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               SET CT-ERR-NONAME TO TRUE
               PERFORM 9999-ABEND
           END-IF.

      *    OPENS THE MASTER FOR KEYED UPDATE. A MISSING FILE IS
      *    TOLERATED -- IT IS CREATED EMPTY AND BUILT FROM SCRATCH BY
      *    THE ADD TRANSACTIONS IN THIS BATCH

       1200-OPEN-INTEREST-MASTER.

           OPEN I-O INTEREST-MASTER
           MOVE INT-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT INTEREST-MASTER
               CLOSE INTEREST-MASTER
               OPEN I-O INTEREST-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

       1300-OPEN-FILES.

           OPEN INPUT IN-TRANS
           MOVE TRN-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOFILE TO TRUE
               PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT IN-REJECT
           MOVE SPACES TO IN-REJECT-RECORD

           PERFORM 1310-OPEN-AUDIT-TRAIL.

      *    THE AUDIT TRAIL IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       1310-OPEN-AUDIT-TRAIL.

           OPEN EXTEND IN-AUDIT
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT IN-AUDIT
           END-IF.

      *    ONE PASS OF THE BATCH: READ A TRANSACTION, VALIDATE IT,
      *    APPLY IT TO THE MASTER BY KEY, AND LOG IT -- REPEATED BY
      *    THE MAINLINE UNTIL THE INPUT IS EXHAUSTED

       2000-PROCESS.

           READ IN-TRANS
               AT END SET AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-VALIDATE-TRANSACTION
                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       PERFORM 2400-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2300-APPLY-TRANSACTION
                   END-IF
           END-READ.

      *    REJECTS TRANSACTIONS WHOSE ACTION, CUSTOMER NUMBER,
      *    EFFECTIVE DATE OR RATES FAIL FIELD-LEVEL VALIDATION, AND
      *    ADD/CHANGE/EXPIRE TRANSACTIONS THAT DO NOT FIT THE LINES
      *    ALREADY ON THE MASTER

       2100-VALIDATE-TRANSACTION.

           MOVE SPACES TO WS-REJ-REASON

           IF(NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-EXPIRE) THEN
               MOVE "ACTION NOT A, C OR E" TO WS-REJ-REASON
           ELSE
               IF(TRN-CUSTNO NOT NUMERIC
                       OR TRN-CUSTNO EQUAL ZERO) THEN
                   MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-REJ-REASON
               ELSE
                   PERFORM 2110-VALIDATE-EFFDATE
               END-IF
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2120-VALIDATE-RATES
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2200-FIND-RATE-ENTRY
               PERFORM 2130-VALIDATE-AGAINST-MASTER
           END-IF.

       2110-VALIDATE-EFFDATE.

           IF(TRN-EFFDATE NOT NUMERIC) THEN
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJ-REASON
           ELSE
               IF(TRN-EFF-MONTH < 01 OR TRN-EFF-MONTH > 12
                       OR TRN-EFF-DAY < 01 OR TRN-EFF-DAY > 31) THEN
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJ-REASON
               END-IF
           END-IF.

      *    AN EXPIRE TRANSACTION CARRIES NO RATES -- ONLY ADD AND
      *    CHANGE HAVE THEIR RATE FIELDS CHECKED. EITHER RATE MAY BE
      *    ZERO (NO CREDIT INTEREST IS COMMON), BUT NOT BOTH: A LINE
      *    THAT ACCRUES NOTHING IS WHAT EXPIRE IS FOR

       2120-VALIDATE-RATES.

           IF(TRN-ADD OR TRN-CHANGE) THEN
               IF(TRN-CREDIT-INT NOT NUMERIC
                       OR TRN-CREDIT-FRAC NOT NUMERIC
                       OR TRN-DEBIT-INT NOT NUMERIC
                       OR TRN-DEBIT-FRAC NOT NUMERIC) THEN
                   MOVE "RATE IS NOT NUMERIC" TO WS-REJ-REASON
               ELSE
                   MOVE TRN-CREDIT-INT  TO WS-CREDIT-INT
                   MOVE TRN-CREDIT-FRAC TO WS-CREDIT-FRAC
                   MOVE TRN-DEBIT-INT   TO WS-DEBIT-INT
                   MOVE TRN-DEBIT-FRAC  TO WS-DEBIT-FRAC
                   IF(WS-CREDIT-VALUE EQUAL ZERO
                           AND WS-DEBIT-VALUE EQUAL ZERO) THEN
                       MOVE "BOTH RATES ARE ZERO" TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

       2130-VALIDATE-AGAINST-MASTER.

           EVALUATE TRUE
               WHEN TRN-ADD
                   IF IN-ENTRY-FOUND THEN
                       MOVE "RATE LINE ALREADY EXISTS"
                           TO WS-REJ-REASON
                   END-IF
               WHEN TRN-CHANGE
                   IF NOT IN-ENTRY-FOUND THEN
                       MOVE "NO SUCH RATE LINE TO CHANGE"
                           TO WS-REJ-REASON
                   END-IF
               WHEN TRN-EXPIRE
                   IF NOT IN-ENTRY-FOUND THEN
                       MOVE "NO SUCH RATE LINE TO EXPIRE"
                           TO WS-REJ-REASON
                   END-IF
           END-EVALUATE.

      *    LOOKS UP THE CUSTOMER/EFFECTIVE-DATE LINE THE TRANSACTION
      *    NAMES WITH ONE KEYED READ, HOLDING ITS CURRENT RATES AND
      *    STATUS ASIDE FOR THE AUDIT TRAIL AND THE REWRITE

       2200-FIND-RATE-ENTRY.

           MOVE "N"   TO WS-IN-FOUND
           MOVE ZERO  TO WS-OLD-CREDIT
           MOVE ZERO  TO WS-OLD-DEBIT
           MOVE SPACE TO WS-OLD-STATUS

           MOVE TRN-CUSTNO  TO INT-IO-CUSTNO
           MOVE TRN-EFFDATE TO INT-IO-EFFDATE
           READ INTEREST-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET IN-ENTRY-FOUND TO TRUE
                   MOVE INT-IO-CREDIT-RATE TO WS-OLD-CREDIT
                   MOVE INT-IO-DEBIT-RATE  TO WS-OLD-DEBIT
                   MOVE INT-IO-STATUS      TO WS-OLD-STATUS
           END-READ.

       2300-APPLY-TRANSACTION.

           MOVE TRN-CUSTNO  TO INT-IO-CUSTNO
           MOVE TRN-EFFDATE TO INT-IO-EFFDATE
           EVALUATE TRUE
               WHEN TRN-ADD
                   MOVE WS-CREDIT-VALUE TO INT-IO-CREDIT-RATE
                   MOVE WS-DEBIT-VALUE  TO INT-IO-DEBIT-RATE
                   MOVE "A"             TO INT-IO-STATUS
                   WRITE INTEREST-RATE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN TRN-CHANGE
                   MOVE WS-CREDIT-VALUE TO INT-IO-CREDIT-RATE
                   MOVE WS-DEBIT-VALUE  TO INT-IO-DEBIT-RATE
                   MOVE WS-OLD-STATUS   TO INT-IO-STATUS
                   REWRITE INTEREST-RATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN TRN-EXPIRE
                   MOVE WS-OLD-CREDIT   TO INT-IO-CREDIT-RATE
                   MOVE WS-OLD-DEBIT    TO INT-IO-DEBIT-RATE
                   MOVE "E"             TO INT-IO-STATUS
                   REWRITE INTEREST-RATE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-EVALUATE

           ADD 1 TO TRN-APPLIED-COUNTER
           PERFORM 2310-WRITE-AUDIT-RECORD.

       2310-WRITE-AUDIT-RECORD.

           MOVE SPACES TO IN-AUDIT-RECORD
           MOVE WS-AUD-DATE     TO AUD-OUT-DATE
           MOVE WS-AUD-TIME     TO AUD-OUT-TIME
           MOVE TRN-ACTION      TO AUD-OUT-ACTION
           MOVE TRN-CUSTNO      TO AUD-OUT-CUSTNO
           MOVE TRN-EFFDATE     TO AUD-OUT-EFFDATE
           MOVE WS-OLD-CREDIT   TO AUD-OUT-OLD-CREDIT
           MOVE WS-OLD-DEBIT    TO AUD-OUT-OLD-DEBIT
           IF TRN-EXPIRE THEN
               MOVE WS-OLD-CREDIT TO AUD-OUT-NEW-CREDIT
               MOVE WS-OLD-DEBIT  TO AUD-OUT-NEW-DEBIT
               MOVE "EXPIRED"   TO AUD-OUT-RESULT
           ELSE
               MOVE WS-CREDIT-VALUE TO AUD-OUT-NEW-CREDIT
               MOVE WS-DEBIT-VALUE  TO AUD-OUT-NEW-DEBIT
               MOVE "APPLIED"   TO AUD-OUT-RESULT
           END-IF
           WRITE IN-AUDIT-RECORD.

       2400-WRITE-REJECT-RECORD.

           ADD 1 TO TRN-REJECT-COUNTER
           MOVE SPACES TO IN-REJECT-RECORD
           MOVE IN-TRANS-RECORD TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE IN-REJECT-RECORD.

      *    EVERY CHANGE WENT TO THE MASTER AS IT WAS APPLIED -- THERE
      *    IS NOTHING TO REWRITE AT THE END

       3000-FINISH.

           CLOSE IN-TRANS
           CLOSE IN-REJECT
           CLOSE IN-AUDIT
           CLOSE INTEREST-MASTER

           DISPLAY "INTEREST RATE MAINTENANCE COMPLETE - "
               TRN-APPLIED-COUNTER " TRANSACTION(S) APPLIED, "
               TRN-REJECT-COUNTER " REJECTED"
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NONAME
                   DISPLAY "NO TRANSACTION FILE NAME SUPPLIED ON "
                           "COMMAND LINE OR IN INTMAINT_TRANS_FILE"
               WHEN CT-ERR-NOFILE
                   DISPLAY "TRANSACTION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM IntMaint.
