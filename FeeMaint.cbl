      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Maintains the effective-dated fee tariff read by
      *          Reports -- per currency, branch and debit/credit
      *          direction, the handling fee charged on each record
      *          posted: a flat amount plus a percentage of the PLN
      *          value, held between a minimum and a maximum. Applies
      *          add/change/end transactions from a batch file, with
      *          validation, a reject file and an audit trail, in the
      *          same mould as LimMaint.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE MAINTAINED TARIFF -- READ AND UPDATED IN PLACE BY ITS
      *    CURRENCY/BRANCH/DIRECTION/EFFECTIVE-DATE KEY

           SELECT FEE-TARIFF ASSIGN TO "fee_tariff.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-IO-KEY
           FILE STATUS IS FEE-STATUS.

      *    ADD/CHANGE/END TRANSACTIONS, ONE PER LINE

           SELECT FM-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-STATUS.

      *    QUARANTINES TRANSACTIONS THAT FAIL VALIDATION INSTEAD OF
      *    ABORTING THE WHOLE BATCH

           SELECT FM-REJECT ASSIGN TO "feemaint_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

      *    PERSISTED, ONE-LINE-PER-TRANSACTION RECORD OF EVERY CHANGE
      *    APPLIED TO THE TARIFF

           SELECT FM-AUDIT ASSIGN TO "feemaint_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    AMOUNTS ARE PLN; THE PERCENTAGE IS TAKEN OF THE RECORD'S
      *    PLN VALUE. A ZERO MAXIMUM MEANS NO CAP. BRANCH "*" IS THE
      *    LINE FOR EVERY BRANCH WITHOUT ONE OF ITS OWN. A LINE
      *    APPLIES FROM ITS EFFECTIVE DATE UNTIL THE NEXT ACTIVE LINE
      *    FOR THE SAME CURRENCY, BRANCH AND DIRECTION; AN ENDED LINE
      *    IS PASSED OVER. MIRRORED IN REPORTS -- THE TWO LAYOUTS
      *    MUST STAY IN STEP

       FD  FEE-TARIFF.
       01  FEE-TARIFF-RECORD.
            05 FEE-IO-KEY.
                10 FEE-IO-CURR         PIC X(3).
                10 FEE-IO-BRANCH       PIC X(4).
                10 FEE-IO-DIRECTION    PIC X(1).
                10 FEE-IO-EFFDATE      PIC 9(8).
            05 FEE-IO-FLAT         PIC 9(7)V9(2).
            05 FEE-IO-PCT          PIC 9(2)V9(4).
            05 FEE-IO-MIN          PIC 9(7)V9(2).
            05 FEE-IO-MAX          PIC 9(7)V9(2).
            05 FEE-IO-STATUS       PIC X(1).

      *    A CCC BBBB D YYYYMMDD FFFFFFF,FF PP,PPPP NNNNNNN,NN
      *    XXXXXXX,XX ADDS A TARIFF LINE (FLAT, PERCENT, MINIMUM,
      *    MAXIMUM), C CHANGES ITS FIGURES, E CCC BBBB D YYYYMMDD
      *    ENDS IT

       FD  FM-TRANS.
       01  FM-TRANS-RECORD.
            05 TRN-ACTION      PIC X(1).
                88 TRN-ADD                  VALUE "A".
                88 TRN-CHANGE               VALUE "C".
                88 TRN-END                  VALUE "E".
            05 FILLER          PIC X(1).
            05 TRN-CURR        PIC X(3).
            05 FILLER          PIC X(1).
            05 TRN-BRANCH      PIC X(4).
            05 FILLER          PIC X(1).
            05 TRN-DIRECTION   PIC X(1).
                88 TRN-DIR-DEBIT            VALUE "D".
                88 TRN-DIR-CREDIT           VALUE "C".
            05 FILLER          PIC X(1).
            05 TRN-EFFDATE     PIC 9(8).
            05 FILLER          PIC X(1).
            05 TRN-FLAT        PIC 9(7),9(2).
            05 FILLER          PIC X(1).
            05 TRN-PCT         PIC 9(2),9(4).
            05 FILLER          PIC X(1).
            05 TRN-MIN         PIC 9(7),9(2).
            05 FILLER          PIC X(1).
            05 TRN-MAX         PIC 9(7),9(2).
       01  FM-TRANS-RECORD-R REDEFINES FM-TRANS-RECORD.
            05 FILLER          PIC X(22).
            05 TRN-FLAT-INT    PIC 9(7).
            05 FILLER          PIC X(1).
            05 TRN-FLAT-FRAC   PIC 9(2).
            05 FILLER          PIC X(1).
            05 TRN-PCT-INT     PIC 9(2).
            05 FILLER          PIC X(1).
            05 TRN-PCT-FRAC    PIC 9(4).
            05 FILLER          PIC X(1).
            05 TRN-MIN-INT     PIC 9(7).
            05 FILLER          PIC X(1).
            05 TRN-MIN-FRAC    PIC 9(2).
            05 FILLER          PIC X(1).
            05 TRN-MAX-INT     PIC 9(7).
            05 FILLER          PIC X(1).
            05 TRN-MAX-FRAC    PIC 9(2).
      *    DATE PARTS FOR FIELD-LEVEL VALIDATION OF TRN-EFFDATE
       01  FM-TRANS-RECORD-D REDEFINES FM-TRANS-RECORD.
            05 FILLER          PIC X(13).
            05 TRN-EFF-YEAR    PIC 9(4).
            05 TRN-EFF-MONTH   PIC 9(2).
            05 TRN-EFF-DAY     PIC 9(2).
            05 FILLER          PIC X(41).

       FD  FM-REJECT.
       01  FM-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(62).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       FD  FM-AUDIT.
       01  FM-AUDIT-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-ACTION     PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CURR       PIC X(3).
            05 FILLER             PIC X(1).
            05 AUD-OUT-BRANCH     PIC X(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-DIRECTION  PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-EFFDATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-FLAT   PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-PCT    PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-MIN    PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-MAX    PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-FLAT   PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-PCT    PIC 9(2).9(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-MIN    PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-MAX    PIC 9(7).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-RESULT     PIC X(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 FEE-STATUS            PIC X(2).
            05 TRF-STATUS            PIC X(2).
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

      *    RE-ASSEMBLES THE COMMA-SEPARATED FIGURES OF THE
      *    TRANSACTION INTO PROPERLY SCALED NUMERIC VALUES -- SAME
      *    CONVENTION AS THE OTHER TRANSACTION FILES

       01  WS-FLAT-PARSE.
            05 WS-FLAT-INT          PIC 9(7).
            05 WS-FLAT-FRAC         PIC 9(2).
       01  WS-FLAT-VALUE REDEFINES WS-FLAT-PARSE
                                    PIC 9(7)V9(2).

       01  WS-PCT-PARSE.
            05 WS-PCT-INT           PIC 9(2).
            05 WS-PCT-FRAC          PIC 9(4).
       01  WS-PCT-VALUE REDEFINES WS-PCT-PARSE
                                    PIC 9(2)V9(4).

       01  WS-MIN-PARSE.
            05 WS-MIN-INT           PIC 9(7).
            05 WS-MIN-FRAC          PIC 9(2).
       01  WS-MIN-VALUE REDEFINES WS-MIN-PARSE
                                    PIC 9(7)V9(2).

       01  WS-MAX-PARSE.
            05 WS-MAX-INT           PIC 9(7).
            05 WS-MAX-FRAC          PIC 9(2).
       01  WS-MAX-VALUE REDEFINES WS-MAX-PARSE
                                    PIC 9(7)V9(2).

      *    MATCH RESULT OF 2200-FIND-TARIFF-ENTRY: WHETHER THE LINE
      *    THE TRANSACTION NAMES EXISTS, AND ITS CURRENT FIGURES AND
      *    STATUS HELD ASIDE FOR THE AUDIT TRAIL AND THE REWRITE

       01  WS-FM-SEARCH.
            05 WS-FM-FOUND            PIC X(1).
                88 FM-ENTRY-FOUND           VALUE "Y".

       01  WS-OLD-FLAT               PIC 9(7)V9(2).
       01  WS-OLD-PCT                PIC 9(2)V9(4).
       01  WS-OLD-MIN                PIC 9(7)V9(2).
       01  WS-OLD-MAX                PIC 9(7)V9(2).
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
                       WS-FLAT-PARSE
                       WS-PCT-PARSE
                       WS-MIN-PARSE
                       WS-MAX-PARSE
                       WS-FM-SEARCH
                       WS-OLD-FLAT
                       WS-OLD-PCT
                       WS-OLD-MIN
                       WS-OLD-MAX
                       WS-OLD-STATUS
                       TRN-APPLIED-COUNTER
                       TRN-REJECT-COUNTER
                       WS-REJ-REASON.

           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-OPEN-FEE-TARIFF
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
                   "FEEMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               SET CT-ERR-NONAME TO TRUE
               PERFORM 9999-ABEND
           END-IF.

      *    OPENS THE TARIFF FOR KEYED UPDATE. A MISSING FILE IS
      *    TOLERATED -- IT IS CREATED EMPTY AND BUILT FROM SCRATCH BY
      *    THE ADD TRANSACTIONS IN THIS BATCH

       1200-OPEN-FEE-TARIFF.

           OPEN I-O FEE-TARIFF
           MOVE FEE-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT FEE-TARIFF
               CLOSE FEE-TARIFF
               OPEN I-O FEE-TARIFF
           END-IF
           SET RECORD-OK TO TRUE.

       1300-OPEN-FILES.

           OPEN INPUT FM-TRANS
           MOVE TRF-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOFILE TO TRUE
               PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT FM-REJECT
           MOVE SPACES TO FM-REJECT-RECORD

           PERFORM 1310-OPEN-AUDIT-TRAIL.

      *    THE AUDIT TRAIL IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       1310-OPEN-AUDIT-TRAIL.

           OPEN EXTEND FM-AUDIT
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT FM-AUDIT
           END-IF.

      *    ONE PASS OF THE BATCH: READ A TRANSACTION, VALIDATE IT,
      *    APPLY IT TO THE TARIFF BY KEY, AND LOG IT -- REPEATED BY
      *    THE MAINLINE UNTIL THE INPUT IS EXHAUSTED

       2000-PROCESS.

           READ FM-TRANS
               AT END SET AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-VALIDATE-TRANSACTION
                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       PERFORM 2400-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2300-APPLY-TRANSACTION
                   END-IF
           END-READ.

      *    REJECTS TRANSACTIONS WHOSE ACTION, KEY FIELDS OR FIGURES
      *    FAIL FIELD-LEVEL VALIDATION, AND ADD/CHANGE/END
      *    TRANSACTIONS THAT DO NOT FIT THE LINES ALREADY ON THE
      *    TARIFF

       2100-VALIDATE-TRANSACTION.

           MOVE SPACES TO WS-REJ-REASON

           IF(NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-END) THEN
               MOVE "ACTION NOT A, C OR E" TO WS-REJ-REASON
           ELSE
               PERFORM 2105-VALIDATE-KEY
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2110-VALIDATE-EFFDATE
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2120-VALIDATE-FIGURES
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2200-FIND-TARIFF-ENTRY
               PERFORM 2130-VALIDATE-AGAINST-TARIFF
           END-IF.

      *    THE BRANCH IS A MANIFEST BRANCH CODE OR "*" FOR ALL
      *    BRANCHES; THE DIRECTION FOLLOWS THE INPUT RECORD'S
      *    DEBIT/CREDIT INDICATOR

       2105-VALIDATE-KEY.

           IF TRN-CURR EQUAL SPACES THEN
               MOVE "CURRENCY CODE MISSING" TO WS-REJ-REASON
           ELSE
               IF TRN-BRANCH EQUAL SPACES THEN
                   MOVE "BRANCH CODE MISSING" TO WS-REJ-REASON
               ELSE
                   IF(NOT TRN-DIR-DEBIT AND NOT TRN-DIR-CREDIT) THEN
                       MOVE "DIRECTION NOT D OR C" TO WS-REJ-REASON
                   END-IF
               END-IF
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

      *    AN END TRANSACTION CARRIES NO FIGURES -- ONLY ADD AND
      *    CHANGE HAVE THEM CHECKED. A LINE THAT CHARGES NOTHING IS
      *    WHAT END IS FOR, AND A MINIMUM ABOVE A NON-ZERO MAXIMUM
      *    COULD NEVER BE CHARGED

       2120-VALIDATE-FIGURES.

           IF(TRN-ADD OR TRN-CHANGE) THEN
               IF(TRN-FLAT-INT NOT NUMERIC
                       OR TRN-FLAT-FRAC NOT NUMERIC
                       OR TRN-PCT-INT NOT NUMERIC
                       OR TRN-PCT-FRAC NOT NUMERIC
                       OR TRN-MIN-INT NOT NUMERIC
                       OR TRN-MIN-FRAC NOT NUMERIC
                       OR TRN-MAX-INT NOT NUMERIC
                       OR TRN-MAX-FRAC NOT NUMERIC) THEN
                   MOVE "FEE FIGURE IS NOT NUMERIC" TO WS-REJ-REASON
               ELSE
                   MOVE TRN-FLAT-INT  TO WS-FLAT-INT
                   MOVE TRN-FLAT-FRAC TO WS-FLAT-FRAC
                   MOVE TRN-PCT-INT   TO WS-PCT-INT
                   MOVE TRN-PCT-FRAC  TO WS-PCT-FRAC
                   MOVE TRN-MIN-INT   TO WS-MIN-INT
                   MOVE TRN-MIN-FRAC  TO WS-MIN-FRAC
                   MOVE TRN-MAX-INT   TO WS-MAX-INT
                   MOVE TRN-MAX-FRAC  TO WS-MAX-FRAC
                   IF(WS-FLAT-VALUE EQUAL ZERO
                           AND WS-PCT-VALUE EQUAL ZERO
                           AND WS-MIN-VALUE EQUAL ZERO) THEN
                       MOVE "LINE CHARGES NO FEE" TO WS-REJ-REASON
                   ELSE
                       IF(WS-MAX-VALUE NOT EQUAL ZERO
                               AND WS-MIN-VALUE > WS-MAX-VALUE) THEN
                           MOVE "MINIMUM ABOVE MAXIMUM"
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2130-VALIDATE-AGAINST-TARIFF.

           EVALUATE TRUE
               WHEN TRN-ADD
                   IF FM-ENTRY-FOUND THEN
                       MOVE "TARIFF LINE ALREADY EXISTS"
                           TO WS-REJ-REASON
                   END-IF
               WHEN TRN-CHANGE
                   IF NOT FM-ENTRY-FOUND THEN
                       MOVE "NO SUCH TARIFF LINE TO CHANGE"
                           TO WS-REJ-REASON
                   END-IF
               WHEN TRN-END
                   IF NOT FM-ENTRY-FOUND THEN
                       MOVE "NO SUCH TARIFF LINE TO END"
                           TO WS-REJ-REASON
                   END-IF
           END-EVALUATE.

      *    LOOKS UP THE LINE THE TRANSACTION NAMES WITH ONE KEYED
      *    READ, HOLDING ITS CURRENT FIGURES AND STATUS ASIDE FOR THE
      *    AUDIT TRAIL AND THE REWRITE

       2200-FIND-TARIFF-ENTRY.

           MOVE "N"   TO WS-FM-FOUND
           MOVE ZERO  TO WS-OLD-FLAT
           MOVE ZERO  TO WS-OLD-PCT
           MOVE ZERO  TO WS-OLD-MIN
           MOVE ZERO  TO WS-OLD-MAX
           MOVE SPACE TO WS-OLD-STATUS

           MOVE TRN-CURR      TO FEE-IO-CURR
           MOVE TRN-BRANCH    TO FEE-IO-BRANCH
           MOVE TRN-DIRECTION TO FEE-IO-DIRECTION
           MOVE TRN-EFFDATE   TO FEE-IO-EFFDATE
           READ FEE-TARIFF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET FM-ENTRY-FOUND TO TRUE
                   MOVE FEE-IO-FLAT   TO WS-OLD-FLAT
                   MOVE FEE-IO-PCT    TO WS-OLD-PCT
                   MOVE FEE-IO-MIN    TO WS-OLD-MIN
                   MOVE FEE-IO-MAX    TO WS-OLD-MAX
                   MOVE FEE-IO-STATUS TO WS-OLD-STATUS
           END-READ.

       2300-APPLY-TRANSACTION.

           MOVE TRN-CURR      TO FEE-IO-CURR
           MOVE TRN-BRANCH    TO FEE-IO-BRANCH
           MOVE TRN-DIRECTION TO FEE-IO-DIRECTION
           MOVE TRN-EFFDATE   TO FEE-IO-EFFDATE
           EVALUATE TRUE
               WHEN TRN-ADD
                   MOVE WS-FLAT-VALUE TO FEE-IO-FLAT
                   MOVE WS-PCT-VALUE  TO FEE-IO-PCT
                   MOVE WS-MIN-VALUE  TO FEE-IO-MIN
                   MOVE WS-MAX-VALUE  TO FEE-IO-MAX
                   MOVE "A"           TO FEE-IO-STATUS
                   WRITE FEE-TARIFF-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN TRN-CHANGE
                   MOVE WS-FLAT-VALUE TO FEE-IO-FLAT
                   MOVE WS-PCT-VALUE  TO FEE-IO-PCT
                   MOVE WS-MIN-VALUE  TO FEE-IO-MIN
                   MOVE WS-MAX-VALUE  TO FEE-IO-MAX
                   MOVE WS-OLD-STATUS TO FEE-IO-STATUS
                   REWRITE FEE-TARIFF-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN TRN-END
                   MOVE WS-OLD-FLAT   TO FEE-IO-FLAT
                   MOVE WS-OLD-PCT    TO FEE-IO-PCT
                   MOVE WS-OLD-MIN    TO FEE-IO-MIN
                   MOVE WS-OLD-MAX    TO FEE-IO-MAX
                   MOVE "E"           TO FEE-IO-STATUS
                   REWRITE FEE-TARIFF-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-EVALUATE

           ADD 1 TO TRN-APPLIED-COUNTER
           PERFORM 2310-WRITE-AUDIT-RECORD.

       2310-WRITE-AUDIT-RECORD.

           MOVE SPACES TO FM-AUDIT-RECORD
           MOVE WS-AUD-DATE     TO AUD-OUT-DATE
           MOVE WS-AUD-TIME     TO AUD-OUT-TIME
           MOVE TRN-ACTION      TO AUD-OUT-ACTION
           MOVE TRN-CURR        TO AUD-OUT-CURR
           MOVE TRN-BRANCH      TO AUD-OUT-BRANCH
           MOVE TRN-DIRECTION   TO AUD-OUT-DIRECTION
           MOVE TRN-EFFDATE     TO AUD-OUT-EFFDATE
           MOVE WS-OLD-FLAT     TO AUD-OUT-OLD-FLAT
           MOVE WS-OLD-PCT      TO AUD-OUT-OLD-PCT
           MOVE WS-OLD-MIN      TO AUD-OUT-OLD-MIN
           MOVE WS-OLD-MAX      TO AUD-OUT-OLD-MAX
           IF TRN-END THEN
               MOVE WS-OLD-FLAT TO AUD-OUT-NEW-FLAT
               MOVE WS-OLD-PCT  TO AUD-OUT-NEW-PCT
               MOVE WS-OLD-MIN  TO AUD-OUT-NEW-MIN
               MOVE WS-OLD-MAX  TO AUD-OUT-NEW-MAX
               MOVE "ENDED"     TO AUD-OUT-RESULT
           ELSE
               MOVE WS-FLAT-VALUE TO AUD-OUT-NEW-FLAT
               MOVE WS-PCT-VALUE  TO AUD-OUT-NEW-PCT
               MOVE WS-MIN-VALUE  TO AUD-OUT-NEW-MIN
               MOVE WS-MAX-VALUE  TO AUD-OUT-NEW-MAX
               MOVE "APPLIED"   TO AUD-OUT-RESULT
           END-IF
           WRITE FM-AUDIT-RECORD.

       2400-WRITE-REJECT-RECORD.

           ADD 1 TO TRN-REJECT-COUNTER
           MOVE SPACES TO FM-REJECT-RECORD
           MOVE FM-TRANS-RECORD TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE FM-REJECT-RECORD.

      *    EVERY CHANGE WENT TO THE TARIFF AS IT WAS APPLIED -- THERE
      *    IS NOTHING TO REWRITE AT THE END

       3000-FINISH.

           CLOSE FM-TRANS
           CLOSE FM-REJECT
           CLOSE FM-AUDIT
           CLOSE FEE-TARIFF

           DISPLAY "FEE TARIFF MAINTENANCE COMPLETE - "
               TRN-APPLIED-COUNTER " TRANSACTION(S) APPLIED, "
               TRN-REJECT-COUNTER " REJECTED"
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NONAME
                   DISPLAY "NO TRANSACTION FILE NAME SUPPLIED ON "
                           "COMMAND LINE OR IN FEEMAINT_TRANS_FILE"
               WHEN CT-ERR-NOFILE
                   DISPLAY "TRANSACTION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM FeeMaint.
