      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Maintains the branch reference master Reports checks
      *          a manifest against -- the branch code, its name,
      *          whether it is open, the days of the week it is
      *          expected to deliver a file and the GL cost centre
      *          its postings are booked to. Applies add/change/end
      *          transactions from a batch file, with validation, a
      *          reject file and an audit trail, in the same mould as
      *          LimMaint.
      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - The audit trail carries the branch name before
      *              and after each change, beside the status, days
      *              and cost centre, so a rename is on the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE MAINTAINED BRANCH MASTER -- READ AND UPDATED IN PLACE
      *    BY BRANCH CODE

           SELECT BRANCH-MASTER ASSIGN TO "branch_mst.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-IO-CODE
           FILE STATUS IS BRF-STATUS.

      *    ADD/CHANGE/END TRANSACTIONS, ONE PER LINE -- AN END CLOSES
      *    THE BRANCH BUT KEEPS ITS RECORD, SO A MANIFEST LINE STILL
      *    NAMING IT IS REJECTED AS CLOSED RATHER THAN UNKNOWN

           SELECT BM-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-STATUS.

      *    QUARANTINES TRANSACTIONS THAT FAIL VALIDATION INSTEAD OF
      *    ABORTING THE WHOLE BATCH

           SELECT BM-REJECT ASSIGN TO "brmaint_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

      *    PERSISTED, ONE-LINE-PER-TRANSACTION RECORD OF EVERY CHANGE
      *    APPLIED TO THE MASTER

           SELECT BM-AUDIT ASSIGN TO "brmaint_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    DELIVERY DAYS ARE SEVEN Y/N FLAGS, MONDAY FIRST -- A "Y"
      *    MEANS THE BRANCH SENDS A FILE ON THAT WEEKDAY WHEN IT IS A
      *    BUSINESS DAY

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
            05 BRM-IO-CODE     PIC X(4).
            05 BRM-IO-NAME     PIC X(30).
            05 BRM-IO-STATUS   PIC X(1).
                88 BRM-IO-ACTIVE            VALUE "A".
                88 BRM-IO-CLOSED            VALUE "C".
            05 BRM-IO-DAYS     PIC X(7).
            05 BRM-IO-COSTCTR  PIC X(6).

      *    A CCCC DDDDDDD KKKKKK NAME ADDS A BRANCH (OR REOPENS A
      *    CLOSED ONE), C CHANGES ITS DAYS, COST CENTRE AND NAME,
      *    E CCCC CLOSES IT

       FD  BM-TRANS.
       01  BM-TRANS-RECORD.
            05 TRN-ACTION      PIC X(1).
                88 TRN-ADD                  VALUE "A".
                88 TRN-CHANGE               VALUE "C".
                88 TRN-END                  VALUE "E".
            05 FILLER          PIC X(1).
            05 TRN-CODE        PIC X(4).
            05 FILLER          PIC X(1).
            05 TRN-DAYS        PIC X(7).
            05 FILLER          PIC X(1).
            05 TRN-COSTCTR     PIC X(6).
            05 FILLER          PIC X(1).
            05 TRN-NAME        PIC X(30).

       FD  BM-REJECT.
       01  BM-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(52).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       FD  BM-AUDIT.
       01  BM-AUDIT-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-ACTION     PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CODE       PIC X(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-NAME   PIC X(30).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-STATUS PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-DAYS   PIC X(7).
            05 FILLER             PIC X(1).
            05 AUD-OUT-OLD-COSTCTR PIC X(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-NAME   PIC X(30).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-STATUS PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-DAYS   PIC X(7).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NEW-COSTCTR PIC X(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-RESULT     PIC X(8).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 BRF-STATUS            PIC X(2).
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

      *    MATCH RESULT OF 2200-FIND-BRANCH-ENTRY: WHETHER THE BRANCH
      *    IS ALREADY ON THE MASTER, AND ITS CURRENT FIGURES HELD
      *    ASIDE FOR THE AUDIT TRAIL

       01  WS-BM-SEARCH.
            05 WS-BM-FOUND            PIC X(1).
                88 BM-ENTRY-FOUND           VALUE "Y".

       01  WS-OLD-BRANCH.
            05 WS-OLD-NAME            PIC X(30).
            05 WS-OLD-STATUS          PIC X(1).
                88 OLD-BRANCH-CLOSED        VALUE "C".
            05 WS-OLD-DAYS            PIC X(7).
            05 WS-OLD-COSTCTR         PIC X(6).

      *    THE DELIVERY DAYS MUST BE SEVEN FLAGS, EACH Y OR N

       01  WS-DAYS-Y-COUNT           PIC 9(2).
       01  WS-DAYS-N-COUNT           PIC 9(2).

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
                       WS-BM-SEARCH
                       WS-OLD-BRANCH
                       WS-DAYS-Y-COUNT
                       WS-DAYS-N-COUNT
                       TRN-APPLIED-COUNTER
                       TRN-REJECT-COUNTER
                       WS-REJ-REASON.

           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-OPEN-BRANCH-MASTER
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
                   "BRMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               SET CT-ERR-NONAME TO TRUE
               PERFORM 9999-ABEND
           END-IF.

      *    OPENS THE MASTER FOR KEYED UPDATE. A MISSING FILE IS
      *    TOLERATED -- IT IS CREATED EMPTY AND BUILT FROM SCRATCH BY
      *    THE ADD TRANSACTIONS IN THIS BATCH

       1200-OPEN-BRANCH-MASTER.

           OPEN I-O BRANCH-MASTER
           MOVE BRF-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT BRANCH-MASTER
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF
           SET RECORD-OK TO TRUE.

       1300-OPEN-FILES.

           OPEN INPUT BM-TRANS
           MOVE TRF-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOFILE TO TRUE
               PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT BM-REJECT
           MOVE SPACES TO BM-REJECT-RECORD

           PERFORM 1310-OPEN-AUDIT-TRAIL.

      *    THE AUDIT TRAIL IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       1310-OPEN-AUDIT-TRAIL.

           OPEN EXTEND BM-AUDIT
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT BM-AUDIT
           END-IF.

      *    ONE PASS OF THE BATCH: READ A TRANSACTION, VALIDATE IT,
      *    APPLY IT TO THE MASTER BY KEY, AND LOG IT -- REPEATED BY
      *    THE MAINLINE UNTIL THE INPUT IS EXHAUSTED

       2000-PROCESS.

           READ BM-TRANS
               AT END SET AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-VALIDATE-TRANSACTION
                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       PERFORM 2400-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2300-APPLY-TRANSACTION
                   END-IF
           END-READ.

      *    REJECTS TRANSACTIONS WHOSE ACTION, BRANCH CODE OR FIGURES
      *    FAIL FIELD-LEVEL VALIDATION, AND ADD/CHANGE/END
      *    TRANSACTIONS THAT DO NOT FIT THE BRANCH AS IT STANDS ON
      *    THE MASTER. "*" IS NOT A BRANCH CODE -- THE FEE TARIFF
      *    USES IT FOR "ALL BRANCHES"

       2100-VALIDATE-TRANSACTION.

           MOVE SPACES TO WS-REJ-REASON

           IF(NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-END) THEN
               MOVE "ACTION NOT A, C OR E" TO WS-REJ-REASON
           ELSE
               IF(TRN-CODE EQUAL SPACES OR TRN-CODE EQUAL "*") THEN
                   MOVE "BRANCH CODE MISSING" TO WS-REJ-REASON
               ELSE
                   PERFORM 2110-VALIDATE-FIGURES
               END-IF
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2200-FIND-BRANCH-ENTRY
               PERFORM 2120-VALIDATE-AGAINST-MASTER
           END-IF.

      *    AN END TRANSACTION CARRIES ONLY THE CODE -- ADD AND CHANGE
      *    MUST GIVE SEVEN Y/N DELIVERY FLAGS, A COST CENTRE AND A
      *    NAME. A BRANCH EXPECTED ON NO DAY AT ALL IS ALLOWED: IT IS
      *    SIMPLY NEVER REPORTED AS MISSING

       2110-VALIDATE-FIGURES.

           IF(TRN-ADD OR TRN-CHANGE) THEN
               MOVE ZERO TO WS-DAYS-Y-COUNT
               MOVE ZERO TO WS-DAYS-N-COUNT
               INSPECT TRN-DAYS TALLYING WS-DAYS-Y-COUNT
                   FOR ALL "Y"
               INSPECT TRN-DAYS TALLYING WS-DAYS-N-COUNT
                   FOR ALL "N"
               EVALUATE TRUE
                   WHEN WS-DAYS-Y-COUNT + WS-DAYS-N-COUNT NOT EQUAL 7
                       MOVE "DELIVERY DAYS NOT SEVEN Y/N"
                           TO WS-REJ-REASON
                   WHEN TRN-COSTCTR EQUAL SPACES
                       MOVE "COST CENTRE MISSING" TO WS-REJ-REASON
                   WHEN TRN-NAME EQUAL SPACES
                       MOVE "BRANCH NAME MISSING" TO WS-REJ-REASON
               END-EVALUATE
           END-IF.

      *    AN ADD ON A CLOSED BRANCH REOPENS IT; AN ADD ON AN OPEN
      *    ONE IS A DUPLICATE. A CLOSED BRANCH CANNOT BE CHANGED OR
      *    CLOSED AGAIN

       2120-VALIDATE-AGAINST-MASTER.

           EVALUATE TRUE
               WHEN TRN-ADD
                   IF(BM-ENTRY-FOUND AND NOT OLD-BRANCH-CLOSED) THEN
                       MOVE "BRANCH ALREADY EXISTS"
                           TO WS-REJ-REASON
                   END-IF
               WHEN TRN-CHANGE
                   IF NOT BM-ENTRY-FOUND THEN
                       MOVE "NO SUCH BRANCH TO CHANGE"
                           TO WS-REJ-REASON
                   ELSE
                       IF OLD-BRANCH-CLOSED THEN
                           MOVE "BRANCH IS CLOSED"
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
               WHEN TRN-END
                   IF NOT BM-ENTRY-FOUND THEN
                       MOVE "NO SUCH BRANCH TO END"
                           TO WS-REJ-REASON
                   ELSE
                       IF OLD-BRANCH-CLOSED THEN
                           MOVE "BRANCH ALREADY CLOSED"
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

      *    LOOKS UP THE BRANCH WITH ONE KEYED READ, HOLDING ITS
      *    CURRENT FIGURES ASIDE FOR THE AUDIT TRAIL

       2200-FIND-BRANCH-ENTRY.

           MOVE "N"    TO WS-BM-FOUND
           MOVE SPACES TO WS-OLD-BRANCH

           MOVE TRN-CODE TO BRM-IO-CODE
           READ BRANCH-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET BM-ENTRY-FOUND TO TRUE
                   MOVE BRM-IO-NAME    TO WS-OLD-NAME
                   MOVE BRM-IO-STATUS  TO WS-OLD-STATUS
                   MOVE BRM-IO-DAYS    TO WS-OLD-DAYS
                   MOVE BRM-IO-COSTCTR TO WS-OLD-COSTCTR
           END-READ.

      *    THE RECORD READ IN 2200 IS STILL IN THE BUFFER WHEN THE
      *    BRANCH WAS FOUND, SO AN END ONLY FLIPS ITS STATUS

       2300-APPLY-TRANSACTION.

           MOVE TRN-CODE TO BRM-IO-CODE
           EVALUATE TRUE
               WHEN TRN-ADD
                   MOVE TRN-NAME    TO BRM-IO-NAME
                   MOVE TRN-DAYS    TO BRM-IO-DAYS
                   MOVE TRN-COSTCTR TO BRM-IO-COSTCTR
                   SET BRM-IO-ACTIVE TO TRUE
                   IF BM-ENTRY-FOUND THEN
                       REWRITE BRANCH-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE BRANCH-MASTER-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               WHEN TRN-CHANGE
                   MOVE TRN-NAME    TO BRM-IO-NAME
                   MOVE TRN-DAYS    TO BRM-IO-DAYS
                   MOVE TRN-COSTCTR TO BRM-IO-COSTCTR
                   REWRITE BRANCH-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN TRN-END
                   SET BRM-IO-CLOSED TO TRUE
                   REWRITE BRANCH-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-EVALUATE

           ADD 1 TO TRN-APPLIED-COUNTER
           PERFORM 2310-WRITE-AUDIT-RECORD.

       2310-WRITE-AUDIT-RECORD.

           MOVE SPACES TO BM-AUDIT-RECORD
           MOVE WS-AUD-DATE     TO AUD-OUT-DATE
           MOVE WS-AUD-TIME     TO AUD-OUT-TIME
           MOVE TRN-ACTION      TO AUD-OUT-ACTION
           MOVE TRN-CODE        TO AUD-OUT-CODE
           MOVE WS-OLD-NAME     TO AUD-OUT-OLD-NAME
           MOVE WS-OLD-STATUS   TO AUD-OUT-OLD-STATUS
           MOVE WS-OLD-DAYS     TO AUD-OUT-OLD-DAYS
           MOVE WS-OLD-COSTCTR  TO AUD-OUT-OLD-COSTCTR
           MOVE BRM-IO-NAME     TO AUD-OUT-NEW-NAME
           MOVE BRM-IO-STATUS   TO AUD-OUT-NEW-STATUS
           MOVE BRM-IO-DAYS     TO AUD-OUT-NEW-DAYS
           MOVE BRM-IO-COSTCTR  TO AUD-OUT-NEW-COSTCTR
           IF TRN-END THEN
               MOVE "CLOSED"    TO AUD-OUT-RESULT
           ELSE
               MOVE "APPLIED"   TO AUD-OUT-RESULT
           END-IF
           WRITE BM-AUDIT-RECORD.

       2400-WRITE-REJECT-RECORD.

           ADD 1 TO TRN-REJECT-COUNTER
           MOVE SPACES TO BM-REJECT-RECORD
           MOVE BM-TRANS-RECORD TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE BM-REJECT-RECORD.

      *    EVERY CHANGE WENT TO THE MASTER AS IT WAS APPLIED -- THERE
      *    IS NOTHING TO REWRITE AT THE END

       3000-FINISH.

           CLOSE BM-TRANS
           CLOSE BM-REJECT
           CLOSE BM-AUDIT
           CLOSE BRANCH-MASTER

           DISPLAY "BRANCH MAINTENANCE COMPLETE - "
               TRN-APPLIED-COUNTER " TRANSACTION(S) APPLIED, "
               TRN-REJECT-COUNTER " REJECTED"
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NONAME
                   DISPLAY "NO TRANSACTION FILE NAME SUPPLIED ON "
                           "COMMAND LINE OR IN BRMAINT_TRANS_FILE"
               WHEN CT-ERR-NOFILE
                   DISPLAY "TRANSACTION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM BrMaint.
