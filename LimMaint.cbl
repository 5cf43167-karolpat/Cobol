      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      * 15.10.2026 - Four-eyes control: every transaction carries the
      *              ID of the user who entered it and is queued on
      *              the shared pending-approval file instead of being
      *              applied. Items ApprMaint has approved are applied
      *              at the start of the next run, checked against the
      *              master again, and the audit trail records both
      *              maker and checker. The transaction file is now
      *              optional -- a run without one only applies what
      *              has been approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimMaint.
           FILE STATUS IS LMF-STATUS.

      *    ADD/CHANGE/END TRANSACTIONS, ONE PER LINE -- AN END
      *    REMOVES THE CUSTOMER'S LIMIT ALTOGETHER. OPTIONAL -- A RUN
      *    THAT ONLY APPLIES APPROVED ITEMS NEEDS NONE

           SELECT LM-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

      *    THE PENDING-APPROVAL FILE SHARED BY THE FOUR REFERENCE
      *    MASTER MAINTENANCE PROGRAMS AND APPRMAINT -- LOADED WHOLE,
      *    REWRITTEN WHOLE, THE SAME WAY CMPMAINT HANDLES ITS QUEUE

           SELECT MAINT-APPROVAL ASSIGN TO "maint_pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MPA-STATUS.

       DATA DIVISION.
       FILE SECTION.


      *    A NNNNNN LLLLLLLLLLL,LL SETS A LIMIT, C CHANGES IT,
      *    E NNNNNN REMOVES IT -- THE AMOUNT CARRIES THE SAME
      *    COMMA-SEPARATED SHAPE AS THE OTHER TRANSACTION FILES. THE
      *    ENTERING USER'S ID CLOSES EVERY LINE, IN THE SAME COLUMNS
      *    WHATEVER THE ACTION

       FD  LM-TRANS.
       01  LM-TRANS-RECORD.
            05 TRN-CUSTNO      PIC 9(6).
            05 FILLER          PIC X(1).
            05 TRN-AMOUNT      PIC 9(11),9(2).
            05 FILLER          PIC X(1).
            05 TRN-MAKER       PIC X(8).
       01  LM-TRANS-RECORD-R REDEFINES LM-TRANS-RECORD.
            05 FILLER          PIC X(9).
            05 TRN-AMOUNT-INT  PIC 9(11).
            05 FILLER          PIC X(1).
            05 TRN-AMOUNT-FRAC PIC 9(2).
            05 FILLER          PIC X(9).

       FD  LM-REJECT.
       01  LM-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(32).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

            05 AUD-OUT-NEW-LIMIT  PIC 9(11).9(2).
            05 FILLER             PIC X(1).
            05 AUD-OUT-RESULT     PIC X(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-MAKER      PIC X(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CHECKER    PIC X(8).

      *    MIRRORS THE PENDING-APPROVAL LINE APPRMAINT WORKS -- THE
      *    LAYOUTS IN CUSTMAINT, FXMAINT, LIMMAINT, HOLMAINT AND
      *    APPRMAINT MUST STAY IN STEP

       FD  MAINT-APPROVAL.
       01  MAINT-APPROVAL-RECORD.
            05 MPA-IO-SEQ      PIC 9(6).
            05 FILLER          PIC X(1).
            05 MPA-IO-MASTER   PIC X(4).
            05 FILLER          PIC X(1).
            05 MPA-IO-STATUS   PIC X(1).
            05 FILLER          PIC X(1).
            05 MPA-IO-MAKER    PIC X(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-ENTERED  PIC 9(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-CHECKER  PIC X(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-DECIDED  PIC 9(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-BLOCKED  PIC 9(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-APPLIED  PIC 9(8).
            05 FILLER          PIC X(1).
            05 MPA-IO-TRANS    PIC X(40).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE WHOLE PENDING-APPROVAL FILE -- EVERY MASTER'S ITEMS, SO
      *    THE ONES THIS PROGRAM DOES NOT OWN ARE WRITTEN BACK AS THEY
      *    WERE READ. P AWAITS A CHECKER, A IS APPROVED AND WAITS TO BE
      *    APPLIED, D WAS DECLINED, X WAS APPLIED AND F WAS APPROVED
      *    BUT NO LONGER FITTED THE MASTER WHEN ITS TURN CAME

       01  WS-TABLE-APPROVAL.
            05 TABLE-MPA-ENTRY OCCURS 5000 TIMES
                               INDEXED BY TABLE-MPA-INDEX.
                10 MPT-SEQ         PIC 9(6).
                10 MPT-MASTER      PIC X(4).
                10 MPT-STATUS      PIC X(1).
                    88 MPT-PENDING          VALUE "P".
                    88 MPT-APPROVED         VALUE "A".
                    88 MPT-DECLINED         VALUE "D".
                    88 MPT-APPLIED          VALUE "X".
                    88 MPT-FAILED           VALUE "F".
                10 MPT-MAKER       PIC X(8).
                10 MPT-ENTERED     PIC 9(8).
                10 MPT-CHECKER     PIC X(8).
                10 MPT-DECIDED     PIC 9(8).
                10 MPT-BLOCKED     PIC 9(8).
                10 MPT-APPLIED-DATE PIC 9(8).
                10 MPT-TRANS       PIC X(40).

       01  APPROVAL-COUNTER          PIC 9(4).
       01  CT-MAX-APPROVAL           PIC 9(4) VALUE 5000.
       01  WS-NEXT-SEQ               PIC 9(6).

      *    THIS PROGRAM'S ITEMS ON THE PENDING-APPROVAL FILE

       01  CT-MPA-MASTER             PIC X(4) VALUE "LIM ".
      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

            05 TRF-STATUS            PIC X(2).
            05 REJ-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).
            05 MPA-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".

       01  WS-TRANS-FILE-NAME       PIC X(60).

       01  SW-HAVE-TRANS            PIC X(1).
            88 HAVE-TRANS                     VALUE "Y".

      *    RE-ASSEMBLES THE COMMA-SEPARATED LIMIT AMOUNT INTO A
      *    PROPERLY SCALED NUMERIC VALUE -- SAME CONVENTION AS THE
      *    OTHER TRANSACTION FILES

      *    COUNTS DISPLAYED WHEN THE BATCH FINISHES

       01  TRN-QUEUED-COUNTER        PIC 9(4).
       01  TRN-APPLIED-COUNTER       PIC 9(4).
       01  TRN-REJECT-COUNTER        PIC 9(4).

       01  WS-REJ-REASON             PIC X(30).

      *    THE CHECKER OF THE APPROVED ITEM BEING APPLIED -- BLANK ON
      *    THE AUDIT LINE OF A TRANSACTION ONLY QUEUED FOR APPROVAL

       01  WS-AUD-CHECKER           PIC X(8).

       01  SW-AUD-QUEUED            PIC X(1).
            88 AUD-QUEUED                     VALUE "Y".

      *    RUN DATE/TIME FOR THE AUDIT TRAIL

       01  WS-AUD-DATE              PIC 9(8).
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOFILE                 VALUE "F".
            88 CT-ERR-MPABOUND               VALUE "X".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2500-APPLY-APPROVED
           IF HAVE-TRANS THEN
               PERFORM 2000-PROCESS UNTIL AT-END
               CLOSE LM-TRANS
           END-IF
           PERFORM 3000-FINISH.

       1000-INIT.
           INITIALIZE
                       WS-FILE-STATUS
                       WS-TRANS-FILE-NAME
                       SW-HAVE-TRANS
                       WS-AMOUNT-PARSE
                       WS-LM-SEARCH
                       WS-OLD-LIMIT
                       WS-TABLE-APPROVAL
                       APPROVAL-COUNTER
                       TRN-QUEUED-COUNTER
                       TRN-APPLIED-COUNTER
                       TRN-REJECT-COUNTER
                       WS-REJ-REASON
                       WS-AUD-CHECKER
                       SW-AUD-QUEUED.

           MOVE 1 TO WS-NEXT-SEQ
           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-OPEN-LIMIT-MASTER
           PERFORM 1400-LOAD-APPROVAL-FILE
           PERFORM 1300-OPEN-FILES

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
      *    RUNS UNATTENDED IN THE BATCH WINDOW: THE TRANSACTION FILE
      *    NAME COMES FROM THE FIRST COMMAND-LINE PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE WHEN THE SCHEDULER SETS IT
      *    THAT WAY. NO NAME AT ALL MEANS A RUN THAT ONLY APPLIES THE
      *    ITEMS APPRMAINT HAS APPROVED

       1100-RETRIEVE-TRANS-FILE-NAME.

                   "LIMMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME NOT EQUAL SPACES) THEN
               SET HAVE-TRANS TO TRUE
           END-IF.

      *    OPENS THE MASTER FOR KEYED UPDATE. A MISSING FILE IS

       1300-OPEN-FILES.

           IF HAVE-TRANS THEN
               OPEN INPUT LM-TRANS
               MOVE TRF-STATUS TO SW-FILE-STATUSES
               IF NO-FILE THEN
                   SET CT-ERR-NOFILE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF

           OPEN OUTPUT LM-REJECT
               OPEN OUTPUT LM-AUDIT
           END-IF.

      *    LOADS THE PENDING-APPROVAL FILE. A MISSING FILE IS
      *    TOLERATED -- NOTHING HAS BEEN QUEUED YET

       1400-LOAD-APPROVAL-FILE.

           SET TABLE-MPA-INDEX TO 1
           OPEN INPUT MAINT-APPROVAL
           MOVE MPA-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1410-READ-APPROVAL-ENTRY UNTIL AT-END
               CLOSE MAINT-APPROVAL
           END-IF
           SET RECORD-OK TO TRUE.

       1410-READ-APPROVAL-ENTRY.

           READ MAINT-APPROVAL
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF TABLE-MPA-INDEX > CT-MAX-APPROVAL THEN
                       SET CT-ERR-MPABOUND TO TRUE
                       CLOSE MAINT-APPROVAL
                       PERFORM 9999-ABEND
                   ELSE
                       MOVE MPA-IO-SEQ
                           TO MPT-SEQ(TABLE-MPA-INDEX)
                       MOVE MPA-IO-MASTER
                           TO MPT-MASTER(TABLE-MPA-INDEX)
                       MOVE MPA-IO-STATUS
                           TO MPT-STATUS(TABLE-MPA-INDEX)
                       MOVE MPA-IO-MAKER
                           TO MPT-MAKER(TABLE-MPA-INDEX)
                       MOVE MPA-IO-ENTERED
                           TO MPT-ENTERED(TABLE-MPA-INDEX)
                       MOVE MPA-IO-CHECKER
                           TO MPT-CHECKER(TABLE-MPA-INDEX)
                       MOVE MPA-IO-DECIDED
                           TO MPT-DECIDED(TABLE-MPA-INDEX)
                       MOVE MPA-IO-BLOCKED
                           TO MPT-BLOCKED(TABLE-MPA-INDEX)
                       MOVE MPA-IO-APPLIED
                           TO MPT-APPLIED-DATE(TABLE-MPA-INDEX)
                       MOVE MPA-IO-TRANS
                           TO MPT-TRANS(TABLE-MPA-INDEX)
                       IF MPA-IO-SEQ NOT < WS-NEXT-SEQ THEN
                           COMPUTE WS-NEXT-SEQ = MPA-IO-SEQ + 1
                       END-IF
                       SET TABLE-MPA-INDEX UP BY 1
                       ADD 1 TO APPROVAL-COUNTER
                   END-IF
           END-READ.

      *    ONE PASS OF THE BATCH: READ A TRANSACTION, VALIDATE IT,
      *    QUEUE IT FOR APPROVAL, AND LOG IT -- REPEATED BY THE
      *    MAINLINE UNTIL THE INPUT IS EXHAUSTED. NOTHING REACHES THE
      *    MASTER UNTIL A SECOND USER HAS APPROVED IT

       2000-PROCESS.

                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       PERFORM 2400-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2600-QUEUE-FOR-APPROVAL
                   END-IF
           END-READ.

      *    REJECTS TRANSACTIONS WHOSE ACTION, CUSTOMER NUMBER OR
      *    AMOUNT FAILS FIELD-LEVEL VALIDATION, OR THAT NAME NO MAKER,
      *    AND ADD/CHANGE/END TRANSACTIONS THAT DO NOT FIT THE LIMITS
      *    ALREADY ON THE MASTER. RUN AGAIN WHEN AN APPROVED ITEM IS
      *    APPLIED, SINCE THE MASTER MAY HAVE MOVED IN BETWEEN

       2100-VALIDATE-TRANSACTION.

               END-IF
           END-IF

           IF(WS-REJ-REASON EQUAL SPACES
                   AND TRN-MAKER EQUAL SPACES) THEN
               MOVE "MAKER USER ID MISSING" TO WS-REJ-REASON
           END-IF

           IF WS-REJ-REASON EQUAL SPACES THEN
               PERFORM 2200-FIND-LIMIT-ENTRY
               PERFORM 2120-VALIDATE-AGAINST-MASTER
               MOVE WS-AMOUNT-VALUE TO AUD-OUT-NEW-LIMIT
               MOVE "APPLIED"   TO AUD-OUT-RESULT
           END-IF
           IF AUD-QUEUED THEN
               MOVE "PENDING"   TO AUD-OUT-RESULT
           END-IF
           MOVE TRN-MAKER       TO AUD-OUT-MAKER
           MOVE WS-AUD-CHECKER  TO AUD-OUT-CHECKER
           WRITE LM-AUDIT-RECORD.

       2400-WRITE-REJECT-RECORD.
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE LM-REJECT-RECORD.

      *    APPLIES EVERY LIMIT ITEM APPRMAINT HAS APPROVED, IN THE
      *    ORDER THEY WERE QUEUED. EACH IS VALIDATED AGAINST THE
      *    MASTER AGAIN -- ONE THAT NO LONGER FITS GOES TO THE REJECT
      *    FILE AND IS MARKED FAILED, NEVER APPLIED HALF-WAY

       2500-APPLY-APPROVED.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > APPROVAL-COUNTER
               IF(MPT-MASTER(WS-I) EQUAL CT-MPA-MASTER
                       AND MPT-APPROVED(WS-I)) THEN
                   PERFORM 2510-APPLY-ONE-APPROVED
               END-IF
           END-PERFORM.

       2510-APPLY-ONE-APPROVED.

           MOVE MPT-TRANS(WS-I)   TO LM-TRANS-RECORD
           MOVE MPT-CHECKER(WS-I) TO WS-AUD-CHECKER
           PERFORM 2100-VALIDATE-TRANSACTION
           IF WS-REJ-REASON NOT EQUAL SPACES THEN
               PERFORM 2400-WRITE-REJECT-RECORD
               SET MPT-FAILED(WS-I) TO TRUE
           ELSE
               PERFORM 2300-APPLY-TRANSACTION
               SET MPT-APPLIED(WS-I) TO TRUE
           END-IF
           MOVE WS-AUD-DATE TO MPT-APPLIED-DATE(WS-I)
           MOVE SPACES TO WS-AUD-CHECKER.

      *    A VALID TRANSACTION GOES ON THE PENDING-APPROVAL FILE AS A
      *    NEW ITEM AWAITING A CHECKER; THE AUDIT TRAIL RECORDS IT AS
      *    PENDING, WITH ITS MAKER AND NO CHECKER YET. A FULL FILE
      *    REJECTS THE TRANSACTION RATHER THAN ABENDING -- APPROVED
      *    ITEMS HAVE ALREADY REACHED THE MASTER BY NOW

       2600-QUEUE-FOR-APPROVAL.

           IF APPROVAL-COUNTER EQUAL CT-MAX-APPROVAL THEN
               MOVE "PENDING-APPROVAL FILE IS FULL" TO WS-REJ-REASON
               PERFORM 2400-WRITE-REJECT-RECORD
           ELSE
               PERFORM 2610-ADD-APPROVAL-ENTRY
           END-IF.

       2610-ADD-APPROVAL-ENTRY.

           ADD 1 TO APPROVAL-COUNTER
           MOVE WS-NEXT-SEQ     TO MPT-SEQ(APPROVAL-COUNTER)
           MOVE CT-MPA-MASTER   TO MPT-MASTER(APPROVAL-COUNTER)
           SET MPT-PENDING(APPROVAL-COUNTER) TO TRUE
           MOVE TRN-MAKER       TO MPT-MAKER(APPROVAL-COUNTER)
           MOVE WS-AUD-DATE     TO MPT-ENTERED(APPROVAL-COUNTER)
           MOVE SPACES          TO MPT-CHECKER(APPROVAL-COUNTER)
           MOVE ZERO            TO MPT-DECIDED(APPROVAL-COUNTER)
           MOVE ZERO            TO MPT-BLOCKED(APPROVAL-COUNTER)
           MOVE ZERO            TO MPT-APPLIED-DATE(APPROVAL-COUNTER)
           MOVE LM-TRANS-RECORD TO MPT-TRANS(APPROVAL-COUNTER)
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO TRN-QUEUED-COUNTER

           SET AUD-QUEUED TO TRUE
           PERFORM 2310-WRITE-AUDIT-RECORD
           MOVE "N" TO SW-AUD-QUEUED.

      *    EVERY CHANGE WENT TO THE MASTER AS IT WAS APPLIED; ONLY THE
      *    PENDING-APPROVAL FILE IS REWRITTEN, WHOLE, FROM THE TABLE

       3000-FINISH.

           CLOSE LM-REJECT
           CLOSE LM-AUDIT
           CLOSE LIMIT-MASTER

           OPEN OUTPUT MAINT-APPROVAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > APPROVAL-COUNTER
               MOVE SPACES TO MAINT-APPROVAL-RECORD
               MOVE MPT-SEQ(WS-I)          TO MPA-IO-SEQ
               MOVE MPT-MASTER(WS-I)       TO MPA-IO-MASTER
               MOVE MPT-STATUS(WS-I)       TO MPA-IO-STATUS
               MOVE MPT-MAKER(WS-I)        TO MPA-IO-MAKER
               MOVE MPT-ENTERED(WS-I)      TO MPA-IO-ENTERED
               MOVE MPT-CHECKER(WS-I)      TO MPA-IO-CHECKER
               MOVE MPT-DECIDED(WS-I)      TO MPA-IO-DECIDED
               MOVE MPT-BLOCKED(WS-I)      TO MPA-IO-BLOCKED
               MOVE MPT-APPLIED-DATE(WS-I) TO MPA-IO-APPLIED
               MOVE MPT-TRANS(WS-I)        TO MPA-IO-TRANS
               WRITE MAINT-APPROVAL-RECORD
           END-PERFORM
           CLOSE MAINT-APPROVAL

           DISPLAY "LIMIT MAINTENANCE COMPLETE - "
               TRN-QUEUED-COUNTER " QUEUED FOR APPROVAL, "
               TRN-APPLIED-COUNTER " APPROVED TRANSACTION(S) APPLIED, "
               TRN-REJECT-COUNTER " REJECTED"
           STOP RUN.

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOFILE
                   DISPLAY "TRANSACTION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
               WHEN CT-ERR-MPABOUND
                   DISPLAY "TOO MANY ITEMS ON PENDING-APPROVAL FILE"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM LimMaint.
