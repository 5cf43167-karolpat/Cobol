      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Works compliance's review queue for the Reports
      *          large-transaction and split-item watch. Every flag
      *          Reports has appended to watch_flags.txt is taken into
      *          a persistent queue as an open review; transactions
      *          from compliance mark a review cleared (no further
      *          action) or reported (filed with the authorities),
      *          with a note, and every action goes to an audit trail
      *          -- in the same mould as RejMaint.
      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - Cleared and reported reviews are purged from the
      *              queue once their review date is past a retention
      *              period, appended to watch_queue_hist.txt first,
      *              so the queue keeps the open reviews and no longer
      *              fills its 5000 slots. The flag file is emptied
      *              once the queue is rewritten -- its lines are all
      *              on the queue by then, and a purged review's flag
      *              must not come back in as a new one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CmpMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE PERSISTENT REVIEW QUEUE -- LOADED WHOLE, REWRITTEN
      *    WHOLE, THE SAME WAY REJMAINT HANDLES THE REJECT QUEUE

           SELECT WATCH-QUEUE ASSIGN TO "watch_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WQF-STATUS.

      *    CLOSED REVIEWS PURGED FROM THE QUEUE, KEPT HERE FOR GOOD --
      *    APPENDED TO ACROSS RUNS, NEVER REWRITTEN

           SELECT WATCH-QUEUE-HIST ASSIGN TO "watch_queue_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WQH-STATUS.

      *    THE FLAGS REPORTS HAS RAISED SINCE THE LAST RUN -- EVERY
      *    LINE NOT ALREADY ON THE QUEUE IS TAKEN IN AS A NEW REVIEW,
      *    AND THE FILE IS EMPTIED ONCE THE QUEUE HAS BEEN REWRITTEN

           SELECT WATCH-FLAGS ASSIGN TO "watch_flags.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFL-STATUS.

      *    CLEAR AND REPORT TRANSACTIONS, ONE PER LINE -- OPTIONAL,
      *    AN INTAKE-ONLY RUN NEEDS NONE

           SELECT CM-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-STATUS.

      *    QUARANTINES TRANSACTIONS THAT FAIL VALIDATION INSTEAD OF
      *    ABORTING THE WHOLE BATCH

           SELECT CM-REJECT ASSIGN TO "cmpmaint_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

      *    PERSISTED, ONE-LINE-PER-ACTION RECORD OF EVERYTHING DONE
      *    TO THE QUEUE

           SELECT CM-AUDIT ASSIGN TO "cmpmaint_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE FLAG LINE IS CARRIED WHOLE -- IT IS WHAT IDENTIFIES THE
      *    REVIEW WHEN THE FLAG FILE IS SWEPT AGAIN. THE REVIEW DATE
      *    AND NOTE ARE FILLED IN WHEN COMPLIANCE CLOSES IT

       FD  WATCH-QUEUE.
       01  WATCH-QUEUE-RECORD.
            05 WQ-IO-SEQ       PIC 9(6).
            05 FILLER          PIC X(1).
            05 WQ-IO-STATUS    PIC X(1).
            05 FILLER          PIC X(1).
            05 WQ-IO-FLAG      PIC X(83).
            05 FILLER          PIC X(1).
            05 WQ-IO-REVIEW-DATE PIC 9(8).
            05 FILLER          PIC X(1).
            05 WQ-IO-NOTE      PIC X(30).

      *    THE SAME IMAGE AS THE QUEUE FILE

       FD  WATCH-QUEUE-HIST.
       01  WATCH-QUEUE-HIST-RECORD PIC X(132).

      *    MIRRORS THE FLAG LINE REPORTS WRITES -- THE TWO LAYOUTS
      *    MUST STAY IN STEP

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
       01  WATCH-FLAG-LINE    PIC X(83).

      *    C NNNNNN <NOTE> CLEARS REVIEW NNNNNN; R NNNNNN <NOTE>
      *    MARKS IT REPORTED. THE NOTE IS THE REVIEWER'S REFERENCE

       FD  CM-TRANS.
       01  CM-TRANS-RECORD.
            05 CTR-ACTION      PIC X(1).
                88 CTR-CLEAR                VALUE "C".
                88 CTR-REPORT               VALUE "R".
            05 FILLER          PIC X(1).
            05 CTR-SEQ         PIC 9(6).
            05 FILLER          PIC X(1).
            05 CTR-NOTE        PIC X(30).

       FD  CM-REJECT.
       01  CM-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(39).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       FD  CM-AUDIT.
       01  CM-AUDIT-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-ACTION     PIC X(10).
            05 FILLER             PIC X(1).
            05 AUD-OUT-SEQ        PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-STATUS     PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CUSTNO     PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TYPE       PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-NOTE       PIC X(30).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE WHOLE REVIEW QUEUE, HELD IN STORAGE WHILE THE RUN WORKS
      *    IT

       01  WS-TABLE-QUEUE.
            05 TABLE-WQ-ENTRY  OCCURS 5000 TIMES
                               INDEXED BY TABLE-WQ-INDEX.
                10 WQT-SEQ         PIC 9(6).
                10 WQT-STATUS      PIC X(1).
                    88 WQT-OPEN             VALUE "O".
                    88 WQT-CLEARED          VALUE "C".
                    88 WQT-REPORTED         VALUE "R".
                10 WQT-FLAG        PIC X(83).
                10 WQT-REVIEW-DATE PIC 9(8).
                10 WQT-NOTE        PIC X(30).

       01  QUEUE-COUNTER             PIC 9(4).
       01  CT-MAX-QUEUE              PIC 9(4) VALUE 5000.
       01  WS-NEXT-SEQ               PIC 9(6).

      *    HOW MANY DAYS A CLEARED OR REPORTED REVIEW STAYS ON THE
      *    QUEUE BEFORE 3000-FINISH MOVES IT TO THE HISTORY FILE
       01  CT-RETAIN-DAYS            PIC 9(3) VALUE 90.

      *    A QUEUED FLAG LINE CARVED BACK INTO ITS FIELDS FOR THE
      *    AUDIT TRAIL -- SAME LAYOUT AS WATCH-FLAG-RECORD

       01  WS-FLAG-VIEW.
            05 FLV-CUSTNO      PIC 9(6).
            05 FILLER          PIC X(1).
            05 FLV-NAME        PIC X(20).
            05 FILLER          PIC X(1).
            05 FLV-TYPE        PIC X(1).
            05 FILLER          PIC X(54).

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 WQF-STATUS            PIC X(2).
            05 WFL-STATUS            PIC X(2).
            05 TRF-STATUS            PIC X(2).
            05 REJ-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).
            05 WQH-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

       01  WS-TRANS-FILE-NAME       PIC X(60).

       01  SW-HAVE-TRANS            PIC X(1).
            88 HAVE-TRANS                     VALUE "Y".

      *    MATCH RESULT OF 2220-FIND-QUEUE-ENTRY

       01  WS-WQ-SEARCH.
            05 WS-WQ-FOUND            PIC X(1).
                88 WQ-ENTRY-FOUND           VALUE "Y".
            05 WS-WQ-SLOT             PIC 9(4).

      *    INTAKE DUPLICATE CHECK RESULT -- A FLAG LINE ALREADY ON THE
      *    QUEUE IN ANY STATUS IS NOT TAKEN IN AGAIN, SO A RUN THAT
      *    ENDS BEFORE THE FLAG FILE IS EMPTIED IS HARMLESS TO RERUN

       01  SW-WQ-DUPLICATE          PIC X(1).
            88 WQ-DUPLICATE                   VALUE "Y".

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES

       01  CM-INTAKE-COUNTER        PIC 9(4).
       01  CM-APPLIED-COUNTER       PIC 9(4).
       01  CM-REJECT-COUNTER        PIC 9(4).
       01  CM-OPEN-COUNTER          PIC 9(4).
       01  CM-PURGED-COUNTER        PIC 9(4).

       01  WS-REJ-REASON            PIC X(30).

      *    RETENTION: A REVIEW CLOSED BEFORE WS-PURGE-BEFORE IS
      *    PURGED. THE HIGHEST SEQUENCE NUMBER ON THE QUEUE IS NEVER
      *    PURGED -- THE NEXT REVIEW IS NUMBERED FROM IT

       01  WS-PURGE-BEFORE          PIC 9(8).
       01  WS-LAST-SEQ              PIC 9(6).

       01  SW-PURGE-ENTRY           PIC X(1).
            88 PURGE-ENTRY                    VALUE "Y".

       01  DATECALC-AREA.
            05 DC-IN-DATE      PIC 9(8).
            05 DC-IN-DAYS      PIC S9(4).
            05 DC-SHIFT-MODE   PIC X(1).
            05 DC-ROLL-RULE    PIC X(1).
            05 DC-OUT-DATE     PIC 9(8).
            05 DC-REJ-REASON   PIC X(30).

      *    WHAT THE CURRENT AUDIT LINE RECORDS -- SET BY THE CALLER
      *    BEFORE 2900-WRITE-AUDIT-RECORD CLEARS AND FILLS THE RECORD

       01  WS-AUD-ACTION            PIC X(10).

      *    RUN DATE/TIME FOR THE AUDIT TRAIL, AND THE REVIEW DATE
      *    STAMPED ON A REVIEW AS IT IS CLOSED

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOFILE                 VALUE "F".
            88 CT-ERR-WQBOUND                VALUE "X".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-INTAKE-FLAGS
           IF HAVE-TRANS THEN
               PERFORM 2200-APPLY-TRANSACTIONS UNTIL AT-END
               CLOSE CM-TRANS
           END-IF
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-QUEUE
                       QUEUE-COUNTER
                       WS-NEXT-SEQ
                       WS-FLAG-VIEW
                       WS-FILE-STATUS
                       WS-TRANS-FILE-NAME
                       SW-HAVE-TRANS
                       WS-WQ-SEARCH
                       SW-WQ-DUPLICATE
                       CM-INTAKE-COUNTER
                       CM-APPLIED-COUNTER
                       CM-REJECT-COUNTER
                       CM-OPEN-COUNTER
                       CM-PURGED-COUNTER
                       WS-REJ-REASON
                       WS-PURGE-BEFORE
                       WS-LAST-SEQ
                       SW-PURGE-ENTRY
                       DATECALC-AREA.

           MOVE 1 TO WS-NEXT-SEQ
           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-LOAD-QUEUE
           PERFORM 1300-OPEN-FILES

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME.

      *    THE TRANSACTION FILE NAME COMES FROM THE FIRST COMMAND-LINE
      *    PARAMETER, FALLING BACK TO AN ENVIRONMENT VARIABLE -- AND
      *    MAY BE ABSENT ALTOGETHER ON AN INTAKE-ONLY RUN

       1100-RETRIEVE-TRANS-FILE-NAME.

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TRANS-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               ACCEPT WS-TRANS-FILE-NAME FROM ENVIRONMENT
                   "CMPMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME NOT EQUAL SPACES) THEN
               SET HAVE-TRANS TO TRUE
           END-IF.

      *    LOADS THE QUEUE CARRIED OVER FROM EARLIER RUNS. A MISSING
      *    FILE IS TOLERATED -- THE FIRST RUN EVER STARTS EMPTY

       1200-LOAD-QUEUE.

           SET TABLE-WQ-INDEX TO 1
           OPEN INPUT WATCH-QUEUE
           MOVE WQF-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1210-READ-QUEUE-ENTRY UNTIL AT-END
               CLOSE WATCH-QUEUE
           END-IF
           SET RECORD-OK TO TRUE.

       1210-READ-QUEUE-ENTRY.

           READ WATCH-QUEUE
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF TABLE-WQ-INDEX > CT-MAX-QUEUE THEN
                       SET CT-ERR-WQBOUND TO TRUE
                       CLOSE WATCH-QUEUE
                       PERFORM 9999-ABEND
                   ELSE
                       MOVE WQ-IO-SEQ
                           TO WQT-SEQ(TABLE-WQ-INDEX)
                       MOVE WQ-IO-STATUS
                           TO WQT-STATUS(TABLE-WQ-INDEX)
                       MOVE WQ-IO-FLAG
                           TO WQT-FLAG(TABLE-WQ-INDEX)
                       MOVE WQ-IO-REVIEW-DATE
                           TO WQT-REVIEW-DATE(TABLE-WQ-INDEX)
                       MOVE WQ-IO-NOTE
                           TO WQT-NOTE(TABLE-WQ-INDEX)
                       IF WQ-IO-SEQ NOT < WS-NEXT-SEQ THEN
                           COMPUTE WS-NEXT-SEQ = WQ-IO-SEQ + 1
                       END-IF
                       SET TABLE-WQ-INDEX UP BY 1
                       ADD 1 TO QUEUE-COUNTER
                   END-IF
           END-READ.

       1300-OPEN-FILES.

           IF HAVE-TRANS THEN
               OPEN INPUT CM-TRANS
               MOVE TRF-STATUS TO SW-FILE-STATUSES
               IF NO-FILE THEN
                   SET CT-ERR-NOFILE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF

           OPEN OUTPUT CM-REJECT
           MOVE SPACES TO CM-REJECT-RECORD

           PERFORM 1310-OPEN-AUDIT-TRAIL.

      *    THE AUDIT TRAIL IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       1310-OPEN-AUDIT-TRAIL.

           OPEN EXTEND CM-AUDIT
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT CM-AUDIT
           END-IF.

      *    SWEEPS THE REPORTS FLAG FILE INTO THE QUEUE AS OPEN
      *    REVIEWS. A MISSING FLAG FILE IS TOLERATED -- NOTHING HAS
      *    BEEN FLAGGED YET

       2000-INTAKE-FLAGS.

           OPEN INPUT WATCH-FLAGS
           MOVE WFL-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 2010-INTAKE-ONE-FLAG UNTIL AT-END
               CLOSE WATCH-FLAGS
           END-IF
           SET RECORD-OK TO TRUE.

       2010-INTAKE-ONE-FLAG.

           READ WATCH-FLAGS
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF WATCH-FLAG-LINE NOT EQUAL SPACES THEN
                       PERFORM 2020-CHECK-DUPLICATE
                       IF NOT WQ-DUPLICATE THEN
                           PERFORM 2030-ADD-QUEUE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       2020-CHECK-DUPLICATE.

           MOVE "N" TO SW-WQ-DUPLICATE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > QUEUE-COUNTER
               IF WQT-FLAG(WS-I) EQUAL WATCH-FLAG-LINE THEN
                   SET WQ-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.

       2030-ADD-QUEUE-ENTRY.

           IF QUEUE-COUNTER EQUAL CT-MAX-QUEUE THEN
               SET CT-ERR-WQBOUND TO TRUE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO QUEUE-COUNTER
           MOVE WS-NEXT-SEQ TO WQT-SEQ(QUEUE-COUNTER)
           MOVE "O" TO WQT-STATUS(QUEUE-COUNTER)
           MOVE WATCH-FLAG-LINE TO WQT-FLAG(QUEUE-COUNTER)
           MOVE ZERO TO WQT-REVIEW-DATE(QUEUE-COUNTER)
           MOVE SPACES TO WQT-NOTE(QUEUE-COUNTER)
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO CM-INTAKE-COUNTER
           MOVE "INTAKE" TO WS-AUD-ACTION
           MOVE QUEUE-COUNTER TO WS-WQ-SLOT
           PERFORM 2900-WRITE-AUDIT-RECORD.

      *    ONE CLEAR OR REPORT TRANSACTION: LOOK THE REVIEW UP BY ITS
      *    SEQUENCE NUMBER, VALIDATE, APPLY, AND LOG IT

       2200-APPLY-TRANSACTIONS.

           READ CM-TRANS
               AT END SET AT-END TO TRUE
               NOT AT END
                   PERFORM 2210-VALIDATE-TRANSACTION
                   IF WS-REJ-REASON NOT EQUAL SPACES THEN
                       PERFORM 2400-WRITE-REJECT-RECORD
                   ELSE
                       PERFORM 2300-APPLY-ONE-TRANSACTION
                   END-IF
           END-READ.

      *    A REVIEW IS CLOSED ON THE RECORD, SO THE NOTE -- THE
      *    REVIEWER'S REFERENCE OR THE FILING NUMBER -- IS REQUIRED

       2210-VALIDATE-TRANSACTION.

           MOVE SPACES TO WS-REJ-REASON

           IF(NOT CTR-CLEAR AND NOT CTR-REPORT) THEN
               MOVE "ACTION NOT C OR R" TO WS-REJ-REASON
           ELSE
               IF CTR-SEQ NOT NUMERIC THEN
                   MOVE "SEQUENCE NOT NUMERIC" TO WS-REJ-REASON
               ELSE
                   IF CTR-NOTE EQUAL SPACES THEN
                       MOVE "REVIEW NOTE IS BLANK" TO WS-REJ-REASON
                   ELSE
                       PERFORM 2220-FIND-QUEUE-ENTRY
                       PERFORM 2230-VALIDATE-AGAINST-QUEUE
                   END-IF
               END-IF
           END-IF.

       2220-FIND-QUEUE-ENTRY.

           MOVE "N" TO WS-WQ-FOUND
           MOVE ZERO TO WS-WQ-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > QUEUE-COUNTER
               IF(WQT-SEQ(WS-I) EQUAL CTR-SEQ) THEN
                   SET WQ-ENTRY-FOUND TO TRUE
                   MOVE WS-I TO WS-WQ-SLOT
               END-IF
           END-PERFORM.

      *    ONLY AN OPEN REVIEW MAY BE CLOSED -- A CLEARED OR REPORTED
      *    ONE IS CLOSED HISTORY

       2230-VALIDATE-AGAINST-QUEUE.

           IF NOT WQ-ENTRY-FOUND THEN
               MOVE "NO SUCH REVIEW ON QUEUE" TO WS-REJ-REASON
           ELSE
               IF NOT WQT-OPEN(WS-WQ-SLOT) THEN
                   MOVE "REVIEW IS ALREADY CLOSED" TO WS-REJ-REASON
               END-IF
           END-IF.

       2300-APPLY-ONE-TRANSACTION.

           EVALUATE TRUE
               WHEN CTR-CLEAR
                   MOVE "C" TO WQT-STATUS(WS-WQ-SLOT)
                   MOVE "CLEAR" TO WS-AUD-ACTION
               WHEN CTR-REPORT
                   MOVE "R" TO WQT-STATUS(WS-WQ-SLOT)
                   MOVE "REPORT" TO WS-AUD-ACTION
           END-EVALUATE
           MOVE WS-AUD-DATE TO WQT-REVIEW-DATE(WS-WQ-SLOT)
           MOVE CTR-NOTE    TO WQT-NOTE(WS-WQ-SLOT)

           ADD 1 TO CM-APPLIED-COUNTER
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2400-WRITE-REJECT-RECORD.

           ADD 1 TO CM-REJECT-COUNTER
           MOVE SPACES TO CM-REJECT-RECORD
           MOVE CM-TRANS-RECORD TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE CM-REJECT-RECORD.

       2900-WRITE-AUDIT-RECORD.

           MOVE WQT-FLAG(WS-WQ-SLOT) TO WS-FLAG-VIEW
           MOVE SPACES TO CM-AUDIT-RECORD
           MOVE WS-AUD-DATE     TO AUD-OUT-DATE
           MOVE WS-AUD-TIME     TO AUD-OUT-TIME
           MOVE WS-AUD-ACTION   TO AUD-OUT-ACTION
           MOVE WQT-SEQ(WS-WQ-SLOT)    TO AUD-OUT-SEQ
           MOVE WQT-STATUS(WS-WQ-SLOT) TO AUD-OUT-STATUS
           MOVE FLV-CUSTNO      TO AUD-OUT-CUSTNO
           MOVE FLV-TYPE        TO AUD-OUT-TYPE
           MOVE WQT-NOTE(WS-WQ-SLOT)   TO AUD-OUT-NOTE
           WRITE CM-AUDIT-RECORD.

      *    REWRITES THE WHOLE QUEUE FROM THE IN-STORAGE TABLE, MOVING
      *    REVIEWS PAST THEIR RETENTION TO THE HISTORY FILE INSTEAD,
      *    THEN EMPTIES THE FLAG FILE THE INTAKE HAS SWEPT

       3000-FINISH.

           CLOSE CM-REJECT
           CLOSE CM-AUDIT

           COMPUTE WS-LAST-SEQ = WS-NEXT-SEQ - 1
           PERFORM 3010-SET-PURGE-DATE
           PERFORM 3020-OPEN-HISTORY

           OPEN OUTPUT WATCH-QUEUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > QUEUE-COUNTER
               MOVE SPACES TO WATCH-QUEUE-RECORD
               MOVE WQT-SEQ(WS-I)         TO WQ-IO-SEQ
               MOVE WQT-STATUS(WS-I)      TO WQ-IO-STATUS
               MOVE WQT-FLAG(WS-I)        TO WQ-IO-FLAG
               MOVE WQT-REVIEW-DATE(WS-I) TO WQ-IO-REVIEW-DATE
               MOVE WQT-NOTE(WS-I)        TO WQ-IO-NOTE
               PERFORM 3030-CHECK-RETENTION
               IF PURGE-ENTRY THEN
                   MOVE WATCH-QUEUE-RECORD TO WATCH-QUEUE-HIST-RECORD
                   WRITE WATCH-QUEUE-HIST-RECORD
                   ADD 1 TO CM-PURGED-COUNTER
               ELSE
                   WRITE WATCH-QUEUE-RECORD
               END-IF
               IF WQT-OPEN(WS-I) THEN
                   ADD 1 TO CM-OPEN-COUNTER
               END-IF
           END-PERFORM
           CLOSE WATCH-QUEUE
           CLOSE WATCH-QUEUE-HIST

           OPEN OUTPUT WATCH-FLAGS
           CLOSE WATCH-FLAGS

           DISPLAY "COMPLIANCE REVIEW MAINTENANCE COMPLETE - "
               CM-INTAKE-COUNTER " TAKEN IN, "
               CM-APPLIED-COUNTER " TRANSACTION(S) APPLIED, "
               CM-REJECT-COUNTER " REJECTED, "
               CM-OPEN-COUNTER " STILL OPEN, "
               CM-PURGED-COUNTER " PURGED TO HISTORY"
           STOP RUN.

      *    THE RETENTION CUT-OFF IS THE RUN DATE LESS CT-RETAIN-DAYS
      *    CALENDAR DAYS. SHOULD THE RUN DATE BE REFUSED THE CUT-OFF
      *    STAYS ZERO AND NOTHING IS PURGED THIS RUN

       3010-SET-PURGE-DATE.

           MOVE WS-AUD-DATE TO DC-IN-DATE
           COMPUTE DC-IN-DAYS = 0 - CT-RETAIN-DAYS
           MOVE "C" TO DC-SHIFT-MODE
           MOVE "N" TO DC-ROLL-RULE
           CALL "DateCalc" USING DATECALC-AREA
           IF DC-REJ-REASON EQUAL SPACES THEN
               MOVE DC-OUT-DATE TO WS-PURGE-BEFORE
           ELSE
               MOVE ZERO TO WS-PURGE-BEFORE
           END-IF.

      *    THE HISTORY FILE IS APPENDED TO ACROSS RUNS; A FIRST-EVER
      *    RUN FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       3020-OPEN-HISTORY.

           OPEN EXTEND WATCH-QUEUE-HIST
           MOVE WQH-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT WATCH-QUEUE-HIST
           END-IF.

      *    OPEN REVIEWS ALWAYS STAY; A CLEARED OR REPORTED ONE GOES BY
      *    THE DATE IT WAS CLOSED

       3030-CHECK-RETENTION.

           MOVE "N" TO SW-PURGE-ENTRY
           IF WQT-SEQ(WS-I) NOT EQUAL WS-LAST-SEQ THEN
               IF(WQT-CLEARED(WS-I) OR WQT-REPORTED(WS-I))
                       AND WQT-REVIEW-DATE(WS-I) < WS-PURGE-BEFORE THEN
                   SET PURGE-ENTRY TO TRUE
               END-IF
           END-IF.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOFILE
                   DISPLAY "TRANSACTION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
               WHEN CT-ERR-WQBOUND
                   DISPLAY "TOO MANY ENTRIES IN REVIEW QUEUE"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM CmpMaint.
