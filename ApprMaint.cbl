      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: The checker's side of four-eyes control over the
      *          reference masters. CustMaint, FxMaint, LimMaint and
      *          HolMaint no longer apply a transaction -- they queue
      *          it on the shared pending-approval file with the ID of
      *          the user who entered it. This program takes the
      *          checker's decisions: each item is approved (the
      *          owning maintenance program applies it on its next
      *          run) or declined. An approval by the same user who
      *          entered the item is blocked and the item stays
      *          pending. Every decision goes to an audit trail, and
      *          the daily report lists what is still awaiting
      *          approval and every self-approval blocked that day --
      *          in the same mould as CmpMaint.
      * Tectonics: cobc
      *
      * Modification History
      * 15.10.2026 - Decided items are purged from the pending-approval
      *              file once past a retention period -- declined
      *              ones by decision date, applied and failed ones
      *              by the date their maintenance program took them.
      *              They are appended to maint_pending_hist.txt
      *              first, so the live file keeps only the P and A
      *              items and no longer fills its 5000 slots.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE PENDING-APPROVAL FILE -- LOADED WHOLE, REWRITTEN WHOLE,
      *    THE SAME WAY CMPMAINT HANDLES ITS REVIEW QUEUE

           SELECT MAINT-APPROVAL ASSIGN TO "maint_pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MPA-STATUS.

      *    DECIDED ITEMS PURGED FROM THE PENDING-APPROVAL FILE, KEPT
      *    HERE FOR GOOD -- APPENDED TO ACROSS RUNS, NEVER REWRITTEN

           SELECT MAINT-APPROVAL-HIST
           ASSIGN TO "maint_pending_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MPH-STATUS.

      *    APPROVE AND DECLINE DECISIONS, ONE PER LINE -- OPTIONAL, A
      *    RUN THAT ONLY PRODUCES THE DAILY REPORT NEEDS NONE

           SELECT AP-TRANS ASSIGN TO WS-TRANS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRF-STATUS.

      *    QUARANTINES DECISIONS THAT FAIL VALIDATION OR ARE REFUSED
      *    INSTEAD OF ABORTING THE WHOLE BATCH

           SELECT AP-REJECT ASSIGN TO "apprmaint_reject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJ-STATUS.

      *    PERSISTED, ONE-LINE-PER-DECISION RECORD OF EVERYTHING DONE
      *    TO THE PENDING-APPROVAL FILE, BLOCKED APPROVALS INCLUDED

           SELECT AP-AUDIT ASSIGN TO "apprmaint_audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-STATUS.

      *    THE DAILY LIST OF CHANGES AWAITING APPROVAL AND OF
      *    SELF-APPROVALS BLOCKED

           SELECT APPROVAL-REPORT ASSIGN TO "appr_rep.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE QUEUED MAINTENANCE TRANSACTION. THE MASTER SAYS WHICH
      *    PROGRAM OWNS IT (CUST, FX, LIM, HOL); THE TRANSACTION LINE
      *    IS CARRIED WHOLE, MAKER'S ID INCLUDED, AND IS ONLY EVER
      *    INTERPRETED BY THAT PROGRAM. WRITTEN BY CUSTMAINT, FXMAINT,
      *    LIMMAINT AND HOLMAINT AND MIRRORED IN EACH OF THEM -- THE
      *    LAYOUTS MUST STAY IN STEP

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

      *    THE SAME IMAGE AS THE PENDING-APPROVAL FILE

       FD  MAINT-APPROVAL-HIST.
       01  MAINT-APPROVAL-HIST-RECORD PIC X(108).

      *    A NNNNNN UUUUUUUU APPROVES ITEM NNNNNN, D NNNNNN UUUUUUUU
      *    DECLINES IT. UUUUUUUU IS THE CHECKER'S OWN USER ID

       FD  AP-TRANS.
       01  AP-TRANS-RECORD.
            05 ATR-ACTION      PIC X(1).
                88 ATR-APPROVE              VALUE "A".
                88 ATR-DECLINE              VALUE "D".
            05 FILLER          PIC X(1).
            05 ATR-SEQ         PIC 9(6).
            05 FILLER          PIC X(1).
            05 ATR-CHECKER     PIC X(8).

       FD  AP-REJECT.
       01  AP-REJECT-RECORD.
            05 REJ-OUT-RECORD  PIC X(17).
            05 FILLER          PIC X(1).
            05 REJ-OUT-REASON  PIC X(30).

       FD  AP-AUDIT.
       01  AP-AUDIT-RECORD.
            05 AUD-OUT-DATE       PIC 9(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TIME       PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-ACTION     PIC X(10).
            05 FILLER             PIC X(1).
            05 AUD-OUT-SEQ        PIC 9(6).
            05 FILLER             PIC X(1).
            05 AUD-OUT-MASTER     PIC X(4).
            05 FILLER             PIC X(1).
            05 AUD-OUT-STATUS     PIC X(1).
            05 FILLER             PIC X(1).
            05 AUD-OUT-MAKER      PIC X(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-CHECKER    PIC X(8).
            05 FILLER             PIC X(1).
            05 AUD-OUT-TRANS      PIC X(40).

       FD  APPROVAL-REPORT.
       01  APPROVAL-DETAIL-RECORD.
            05 APR-OUT-SEQ     PIC 9(6).
            05 FILLER          PIC X(2).
            05 APR-OUT-MASTER  PIC X(4).
            05 FILLER          PIC X(2).
            05 APR-OUT-MAKER   PIC X(8).
            05 FILLER          PIC X(2).
            05 APR-OUT-ENTERED PIC 9(8).
            05 FILLER          PIC X(2).
            05 APR-OUT-TRANS   PIC X(40).
       01  APPROVAL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE WHOLE PENDING-APPROVAL FILE, HELD IN STORAGE WHILE THE
      *    RUN WORKS IT. P AWAITS A CHECKER, A IS APPROVED AND WAITS
      *    FOR ITS MAINTENANCE PROGRAM, D WAS DECLINED, X WAS APPLIED
      *    AND F WAS APPROVED BUT NO LONGER FITTED ITS MASTER. THE
      *    BLOCKED DATE IS THE LAST DAY ITS MAKER TRIED TO APPROVE IT

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

      *    HOW MANY DAYS A DECLINED, APPLIED OR FAILED ITEM STAYS ON
      *    THE PENDING-APPROVAL FILE BEFORE 3000-FINISH MOVES IT TO
      *    THE HISTORY FILE
       01  CT-RETAIN-DAYS            PIC 9(3) VALUE 90.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 MPA-STATUS            PIC X(2).
            05 TRF-STATUS            PIC X(2).
            05 REJ-STATUS            PIC X(2).
            05 AUD-STATUS            PIC X(2).
            05 APR-STATUS            PIC X(2).
            05 MPH-STATUS            PIC X(2).

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

      *    MATCH RESULT OF 2110-FIND-APPROVAL-ENTRY

       01  WS-MPA-SEARCH.
            05 WS-MPA-FOUND           PIC X(1).
                88 MPA-ENTRY-FOUND          VALUE "Y".
            05 WS-MPA-SLOT            PIC 9(4).

      *    SET BY 2120-VALIDATE-AGAINST-FILE WHEN THE CHECKER IS THE
      *    MAKER AND THE DECISION IS AN APPROVAL -- THE ONE REFUSAL
      *    THAT IS MARKED ON THE ITEM AND REPORTED, NOT JUST REJECTED

       01  SW-SELF-APPROVAL         PIC X(1).
            88 SELF-APPROVAL                  VALUE "Y".

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES AND PRINTED ON THE
      *    REPORT

       01  AP-APPROVED-COUNTER      PIC 9(4).
       01  AP-DECLINED-COUNTER      PIC 9(4).
       01  AP-BLOCKED-COUNTER       PIC 9(4).
       01  AP-REJECT-COUNTER        PIC 9(4).
       01  AP-AWAITING-COUNTER      PIC 9(4).
       01  AP-BLOCKED-TODAY-COUNTER PIC 9(4).

       01  WS-REJ-REASON            PIC X(30).

      *    RETENTION: AN ITEM DECIDED OR APPLIED BEFORE WS-PURGE-BEFORE
      *    IS PURGED. THE HIGHEST SEQUENCE NUMBER ON FILE IS NEVER
      *    PURGED -- THE MAINTENANCE PROGRAMS NUMBER A NEW ITEM FROM IT

       01  WS-PURGE-BEFORE          PIC 9(8).
       01  WS-LAST-SEQ              PIC 9(6).
       01  AP-PURGED-COUNTER        PIC 9(4).

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

      *    RUN DATE/TIME FOR THE AUDIT TRAIL, THE DECISION DATE
      *    STAMPED ON AN ITEM, AND THE DAY THE REPORT IS FOR

       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-TIME-FULL         PIC 9(8).
       01  WS-AUD-TIME-FULL-R REDEFINES WS-AUD-TIME-FULL.
            05 WS-AUD-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    PRINT-READY HEADING LINES, IN THE SAME SHAPE AS THE
      *    REPORTS PROGRAM'S REPORT HEADINGS

       01  RPT-HDG-PAGE-LINE.
            05 RPT-HDG-TITLE   PIC X(45).
            05 FILLER          PIC X(22) VALUE SPACES.
            05 FILLER          PIC X(5)  VALUE "PAGE ".
            05 RPT-HDG-PAGENO  PIC Z(3)9.

       01  RPT-HDG-RUN-LINE.
            05 FILLER          PIC X(9)  VALUE "RUN DATE ".
            05 RPT-HDG-DATE    PIC 9(8).
            05 FILLER          PIC X(6)  VALUE " TIME ".
            05 RPT-HDG-TIME    PIC 9(6).

       01  RPT-TOTAL-LINE.
            05 RPT-TOT-LABEL   PIC X(40).
            05 RPT-TOT-COUNT   PIC Z(3)9.

       01  CT-TITLE-APPROVAL  PIC X(45) VALUE
           "REFERENCE MASTER CHANGES - APPROVAL STATUS".
       01  CT-HDG-AWAITING    PIC X(40) VALUE
           "CHANGES AWAITING APPROVAL".
       01  CT-HDG-BLOCKED     PIC X(40) VALUE
           "SELF-APPROVALS BLOCKED TODAY".
       01  CT-HDG-COLUMNS     PIC X(50) VALUE
           "SEQ     MSTR  MAKER     ENTERED   TRANSACTION".
       01  CT-RPT-NONE        PIC X(40) VALUE
           "  NONE".

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOFILE                 VALUE "F".
            88 CT-ERR-MPABOUND               VALUE "X".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           IF HAVE-TRANS THEN
               PERFORM 2000-PROCESS-DECISIONS UNTIL AT-END
               CLOSE AP-TRANS
           END-IF
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-APPROVAL
                       APPROVAL-COUNTER
                       WS-FILE-STATUS
                       WS-TRANS-FILE-NAME
                       SW-HAVE-TRANS
                       WS-MPA-SEARCH
                       SW-SELF-APPROVAL
                       AP-APPROVED-COUNTER
                       AP-DECLINED-COUNTER
                       AP-BLOCKED-COUNTER
                       AP-REJECT-COUNTER
                       AP-AWAITING-COUNTER
                       AP-BLOCKED-TODAY-COUNTER
                       WS-REJ-REASON
                       WS-PURGE-BEFORE
                       WS-LAST-SEQ
                       AP-PURGED-COUNTER
                       SW-PURGE-ENTRY
                       DATECALC-AREA.

           PERFORM 1100-RETRIEVE-TRANS-FILE-NAME
           PERFORM 1200-LOAD-APPROVAL-FILE
           PERFORM 1300-OPEN-FILES

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME-FULL FROM TIME.

      *    THE DECISION FILE NAME COMES FROM THE FIRST COMMAND-LINE
      *    PARAMETER, FALLING BACK TO AN ENVIRONMENT VARIABLE -- AND
      *    MAY BE ABSENT ALTOGETHER ON A REPORT-ONLY RUN

       1100-RETRIEVE-TRANS-FILE-NAME.

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TRANS-FILE-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-TRANS-FILE-NAME EQUAL SPACES) THEN
               ACCEPT WS-TRANS-FILE-NAME FROM ENVIRONMENT
                   "APPRMAINT_TRANS_FILE"
           END-IF

           IF(WS-TRANS-FILE-NAME NOT EQUAL SPACES) THEN
               SET HAVE-TRANS TO TRUE
           END-IF.

      *    LOADS THE PENDING-APPROVAL FILE. A MISSING FILE IS
      *    TOLERATED -- NOTHING HAS BEEN QUEUED YET

       1200-LOAD-APPROVAL-FILE.

           SET TABLE-MPA-INDEX TO 1
           OPEN INPUT MAINT-APPROVAL
           MOVE MPA-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1210-READ-APPROVAL-ENTRY UNTIL AT-END
               CLOSE MAINT-APPROVAL
           END-IF
           SET RECORD-OK TO TRUE.

       1210-READ-APPROVAL-ENTRY.

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
                       IF MPA-IO-SEQ > WS-LAST-SEQ THEN
                           MOVE MPA-IO-SEQ TO WS-LAST-SEQ
                       END-IF
                       SET TABLE-MPA-INDEX UP BY 1
                       ADD 1 TO APPROVAL-COUNTER
                   END-IF
           END-READ.

       1300-OPEN-FILES.

           IF HAVE-TRANS THEN
               OPEN INPUT AP-TRANS
               MOVE TRF-STATUS TO SW-FILE-STATUSES
               IF NO-FILE THEN
                   SET CT-ERR-NOFILE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF

           OPEN OUTPUT AP-REJECT
           MOVE SPACES TO AP-REJECT-RECORD

           PERFORM 1310-OPEN-AUDIT-TRAIL.

      *    THE AUDIT TRAIL IS APPENDED TO ACROSS RUNS; A FIRST-EVER RUN
      *    FINDS NO FILE TO EXTEND AND CREATES ONE INSTEAD

       1310-OPEN-AUDIT-TRAIL.

           OPEN EXTEND AP-AUDIT
           MOVE AUD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT AP-AUDIT
           END-IF.

      *    ONE DECISION: LOOK THE ITEM UP BY ITS SEQUENCE NUMBER,
      *    VALIDATE, APPLY OR BLOCK, AND LOG IT

       2000-PROCESS-DECISIONS.

           READ AP-TRANS
               AT END SET AT-END TO TRUE
               NOT AT END
                   PERFORM 2100-VALIDATE-DECISION
                   EVALUATE TRUE
                       WHEN SELF-APPROVAL
                           PERFORM 2310-BLOCK-SELF-APPROVAL
                       WHEN WS-REJ-REASON NOT EQUAL SPACES
                           PERFORM 2400-WRITE-REJECT-RECORD
                       WHEN OTHER
                           PERFORM 2300-APPLY-DECISION
                   END-EVALUATE
           END-READ.

      *    EVERY DECISION MUST CARRY THE CHECKER'S USER ID -- ONE
      *    WITHOUT IT CANNOT BE TOLD APART FROM ONE BY THE MAKER

       2100-VALIDATE-DECISION.

           MOVE SPACES TO WS-REJ-REASON
           MOVE "N" TO SW-SELF-APPROVAL

           IF(NOT ATR-APPROVE AND NOT ATR-DECLINE) THEN
               MOVE "ACTION NOT A OR D" TO WS-REJ-REASON
           ELSE
               IF ATR-SEQ NOT NUMERIC THEN
                   MOVE "SEQUENCE NOT NUMERIC" TO WS-REJ-REASON
               ELSE
                   IF ATR-CHECKER EQUAL SPACES THEN
                       MOVE "CHECKER USER ID MISSING"
                           TO WS-REJ-REASON
                   ELSE
                       PERFORM 2110-FIND-APPROVAL-ENTRY
                       PERFORM 2120-VALIDATE-AGAINST-FILE
                   END-IF
               END-IF
           END-IF.

       2110-FIND-APPROVAL-ENTRY.

           MOVE "N" TO WS-MPA-FOUND
           MOVE ZERO TO WS-MPA-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > APPROVAL-COUNTER
               IF(MPT-SEQ(WS-I) EQUAL ATR-SEQ) THEN
                   SET MPA-ENTRY-FOUND TO TRUE
                   MOVE WS-I TO WS-MPA-SLOT
               END-IF
           END-PERFORM.

      *    ONLY A PENDING ITEM MAY BE DECIDED, AND NEVER BY THE USER
      *    WHO ENTERED IT. AN APPROVAL BY THE MAKER IS BLOCKED AND
      *    REPORTED; A DECLINE BY THE MAKER IS SIMPLY REFUSED

       2120-VALIDATE-AGAINST-FILE.

           IF NOT MPA-ENTRY-FOUND THEN
               MOVE "NO SUCH ITEM ON PENDING FILE" TO WS-REJ-REASON
           ELSE
               IF NOT MPT-PENDING(WS-MPA-SLOT) THEN
                   MOVE "ITEM IS NOT AWAITING APPROVAL"
                       TO WS-REJ-REASON
               ELSE
                   IF ATR-CHECKER EQUAL MPT-MAKER(WS-MPA-SLOT) THEN
                       IF ATR-APPROVE THEN
                           MOVE "SELF-APPROVAL BLOCKED"
                               TO WS-REJ-REASON
                           SET SELF-APPROVAL TO TRUE
                       ELSE
                           MOVE "CHECKER IS THE MAKER"
                               TO WS-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-APPLY-DECISION.

           EVALUATE TRUE
               WHEN ATR-APPROVE
                   SET MPT-APPROVED(WS-MPA-SLOT) TO TRUE
                   MOVE "APPROVE" TO WS-AUD-ACTION
                   ADD 1 TO AP-APPROVED-COUNTER
               WHEN ATR-DECLINE
                   SET MPT-DECLINED(WS-MPA-SLOT) TO TRUE
                   MOVE "DECLINE" TO WS-AUD-ACTION
                   ADD 1 TO AP-DECLINED-COUNTER
           END-EVALUATE
           MOVE ATR-CHECKER TO MPT-CHECKER(WS-MPA-SLOT)
           MOVE WS-AUD-DATE TO MPT-DECIDED(WS-MPA-SLOT)

           PERFORM 2900-WRITE-AUDIT-RECORD.

      *    THE ITEM STAYS PENDING FOR A PROPER CHECKER; THE ATTEMPT IS
      *    STAMPED ON IT FOR THE DAILY REPORT, AUDITED, AND THE
      *    DECISION LINE GOES TO THE REJECT FILE WITH ITS REASON

       2310-BLOCK-SELF-APPROVAL.

           MOVE WS-AUD-DATE TO MPT-BLOCKED(WS-MPA-SLOT)
           ADD 1 TO AP-BLOCKED-COUNTER
           MOVE "BLOCKED" TO WS-AUD-ACTION
           PERFORM 2900-WRITE-AUDIT-RECORD
           PERFORM 2400-WRITE-REJECT-RECORD.

       2400-WRITE-REJECT-RECORD.

           ADD 1 TO AP-REJECT-COUNTER
           MOVE SPACES TO AP-REJECT-RECORD
           MOVE AP-TRANS-RECORD TO REJ-OUT-RECORD
           MOVE WS-REJ-REASON   TO REJ-OUT-REASON
           WRITE AP-REJECT-RECORD.

      *    THE CHECKER COLUMN IS THE USER WHO MADE THE DECISION --
      *    ON A BLOCKED LINE, THE MAKER'S OWN ID

       2900-WRITE-AUDIT-RECORD.

           MOVE SPACES TO AP-AUDIT-RECORD
           MOVE WS-AUD-DATE     TO AUD-OUT-DATE
           MOVE WS-AUD-TIME     TO AUD-OUT-TIME
           MOVE WS-AUD-ACTION   TO AUD-OUT-ACTION
           MOVE MPT-SEQ(WS-MPA-SLOT)    TO AUD-OUT-SEQ
           MOVE MPT-MASTER(WS-MPA-SLOT) TO AUD-OUT-MASTER
           MOVE MPT-STATUS(WS-MPA-SLOT) TO AUD-OUT-STATUS
           MOVE MPT-MAKER(WS-MPA-SLOT)  TO AUD-OUT-MAKER
           MOVE ATR-CHECKER     TO AUD-OUT-CHECKER
           MOVE MPT-TRANS(WS-MPA-SLOT)  TO AUD-OUT-TRANS
           WRITE AP-AUDIT-RECORD.

      *    REWRITES THE WHOLE PENDING-APPROVAL FILE FROM THE
      *    IN-STORAGE TABLE, MOVING ITEMS PAST THEIR RETENTION TO THE
      *    HISTORY FILE INSTEAD, THEN PRODUCES THE DAILY REPORT FROM
      *    IT -- A PURGED ITEM IS NEITHER PENDING NOR BLOCKED TODAY, SO
      *    THE REPORT IS THE SAME EITHER WAY

       3000-FINISH.

           CLOSE AP-REJECT
           CLOSE AP-AUDIT

           PERFORM 3010-SET-PURGE-DATE
           PERFORM 3020-OPEN-HISTORY

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
               PERFORM 3030-CHECK-RETENTION
               IF PURGE-ENTRY THEN
                   MOVE MAINT-APPROVAL-RECORD
                       TO MAINT-APPROVAL-HIST-RECORD
                   WRITE MAINT-APPROVAL-HIST-RECORD
                   ADD 1 TO AP-PURGED-COUNTER
               ELSE
                   WRITE MAINT-APPROVAL-RECORD
               END-IF
           END-PERFORM
           CLOSE MAINT-APPROVAL
           CLOSE MAINT-APPROVAL-HIST

           PERFORM 3100-WRITE-APPROVAL-REPORT

           DISPLAY "APPROVAL MAINTENANCE COMPLETE - "
               AP-APPROVED-COUNTER " APPROVED, "
               AP-DECLINED-COUNTER " DECLINED, "
               AP-BLOCKED-COUNTER " SELF-APPROVAL(S) BLOCKED, "
               AP-REJECT-COUNTER " REJECTED, "
               AP-AWAITING-COUNTER " AWAITING APPROVAL, "
               AP-PURGED-COUNTER " PURGED TO HISTORY"
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

           OPEN EXTEND MAINT-APPROVAL-HIST
           MOVE MPH-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT MAINT-APPROVAL-HIST
           END-IF.

      *    P AND A ITEMS ALWAYS STAY. A DECLINED ITEM GOES BY ITS
      *    DECISION DATE; AN APPLIED OR FAILED ONE BY THE DATE ITS
      *    MAINTENANCE PROGRAM TOOK IT

       3030-CHECK-RETENTION.

           MOVE "N" TO SW-PURGE-ENTRY
           IF MPT-SEQ(WS-I) NOT EQUAL WS-LAST-SEQ THEN
               EVALUATE TRUE
                   WHEN MPT-DECLINED(WS-I)
                       IF MPT-DECIDED(WS-I) < WS-PURGE-BEFORE THEN
                           SET PURGE-ENTRY TO TRUE
                       END-IF
                   WHEN MPT-APPLIED(WS-I)
                   WHEN MPT-FAILED(WS-I)
                       IF MPT-APPLIED-DATE(WS-I) < WS-PURGE-BEFORE THEN
                           SET PURGE-ENTRY TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *    TWO SECTIONS: EVERY ITEM STILL PENDING, OLDEST FIRST, AND
      *    EVERY ITEM WHOSE MAKER TRIED TO APPROVE IT TODAY -- BY THIS
      *    RUN OR AN EARLIER ONE THE SAME DAY

       3100-WRITE-APPROVAL-REPORT.

           OPEN OUTPUT APPROVAL-REPORT
           MOVE CT-TITLE-APPROVAL TO RPT-HDG-TITLE
           MOVE 1 TO RPT-HDG-PAGENO
           MOVE RPT-HDG-PAGE-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE WS-AUD-DATE TO RPT-HDG-DATE
           MOVE WS-AUD-TIME TO RPT-HDG-TIME
           MOVE RPT-HDG-RUN-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE CT-HDG-AWAITING TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE CT-HDG-COLUMNS TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > APPROVAL-COUNTER
               IF MPT-PENDING(WS-I) THEN
                   ADD 1 TO AP-AWAITING-COUNTER
                   PERFORM 3110-WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF AP-AWAITING-COUNTER EQUAL ZERO THEN
               MOVE CT-RPT-NONE TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
           END-IF

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE CT-HDG-BLOCKED TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE CT-HDG-COLUMNS TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > APPROVAL-COUNTER
               IF MPT-BLOCKED(WS-I) EQUAL WS-AUD-DATE THEN
                   ADD 1 TO AP-BLOCKED-TODAY-COUNTER
                   PERFORM 3110-WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF AP-BLOCKED-TODAY-COUNTER EQUAL ZERO THEN
               MOVE CT-RPT-NONE TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
           END-IF

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "CHANGES AWAITING APPROVAL" TO RPT-TOT-LABEL
           MOVE AP-AWAITING-COUNTER TO RPT-TOT-COUNT
           MOVE RPT-TOTAL-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "SELF-APPROVALS BLOCKED TODAY" TO RPT-TOT-LABEL
           MOVE AP-BLOCKED-TODAY-COUNTER TO RPT-TOT-COUNT
           MOVE RPT-TOTAL-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           CLOSE APPROVAL-REPORT.

       3110-WRITE-ITEM-LINE.

           MOVE SPACES TO APPROVAL-DETAIL-RECORD
           MOVE MPT-SEQ(WS-I)     TO APR-OUT-SEQ
           MOVE MPT-MASTER(WS-I)  TO APR-OUT-MASTER
           MOVE MPT-MAKER(WS-I)   TO APR-OUT-MAKER
           MOVE MPT-ENTERED(WS-I) TO APR-OUT-ENTERED
           MOVE MPT-TRANS(WS-I)   TO APR-OUT-TRANS
           WRITE APPROVAL-DETAIL-RECORD.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOFILE
                   DISPLAY "DECISION FILE NOT FOUND: "
                           WS-TRANS-FILE-NAME
               WHEN CT-ERR-MPABOUND
                   DISPLAY "TOO MANY ITEMS ON PENDING-APPROVAL FILE"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM ApprMaint.
