      ******************************************************************
      * Author: KarolPat
      * Date: 15.10.2026
      * Purpose: Drives the night run instead of operators typing it
      *          step by step. Reads the job-stream definition (step
      *          name, program, stop return code, parameters) and
      *          runs each step in turn for one business date, taken
      *          once and handed to every step. Every start and end
      *          goes to a step log with times and return code; a
      *          step ending at or above its stop code stops the
      *          stream. A rerun for the same date picks up at the
      *          failed step and skips the steps already completed --
      *          a completed step's outputs are committed and it is
      *          never run twice. TrialBal's FAIL verdict always
      *          stops the stream.
      * Tectonics: cobc
      *
      * Modification History
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStrm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    THE NIGHT RUN, ONE STEP PER LINE IN THE ORDER THEY RUN

           SELECT JOB-STREAM ASSIGN TO "jobstream.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JSD-STATUS.

      *    ONE LINE PER STEP START AND END, APPENDED ACROSS RUNS -- IT
      *    IS ALSO WHAT A RERUN READS TO KNOW WHERE TO PICK UP

           SELECT STEP-LOG ASSIGN TO "jobstream_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE PARAMETERS ARE PASSED TO THE PROGRAM AS WRITTEN, WITH
      *    &BUSDATE REPLACED BY THE RUN'S BUSINESS DATE. THE STOP CODE
      *    IS FOUR DIGITS (0004); BLANK MEANS 8. LINES STARTING * ARE
      *    COMMENTS

       FD  JOB-STREAM.
       01  JOB-STREAM-RECORD.
            05 JSD-IN-STEP     PIC X(8).
            05 FILLER          PIC X(1).
            05 JSD-IN-PROGRAM  PIC X(30).
            05 FILLER          PIC X(1).
            05 JSD-IN-STOP-RC  PIC X(4).
            05 JSD-IN-STOP-RC-N REDEFINES JSD-IN-STOP-RC
                               PIC 9(4).
            05 FILLER          PIC X(1).
            05 JSD-IN-PARMS    PIC X(120).

      *    RESULT IS STARTED, OK (ENDED BELOW ITS STOP CODE), FAILED
      *    (ENDED AT OR ABOVE IT) OR SKIPPED (COMPLETED EARLIER)

       FD  STEP-LOG.
       01  STEP-LOG-RECORD.
            05 JLG-IO-BUSDATE     PIC 9(8).
            05 FILLER             PIC X(1).
            05 JLG-IO-STEP        PIC X(8).
            05 FILLER             PIC X(1).
            05 JLG-IO-RESULT      PIC X(8).
                88 JLG-STARTED              VALUE "STARTED".
                88 JLG-OK                   VALUE "OK".
                88 JLG-FAILED               VALUE "FAILED".
            05 FILLER             PIC X(1).
            05 JLG-IO-START-DATE  PIC 9(8).
            05 FILLER             PIC X(1).
            05 JLG-IO-START-TIME  PIC 9(6).
            05 FILLER             PIC X(1).
            05 JLG-IO-END-DATE    PIC 9(8).
            05 FILLER             PIC X(1).
            05 JLG-IO-END-TIME    PIC 9(6).
            05 FILLER             PIC X(1).
            05 JLG-IO-RC          PIC 9(4).
            05 FILLER             PIC X(1).
            05 JLG-IO-PROGRAM     PIC X(30).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    TABLES
      ******************************************************************
      *    THE STREAM AS DEFINED, WITH EACH STEP'S STATE FOR THIS
      *    BUSINESS DATE AS THE STEP LOG LEAVES IT

       01  WS-TABLE-STEP.
            05 TABLE-STEP-ENTRY OCCURS 50 TIMES
                               INDEXED BY TABLE-STEP-INDEX.
                10 STP-NAME        PIC X(8).
                10 STP-PROGRAM     PIC X(30).
                10 STP-STOP-RC     PIC 9(4).
                10 STP-PARMS       PIC X(120).
                10 STP-STATE       PIC X(1).
                    88 STP-NOT-RUN          VALUE " ".
                    88 STP-STARTED          VALUE "S".
                    88 STP-COMPLETED        VALUE "C".
                    88 STP-FAILED           VALUE "F".

       01  STEP-COUNTER              PIC 9(4).
       01  CT-MAX-STEPS              PIC 9(4) VALUE 50.

      *    THE STOP CODE A STEP GETS WHEN ITS LINE LEAVES IT BLANK,
      *    AND THE HIGHEST ONE A TRIALBAL STEP MAY CARRY -- ITS FAIL
      *    VERDICT ENDS WITH 8 AND MUST ALWAYS STOP THE STREAM

       01  CT-DEFAULT-STOP-RC        PIC 9(4) VALUE 8.
       01  CT-TRIALBAL-STOP-RC       PIC 9(4) VALUE 8.

      ******************************************************************
      *    FILES STATUSES
      ******************************************************************

       01  WS-FILE-STATUS.
            05 JSD-STATUS            PIC X(2).
            05 JLG-STATUS            PIC X(2).

       01  SW-FILE-STATUSES          PIC X(2).
            88 RECORD-OK                       VALUE "00".
            88 AT-END                          VALUE "10".
            88 NO-FILE                         VALUE "35" "05".

      ******************************************************************
      *    GLOBAL VARIABLES AND TEMPORARY VARIABLES
      ******************************************************************

       01  WS-BUSINESS-DATE-X       PIC X(8).
       01  WS-BUSINESS-DATE REDEFINES WS-BUSINESS-DATE-X
                                    PIC 9(8).

      *    THE STEP AN OPERATOR ASKS TO RESTART FROM, BY NAME -- BLANK
      *    LETS THE STEP LOG DECIDE

       01  WS-RESTART-STEP          PIC X(8).

      *    WHERE THE STREAM STARTS THIS TIME, AND THE STEP IN HAND

       01  WS-START-STEP            PIC 9(4).
       01  WS-STEP                  PIC 9(4).

      *    STEP-NAME LOOKUP RESULT OF 1320-FIND-STEP

       01  WS-STEP-SEARCH.
            05 WS-STEP-FOUND          PIC X(1).
                88 STEP-FOUND               VALUE "Y".
            05 WS-STEP-SLOT           PIC 9(4).
            05 WS-STEP-KEY            PIC X(8).

       01  SW-STREAM                PIC X(1).
            88 STREAM-STOPPED                 VALUE "S".
            88 STREAM-RUNNING                 VALUE "R".

      *    THE COMMAND LINE ONE STEP IS RUN WITH

       01  WS-COMMAND               PIC X(160).
       01  WS-STEP-PARMS            PIC X(120).
       01  WS-STEP-RC               PIC 9(4).
       01  WS-LOG-RESULT            PIC X(8).
       01  WS-TRIALBAL-COUNT        PIC 9(4).

      *    START AND END STAMPS FOR THE STEP LOG

       01  WS-START-DATE            PIC 9(8).
       01  WS-START-TIME-FULL       PIC 9(8).
       01  WS-START-TIME-FULL-R REDEFINES WS-START-TIME-FULL.
            05 WS-START-TIME        PIC 9(6).
            05 FILLER               PIC 9(2).
       01  WS-END-DATE              PIC 9(8).
       01  WS-END-TIME-FULL         PIC 9(8).
       01  WS-END-TIME-FULL-R REDEFINES WS-END-TIME-FULL.
            05 WS-END-TIME          PIC 9(6).
            05 FILLER               PIC 9(2).

      *    COUNTS DISPLAYED WHEN THE RUN FINISHES

       01  JS-RUN-COUNTER           PIC 9(4).
       01  JS-SKIP-COUNTER          PIC 9(4).

      *    LOOPS ITERATORS

       01  WS-GL-ITER.
            05  WS-I                PIC 9(4).

       01  CT-ERR                   PIC X(1).
            88 CT-ERR-NOFILE                 VALUE "F".
            88 CT-ERR-EMPTY                  VALUE "E".
            88 CT-ERR-STEPBOUND              VALUE "X".
            88 CT-ERR-DUPSTEP                VALUE "D".
            88 CT-ERR-BADLINE                VALUE "L".
            88 CT-ERR-NOSTEP                 VALUE "N".
            88 CT-ERR-DONE                   VALUE "C".
            88 CT-ERR-EARLIER                VALUE "P".
            88 CT-ERR-UNKNOWN                VALUE "U".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INIT
           PERFORM 2000-RUN-STEP
               VARYING WS-STEP FROM WS-START-STEP BY 1
               UNTIL WS-STEP > STEP-COUNTER OR STREAM-STOPPED
           PERFORM 3000-FINISH.

       1000-INIT.

           INITIALIZE
                       WS-TABLE-STEP
                       STEP-COUNTER
                       WS-FILE-STATUS
                       WS-BUSINESS-DATE-X
                       WS-RESTART-STEP
                       WS-START-STEP
                       WS-STEP-SEARCH
                       JS-RUN-COUNTER
                       JS-SKIP-COUNTER.

           SET STREAM-RUNNING TO TRUE
           PERFORM 1100-RETRIEVE-BUSINESS-DATE
           PERFORM 1110-RETRIEVE-RESTART-STEP
           PERFORM 1150-PASS-BUSINESS-DATE
           PERFORM 1200-LOAD-JOB-STREAM
           PERFORM 1250-LOAD-STEP-LOG
           PERFORM 1300-FIND-START-STEP.

      *    THE BUSINESS DATE COMES FROM THE FIRST PARAMETER, FALLING
      *    BACK TO AN ENVIRONMENT VARIABLE AND THEN TO TODAY -- THE
      *    SAME CONVENTION AS REPORTS AND PENDREL

       1100-RETRIEVE-BUSINESS-DATE.

           MOVE SPACES TO WS-BUSINESS-DATE-X
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BUSINESS-DATE-X FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-BUSINESS-DATE-X EQUAL SPACES) THEN
               ACCEPT WS-BUSINESS-DATE-X FROM ENVIRONMENT
                   "JOBSTRM_BUSINESS_DATE"
           END-IF

           IF(WS-BUSINESS-DATE-X EQUAL SPACES
                   OR WS-BUSINESS-DATE-X NOT NUMERIC) THEN
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

      *    A RESTART FROM A NAMED STEP COMES FROM THE SECOND
      *    PARAMETER OR AN ENVIRONMENT VARIABLE

       1110-RETRIEVE-RESTART-STEP.

           MOVE SPACES TO WS-RESTART-STEP
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-RESTART-STEP FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF(WS-RESTART-STEP EQUAL SPACES) THEN
               ACCEPT WS-RESTART-STEP FROM ENVIRONMENT
                   "JOBSTRM_RESTART_STEP"
           END-IF.

      *    THE DATE-TAKING STEPS ALSO FIND IT IN THEIR OWN ENVIRONMENT
      *    VARIABLES, SO A STEP LINE THAT DOES NOT PASS &BUSDATE STILL
      *    RUNS FOR THE STREAM'S DATE RATHER THAN FOR TODAY

       1150-PASS-BUSINESS-DATE.

           DISPLAY "REPORTS_BUSINESS_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-BUSINESS-DATE-X UPON ENVIRONMENT-VALUE
           DISPLAY "PENDREL_BUSINESS_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-BUSINESS-DATE-X UPON ENVIRONMENT-VALUE.

      *    LOADS THE STREAM DEFINITION. A MISSING OR EMPTY DEFINITION,
      *    A DUPLICATE STEP NAME OR A NON-NUMERIC STOP CODE STOPS THE
      *    DRIVER BEFORE ANY STEP RUNS

       1200-LOAD-JOB-STREAM.

           OPEN INPUT JOB-STREAM
           MOVE JSD-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               SET CT-ERR-NOFILE TO TRUE
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1210-READ-STREAM-STEP UNTIL AT-END
           CLOSE JOB-STREAM
           SET RECORD-OK TO TRUE

           IF STEP-COUNTER EQUAL ZERO THEN
               SET CT-ERR-EMPTY TO TRUE
               PERFORM 9999-ABEND
           END-IF.

       1210-READ-STREAM-STEP.

           READ JOB-STREAM
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(JSD-IN-STEP NOT EQUAL SPACES
                           AND JSD-IN-STEP(1:1) NOT EQUAL "*") THEN
                       PERFORM 1220-ADD-STREAM-STEP
                   END-IF
           END-READ.

       1220-ADD-STREAM-STEP.

           MOVE JSD-IN-STEP TO WS-STEP-KEY
           IF(JSD-IN-PROGRAM EQUAL SPACES
                   OR (JSD-IN-STOP-RC NOT EQUAL SPACES
                       AND JSD-IN-STOP-RC-N NOT NUMERIC)) THEN
               SET CT-ERR-BADLINE TO TRUE
               CLOSE JOB-STREAM
               PERFORM 9999-ABEND
           END-IF

           PERFORM 1320-FIND-STEP
           IF STEP-FOUND THEN
               SET CT-ERR-DUPSTEP TO TRUE
               CLOSE JOB-STREAM
               PERFORM 9999-ABEND
           END-IF

           IF STEP-COUNTER EQUAL CT-MAX-STEPS THEN
               SET CT-ERR-STEPBOUND TO TRUE
               CLOSE JOB-STREAM
               PERFORM 9999-ABEND
           END-IF

           ADD 1 TO STEP-COUNTER
           MOVE JSD-IN-STEP    TO STP-NAME(STEP-COUNTER)
           MOVE JSD-IN-PROGRAM TO STP-PROGRAM(STEP-COUNTER)
           MOVE JSD-IN-PARMS   TO STP-PARMS(STEP-COUNTER)
           MOVE SPACE          TO STP-STATE(STEP-COUNTER)

           IF(JSD-IN-STOP-RC EQUAL SPACES
                   OR JSD-IN-STOP-RC-N EQUAL ZERO) THEN
               MOVE CT-DEFAULT-STOP-RC TO STP-STOP-RC(STEP-COUNTER)
           ELSE
               MOVE JSD-IN-STOP-RC-N TO STP-STOP-RC(STEP-COUNTER)
           END-IF

      *    A TRIALBAL STEP STOPS ON ITS FAIL VERDICT WHATEVER ITS LINE
      *    SAYS -- NOTHING DOWNSTREAM MAY PICK UP UNPROVEN FILES

           MOVE ZERO TO WS-TRIALBAL-COUNT
           INSPECT JSD-IN-PROGRAM TALLYING WS-TRIALBAL-COUNT
               FOR ALL "TrialBal"
           IF(WS-TRIALBAL-COUNT > ZERO
                   AND STP-STOP-RC(STEP-COUNTER)
                       > CT-TRIALBAL-STOP-RC) THEN
               MOVE CT-TRIALBAL-STOP-RC
                   TO STP-STOP-RC(STEP-COUNTER)
           END-IF.

      *    READS BACK WHAT EARLIER RUNS FOR THIS BUSINESS DATE DID --
      *    THE LAST LINE FOR A STEP IS ITS STATE. A MISSING LOG MEANS
      *    NOTHING HAS RUN YET

       1250-LOAD-STEP-LOG.

           OPEN INPUT STEP-LOG
           MOVE JLG-STATUS TO SW-FILE-STATUSES
           IF RECORD-OK THEN
               PERFORM 1260-READ-STEP-LOG UNTIL AT-END
               CLOSE STEP-LOG
           END-IF
           SET RECORD-OK TO TRUE.

       1260-READ-STEP-LOG.

           READ STEP-LOG
               AT END SET AT-END TO TRUE
               NOT AT END
                   IF(JLG-IO-BUSDATE EQUAL WS-BUSINESS-DATE) THEN
                       MOVE JLG-IO-STEP TO WS-STEP-KEY
                       PERFORM 1320-FIND-STEP
                       IF STEP-FOUND THEN
                           EVALUATE TRUE
                               WHEN JLG-STARTED
                                   SET STP-STARTED(WS-STEP-SLOT)
                                       TO TRUE
                               WHEN JLG-OK
                                   SET STP-COMPLETED(WS-STEP-SLOT)
                                       TO TRUE
                               WHEN JLG-FAILED
                                   SET STP-FAILED(WS-STEP-SLOT)
                                       TO TRUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      *    A NAMED RESTART MUST NAME A STEP OF THE STREAM THAT HAS NOT
      *    COMPLETED, WITH EVERY STEP BEFORE IT COMPLETED. OTHERWISE
      *    THE STREAM PICKS UP AT ITS FIRST STEP NOT COMPLETED -- BUT
      *    A STEP THAT STARTED AND NEVER ENDED MAY HAVE COMMITTED
      *    PART OF ITS OUTPUTS, SO IT IS ONLY RUN AGAIN WHEN AN
      *    OPERATOR HAS CHECKED THEM AND NAMES IT

       1300-FIND-START-STEP.

           IF WS-RESTART-STEP NOT EQUAL SPACES THEN
               MOVE WS-RESTART-STEP TO WS-STEP-KEY
               PERFORM 1320-FIND-STEP
               IF NOT STEP-FOUND THEN
                   SET CT-ERR-NOSTEP TO TRUE
                   PERFORM 9999-ABEND
               END-IF
               IF STP-COMPLETED(WS-STEP-SLOT) THEN
                   SET CT-ERR-DONE TO TRUE
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-STEP-SLOT TO WS-START-STEP
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-START-STEP
                   IF NOT STP-COMPLETED(WS-I) THEN
                       MOVE WS-I TO WS-STEP-SLOT
                       SET CT-ERR-EARLIER TO TRUE
                       PERFORM 9999-ABEND
                   END-IF
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-START-STEP
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > STEP-COUNTER
                          OR WS-START-STEP > ZERO
                   IF NOT STP-COMPLETED(WS-I) THEN
                       MOVE WS-I TO WS-START-STEP
                   END-IF
               END-PERFORM
               IF WS-START-STEP EQUAL ZERO THEN
                   DISPLAY "JOB STREAM ALREADY COMPLETE FOR "
                       WS-BUSINESS-DATE-X " - NOTHING TO RUN"
                   STOP RUN
               END-IF
               IF STP-STARTED(WS-START-STEP) THEN
                   MOVE WS-START-STEP TO WS-STEP-SLOT
                   SET CT-ERR-UNKNOWN TO TRUE
                   PERFORM 9999-ABEND
               END-IF
           END-IF

           IF WS-START-STEP > 1 THEN
               DISPLAY "JOB STREAM " WS-BUSINESS-DATE-X
                   " RESTARTING AT STEP " STP-NAME(WS-START-STEP)
           END-IF.

       1320-FIND-STEP.

           MOVE "N" TO WS-STEP-FOUND
           MOVE ZERO TO WS-STEP-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > STEP-COUNTER
               IF(STP-NAME(WS-I) EQUAL WS-STEP-KEY) THEN
                   SET STEP-FOUND TO TRUE
                   MOVE WS-I TO WS-STEP-SLOT
               END-IF
           END-PERFORM.

      *    ONE STEP: A STEP COMPLETED BY AN EARLIER RUN IS SKIPPED;
      *    ANY OTHER IS LOGGED AS STARTED, RUN AS ITS OWN PROGRAM WITH
      *    ITS PARAMETERS, AND LOGGED WITH ITS RETURN CODE -- AT OR
      *    ABOVE ITS STOP CODE THE STREAM STOPS THERE

       2000-RUN-STEP.

           IF STP-COMPLETED(WS-STEP) THEN
               ADD 1 TO JS-SKIP-COUNTER
               DISPLAY "STEP " STP-NAME(WS-STEP)
                   " ALREADY COMPLETED - SKIPPED"
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-START-TIME-FULL FROM TIME
               MOVE WS-START-DATE TO WS-END-DATE
               MOVE WS-START-TIME-FULL TO WS-END-TIME-FULL
               MOVE ZERO TO WS-STEP-RC
               MOVE "SKIPPED" TO WS-LOG-RESULT
               PERFORM 2900-WRITE-STEP-LOG
           ELSE
               PERFORM 2100-BUILD-COMMAND
               ACCEPT WS-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-START-TIME-FULL FROM TIME
               MOVE ZERO TO WS-END-DATE
               MOVE ZERO TO WS-END-TIME-FULL
               MOVE ZERO TO WS-STEP-RC
               SET STP-STARTED(WS-STEP) TO TRUE
               MOVE "STARTED" TO WS-LOG-RESULT
               PERFORM 2900-WRITE-STEP-LOG

               DISPLAY "STEP " STP-NAME(WS-STEP) " STARTED"
               CALL "SYSTEM" USING WS-COMMAND
               PERFORM 2200-STEP-RETURN-CODE
               ADD 1 TO JS-RUN-COUNTER

               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-END-TIME-FULL FROM TIME
               IF WS-STEP-RC < STP-STOP-RC(WS-STEP) THEN
                   SET STP-COMPLETED(WS-STEP) TO TRUE
                   MOVE "OK" TO WS-LOG-RESULT
                   DISPLAY "STEP " STP-NAME(WS-STEP)
                       " ENDED RC " WS-STEP-RC
               ELSE
                   SET STP-FAILED(WS-STEP) TO TRUE
                   SET STREAM-STOPPED TO TRUE
                   MOVE "FAILED" TO WS-LOG-RESULT
                   DISPLAY "STEP " STP-NAME(WS-STEP)
                       " FAILED RC " WS-STEP-RC
                       " - STREAM STOPPED"
               END-IF
               PERFORM 2900-WRITE-STEP-LOG
           END-IF.

      *    THE PROGRAM FOLLOWED BY ITS PARAMETERS, &BUSDATE REPLACED
      *    BY THE STREAM'S BUSINESS DATE

       2100-BUILD-COMMAND.

           MOVE STP-PARMS(WS-STEP) TO WS-STEP-PARMS
           INSPECT WS-STEP-PARMS
               REPLACING ALL "&BUSDATE" BY WS-BUSINESS-DATE-X

           MOVE SPACES TO WS-COMMAND
           STRING STP-PROGRAM(WS-STEP) DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  WS-STEP-PARMS        DELIMITED BY SIZE
                  INTO WS-COMMAND
           END-STRING.

      *    THE SHELL CAN HAND BACK THE WAIT STATUS WITH THE PROGRAM'S
      *    RETURN CODE IN ITS HIGH BYTE -- A STEP THAT COULD NOT BE
      *    STARTED AT ALL COUNTS AS AN ABEND

       2200-STEP-RETURN-CODE.

           EVALUATE TRUE
               WHEN RETURN-CODE < ZERO
                   MOVE 16 TO WS-STEP-RC
               WHEN RETURN-CODE > 255
                   COMPUTE WS-STEP-RC = RETURN-CODE / 256
               WHEN OTHER
                   MOVE RETURN-CODE TO WS-STEP-RC
           END-EVALUATE.

      *    EVERY LOG LINE IS WRITTEN AND CLOSED AT ONCE, SO A STARTED
      *    LINE IS ON DISK BEFORE ITS STEP RUNS AND SURVIVES THE
      *    DRIVER BEING KILLED. A FIRST-EVER RUN CREATES THE LOG

       2900-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG
           MOVE JLG-STATUS TO SW-FILE-STATUSES
           IF NO-FILE THEN
               OPEN OUTPUT STEP-LOG
           END-IF

           MOVE SPACES TO STEP-LOG-RECORD
           MOVE WS-BUSINESS-DATE     TO JLG-IO-BUSDATE
           MOVE STP-NAME(WS-STEP)    TO JLG-IO-STEP
           MOVE WS-LOG-RESULT        TO JLG-IO-RESULT
           MOVE WS-START-DATE        TO JLG-IO-START-DATE
           MOVE WS-START-TIME        TO JLG-IO-START-TIME
           MOVE WS-END-DATE          TO JLG-IO-END-DATE
           MOVE WS-END-TIME          TO JLG-IO-END-TIME
           MOVE WS-STEP-RC           TO JLG-IO-RC
           MOVE STP-PROGRAM(WS-STEP) TO JLG-IO-PROGRAM
           WRITE STEP-LOG-RECORD
           CLOSE STEP-LOG.

      *    THE DRIVER ENDS WITH THE FAILED STEP'S RETURN CODE, SO A
      *    SCHEDULER ABOVE IT SEES THE STREAM FAIL TOO

       3000-FINISH.

           IF STREAM-STOPPED THEN
               SUBTRACT 1 FROM WS-STEP
               DISPLAY "JOB STREAM " WS-BUSINESS-DATE-X
                   " STOPPED AT STEP " STP-NAME(WS-STEP)
                   " - " JS-RUN-COUNTER " STEP(S) RUN, "
                   JS-SKIP-COUNTER " SKIPPED; RERUN TO RESTART"
               MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
               DISPLAY "JOB STREAM " WS-BUSINESS-DATE-X
                   " COMPLETE - " JS-RUN-COUNTER " STEP(S) RUN, "
                   JS-SKIP-COUNTER " SKIPPED"
           END-IF
           STOP RUN.

      *    ERRORS HANDLING

       9999-ABEND.

           EVALUATE TRUE
               WHEN CT-ERR-NOFILE
                   DISPLAY "JOB STREAM DEFINITION NOT FOUND"
               WHEN CT-ERR-EMPTY
                   DISPLAY "JOB STREAM DEFINITION HAS NO STEPS"
               WHEN CT-ERR-STEPBOUND
                   DISPLAY "TOO MANY STEPS IN JOB STREAM DEFINITION"
               WHEN CT-ERR-DUPSTEP
                   DISPLAY "STEP NAME DEFINED TWICE: " WS-STEP-KEY
               WHEN CT-ERR-BADLINE
                   DISPLAY "STEP " WS-STEP-KEY " HAS NO PROGRAM OR "
                           "A NON-NUMERIC STOP CODE"
               WHEN CT-ERR-NOSTEP
                   DISPLAY "NO STEP " WS-RESTART-STEP
                           " IN JOB STREAM DEFINITION"
               WHEN CT-ERR-DONE
                   DISPLAY "STEP " WS-RESTART-STEP " ALREADY "
                           "COMPLETED FOR " WS-BUSINESS-DATE-X
                           " - ITS OUTPUTS ARE COMMITTED, NOT RERUN"
               WHEN CT-ERR-EARLIER
                   DISPLAY "STEP " STP-NAME(WS-STEP-SLOT)
                           " BEFORE " WS-RESTART-STEP
                           " HAS NOT COMPLETED FOR "
                           WS-BUSINESS-DATE-X
               WHEN CT-ERR-UNKNOWN
                   DISPLAY "STEP " STP-NAME(WS-STEP-SLOT)
                           " STARTED AND NEVER ENDED - CHECK ITS "
                           "OUTPUTS, THEN RESTART FROM IT BY NAME"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM JobStrm.
