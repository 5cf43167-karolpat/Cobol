      *              run's total below zero -- the mirrored layout and
      *              the day totals fold the sign in, and the report
      *              prints signed totals.
      * 15.10.2026 - A RevPost reversal line counts as a run on the day
      *              it was made and nets its negative total into that
      *              day; it frees the input name it backed out, so the
      *              legitimate re-run is not flagged as a duplicate.
      * 15.10.2026 - A Reports "fees" line nets the fees charged into
      *              its day's total without counting as a run, so a
      *              reversed run (fee lines included) nets to zero.
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditRep.
      *    FOLDS EVERY CONSOLIDATED AUDIT LINE OF THE REPORTED MONTH
      *    INTO ITS DAY SLOT. PER-FILE MANIFEST LINES AND LINES FROM
      *    BEFORE THE LOG CARRIED CONTROL FIGURES ARE PASSED OVER --
      *    ONLY LINES NAMING THE CONSOLIDATED REPORT SET, AND REVPOST
      *    REVERSAL LINES, COUNT AS RUNS

       2000-READ-AUDIT-LOG.

                           AND AIN-TOTAL-FRAC NUMERIC
                           AND (AIN-TOTAL-SIGN EQUAL "+"
                               OR AIN-TOTAL-SIGN EQUAL "-")
                           AND (AIN-REPORTS(1:13) EQUAL
                               "first_rep.txt"
                               OR AIN-REPORTS(1:8) EQUAL
                               "reversal"
                               OR AIN-REPORTS(1:4) EQUAL
                               "fees")
                           AND AIN-DATE(1:6) EQUAL WS-MONTH-X) THEN
                       PERFORM 2100-FOLD-IN-RUN-LINE
                           THRU 2100-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE AIN-TOTAL-INT  TO WS-TOTAL-INT
           MOVE AIN-TOTAL-FRAC TO WS-TOTAL-FRAC
           IF AIN-TOTAL-SIGN EQUAL "-" THEN
           ELSE
               ADD WS-TOTAL-VALUE TO DAY-TOTAL(WS-DAY)
           END-IF

      *    THE FEES LINE FOLLOWS ITS RUN'S OWN LINE -- IT MOVES THE
      *    DAY'S TOTAL BUT IS NOT A RUN OF ITS OWN
           IF AIN-REPORTS(1:4) EQUAL "fees" THEN
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO AR-RUNS-COUNTED
           ADD 1 TO DAY-RUNS(WS-DAY)

      *    A REVERSAL READ NO INPUT RECORDS OF ITS OWN -- ITS READ
      *    COLUMN COUNTS JOURNAL LINES BACKED OUT
           IF AIN-REPORTS(1:8) EQUAL "reversal" THEN
               PERFORM 2300-FREE-REVERSED-INPUT
               GO TO 2100-EXIT
           END-IF

           ADD AIN-READ TO DAY-READ(WS-DAY)
           ADD AIN-REJECTS TO DAY-REJECTS(WS-DAY)
           PERFORM 2200-CHECK-DUPLICATE-INPUT.

       2100-EXIT.
               MOVE AIN-INPUT-FILE TO INF-NAME(INFILE-COUNTER)
           END-IF.

      *    A RUN REVPOST BACKED OUT NO LONGER COUNTS AS HAVING
      *    CONSUMED ITS INPUT -- THE NAME IS BLANKED SO THE RE-RUN IS
      *    NOT MISTAKEN FOR A DUPLICATE

       2300-FREE-REVERSED-INPUT.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > INFILE-COUNTER
               IF(INF-NAME(WS-I) EQUAL AIN-INPUT-FILE) THEN
                   MOVE SPACES TO INF-NAME(WS-I)
               END-IF
           END-PERFORM.

      *    ONE LINE PER DAY OF THE MONTH: BUSINESS DAYS ALWAYS, AND
      *    NON-BUSINESS DAYS ONLY WHEN SOMETHING RAN ON THEM (A
      *    WEEKEND RUN IS AN ANOMALY THE AUDITORS WANT TO SEE)
               WHEN CT-ERR-INFBOUND
                   DISPLAY "TOO MANY DISTINCT INPUT FILES IN MONTH"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM AuditRep.
