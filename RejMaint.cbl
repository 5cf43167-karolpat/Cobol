      *              queue, transaction and resubmission layouts are
      *              widened to 50 bytes and the correction rules
      *              check the indicator, in step with Reports.
      * 15.10.2026 - An abend ends the run with return code 16, so
      *              the JobStrm night-stream driver sees the
      *              step fail and stops the stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejMaint.
               WHEN CT-ERR-RQBOUND
                   DISPLAY "TOO MANY ENTRIES IN REJECT QUEUE"
           END-EVALUATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM RejMaint.
