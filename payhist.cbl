           05 IT-LABEL                 PIC X(22).
           05 IT-AMOUNT                PIC Z.ZZZ.ZZZ.ZZ9,99.

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-PARSE-COMMAND-LINE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "PAYHIST: NO PAY-HISTORY FILE ON DISK - "
                   "NOTHING TO REPORT"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-FILE
           CLOSE INQUIRY-FILE
           DISPLAY "PAYHIST: " WS-SELECTED-COUNT
               " HISTORY RECORDS SELECTED - SEE pay_history_inquiry.txt"
           MOVE STEP-RC-CLEAN TO RETURN-CODE
           STOP RUN.

      * Employee ID (or "*" for everyone), then the optional
