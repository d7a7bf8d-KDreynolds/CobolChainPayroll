       01 WS-SALARY-DISPLAY             PIC Z.ZZZ.ZZ9,99.
       01 WS-RATE-DISPLAY               PIC Z.ZZ9,99.

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE SPACES TO WS-INQUIRY-ID
           ACCEPT WS-INQUIRY-ID FROM COMMAND-LINE
           IF WS-INQUIRY-ID = SPACES
               DISPLAY "EMPINQ: USAGE - EMPINQ <EMPLOYEE-ID>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPINQ: CANNOT OPEN employee_master.dat - "
                   "STATUS " WS-MASTER-STATUS
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-INQUIRY-ID TO EMPLOYEE-ID OF MASTER-RECORD
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPINQ: " WS-INQUIRY-ID " NOT ON FILE"
                   MOVE STEP-RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 200-DISPLAY-EMPLOYEE
                   MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-READ
           CLOSE MASTER-FILE
           STOP RUN.
           DISPLAY "PRENOTE STATUS: "
               PRENOTE-STATUS OF MASTER-RECORD
           DISPLAY "PRENOTE DATE:   "
               PRENOTE-DATE OF MASTER-RECORD
           DISPLAY "PAY GROUP:      "
               PAY-GROUP OF MASTER-RECORD.

      * Stars out everything in WS-MB-TEXT except the last four
      * characters of the actual account value.
