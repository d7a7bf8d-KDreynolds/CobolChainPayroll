
       DATA DIVISION.
       FILE SECTION.
      * The old master predates PAY-TYPE/HOURLY-RATE, the prenote
      * fields and PAY-GROUP, so its records are read under the
      * layout it was written with - not employee_record.cpy - and
      * the fields the old file never carried are set to their
      * blank-means-legacy defaults field by field in
      * 200-LOAD-MASTER-RECORD.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           05  OLD-EMPLOYEE-ID          PIC X(10).
       01 WS-LOADED-COUNT               PIC 9(5)       VALUE ZERO.
       01 WS-DUPLICATE-COUNT            PIC 9(5)       VALUE ZERO.

      * The signed-on operator, as OPERAUTH returns it - EMPLOAD
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "EMPLOAD".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "EMPLOAD: CANNOT OPEN OLD MASTER - STATUS "
                   WS-OLD-STATUS
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOAD: CANNOT CREATE employee_master.dat"
                   " - STATUS " WS-MASTER-STATUS
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OLD-EOF = "YES"
           DISPLAY "EMPLOAD: READ " WS-READ-COUNT
               " LOADED " WS-LOADED-COUNT
               " DUPLICATES SKIPPED " WS-DUPLICATE-COUNT
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run EMPLOAD
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "EMPLOAD: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN EMPLOAD - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * Field-by-field so the new fields come out as the blanks and
      * zeroes the rest of the system reads as "salaried" and "live
      * direct deposit" for records from before the fields existed.
           MOVE ZERO TO HOURLY-RATE OF MASTER-RECORD
           MOVE SPACES TO PRENOTE-STATUS OF MASTER-RECORD
           MOVE ZERO TO PRENOTE-DATE OF MASTER-RECORD
           MOVE SPACES TO PAY-GROUP OF MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      * A duplicate ID skipped is a record that never reached the
      * new master.
       790-SET-RETURN-CODE.
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM EMPLOAD.
