       DATA DIVISION.
       FILE SECTION.
       FD ARCH-IN-FILE.
       01 ARCH-IN-LINE                 PIC X(90).

       FD ARCH-KEEP-FILE.
       01 ARCH-KEEP-LINE               PIC X(90).

       FD ARCH-OUT-FILE.
       01 ARCH-OUT-LINE                PIC X(90).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE                PIC X(100).
       01 WS-ARCHIVED-COUNT           PIC 9(7)       VALUE ZERO.
       01 WS-KEPT-COUNT               PIC 9(7)       VALUE ZERO.

      * Files left untouched because their proof failed or a rename
      * came back bad - what turns the step's return code from
      * clean to rejects present.
       01 WS-FAILED-FILE-COUNT        PIC 9(2)       VALUE ZERO.

      * Null-terminated names for CBL_RENAME_FILE - the archive's
      * permanent date-stamped name is built per file, and the keep
      * file takes over the live name only after the archive rename
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 MN-NOTE-TEXT             PIC X(55).

      * The signed-on operator, as OPERAUTH returns it - ARCHUTIL
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "ARCHUTIL".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           PERFORM 110-PARSE-CUTOFF-DATE
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-CUTOFF-DATE TO MH-CUTOFF-DATE
           PERFORM 200-ARCHIVE-ONE-FILE 3 TIMES
           CLOSE MANIFEST-FILE
           DISPLAY "ARCHUTIL: DONE - SEE archive_manifest.txt"
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run ARCHUTIL
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ARCHUTIL: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN ARCHUTIL - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

       110-PARSE-CUTOFF-DATE.
           MOVE SPACES TO WS-CUTOFF-TEXT
           ACCEPT WS-CUTOFF-TEXT FROM COMMAND-LINE
           IF WS-CUTOFF-TEXT NOT NUMERIC
               DISPLAY "ARCHUTIL: USAGE - ARCHUTIL <YYYYMMDD>"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUTOFF-TEXT TO WS-CUTOFF-DATE
                   OR WS-CUTOFF-DAY < 01 OR WS-CUTOFF-DAY > 31
               DISPLAY "ARCHUTIL: " WS-CUTOFF-TEXT
                   " IS NOT A VALID DATE - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

               MOVE "IN BALANCE" TO MD-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE **" TO MD-VERDICT
               ADD 1 TO WS-FAILED-FILE-COUNT
           END-IF
           MOVE WS-MANIFEST-DETAIL-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE.
               MOVE WS-FS-NAME(WS-FILE-IDX) TO MN-FILE-NAME
               MOVE "ARCHIVE RENAME FAILED - LIVE FILE NOT PURGED"
                   TO MN-NOTE-TEXT
               ADD 1 TO WS-FAILED-FILE-COUNT
               MOVE WS-MANIFEST-NOTE-LINE TO MANIFEST-LINE
               WRITE MANIFEST-LINE
           ELSE
                   MOVE WS-FS-NAME(WS-FILE-IDX) TO MN-FILE-NAME
                   MOVE "KEEP RENAME FAILED - LIVE FILE UNCHANGED"
                       TO MN-NOTE-TEXT
                   ADD 1 TO WS-FAILED-FILE-COUNT
                   MOVE WS-MANIFEST-NOTE-LINE TO MANIFEST-LINE
                   WRITE MANIFEST-LINE
               ELSE
               END-IF
           END-IF.

      * Set last, after every CBL_RENAME_FILE call - each of those
      * leaves its own status in RETURN-CODE.
       790-SET-RETURN-CODE.
           IF WS-FAILED-FILE-COUNT > ZERO
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.

       END PROGRAM ARCHUTIL.
