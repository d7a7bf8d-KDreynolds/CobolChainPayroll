      * Dead-letter replay - works back through everything
      * INTEGRATION's 070-WRITE-DEAD-LETTER landed in
      * blockchain_deadletter.txt and resubmits each stored JSON
      * payload - a whole batch of a run's transactions, or the run's
      * manifest - through the same enabled-check/retry path LEDGPOST
      * gets.  A payload that finally comes back 2xx is dropped; one
      * that still fails is carried over (with its latest status code)
      * into a rebuilt dead-letter file that replaces the old one, so

       DATA DIVISION.
       FILE SECTION.
      * Same layout 070-WRITE-DEAD-LETTER writes: the key - the
      * LEDGPOST batch (BATCHnnnnn) or the run's MANIFEST - in
      * columns 1-10, the last status code in columns 12-14, and the
      * exact JSON payload from column 16 on.
       FD DEADLETTER-FILE.
      * the JSON payload is resubmitted exactly as stored rather than
      * rebuilt, so what goes to the ledger on replay is byte-for-byte
      * what the original run tried to send.
       01 WS-DEADLETTER-KEY           PIC X(10).
       01 WS-JSON-STRING              PIC X(1024).

       01 WS-RESPONSE                 PIC X(200).

       COPY "payroll_config.cpy".

      * The signed-on operator, as OPERAUTH returns it - DLREPLAY
      * must be on the operator's list of programs.
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.
       01 WS-AUTH-PROGRAM             PIC X(10)      VALUE "DLREPLAY".
       01 WS-AUTH-FUNCTION            PIC X(1)       VALUE SPACE.
       01 WS-AUTH-RESULT              PIC X(1).
           88 OPERATOR-AUTHORIZED                  VALUE "Y".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-CHECK-OPERATOR
           CALL "blockchain_config" USING WS-BLOCKCHAIN-ENABLED
                                           WS-BLOCKCHAIN-URL
                                           WS-BLOCKCHAIN-API-KEY
           IF WS-BLOCKCHAIN-ENABLED NOT = "YES"
               DISPLAY "DLREPLAY: BLOCKCHAIN INTEGRATION IS DISABLED"
                   " - NOTHING REPLAYED"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DEADLETTER-STATUS NOT = "00"
               DISPLAY "DLREPLAY: NO DEAD-LETTER FILE ON DISK"
                   " - NOTHING TO REPLAY"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DEADLETTER-NEW-FILE
           CLOSE DEADLETTER-NEW-FILE
           PERFORM 300-PROMOTE-NEW-DEADLETTER
           PERFORM 400-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

      * Only an operator the authorization table lets run DLREPLAY
      * may post with it - checked before anything is opened.
       105-CHECK-OPERATOR.
           CALL "OPERAUTH" USING WS-AUTH-PROGRAM
                                 WS-AUTH-FUNCTION
                                 WS-OPERATOR-ID
                                 WS-AUTH-RESULT
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "DLREPLAY: OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED TO RUN DLREPLAY - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

      * One dead letter resubmitted through the same retry loop a
      * LEDGPOST call to INTEGRATION gets - PC-BLOCKCHAIN-RETRY-COUNT
      * attempts, stopping early on the first 2xx.  Still no success
      * after that and the line goes to the rebuilt file with the
      * latest status code in place of the one it arrived with.
       200-REPLAY-DEAD-LETTER.
           MOVE DEADLETTER-LINE(1:10) TO WS-DEADLETTER-KEY
           MOVE DEADLETTER-LINE(16:1024) TO WS-JSON-STRING
           MOVE ZERO TO WS-STATUS-CODE
           MOVE ZERO TO WS-RETRY-COUNT
                     PC-BLOCKCHAIN-RETRY-COUNT
           IF BLOCKCHAIN-CALL-SUCCESS
               ADD 1 TO WS-POSTED-COUNT
               DISPLAY "DLREPLAY: POSTED " WS-DEADLETTER-KEY
                   " STATUS " WS-STATUS-CODE
           ELSE
               ADD 1 TO WS-STUCK-COUNT
      * here can be replayed again by a later DLREPLAY run.
       220-WRITE-STILL-STUCK.
           MOVE SPACES TO DEADLETTER-NEW-LINE
           STRING WS-DEADLETTER-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               DISPLAY "  LEDGER IS CAUGHT UP - NO DEAD LETTERS REMAIN"
           END-IF.

      * Dead letters still stuck wait for the next replay - a
      * warning, not a failure.  Set after the rename, whose status
      * CBL_RENAME_FILE leaves in RETURN-CODE.
       790-SET-RETURN-CODE.
           IF WS-STUCK-COUNT > ZERO
               MOVE STEP-RC-WARNING TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM DLREPLAY.
