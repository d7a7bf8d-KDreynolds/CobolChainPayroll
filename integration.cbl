       PROGRAM-ID. INTEGRATION.
       AUTHOR. YOUR NAME.

      * Ledger submission - CALLed by LEDGPOST for each batch of a
      * run's transactions and once more for the run's manifest, to
      * put one JSON payload on the ledger through
      * "blockchain_interface".
      *
      *   CALL "INTEGRATION" USING deadletter-key json-payload
      *                            status-code
      *
      * The caller builds the payload; INTEGRATION owns the ledger
      * switch, the retry loop and the dead letter.  A payload still
      * unacknowledged after PC-BLOCKCHAIN-RETRY-COUNT attempts is
      * written to DEADLETTER-FILE under the caller's key (the batch
      * or the manifest it was) for DLREPLAY to resend.  The status
      * code is the interface's last answer, or zero when the ledger
      * is switched off and nothing was sent.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       DATA DIVISION.
       FILE SECTION.
      * One line per payload that never got an acknowledged status
      * code back from "blockchain_interface" after PC-BLOCKCHAIN-
      * RETRY-COUNT attempts - the caller's key (BATCHnnnnn or
      * MANIFEST) plus the exact JSON payload that was sent, so it
      * can be replayed once the ledger is reachable again.
       FD DEADLETTER-FILE.
       01 DEADLETTER-LINE              PIC X(1280).

       01 WS-BLOCKCHAIN-ENABLED       PIC X(3).
       01 WS-BLOCKCHAIN-URL           PIC X(100).
       01 WS-BLOCKCHAIN-API-KEY       PIC X(32).
       01 WS-DEADLETTER-KEY           PIC X(10).
       01 WS-RESPONSE                 PIC X(200).
       01 WS-STATUS-CODE              PIC 9(3).
           88 BLOCKCHAIN-CALL-SUCCESS  VALUE 200 THRU 299.
       01 WS-RETRY-COUNT              PIC 9(2)       VALUE ZERO.
       01 WS-JSON-STRING              PIC X(1024).

       COPY "payroll_config.cpy".

       LINKAGE SECTION.
       01 LS-DEADLETTER-KEY           PIC X(10).
       01 LS-JSON-STRING              PIC X(1024).
       01 LS-STATUS-CODE              PIC 9(3).

       PROCEDURE DIVISION USING LS-DEADLETTER-KEY
                                  LS-JSON-STRING
                                  LS-STATUS-CODE.
       MAIN-LOGIC.
           MOVE LS-DEADLETTER-KEY TO WS-DEADLETTER-KEY
           MOVE LS-JSON-STRING TO WS-JSON-STRING
           MOVE ZERO TO WS-STATUS-CODE

           CALL "blockchain_config" USING WS-BLOCKCHAIN-ENABLED
           GOBACK.

       INVOKE-BLOCKCHAIN-INTERFACE.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 060-ATTEMPT-CALL
               UNTIL BLOCKCHAIN-CALL-SUCCESS
           DISPLAY "Status code: " WS-STATUS-CODE
               " (attempt " WS-RETRY-COUNT ")".

      * Exhausted every retry with no success - land the caller's key
      * and the exact payload in DEADLETTER-FILE instead of letting
      * the transaction disappear silently.  OPEN EXTEND on a LINE
      * SEQUENTIAL file that does not exist yet does not create it
      * instead whenever EXTEND comes back with that status.
       070-WRITE-DEAD-LETTER.
           MOVE SPACES TO DEADLETTER-LINE
           STRING WS-DEADLETTER-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
