       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.
       AUTHOR. YOUR NAME.

      * Operator authorization - CALLed by every posting program
      * before it touches anything, and by EMPMAINT once more for
      * each transaction, to say whether the signed-on operator may
      * do what is being asked.  The operator signs on by setting
      * the environment variable named in PC-OPERATOR-VARIABLE to
      * their operator ID; OPERAUTH looks that ID up on
      * operator_auth.dat the first time it is called in a run and
      * keeps the entry for the rest of the run.
      *
      *   CALL "OPERAUTH" USING program-name function-code
      *                         operator-id auth-result
      *
      * The program name is the caller's PROGRAM-ID.  For PAYROLL
      * the function code is the run type, checked against
      * OA-RUN-TYPES; for EMPMAINT it is the transaction action,
      * checked against OA-MAINT-ACTIONS (a space asks whether the
      * operator may key any action at all).  Every other program
      * is checked against the operator's OA-PROGRAM list and the
      * function code is ignored.  The operator ID comes back for
      * the caller to stamp on what it writes; the result is
      *   "Y"  authorized
      *   "N"  the operator may not do this
      *   "X"  no operator signed on, or the operator (or the whole
      *        authorization file) is not on disk - reported here,
      *        and the caller stops
      * A missing authorization file authorizes nobody - the check
      * fails closed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "operator_auth.dat"
               FILE STATUS WS-OPERATOR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           COPY "operator_auth_record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-AUTH-STATUS     PIC X(2).
       01 WS-OPERATOR-AUTH-EOF        PIC X(3)       VALUE "NO".

      * Set on the first call of the run - the sign-on and the
      * operator's entry are read once and kept, so EMPMAINT's
      * per-transaction calls never reopen the file.
       01 WS-OPERATOR-LOADED-SW       PIC X(1)       VALUE "N".
           88 OPERATOR-LOADED                      VALUE "Y".
       01 WS-OPERATOR-FOUND-SW        PIC X(1)       VALUE "N".
           88 OPERATOR-ON-FILE                     VALUE "Y".
       01 WS-OPERATOR-ID              PIC X(8)       VALUE SPACES.

      * The signed-on operator's entry, kept from the first call.
       01 WS-OPERATOR-RUN-TYPES       PIC X(6).
       01 WS-RUN-TYPE-CHARS REDEFINES WS-OPERATOR-RUN-TYPES.
           05 WS-OP-RUN-TYPE           PIC X(1) OCCURS 6 TIMES.
       01 WS-OPERATOR-ACTIONS         PIC X(6).
       01 WS-ACTION-CHARS REDEFINES WS-OPERATOR-ACTIONS.
           05 WS-OP-ACTION             PIC X(1) OCCURS 6 TIMES.
       01 WS-OPERATOR-PROGRAMS.
           05 WS-OP-PROGRAM            PIC X(10) OCCURS 10 TIMES.

       01 WS-AUTH-IDX                 PIC 9(2)       VALUE ZERO.
       01 WS-AUTH-SW                  PIC X(1)       VALUE "N".
           88 FUNCTION-AUTHORIZED                  VALUE "Y".

       COPY "payroll_config.cpy".

       LINKAGE SECTION.
       01 LS-PROGRAM-NAME             PIC X(10).
       01 LS-FUNCTION-CODE            PIC X(1).
       01 LS-OPERATOR-ID              PIC X(8).
       01 LS-AUTH-RESULT              PIC X(1).

       PROCEDURE DIVISION USING LS-PROGRAM-NAME
                                  LS-FUNCTION-CODE
                                  LS-OPERATOR-ID
                                  LS-AUTH-RESULT.
       100-MAIN.
           IF NOT OPERATOR-LOADED
               PERFORM 200-LOAD-OPERATOR
           END-IF
           MOVE WS-OPERATOR-ID TO LS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES OR NOT OPERATOR-ON-FILE
               MOVE "X" TO LS-AUTH-RESULT
           ELSE
               PERFORM 300-CHECK-AUTHORITY
               IF FUNCTION-AUTHORIZED
                   MOVE "Y" TO LS-AUTH-RESULT
               ELSE
                   MOVE "N" TO LS-AUTH-RESULT
               END-IF
           END-IF
           GOBACK.

      * The sign-on and the operator's entry, once per run.  What is
      * wrong with a sign-on is reported here, once, rather than by
      * every caller.
       200-LOAD-OPERATOR.
           MOVE "Y" TO WS-OPERATOR-LOADED-SW
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT PC-OPERATOR-VARIABLE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERAUTH: NO OPERATOR SIGNED ON - SIGN ON BY "
                   "SETTING YOUR OPERATOR ID IN " PC-OPERATOR-VARIABLE
           ELSE
               PERFORM 210-FIND-OPERATOR
           END-IF.

       210-FIND-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND-SW
           MOVE "NO" TO WS-OPERATOR-AUTH-EOF
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTH-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-AUTH-EOF = "YES"
                           OR OPERATOR-ON-FILE
                   READ OPERATOR-AUTH-FILE
                       AT END
                           MOVE "YES" TO WS-OPERATOR-AUTH-EOF
                       NOT AT END
                           IF OA-OPERATOR-ID = WS-OPERATOR-ID
                               PERFORM 220-KEEP-OPERATOR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
               IF NOT OPERATOR-ON-FILE
                   DISPLAY "OPERAUTH: OPERATOR " WS-OPERATOR-ID
                       " IS NOT ON operator_auth.dat"
               END-IF
           ELSE
               DISPLAY "OPERAUTH: CANNOT OPEN operator_auth.dat - "
                   "STATUS " WS-OPERATOR-AUTH-STATUS
                   " - NO OPERATOR IS AUTHORIZED"
           END-IF.

       220-KEEP-OPERATOR-ENTRY.
           MOVE "Y" TO WS-OPERATOR-FOUND-SW
           MOVE OA-RUN-TYPES TO WS-OPERATOR-RUN-TYPES
           MOVE OA-MAINT-ACTIONS TO WS-OPERATOR-ACTIONS
           MOVE ZERO TO WS-AUTH-IDX
           PERFORM 230-KEEP-OPERATOR-PROGRAM 10 TIMES.

       230-KEEP-OPERATOR-PROGRAM.
           ADD 1 TO WS-AUTH-IDX
           MOVE OA-PROGRAM(WS-AUTH-IDX) TO WS-OP-PROGRAM(WS-AUTH-IDX).

      * PAYROLL by run type, EMPMAINT by action, everything else by
      * program name.  A blank run type or action is never on a
      * list, so it cannot match an unused position.
       300-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW
           MOVE ZERO TO WS-AUTH-IDX
           IF LS-PROGRAM-NAME = "PAYROLL"
               IF LS-FUNCTION-CODE NOT = SPACE
                   PERFORM 310-SCAN-RUN-TYPE
                       UNTIL FUNCTION-AUTHORIZED
                          OR WS-AUTH-IDX NOT LESS THAN 6
               END-IF
           ELSE IF LS-PROGRAM-NAME = "EMPMAINT"
               IF LS-FUNCTION-CODE = SPACE
                   IF WS-OPERATOR-ACTIONS NOT = SPACES
                       MOVE "Y" TO WS-AUTH-SW
                   END-IF
               ELSE
                   PERFORM 320-SCAN-ACTION
                       UNTIL FUNCTION-AUTHORIZED
                          OR WS-AUTH-IDX NOT LESS THAN 6
               END-IF
           ELSE
               PERFORM 330-SCAN-PROGRAM
                   UNTIL FUNCTION-AUTHORIZED
                      OR WS-AUTH-IDX NOT LESS THAN 10
           END-IF.

       310-SCAN-RUN-TYPE.
           ADD 1 TO WS-AUTH-IDX
           IF WS-OP-RUN-TYPE(WS-AUTH-IDX) = LS-FUNCTION-CODE
               MOVE "Y" TO WS-AUTH-SW
           END-IF.

       320-SCAN-ACTION.
           ADD 1 TO WS-AUTH-IDX
           IF WS-OP-ACTION(WS-AUTH-IDX) = LS-FUNCTION-CODE
               MOVE "Y" TO WS-AUTH-SW
           END-IF.

       330-SCAN-PROGRAM.
           ADD 1 TO WS-AUTH-IDX
           IF WS-OP-PROGRAM(WS-AUTH-IDX) = LS-PROGRAM-NAME
                   AND LS-PROGRAM-NAME NOT = SPACES
               MOVE "Y" TO WS-AUTH-SW
           END-IF.

       END PROGRAM OPERAUTH.
