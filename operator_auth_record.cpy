      * OPERATOR-AUTH-RECORD - layout for OPERATOR-AUTH-FILE.  COPYed
      * under the 01 OPERATOR-AUTH-RECORD already declared in the FD.
      * One line per operator allowed to run posting work - what
      * OPERAUTH checks the signed-on operator against.  OA-RUN-TYPES
      * lists the PAYROLL run types the operator may start (any of
      * R B S V A T, in any order), OA-MAINT-ACTIONS the EMPMAINT
      * transaction actions they may key (any of A C T P M W - a
      * cancel of a scheduled change needs the action of the change
      * it cancels), and OA-PROGRAM the other posting programs they
      * may run, by PROGRAM-ID.  An operator not on this file may
      * run none of them; a blank list grants nothing.
           05  OA-OPERATOR-ID           PIC X(8).
           05  OA-OPERATOR-NAME         PIC X(20).
           05  OA-RUN-TYPES             PIC X(6).
           05  OA-RUN-TYPE REDEFINES OA-RUN-TYPES
                                        PIC X(1) OCCURS 6 TIMES.
           05  OA-MAINT-ACTIONS         PIC X(6).
           05  OA-MAINT-ACTION REDEFINES OA-MAINT-ACTIONS
                                        PIC X(1) OCCURS 6 TIMES.
           05  OA-PROGRAM               PIC X(10) OCCURS 10 TIMES.
