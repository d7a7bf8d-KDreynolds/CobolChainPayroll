      *   AMOUNT MISMATCH - employee and date line up but the
      *       amounts do not
      *
      * and proves each payroll run LEDGPOST posted in the range is
      * anchored whole, against the run manifests on
      * ledger_manifest.dat:
      *
      *   RUN NOT ANCHORED - the ledger holds no manifest for the run
      *   MANIFEST MISMATCH - the ledger's manifest disagrees with
      *       ours on record count, net total or hash
      *   RUN INCOMPLETE ON LEDGER - the ledger's transactions for
      *       the run do not add up to the manifest's count and total
      *   MANIFEST NOT ON FILE - a run manifest on the ledger this
      *       shop has no record of posting
      *   RUN NEVER POSTED - a completed run on
      *       payroll_run_history.txt dated in the range that has no
      *       manifest on file at all, so LEDGPOST never sent it
      *       (runs dated before the first run ever posted predate
      *       ledger posting and are left out)
      *
      * The PAYROLL-FILE on disk is hashed again through RUNHASH and
      * checked against the latest run's manifest, so a file altered
      * after it was posted is caught too.
      *
      *   LEDGRECON [from-date] [to-date]
      *
      * The ledger query goes through "blockchain_query", the
      * range's posted transactions in ledger_extract.txt, one
      * fixed-format line each: employee ID in columns 1-10, the
      * amount as nine digits (two implied decimals) in columns
      * 12-20, the posting date in columns 22-29, and the run ID
      * the transaction was posted under in columns 31-41.  It lands
      * the range's run manifests in ledger_manifest_extract.txt:
      * run ID in columns 1-11, record count (seven digits) in
      * columns 13-19, net total (thirteen digits, two implied
      * decimals) in columns 21-33, hash in columns 35-43, and the
      * posting date in columns 45-52.  Results go to
      * ledger_recon.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LEDGER-EXTRACT-FILE ASSIGN TO "ledger_extract.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
           SELECT MANIFEST-EXTRACT-FILE ASSIGN TO
               "ledger_manifest_extract.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MANIFEST-EXTRACT-STATUS.
           SELECT LEDGER-MANIFEST-FILE ASSIGN TO "ledger_manifest.dat"
               FILE STATUS WS-MANIFEST-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "payroll_record.cpy"
               FILE STATUS WS-PAYROLL-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "payroll_run_history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RUN-HISTORY-STATUS.
           SELECT RECON-FILE ASSIGN TO "ledger_recon.txt"
               ORGANIZATION LINE SEQUENTIAL.

           05 LX-AMOUNT                  PIC 9(7)V99.
           05 FILLER                    PIC X(1).
           05 LX-POSTING-DATE            PIC 9(8).
           05 FILLER                    PIC X(1).
           05 LX-RUN-ID                  PIC X(11).

      * The run manifests the ledger holds for the range.
       FD MANIFEST-EXTRACT-FILE.
       01 MANIFEST-EXTRACT-LINE.
           05 MX-RUN-ID                  PIC X(11).
           05 FILLER                    PIC X(1).
           05 MX-RECORD-COUNT            PIC 9(7).
           05 FILLER                    PIC X(1).
           05 MX-TOTAL-AMOUNT            PIC 9(11)V99.
           05 FILLER                    PIC X(1).
           05 MX-RUN-HASH                PIC 9(9).
           05 FILLER                    PIC X(1).
           05 MX-POSTING-DATE            PIC 9(8).

       FD LEDGER-MANIFEST-FILE.
       01 LEDGER-MANIFEST-RECORD.
           COPY "ledger_manifest_record.cpy".

       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           COPY "payroll_record.cpy".

      * Same layout PAYROLL's 176-RECORD-RUN-DATE writes - one line
      * per completed run.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-LINE.
           05 RH-RUN-DATE                PIC 9(8).
           05 RH-RUN-TYPE                PIC X(1).
           05 RH-PAY-GROUP               PIC X(2).
           05 FILLER                     PIC X(1).
           05 RH-OPERATOR-ID             PIC X(8).

       FD RECON-FILE.
       01 RECON-LINE                   PIC X(80).
       01 WS-AUDIT-EOF                PIC X(3)       VALUE "NO".
       01 WS-LEDGER-STATUS            PIC X(2).
       01 WS-LEDGER-EOF               PIC X(3)       VALUE "NO".
       01 WS-MANIFEST-EXTRACT-STATUS  PIC X(2).
       01 WS-MANIFEST-EXTRACT-EOF     PIC X(3)       VALUE "NO".
       01 WS-MANIFEST-STATUS          PIC X(2).
       01 WS-MANIFEST-EOF             PIC X(3)       VALUE "NO".
       01 WS-PAYROLL-STATUS           PIC X(2).
       01 WS-PAYROLL-EOF              PIC X(3)       VALUE "NO".
       01 WS-RUN-HISTORY-STATUS       PIC X(2).
       01 WS-RUN-HISTORY-EOF          PIC X(3)       VALUE "NO".

       01 WS-BLOCKCHAIN-ENABLED       PIC X(3).
       01 WS-BLOCKCHAIN-URL           PIC X(100).
               10 WS-LX-AMOUNT         PIC 9(7)V99.
               10 WS-LX-DATE           PIC 9(8).
               10 WS-LX-MATCHED-SW     PIC X(1).
               10 WS-LX-RUN-ID         PIC X(11).
       01 WS-LEDGER-IDX               PIC 9(4)       VALUE ZERO.

      * The ledger's run manifests for the range, loaded whole the
      * same way - one left unclaimed after every local manifest has
      * been proved is a run this shop never posted.
       01 WS-MX-COUNT                 PIC 9(3)       VALUE ZERO.
       01 WS-MX-TABLE.
           05 WS-MX-ENTRY OCCURS 200 TIMES.
               10 WS-MX-RUN-ID         PIC X(11).
               10 WS-MX-RECORD-COUNT   PIC 9(7).
               10 WS-MX-TOTAL-AMOUNT   PIC 9(11)V99.
               10 WS-MX-RUN-HASH       PIC 9(9).
               10 WS-MX-DATE           PIC 9(8).
               10 WS-MX-MATCHED-SW     PIC X(1).
       01 WS-MX-IDX                   PIC 9(3)       VALUE ZERO.

      * Our own manifests for runs posted in the range - a run
      * posted with the ledger switched off was never sent, so it
      * has nothing to prove and is left out.
       01 WS-LM-COUNT                 PIC 9(3)       VALUE ZERO.
       01 WS-LM-TABLE.
           05 WS-LM-ENTRY OCCURS 200 TIMES.
               10 WS-LM-RUN-ID         PIC X(11).
               10 WS-LM-RECORD-COUNT   PIC 9(7).
               10 WS-LM-TOTAL-AMOUNT   PIC 9(11)V99.
               10 WS-LM-RUN-HASH       PIC 9(9).
       01 WS-LM-IDX                   PIC 9(3)       VALUE ZERO.

      * The completed runs dated in the range, off the run history,
      * each marked off as a manifest on file turns up for it - one
      * left unmarked was never posted.  WS-FIRST-POSTED-DATE is the
      * earliest run date on any manifest; a run dated before it
      * predates ledger posting.
       01 WS-RUN-COUNT                PIC 9(3)       VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RN-RUN-ID.
                   15 WS-RN-RUN-DATE    PIC 9(8).
                   15 WS-RN-RUN-TYPE    PIC X(1).
                   15 WS-RN-PAY-GROUP   PIC X(2).
               10 WS-RN-POSTED-SW      PIC X(1).
       01 WS-RUN-IDX                  PIC 9(3)       VALUE ZERO.
       01 WS-FIRST-POSTED-DATE        PIC 9(8)       VALUE 99999999.

      * The latest manifest on file, whatever its date - the one the
      * PAYROLL-FILE on disk belongs to.
       01 WS-LAST-MANIFEST-SW         PIC X(1)       VALUE "N".
           88 LAST-MANIFEST-FOUND                     VALUE "Y".
       01 WS-LAST-RUN-ID.
           05 WS-LAST-RUN-DATE         PIC 9(8).
           05 FILLER                   PIC X(3).
       01 WS-LAST-RECORD-COUNT        PIC 9(7).
       01 WS-LAST-TOTAL-AMOUNT        PIC 9(11)V99.
       01 WS-LAST-RUN-HASH            PIC 9(9).

      * The ledger's side of one run, totalled from the transactions
      * carrying its run ID.
       01 WS-MX-FOUND-SW              PIC X(1)       VALUE "N".
           88 LEDGER-MANIFEST-FOUND                   VALUE "Y".
       01 WS-RUN-LEDGER-COUNT         PIC 9(7)       VALUE ZERO.
       01 WS-RUN-LEDGER-TOTAL         PIC 9(11)V99   VALUE ZERO.

      * The PAYROLL-FILE on disk, counted, totalled and hashed again.
       01 WS-PF-RECORD-COUNT          PIC 9(7)       VALUE ZERO.
       01 WS-PF-TOTAL-AMOUNT          PIC 9(11)V99   VALUE ZERO.
       01 WS-PF-RUN-HASH              PIC 9(9)       VALUE ZERO.
       01 WS-PF-RUN-DATE              PIC 9(8)       VALUE ZERO.
       01 WS-RECORD-LENGTH            PIC 9(4)       COMP.
       01 WS-PF-VERDICT               PIC X(1)       VALUE "N".
           88 PF-MATCHES-MANIFEST                     VALUE "Y".
           88 PF-DIFFERS-FROM-MANIFEST                VALUE "D".
           88 PF-NOT-CHECKED                          VALUE "N".

      * Verdict per audit line - exact match, amount mismatch (the
      * employee and date line up on some unmatched entry), or
      * nothing at all.
       01 WS-NOT-POSTED-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-NOT-AUDITED-COUNT        PIC 9(5)       VALUE ZERO.
       01 WS-MISMATCH-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-ANCHORED-COUNT           PIC 9(5)       VALUE ZERO.
       01 WS-NOT-ANCHORED-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-MANIFEST-MISMATCH-COUNT  PIC 9(5)       VALUE ZERO.
       01 WS-INCOMPLETE-COUNT         PIC 9(5)       VALUE ZERO.
       01 WS-NOT-ON-FILE-COUNT        PIC 9(5)       VALUE ZERO.
       01 WS-RUN-IN-RANGE-COUNT       PIC 9(5)       VALUE ZERO.
       01 WS-NEVER-POSTED-COUNT       PIC 9(5)       VALUE ZERO.

       01 WS-RECON-HEADING-LINE.
           05 FILLER                  PIC X(22) VALUE
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 RL-AMOUNT                PIC Z.ZZZ.ZZ9,99.

      * One line per run exception - the run, and our manifest's
      * count, total and hash (or, for a manifest not on file, the
      * ledger's).
       01 WS-RECON-RUN-LINE.
           05 RR-CLASS                 PIC X(26).
           05 RR-RUN-ID                PIC X(11).
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RR-RECORD-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RR-AMOUNT                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RR-RUN-HASH              PIC X(9).

      * The other side of a manifest mismatch or an incomplete run
      * (the ledger's), or of a changed PAYROLL-FILE (the manifest's),
      * under the line above.
       01 WS-RECON-RUN-LEDGER-LINE.
           05 RRL-LABEL                PIC X(26).
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 RRL-RECORD-COUNT         PIC ZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RRL-AMOUNT               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 RRL-RUN-HASH             PIC X(9).

      * A completed run with no manifest - nothing was ever sent for
      * it, so there are no figures to print.
       01 WS-RECON-UNPOSTED-LINE.
           05 RU-CLASS                 PIC X(26)
               VALUE "RUN NEVER POSTED:".
           05 RU-RUN-ID                PIC X(11).
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 FILLER                  PIC X(26) VALUE
               "NO LEDGER MANIFEST ON FILE".

       01 WS-RECON-COUNT-LINE.
           05 RC-COUNT-LABEL           PIC X(30).
           05 RC-COUNT                 PIC ZZZZ9.

       COPY "payroll_config.cpy".

       COPY "step_return_code.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-PARSE-COMMAND-LINE
           PERFORM 200-QUERY-LEDGER
           PERFORM 300-LOAD-LEDGER-EXTRACT
           PERFORM 320-LOAD-MANIFEST-EXTRACT
           PERFORM 335-LOAD-RUN-HISTORY
           PERFORM 340-LOAD-LOCAL-MANIFESTS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LEDGRECON: NO AUDIT FILE ON DISK - "
                   "NOTHING TO RECONCILE"
               MOVE STEP-RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-FILE
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM 500-REPORT-UNMATCHED-LEDGER
           PERFORM 550-PROVE-RUN-MANIFESTS
           PERFORM 560-REPORT-UNMATCHED-MANIFESTS
           PERFORM 570-CHECK-PAYROLL-FILE
           PERFORM 580-REPORT-UNPOSTED-RUNS
           PERFORM 600-WRITE-RECON-COUNTS
           CLOSE RECON-FILE
           PERFORM 700-PRINT-SUMMARY
           PERFORM 790-SET-RETURN-CODE
           STOP RUN.

       150-PARSE-COMMAND-LINE.
           IF WS-BLOCKCHAIN-ENABLED NOT = "YES"
               DISPLAY "LEDGRECON: BLOCKCHAIN INTEGRATION IS "
                   "DISABLED - NOTHING TO RECONCILE AGAINST"
               MOVE STEP-RC-CLEAN TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-JSON-STRING
           IF NOT BLOCKCHAIN-CALL-SUCCESS
               DISPLAY "LEDGRECON: LEDGER QUERY FAILED WITH STATUS "
                   WS-STATUS-CODE " - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "LEDGRECON: QUERY ACKNOWLEDGED BUT NO "
                   "ledger_extract.txt ON DISK - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = "YES"
                                   WS-LX-DATE(WS-LEDGER-COUNT)
                               MOVE "N" TO
                                   WS-LX-MATCHED-SW(WS-LEDGER-COUNT)
                               MOVE LX-RUN-ID TO
                                   WS-LX-RUN-ID(WS-LEDGER-COUNT)
                           ELSE
                               DISPLAY "LEDGER EXTRACT HAS MORE THAN "
                                   "1000 TRANSACTIONS - RUN ABORTED"
                               MOVE STEP-RC-ABORTED TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE LEDGER-EXTRACT-FILE.

      * The run manifests the same query landed, loaded whole on the
      * same terms - missing or past capacity, the run stops.
       320-LOAD-MANIFEST-EXTRACT.
           MOVE ZERO TO WS-MX-COUNT
           MOVE "NO" TO WS-MANIFEST-EXTRACT-EOF
           OPEN INPUT MANIFEST-EXTRACT-FILE
           IF WS-MANIFEST-EXTRACT-STATUS NOT = "00"
               DISPLAY "LEDGRECON: QUERY ACKNOWLEDGED BUT NO "
                   "ledger_manifest_extract.txt ON DISK - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MANIFEST-EXTRACT-EOF = "YES"
               READ MANIFEST-EXTRACT-FILE
                   AT END
                       MOVE "YES" TO WS-MANIFEST-EXTRACT-EOF
                   NOT AT END
                       IF MX-RUN-ID NOT = SPACES
                           PERFORM 330-KEEP-LEDGER-MANIFEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-EXTRACT-FILE.

       330-KEEP-LEDGER-MANIFEST.
           IF WS-MX-COUNT NOT LESS THAN 200
               DISPLAY "LEDGER MANIFEST EXTRACT HAS MORE THAN "
                   "200 RUNS - RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MX-COUNT
           MOVE MX-RUN-ID TO WS-MX-RUN-ID(WS-MX-COUNT)
           MOVE MX-RECORD-COUNT TO WS-MX-RECORD-COUNT(WS-MX-COUNT)
           MOVE MX-TOTAL-AMOUNT TO WS-MX-TOTAL-AMOUNT(WS-MX-COUNT)
           MOVE MX-RUN-HASH TO WS-MX-RUN-HASH(WS-MX-COUNT)
           MOVE MX-POSTING-DATE TO WS-MX-DATE(WS-MX-COUNT)
           MOVE "N" TO WS-MX-MATCHED-SW(WS-MX-COUNT).

      * The completed runs dated in the range, none yet marked as
      * posted.  No run history just means nothing has completed.
       335-LOAD-RUN-HISTORY.
           MOVE ZERO TO WS-RUN-COUNT
           MOVE "NO" TO WS-RUN-HISTORY-EOF
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-RUN-HISTORY-EOF = "YES"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "YES" TO WS-RUN-HISTORY-EOF
                       NOT AT END
                           IF RH-RUN-DATE IS NUMERIC
                                   AND RH-RUN-DATE NOT < WS-FROM-DATE
                                   AND RH-RUN-DATE NOT > WS-TO-DATE
                               PERFORM 337-KEEP-HISTORY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       337-KEEP-HISTORY-RUN.
           IF WS-RUN-COUNT NOT LESS THAN 200
               DISPLAY "MORE THAN 200 COMPLETED RUNS IN RANGE - "
                   "RUN ABORTED"
               MOVE STEP-RC-ABORTED TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE RH-RUN-DATE TO WS-RN-RUN-DATE(WS-RUN-COUNT)
           MOVE RH-RUN-TYPE TO WS-RN-RUN-TYPE(WS-RUN-COUNT)
           MOVE RH-PAY-GROUP TO WS-RN-PAY-GROUP(WS-RUN-COUNT)
           MOVE "N" TO WS-RN-POSTED-SW(WS-RUN-COUNT).

      * Our manifests for the runs posted in the range, and the
      * latest one on file whatever its date.  No manifest file just
      * means LEDGPOST has not posted a run yet.  Every manifest,
      * whatever its date or status, marks its run as posted.
       340-LOAD-LOCAL-MANIFESTS.
           MOVE ZERO TO WS-LM-COUNT
           MOVE "NO" TO WS-MANIFEST-EOF
           OPEN INPUT LEDGER-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-EOF = "YES"
                   READ LEDGER-MANIFEST-FILE
                       AT END
                           MOVE "YES" TO WS-MANIFEST-EOF
                       NOT AT END
                           PERFORM 350-KEEP-LOCAL-MANIFEST
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MANIFEST-FILE
           END-IF.

       350-KEEP-LOCAL-MANIFEST.
           IF LM-RUN-DATE < WS-FIRST-POSTED-DATE
               MOVE LM-RUN-DATE TO WS-FIRST-POSTED-DATE
           END-IF
           MOVE ZERO TO WS-RUN-IDX
           PERFORM 352-MARK-RUN-POSTED WS-RUN-COUNT TIMES
           MOVE "Y" TO WS-LAST-MANIFEST-SW
           MOVE LM-RUN-ID TO WS-LAST-RUN-ID
           MOVE LM-RECORD-COUNT TO WS-LAST-RECORD-COUNT
           MOVE LM-TOTAL-AMOUNT TO WS-LAST-TOTAL-AMOUNT
           MOVE LM-RUN-HASH TO WS-LAST-RUN-HASH
           IF NOT LM-LEDGER-OFF
                   AND LM-POSTED-DATE NOT < WS-FROM-DATE
                   AND LM-POSTED-DATE NOT > WS-TO-DATE
               IF WS-LM-COUNT NOT LESS THAN 200
                   DISPLAY "MORE THAN 200 RUN MANIFESTS IN RANGE - "
                       "RUN ABORTED"
                   MOVE STEP-RC-ABORTED TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LM-COUNT
               MOVE LM-RUN-ID TO WS-LM-RUN-ID(WS-LM-COUNT)
               MOVE LM-RECORD-COUNT TO WS-LM-RECORD-COUNT(WS-LM-COUNT)
               MOVE LM-TOTAL-AMOUNT TO WS-LM-TOTAL-AMOUNT(WS-LM-COUNT)
               MOVE LM-RUN-HASH TO WS-LM-RUN-HASH(WS-LM-COUNT)
           END-IF.

       352-MARK-RUN-POSTED.
           ADD 1 TO WS-RUN-IDX
           IF WS-RN-RUN-ID(WS-RUN-IDX) = LM-RUN-ID
               MOVE "Y" TO WS-RN-POSTED-SW(WS-RUN-IDX)
           END-IF.

      * One SUCCESS audit line against the ledger table - an exact
      * employee/date/amount match claims the first unmatched entry;
      * failing that, an unmatched entry agreeing on employee and
               WRITE RECON-LINE
           END-IF.

      * Each run we posted in the range, proved against the ledger:
      * its manifest must be there, must agree with ours, and the
      * ledger's transactions under the run's ID must add up to it.
       550-PROVE-RUN-MANIFESTS.
           MOVE ZERO TO WS-LM-IDX
           PERFORM 552-PROVE-ONE-RUN WS-LM-COUNT TIMES.

       552-PROVE-ONE-RUN.
           ADD 1 TO WS-LM-IDX
           MOVE "N" TO WS-MX-FOUND-SW
           MOVE ZERO TO WS-MX-IDX
           PERFORM 554-SCAN-LEDGER-MANIFEST
               UNTIL LEDGER-MANIFEST-FOUND
                   OR WS-MX-IDX NOT LESS THAN WS-MX-COUNT
           MOVE ZERO TO WS-RUN-LEDGER-COUNT WS-RUN-LEDGER-TOTAL
           MOVE ZERO TO WS-LEDGER-IDX
           PERFORM 556-TOTAL-RUN-TRANSACTION WS-LEDGER-COUNT TIMES
           MOVE WS-LM-RUN-ID(WS-LM-IDX) TO RR-RUN-ID
           MOVE WS-LM-RECORD-COUNT(WS-LM-IDX) TO RR-RECORD-COUNT
           MOVE WS-LM-TOTAL-AMOUNT(WS-LM-IDX) TO RR-AMOUNT
           MOVE WS-LM-RUN-HASH(WS-LM-IDX) TO RR-RUN-HASH
           IF NOT LEDGER-MANIFEST-FOUND
               ADD 1 TO WS-NOT-ANCHORED-COUNT
               MOVE "RUN NOT ANCHORED:" TO RR-CLASS
               PERFORM 558-WRITE-RUN-LINE
           ELSE IF WS-MX-RECORD-COUNT(WS-MX-IDX)
                       NOT = WS-LM-RECORD-COUNT(WS-LM-IDX)
                   OR WS-MX-TOTAL-AMOUNT(WS-MX-IDX)
                       NOT = WS-LM-TOTAL-AMOUNT(WS-LM-IDX)
                   OR WS-MX-RUN-HASH(WS-MX-IDX)
                       NOT = WS-LM-RUN-HASH(WS-LM-IDX)
               ADD 1 TO WS-MANIFEST-MISMATCH-COUNT
               MOVE "MANIFEST MISMATCH:" TO RR-CLASS
               PERFORM 558-WRITE-RUN-LINE
               MOVE WS-MX-RECORD-COUNT(WS-MX-IDX) TO RRL-RECORD-COUNT
               MOVE WS-MX-TOTAL-AMOUNT(WS-MX-IDX) TO RRL-AMOUNT
               MOVE WS-MX-RUN-HASH(WS-MX-IDX) TO RRL-RUN-HASH
               MOVE "   LEDGER CARRIES" TO RRL-LABEL
               PERFORM 559-WRITE-RUN-LEDGER-LINE
           ELSE IF WS-RUN-LEDGER-COUNT
                       NOT = WS-LM-RECORD-COUNT(WS-LM-IDX)
                   OR WS-RUN-LEDGER-TOTAL
                       NOT = WS-LM-TOTAL-AMOUNT(WS-LM-IDX)
               ADD 1 TO WS-INCOMPLETE-COUNT
               MOVE "RUN INCOMPLETE ON LEDGER:" TO RR-CLASS
               PERFORM 558-WRITE-RUN-LINE
               MOVE WS-RUN-LEDGER-COUNT TO RRL-RECORD-COUNT
               MOVE WS-RUN-LEDGER-TOTAL TO RRL-AMOUNT
               MOVE SPACES TO RRL-RUN-HASH
               MOVE "   LEDGER CARRIES" TO RRL-LABEL
               PERFORM 559-WRITE-RUN-LEDGER-LINE
           ELSE
               ADD 1 TO WS-ANCHORED-COUNT
           END-IF.

      * The ledger manifest for the run - claimed, so whatever is
      * left unclaimed afterwards is a manifest not on file.
       554-SCAN-LEDGER-MANIFEST.
           ADD 1 TO WS-MX-IDX
           IF WS-MX-MATCHED-SW(WS-MX-IDX) = "N"
                   AND WS-MX-RUN-ID(WS-MX-IDX) = WS-LM-RUN-ID(WS-LM-IDX)
               MOVE "Y" TO WS-MX-FOUND-SW
               MOVE "Y" TO WS-MX-MATCHED-SW(WS-MX-IDX)
           END-IF.

       556-TOTAL-RUN-TRANSACTION.
           ADD 1 TO WS-LEDGER-IDX
           IF WS-LX-RUN-ID(WS-LEDGER-IDX) = WS-LM-RUN-ID(WS-LM-IDX)
               ADD 1 TO WS-RUN-LEDGER-COUNT
               ADD WS-LX-AMOUNT(WS-LEDGER-IDX) TO WS-RUN-LEDGER-TOTAL
           END-IF.

       558-WRITE-RUN-LINE.
           MOVE WS-RECON-RUN-LINE TO RECON-LINE
           WRITE RECON-LINE.

       559-WRITE-RUN-LEDGER-LINE.
           MOVE WS-RECON-RUN-LEDGER-LINE TO RECON-LINE
           WRITE RECON-LINE.

      * A run manifest on the ledger that none of ours claimed - a
      * run posted from outside this system, or one whose local
      * manifest is dated outside the range.
       560-REPORT-UNMATCHED-MANIFESTS.
           MOVE ZERO TO WS-MX-IDX
           PERFORM 562-REPORT-ONE-MANIFEST WS-MX-COUNT TIMES.

       562-REPORT-ONE-MANIFEST.
           ADD 1 TO WS-MX-IDX
           IF WS-MX-MATCHED-SW(WS-MX-IDX) = "N"
               ADD 1 TO WS-NOT-ON-FILE-COUNT
               MOVE "MANIFEST NOT ON FILE:" TO RR-CLASS
               MOVE WS-MX-RUN-ID(WS-MX-IDX) TO RR-RUN-ID
               MOVE WS-MX-RECORD-COUNT(WS-MX-IDX) TO RR-RECORD-COUNT
               MOVE WS-MX-TOTAL-AMOUNT(WS-MX-IDX) TO RR-AMOUNT
               MOVE WS-MX-RUN-HASH(WS-MX-IDX) TO RR-RUN-HASH
               PERFORM 558-WRITE-RUN-LINE
           END-IF.

      * The PAYROLL-FILE on disk, counted, totalled and hashed the
      * way LEDGPOST did it, against the latest manifest on file -
      * checked only when the file is that run's (its first record
      * carries the run's date).  Any difference means the file was
      * changed after it went to the ledger.
       570-CHECK-PAYROLL-FILE.
           MOVE "N" TO WS-PF-VERDICT
           IF LAST-MANIFEST-FOUND
               MOVE LENGTH OF PAYROLL-RECORD TO WS-RECORD-LENGTH
               MOVE "NO" TO WS-PAYROLL-EOF
               OPEN INPUT PAYROLL-FILE
               IF WS-PAYROLL-STATUS = "00"
                   PERFORM UNTIL WS-PAYROLL-EOF = "YES"
                       READ PAYROLL-FILE
                           AT END
                               MOVE "YES" TO WS-PAYROLL-EOF
                           NOT AT END
                               PERFORM 572-HASH-PAYROLL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-FILE
                   IF WS-PF-RUN-DATE = WS-LAST-RUN-DATE
                       PERFORM 574-COMPARE-PAYROLL-FILE
                   END-IF
               END-IF
           END-IF.

       572-HASH-PAYROLL-RECORD.
           IF WS-PF-RECORD-COUNT = ZERO
               MOVE PR-PROCESSING-DATE TO WS-PF-RUN-DATE
           END-IF
           ADD 1 TO WS-PF-RECORD-COUNT
           ADD PR-NET-AMOUNT TO WS-PF-TOTAL-AMOUNT
           CALL "RUNHASH" USING PAYROLL-RECORD
                                WS-RECORD-LENGTH
                                WS-PF-RUN-HASH.

       574-COMPARE-PAYROLL-FILE.
           IF WS-PF-RECORD-COUNT = WS-LAST-RECORD-COUNT
                   AND WS-PF-TOTAL-AMOUNT = WS-LAST-TOTAL-AMOUNT
                   AND WS-PF-RUN-HASH = WS-LAST-RUN-HASH
               MOVE "Y" TO WS-PF-VERDICT
           ELSE
               MOVE "D" TO WS-PF-VERDICT
               MOVE "PAYROLL-FILE CHANGED:" TO RR-CLASS
               MOVE WS-LAST-RUN-ID TO RR-RUN-ID
               MOVE WS-PF-RECORD-COUNT TO RR-RECORD-COUNT
               MOVE WS-PF-TOTAL-AMOUNT TO RR-AMOUNT
               MOVE WS-PF-RUN-HASH TO RR-RUN-HASH
               PERFORM 558-WRITE-RUN-LINE
               MOVE WS-LAST-RECORD-COUNT TO RRL-RECORD-COUNT
               MOVE WS-LAST-TOTAL-AMOUNT TO RRL-AMOUNT
               MOVE WS-LAST-RUN-HASH TO RRL-RUN-HASH
               MOVE "   MANIFEST CARRIES" TO RRL-LABEL
               PERFORM 559-WRITE-RUN-LEDGER-LINE
           END-IF.

      * Every completed run in the range that no manifest marked -
      * its PAYROLL-FILE was overwritten before LEDGPOST got to it,
      * so none of its payments were ever sent.  A run dated before
      * the first run ever posted is not counted at all.
       580-REPORT-UNPOSTED-RUNS.
           MOVE ZERO TO WS-RUN-IDX
           PERFORM 582-REPORT-ONE-UNPOSTED-RUN WS-RUN-COUNT TIMES.

       582-REPORT-ONE-UNPOSTED-RUN.
           ADD 1 TO WS-RUN-IDX
           IF WS-RN-RUN-DATE(WS-RUN-IDX) NOT < WS-FIRST-POSTED-DATE
               ADD 1 TO WS-RUN-IN-RANGE-COUNT
               IF WS-RN-POSTED-SW(WS-RUN-IDX) = "N"
                   ADD 1 TO WS-NEVER-POSTED-COUNT
                   MOVE WS-RN-RUN-ID(WS-RUN-IDX) TO RU-RUN-ID
                   MOVE WS-RECON-UNPOSTED-LINE TO RECON-LINE
                   WRITE RECON-LINE
               END-IF
           END-IF.

       600-WRITE-RECON-COUNTS.
           MOVE "SUCCESS AUDIT LINES IN RANGE:" TO RC-COUNT-LABEL
           MOVE WS-AUDIT-SELECTED-COUNT TO RC-COUNT
           MOVE "AMOUNT MISMATCHES:" TO RC-COUNT-LABEL
           MOVE WS-MISMATCH-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS POSTED IN RANGE:" TO RC-COUNT-LABEL
           MOVE WS-LM-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS ANCHORED:" TO RC-COUNT-LABEL
           MOVE WS-ANCHORED-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS NOT ANCHORED:" TO RC-COUNT-LABEL
           MOVE WS-NOT-ANCHORED-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "MANIFEST MISMATCHES:" TO RC-COUNT-LABEL
           MOVE WS-MANIFEST-MISMATCH-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS INCOMPLETE ON LEDGER:" TO RC-COUNT-LABEL
           MOVE WS-INCOMPLETE-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "MANIFESTS NOT ON FILE:" TO RC-COUNT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS COMPLETED IN RANGE:" TO RC-COUNT-LABEL
           MOVE WS-RUN-IN-RANGE-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE "RUNS NEVER POSTED:" TO RC-COUNT-LABEL
           MOVE WS-NEVER-POSTED-COUNT TO RC-COUNT
           PERFORM 610-WRITE-COUNT-LINE
           IF PF-MATCHES-MANIFEST
               MOVE "PAYROLL-FILE MATCHES MANIFEST " TO RECON-LINE
               MOVE WS-LAST-RUN-ID TO RECON-LINE(31:11)
               WRITE RECON-LINE
           END-IF
           IF WS-NOT-POSTED-COUNT = ZERO
                   AND WS-NOT-AUDITED-COUNT = ZERO
                   AND WS-MISMATCH-COUNT = ZERO
                   AND WS-NOT-ANCHORED-COUNT = ZERO
                   AND WS-MANIFEST-MISMATCH-COUNT = ZERO
                   AND WS-INCOMPLETE-COUNT = ZERO
                   AND WS-NOT-ON-FILE-COUNT = ZERO
                   AND WS-NEVER-POSTED-COUNT = ZERO
                   AND NOT PF-DIFFERS-FROM-MANIFEST
               MOVE WS-RECON-CLEAN-LINE TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
           DISPLAY "  AUDITED NOT POSTED:     " WS-NOT-POSTED-COUNT
           DISPLAY "  POSTED NOT AUDITED:     " WS-NOT-AUDITED-COUNT
           DISPLAY "  AMOUNT MISMATCHES:      " WS-MISMATCH-COUNT
           DISPLAY "  RUNS POSTED IN RANGE:   " WS-LM-COUNT
           DISPLAY "  RUNS ANCHORED:          " WS-ANCHORED-COUNT
           DISPLAY "  RUNS NOT ANCHORED:      " WS-NOT-ANCHORED-COUNT
           DISPLAY "  MANIFEST MISMATCHES:    "
               WS-MANIFEST-MISMATCH-COUNT
           DISPLAY "  RUNS INCOMPLETE:        " WS-INCOMPLETE-COUNT
           DISPLAY "  MANIFESTS NOT ON FILE:  " WS-NOT-ON-FILE-COUNT
           DISPLAY "  RUNS NEVER POSTED:      " WS-NEVER-POSTED-COUNT
           IF PF-DIFFERS-FROM-MANIFEST
               DISPLAY "  PAYROLL-FILE CHANGED SINCE RUN "
                   WS-LAST-RUN-ID " WAS POSTED"
           END-IF
           DISPLAY "  SEE ledger_recon.txt".

      * Any break between the audit trail and the ledger, or a run
      * not proved anchored whole or never posted, is the reject.
       790-SET-RETURN-CODE.
           IF WS-NOT-POSTED-COUNT > ZERO
                   OR WS-NOT-AUDITED-COUNT > ZERO
                   OR WS-MISMATCH-COUNT > ZERO
                   OR WS-NOT-ANCHORED-COUNT > ZERO
                   OR WS-MANIFEST-MISMATCH-COUNT > ZERO
                   OR WS-INCOMPLETE-COUNT > ZERO
                   OR WS-NOT-ON-FILE-COUNT > ZERO
                   OR WS-NEVER-POSTED-COUNT > ZERO
                   OR PF-DIFFERS-FROM-MANIFEST
               MOVE STEP-RC-REJECTS TO RETURN-CODE
           ELSE
               MOVE STEP-RC-CLEAN TO RETURN-CODE
           END-IF.
       END PROGRAM LEDGRECON.
