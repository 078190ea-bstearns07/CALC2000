               organization is sequential
               file status is ws-balance-status.

      *    Business-date control file - the date the night belongs
      *    to, read in place of the system clock.
           select business-date-file assign to "BUSDATE"
               organization is sequential
               file status is ws-business-date-status.

      *    Operations run history - append-only, one record per run
      *    of every CALC program, read by the weekly summary.
           select run-history-file assign to "RUNHIST"
               organization is sequential
               file status is ws-run-history-status.

       data division.

       file section.
           05  ar-investment-x             pic x(12).
           05  filler                      pic x(28).
           05  ar-sequence                 pic 9(7).
           05  filler                      pic x(37).

      * The sealed trailer CALC2000 closes each run's records with -
      * no calculation, so never counted
       01  audit-seal-trailer.
           05  as-marker                   pic x(8).
               88  as-seal-trailer         value "*SEALED*".
           05  filler                      pic x(102).

       fd  balance-report
           label records are standard.

       01  balance-record                  pic x(80).

       fd  business-date-file
           label records are standard.

      * Mirror of the business-date record CALC2140 maintains - the
      * date record is always the first on the file
       01  business-date-record.
           05  bd-record-type              pic x.
               88  bd-date-record          value "D".
           05  bd-current-date             pic 9(8).
           05  bd-prior-date               pic 9(8).
           05  filler                      pic x(63).

       fd  run-history-file
           label records are standard.

      * One record per program run - what ran, for which business
      * date, how long it took, how it ended and its key counts
       01  run-history-record.
           05  rh-program-id               pic x(8).
           05  rh-business-date            pic 9(8).
           05  rh-start-date               pic 9(8).
           05  rh-start-time               pic 9(8).
           05  rh-end-date                 pic 9(8).
           05  rh-end-time                 pic 9(8).
           05  rh-return-code              pic 9(4).
           05  rh-restart-flag             pic x.
           05  rh-simulation-flag          pic x.
           05  rh-records-read             pic 9(9).
           05  rh-records-processed        pic 9(9).
           05  rh-records-rejected         pic 9(9).
           05  rh-records-suspended        pic 9(9).
           05  rh-investment-amount        pic 9(13)v99.
           05  rh-future-value-amount      pic 9(13)v99.
           05  filler                      pic x(30).

       working-storage section.

       01  file-status-fields.
               88  ws-audit-ok             value "00".
           05  ws-balance-status           pic xx.
               88  ws-balance-ok           value "00".
           05  ws-business-date-status     pic xx.
               88  ws-business-date-ok     value "00".
           05  ws-run-history-status       pic xx.
               88  ws-run-history-ok       value "00".

       01  run-history-fields.
           05  ws-run-start-date           pic 9(8)    value zero.
           05  ws-run-start-time           pic 9(8)    value zero.
           05  ws-run-end-date             pic 9(8)    value zero.
           05  ws-run-end-time             pic 9(8)    value zero.

       01  program-switches.
           05  ws-scenario-eof             pic x       value "N".
           05  ws-boundary-done-switch     pic x       value "N".
               88  ws-boundary-search-done value "Y".

      * The business date being balanced, and the date on the
      * report's own page header - they must agree, or the report
      * is another night's
       01  run-date-fields.
           05  ws-run-date                 pic 9(8).
           05  ws-report-run-date          pic 9(8)    value zero.

      * Tracking for checkpointed restarts.  A restart rewinds the
      * scenario sequence to the last checkpoint and rewrites the
      * lift the trailer, compare, and set the return code
       000-balance-the-run.
           DISPLAY "CALC2020 - End Of Job Balancing"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-BALANCING
           PERFORM 100-COUNT-SCENARIO-INPUT
           PERFORM 200-LIFT-REPORT-TRAILER
           ELSE
               DISPLAY "CALC2020 - Run is in balance."
           END-IF
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open every file and stamp the balancing report
       010-INITIALIZE-BALANCING.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT scenario-file
           IF NOT ws-scenario-ok
               DISPLAY "CALC2020 - SCENARIO FILE OPEN FAILED, "
                   "STATUS = " ws-scenario-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT report-file
               DISPLAY "CALC2020 - REPORT FILE OPEN FAILED, STATUS = "
                   ws-report-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT exception-file
               DISPLAY "CALC2020 - EXCEPTION FILE OPEN FAILED, "
                   "STATUS = " ws-exception-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT audit-file
               DISPLAY "CALC2020 - AUDIT FILE OPEN FAILED, STATUS = "
                   ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT balance-report
               DISPLAY "CALC2020 - BALANCE REPORT OPEN FAILED, "
                   "STATUS = " ws-balance-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2020 - BUSINESS DATE FILE OPEN FAILED, "
                   "STATUS = " ws-business-date-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   MOVE spaces TO business-date-record
           END-READ
           CLOSE business-date-file
           IF NOT bd-date-record
                   OR bd-current-date IS NOT NUMERIC
                   OR bd-current-date = zero
               DISPLAY "CALC2020 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to recount the staged scenario input record by
      * record, independent of CALC2000's own counter

       220-CHECK-TRAILER-LABELS.
           IF report-record(1:10) = "RUN DATE: "
               MOVE report-record(17:4) TO ws-report-run-date(1:4)
               MOVE report-record(11:2) TO ws-report-run-date(5:2)
               MOVE report-record(14:2) TO ws-report-run-date(7:2)
           END-IF
           EVALUATE report-record(1:30)
               WHEN "Scenarios Processed"
               DISPLAY "CALC2020 - EXCEPTION FILE REOPEN FAILED, "
                   "STATUS = " ws-exception-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE "N" TO ws-exception-eof
               DISPLAY "CALC2020 - AUDIT FILE REOPEN FAILED, "
                   "STATUS = " ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE "N" TO ws-audit-eof
                   SET ws-end-of-audit TO TRUE
               NOT AT END
                   IF ar-run-date = ws-run-date
                           AND NOT as-seal-trailer
                       MOVE ar-sequence TO ws-record-seq
                       PERFORM 620-TRACK-REWIND
                   END-IF
                   SET ws-end-of-audit TO TRUE
               NOT AT END
                   IF ar-run-date = ws-run-date
                           AND NOT as-seal-trailer
                       MOVE ar-sequence TO ws-record-seq
                       PERFORM 640-CHECK-SUPERSEDED
                       IF ws-record-kept
               IF ws-boundary-count >= 200
                   DISPLAY "CALC2020 - TOO MANY RESTART REWINDS"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               ADD 1 TO ws-boundary-count
               MOVE discrepancy-line TO balance-record
               WRITE balance-record
           END-IF
           IF ws-report-run-date NOT = zero
                   AND ws-report-run-date NOT = ws-run-date
               SET ws-run-out-of-balance TO TRUE
               MOVE "REPORT IS FOR ANOTHER BUSINESS DATE     "
                   TO dcl-text
               MOVE zero TO dcl-difference
               MOVE discrepancy-line TO balance-record
               WRITE balance-record
           END-IF

           MOVE "Scenario Records Staged (SCENIN)" TO bcl-label
           MOVE ws-scenin-count        TO bcl-value
           CLOSE exception-file
           CLOSE audit-file
           CLOSE balance-report.

      * Procedure to append this run's record to the operations run
      * history - business date, start and end, return code and key
      * counts.  The history is cumulative across runs and jobs, so
      * it is opened to extend, or OUTPUT the first time it is ever
      * populated.  A history that will not open is reported but
      * never fails the run
       960-WRITE-RUN-HISTORY.
           ACCEPT ws-run-end-date FROM DATE YYYYMMDD
           ACCEPT ws-run-end-time FROM TIME
           OPEN EXTEND run-history-file
           IF NOT ws-run-history-ok
               OPEN OUTPUT run-history-file
           END-IF
           IF NOT ws-run-history-ok
               DISPLAY "CALC2020 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2020"             TO rh-program-id
               IF ws-run-date IS NUMERIC
                   MOVE ws-run-date        TO rh-business-date
               ELSE
                   MOVE zero               TO rh-business-date
               END-IF
               MOVE ws-run-start-date      TO rh-start-date
               MOVE ws-run-start-time      TO rh-start-time
               MOVE ws-run-end-date        TO rh-end-date
               MOVE ws-run-end-time        TO rh-end-time
               MOVE RETURN-CODE            TO rh-return-code
               MOVE "N"                    TO rh-restart-flag
               MOVE "N"                    TO rh-simulation-flag
               MOVE ws-scenin-count        TO rh-records-read
               MOVE ws-rpt-processed       TO rh-records-processed
               MOVE ws-rpt-rejected        TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-rpt-investment      TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
