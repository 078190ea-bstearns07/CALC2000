               organization is sequential
               file status is ws-movement-status.

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

       01  movement-record                 pic x(80).

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
               88  ws-old-results-ok       value "00".
           05  ws-movement-status          pic xx.
               88  ws-movement-ok          value "00".
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
           05  ws-new-eof-switch           pic x       value "N".
      * client number until both sides drain
       000-report-book-movement.
           DISPLAY "CALC2040 - Day Over Day Book Movement"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-MOVEMENT
           PERFORM 020-ROLL-UP-NEW-CLIENT
           PERFORM 030-ROLL-UP-OLD-CLIENT
           PERFORM 900-PRINT-MOVEMENT-TOTALS
           PERFORM 950-TERMINATE-MOVEMENT
           DISPLAY "CALC2040 - End of movement report."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, prime each side with its first
      * detail record, and start the report
       010-INITIALIZE-MOVEMENT.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT new-results-file
           IF NOT ws-new-results-ok
               DISPLAY "CALC2040 - NEW RESULTS OPEN FAILED, STATUS = "
                   ws-new-results-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT old-results-file
                   ws-old-results-status
               CLOSE new-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT movement-report
               CLOSE new-results-file
               CLOSE old-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE ws-run-date TO mhl-run-date
           MOVE movement-heading-line TO movement-record
           WRITE movement-record
           PERFORM 025-READ-NEW-RECORD
           PERFORM 035-READ-OLD-RECORD.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows.  This job runs the morning
      * after the night's date roll, so the night it reports on is
      * the prior business date
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2040 - BUSINESS DATE FILE OPEN FAILED, "
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
                   OR bd-prior-date IS NOT NUMERIC
                   OR bd-prior-date = zero
               DISPLAY "CALC2040 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-prior-date TO ws-run-date.

      * Procedure to roll tonight's detail records for one client up
      * into a single position - the record already read is the
      * client's first, and the read runs on until the client changes
           CLOSE new-results-file
           CLOSE old-results-file
           CLOSE movement-report.

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
               DISPLAY "CALC2040 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2040"             TO rh-program-id
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
               COMPUTE rh-records-read =
                   ws-clients-added + ws-clients-continuing
               MOVE ws-clients-continuing  TO rh-records-processed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-tot-new-invested    TO rh-investment-amount
               MOVE ws-tot-new-future-value TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
