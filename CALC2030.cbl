      *                  new rate.  Any unusable transaction fails
      *                  the run before the new table is written, so
      *                  a half-applied repricing can never reach the
      *                  nightly run.  Every entry touched is also
      *                  written to a changed entry file for the
      *                  client impact run, CALC2090
      * File Desc......: Maintenance companion to CALC2000
      ******************************************************************
       environment division.
               organization is sequential
               file status is ws-change-status.

      *    Changed entries - the same entries the change report shows,
      *    one fixed record each, for the client impact run that
      *    follows the table swap.
           select changed-entry-file assign to "CHGOUT"
               organization is sequential
               file status is ws-changed-entry-status.

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

       01  change-record                   pic x(80).

      * One record per entry touched - the key it is known by, with
      * a blank currency resolved to the base code the results
      * extract carries, and the rate before and after (zero where
      * there is none on that side of the change)
       fd  changed-entry-file
           label records are standard.

       01  changed-entry-record.
           05  ce-action                   pic x.
           05  ce-product-code             pic x(4).
           05  ce-currency-code            pic x(3).
           05  ce-effective-date           pic 9(8).
           05  ce-old-rate                 pic 99v9.
           05  ce-new-rate                 pic 99v9.
           05  ce-submitter                pic x(8).
           05  filler                      pic x(10).

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
               88  ws-new-table-ok         value "00".
           05  ws-change-status            pic xx.
               88  ws-change-ok            value "00".
           05  ws-changed-entry-status     pic xx.
               88  ws-changed-entry-ok     value "00".
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
           05  ws-rate-table-eof           pic x       value "N".
      * write the new table and the trailers
       000-maintain-rate-table.
           DISPLAY "CALC2030 - Rate Table Maintenance"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-MAINTENANCE
           PERFORM 020-READ-TRANSACTION
           PERFORM 100-APPLY-TRANSACTION
           PERFORM 900-PRINT-MAINTENANCE-TOTALS
           PERFORM 950-TERMINATE-MAINTENANCE
           DISPLAY "CALC2030 - End of maintenance."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load the current table into
      * storage and start the change report
       010-INITIALIZE-MAINTENANCE.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT rate-table-file
           IF NOT ws-rate-table-ok
               DISPLAY "CALC2030 - RATE TABLE OPEN FAILED, STATUS = "
                   ws-rate-table-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT transaction-file
                   "STATUS = " ws-transaction-status
               CLOSE rate-table-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT change-report
               CLOSE rate-table-file
               CLOSE transaction-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT changed-entry-file
           IF NOT ws-changed-entry-ok
               DISPLAY "CALC2030 - CHANGED ENTRY FILE OPEN FAILED, "
                   "STATUS = " ws-changed-entry-status
               CLOSE rate-table-file
               CLOSE transaction-file
               CLOSE change-report
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 015-LOAD-CURRENT-TABLE
           CLOSE rate-table-file
           PERFORM 017-LOAD-CURRENCY-CODES
           MOVE change-column-line TO change-record
           WRITE change-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2030 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2030 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to load the current rate table into storage - a
      * table too big to load stops the run before any transaction
      * can apply against a partial table
                       CLOSE rate-table-file
                       PERFORM 950-TERMINATE-MAINTENANCE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-entry-count
                   "STATUS = " ws-currency-status
               PERFORM 950-TERMINATE-MAINTENANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 018-READ-CURRENCY-RECORD
                       CLOSE currency-file
                       PERFORM 950-TERMINATE-MAINTENANCE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-currency-count
           WRITE change-record
           PERFORM 950-TERMINATE-MAINTENANCE
           MOVE 16 TO RETURN-CODE
           PERFORM 960-WRITE-RUN-HISTORY
           STOP RUN.

      * Procedure to look for the table entry matching the
           ADD 1 TO ws-adds-applied
           MOVE "ADD   " TO cdl-action
           MOVE "        -" TO cdl-old-rate
           MOVE zero       TO ce-old-rate
           MOVE ws-tx-rate TO ce-new-rate
           MOVE ws-tx-rate TO ws-rate-edited
           PERFORM 160-EDIT-NEW-RATE-COLUMN
           PERFORM 170-WRITE-CHANGE-LINE.
           END-IF
           MOVE ws-entry-rate(ws-found-idx) TO ws-rate-edited
           PERFORM 165-EDIT-OLD-RATE-COLUMN
           MOVE ws-entry-rate(ws-found-idx) TO ce-old-rate
           MOVE ws-tx-rate TO ce-new-rate
           MOVE ws-tx-rate TO ws-entry-rate(ws-found-idx)
           IF tx-description NOT = spaces
               MOVE tx-description
           END-IF
           MOVE ws-entry-rate(ws-found-idx) TO ws-rate-edited
           PERFORM 165-EDIT-OLD-RATE-COLUMN
           MOVE ws-entry-rate(ws-found-idx) TO ce-old-rate
           MOVE zero TO ce-new-rate
           SET ws-entry-is-deleted(ws-found-idx) TO TRUE
           ADD 1 TO ws-deletes-applied
           MOVE "DELETE" TO cdl-action
           MOVE ws-rate-edited TO ws-rate-column(6:4)
           MOVE ws-rate-column TO cdl-old-rate.

      * Procedure to write one before/after line to the change report,
      * and the same entry to the changed entry file
       170-WRITE-CHANGE-LINE.
           MOVE tx-product-code  TO cdl-product
           MOVE tx-currency-code TO cdl-currency
           MOVE ws-tx-effective  TO cdl-effective
           MOVE tx-submitter    TO cdl-submitter
           MOVE change-detail-line TO change-record
           WRITE change-record
           PERFORM 175-WRITE-CHANGED-ENTRY.

      * Procedure to write the entry just touched to the changed
      * entry file - the old and new rates were set by the apply
      * paragraph, and a blank currency goes out as the base code
       175-WRITE-CHANGED-ENTRY.
           MOVE tx-action        TO ce-action
           MOVE tx-product-code  TO ce-product-code
           IF tx-currency-code = spaces
               MOVE ws-currency-entry-code(1) TO ce-currency-code
           ELSE
               MOVE tx-currency-code TO ce-currency-code
           END-IF
           MOVE ws-tx-effective  TO ce-effective-date
           MOVE tx-submitter     TO ce-submitter
           WRITE changed-entry-record.

      * Procedure to write the maintained table to the new dataset,
      * reached only once every transaction has applied cleanly
                   ws-new-table-status
               PERFORM 950-TERMINATE-MAINTENANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 810-WRITE-ONE-ENTRY
      * Procedure to close all files at the end of the run
       950-TERMINATE-MAINTENANCE.
           CLOSE transaction-file
           CLOSE change-report
           CLOSE changed-entry-file.

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
               DISPLAY "CALC2030 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2030"             TO rh-program-id
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
               MOVE ws-transactions-read   TO rh-records-read
               COMPUTE rh-records-processed =
                   ws-adds-applied + ws-changes-applied
                   + ws-deletes-applied
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
