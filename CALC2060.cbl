      *                  instead of scanning the whole log.  A record
      *                  already on the keyed file is skipped, so the
      *                  nightly load can be rerun without doubling
      *                  anything.  Each record is loaded with its
      *                  seal area, and each night's sealed trailer is
      *                  loaded under client number zero, so the
      *                  keyed copy carries the whole seal chain
      * File Desc......: Keyed companion load run after CALC2000
      ******************************************************************
       environment division.
               organization is sequential
               file status is ws-load-status.

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
           label records are standard.

      * Mirror of the audit-line CALC2000 writes - only the stamp
      * and client fields are parsed here, the whole line and its
      * seal area ride into the keyed record untouched
       01  audit-record.
           05  ar-run-date                 pic x(8).
           05  filler                      pic x.
           05  ar-client                   pic x(7).
           05  filler                      pic x(41).
           05  ar-sequence                 pic x(7).
           05  filler                      pic x(37).

      * The sealed trailer closing each night's records
       01  audit-seal-trailer.
           05  at-marker                   pic x(8).
               88  at-seal-trailer         value "*SEALED*".
           05  at-run-date                 pic x(8).
           05  filler                      pic x(52).
           05  at-run-time                 pic x(8).
           05  filler                      pic x(34).

       fd  keyed-audit-file
           label records are standard.
               10  ka-run-date             pic 9(8).
               10  ka-run-time             pic 9(8).
               10  ka-sequence             pic 9(7).
           05  ka-audit-line               pic x(110).

       fd  load-report
           label records are standard.

       01  load-record                     pic x(80).

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
               88  ws-keyed-duplicate      value "22".
           05  ws-load-status              pic xx.
               88  ws-load-ok              value "00".
           05  ws-business-date-status     pic xx.
               88  ws-business-date-ok     value "00".
           05  ws-run-history-status       pic xx.
               88  ws-run-history-ok       value "00".

       01  run-history-fields.
           05  ws-run-date                 pic 9(8)    value zero.
           05  ws-run-start-date           pic 9(8)    value zero.
           05  ws-run-start-time           pic 9(8)    value zero.
           05  ws-run-end-date             pic 9(8)    value zero.
           05  ws-run-end-time             pic 9(8)    value zero.

       01  program-switches.
           05  ws-eof-switch               pic x       value "N".
      *    CALC2010 bypasses them, and stay reachable by a
      *    sequential inquiry against the log itself
           05  ws-old-layout-count         pic 9(7)    value zero.
           05  ws-trailers-loaded          pic 9(7)    value zero.

       01  load-heading-line.
           05  filler             pic X(10)  value "CALC2060".
      * with a record already there skipped so a rerun is harmless
       000-load-keyed-audit.
           DISPLAY "CALC2060 - Keyed Audit File Load"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-LOAD
           PERFORM 020-READ-AUDIT-RECORD
           PERFORM 100-LOAD-AUDIT-RECORD
           PERFORM 900-PRINT-LOAD-TOTALS
           PERFORM 950-TERMINATE-LOAD
           DISPLAY "CALC2060 - End of load."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files - the keyed file is opened I-O
      * to take tonight's records alongside what is already there,
      * or OUTPUT the first time it is ever populated
       010-INITIALIZE-LOAD.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT audit-file
           IF NOT ws-audit-ok
               DISPLAY "CALC2060 - AUDIT FILE OPEN FAILED, STATUS = "
                   ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN I-O keyed-audit-file
                   ws-keyed-status
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT load-report
               CLOSE audit-file
               CLOSE keyed-audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE load-heading-line TO load-record
           MOVE spaces TO load-record
           WRITE load-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2060 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2060 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the next audit record
       020-READ-AUDIT-RECORD.
           READ audit-file
      * way CALC2010 recognizes them, and bypassed rather than keyed
      * on fields they do not have
       100-LOAD-AUDIT-RECORD.
           IF at-seal-trailer
               PERFORM 120-WRITE-KEYED-TRAILER
           ELSE
               IF audit-record(36:1) = "."
                       AND audit-record(63:1) = "."
                       AND ar-client IS NUMERIC
                   PERFORM 110-WRITE-KEYED-RECORD
               ELSE
                   ADD 1 TO ws-old-layout-count
               END-IF
           END-IF
           PERFORM 020-READ-AUDIT-RECORD.

                       ws-keyed-status
                   PERFORM 950-TERMINATE-LOAD
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
           END-IF.

      * Procedure to key a night's sealed trailer and write it -
      * client number zero keeps the trailers clear of every client's
      * records, and the run date and time the trailer was written
      * key each night's apart
       120-WRITE-KEYED-TRAILER.
           MOVE zero           TO ka-client
           MOVE at-run-date    TO ka-run-date
           MOVE at-run-time    TO ka-run-time
           MOVE zero           TO ka-sequence
           MOVE audit-record   TO ka-audit-line
           WRITE keyed-audit-record
           IF ws-keyed-ok
               ADD 1 TO ws-records-loaded
               ADD 1 TO ws-trailers-loaded
           ELSE
               IF ws-keyed-duplicate
                   ADD 1 TO ws-records-duplicate
               ELSE
                   DISPLAY "CALC2060 - KEYED WRITE FAILED, STATUS = "
                       ws-keyed-status
                   PERFORM 950-TERMINATE-LOAD
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
           END-IF.
           MOVE trailer-line-count        TO load-record
           WRITE load-record

           MOVE "Seal Trailers Loaded"    TO tlc-label
           MOVE ws-trailers-loaded        TO tlc-value
           MOVE trailer-line-count        TO load-record
           WRITE load-record

           MOVE "Already On Keyed File"   TO tlc-label
           MOVE ws-records-duplicate      TO tlc-value
           MOVE trailer-line-count        TO load-record
           CLOSE audit-file
           CLOSE keyed-audit-file
           CLOSE load-report.

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
               DISPLAY "CALC2060 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2060"             TO rh-program-id
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
               MOVE ws-records-read        TO rh-records-read
               MOVE ws-records-loaded      TO rh-records-processed
               MOVE ws-records-duplicate   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
