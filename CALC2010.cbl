               organization is sequential
               file status is ws-inquiry-status.

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
       fd  audit-file
           label records are standard.

      * The audit line and the seal area CALC2000 chains it with
       01  audit-record                    pic x(110).

       fd  keyed-audit-file
           label records are standard.
               10  ka-run-date             pic 9(8).
               10  ka-run-time             pic 9(8).
               10  ka-sequence             pic 9(7).
           05  ka-audit-line               pic x(110).

       fd  criteria-file
           label records are standard.

       01  inquiry-record                  pic x(80).

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
               88  ws-criteria-ok          value "00".
           05  ws-inquiry-status           pic xx.
               88  ws-inquiry-ok           value "00".
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

      * The audit line under inspection, whichever path it arrived
      * by - the sequential scan and the keyed read both land the
      * sealed line here before it is tested.  The amount fields
      * arrive numeric-edited (leading spaces, decimal point), so
      * they are held as pic x and converted before comparing
       01  ws-audit-line.
           05  ar-future-value-x           pic x(14).
           05  filler                      pic x.
           05  ar-sequence                 pic x(7).
           05  filler                      pic x(37).

      * Selection criteria after editing - blank criteria fields are
      * widened to limits that select everything, so the main select
           05  ws-records-read             pic 9(7)    value zero.
           05  ws-records-selected         pic 9(7)    value zero.
           05  ws-old-layout-count         pic 9(7)    value zero.
           05  ws-seal-trailer-count       pic 9(7)    value zero.
           05  ws-total-investment         pic 9(13)v99 value zero.
           05  ws-total-future-value       pic 9(13)v99 value zero.
           05  ws-criteria-count           pic 9(5)    value zero.

      * Totals for the whole run - each selection's counts are added
      * in as it is trailed, so the run history carries the run and
      * not just the last criteria record on the stack
       01  run-totals.
           05  ws-run-records-read         pic 9(9)    value zero.
           05  ws-run-records-selected     pic 9(9)    value zero.
           05  ws-run-investment           pic 9(13)v99 value zero.
           05  ws-run-future-value         pic 9(13)v99 value zero.

      * Report heading and criteria-echo lines, so the report itself
      * shows what each selection was run against
       01  inquiry-heading-line.
      * trailers, so a stack of examiner requests runs as one job
       000-run-audit-inquiry.
           DISPLAY "CALC2010 - Audit Log Inquiry"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-INQUIRY
           PERFORM 050-RUN-ONE-SELECTION
               UNTIL ws-end-of-criteria
           PERFORM 940-PRINT-RUN-TRAILER
           PERFORM 950-TERMINATE-INQUIRY
           DISPLAY "CALC2010 - End of inquiry."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, note whether the keyed
      * companion is there to read, and prime the criteria stack
       010-INITIALIZE-INQUIRY.
           PERFORM 011-READ-BUSINESS-DATE
           OPEN INPUT criteria-file
           IF NOT ws-criteria-ok
               DISPLAY "CALC2010 - CRITERIA FILE OPEN FAILED, "
                   "STATUS = " ws-criteria-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT inquiry-report
                   "STATUS = " ws-inquiry-status
               CLOSE criteria-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT keyed-audit-file
               DISPLAY "CALC2010 - CRITERIA RECORD MISSING"
               MOVE 16 TO RETURN-CODE
               PERFORM 950-TERMINATE-INQUIRY
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       011-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2010 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2010 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the next criteria record off the stack
       040-READ-CRITERIA-RECORD.
           READ criteria-file
               PERFORM 300-SELECT-SEQUENTIALLY
           END-IF
           PERFORM 900-PRINT-INQUIRY-TOTALS
           ADD ws-records-read       TO ws-run-records-read
           ADD ws-records-selected   TO ws-run-records-selected
           ADD ws-total-investment   TO ws-run-investment
           ADD ws-total-future-value TO ws-run-future-value
           PERFORM 040-READ-CRITERIA-RECORD.

      * Procedure to widen the criteria back to the limits that
           MOVE zero         TO ws-records-read
           MOVE zero         TO ws-records-selected
           MOVE zero         TO ws-old-layout-count
           MOVE zero         TO ws-seal-trailer-count
           MOVE zero         TO ws-total-investment
           MOVE zero         TO ws-total-future-value.

               criteria-record
           MOVE 16 TO RETURN-CODE
           PERFORM 950-TERMINATE-INQUIRY
           PERFORM 960-WRITE-RUN-HISTORY
           STOP RUN.

      * Procedure to print the criteria echo ahead of a selection's
                   ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 950-TERMINATE-INQUIRY
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE "N" TO ws-eof-switch
                   ADD 1 TO ws-records-read
           END-READ.

      * Procedure to handle one audit record.  The sealed trailer
      * closing each night is no calculation and is passed over.
      * Records written before the current layout (no client
      * number, no cents) are recognized by the decimal points the
      * current amount columns always carry, counted, and bypassed
      * rather than mis-parsed
       100-SELECT-AUDIT-RECORD.
           MOVE audit-record TO ws-audit-line
           IF ws-audit-line(1:8) = "*SEALED*"
               ADD 1 TO ws-seal-trailer-count
           ELSE
               IF ws-audit-line(36:1) = "."
                       AND ws-audit-line(63:1) = "."
                   PERFORM 105-TEST-AUDIT-RECORD
               ELSE
                   ADD 1 TO ws-old-layout-count
               END-IF
           END-IF
           PERFORM 020-READ-AUDIT-RECORD.

           MOVE ws-old-layout-count       TO tlc-value
           MOVE trailer-line-count        TO inquiry-record
           WRITE inquiry-record

           MOVE "Seal Trailers Passed"    TO tlc-label
           MOVE ws-seal-trailer-count     TO tlc-value
           MOVE trailer-line-count        TO inquiry-record
           WRITE inquiry-record
           IF ws-old-layout-count > zero
               MOVE old-layout-warning-line TO inquiry-record
               WRITE inquiry-record
           END-IF
           CLOSE criteria-file
           CLOSE inquiry-report.

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
               DISPLAY "CALC2010 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2010"             TO rh-program-id
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
               MOVE ws-run-records-read    TO rh-records-read
               MOVE ws-run-records-selected TO rh-records-processed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-run-investment      TO rh-investment-amount
               MOVE ws-run-future-value    TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
