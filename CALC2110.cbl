       identification division.

       program-id. calc2110.
      ******************************************************************
      * Title..........: CALC2110 - Statement Load Reconciliation
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Matches the statement system's load
      *                  acknowledgement against the results extract
      *                  it was sent, by run date and sequence, with
      *                  restart duplicates dropped from the extract.
      *                  Lists every record sent but never
      *                  acknowledged, every record the statement
      *                  system rejected with its reason, and every
      *                  acknowledgement for a record never sent, and
      *                  compares the statement system's totals
      *                  record with the extract's trailer.  Rejected
      *                  and unacknowledged records are written to a
      *                  resend file in the results extract layout with
      *                  its own trailer, and anything out ends the run
      *                  with a bad return code
      * File Desc......: Return leg of the CALC2000 results extract
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The results extract detail records as sent, sorted by run
      *    date and sequence with restart duplicates dropped by the
      *    sort step in front of this program.
           select sent-results-file assign to "RSLTSNT"
               organization is sequential
               file status is ws-sent-results-status.

      *    The extract's count-and-totals trailer records.
           select control-file assign to "RSLTCTL"
               organization is sequential
               file status is ws-control-status.

      *    The statement system's acknowledgement detail records,
      *    one per sequence it received, sorted by run date and
      *    sequence.
           select ack-detail-file assign to "ACKDTL"
               organization is sequential
               file status is ws-ack-detail-status.

      *    The statement system's totals records.
           select ack-control-file assign to "ACKCTL"
               organization is sequential
               file status is ws-ack-control-status.

      *    Resend file - the rejected and unacknowledged records in
      *    the results extract layout, capped with a count-and-totals
      *    trailer so the statement system's load balances it the
      *    same way it balances the nightly extract.
           select resend-file assign to "RSNDOUT"
               organization is sequential
               file status is ws-resend-status.

      *    The acknowledgement reconciliation report.
           select ack-report assign to "ACKRPT"
               organization is sequential
               file status is ws-ack-report-status.

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

       fd  sent-results-file
           label records are standard.

      * Mirror of the results-record detail layout CALC2000 writes
       01  sent-results-record.
           05  sx-record-type              pic x.
               88  sx-detail-record        value "D".
           05  sx-client-number            pic 9(7).
           05  sx-client-name              pic x(20).
           05  sx-investment-amount        pic 9(9)v99.
           05  sx-number-of-years          pic 99.
           05  sx-yearly-interest-rate     pic 99v9.
           05  sx-compounding-frequency    pic x.
           05  sx-calculation-mode         pic x.
           05  sx-print-schedule-flag      pic x.
           05  sx-contribution-amount      pic 9(9)v99.
           05  sx-target-value             pic 9(11)v99.
           05  sx-product-code             pic x(4).
           05  sx-future-value             pic 9(11)v99.
           05  sx-interest-earned          pic 9(11)v99.
           05  sx-run-date                 pic 9(8).
           05  sx-sequence                 pic 9(7).
           05  sx-real-future-value        pic 9(11)v99.
           05  sx-after-tax-value          pic 9(11)v99.
           05  sx-currency-code            pic x(3).
           05  filler                      pic x.

       fd  control-file
           label records are standard.

      * Mirror of the results-trailer layout CALC2000 writes
       01  control-record.
           05  ct-record-type              pic x.
               88  ct-trailer-record       value "T".
           05  ct-record-count             pic 9(7).
           05  ct-total-investment         pic 9(13)v99.
           05  ct-total-future-value       pic 9(13)v99.
           05  ct-total-interest           pic 9(13)v99.
           05  filler                      pic x(93).

       fd  ack-detail-file
           label records are standard.

      * Acknowledgement detail record - the run date and sequence of
      * the extract record it answers, the client number it loaded
      * against, L (loaded) or R (rejected), and the statement
      * system's reason for a rejection
       01  ack-detail-record.
           05  ak-record-type              pic x.
               88  ak-detail-record        value "D".
           05  ak-run-date                 pic 9(8).
           05  ak-sequence                 pic 9(7).
           05  ak-client-number            pic 9(7).
           05  ak-load-status              pic x.
               88  ak-loaded               value "L".
               88  ak-rejected             value "R".
           05  ak-reason-code              pic x(4).
           05  ak-reason-text              pic x(40).
           05  filler                      pic x(12).

       fd  ack-control-file
           label records are standard.

      * Acknowledgement totals record - what the statement system
      * says it received, loaded and rejected, and the money totals
      * of what it received
       01  ack-control-record.
           05  akt-record-type             pic x.
               88  akt-totals-record       value "T".
           05  akt-run-date                pic 9(8).
           05  akt-records-received        pic 9(7).
           05  akt-records-loaded          pic 9(7).
           05  akt-records-rejected        pic 9(7).
           05  akt-total-investment        pic 9(13)v99.
           05  akt-total-future-value      pic 9(13)v99.
           05  filler                      pic x(20).

       fd  resend-file
           label records are standard.

       01  resend-record                   pic x(146).

      * Mirror of the results-trailer layout for the resend trailer
       01  resend-trailer.
           05  rt-record-type              pic x.
           05  rt-record-count             pic 9(7).
           05  rt-total-investment         pic 9(13)v99.
           05  rt-total-future-value       pic 9(13)v99.
           05  rt-total-interest           pic 9(13)v99.
           05  filler                      pic x(93).

       fd  ack-report
           label records are standard.

       01  ack-report-record               pic x(80).

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
           05  ws-sent-results-status      pic xx.
               88  ws-sent-results-ok      value "00".
           05  ws-control-status           pic xx.
               88  ws-control-ok           value "00".
           05  ws-ack-detail-status        pic xx.
               88  ws-ack-detail-ok        value "00".
           05  ws-ack-control-status       pic xx.
               88  ws-ack-control-ok       value "00".
           05  ws-resend-status            pic xx.
               88  ws-resend-ok            value "00".
           05  ws-ack-report-status        pic xx.
               88  ws-ack-report-ok        value "00".
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
           05  ws-sent-eof-switch          pic x       value "N".
               88  ws-end-of-sent          value "Y".
           05  ws-sent-detail-switch       pic x       value "N".
               88  ws-sent-detail-found    value "Y".
           05  ws-ack-eof-switch           pic x       value "N".
               88  ws-end-of-acks          value "Y".
           05  ws-ack-detail-switch        pic x       value "N".
               88  ws-ack-detail-found     value "Y".
           05  ws-control-eof-switch       pic x       value "N".
               88  ws-end-of-control       value "Y".
           05  ws-ack-control-eof          pic x       value "N".
               88  ws-end-of-ack-control   value "Y".
           05  ws-balance-switch           pic x       value "Y".
               88  ws-in-balance           value "Y".
               88  ws-out-of-balance       value "N".

       01  ws-run-date                     pic 9(8).

      * The match keys - run date then sequence on both sides.  A
      * side that has run out holds high values so the other side's
      * records drain past it
       01  match-key-fields.
           05  ws-sent-key.
               10  ws-sent-run-date        pic 9(8).
               10  ws-sent-sequence        pic 9(7).
           05  ws-ack-key.
               10  ws-ack-run-date         pic 9(8).
               10  ws-ack-sequence         pic 9(7).
           05  ws-last-ack-key             pic x(15)   value low-values.

      * The extract's trailers and the statement system's totals
      * records, each summed over every night the files cover
       01  control-totals.
           05  ws-trailers-read            pic 9(5)    value zero.
           05  ws-ctl-record-count         pic 9(9)    value zero.
           05  ws-ctl-investment           pic 9(15)v99 value zero.
           05  ws-ctl-future-value         pic 9(15)v99 value zero.
           05  ws-ack-totals-read          pic 9(5)    value zero.
           05  ws-akt-received             pic 9(9)    value zero.
           05  ws-akt-loaded               pic 9(9)    value zero.
           05  ws-akt-rejected             pic 9(9)    value zero.
           05  ws-akt-investment           pic 9(15)v99 value zero.
           05  ws-akt-future-value         pic 9(15)v99 value zero.

       01  resend-totals.
           05  ws-resend-count             pic 9(7)    value zero.
           05  ws-resend-investment        pic 9(13)v99 value zero.
           05  ws-resend-future-value      pic 9(13)v99 value zero.
           05  ws-resend-interest          pic 9(13)v99 value zero.

       01  match-counts.
           05  ws-records-sent             pic 9(9)    value zero.
           05  ws-acks-read                pic 9(9)    value zero.
           05  ws-acks-loaded              pic 9(9)    value zero.
           05  ws-acks-rejected            pic 9(9)    value zero.
           05  ws-not-acknowledged         pic 9(7)    value zero.
           05  ws-never-sent               pic 9(7)    value zero.
           05  ws-duplicate-acks           pic 9(7)    value zero.
           05  ws-client-mismatches        pic 9(7)    value zero.
           05  ws-unknown-status           pic 9(7)    value zero.
           05  ws-exceptions-printed       pic 9(7)    value zero.

      * Acknowledgement reconciliation report lines - a header, one
      * line per exception, the totals comparison and the counts
       01  ack-heading-line.
           05  filler             pic X(10)  value "CALC2110".
           05  filler             pic X(34)  value
               "STATEMENT LOAD RECONCILIATION".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  ahl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  exception-heading-line.
           05  filler             pic X(9)   value "RUN DATE".
           05  filler             pic X(8)   value "SEQUENCE".
           05  filler             pic X(8)   value "CLIENT".
           05  filler             pic X(21)  value "ISSUE".
           05  filler             pic X(5)   value "CODE".
           05  filler             pic X(29)  value "REASON".

       01  exception-line.
           05  el-run-date        pic X(8).
           05  filler             pic X      value space.
           05  el-sequence        pic X(7).
           05  filler             pic X      value space.
           05  el-client          pic X(7).
           05  filler             pic X      value space.
           05  el-issue           pic X(20).
           05  filler             pic X      value space.
           05  el-reason-code     pic X(4).
           05  filler             pic X      value space.
           05  el-reason-text     pic X(28).
           05  filler             pic X      value space.

       01  compare-heading-line.
           05  filler             pic X(24)  value spaces.
           05  filler             pic X(22)  value
               "      EXTRACT / ACKS".
           05  filler             pic X(34)  value
               "    STATEMENT SYS".

       01  compare-count-line.
           05  ccl-label          pic X(24).
           05  ccl-ours           pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  filler             pic X(5)   value spaces.
           05  ccl-theirs         pic Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  filler             pic X(3)   value spaces.
           05  ccl-flag           pic X(14).

       01  compare-amount-line.
           05  cal-label          pic X(24).
           05  cal-ours           pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(2)   value spaces.
           05  cal-theirs         pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  cal-flag           pic X(14).

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  trailer-line-amount.
           05  tla-label          pic X(30).
           05  tla-value          pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(30)  value spaces.

       procedure division.
      * Procedure that drives the reconciliation - load both sides'
      * totals, match the extract against the acknowledgements,
      * then compare the totals and cap the resend file
       000-reconcile-statement-load.
           DISPLAY "CALC2110 - Statement Load Reconciliation"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-RECONCILE
           PERFORM 100-MATCH-ONE-KEY
               UNTIL ws-end-of-sent AND ws-end-of-acks
           IF ws-exceptions-printed = zero
               MOVE "    (NONE)" TO ack-report-record
               WRITE ack-report-record
           END-IF
           PERFORM 800-COMPARE-TOTALS
           PERFORM 900-PRINT-RECONCILE-TOTALS
           PERFORM 910-WRITE-RESEND-TRAILER
           PERFORM 950-TERMINATE-RECONCILE
           IF ws-out-of-balance
               DISPLAY "CALC2110 - STATEMENT LOAD DOES NOT RECONCILE "
                   "TO THE EXTRACT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2110 - End of statement load reconciliation."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load both sides' totals, start
      * the report and prime the first record on each side
       010-INITIALIZE-RECONCILE.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT sent-results-file
           IF NOT ws-sent-results-ok
               DISPLAY "CALC2110 - RESULTS OPEN FAILED, STATUS = "
                   ws-sent-results-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT control-file
           IF NOT ws-control-ok
               DISPLAY "CALC2110 - TRAILER FILE OPEN FAILED, "
                   "STATUS = " ws-control-status
               CLOSE sent-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT ack-detail-file
           IF NOT ws-ack-detail-ok
               DISPLAY "CALC2110 - ACK DETAIL OPEN FAILED, STATUS = "
                   ws-ack-detail-status
               CLOSE sent-results-file
               CLOSE control-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT ack-control-file
           IF NOT ws-ack-control-ok
               DISPLAY "CALC2110 - ACK TOTALS OPEN FAILED, STATUS = "
                   ws-ack-control-status
               CLOSE sent-results-file
               CLOSE control-file
               CLOSE ack-detail-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT resend-file
           IF NOT ws-resend-ok
               DISPLAY "CALC2110 - RESEND FILE OPEN FAILED, STATUS = "
                   ws-resend-status
               CLOSE sent-results-file
               CLOSE control-file
               CLOSE ack-detail-file
               CLOSE ack-control-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT ack-report
           IF NOT ws-ack-report-ok
               DISPLAY "CALC2110 - ACK REPORT OPEN FAILED, STATUS = "
                   ws-ack-report-status
               CLOSE sent-results-file
               CLOSE control-file
               CLOSE ack-detail-file
               CLOSE ack-control-file
               CLOSE resend-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 015-READ-CONTROL-RECORD
               UNTIL ws-end-of-control
           CLOSE control-file
           PERFORM 017-READ-ACK-CONTROL
               UNTIL ws-end-of-ack-control
           CLOSE ack-control-file
           MOVE ws-run-date TO ahl-run-date
           MOVE ack-heading-line TO ack-report-record
           WRITE ack-report-record
           MOVE spaces TO ack-report-record
           WRITE ack-report-record
           MOVE exception-heading-line TO ack-report-record
           WRITE ack-report-record
           PERFORM 020-READ-SENT-RECORD
           PERFORM 030-READ-ACK-RECORD.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows.  This job runs the morning
      * after the night's date roll, so the night it reports on is
      * the prior business date
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2110 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2110 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-prior-date TO ws-run-date.

      * Procedure to read one of the extract's trailer records into
      * the control totals - one count-and-totals trailer per night
       015-READ-CONTROL-RECORD.
           READ control-file
               AT END
                   SET ws-end-of-control TO TRUE
               NOT AT END
                   IF ct-trailer-record
                       ADD 1 TO ws-trailers-read
                       ADD ct-record-count TO ws-ctl-record-count
                       ADD ct-total-investment TO ws-ctl-investment
                       ADD ct-total-future-value
                           TO ws-ctl-future-value
                   END-IF
           END-READ.

      * Procedure to read one of the statement system's totals
      * records into its side of the totals
       017-READ-ACK-CONTROL.
           READ ack-control-file
               AT END
                   SET ws-end-of-ack-control TO TRUE
               NOT AT END
                   IF akt-totals-record
                       ADD 1 TO ws-ack-totals-read
                       ADD akt-records-received TO ws-akt-received
                       ADD akt-records-loaded   TO ws-akt-loaded
                       ADD akt-records-rejected TO ws-akt-rejected
                       ADD akt-total-investment TO ws-akt-investment
                       ADD akt-total-future-value
                           TO ws-akt-future-value
                   END-IF
           END-READ.

      * Procedure to read the next extract detail record - anything
      * that is not a detail record is passed over
       020-READ-SENT-RECORD.
           MOVE "N" TO ws-sent-detail-switch
           PERFORM 025-READ-SENT-ONE
               UNTIL ws-end-of-sent OR ws-sent-detail-found.

      * Procedure to take one record off the sorted extract
       025-READ-SENT-ONE.
           READ sent-results-file
               AT END
                   SET ws-end-of-sent TO TRUE
                   MOVE high-values TO ws-sent-key
               NOT AT END
                   IF sx-detail-record
                       SET ws-sent-detail-found TO TRUE
                       ADD 1 TO ws-records-sent
                       MOVE sx-run-date TO ws-sent-run-date
                       MOVE sx-sequence TO ws-sent-sequence
                   END-IF
           END-READ.

      * Procedure to read the next acknowledgement for a key not yet
      * seen - a second acknowledgement for the same run date and
      * sequence is listed as a duplicate and passed over
       030-READ-ACK-RECORD.
           MOVE "N" TO ws-ack-detail-switch
           PERFORM 035-READ-ACK-ONE
               UNTIL ws-end-of-acks OR ws-ack-detail-found.

      * Procedure to take one record off the sorted acknowledgements
       035-READ-ACK-ONE.
           READ ack-detail-file
               AT END
                   SET ws-end-of-acks TO TRUE
                   MOVE high-values TO ws-ack-key
               NOT AT END
                   IF ak-detail-record
                       ADD 1 TO ws-acks-read
                       MOVE ak-run-date TO ws-ack-run-date
                       MOVE ak-sequence TO ws-ack-sequence
                       IF ws-ack-key = ws-last-ack-key
                           ADD 1 TO ws-duplicate-acks
                           MOVE "DUPLICATE ACK" TO el-issue
                           PERFORM 160-PRINT-ACK-EXCEPTION
                       ELSE
                           SET ws-ack-detail-found TO TRUE
                           MOVE ws-ack-key TO ws-last-ack-key
                       END-IF
                   END-IF
           END-READ.

      * Procedure to match the lower of the two keys in hand - an
      * extract record with no acknowledgement, an acknowledgement
      * with no extract record, or the two together
       100-MATCH-ONE-KEY.
           IF ws-sent-key < ws-ack-key
               ADD 1 TO ws-not-acknowledged
               MOVE "SENT, NOT ACKED" TO el-issue
               MOVE spaces TO el-reason-code
               MOVE spaces TO el-reason-text
               PERFORM 150-PRINT-SENT-EXCEPTION
               PERFORM 170-WRITE-RESEND-RECORD
               PERFORM 020-READ-SENT-RECORD
           ELSE
               IF ws-sent-key = ws-ack-key
                   PERFORM 110-CHECK-ACKNOWLEDGEMENT
                   PERFORM 020-READ-SENT-RECORD
                   PERFORM 030-READ-ACK-RECORD
               ELSE
                   ADD 1 TO ws-never-sent
                   MOVE "ACKED, NEVER SENT" TO el-issue
                   PERFORM 160-PRINT-ACK-EXCEPTION
                   PERFORM 030-READ-ACK-RECORD
               END-IF
           END-IF.

      * Procedure to check an acknowledgement against the record it
      * answers - loaded against the client it was sent for is
      * clean, anything else is listed and the record resent
       110-CHECK-ACKNOWLEDGEMENT.
           MOVE ak-reason-code TO el-reason-code
           MOVE ak-reason-text TO el-reason-text
           EVALUATE TRUE
               WHEN ak-rejected
                   ADD 1 TO ws-acks-rejected
                   MOVE "REJECTED BY STMT SYS" TO el-issue
                   PERFORM 150-PRINT-SENT-EXCEPTION
                   PERFORM 170-WRITE-RESEND-RECORD
               WHEN ak-loaded
                   ADD 1 TO ws-acks-loaded
                   IF ak-client-number NOT = sx-client-number
                       ADD 1 TO ws-client-mismatches
                       MOVE "LOADED, WRONG CLIENT" TO el-issue
                       MOVE "CLNT" TO el-reason-code
                       MOVE ak-client-number TO el-reason-text
                       PERFORM 150-PRINT-SENT-EXCEPTION
                       PERFORM 170-WRITE-RESEND-RECORD
                   END-IF
               WHEN OTHER
                   ADD 1 TO ws-unknown-status
                   MOVE "UNKNOWN LOAD STATUS" TO el-issue
                   MOVE ak-load-status TO el-reason-code
                   PERFORM 150-PRINT-SENT-EXCEPTION
                   PERFORM 170-WRITE-RESEND-RECORD
           END-EVALUATE.

      * Procedure to print an exception for the extract record in
      * hand, with the issue and reason already set
       150-PRINT-SENT-EXCEPTION.
           ADD 1 TO ws-exceptions-printed
           SET ws-out-of-balance TO TRUE
           MOVE sx-run-date      TO el-run-date
           MOVE sx-sequence      TO el-sequence
           MOVE sx-client-number TO el-client
           MOVE exception-line TO ack-report-record
           WRITE ack-report-record.

      * Procedure to print an exception for the acknowledgement in
      * hand - one for a record never sent, or a duplicate - with
      * the issue already set
       160-PRINT-ACK-EXCEPTION.
           ADD 1 TO ws-exceptions-printed
           SET ws-out-of-balance TO TRUE
           MOVE ak-run-date      TO el-run-date
           MOVE ak-sequence      TO el-sequence
           MOVE ak-client-number TO el-client
           MOVE ak-reason-code   TO el-reason-code
           MOVE ak-reason-text   TO el-reason-text
           MOVE exception-line TO ack-report-record
           WRITE ack-report-record.

      * Procedure to write the extract record in hand to the resend
      * file exactly as it was sent, and add it into the resend
      * trailer
       170-WRITE-RESEND-RECORD.
           MOVE sent-results-record TO resend-record
           WRITE resend-record
           ADD 1 TO ws-resend-count
           ADD sx-investment-amount TO ws-resend-investment
           ADD sx-future-value      TO ws-resend-future-value
           ADD sx-interest-earned   TO ws-resend-interest.

      * Procedure to compare the statement system's totals with the
      * extract's trailer and with its own acknowledgements - any
      * figure that differs is out
       800-COMPARE-TOTALS.
           MOVE spaces TO ack-report-record
           WRITE ack-report-record
           MOVE compare-heading-line TO ack-report-record
           WRITE ack-report-record

           MOVE "Records"              TO ccl-label
           MOVE ws-ctl-record-count    TO ccl-ours
           MOVE ws-akt-received        TO ccl-theirs
           MOVE spaces                 TO ccl-flag
           IF ws-ctl-record-count NOT = ws-akt-received
               MOVE "** DIFFERS **" TO ccl-flag
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE compare-count-line TO ack-report-record
           WRITE ack-report-record

           MOVE "Loaded"               TO ccl-label
           MOVE ws-acks-loaded         TO ccl-ours
           MOVE ws-akt-loaded          TO ccl-theirs
           MOVE spaces                 TO ccl-flag
           IF ws-acks-loaded NOT = ws-akt-loaded
               MOVE "** DIFFERS **" TO ccl-flag
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE compare-count-line TO ack-report-record
           WRITE ack-report-record

           MOVE "Rejected"             TO ccl-label
           MOVE ws-acks-rejected       TO ccl-ours
           MOVE ws-akt-rejected        TO ccl-theirs
           MOVE spaces                 TO ccl-flag
           IF ws-acks-rejected NOT = ws-akt-rejected
               MOVE "** DIFFERS **" TO ccl-flag
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE compare-count-line TO ack-report-record
           WRITE ack-report-record

           MOVE "Investment"           TO cal-label
           MOVE ws-ctl-investment      TO cal-ours
           MOVE ws-akt-investment      TO cal-theirs
           MOVE spaces                 TO cal-flag
           IF ws-ctl-investment NOT = ws-akt-investment
               MOVE "** DIFFERS **" TO cal-flag
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE compare-amount-line TO ack-report-record
           WRITE ack-report-record

           MOVE "Future Value"         TO cal-label
           MOVE ws-ctl-future-value    TO cal-ours
           MOVE ws-akt-future-value    TO cal-theirs
           MOVE spaces                 TO cal-flag
           IF ws-ctl-future-value NOT = ws-akt-future-value
               MOVE "** DIFFERS **" TO cal-flag
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE compare-amount-line TO ack-report-record
           WRITE ack-report-record

      *    The extract must carry its own trailer and agree with it,
      *    and the statement system must have sent its totals, or
      *    there is nothing to prove the load against
           IF ws-trailers-read = zero
               MOVE "*** NO TRAILER ON THE EXTRACT ***"
                   TO ack-report-record
               WRITE ack-report-record
               SET ws-out-of-balance TO TRUE
           ELSE
               IF ws-records-sent NOT = ws-ctl-record-count
                   MOVE "*** EXTRACT DETAILS DO NOT MATCH ITS TRAILER"
                       TO ack-report-record
                   WRITE ack-report-record
                   SET ws-out-of-balance TO TRUE
               END-IF
           END-IF
           IF ws-ack-totals-read = zero
               MOVE "*** NO TOTALS RECORD FROM THE STATEMENT SYSTEM"
                   TO ack-report-record
               WRITE ack-report-record
               SET ws-out-of-balance TO TRUE
           END-IF.

      * Procedure to print the match counts and the verdict
       900-PRINT-RECONCILE-TOTALS.
           MOVE spaces TO ack-report-record
           WRITE ack-report-record
           MOVE "-------------------------------------"
               TO ack-report-record
           WRITE ack-report-record

           MOVE "Extract Records Sent"     TO tlc-label
           MOVE ws-records-sent            TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Acknowledgements Read"    TO tlc-label
           MOVE ws-acks-read               TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Acknowledged As Loaded"   TO tlc-label
           MOVE ws-acks-loaded             TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Rejected By Statement System" TO tlc-label
           MOVE ws-acks-rejected           TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Sent, Never Acknowledged" TO tlc-label
           MOVE ws-not-acknowledged        TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Acknowledged, Never Sent" TO tlc-label
           MOVE ws-never-sent              TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Duplicate Acknowledgements" TO tlc-label
           MOVE ws-duplicate-acks          TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Loaded Against Wrong Client" TO tlc-label
           MOVE ws-client-mismatches       TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Unknown Load Status"      TO tlc-label
           MOVE ws-unknown-status          TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Records Written For Resend" TO tlc-label
           MOVE ws-resend-count            TO tlc-value
           MOVE trailer-line-count         TO ack-report-record
           WRITE ack-report-record

           MOVE "Resend Investment"        TO tla-label
           MOVE ws-resend-investment       TO tla-value
           MOVE trailer-line-amount        TO ack-report-record
           WRITE ack-report-record

           MOVE "Resend Future Value"      TO tla-label
           MOVE ws-resend-future-value     TO tla-value
           MOVE trailer-line-amount        TO ack-report-record
           WRITE ack-report-record

           MOVE spaces TO ack-report-record
           WRITE ack-report-record
           IF ws-in-balance
               MOVE "*** STATEMENT LOAD RECONCILES TO THE EXTRACT ***"
                   TO ack-report-record
           ELSE
               MOVE "*** STATEMENT LOAD IS OUT - SEE EXCEPTIONS ***"
                   TO ack-report-record
           END-IF
           WRITE ack-report-record.

      * Procedure to cap the resend file with its count-and-totals
      * trailer - written even when nothing is resent, so an empty
      * resend still balances
       910-WRITE-RESEND-TRAILER.
           MOVE spaces TO resend-trailer
           MOVE "T" TO rt-record-type
           MOVE ws-resend-count        TO rt-record-count
           MOVE ws-resend-investment   TO rt-total-investment
           MOVE ws-resend-future-value TO rt-total-future-value
           MOVE ws-resend-interest     TO rt-total-interest
           WRITE resend-trailer.

      * Procedure to close all files still open
       950-TERMINATE-RECONCILE.
           CLOSE sent-results-file
           CLOSE ack-detail-file
           CLOSE resend-file
           CLOSE ack-report.

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
               DISPLAY "CALC2110 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2110"             TO rh-program-id
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
               MOVE ws-records-sent        TO rh-records-read
               MOVE ws-acks-loaded         TO rh-records-processed
               MOVE ws-acks-rejected       TO rh-records-rejected
               MOVE ws-not-acknowledged    TO rh-records-suspended
               MOVE ws-ctl-investment      TO rh-investment-amount
               MOVE ws-ctl-future-value    TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
