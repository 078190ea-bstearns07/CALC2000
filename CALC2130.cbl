       identification division.

       program-id. calc2130.
      ******************************************************************
      * Title..........: CALC2130 - Inbound Feed Control
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Proves the upstream scenario feed before the
      *                  nightly run stages it.  The feed opens with a
      *                  header naming the source system, the business
      *                  date it belongs to and its file sequence
      *                  number, and closes with a trailer carrying its
      *                  record count, a hash total of the client
      *                  numbers and the total investment amount.  The
      *                  header date must be the business date, the
      *                  sequence must follow the last one processed
      *                  from that source, and the details must agree
      *                  with the trailer - a truncated, doubled or
      *                  stale feed fails here.  The details are passed
      *                  on without the control records, an acceptance
      *                  report is printed, and an accepted feed is
      *                  added to the processed-feed history so it can
      *                  never be run twice.  A rejected feed ends the
      *                  run with RC=8 and passes nothing on
      * File Desc......: Feed control companion to CALC2000
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The raw upstream scenario feed - header, details, trailer.
           select raw-feed-file assign to "RAWFEED"
               organization is sequential
               file status is ws-raw-feed-status.

      *    The feed's details with the header and trailer stripped,
      *    in the raw layout the nightly staging step pads out.
           select accepted-feed-file assign to "FEEDOUT"
               organization is sequential
               file status is ws-accepted-feed-status.

      *    Processed-feed history - append-only, one record per feed
      *    accepted, read first to check the file sequence.
           select feed-history-file assign to "FEEDHIST"
               organization is sequential
               file status is ws-feed-history-status.

      *    Feed acceptance report.
           select acceptance-report assign to "FEEDRPT"
               organization is sequential
               file status is ws-acceptance-report-status.

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

       fd  raw-feed-file
           label records are standard.

      * Feed detail record - the raw scenario layout CALC2000's
      * staging pads out.  Only the fields the trailer totals are
      * named here
       01  feed-detail-record.
           05  fr-client-number            pic 9(7).
           05  fr-client-name              pic x(20).
           05  fr-investment-amount        pic 9(9)v99.
           05  filler                      pic x(39).

      * Feed header record - the first record of every feed
       01  feed-header-record.
           05  hr-record-id                pic x(3).
               88  hr-header-record        value "HDR".
           05  hr-source-system            pic x(8).
           05  hr-business-date            pic 9(8).
           05  hr-file-sequence            pic 9(6).
           05  filler                      pic x(52).

      * Feed trailer record - the last record of every feed
       01  feed-trailer-record.
           05  tr-record-id                pic x(3).
               88  tr-trailer-record       value "TRL".
           05  tr-record-count             pic 9(9).
           05  tr-client-hash              pic 9(15).
           05  tr-total-investment         pic 9(13)v99.
           05  filler                      pic x(35).

       fd  accepted-feed-file
           label records are standard.

       01  accepted-feed-record            pic x(77).

      * One record per feed accepted - what it was, what it held and
      * when it was taken in
       fd  feed-history-file
           label records are standard.

       01  feed-history-record.
           05  ph-source-system            pic x(8).
           05  ph-business-date            pic 9(8).
           05  ph-file-sequence            pic 9(6).
           05  ph-record-count             pic 9(9).
           05  ph-client-hash              pic 9(15).
           05  ph-total-investment         pic 9(13)v99.
           05  ph-accepted-date            pic 9(8).
           05  ph-accepted-time            pic 9(8).
           05  filler                      pic x(3).

       fd  acceptance-report
           label records are standard.

       01  acceptance-record               pic x(80).

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
           05  ws-raw-feed-status          pic xx.
               88  ws-raw-feed-ok          value "00".
           05  ws-accepted-feed-status     pic xx.
               88  ws-accepted-feed-ok     value "00".
           05  ws-feed-history-status      pic xx.
               88  ws-feed-history-ok      value "00".
           05  ws-acceptance-report-status pic xx.
               88  ws-acceptance-report-ok value "00".
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
           05  ws-raw-feed-eof             pic x       value "N".
               88  ws-end-of-feed          value "Y".
           05  ws-history-eof              pic x       value "N".
               88  ws-end-of-history       value "Y".
           05  ws-trailer-switch           pic x       value "N".
               88  ws-trailer-found        value "Y".
           05  ws-header-switch            pic x       value "N".
               88  ws-header-found         value "Y".
           05  ws-sequence-switch          pic x       value "N".
               88  ws-sequence-processed   value "Y".
           05  ws-source-switch            pic x       value "N".
               88  ws-source-on-history    value "Y".
           05  ws-feed-switch              pic x       value "Y".
               88  ws-feed-accepted        value "Y".
               88  ws-feed-rejected        value "N".

       01  run-date-fields.
           05  ws-run-date                 pic 9(8).
           05  ws-run-time                 pic 9(8).

      * The feed's header, kept once the record area moves on to the
      * details
       01  feed-header-fields.
           05  ws-feed-source              pic x(8)    value spaces.
           05  ws-feed-business-date       pic 9(8)    value zero.
           05  ws-feed-sequence            pic 9(6)    value zero.

      * The last feed taken in from the header's source system, off
      * the processed-feed history
       01  history-fields.
           05  ws-history-read             pic 9(7)    value zero.
           05  ws-last-sequence            pic 9(6)    value zero.
           05  ws-last-business-date       pic 9(8)    value zero.
           05  ws-expected-sequence        pic 9(7)    value zero.

      * What the feed's details add up to, to prove the trailer
       01  feed-totals.
           05  ws-records-read             pic 9(9)    value zero.
           05  ws-details-passed           pic 9(9)    value zero.
           05  ws-details-not-numeric      pic 9(9)    value zero.
           05  ws-headers-read             pic 9(5)    value zero.
           05  ws-trailers-read            pic 9(5)    value zero.
           05  ws-records-after-trailer    pic 9(9)    value zero.
           05  ws-client-hash              pic 9(15)   value zero.
           05  ws-total-investment         pic 9(13)v99 value zero.
           05  ws-failures                 pic 9(5)    value zero.

       01  ws-failure-text                 pic x(60)   value spaces.

      * Acceptance report lines - a header, the feed's header
      * fields, the details against the trailer, each reason the
      * feed failed, and count trailers
       01  acceptance-heading-line.
           05  filler             pic X(10)  value "CALC2130".
           05  filler             pic X(34)  value
               "INBOUND FEED ACCEPTANCE REPORT".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  ahl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  feed-field-line.
           05  ffl-label          pic X(30).
           05  ffl-value          pic X(20).
           05  filler             pic X(30)  value spaces.

       01  compare-heading-line.
           05  filler             pic X(24)  value spaces.
           05  filler             pic X(19)  value
               "    COUNTED IN FEED".
           05  filler             pic X(37)  value
               "           PER TRAILER".

       01  compare-count-line.
           05  ccl-label          pic X(24).
           05  ccl-counted        pic ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  filler             pic X(3)   value spaces.
           05  ccl-trailer        pic ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  filler             pic X      value space.
           05  ccl-flag           pic X(14).

       01  compare-amount-line.
           05  cal-label          pic X(24).
           05  cal-counted        pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(1)   value spaces.
           05  cal-trailer        pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X      value space.
           05  cal-flag           pic X(14).

       01  failure-line.
           05  filler             pic X(4)   value "*** ".
           05  fl-text            pic X(60).
           05  filler             pic X(16)  value spaces.

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  ws-edited-date                  pic 9(8).
       01  ws-edited-sequence              pic Z(5)9.

       procedure division.
      * Procedure that drives the feed control - check the header
      * against the business date and the feed history, pass the
      * details on while totalling them, prove the trailer, and only
      * then record the feed as processed
       000-control-inbound-feed.
           DISPLAY "CALC2130 - Inbound Feed Control"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-FEED-CONTROL
           PERFORM 020-READ-FEED-RECORD
           IF ws-end-of-feed
               MOVE "FEED IS EMPTY - NO HEADER RECORD"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           ELSE
               IF hr-header-record
                   PERFORM 100-CHECK-FEED-HEADER
                   PERFORM 020-READ-FEED-RECORD
               ELSE
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO ws-failure-text
                   PERFORM 190-RECORD-FEED-FAILURE
               END-IF
           END-IF
           PERFORM 200-PROCESS-FEED-RECORD
               UNTIL ws-end-of-feed
                   OR ws-trailer-found
           IF ws-trailer-found
               PERFORM 300-CHECK-FEED-TRAILER
           ELSE
               MOVE "NO TRAILER RECORD - FEED IS TRUNCATED"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
               PERFORM 310-PRINT-FEED-TOTALS
           END-IF
           IF ws-feed-accepted
               PERFORM 800-RECORD-FEED-HISTORY
           ELSE
               PERFORM 850-EMPTY-ACCEPTED-FEED
           END-IF
           PERFORM 900-PRINT-ACCEPTANCE-TOTALS
           PERFORM 950-TERMINATE-FEED-CONTROL
           IF ws-feed-rejected
               DISPLAY "CALC2130 - FEED REJECTED - " ws-failures
                   " FAILURE(S) - SEE FEEDRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-details-not-numeric > zero
                   DISPLAY "CALC2130 - FEED ACCEPTED WITH "
                       ws-details-not-numeric
                       " DETAIL(S) NOT NUMERIC"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "CALC2130 - End of inbound feed control."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files and start the acceptance report
       010-INITIALIZE-FEED-CONTROL.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT raw-feed-file
           IF NOT ws-raw-feed-ok
               DISPLAY "CALC2130 - RAW FEED OPEN FAILED, STATUS = "
                   ws-raw-feed-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT accepted-feed-file
           IF NOT ws-accepted-feed-ok
               DISPLAY "CALC2130 - ACCEPTED FEED OPEN FAILED, "
                   "STATUS = " ws-accepted-feed-status
               CLOSE raw-feed-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT acceptance-report
           IF NOT ws-acceptance-report-ok
               DISPLAY "CALC2130 - ACCEPTANCE REPORT OPEN FAILED, "
                   "STATUS = " ws-acceptance-report-status
               CLOSE raw-feed-file
               CLOSE accepted-feed-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ACCEPT ws-run-time FROM TIME
           MOVE ws-run-date TO ahl-run-date
           MOVE acceptance-heading-line TO acceptance-record
           WRITE acceptance-record
           MOVE spaces TO acceptance-record
           WRITE acceptance-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2130 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2130 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the next feed record
       020-READ-FEED-RECORD.
           READ raw-feed-file
               AT END
                   SET ws-end-of-feed TO TRUE
               NOT AT END
                   ADD 1 TO ws-records-read
           END-READ.

      * Procedure to check the feed's header - it must belong to the
      * business date being run, and its file sequence must be the
      * next one from its source system
       100-CHECK-FEED-HEADER.
           SET ws-header-found TO TRUE
           ADD 1 TO ws-headers-read
           MOVE hr-source-system           TO ws-feed-source
           MOVE hr-business-date           TO ws-feed-business-date
           MOVE hr-file-sequence           TO ws-feed-sequence
           MOVE "Source System"            TO ffl-label
           MOVE hr-source-system           TO ffl-value
           MOVE feed-field-line            TO acceptance-record
           WRITE acceptance-record
           MOVE "Feed Business Date"       TO ffl-label
           MOVE hr-business-date           TO ffl-value
           MOVE feed-field-line            TO acceptance-record
           WRITE acceptance-record
           MOVE "Business Date Being Run"  TO ffl-label
           MOVE ws-run-date                TO ws-edited-date
           MOVE ws-edited-date             TO ffl-value
           MOVE feed-field-line            TO acceptance-record
           WRITE acceptance-record
           MOVE "File Sequence"            TO ffl-label
           MOVE hr-file-sequence           TO ffl-value
           MOVE feed-field-line            TO acceptance-record
           WRITE acceptance-record
           IF hr-source-system = spaces
               MOVE "HEADER CARRIES NO SOURCE SYSTEM"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           END-IF
           IF hr-business-date IS NOT NUMERIC
               MOVE "HEADER BUSINESS DATE IS NOT NUMERIC"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           ELSE
               IF hr-business-date NOT = ws-run-date
                   MOVE "HEADER DATE IS NOT THE BUSINESS DATE BEING RUN"
                       TO ws-failure-text
                   PERFORM 190-RECORD-FEED-FAILURE
               END-IF
           END-IF
           IF hr-file-sequence IS NOT NUMERIC
                   OR hr-file-sequence = zero
               MOVE "HEADER FILE SEQUENCE IS NOT A NUMBER"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           ELSE
               PERFORM 110-CHECK-FILE-SEQUENCE
           END-IF.

      * Procedure to check the header's file sequence against the
      * processed-feed history.  A sequence already taken in is a
      * feed sent twice; anything but the one after the last taken
      * in means a feed was skipped or sent out of order.  A source
      * with no history yet starts from whatever it sends.  A history
      * not there yet is the first feed ever
       110-CHECK-FILE-SEQUENCE.
           OPEN INPUT feed-history-file
           IF ws-feed-history-ok
               PERFORM 115-READ-HISTORY-RECORD
                   UNTIL ws-end-of-history
               CLOSE feed-history-file
           END-IF
           MOVE "Last Sequence Processed"  TO ffl-label
           IF ws-source-on-history
               MOVE ws-last-sequence       TO ws-edited-sequence
               MOVE ws-edited-sequence     TO ffl-value
           ELSE
               MOVE "NONE - FIRST FEED"    TO ffl-value
           END-IF
           MOVE feed-field-line            TO acceptance-record
           WRITE acceptance-record
           IF ws-source-on-history
               MOVE "Last Business Date Processed" TO ffl-label
               MOVE ws-last-business-date  TO ws-edited-date
               MOVE ws-edited-date         TO ffl-value
               MOVE feed-field-line        TO acceptance-record
               WRITE acceptance-record
           END-IF
           IF ws-sequence-processed
               MOVE "FILE SEQUENCE ALREADY PROCESSED - FEED SENT TWICE"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           ELSE
               COMPUTE ws-expected-sequence = ws-last-sequence + 1
               IF ws-source-on-history
                       AND ws-feed-sequence NOT = ws-expected-sequence
                   MOVE "FILE SEQUENCE OUT OF ORDER"
                       TO ws-failure-text
                   PERFORM 190-RECORD-FEED-FAILURE
               END-IF
           END-IF.

      * Procedure to read one processed-feed history record and
      * carry forward the header source's last sequence
       115-READ-HISTORY-RECORD.
           READ feed-history-file
               AT END
                   SET ws-end-of-history TO TRUE
               NOT AT END
                   ADD 1 TO ws-history-read
                   IF ph-source-system = ws-feed-source
                       SET ws-source-on-history TO TRUE
                       IF ph-file-sequence = ws-feed-sequence
                           SET ws-sequence-processed TO TRUE
                       END-IF
                       IF ph-file-sequence > ws-last-sequence
                           MOVE ph-file-sequence TO ws-last-sequence
                           MOVE ph-business-date
                               TO ws-last-business-date
                       END-IF
                   END-IF
           END-READ.

      * Procedure to take one record from the body of the feed - a
      * detail is totalled and passed on, the trailer ends the body,
      * and a second header means two feeds run together
       200-PROCESS-FEED-RECORD.
           EVALUATE TRUE
               WHEN tr-trailer-record
                   SET ws-trailer-found TO TRUE
                   ADD 1 TO ws-trailers-read
               WHEN hr-header-record
                   ADD 1 TO ws-headers-read
                   MOVE "SECOND HEADER BEFORE TRAILER - FEED DOUBLED"
                       TO ws-failure-text
                   PERFORM 190-RECORD-FEED-FAILURE
                   PERFORM 020-READ-FEED-RECORD
               WHEN OTHER
                   PERFORM 210-PASS-FEED-DETAIL
                   PERFORM 020-READ-FEED-RECORD
           END-EVALUATE.

      * Procedure to total one detail into the feed's count, client
      * hash and investment and pass it on.  A client number or
      * amount that is not numeric counts as zero in the totals, as
      * the sending system adds it, and CALC2000 rejects the scenario
       210-PASS-FEED-DETAIL.
           ADD 1 TO ws-details-passed
           IF fr-client-number IS NUMERIC
                   AND fr-investment-amount IS NUMERIC
               ADD fr-client-number     TO ws-client-hash
               ADD fr-investment-amount TO ws-total-investment
           ELSE
               ADD 1 TO ws-details-not-numeric
               IF fr-client-number IS NUMERIC
                   ADD fr-client-number TO ws-client-hash
               END-IF
               IF fr-investment-amount IS NUMERIC
                   ADD fr-investment-amount TO ws-total-investment
               END-IF
           END-IF
           MOVE feed-detail-record TO accepted-feed-record
           WRITE accepted-feed-record.

      * Procedure to prove the details against the trailer, and make
      * sure nothing follows it
       300-CHECK-FEED-TRAILER.
           IF tr-record-count IS NOT NUMERIC
                   OR tr-client-hash IS NOT NUMERIC
                   OR tr-total-investment IS NOT NUMERIC
               MOVE "TRAILER TOTALS ARE NOT NUMERIC"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
               PERFORM 310-PRINT-FEED-TOTALS
           ELSE
               PERFORM 320-COMPARE-TRAILER-TOTALS
           END-IF
           PERFORM 020-READ-FEED-RECORD
           PERFORM 330-COUNT-AFTER-TRAILER
               UNTIL ws-end-of-feed
           IF ws-records-after-trailer > zero
               MOVE "RECORDS FOLLOW THE TRAILER - FEED DOUBLED"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           END-IF.

      * Procedure to print the feed's own totals when there is no
      * usable trailer to compare them with
       310-PRINT-FEED-TOTALS.
           MOVE spaces TO acceptance-record
           WRITE acceptance-record
           MOVE compare-heading-line TO acceptance-record
           WRITE acceptance-record
           MOVE "Record Count"         TO ccl-label
           MOVE ws-details-passed      TO ccl-counted
           MOVE zero                   TO ccl-trailer
           MOVE "** NO TRAILER"        TO ccl-flag
           MOVE compare-count-line     TO acceptance-record
           WRITE acceptance-record
           MOVE "Client Number Hash"   TO ccl-label
           MOVE ws-client-hash         TO ccl-counted
           MOVE compare-count-line     TO acceptance-record
           WRITE acceptance-record
           MOVE "Total Investment"     TO cal-label
           MOVE ws-total-investment    TO cal-counted
           MOVE zero                   TO cal-trailer
           MOVE "** NO TRAILER"        TO cal-flag
           MOVE compare-amount-line    TO acceptance-record
           WRITE acceptance-record.

      * Procedure to compare the details with the trailer, total by
      * total
       320-COMPARE-TRAILER-TOTALS.
           MOVE spaces TO acceptance-record
           WRITE acceptance-record
           MOVE compare-heading-line TO acceptance-record
           WRITE acceptance-record

           MOVE "Record Count"         TO ccl-label
           MOVE ws-details-passed      TO ccl-counted
           MOVE tr-record-count        TO ccl-trailer
           MOVE spaces                 TO ccl-flag
           IF ws-details-passed NOT = tr-record-count
               MOVE "** DIFFERS **" TO ccl-flag
           END-IF
           MOVE compare-count-line TO acceptance-record
           WRITE acceptance-record

           MOVE "Client Number Hash"   TO ccl-label
           MOVE ws-client-hash         TO ccl-counted
           MOVE tr-client-hash         TO ccl-trailer
           MOVE spaces                 TO ccl-flag
           IF ws-client-hash NOT = tr-client-hash
               MOVE "** DIFFERS **" TO ccl-flag
           END-IF
           MOVE compare-count-line TO acceptance-record
           WRITE acceptance-record

           MOVE "Total Investment"     TO cal-label
           MOVE ws-total-investment    TO cal-counted
           MOVE tr-total-investment    TO cal-trailer
           MOVE spaces                 TO cal-flag
           IF ws-total-investment NOT = tr-total-investment
               MOVE "** DIFFERS **" TO cal-flag
           END-IF
           MOVE compare-amount-line TO acceptance-record
           WRITE acceptance-record

           IF ws-details-passed NOT = tr-record-count
               MOVE "RECORD COUNT DOES NOT MATCH THE TRAILER"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           END-IF
           IF ws-client-hash NOT = tr-client-hash
               MOVE "CLIENT NUMBER HASH DOES NOT MATCH THE TRAILER"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           END-IF
           IF ws-total-investment NOT = tr-total-investment
               MOVE "TOTAL INVESTMENT DOES NOT MATCH THE TRAILER"
                   TO ws-failure-text
               PERFORM 190-RECORD-FEED-FAILURE
           END-IF.

      * Procedure to count one record found past the trailer
       330-COUNT-AFTER-TRAILER.
           ADD 1 TO ws-records-after-trailer
           PERFORM 020-READ-FEED-RECORD.

      * Procedure to reject the feed and list the reason
       190-RECORD-FEED-FAILURE.
           SET ws-feed-rejected TO TRUE
           ADD 1 TO ws-failures
           MOVE ws-failure-text TO fl-text
           MOVE failure-line TO acceptance-record
           WRITE acceptance-record.

      * Procedure to add the accepted feed to the processed-feed
      * history.  The history is cumulative across runs, so it is
      * opened to extend, or OUTPUT the first time it is ever
      * populated
       800-RECORD-FEED-HISTORY.
           OPEN EXTEND feed-history-file
           IF NOT ws-feed-history-ok
               OPEN OUTPUT feed-history-file
           END-IF
           IF NOT ws-feed-history-ok
               DISPLAY "CALC2130 - FEED HISTORY OPEN FAILED, "
                   "STATUS = " ws-feed-history-status
               PERFORM 850-EMPTY-ACCEPTED-FEED
               PERFORM 950-TERMINATE-FEED-CONTROL
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE spaces               TO feed-history-record
           MOVE ws-feed-source       TO ph-source-system
           MOVE ws-feed-business-date TO ph-business-date
           MOVE ws-feed-sequence     TO ph-file-sequence
           MOVE ws-details-passed    TO ph-record-count
           MOVE ws-client-hash       TO ph-client-hash
           MOVE ws-total-investment  TO ph-total-investment
           MOVE ws-run-date          TO ph-accepted-date
           MOVE ws-run-time          TO ph-accepted-time
           WRITE feed-history-record
           CLOSE feed-history-file.

      * Procedure to leave the accepted feed empty when the feed is
      * rejected, so nothing of it can be staged by a restart
       850-EMPTY-ACCEPTED-FEED.
           CLOSE accepted-feed-file
           OPEN OUTPUT accepted-feed-file.

      * Procedure to print the count trailers and the verdict
       900-PRINT-ACCEPTANCE-TOTALS.
           MOVE spaces TO acceptance-record
           WRITE acceptance-record
           MOVE "-------------------------------------"
               TO acceptance-record
           WRITE acceptance-record

           MOVE "Feed Records Read"        TO tlc-label
           MOVE ws-records-read            TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Header Records"           TO tlc-label
           MOVE ws-headers-read            TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Detail Records"           TO tlc-label
           MOVE ws-details-passed          TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Details Not Numeric"      TO tlc-label
           MOVE ws-details-not-numeric     TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Trailer Records"          TO tlc-label
           MOVE ws-trailers-read           TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Records After Trailer"    TO tlc-label
           MOVE ws-records-after-trailer   TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE "Feeds On History Before"  TO tlc-label
           MOVE ws-history-read            TO tlc-value
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           IF ws-feed-accepted
               MOVE "Details Passed To Staging" TO tlc-label
               MOVE ws-details-passed      TO tlc-value
           ELSE
               MOVE "Details Passed To Staging" TO tlc-label
               MOVE zero                   TO tlc-value
           END-IF
           MOVE trailer-line-count         TO acceptance-record
           WRITE acceptance-record

           MOVE spaces TO acceptance-record
           WRITE acceptance-record
           IF ws-feed-accepted
               MOVE "*** FEED ACCEPTED - RECORDED ON THE FEED HISTORY"
                   TO acceptance-record
           ELSE
               MOVE "*** FEED REJECTED - THE NIGHT MUST NOT BE STAGED"
                   TO acceptance-record
           END-IF
           WRITE acceptance-record.

      * Procedure to close the files still open
       950-TERMINATE-FEED-CONTROL.
           CLOSE raw-feed-file
           CLOSE accepted-feed-file
           CLOSE acceptance-report.

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
               DISPLAY "CALC2130 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2130"             TO rh-program-id
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
               MOVE ws-details-passed      TO rh-records-processed
               MOVE ws-details-not-numeric TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-total-investment    TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
