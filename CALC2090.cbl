       identification division.

       program-id. calc2090.
      ******************************************************************
      * Title..........: CALC2090 - Rate Change Client Impact
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Runs after a rate table maintenance run has
      *                  been swapped in.  Reads the entries CALC2030
      *                  touched and, for each product and currency
      *                  they belong to, works out the rate the new
      *                  table prices at once the change is in force.
      *                  Every scenario on last night's results extract
      *                  that carries one of those products is listed
      *                  by client and re-projected at that rate from
      *                  the inputs on the extract, showing the future
      *                  value now on the book, the future value at the
      *                  new rate and the difference, with totals by
      *                  client and by product.  A scenario whose
      *                  product no longer prices at all is flagged as
      *                  one the next nightly run will reject
      * File Desc......: Relationship desk companion to CALC2030
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The entries the maintenance run touched, one record each,
      *    as written by CALC2030.
           select changed-entry-file assign to "CHGIN"
               organization is sequential
               file status is ws-changed-entry-status.

      *    The currency file - only the first record is read, for the
      *    base currency a blank rate table currency stands for.
           select currency-file assign to "CURRFILE"
               organization is sequential
               file status is ws-currency-status.

      *    The rate table as maintained - the new rates are looked up
      *    here the same way CALC2000 prices a scenario.
           select rate-table-file assign to "RATETAB"
               organization is sequential
               file status is ws-rate-table-status.

      *    Last night's results extract detail records, sorted by
      *    client with restart duplicates dropped by the sort step in
      *    front of this program.
           select impact-results-file assign to "RSLTIMP"
               organization is sequential
               file status is ws-impact-results-status.

      *    The client impact list.
           select impact-report assign to "IMPRPT"
               organization is sequential
               file status is ws-impact-report-status.

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

       fd  changed-entry-file
           label records are standard.

      * Mirror of the changed-entry-record layout CALC2030 writes
       01  changed-entry-record.
           05  ce-action                   pic x.
               88  ce-add                  value "A".
               88  ce-change               value "C".
               88  ce-delete               value "D".
           05  ce-product-code             pic x(4).
           05  ce-currency-code            pic x(3).
           05  ce-effective-date           pic 9(8).
           05  ce-old-rate                 pic 99v9.
           05  ce-new-rate                 pic 99v9.
           05  ce-submitter                pic x(8).
           05  filler                      pic x(10).

       fd  currency-file
           label records are standard.

       01  currency-record.
           05  cy-currency-code            pic x(3).
           05  cy-description              pic x(20).
           05  cy-exchange-rate            pic 9(3)v9(6).
           05  filler                      pic x(8).

       fd  rate-table-file
           label records are standard.

       01  rate-table-record.
           05  rt-product-code             pic x(4).
           05  rt-description              pic x(20).
           05  rt-annual-rate              pic 99v9.
           05  rt-effective-date           pic 9(8).
           05  rt-currency-code            pic x(3).
           05  filler                      pic x(2).

       fd  impact-results-file
           label records are standard.

      * Mirror of the results-record detail layout CALC2000 writes
       01  impact-results-record.
           05  im-record-type              pic x.
           05  im-client-number            pic 9(7).
           05  im-client-name              pic x(20).
           05  im-investment-amount        pic 9(9)v99.
           05  im-number-of-years          pic 99.
           05  im-yearly-interest-rate     pic 99v9.
           05  im-compounding-frequency    pic x.
               88  im-freq-quarterly       value "Q".
               88  im-freq-monthly         value "M".
           05  im-calculation-mode         pic x.
               88  im-mode-simple          value "S".
               88  im-mode-recurring       value "R".
               88  im-mode-goal-years      value "G".
               88  im-mode-drawdown        value "W".
           05  im-print-schedule-flag      pic x.
           05  im-contribution-amount      pic 9(9)v99.
           05  im-target-value             pic 9(11)v99.
           05  im-product-code             pic x(4).
           05  im-future-value             pic 9(11)v99.
           05  im-interest-earned          pic 9(11)v99.
           05  im-run-date                 pic 9(8).
           05  im-sequence                 pic 9(7).
           05  im-real-future-value        pic 9(11)v99.
           05  im-after-tax-value          pic 9(11)v99.
           05  im-currency-code            pic x(3).
           05  filler                      pic x.

       fd  impact-report
           label records are standard.

       01  impact-record                   pic x(80).

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
           05  ws-changed-entry-status     pic xx.
               88  ws-changed-entry-ok     value "00".
           05  ws-currency-status          pic xx.
               88  ws-currency-ok          value "00".
           05  ws-rate-table-status        pic xx.
               88  ws-rate-table-ok        value "00".
           05  ws-impact-results-status    pic xx.
               88  ws-impact-results-ok    value "00".
           05  ws-impact-report-status     pic xx.
               88  ws-impact-report-ok     value "00".
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
           05  ws-changed-entry-eof        pic x       value "N".
               88  ws-end-of-changed-entries value "Y".
           05  ws-rate-table-eof           pic x       value "N".
               88  ws-end-of-rate-table    value "Y".
           05  ws-impact-eof-switch        pic x       value "N".
               88  ws-end-of-impact-results value "Y".
           05  ws-impact-detail-switch     pic x       value "N".
               88  ws-impact-detail-found  value "Y".
           05  ws-client-heading-switch    pic x       value "N".
               88  ws-client-heading-printed value "Y".
           05  ws-overflow-switch          pic x       value "N".
               88  ws-value-overflow       value "Y".

       01  run-date-fields.
           05  ws-run-date                 pic 9(8).
           05  ws-base-currency-code       pic x(3)    value spaces.

      * In-storage copy of the maintained rate table, blank currency
      * resolved to the base code the way CALC2000 loads it
       01  rate-table-fields.
           05  ws-rate-count               pic 9(3)    value zero.
           05  ws-rate-idx                 pic 9(3)    value zero.
           05  ws-rate-found-idx           pic 9(3)    value zero.
           05  ws-rate-entries             occurs 50 times.
               10  ws-rate-product             pic x(4).
               10  ws-rate-annual              pic 99v9.
               10  ws-rate-effective           pic 9(8).
               10  ws-rate-currency            pic x(3).

      * One entry per product and currency the maintenance run
      * touched.  The as-of date is the run date, or the latest
      * effective date among the entries touched if that is later -
      * the date the change is in force by - and the new rate is the
      * one the maintained table prices at on that date.  The entry
      * also carries the product's totals for the list
       01  impact-key-fields.
           05  ws-impact-count             pic 9(3)    value zero.
           05  ws-impact-idx               pic 9(3)    value zero.
           05  ws-impact-found-idx         pic 9(3)    value zero.
           05  ws-impact-entries           occurs 50 times.
               10  ws-imp-product              pic x(4).
               10  ws-imp-currency             pic x(3).
               10  ws-imp-as-of-date           pic 9(8).
               10  ws-imp-new-rate             pic 99v9.
               10  ws-imp-rate-switch          pic x.
                   88  ws-imp-rate-found       value "Y".
               10  ws-imp-scenarios            pic 9(7).
               10  ws-imp-rejects              pic 9(7).
               10  ws-imp-book-fv              pic 9(13)v99.
               10  ws-imp-new-fv               pic 9(13)v99.
               10  ws-imp-difference           pic s9(13)v99.

      * The re-projection of one scenario at its new rate, from the
      * inputs on the extract - the term, contribution or withdrawal
      * a goal or drawdown run solved for is held as it stands
       01  projection-fields.
           05  ws-new-future-value         pic 9(11)v99.
           05  ws-difference               pic s9(11)v99.
           05  ws-year-counter             pic 999.
           05  ws-periods-per-year         pic 9(2)    value 1.
           05  ws-period-rate              pic 9(3)v9(4).

      * The product and currency being matched to an impact key
       01  impact-match-fields.
           05  ws-group-product-key        pic x(4)    value spaces.
           05  ws-group-currency-key       pic x(3)    value spaces.

       01  client-fields.
           05  ws-group-client             pic 9(7)    value zero.
           05  ws-client-scenarios         pic 9(7)    value zero.
           05  ws-client-book-fv           pic 9(13)v99 value zero.
           05  ws-client-new-fv            pic 9(13)v99 value zero.
           05  ws-client-difference        pic s9(13)v99 value zero.

       01  impact-counts.
           05  ws-entries-read             pic 9(7)    value zero.
           05  ws-details-read             pic 9(9)    value zero.
           05  ws-scenarios-affected       pic 9(9)    value zero.
           05  ws-clients-affected         pic 9(7)    value zero.
           05  ws-scenarios-rejecting      pic 9(9)    value zero.
           05  ws-grand-book-fv            pic 9(13)v99 value zero.
           05  ws-grand-new-fv             pic 9(13)v99 value zero.
           05  ws-grand-difference         pic s9(13)v99 value zero.

       01  ws-rate-edited                  pic Z9.9.

      * Client impact list lines - a header, the entries touched and
      * the rate each product now prices at, two lines per scenario
      * and per total, and the run totals
       01  impact-heading-line.
           05  filler             pic X(10)  value "CALC2090".
           05  filler             pic X(34)  value
               "RATE CHANGE CLIENT IMPACT".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  ihl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  entry-heading-line.
           05  filler             pic X(40)  value
               "ACTION PROD CUR EFFECTIVE  OLD    NEW  S".
           05  filler             pic X(40)  value
               "UBMITTER                                ".

       01  entry-line.
           05  el-action          pic X(6).
           05  filler             pic X      value space.
           05  el-product         pic X(4).
           05  filler             pic X      value space.
           05  el-currency        pic X(3).
           05  filler             pic X      value space.
           05  el-effective       pic 9(8).
           05  filler             pic X(2)   value spaces.
           05  el-old-rate        pic X(4).
           05  filler             pic X(3)   value spaces.
           05  el-new-rate        pic X(4).
           05  filler             pic X(2)   value spaces.
           05  el-submitter       pic X(8).
           05  filler             pic X(33)  value spaces.

       01  key-line.
           05  filler             pic X(8)   value "PRODUCT ".
           05  kl-product         pic X(4).
           05  filler             pic X(5)   value " CUR ".
           05  kl-currency        pic X(3).
           05  filler             pic X(7)   value " AS OF ".
           05  kl-as-of-date      pic 9(8).
           05  filler             pic X(2)   value spaces.
           05  kl-rate-text       pic X(43).

       01  detail-heading-line.
           05  filler             pic X(40)  value
               "CLIENT  NAME                 SEQUENCE PR".
           05  filler             pic X(40)  value
               "OD CUR M F RATE    NEW                 ".

       01  detail-line-1.
           05  dl1-client         pic 9(7).
           05  filler             pic X      value space.
           05  dl1-name           pic X(20).
           05  filler             pic X      value space.
           05  dl1-sequence       pic 9(7).
           05  filler             pic X(2)   value spaces.
           05  dl1-product        pic X(4).
           05  filler             pic X      value space.
           05  dl1-currency       pic X(3).
           05  filler             pic X      value space.
           05  dl1-mode           pic X.
           05  filler             pic X      value space.
           05  dl1-frequency      pic X.
           05  filler             pic X      value space.
           05  dl1-old-rate       pic Z9.9.
           05  filler             pic X(4)   value " TO ".
           05  dl1-new-rate       pic X(4).
           05  filler             pic X      value space.
           05  dl1-flag           pic X(11).
           05  filler             pic X(5)   value spaces.

       01  amount-line.
           05  filler             pic X(9)   value spaces.
           05  filler             pic X(5)   value "BOOK ".
           05  al-book-fv         pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(5)   value " NEW ".
           05  al-new-fv          pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(6)   value " DIFF ".
           05  al-difference      pic -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  client-total-line.
           05  filler             pic X(11)  value "*** CLIENT ".
           05  ctl-client         pic 9(7).
           05  filler             pic X(9)   value " TOTAL - ".
           05  ctl-scenarios      pic ZZZ,ZZ9.
           05  filler             pic X(14)  value " SCENARIO(S) *".
           05  filler             pic X(32)  value "**".

       01  product-total-line.
           05  filler             pic X(8)   value "PRODUCT ".
           05  ptl-product        pic X(4).
           05  filler             pic X(5)   value " CUR ".
           05  ptl-currency       pic X(3).
           05  filler             pic X(13)  value "  SCENARIOS ".
           05  ptl-scenarios      pic ZZZ,ZZ9.
           05  filler             pic X(15)  value "  WILL REJECT ".
           05  ptl-rejects        pic ZZZ,ZZ9.
           05  filler             pic X(18)  value spaces.

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       procedure division.
      * Procedure that drives the impact run - load the maintained
      * table and the entries touched, list the affected scenarios
      * client by client, then the product and run totals
       000-list-client-impact.
           DISPLAY "CALC2090 - Rate Change Client Impact"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-IMPACT
           IF ws-impact-count = zero
               MOVE "*** NO RATE ENTRIES TOUCHED - NO CLIENT IMPACT ***"
                   TO impact-record
               WRITE impact-record
           ELSE
               PERFORM 020-READ-IMPACT-RECORD
               PERFORM 100-REPORT-ONE-CLIENT
                   UNTIL ws-end-of-impact-results
               PERFORM 800-PRINT-PRODUCT-TOTALS
           END-IF
           PERFORM 900-PRINT-IMPACT-TOTALS
           PERFORM 950-TERMINATE-IMPACT
           IF ws-scenarios-rejecting > zero
               DISPLAY "CALC2090 - " ws-scenarios-rejecting
                   " SCENARIO(S) WILL REJECT AT THE NEW RATES"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2090 - End of rate change client impact."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load the base currency, the
      * maintained table and the entries touched, and start the list
       010-INITIALIZE-IMPACT.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT changed-entry-file
           IF NOT ws-changed-entry-ok
               DISPLAY "CALC2090 - CHANGED ENTRY FILE OPEN FAILED, "
                   "STATUS = " ws-changed-entry-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT currency-file
           IF NOT ws-currency-ok
               DISPLAY "CALC2090 - CURRENCY FILE OPEN FAILED, "
                   "STATUS = " ws-currency-status
               CLOSE changed-entry-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT rate-table-file
           IF NOT ws-rate-table-ok
               DISPLAY "CALC2090 - RATE TABLE OPEN FAILED, STATUS = "
                   ws-rate-table-status
               CLOSE changed-entry-file
               CLOSE currency-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT impact-results-file
           IF NOT ws-impact-results-ok
               DISPLAY "CALC2090 - RESULTS OPEN FAILED, STATUS = "
                   ws-impact-results-status
               CLOSE changed-entry-file
               CLOSE currency-file
               CLOSE rate-table-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT impact-report
           IF NOT ws-impact-report-ok
               DISPLAY "CALC2090 - IMPACT REPORT OPEN FAILED, "
                   "STATUS = " ws-impact-report-status
               CLOSE changed-entry-file
               CLOSE currency-file
               CLOSE rate-table-file
               CLOSE impact-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *    The first currency record is the base currency
           READ currency-file
               AT END
                   DISPLAY "CALC2090 - CURRENCY FILE IS EMPTY"
                   CLOSE changed-entry-file
                   CLOSE currency-file
                   CLOSE rate-table-file
                   PERFORM 950-TERMINATE-IMPACT
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
           END-READ
           MOVE cy-currency-code TO ws-base-currency-code
           CLOSE currency-file
           PERFORM 015-READ-RATE-RECORD
               UNTIL ws-end-of-rate-table
           CLOSE rate-table-file
           MOVE ws-run-date TO ihl-run-date
           MOVE impact-heading-line TO impact-record
           WRITE impact-record
           MOVE spaces TO impact-record
           WRITE impact-record
           MOVE entry-heading-line TO impact-record
           WRITE impact-record
           PERFORM 017-READ-CHANGED-ENTRY
               UNTIL ws-end-of-changed-entries
           CLOSE changed-entry-file
           MOVE spaces TO impact-record
           WRITE impact-record
           PERFORM 030-RESOLVE-NEW-RATE
               VARYING ws-impact-idx FROM 1 BY 1
               UNTIL ws-impact-idx > ws-impact-count
           MOVE spaces TO impact-record
           WRITE impact-record
           IF ws-impact-count > zero
               MOVE detail-heading-line TO impact-record
               WRITE impact-record
           END-IF.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2090 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2090 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read one maintained rate table entry into
      * storage
       015-READ-RATE-RECORD.
           READ rate-table-file
               AT END
                   SET ws-end-of-rate-table TO TRUE
               NOT AT END
                   IF ws-rate-count >= 50
                       DISPLAY "CALC2090 - RATE TABLE EXCEEDS 50 "
                           "ENTRIES"
                       CLOSE rate-table-file
                       PERFORM 950-TERMINATE-IMPACT
                       CLOSE changed-entry-file
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-rate-count
                   MOVE rt-product-code
                       TO ws-rate-product(ws-rate-count)
                   MOVE rt-annual-rate
                       TO ws-rate-annual(ws-rate-count)
                   MOVE rt-effective-date
                       TO ws-rate-effective(ws-rate-count)
                   IF rt-currency-code = spaces
                       MOVE ws-base-currency-code
                           TO ws-rate-currency(ws-rate-count)
                   ELSE
                       MOVE rt-currency-code
                           TO ws-rate-currency(ws-rate-count)
                   END-IF
           END-READ.

      * Procedure to read one entry the maintenance run touched,
      * print it, and fold it into its product and currency's
      * impact key
       017-READ-CHANGED-ENTRY.
           READ changed-entry-file
               AT END
                   SET ws-end-of-changed-entries TO TRUE
               NOT AT END
                   ADD 1 TO ws-entries-read
                   PERFORM 018-PRINT-CHANGED-ENTRY
                   PERFORM 019-ADD-IMPACT-KEY
           END-READ.

      * Procedure to print one entry touched, the way the change
      * report shows it
       018-PRINT-CHANGED-ENTRY.
           EVALUATE TRUE
               WHEN ce-add
                   MOVE "ADD   " TO el-action
               WHEN ce-change
                   MOVE "CHANGE" TO el-action
               WHEN ce-delete
                   MOVE "DELETE" TO el-action
               WHEN OTHER
                   MOVE ce-action TO el-action
           END-EVALUATE
           MOVE ce-product-code   TO el-product
           MOVE ce-currency-code  TO el-currency
           MOVE ce-effective-date TO el-effective
           IF ce-add
               MOVE "   -" TO el-old-rate
           ELSE
               MOVE ce-old-rate TO ws-rate-edited
               MOVE ws-rate-edited TO el-old-rate
           END-IF
           IF ce-delete
               MOVE "   -" TO el-new-rate
           ELSE
               MOVE ce-new-rate TO ws-rate-edited
               MOVE ws-rate-edited TO el-new-rate
           END-IF
           MOVE ce-submitter TO el-submitter
           MOVE entry-line TO impact-record
           WRITE impact-record.

      * Procedure to add an entry touched to its product and
      * currency's impact key, starting a new key for a product and
      * currency not seen yet, and carrying the key's as-of date
      * forward to the entry's effective date when that is later
       019-ADD-IMPACT-KEY.
           MOVE ce-product-code  TO ws-group-product-key
           MOVE ce-currency-code TO ws-group-currency-key
           MOVE zero TO ws-impact-found-idx
           PERFORM 025-TEST-IMPACT-KEY
               VARYING ws-impact-idx FROM 1 BY 1
               UNTIL ws-impact-idx > ws-impact-count
           IF ws-impact-found-idx = zero
               IF ws-impact-count >= 50
                   DISPLAY "CALC2090 - MORE THAN 50 PRODUCTS "
                       "TOUCHED"
                   PERFORM 950-TERMINATE-IMPACT
                   CLOSE changed-entry-file
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               ADD 1 TO ws-impact-count
               MOVE ws-impact-count TO ws-impact-found-idx
               MOVE ce-product-code
                   TO ws-imp-product(ws-impact-found-idx)
               MOVE ce-currency-code
                   TO ws-imp-currency(ws-impact-found-idx)
               MOVE ws-run-date
                   TO ws-imp-as-of-date(ws-impact-found-idx)
               MOVE zero TO ws-imp-new-rate(ws-impact-found-idx)
               MOVE "N" TO ws-imp-rate-switch(ws-impact-found-idx)
               MOVE zero TO ws-imp-scenarios(ws-impact-found-idx)
               MOVE zero TO ws-imp-rejects(ws-impact-found-idx)
               MOVE zero TO ws-imp-book-fv(ws-impact-found-idx)
               MOVE zero TO ws-imp-new-fv(ws-impact-found-idx)
               MOVE zero TO ws-imp-difference(ws-impact-found-idx)
           END-IF
           IF ce-effective-date > ws-imp-as-of-date(ws-impact-found-idx)
               MOVE ce-effective-date
                   TO ws-imp-as-of-date(ws-impact-found-idx)
           END-IF.

      * Procedure to test one impact key against the product and
      * currency in hand - an entry touched while loading, or a
      * scenario off the extract
       025-TEST-IMPACT-KEY.
           IF ws-imp-product(ws-impact-idx) = ws-group-product-key
                   AND ws-imp-currency(ws-impact-idx)
                       = ws-group-currency-key
               MOVE ws-impact-idx TO ws-impact-found-idx
           END-IF.

      * Procedure to find the rate the maintained table prices an
      * impact key at on its as-of date - the latest entry effective
      * on or before it, as CALC2000 looks it up - and print it.  A
      * key with no entry left will see its scenarios rejected
       030-RESOLVE-NEW-RATE.
           MOVE zero TO ws-rate-found-idx
           PERFORM 035-TEST-RATE-ENTRY
               VARYING ws-rate-idx FROM 1 BY 1
               UNTIL ws-rate-idx > ws-rate-count
           MOVE ws-imp-product(ws-impact-idx)  TO kl-product
           MOVE ws-imp-currency(ws-impact-idx) TO kl-currency
           MOVE ws-imp-as-of-date(ws-impact-idx) TO kl-as-of-date
           IF ws-rate-found-idx = zero
               MOVE "NOT ON THE TABLE - SCENARIOS WILL REJECT"
                   TO kl-rate-text
           ELSE
               SET ws-imp-rate-found(ws-impact-idx) TO TRUE
               MOVE ws-rate-annual(ws-rate-found-idx)
                   TO ws-imp-new-rate(ws-impact-idx)
               MOVE ws-rate-annual(ws-rate-found-idx)
                   TO ws-rate-edited
               MOVE spaces TO kl-rate-text
               STRING "PRICES AT " DELIMITED BY SIZE
                      ws-rate-edited DELIMITED BY SIZE
                   INTO kl-rate-text
               END-STRING
           END-IF
           MOVE key-line TO impact-record
           WRITE impact-record.

      * Procedure to test one maintained table entry against the
      * impact key's product, currency and as-of date
       035-TEST-RATE-ENTRY.
           IF ws-rate-product(ws-rate-idx)
                   = ws-imp-product(ws-impact-idx)
                   AND ws-rate-currency(ws-rate-idx)
                       = ws-imp-currency(ws-impact-idx)
                   AND ws-rate-effective(ws-rate-idx)
                       NOT > ws-imp-as-of-date(ws-impact-idx)
               IF ws-rate-found-idx = zero
                   OR ws-rate-effective(ws-rate-idx) >
                       ws-rate-effective(ws-rate-found-idx)
                   MOVE ws-rate-idx TO ws-rate-found-idx
               END-IF
           END-IF.

      * Procedure to read the next detail record - anything that is
      * not a detail record is passed over
       020-READ-IMPACT-RECORD.
           MOVE "N" TO ws-impact-detail-switch
           PERFORM 022-READ-IMPACT-ONE
               UNTIL ws-end-of-impact-results
                   OR ws-impact-detail-found.

      * Procedure to take one record off the sorted extract
       022-READ-IMPACT-ONE.
           READ impact-results-file
               AT END
                   SET ws-end-of-impact-results TO TRUE
               NOT AT END
                   IF im-record-type = "D"
                       SET ws-impact-detail-found TO TRUE
                   END-IF
           END-READ.

      * Procedure to list one client's affected scenarios and, if
      * any were, the client's total
       100-REPORT-ONE-CLIENT.
           MOVE im-client-number TO ws-group-client
           MOVE "N" TO ws-client-heading-switch
           MOVE zero TO ws-client-scenarios
           MOVE zero TO ws-client-book-fv
           MOVE zero TO ws-client-new-fv
           MOVE zero TO ws-client-difference
           PERFORM 110-CHECK-ONE-DETAIL
               UNTIL ws-end-of-impact-results
                   OR im-client-number NOT = ws-group-client
           IF ws-client-scenarios > zero
               ADD 1 TO ws-clients-affected
               MOVE ws-group-client     TO ctl-client
               MOVE ws-client-scenarios TO ctl-scenarios
               MOVE client-total-line   TO impact-record
               WRITE impact-record
               MOVE ws-client-book-fv    TO al-book-fv
               MOVE ws-client-new-fv     TO al-new-fv
               MOVE ws-client-difference TO al-difference
               MOVE amount-line TO impact-record
               WRITE impact-record
               MOVE spaces TO impact-record
               WRITE impact-record
           END-IF.

      * Procedure to check one detail record against the impact keys
      * - a scenario carrying a touched product in the same currency
      * is re-projected and listed - and read on
       110-CHECK-ONE-DETAIL.
           ADD 1 TO ws-details-read
           IF im-product-code NOT = spaces
               MOVE im-product-code  TO ws-group-product-key
               MOVE im-currency-code TO ws-group-currency-key
               MOVE zero TO ws-impact-found-idx
               PERFORM 025-TEST-IMPACT-KEY
                   VARYING ws-impact-idx FROM 1 BY 1
                   UNTIL ws-impact-idx > ws-impact-count
               IF ws-impact-found-idx > zero
                   PERFORM 120-REPROJECT-SCENARIO
                   PERFORM 140-PRINT-SCENARIO
                   PERFORM 150-ACCUMULATE-SCENARIO
               END-IF
           END-IF
           PERFORM 020-READ-IMPACT-RECORD.

      * Procedure to re-project the scenario at its product's new
      * rate over the term on the extract, the way CALC2000 runs the
      * mode.  A product with no rate left, or a projection that
      * overflows, is one the next nightly run will reject
       120-REPROJECT-SCENARIO.
           MOVE "N" TO ws-overflow-switch
           MOVE zero TO ws-new-future-value
           IF ws-imp-rate-found(ws-impact-found-idx)
               IF im-freq-quarterly
                   MOVE 4 TO ws-periods-per-year
               ELSE
                   IF im-freq-monthly
                       MOVE 12 TO ws-periods-per-year
                   ELSE
                       MOVE 1 TO ws-periods-per-year
                   END-IF
               END-IF
               COMPUTE ws-period-rate ROUNDED =
                   ws-imp-new-rate(ws-impact-found-idx)
                       / ws-periods-per-year
               MOVE im-investment-amount TO ws-new-future-value
               MOVE 1 TO ws-year-counter
               PERFORM 125-PROJECT-ONE-YEAR
                   UNTIL ws-year-counter > im-number-of-years
                       OR ws-value-overflow
               IF ws-value-overflow
                   MOVE zero TO ws-new-future-value
               END-IF
           END-IF
           COMPUTE ws-difference =
               ws-new-future-value - im-future-value.

      * Procedure to project one year - simple interest against the
      * original amount, or one, four or twelve compounding periods
       125-PROJECT-ONE-YEAR.
           IF im-mode-simple
               COMPUTE ws-new-future-value ROUNDED =
                   im-investment-amount +
                       (im-investment-amount
                           * ws-imp-new-rate(ws-impact-found-idx)
                           / 100 * ws-year-counter)
                   ON SIZE ERROR
                       SET ws-value-overflow TO TRUE
               END-COMPUTE
           ELSE
               PERFORM 127-PROJECT-ONE-PERIOD
                   ws-periods-per-year TIMES
           END-IF
           ADD 1 TO ws-year-counter.

      * Procedure to project one compounding period - interest on the
      * running balance, then the period's contribution in or, for a
      * drawdown, the period's withdrawal out, stopping at zero
       127-PROJECT-ONE-PERIOD.
           IF NOT ws-value-overflow
               COMPUTE ws-new-future-value ROUNDED =
                   ws-new-future-value +
                       (ws-new-future-value * ws-period-rate / 100)
                   ON SIZE ERROR
                       SET ws-value-overflow TO TRUE
               END-COMPUTE
           END-IF
           IF NOT ws-value-overflow
               IF im-mode-recurring
                   OR (im-mode-goal-years
                       AND im-contribution-amount > zero)
                   ADD im-contribution-amount TO ws-new-future-value
                       ON SIZE ERROR
                           SET ws-value-overflow TO TRUE
                   END-ADD
               END-IF
               IF im-mode-drawdown
                   IF ws-new-future-value > im-contribution-amount
                       SUBTRACT im-contribution-amount
                           FROM ws-new-future-value
                   ELSE
                       MOVE zero TO ws-new-future-value
                   END-IF
               END-IF
           END-IF.

      * Procedure to print the two lines for one affected scenario,
      * with the client's heading ahead of its first one
       140-PRINT-SCENARIO.
           MOVE im-client-number TO dl1-client
           IF ws-client-heading-printed
               MOVE spaces TO dl1-name
           ELSE
               MOVE im-client-name TO dl1-name
               SET ws-client-heading-printed TO TRUE
           END-IF
           MOVE im-sequence              TO dl1-sequence
           MOVE im-product-code          TO dl1-product
           MOVE im-currency-code         TO dl1-currency
           MOVE im-calculation-mode      TO dl1-mode
           MOVE im-compounding-frequency TO dl1-frequency
           MOVE im-yearly-interest-rate  TO dl1-old-rate
           IF ws-imp-rate-found(ws-impact-found-idx)
                   AND NOT ws-value-overflow
               MOVE ws-imp-new-rate(ws-impact-found-idx)
                   TO ws-rate-edited
               MOVE ws-rate-edited TO dl1-new-rate
               MOVE spaces TO dl1-flag
           ELSE
               MOVE "----" TO dl1-new-rate
               MOVE "WILL REJECT" TO dl1-flag
           END-IF
           MOVE detail-line-1 TO impact-record
           WRITE impact-record
           MOVE im-future-value     TO al-book-fv
           MOVE ws-new-future-value TO al-new-fv
           MOVE ws-difference       TO al-difference
           MOVE amount-line TO impact-record
           WRITE impact-record.

      * Procedure to add the scenario into its client, its product
      * and the run totals
       150-ACCUMULATE-SCENARIO.
           ADD 1 TO ws-scenarios-affected
           ADD 1 TO ws-client-scenarios
           ADD 1 TO ws-imp-scenarios(ws-impact-found-idx)
           IF NOT ws-imp-rate-found(ws-impact-found-idx)
                   OR ws-value-overflow
               ADD 1 TO ws-scenarios-rejecting
               ADD 1 TO ws-imp-rejects(ws-impact-found-idx)
           END-IF
           ADD im-future-value     TO ws-client-book-fv
           ADD ws-new-future-value TO ws-client-new-fv
           ADD ws-difference       TO ws-client-difference
           ADD im-future-value
               TO ws-imp-book-fv(ws-impact-found-idx)
           ADD ws-new-future-value
               TO ws-imp-new-fv(ws-impact-found-idx)
           ADD ws-difference
               TO ws-imp-difference(ws-impact-found-idx)
           ADD im-future-value     TO ws-grand-book-fv
           ADD ws-new-future-value TO ws-grand-new-fv
           ADD ws-difference       TO ws-grand-difference.

      * Procedure to print the totals for every product and currency
      * the maintenance run touched
       800-PRINT-PRODUCT-TOTALS.
           MOVE "*** TOTALS BY PRODUCT ***" TO impact-record
           WRITE impact-record
           PERFORM 810-PRINT-PRODUCT-TOTAL
               VARYING ws-impact-idx FROM 1 BY 1
               UNTIL ws-impact-idx > ws-impact-count.

      * Procedure to print one product and currency's totals
       810-PRINT-PRODUCT-TOTAL.
           MOVE ws-imp-product(ws-impact-idx)   TO ptl-product
           MOVE ws-imp-currency(ws-impact-idx)  TO ptl-currency
           MOVE ws-imp-scenarios(ws-impact-idx) TO ptl-scenarios
           MOVE ws-imp-rejects(ws-impact-idx)   TO ptl-rejects
           MOVE product-total-line TO impact-record
           WRITE impact-record
           MOVE ws-imp-book-fv(ws-impact-idx)     TO al-book-fv
           MOVE ws-imp-new-fv(ws-impact-idx)      TO al-new-fv
           MOVE ws-imp-difference(ws-impact-idx)  TO al-difference
           MOVE amount-line TO impact-record
           WRITE impact-record.

      * Procedure to print the run totals
       900-PRINT-IMPACT-TOTALS.
           MOVE spaces TO impact-record
           WRITE impact-record
           MOVE "*** ALL PRODUCTS ***" TO impact-record
           WRITE impact-record
           MOVE ws-grand-book-fv    TO al-book-fv
           MOVE ws-grand-new-fv     TO al-new-fv
           MOVE ws-grand-difference TO al-difference
           MOVE amount-line TO impact-record
           WRITE impact-record
           MOVE spaces TO impact-record
           WRITE impact-record
           MOVE "-------------------------------------"
               TO impact-record
           WRITE impact-record

           MOVE "Rate Entries Touched"     TO tlc-label
           MOVE ws-entries-read            TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record

           MOVE "Products Touched"         TO tlc-label
           MOVE ws-impact-count            TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record

           MOVE "Extract Scenarios Read"   TO tlc-label
           MOVE ws-details-read            TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record

           MOVE "Scenarios Affected"       TO tlc-label
           MOVE ws-scenarios-affected      TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record

           MOVE "Clients Affected"         TO tlc-label
           MOVE ws-clients-affected        TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record

           MOVE "Scenarios That Will Reject" TO tlc-label
           MOVE ws-scenarios-rejecting     TO tlc-value
           MOVE trailer-line-count         TO impact-record
           WRITE impact-record.

      * Procedure to close the files still open
       950-TERMINATE-IMPACT.
           CLOSE impact-results-file
           CLOSE impact-report.

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
               DISPLAY "CALC2090 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2090"             TO rh-program-id
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
               MOVE ws-details-read        TO rh-records-read
               MOVE ws-scenarios-affected  TO rh-records-processed
               MOVE ws-scenarios-rejecting TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
