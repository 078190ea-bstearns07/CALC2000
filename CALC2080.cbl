       identification division.

       program-id. calc2080.
      ******************************************************************
      * Title..........: CALC2080 - Book Of Business Mix
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Reads the results extract detail records,
      *                  sorted by currency, product, calculation mode
      *                  and compounding frequency, and reports how the
      *                  book is spread across them - scenario count,
      *                  invested dollars, projected future value,
      *                  interest, average term and the rate weighted
      *                  by invested dollars - with product, currency
      *                  and grand totals.  Scenarios priced off a
      *                  keyed rate with no product code get their own
      *                  line.  Each currency's total is tied to the
      *                  extract's currency trailers and the grand
      *                  total to its count-and-totals trailer, so the
      *                  report proves it covered the whole extract.
      *                  Run against several nights' extracts at once
      *                  it gives period-to-date figures
      * File Desc......: Product management companion to CALC2000
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The results extract detail records, sorted by currency,
      *    product, mode and frequency with restart duplicates dropped
      *    by the sort step in front of this program.
           select mix-results-file assign to "RSLTMIX"
               organization is sequential
               file status is ws-mix-results-status.

      *    The extract's trailer records - the count-and-totals
      *    trailer and the per-currency trailers, one set per night
      *    the extract covers.
           select control-file assign to "RSLTCTL"
               organization is sequential
               file status is ws-control-status.

      *    Product rate table - read for the product descriptions.
           select rate-table-file assign to "RATETAB"
               organization is sequential
               file status is ws-rate-table-status.

      *    The book mix report.
           select mix-report assign to "MIXRPT"
               organization is sequential
               file status is ws-mix-report-status.

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

       fd  mix-results-file
           label records are standard.

      * Mirror of the results-record detail layout CALC2000 writes
       01  mix-results-record.
           05  mx-record-type              pic x.
           05  mx-client-number            pic 9(7).
           05  mx-client-name              pic x(20).
           05  mx-investment-amount        pic 9(9)v99.
           05  mx-number-of-years          pic 99.
           05  mx-yearly-interest-rate     pic 99v9.
           05  mx-compounding-frequency    pic x.
           05  mx-calculation-mode         pic x.
           05  mx-print-schedule-flag      pic x.
           05  mx-contribution-amount      pic 9(9)v99.
           05  mx-target-value             pic 9(11)v99.
           05  mx-product-code             pic x(4).
           05  mx-future-value             pic 9(11)v99.
           05  mx-interest-earned          pic 9(11)v99.
           05  mx-run-date                 pic 9(8).
           05  mx-sequence                 pic 9(7).
           05  mx-real-future-value        pic 9(11)v99.
           05  mx-after-tax-value          pic 9(11)v99.
           05  mx-currency-code            pic x(3).
           05  filler                      pic x.

       fd  control-file
           label records are standard.

      * Mirror of the results-trailer and results-currency-trailer
      * layouts CALC2000 writes
       01  control-record.
           05  ct-record-type              pic x.
               88  ct-trailer-record       value "T".
               88  ct-currency-record      value "C".
           05  ct-record-count             pic 9(7).
           05  ct-total-investment         pic 9(13)v99.
           05  ct-total-future-value       pic 9(13)v99.
           05  ct-total-interest           pic 9(13)v99.
           05  filler                      pic x(93).

       01  control-currency-record.
           05  filler                      pic x.
           05  cc-currency-code            pic x(3).
           05  cc-record-count             pic 9(7).
           05  cc-total-investment         pic 9(13)v99.
           05  cc-total-future-value       pic 9(13)v99.
           05  cc-total-interest           pic 9(13)v99.
           05  filler                      pic x(90).

       fd  rate-table-file
           label records are standard.

       01  rate-table-record.
           05  rt-product-code             pic x(4).
           05  rt-description              pic x(20).
           05  rt-annual-rate              pic 99v9.
           05  rt-effective-date           pic 9(8).
           05  rt-currency-code            pic x(3).
           05  filler                      pic x(2).

       fd  mix-report
           label records are standard.

       01  mix-record                      pic x(80).

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
           05  ws-mix-results-status       pic xx.
               88  ws-mix-results-ok       value "00".
           05  ws-control-status           pic xx.
               88  ws-control-ok           value "00".
           05  ws-rate-table-status        pic xx.
               88  ws-rate-table-ok        value "00".
           05  ws-mix-report-status        pic xx.
               88  ws-mix-report-ok        value "00".
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
           05  ws-mix-eof-switch           pic x       value "N".
               88  ws-end-of-mix-results   value "Y".
           05  ws-mix-detail-switch        pic x       value "N".
               88  ws-mix-detail-found     value "Y".
           05  ws-control-eof-switch       pic x       value "N".
               88  ws-end-of-control       value "Y".
           05  ws-rate-table-eof           pic x       value "N".
               88  ws-end-of-rate-table    value "Y".
           05  ws-balance-switch           pic x       value "Y".
               88  ws-in-balance           value "Y".
               88  ws-out-of-balance       value "N".

       01  run-date-fields.
           05  ws-run-date                 pic 9(8).
           05  ws-first-run-date           pic 9(8)    value zero.
           05  ws-last-run-date            pic 9(8)    value zero.

      * The group being rolled up - currency, product, mode and
      * frequency, in the order the sort step staged them
       01  group-key-fields.
           05  ws-group-currency           pic x(3)    value spaces.
           05  ws-group-product            pic x(4)    value spaces.
           05  ws-group-mode               pic x       value space.
           05  ws-group-frequency          pic x       value space.

      * Roll-up accumulators, one set per level - the mode and
      * frequency group, the product, the currency and the grand
      * total.  Each detail record is added into all four, and each
      * level is printed and cleared as its key changes.  The rate
      * is summed both weighted by invested dollars and plain, so a
      * level with nothing invested still shows an average rate
       01  level-accumulators.
           05  ws-level-entries            occurs 4 times.
               10  ws-lvl-count                pic 9(7).
               10  ws-lvl-invested             pic 9(13)v99.
               10  ws-lvl-future-value         pic 9(13)v99.
               10  ws-lvl-interest             pic 9(13)v99.
               10  ws-lvl-years                pic 9(9).
               10  ws-lvl-rate-sum             pic 9(9)v9.
               10  ws-lvl-rate-dollars         pic 9(15)v999.

       01  level-subscripts.
           05  ws-lvl-idx                  pic 9       value zero.
           05  ws-group-level              pic 9       value 1.
           05  ws-product-level            pic 9       value 2.
           05  ws-currency-level           pic 9       value 3.
           05  ws-grand-level              pic 9       value 4.

       01  average-fields.
           05  ws-average-term             pic 99v9    value zero.
           05  ws-average-rate             pic 99v99   value zero.

      * The extract's own trailers, summed across every night the
      * extract covers - the count-and-totals trailers into one set
      * of totals, and the currency trailers by currency code
       01  control-totals.
           05  ws-nights-covered           pic 9(5)    value zero.
           05  ws-ctl-record-count         pic 9(9)    value zero.
           05  ws-ctl-investment           pic 9(15)v99 value zero.
           05  ws-ctl-future-value         pic 9(15)v99 value zero.
           05  ws-ctl-interest             pic 9(15)v99 value zero.

       01  control-currency-fields.
           05  ws-ctl-currency-count       pic 9(3)    value zero.
           05  ws-ctl-currency-idx         pic 9(3)    value zero.
           05  ws-ctl-found-idx            pic 9(3)    value zero.
           05  ws-ctl-currency-entries     occurs 20 times.
               10  ws-ctl-currency-code        pic x(3).
               10  ws-ctl-curr-count           pic 9(9).
               10  ws-ctl-curr-investment      pic 9(15)v99.
               10  ws-ctl-curr-future-value    pic 9(15)v99.
               10  ws-ctl-curr-interest        pic 9(15)v99.
               10  ws-ctl-curr-tied-switch     pic x.
                   88  ws-ctl-curr-tied        value "Y".

      * In-storage copy of the rate table's product descriptions -
      * the entry with the latest effective date names the product
       01  rate-table-fields.
           05  ws-rate-count               pic 9(3)    value zero.
           05  ws-rate-idx                 pic 9(3)    value zero.
           05  ws-rate-found-idx           pic 9(3)    value zero.
           05  ws-rate-entries             occurs 50 times.
               10  ws-rate-product             pic x(4).
               10  ws-rate-description         pic x(20).
               10  ws-rate-effective           pic 9(8).

       01  mix-counts.
           05  ws-details-read             pic 9(9)    value zero.
           05  ws-groups-printed           pic 9(7)    value zero.
           05  ws-currencies-printed       pic 9(5)    value zero.
           05  ws-currencies-out           pic 9(5)    value zero.

      * Book mix report lines - a header, a currency heading per
      * currency, two lines per group or total, and the tie-out
      * trailers
       01  mix-heading-line.
           05  filler             pic X(10)  value "CALC2080".
           05  filler             pic X(34)  value
               "BOOK OF BUSINESS MIX".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  mhl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  mix-legend-line.
           05  filler             pic X(40)  value
               "MODE C=COMPOUND S=SIMPLE R=RECURRING G=G".
           05  filler             pic X(40)  value
               "OAL YEARS D=GOAL DEPOSIT W=DRAWDOWN     ".

       01  currency-heading-line.
           05  filler             pic X(13)  value "*** CURRENCY ".
           05  chl-currency       pic X(3).
           05  filler             pic X(4)   value " ***".
           05  filler             pic X(60)  value spaces.

       01  mix-line-1.
           05  ml1-product        pic X(4).
           05  filler             pic X      value space.
           05  ml1-description    pic X(20).
           05  filler             pic X      value space.
           05  filler             pic X(5)   value "MODE ".
           05  ml1-mode           pic X.
           05  filler             pic X(7)   value "  FREQ ".
           05  ml1-frequency      pic X.
           05  filler             pic X(8)   value "  COUNT ".
           05  ml1-count          pic ZZZ,ZZ9.
           05  filler             pic X(7)   value "  TERM ".
           05  ml1-term           pic Z9.9.
           05  filler             pic X(7)   value "  RATE ".
           05  ml1-rate           pic Z9.99.
           05  filler             pic X(2)   value spaces.

       01  mix-line-2.
           05  filler             pic X(5)   value spaces.
           05  filler             pic X(4)   value "INV ".
           05  ml2-invested       pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(4)   value " FV ".
           05  ml2-future-value   pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(5)   value " INT ".
           05  ml2-interest       pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(8)   value spaces.

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  trailer-line-amount.
           05  tla-label          pic X(30).
           05  tla-value          pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(30)  value spaces.

       01  trailer-line-date.
           05  tld-label          pic X(30).
           05  tld-value          pic 9(8).
           05  filler             pic X(42)  value spaces.

       procedure division.
      * Procedure that drives the mix run - load the descriptions and
      * the extract's trailers, roll the detail records up currency
      * by currency, then tie the grand total to the trailers
       000-report-book-mix.
           DISPLAY "CALC2080 - Book Of Business Mix"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-MIX
           PERFORM 100-REPORT-ONE-CURRENCY
               UNTIL ws-end-of-mix-results
           PERFORM 170-CHECK-UNMATCHED-CURRENCY
               VARYING ws-ctl-currency-idx FROM 1 BY 1
               UNTIL ws-ctl-currency-idx > ws-ctl-currency-count
           PERFORM 900-PRINT-MIX-TOTALS
           PERFORM 950-TERMINATE-MIX
           IF ws-out-of-balance
               DISPLAY "CALC2080 - BOOK MIX DOES NOT TIE TO THE "
                   "EXTRACT TRAILERS"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2080 - End of book mix report."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load the product descriptions
      * and the extract's trailers, start the report and prime the
      * first detail record
       010-INITIALIZE-MIX.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT mix-results-file
           IF NOT ws-mix-results-ok
               DISPLAY "CALC2080 - RESULTS OPEN FAILED, STATUS = "
                   ws-mix-results-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT control-file
           IF NOT ws-control-ok
               DISPLAY "CALC2080 - TRAILER FILE OPEN FAILED, "
                   "STATUS = " ws-control-status
               CLOSE mix-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT rate-table-file
           IF NOT ws-rate-table-ok
               DISPLAY "CALC2080 - RATE TABLE OPEN FAILED, STATUS = "
                   ws-rate-table-status
               CLOSE mix-results-file
               CLOSE control-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT mix-report
           IF NOT ws-mix-report-ok
               DISPLAY "CALC2080 - MIX REPORT OPEN FAILED, STATUS = "
                   ws-mix-report-status
               CLOSE mix-results-file
               CLOSE control-file
               CLOSE rate-table-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 015-READ-RATE-RECORD
               UNTIL ws-end-of-rate-table
           CLOSE rate-table-file
           PERFORM 018-READ-CONTROL-RECORD
               UNTIL ws-end-of-control
           CLOSE control-file
           PERFORM 030-CLEAR-LEVEL
               VARYING ws-lvl-idx FROM 1 BY 1
               UNTIL ws-lvl-idx > 4
           MOVE ws-run-date TO mhl-run-date
           MOVE mix-heading-line TO mix-record
           WRITE mix-record
           MOVE mix-legend-line TO mix-record
           WRITE mix-record
           MOVE spaces TO mix-record
           WRITE mix-record
           PERFORM 020-READ-MIX-RECORD.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2080 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2080 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read one rate table entry's product description
      * into storage
       015-READ-RATE-RECORD.
           READ rate-table-file
               AT END
                   SET ws-end-of-rate-table TO TRUE
               NOT AT END
                   IF ws-rate-count >= 50
                       DISPLAY "CALC2080 - RATE TABLE EXCEEDS 50 "
                           "ENTRIES"
                       CLOSE mix-results-file
                       CLOSE control-file
                       CLOSE rate-table-file
                       CLOSE mix-report
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-rate-count
                   MOVE rt-product-code
                       TO ws-rate-product(ws-rate-count)
                   MOVE rt-description
                       TO ws-rate-description(ws-rate-count)
                   MOVE rt-effective-date
                       TO ws-rate-effective(ws-rate-count)
           END-READ.

      * Procedure to read one of the extract's trailer records and
      * add it into the control totals - one count-and-totals
      * trailer per night, one currency trailer per currency per
      * night.  The base-equivalent record is converted money and
      * is not tied here
       018-READ-CONTROL-RECORD.
           READ control-file
               AT END
                   SET ws-end-of-control TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ct-trailer-record
                           ADD 1 TO ws-nights-covered
                           ADD ct-record-count TO ws-ctl-record-count
                           ADD ct-total-investment
                               TO ws-ctl-investment
                           ADD ct-total-future-value
                               TO ws-ctl-future-value
                           ADD ct-total-interest TO ws-ctl-interest
                       WHEN ct-currency-record
                           PERFORM 019-ADD-CURRENCY-TRAILER
                   END-EVALUATE
           END-READ.

      * Procedure to add a currency trailer into its currency's
      * control totals, starting a new entry for a currency not seen
      * on an earlier night
       019-ADD-CURRENCY-TRAILER.
           MOVE zero TO ws-ctl-found-idx
           PERFORM 175-TEST-CONTROL-CURRENCY
               VARYING ws-ctl-currency-idx FROM 1 BY 1
               UNTIL ws-ctl-currency-idx > ws-ctl-currency-count
           IF ws-ctl-found-idx = zero
               IF ws-ctl-currency-count >= 20
                   DISPLAY "CALC2080 - MORE THAN 20 CURRENCIES ON "
                       "THE EXTRACT TRAILERS"
                   CLOSE mix-results-file
                   CLOSE control-file
                   CLOSE mix-report
                   MOVE 16 TO RETURN-CODE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
               END-IF
               ADD 1 TO ws-ctl-currency-count
               MOVE ws-ctl-currency-count TO ws-ctl-found-idx
               MOVE cc-currency-code
                   TO ws-ctl-currency-code(ws-ctl-found-idx)
               MOVE zero TO ws-ctl-curr-count(ws-ctl-found-idx)
               MOVE zero TO ws-ctl-curr-investment(ws-ctl-found-idx)
               MOVE zero
                   TO ws-ctl-curr-future-value(ws-ctl-found-idx)
               MOVE zero TO ws-ctl-curr-interest(ws-ctl-found-idx)
               MOVE "N"
                   TO ws-ctl-curr-tied-switch(ws-ctl-found-idx)
           END-IF
           ADD cc-record-count
               TO ws-ctl-curr-count(ws-ctl-found-idx)
           ADD cc-total-investment
               TO ws-ctl-curr-investment(ws-ctl-found-idx)
           ADD cc-total-future-value
               TO ws-ctl-curr-future-value(ws-ctl-found-idx)
           ADD cc-total-interest
               TO ws-ctl-curr-interest(ws-ctl-found-idx).

      * Procedure to read the next detail record - anything that is
      * not a detail record is passed over
       020-READ-MIX-RECORD.
           MOVE "N" TO ws-mix-detail-switch
           PERFORM 025-READ-MIX-ONE
               UNTIL ws-end-of-mix-results OR ws-mix-detail-found.

      * Procedure to take one record off the sorted extract
       025-READ-MIX-ONE.
           READ mix-results-file
               AT END
                   SET ws-end-of-mix-results TO TRUE
               NOT AT END
                   IF mx-record-type = "D"
                       SET ws-mix-detail-found TO TRUE
                   END-IF
           END-READ.

      * Procedure to clear one level's accumulators
       030-CLEAR-LEVEL.
           MOVE zero TO ws-lvl-count(ws-lvl-idx)
           MOVE zero TO ws-lvl-invested(ws-lvl-idx)
           MOVE zero TO ws-lvl-future-value(ws-lvl-idx)
           MOVE zero TO ws-lvl-interest(ws-lvl-idx)
           MOVE zero TO ws-lvl-years(ws-lvl-idx)
           MOVE zero TO ws-lvl-rate-sum(ws-lvl-idx)
           MOVE zero TO ws-lvl-rate-dollars(ws-lvl-idx).

      * Procedure to report one currency's block - each product in
      * turn, then the currency total tied to its trailers
       100-REPORT-ONE-CURRENCY.
           MOVE mx-currency-code TO ws-group-currency
           MOVE ws-currency-level TO ws-lvl-idx
           PERFORM 030-CLEAR-LEVEL
           MOVE ws-group-currency TO chl-currency
           MOVE currency-heading-line TO mix-record
           WRITE mix-record
           PERFORM 110-REPORT-ONE-PRODUCT
               UNTIL ws-end-of-mix-results
                   OR mx-currency-code NOT = ws-group-currency
           MOVE ws-currency-level TO ws-lvl-idx
           MOVE "CUR "           TO ml1-product
           MOVE "CURRENCY TOTAL" TO ml1-description
           MOVE "*"              TO ml1-mode
           MOVE "*"              TO ml1-frequency
           PERFORM 140-PRINT-LEVEL-LINES
           ADD 1 TO ws-currencies-printed
           PERFORM 160-TIE-CURRENCY-TOTAL
           MOVE spaces TO mix-record
           WRITE mix-record.

      * Procedure to report one product's mode and frequency groups
      * within the currency, then the product total
       110-REPORT-ONE-PRODUCT.
           MOVE mx-product-code TO ws-group-product
           MOVE ws-product-level TO ws-lvl-idx
           PERFORM 030-CLEAR-LEVEL
           PERFORM 120-REPORT-ONE-GROUP
               UNTIL ws-end-of-mix-results
                   OR mx-currency-code NOT = ws-group-currency
                   OR mx-product-code NOT = ws-group-product
           MOVE ws-product-level TO ws-lvl-idx
           PERFORM 145-SET-PRODUCT-COLUMNS
           MOVE "*"              TO ml1-mode
           MOVE "*"              TO ml1-frequency
           MOVE "PRODUCT TOTAL"  TO ml1-description
           PERFORM 140-PRINT-LEVEL-LINES
           MOVE spaces TO mix-record
           WRITE mix-record.

      * Procedure to roll up one mode and frequency group within the
      * product and print its lines
       120-REPORT-ONE-GROUP.
           MOVE mx-calculation-mode      TO ws-group-mode
           MOVE mx-compounding-frequency TO ws-group-frequency
           MOVE ws-group-level TO ws-lvl-idx
           PERFORM 030-CLEAR-LEVEL
           PERFORM 130-ADD-DETAIL-RECORD
               UNTIL ws-end-of-mix-results
                   OR mx-currency-code NOT = ws-group-currency
                   OR mx-product-code NOT = ws-group-product
                   OR mx-calculation-mode NOT = ws-group-mode
                   OR mx-compounding-frequency
                       NOT = ws-group-frequency
           MOVE ws-group-level TO ws-lvl-idx
           PERFORM 145-SET-PRODUCT-COLUMNS
           MOVE ws-group-mode      TO ml1-mode
           MOVE ws-group-frequency TO ml1-frequency
           PERFORM 140-PRINT-LEVEL-LINES
           ADD 1 TO ws-groups-printed.

      * Procedure to add one detail record into every level and read
      * on
       130-ADD-DETAIL-RECORD.
           ADD 1 TO ws-details-read
           IF ws-first-run-date = zero
                   OR mx-run-date < ws-first-run-date
               MOVE mx-run-date TO ws-first-run-date
           END-IF
           IF mx-run-date > ws-last-run-date
               MOVE mx-run-date TO ws-last-run-date
           END-IF
           PERFORM 135-ADD-TO-LEVEL
               VARYING ws-lvl-idx FROM 1 BY 1
               UNTIL ws-lvl-idx > 4
           PERFORM 020-READ-MIX-RECORD.

      * Procedure to add the detail record into one level
       135-ADD-TO-LEVEL.
           ADD 1 TO ws-lvl-count(ws-lvl-idx)
           ADD mx-investment-amount TO ws-lvl-invested(ws-lvl-idx)
           ADD mx-future-value      TO ws-lvl-future-value(ws-lvl-idx)
           ADD mx-interest-earned   TO ws-lvl-interest(ws-lvl-idx)
           ADD mx-number-of-years   TO ws-lvl-years(ws-lvl-idx)
           ADD mx-yearly-interest-rate
               TO ws-lvl-rate-sum(ws-lvl-idx)
           COMPUTE ws-lvl-rate-dollars(ws-lvl-idx) =
               ws-lvl-rate-dollars(ws-lvl-idx)
                   + (mx-yearly-interest-rate * mx-investment-amount).

      * Procedure to print the two lines for the level in ws-lvl-idx
      * - count, average term and average rate on the first, the
      * money on the second.  The rate is weighted by invested
      * dollars, or a plain average where nothing was invested
       140-PRINT-LEVEL-LINES.
           MOVE zero TO ws-average-term
           MOVE zero TO ws-average-rate
           IF ws-lvl-count(ws-lvl-idx) > zero
               COMPUTE ws-average-term ROUNDED =
                   ws-lvl-years(ws-lvl-idx) / ws-lvl-count(ws-lvl-idx)
               IF ws-lvl-invested(ws-lvl-idx) > zero
                   COMPUTE ws-average-rate ROUNDED =
                       ws-lvl-rate-dollars(ws-lvl-idx)
                           / ws-lvl-invested(ws-lvl-idx)
               ELSE
                   COMPUTE ws-average-rate ROUNDED =
                       ws-lvl-rate-sum(ws-lvl-idx)
                           / ws-lvl-count(ws-lvl-idx)
               END-IF
           END-IF
           MOVE ws-lvl-count(ws-lvl-idx)        TO ml1-count
           MOVE ws-average-term                 TO ml1-term
           MOVE ws-average-rate                 TO ml1-rate
           MOVE mix-line-1                      TO mix-record
           WRITE mix-record
           MOVE ws-lvl-invested(ws-lvl-idx)     TO ml2-invested
           MOVE ws-lvl-future-value(ws-lvl-idx) TO ml2-future-value
           MOVE ws-lvl-interest(ws-lvl-idx)     TO ml2-interest
           MOVE mix-line-2                      TO mix-record
           WRITE mix-record.

      * Procedure to place the product code and its description in
      * the first line - a scenario priced off a keyed rate carries
      * no product code and is shown as such
       145-SET-PRODUCT-COLUMNS.
           MOVE ws-group-product TO ml1-product
           IF ws-group-product = spaces
               MOVE "(KEYED RATE)" TO ml1-description
           ELSE
               MOVE zero TO ws-rate-found-idx
               PERFORM 147-TEST-RATE-ENTRY
                   VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               IF ws-rate-found-idx = zero
                   MOVE "NOT ON RATE TABLE" TO ml1-description
               ELSE
                   MOVE ws-rate-description(ws-rate-found-idx)
                       TO ml1-description
               END-IF
           END-IF.

      * Procedure to test one rate table entry against the product -
      * the latest-dated entry names it
       147-TEST-RATE-ENTRY.
           IF ws-rate-product(ws-rate-idx) = ws-group-product
               IF ws-rate-found-idx = zero
                   OR ws-rate-effective(ws-rate-idx) >
                       ws-rate-effective(ws-rate-found-idx)
                   MOVE ws-rate-idx TO ws-rate-found-idx
               END-IF
           END-IF.

      * Procedure to tie a currency's total to the sum of its
      * currency trailers - a currency on the details with no
      * trailer, or any figure that differs, is out of balance
       160-TIE-CURRENCY-TOTAL.
           MOVE zero TO ws-ctl-found-idx
           PERFORM 175-TEST-CONTROL-CURRENCY
               VARYING ws-ctl-currency-idx FROM 1 BY 1
               UNTIL ws-ctl-currency-idx > ws-ctl-currency-count
           IF ws-ctl-found-idx = zero
               MOVE "*** NO CURRENCY TRAILER ON THE EXTRACT ***"
                   TO mix-record
               WRITE mix-record
               SET ws-out-of-balance TO TRUE
               ADD 1 TO ws-currencies-out
           ELSE
               SET ws-ctl-curr-tied(ws-ctl-found-idx) TO TRUE
               IF ws-lvl-count(ws-currency-level)
                       NOT = ws-ctl-curr-count(ws-ctl-found-idx)
                   OR ws-lvl-invested(ws-currency-level)
                       NOT = ws-ctl-curr-investment(ws-ctl-found-idx)
                   OR ws-lvl-future-value(ws-currency-level)
                       NOT = ws-ctl-curr-future-value(ws-ctl-found-idx)
                   OR ws-lvl-interest(ws-currency-level)
                       NOT = ws-ctl-curr-interest(ws-ctl-found-idx)
                   MOVE "*** OUT OF BALANCE TO CURRENCY TRAILER ***"
                       TO mix-record
                   WRITE mix-record
                   MOVE "Trailer Count"        TO tlc-label
                   MOVE ws-ctl-curr-count(ws-ctl-found-idx)
                       TO tlc-value
                   MOVE trailer-line-count     TO mix-record
                   WRITE mix-record
                   MOVE "Trailer Investment"   TO tla-label
                   MOVE ws-ctl-curr-investment(ws-ctl-found-idx)
                       TO tla-value
                   MOVE trailer-line-amount    TO mix-record
                   WRITE mix-record
                   MOVE "Trailer Future Value" TO tla-label
                   MOVE ws-ctl-curr-future-value(ws-ctl-found-idx)
                       TO tla-value
                   MOVE trailer-line-amount    TO mix-record
                   WRITE mix-record
                   MOVE "Trailer Interest"     TO tla-label
                   MOVE ws-ctl-curr-interest(ws-ctl-found-idx)
                       TO tla-value
                   MOVE trailer-line-amount    TO mix-record
                   WRITE mix-record
                   SET ws-out-of-balance TO TRUE
                   ADD 1 TO ws-currencies-out
               END-IF
           END-IF.

      * Procedure to flag a currency trailer that no detail record
      * answered - the extract claims business the report never saw
       170-CHECK-UNMATCHED-CURRENCY.
           IF NOT ws-ctl-curr-tied(ws-ctl-currency-idx)
               MOVE ws-ctl-currency-code(ws-ctl-currency-idx)
                   TO chl-currency
               MOVE currency-heading-line TO mix-record
               WRITE mix-record
               MOVE "*** CURRENCY TRAILER WITH NO DETAIL RECORDS ***"
                   TO mix-record
               WRITE mix-record
               MOVE spaces TO mix-record
               WRITE mix-record
               SET ws-out-of-balance TO TRUE
               ADD 1 TO ws-currencies-out
           END-IF.

      * Procedure to test one control currency entry against the
      * currency code in hand
       175-TEST-CONTROL-CURRENCY.
           IF ws-ctl-currency-code(ws-ctl-currency-idx)
                   = ws-group-currency
               MOVE ws-ctl-currency-idx TO ws-ctl-found-idx
           END-IF.

      * Procedure to print the grand total and tie it to the summed
      * count-and-totals trailers, with the period the extract
      * covers
       900-PRINT-MIX-TOTALS.
           MOVE "*** GRAND TOTAL - ALL CURRENCIES ***" TO mix-record
           WRITE mix-record
           MOVE ws-grand-level TO ws-lvl-idx
           MOVE "ALL "           TO ml1-product
           MOVE "GRAND TOTAL"    TO ml1-description
           MOVE "*"              TO ml1-mode
           MOVE "*"              TO ml1-frequency
           PERFORM 140-PRINT-LEVEL-LINES
           MOVE spaces TO mix-record
           WRITE mix-record
           MOVE "-------------------------------------"
               TO mix-record
           WRITE mix-record

           MOVE "First Run Date Covered"   TO tld-label
           MOVE ws-first-run-date          TO tld-value
           MOVE trailer-line-date          TO mix-record
           WRITE mix-record

           MOVE "Last Run Date Covered"    TO tld-label
           MOVE ws-last-run-date           TO tld-value
           MOVE trailer-line-date          TO mix-record
           WRITE mix-record

           MOVE "Nights Covered (Trailers)" TO tlc-label
           MOVE ws-nights-covered          TO tlc-value
           MOVE trailer-line-count         TO mix-record
           WRITE mix-record

           MOVE "Mix Groups Reported"      TO tlc-label
           MOVE ws-groups-printed          TO tlc-value
           MOVE trailer-line-count         TO mix-record
           WRITE mix-record

           MOVE "Scenarios Reported"       TO tlc-label
           MOVE ws-details-read            TO tlc-value
           MOVE trailer-line-count         TO mix-record
           WRITE mix-record

           MOVE "Extract Trailer Count"    TO tlc-label
           MOVE ws-ctl-record-count        TO tlc-value
           MOVE trailer-line-count         TO mix-record
           WRITE mix-record

           MOVE "Extract Trailer Investment" TO tla-label
           MOVE ws-ctl-investment          TO tla-value
           MOVE trailer-line-amount        TO mix-record
           WRITE mix-record

           MOVE "Extract Trailer Future Value" TO tla-label
           MOVE ws-ctl-future-value        TO tla-value
           MOVE trailer-line-amount        TO mix-record
           WRITE mix-record

           MOVE "Extract Trailer Interest" TO tla-label
           MOVE ws-ctl-interest            TO tla-value
           MOVE trailer-line-amount        TO mix-record
           WRITE mix-record

           MOVE "Currencies Out Of Balance" TO tlc-label
           MOVE ws-currencies-out          TO tlc-value
           MOVE trailer-line-count         TO mix-record
           WRITE mix-record

           IF ws-nights-covered = zero
                   OR ws-details-read NOT = ws-ctl-record-count
                   OR ws-lvl-invested(ws-grand-level)
                       NOT = ws-ctl-investment
                   OR ws-lvl-future-value(ws-grand-level)
                       NOT = ws-ctl-future-value
                   OR ws-lvl-interest(ws-grand-level)
                       NOT = ws-ctl-interest
               SET ws-out-of-balance TO TRUE
           END-IF
           MOVE spaces TO mix-record
           WRITE mix-record
           IF ws-in-balance
               MOVE "*** BOOK MIX TIES TO THE EXTRACT TRAILERS ***"
                   TO mix-record
           ELSE
               MOVE "*** OUT OF BALANCE TO THE EXTRACT TRAILERS ***"
                   TO mix-record
           END-IF
           WRITE mix-record.

      * Procedure to close all files at the end of the run
       950-TERMINATE-MIX.
           CLOSE mix-results-file
           CLOSE mix-report.

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
               DISPLAY "CALC2080 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2080"             TO rh-program-id
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
               MOVE ws-groups-printed      TO rh-records-processed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-ctl-investment      TO rh-investment-amount
               MOVE ws-ctl-future-value    TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
