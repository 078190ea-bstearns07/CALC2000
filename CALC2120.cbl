       identification division.

       program-id. calc2120.
      ******************************************************************
      * Title..........: CALC2120 - Client Projection Statements
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Prints one projection statement per client
      *                  from the nightly results extract - the client's
      *                  mailing address, the statement date, and every
      *                  scenario on the extract with its product, the
      *                  amount, term and rate, the projected value and
      *                  interest, and the real and after-tax values
      *                  when the night ran with an inflation or tax
      *                  rate.  A scenario run with the schedule flag
      *                  set carries its year-by-year table, worked
      *                  again from the extract's inputs the way
      *                  CALC2000 works it.  Each currency the client
      *                  holds is totalled on its own.  The client
      *                  master's delivery preference decides whether
      *                  the statement is mailed, suppressed or held;
      *                  a client the master cannot mail to is held
      *                  with the reason.  The control report lists
      *                  every statement not mailed and balances the
      *                  statements against the clients and scenarios
      *                  on the extract - anything out ends the run
      *                  with RC=8
      * File Desc......: Client statement companion to CALC2000
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The night's results extract detail records, sorted by
      *    client, currency, run date and sequence with restart
      *    duplicates dropped by the sort step in front of this
      *    program.
           select statement-results-file assign to "RSLTSTM"
               organization is sequential
               file status is ws-statement-results-status.

      *    The extract's count-and-totals trailer records, staged
      *    apart from the details.
           select control-file assign to "RSLTCTL"
               organization is sequential
               file status is ws-control-status.

      *    The client master - the address and delivery preference of
      *    every client, loaded into storage.
           select client-master-file assign to "CLNTMST"
               organization is sequential
               file status is ws-client-master-status.

      *    The rate table - read only for the product descriptions.
           select rate-table-file assign to "RATETAB"
               organization is sequential
               file status is ws-rate-table-status.

      *    Statements to be mailed.
           select mail-statement-file assign to "STMTOUT"
               organization is sequential
               file status is ws-mail-status.

      *    Statements held back from the mail, for review.
           select hold-statement-file assign to "STMTHOLD"
               organization is sequential
               file status is ws-hold-status.

      *    Statement control report.
           select statement-report assign to "STMRPT"
               organization is sequential
               file status is ws-statement-report-status.

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

       fd  statement-results-file
           label records are standard.

      * Mirror of the results-record detail layout CALC2000 writes
       01  statement-results-record.
           05  sm-record-type              pic x.
           05  sm-client-number            pic 9(7).
           05  sm-client-name              pic x(20).
           05  sm-investment-amount        pic 9(9)v99.
           05  sm-number-of-years          pic 99.
           05  sm-yearly-interest-rate     pic 99v9.
           05  sm-compounding-frequency    pic x.
               88  sm-freq-quarterly       value "Q".
               88  sm-freq-monthly         value "M".
           05  sm-calculation-mode         pic x.
               88  sm-mode-compound        value "C".
               88  sm-mode-simple          value "S".
               88  sm-mode-recurring       value "R".
               88  sm-mode-goal-years      value "G".
               88  sm-mode-goal-deposit    value "D".
               88  sm-mode-drawdown        value "W".
           05  sm-print-schedule-flag      pic x.
               88  sm-print-schedule       value "Y".
           05  sm-contribution-amount      pic 9(9)v99.
           05  sm-target-value             pic 9(11)v99.
           05  sm-product-code             pic x(4).
           05  sm-future-value             pic 9(11)v99.
           05  sm-interest-earned          pic 9(11)v99.
           05  sm-run-date                 pic 9(8).
           05  sm-sequence                 pic 9(7).
           05  sm-real-future-value        pic 9(11)v99.
           05  sm-after-tax-value          pic 9(11)v99.
           05  sm-currency-code            pic x(3).
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

       fd  client-master-file
           label records are standard.

      * Mirror of the client master layout CALC2070 maintains
       01  client-master-record.
           05  cm-client-number            pic 9(7).
           05  cm-client-name              pic x(20).
           05  cm-client-status            pic x.
           05  filler                      pic x(12).
           05  cm-delivery-preference      pic x.
           05  cm-address-line-1           pic x(30).
           05  cm-address-line-2           pic x(30).
           05  cm-address-line-3           pic x(30).
           05  cm-postal-code              pic x(10).
           05  filler                      pic x(9).

       fd  rate-table-file
           label records are standard.

       01  rate-table-record.
           05  rt-product-code             pic x(4).
           05  rt-description              pic x(20).
           05  rt-annual-rate              pic 99v9.
           05  rt-effective-date           pic 9(8).
           05  rt-currency-code            pic x(3).
           05  filler                      pic x(2).

       fd  mail-statement-file
           label records are standard.

       01  mail-statement-record           pic x(80).

       fd  hold-statement-file
           label records are standard.

       01  hold-statement-record           pic x(80).

       fd  statement-report
           label records are standard.

       01  statement-report-record         pic x(80).

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
           05  ws-statement-results-status pic xx.
               88  ws-statement-results-ok value "00".
           05  ws-control-status           pic xx.
               88  ws-control-ok           value "00".
           05  ws-client-master-status     pic xx.
               88  ws-client-master-ok     value "00".
           05  ws-rate-table-status        pic xx.
               88  ws-rate-table-ok        value "00".
           05  ws-mail-status              pic xx.
               88  ws-mail-ok              value "00".
           05  ws-hold-status              pic xx.
               88  ws-hold-ok              value "00".
           05  ws-statement-report-status  pic xx.
               88  ws-statement-report-ok  value "00".
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
           05  ws-results-eof-switch       pic x       value "N".
               88  ws-end-of-results       value "Y".
           05  ws-detail-switch            pic x       value "N".
               88  ws-detail-found         value "Y".
           05  ws-control-eof              pic x       value "N".
               88  ws-end-of-control       value "Y".
           05  ws-client-master-eof        pic x       value "N".
               88  ws-end-of-client-master value "Y".
           05  ws-rate-table-eof           pic x       value "N".
               88  ws-end-of-rate-table    value "Y".
           05  ws-overflow-switch          pic x       value "N".
               88  ws-value-overflow       value "Y".
           05  ws-balance-switch           pic x       value "Y".
               88  ws-in-balance           value "Y".
               88  ws-out-of-balance       value "N".
      *    What becomes of the client's statement
           05  ws-disposition              pic x       value "M".
               88  ws-disp-mail            value "M".
               88  ws-disp-suppress        value "S".
               88  ws-disp-hold            value "H".

       01  run-date-fields.
           05  ws-run-date                 pic 9(8).

      * In-storage copy of the client master, sized to match the 500
      * entries CALC2000 loads
       01  master-work-fields.
           05  ws-entry-count              pic 9(3)    value zero.
           05  ws-entry-idx                pic 9(3)    value zero.
           05  ws-found-idx                pic 9(3)    value zero.
           05  ws-master-entries           occurs 500 times.
               10  ws-entry-number             pic 9(7).
               10  ws-entry-name               pic x(20).
               10  ws-entry-status             pic x.
                   88  ws-entry-closed         value "C".
               10  ws-entry-preference         pic x.
               10  ws-entry-address-1          pic x(30).
               10  ws-entry-address-2          pic x(30).
               10  ws-entry-address-3          pic x(30).
               10  ws-entry-postal             pic x(10).

      * The rate table's product descriptions - a product is shown
      * with the description of its latest entry in force on the
      * statement date, in the scenario's currency or the blank
      * base-currency entry
       01  rate-table-fields.
           05  ws-rate-count               pic 9(3)    value zero.
           05  ws-rate-idx                 pic 9(3)    value zero.
           05  ws-rate-found-idx           pic 9(3)    value zero.
           05  ws-rate-entries             occurs 50 times.
               10  ws-rate-product             pic x(4).
               10  ws-rate-description         pic x(20).
               10  ws-rate-effective           pic 9(8).
               10  ws-rate-currency            pic x(3).

      * The client and currency being printed, and the totals kept
      * for each
       01  client-fields.
           05  ws-group-client             pic 9(7)    value zero.
           05  ws-group-currency           pic x(3)    value spaces.
           05  ws-statement-name           pic x(20)   value spaces.
           05  ws-hold-reason              pic x(20)   value spaces.
           05  ws-client-scenarios         pic 9(7)    value zero.
           05  ws-currency-scenarios       pic 9(7)    value zero.
           05  ws-currency-investment      pic 9(13)v99 value zero.
           05  ws-currency-future-value    pic 9(13)v99 value zero.
           05  ws-currency-interest        pic 9(13)v99 value zero.

      * The year-by-year table worked again from the extract's
      * inputs, the way CALC2000's 120-calculate-next-fv works it.
      * The term a goal or drawdown run solved for, and the deposit
      * or withdrawal it solved for, are on the extract as solved
       01  projection-fields.
           05  ws-future-value             pic 9(11)v99 value zero.
           05  ws-beginning-balance        pic 9(11)v99 value zero.
           05  ws-interest-earned          pic 9(11)v99 value zero.
           05  ws-year-contributions       pic 9(11)v99 value zero.
           05  ws-year-withdrawals         pic 9(11)v99 value zero.
           05  ws-year-counter             pic 999     value zero.
           05  ws-depletion-year           pic 999     value zero.
           05  ws-periods-per-year         pic 9(2)    value 1.
           05  ws-period-rate              pic 9(3)v9(4) value zero.

      * The extract's trailers, for balancing the scenarios read
       01  control-total-fields.
           05  ws-trailers-read            pic 9(5)    value zero.
           05  ws-ctl-record-count         pic 9(9)    value zero.
           05  ws-ctl-investment           pic 9(13)v99 value zero.

       01  statement-counts.
           05  ws-details-read             pic 9(9)    value zero.
           05  ws-extract-investment       pic 9(13)v99 value zero.
           05  ws-clients-read             pic 9(7)    value zero.
           05  ws-statements-mailed        pic 9(7)    value zero.
           05  ws-statements-suppressed    pic 9(7)    value zero.
           05  ws-statements-held          pic 9(7)    value zero.
           05  ws-held-requested           pic 9(7)    value zero.
           05  ws-held-not-on-master       pic 9(7)    value zero.
           05  ws-held-closed              pic 9(7)    value zero.
           05  ws-held-no-address          pic 9(7)    value zero.
           05  ws-held-bad-preference      pic 9(7)    value zero.
           05  ws-clients-accounted        pic 9(7)    value zero.
           05  ws-scenarios-printed        pic 9(9)    value zero.
           05  ws-scenarios-suppressed     pic 9(9)    value zero.
           05  ws-scenarios-accounted      pic 9(9)    value zero.

      * One statement line, built and then written to the mail or
      * the hold file by 190-WRITE-STATEMENT-LINE
       01  ws-statement-line               pic x(80).

      * Statement lines - heading, address block, scenario detail in
      * the same label = value form as the CALC2000 report, the
      * year-by-year table, and the totals per currency
       01  statement-heading-line.
           05  filler             pic X(10)  value "CALC2120".
           05  filler             pic X(34)  value
               "CLIENT PROJECTION STATEMENT".
           05  filler             pic X(10)  value "DATE:     ".
           05  shl-statement-date pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  statement-client-line.
           05  filler             pic X(15)  value "CLIENT NUMBER: ".
           05  scl-client         pic 9(7).
           05  filler             pic X(58)  value spaces.

       01  statement-hold-line.
           05  filler             pic X(24)  value
               "*** HELD - NOT MAILED - ".
           05  shd-reason         pic X(20).
           05  filler             pic X(4)   value " ***".
           05  filler             pic X(32)  value spaces.

       01  statement-address-line.
           05  filler             pic X(4)   value spaces.
           05  sal-text           pic X(30).
           05  filler             pic X(46)  value spaces.

       01  currency-heading-line.
           05  filler             pic X(15)  value "PROJECTIONS IN ".
           05  chl-currency       pic X(3).
           05  filler             pic X(62)  value spaces.

       01  scenario-heading-line.
           05  filler             pic X(9)   value "SCENARIO ".
           05  shl-sequence       pic 9(7).
           05  filler             pic X(14)  value " PROJECTED ON ".
           05  shl-run-date       pic 9(8).
           05  filler             pic X(42)  value spaces.

       01  display-line-whole.
           05  label-part-whole   pic X(24).
           05  filler             pic X(4)            value "=".
           05  value-part-whole   pic Z,ZZZ,ZZ9.

       01  display-line-decimal.
           05  label-part-dec     pic X(24).
           05  filler             pic X              value "=".
           05  value-part-dec     pic ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  display-line-name.
           05  label-part-name    pic X(24).
           05  filler             pic X(4)            value "=".
           05  value-part-name    pic X(20).

       01  display-line-rate.
           05  label-part-rate    pic X(24).
           05  filler             pic X(4)            value "=".
           05  value-part-rate    pic Z9.9.
           05  filler             pic X              value "%".

       01  schedule-heading-line.
           05  filler             pic X(4)   value "YEAR".
           05  filler             pic X(19)  value
               "      BEGIN BALANCE".
           05  filler             pic X(19)  value
               "      CONTRIBUTIONS".
           05  filler             pic X(19)  value
               "    INTEREST EARNED".
           05  filler             pic X(19)  value
               "     ENDING BALANCE".

       01  schedule-drawdown-heading-line.
           05  filler             pic X(4)   value "YEAR".
           05  filler             pic X(19)  value
               "      BEGIN BALANCE".
           05  filler             pic X(19)  value
               "        WITHDRAWALS".
           05  filler             pic X(19)  value
               "    INTEREST EARNED".
           05  filler             pic X(19)  value
               "     ENDING BALANCE".

       01  schedule-detail-line.
           05  sdl-year           pic ZZ9.
           05  filler             pic X      value space.
           05  sdl-begin-balance  pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X      value space.
           05  sdl-contributions  pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X      value space.
           05  sdl-interest       pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X      value space.
           05  sdl-end-balance    pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X      value space.

       01  schedule-exhausted-line.
           05  filler             pic X(29)  value
               "*** BALANCE EXHAUSTED IN YEAR".
           05  sel-year           pic ZZ9.
           05  filler             pic X(4)   value " ***".
           05  filler             pic X(44)  value spaces.

       01  currency-total-line.
           05  filler             pic X(10)  value "TOTALS IN ".
           05  ctl-currency       pic X(3).
           05  filler             pic X(3)   value " - ".
           05  ctl-scenarios      pic ZZZ,ZZ9.
           05  filler             pic X(12)  value " SCENARIO(S)".
           05  filler             pic X(45)  value spaces.

      * Control report lines - a header, one line per statement not
      * mailed, and the count trailers that balance the run
       01  control-heading-line.
           05  filler             pic X(10)  value "CALC2120".
           05  filler             pic X(34)  value
               "STATEMENT CONTROL REPORT".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  ctrl-run-date      pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  control-column-line.
           05  filler             pic X(40)  value
               "CLIENT  NAME                 DISPOSITION".
           05  filler             pic X(40)  value
               " SCENARIOS REASON                       ".

       01  control-detail-line.
           05  cdl-client         pic 9(7).
           05  filler             pic X      value space.
           05  cdl-name           pic X(20).
           05  filler             pic X      value space.
           05  cdl-disposition    pic X(11).
           05  filler             pic X      value space.
           05  cdl-scenarios      pic ZZZ,ZZ9.
           05  filler             pic X(2)   value spaces.
           05  cdl-reason         pic X(20).
           05  filler             pic X(10)  value spaces.

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  trailer-line-amount.
           05  tla-label          pic X(30).
           05  tla-value          pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler             pic X(30)  value spaces.

       procedure division.
      * Procedure that drives the statement run - load the master,
      * the product descriptions and the extract's trailers, produce
      * each client's statement in turn, then balance the run
       000-produce-client-statements.
           DISPLAY "CALC2120 - Client Projection Statements"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-STATEMENTS
           PERFORM 020-READ-STATEMENT-DETAIL
           PERFORM 100-PRODUCE-ONE-CLIENT
               UNTIL ws-end-of-results
           PERFORM 900-PRINT-STATEMENT-TOTALS
           PERFORM 950-TERMINATE-STATEMENTS
           IF ws-out-of-balance
               DISPLAY "CALC2120 - STATEMENTS OUT OF BALANCE WITH THE "
                   "EXTRACT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2120 - End of client projection statements."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load the master, the rate table
      * and the extract's trailers, and start the control report
       010-INITIALIZE-STATEMENTS.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT statement-results-file
           IF NOT ws-statement-results-ok
               DISPLAY "CALC2120 - RESULTS OPEN FAILED, STATUS = "
                   ws-statement-results-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT control-file
           IF NOT ws-control-ok
               DISPLAY "CALC2120 - RESULTS TRAILER OPEN FAILED, "
                   "STATUS = " ws-control-status
               CLOSE statement-results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT client-master-file
           IF NOT ws-client-master-ok
               DISPLAY "CALC2120 - CLIENT MASTER OPEN FAILED, "
                   "STATUS = " ws-client-master-status
               CLOSE statement-results-file
               CLOSE control-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT rate-table-file
           IF NOT ws-rate-table-ok
               DISPLAY "CALC2120 - RATE TABLE OPEN FAILED, STATUS = "
                   ws-rate-table-status
               CLOSE statement-results-file
               CLOSE control-file
               CLOSE client-master-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT mail-statement-file
           IF NOT ws-mail-ok
               DISPLAY "CALC2120 - STATEMENT FILE OPEN FAILED, "
                   "STATUS = " ws-mail-status
               CLOSE statement-results-file
               CLOSE control-file
               CLOSE client-master-file
               CLOSE rate-table-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT hold-statement-file
           IF NOT ws-hold-ok
               DISPLAY "CALC2120 - HELD STATEMENT FILE OPEN FAILED, "
                   "STATUS = " ws-hold-status
               CLOSE statement-results-file
               CLOSE control-file
               CLOSE client-master-file
               CLOSE rate-table-file
               CLOSE mail-statement-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT statement-report
           IF NOT ws-statement-report-ok
               DISPLAY "CALC2120 - CONTROL REPORT OPEN FAILED, "
                   "STATUS = " ws-statement-report-status
               CLOSE statement-results-file
               CLOSE control-file
               CLOSE client-master-file
               CLOSE rate-table-file
               CLOSE mail-statement-file
               CLOSE hold-statement-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 015-READ-CLIENT-RECORD
               UNTIL ws-end-of-client-master
           CLOSE client-master-file
           PERFORM 017-READ-RATE-RECORD
               UNTIL ws-end-of-rate-table
           CLOSE rate-table-file
           PERFORM 018-READ-CONTROL-RECORD
               UNTIL ws-end-of-control
           CLOSE control-file
           MOVE ws-run-date TO ctrl-run-date
           MOVE control-heading-line TO statement-report-record
           WRITE statement-report-record
           MOVE spaces TO statement-report-record
           WRITE statement-report-record
           MOVE control-column-line TO statement-report-record
           WRITE statement-report-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows.  This job runs the morning
      * after the night's date roll, so the night it reports on is
      * the prior business date
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2120 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2120 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-prior-date TO ws-run-date.

      * Procedure to read one client master record into the next
      * table entry - a master bigger than the table stops the run
      * before any statement is produced
       015-READ-CLIENT-RECORD.
           READ client-master-file
               AT END
                   SET ws-end-of-client-master TO TRUE
               NOT AT END
                   IF ws-entry-count >= 500
                       DISPLAY "CALC2120 - CLIENT MASTER EXCEEDS 500 "
                           "ENTRIES"
                       CLOSE client-master-file
                       CLOSE rate-table-file
                       CLOSE control-file
                       PERFORM 950-TERMINATE-STATEMENTS
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-entry-count
                   MOVE cm-client-number
                       TO ws-entry-number(ws-entry-count)
                   MOVE cm-client-name
                       TO ws-entry-name(ws-entry-count)
                   MOVE cm-client-status
                       TO ws-entry-status(ws-entry-count)
                   MOVE cm-delivery-preference
                       TO ws-entry-preference(ws-entry-count)
                   MOVE cm-address-line-1
                       TO ws-entry-address-1(ws-entry-count)
                   MOVE cm-address-line-2
                       TO ws-entry-address-2(ws-entry-count)
                   MOVE cm-address-line-3
                       TO ws-entry-address-3(ws-entry-count)
                   MOVE cm-postal-code
                       TO ws-entry-postal(ws-entry-count)
           END-READ.

      * Procedure to read one rate table entry's description into
      * storage
       017-READ-RATE-RECORD.
           READ rate-table-file
               AT END
                   SET ws-end-of-rate-table TO TRUE
               NOT AT END
                   IF ws-rate-count >= 50
                       DISPLAY "CALC2120 - RATE TABLE EXCEEDS 50 "
                           "ENTRIES"
                       CLOSE rate-table-file
                       CLOSE control-file
                       PERFORM 950-TERMINATE-STATEMENTS
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
                   MOVE rt-currency-code
                       TO ws-rate-currency(ws-rate-count)
           END-READ.

      * Procedure to read one of the extract's trailer records into
      * the control totals - one count-and-totals trailer per night
       018-READ-CONTROL-RECORD.
           READ control-file
               AT END
                   SET ws-end-of-control TO TRUE
               NOT AT END
                   IF ct-trailer-record
                       ADD 1 TO ws-trailers-read
                       ADD ct-record-count TO ws-ctl-record-count
                       ADD ct-total-investment TO ws-ctl-investment
                   END-IF
           END-READ.

      * Procedure to read the next detail record - anything that is
      * not a detail record is passed over
       020-READ-STATEMENT-DETAIL.
           MOVE "N" TO ws-detail-switch
           PERFORM 025-READ-STATEMENT-ONE
               UNTIL ws-end-of-results
                   OR ws-detail-found.

      * Procedure to take one record off the sorted extract
       025-READ-STATEMENT-ONE.
           READ statement-results-file
               AT END
                   SET ws-end-of-results TO TRUE
               NOT AT END
                   IF sm-record-type = "D"
                       SET ws-detail-found TO TRUE
                       ADD 1 TO ws-details-read
                       ADD sm-investment-amount
                           TO ws-extract-investment
                   END-IF
           END-READ.

      * Procedure to produce one client's statement - mailed, held
      * or, when the client asked for none, suppressed - and list on
      * the control report any statement that was not mailed
       100-PRODUCE-ONE-CLIENT.
           MOVE sm-client-number TO ws-group-client
           ADD 1 TO ws-clients-read
           MOVE zero TO ws-client-scenarios
           PERFORM 110-DECIDE-DISPOSITION
           IF ws-disp-suppress
               PERFORM 115-SKIP-ONE-DETAIL
                   UNTIL ws-end-of-results
                       OR sm-client-number NOT = ws-group-client
               ADD 1 TO ws-statements-suppressed
               ADD ws-client-scenarios TO ws-scenarios-suppressed
           ELSE
               PERFORM 130-PRINT-STATEMENT-HEADING
               PERFORM 140-PRODUCE-ONE-CURRENCY
                   UNTIL ws-end-of-results
                       OR sm-client-number NOT = ws-group-client
               MOVE "*** END OF STATEMENT ***" TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
               MOVE spaces TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
               ADD ws-client-scenarios TO ws-scenarios-printed
               IF ws-disp-mail
                   ADD 1 TO ws-statements-mailed
               ELSE
                   ADD 1 TO ws-statements-held
               END-IF
           END-IF
           IF NOT ws-disp-mail
               PERFORM 185-LIST-CLIENT-DISPOSITION
           END-IF.

      * Procedure to decide what becomes of the client's statement.
      * A client the master does not carry, or carries closed, is
      * held for review whatever its preference; otherwise the
      * preference rules, and a statement to be mailed with no
      * address to mail it to is held
       110-DECIDE-DISPOSITION.
           MOVE zero TO ws-found-idx
           PERFORM 120-TEST-CLIENT-ENTRY
               VARYING ws-entry-idx FROM 1 BY 1
               UNTIL ws-entry-idx > ws-entry-count
           MOVE spaces TO ws-hold-reason
           SET ws-disp-hold TO TRUE
           IF ws-found-idx = zero
               MOVE sm-client-name TO ws-statement-name
           ELSE
               MOVE ws-entry-name(ws-found-idx) TO ws-statement-name
           END-IF
           EVALUATE TRUE
               WHEN ws-found-idx = zero
                   MOVE "NOT ON CLIENT MASTER" TO ws-hold-reason
                   ADD 1 TO ws-held-not-on-master
               WHEN ws-entry-closed(ws-found-idx)
                   MOVE "CLIENT CLOSED"        TO ws-hold-reason
                   ADD 1 TO ws-held-closed
               WHEN ws-entry-preference(ws-found-idx) = "S"
                   SET ws-disp-suppress TO TRUE
                   MOVE "CLIENT PREFERENCE"    TO ws-hold-reason
               WHEN ws-entry-preference(ws-found-idx) = "H"
                   MOVE "HOLD REQUESTED"       TO ws-hold-reason
                   ADD 1 TO ws-held-requested
               WHEN ws-entry-preference(ws-found-idx) NOT = "M"
                       AND ws-entry-preference(ws-found-idx)
                           NOT = space
                   MOVE "BAD DELIVERY PREF"    TO ws-hold-reason
                   ADD 1 TO ws-held-bad-preference
               WHEN ws-entry-address-1(ws-found-idx) = spaces
                       OR ws-entry-postal(ws-found-idx) = spaces
                   MOVE "NO MAILING ADDRESS"   TO ws-hold-reason
                   ADD 1 TO ws-held-no-address
               WHEN OTHER
                   SET ws-disp-mail TO TRUE
           END-EVALUATE.

      * Procedure to pass over one scenario of a suppressed statement
       115-SKIP-ONE-DETAIL.
           ADD 1 TO ws-client-scenarios
           PERFORM 020-READ-STATEMENT-DETAIL.

      * Procedure to test one master entry against the client
       120-TEST-CLIENT-ENTRY.
           IF ws-entry-number(ws-entry-idx) = ws-group-client
               MOVE ws-entry-idx TO ws-found-idx
           END-IF.

      * Procedure to print the statement's heading and address block
      * - a held statement says so, and why, above the address
       130-PRINT-STATEMENT-HEADING.
           MOVE ws-run-date TO shl-statement-date
           MOVE statement-heading-line TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           MOVE ws-group-client TO scl-client
           MOVE statement-client-line TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           IF ws-disp-hold
               MOVE ws-hold-reason TO shd-reason
               MOVE statement-hold-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           MOVE spaces TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           MOVE ws-statement-name TO sal-text
           MOVE statement-address-line TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           IF ws-found-idx > zero
               PERFORM 135-PRINT-ADDRESS-LINES
           END-IF
           MOVE spaces TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE.

      * Procedure to print the master's address lines under the
      * name, leaving out any line the address does not use
       135-PRINT-ADDRESS-LINES.
           IF ws-entry-address-1(ws-found-idx) NOT = spaces
               MOVE ws-entry-address-1(ws-found-idx) TO sal-text
               MOVE statement-address-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           IF ws-entry-address-2(ws-found-idx) NOT = spaces
               MOVE ws-entry-address-2(ws-found-idx) TO sal-text
               MOVE statement-address-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           IF ws-entry-address-3(ws-found-idx) NOT = spaces
               MOVE ws-entry-address-3(ws-found-idx) TO sal-text
               MOVE statement-address-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           IF ws-entry-postal(ws-found-idx) NOT = spaces
               MOVE ws-entry-postal(ws-found-idx) TO sal-text
               MOVE statement-address-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF.

      * Procedure to print the client's scenarios in one currency
      * and that currency's totals - currencies are never added
      * together on a statement
       140-PRODUCE-ONE-CURRENCY.
           MOVE sm-currency-code TO ws-group-currency
           MOVE zero TO ws-currency-scenarios
           MOVE zero TO ws-currency-investment
           MOVE zero TO ws-currency-future-value
           MOVE zero TO ws-currency-interest
           MOVE ws-group-currency TO chl-currency
           MOVE currency-heading-line TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           PERFORM 150-PRINT-ONE-SCENARIO
               UNTIL ws-end-of-results
                   OR sm-client-number NOT = ws-group-client
                   OR sm-currency-code NOT = ws-group-currency
           PERFORM 170-PRINT-CURRENCY-TOTALS.

      * Procedure to print one scenario, with its year-by-year table
      * when the scenario was run with the schedule flag set, and
      * read on
       150-PRINT-ONE-SCENARIO.
           ADD 1 TO ws-client-scenarios
           ADD 1 TO ws-currency-scenarios
           ADD sm-investment-amount TO ws-currency-investment
           ADD sm-future-value      TO ws-currency-future-value
           ADD sm-interest-earned   TO ws-currency-interest
           MOVE spaces TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           PERFORM 152-PRINT-SCENARIO-DETAIL
           IF sm-print-schedule
               PERFORM 160-PRINT-SCHEDULE
           END-IF
           PERFORM 020-READ-STATEMENT-DETAIL.

      * Procedure to print the scenario's detail block - what was
      * projected, on what terms, and what it comes to
       152-PRINT-SCENARIO-DETAIL.
           MOVE sm-sequence TO shl-sequence
           MOVE sm-run-date TO shl-run-date
           MOVE scenario-heading-line TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Product" TO label-part-name
           IF sm-product-code = spaces
               MOVE "NONE - RATE AS KEYED" TO value-part-name
           ELSE
               MOVE sm-product-code TO value-part-name
           END-IF
           MOVE display-line-name TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           IF sm-product-code NOT = spaces
               PERFORM 154-FIND-PRODUCT-DESCRIPTION
               IF ws-rate-found-idx > zero
                   MOVE "Product Description" TO label-part-name
                   MOVE ws-rate-description(ws-rate-found-idx)
                       TO value-part-name
                   MOVE display-line-name TO ws-statement-line
                   PERFORM 190-WRITE-STATEMENT-LINE
               END-IF
           END-IF

           MOVE "Projection Type" TO label-part-name
           EVALUATE TRUE
               WHEN sm-mode-simple
                   MOVE "SIMPLE INTEREST"    TO value-part-name
               WHEN sm-mode-recurring
                   MOVE "REGULAR DEPOSITS"   TO value-part-name
               WHEN sm-mode-goal-years
                   MOVE "YEARS TO TARGET"    TO value-part-name
               WHEN sm-mode-goal-deposit
                   MOVE "DEPOSIT FOR TARGET" TO value-part-name
               WHEN sm-mode-drawdown
                   MOVE "DRAWDOWN"           TO value-part-name
               WHEN OTHER
                   MOVE "COMPOUND GROWTH"    TO value-part-name
           END-EVALUATE
           MOVE display-line-name TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Compounding" TO label-part-name
           EVALUATE TRUE
               WHEN sm-mode-simple
                   MOVE "NONE"               TO value-part-name
               WHEN sm-freq-quarterly
                   MOVE "QUARTERLY"          TO value-part-name
               WHEN sm-freq-monthly
                   MOVE "MONTHLY"            TO value-part-name
               WHEN OTHER
                   MOVE "ANNUAL"             TO value-part-name
           END-EVALUATE
           MOVE display-line-name TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           IF sm-mode-goal-deposit
               MOVE "Required Deposit" TO label-part-dec
           ELSE
               MOVE "Amount Invested" TO label-part-dec
           END-IF
           MOVE sm-investment-amount TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           IF sm-mode-goal-years
               MOVE "Years To Reach Target" TO label-part-whole
           ELSE
               MOVE "Term In Years" TO label-part-whole
           END-IF
           MOVE sm-number-of-years TO value-part-whole
           MOVE display-line-whole TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Annual Interest Rate" TO label-part-rate
           MOVE sm-yearly-interest-rate TO value-part-rate
           MOVE display-line-rate TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           IF sm-mode-recurring
               OR (sm-mode-goal-years
                   AND sm-contribution-amount > zero)
               MOVE "Deposit Per Period" TO label-part-dec
               MOVE sm-contribution-amount TO value-part-dec
               MOVE display-line-decimal TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF

           IF sm-mode-drawdown
               MOVE "Withdrawal Per Period" TO label-part-dec
               MOVE sm-contribution-amount TO value-part-dec
               MOVE display-line-decimal TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF

           IF sm-mode-goal-years OR sm-mode-goal-deposit
               MOVE "Target Value" TO label-part-dec
               MOVE sm-target-value TO value-part-dec
               MOVE display-line-decimal TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF

           MOVE "Projected Value" TO label-part-dec
           MOVE sm-future-value TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Interest Earned" TO label-part-dec
           MOVE sm-interest-earned TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

      *    The extract carries the projected value itself in these
      *    when the night ran without an inflation or tax rate, so
      *    they are only shown when they say something different
           IF sm-real-future-value NOT = sm-future-value
               MOVE "Value In Today's Dollars" TO label-part-dec
               MOVE sm-real-future-value TO value-part-dec
               MOVE display-line-decimal TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF

           IF sm-after-tax-value NOT = sm-future-value
               MOVE "Value After Tax" TO label-part-dec
               MOVE sm-after-tax-value TO value-part-dec
               MOVE display-line-decimal TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF.

      * Procedure to find the rate table entry that describes the
      * scenario's product - the latest in force on the statement
      * date in the scenario's currency or the base currency
       154-FIND-PRODUCT-DESCRIPTION.
           MOVE zero TO ws-rate-found-idx
           PERFORM 155-TEST-RATE-ENTRY
               VARYING ws-rate-idx FROM 1 BY 1
               UNTIL ws-rate-idx > ws-rate-count.

      * Procedure to test one rate table entry against the scenario's
      * product
       155-TEST-RATE-ENTRY.
           IF ws-rate-product(ws-rate-idx) = sm-product-code
                   AND (ws-rate-currency(ws-rate-idx) = sm-currency-code
                        OR ws-rate-currency(ws-rate-idx) = spaces)
                   AND ws-rate-effective(ws-rate-idx)
                       NOT > ws-run-date
               IF ws-rate-found-idx = zero
                   OR ws-rate-effective(ws-rate-idx) >
                       ws-rate-effective(ws-rate-found-idx)
                   MOVE ws-rate-idx TO ws-rate-found-idx
               END-IF
           END-IF.

      * Procedure to print the scenario's year-by-year table, worked
      * again from the extract's inputs year by year the way the
      * nightly run works it.  The table is the nominal balance - the
      * inflation and tax rates the night ran with are not on the
      * extract, so the real and after-tax figures are the year-end
      * ones printed in the detail block
       160-PRINT-SCHEDULE.
           MOVE "N" TO ws-overflow-switch
           IF sm-freq-quarterly
               MOVE 4 TO ws-periods-per-year
           ELSE
               IF sm-freq-monthly
                   MOVE 12 TO ws-periods-per-year
               ELSE
                   MOVE 1 TO ws-periods-per-year
               END-IF
           END-IF
           COMPUTE ws-period-rate ROUNDED =
               sm-yearly-interest-rate / ws-periods-per-year
           MOVE sm-investment-amount TO ws-future-value
           MOVE zero TO ws-depletion-year
           MOVE 1 TO ws-year-counter
           IF sm-mode-drawdown
               MOVE schedule-drawdown-heading-line TO ws-statement-line
           ELSE
               MOVE schedule-heading-line TO ws-statement-line
           END-IF
           PERFORM 190-WRITE-STATEMENT-LINE
           PERFORM 162-PROJECT-ONE-YEAR
               UNTIL ws-year-counter > sm-number-of-years
                   OR ws-value-overflow
           IF ws-value-overflow
               MOVE "*** YEAR-BY-YEAR TABLE NOT AVAILABLE ***"
                   TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           IF sm-mode-drawdown AND ws-depletion-year > zero
               MOVE ws-depletion-year TO sel-year
               MOVE schedule-exhausted-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF.

      * Procedure to work and print one year of the table
       162-PROJECT-ONE-YEAR.
           MOVE ws-future-value TO ws-beginning-balance
           MOVE zero TO ws-year-contributions
           MOVE zero TO ws-year-withdrawals
           IF sm-mode-simple
               PERFORM 168-APPLY-SIMPLE-INTEREST
           ELSE
               IF sm-mode-recurring
                   OR (sm-mode-goal-years
                       AND sm-contribution-amount > zero)
                   PERFORM 165-COMPOUND-AND-CONTRIBUTE
                       ws-periods-per-year TIMES
               ELSE
                   IF sm-mode-drawdown
                       PERFORM 166-COMPOUND-AND-WITHDRAW
                           ws-periods-per-year TIMES
                   ELSE
                       PERFORM 164-COMPOUND-ONE-PERIOD
                           ws-periods-per-year TIMES
                   END-IF
               END-IF
           END-IF
           IF NOT ws-value-overflow
               COMPUTE ws-interest-earned =
                   ws-future-value - ws-beginning-balance
                       - ws-year-contributions
                       + ws-year-withdrawals
               MOVE ws-year-counter      TO sdl-year
               MOVE ws-beginning-balance TO sdl-begin-balance
               IF sm-mode-drawdown
                   MOVE ws-year-withdrawals   TO sdl-contributions
               ELSE
                   MOVE ws-year-contributions TO sdl-contributions
               END-IF
               MOVE ws-interest-earned   TO sdl-interest
               MOVE ws-future-value      TO sdl-end-balance
               MOVE schedule-detail-line TO ws-statement-line
               PERFORM 190-WRITE-STATEMENT-LINE
           END-IF
           ADD 1 TO ws-year-counter.

      * Procedure applying interest for a single compounding period
       164-COMPOUND-ONE-PERIOD.
           IF NOT ws-value-overflow
               COMPUTE ws-future-value ROUNDED =
                   ws-future-value +
                       (ws-future-value * ws-period-rate / 100)
                   ON SIZE ERROR
                       SET ws-value-overflow TO TRUE
               END-COMPUTE
           END-IF.

      * Procedure applying one period's interest and then the
      * period's deposit
       165-COMPOUND-AND-CONTRIBUTE.
           PERFORM 164-COMPOUND-ONE-PERIOD
           IF NOT ws-value-overflow
               ADD sm-contribution-amount TO ws-future-value
                   ON SIZE ERROR
                       SET ws-value-overflow TO TRUE
               END-ADD
               ADD sm-contribution-amount TO ws-year-contributions
           END-IF.

      * Procedure applying one period's interest and then the
      * period's withdrawal, paying out what is left and stopping at
      * zero when the balance cannot cover it
       166-COMPOUND-AND-WITHDRAW.
           PERFORM 164-COMPOUND-ONE-PERIOD
           IF NOT ws-value-overflow
               IF ws-future-value > sm-contribution-amount
                   SUBTRACT sm-contribution-amount
                       FROM ws-future-value
                   ADD sm-contribution-amount TO ws-year-withdrawals
               ELSE
                   ADD ws-future-value TO ws-year-withdrawals
                   MOVE zero TO ws-future-value
                   IF ws-depletion-year = zero
                       MOVE ws-year-counter TO ws-depletion-year
                   END-IF
               END-IF
           END-IF.

      * Procedure applying simple interest for the year against the
      * original amount
       168-APPLY-SIMPLE-INTEREST.
           COMPUTE ws-future-value ROUNDED =
               sm-investment-amount +
                   (sm-investment-amount * sm-yearly-interest-rate
                       / 100 * ws-year-counter)
               ON SIZE ERROR
                   SET ws-value-overflow TO TRUE
           END-COMPUTE.

      * Procedure to print the client's totals for one currency
       170-PRINT-CURRENCY-TOTALS.
           MOVE spaces TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE
           MOVE ws-group-currency     TO ctl-currency
           MOVE ws-currency-scenarios TO ctl-scenarios
           MOVE currency-total-line   TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Total Invested" TO label-part-dec
           MOVE ws-currency-investment TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Total Projected Value" TO label-part-dec
           MOVE ws-currency-future-value TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE "Total Interest Earned" TO label-part-dec
           MOVE ws-currency-interest TO value-part-dec
           MOVE display-line-decimal TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE

           MOVE spaces TO ws-statement-line
           PERFORM 190-WRITE-STATEMENT-LINE.

      * Procedure to list a statement that was not mailed on the
      * control report, with what became of it and why
       185-LIST-CLIENT-DISPOSITION.
           MOVE ws-group-client     TO cdl-client
           MOVE ws-statement-name   TO cdl-name
           IF ws-disp-suppress
               MOVE "SUPPRESSED"    TO cdl-disposition
           ELSE
               MOVE "HELD"          TO cdl-disposition
           END-IF
           MOVE ws-client-scenarios TO cdl-scenarios
           MOVE ws-hold-reason      TO cdl-reason
           MOVE control-detail-line TO statement-report-record
           WRITE statement-report-record.

      * Procedure to write one statement line to the mail file, or to
      * the hold file for a statement held back
       190-WRITE-STATEMENT-LINE.
           IF ws-disp-mail
               MOVE ws-statement-line TO mail-statement-record
               WRITE mail-statement-record
           ELSE
               MOVE ws-statement-line TO hold-statement-record
               WRITE hold-statement-record
           END-IF.

      * Procedure to print the count trailers and balance the run -
      * every client on the extract must be accounted for as mailed,
      * suppressed or held, and the scenarios read must agree with
      * the extract's own trailer
       900-PRINT-STATEMENT-TOTALS.
           COMPUTE ws-clients-accounted =
               ws-statements-mailed + ws-statements-suppressed
                   + ws-statements-held
           COMPUTE ws-scenarios-accounted =
               ws-scenarios-printed + ws-scenarios-suppressed
           MOVE spaces TO statement-report-record
           WRITE statement-report-record
           MOVE "-------------------------------------"
               TO statement-report-record
           WRITE statement-report-record

           MOVE "Clients On Extract"       TO tlc-label
           MOVE ws-clients-read            TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Statements Produced"      TO tlc-label
           MOVE ws-statements-mailed       TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Statements Suppressed"    TO tlc-label
           MOVE ws-statements-suppressed   TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Statements Held"          TO tlc-label
           MOVE ws-statements-held         TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "  Held - Hold Requested"  TO tlc-label
           MOVE ws-held-requested          TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "  Held - Not On Master"   TO tlc-label
           MOVE ws-held-not-on-master      TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "  Held - Client Closed"   TO tlc-label
           MOVE ws-held-closed             TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "  Held - No Mailing Address" TO tlc-label
           MOVE ws-held-no-address         TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "  Held - Bad Preference"  TO tlc-label
           MOVE ws-held-bad-preference     TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Clients Accounted For"    TO tlc-label
           MOVE ws-clients-accounted       TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Scenarios On Extract"     TO tlc-label
           MOVE ws-details-read            TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Scenarios Per Trailer"    TO tlc-label
           MOVE ws-ctl-record-count        TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Scenarios On Statements"  TO tlc-label
           MOVE ws-scenarios-printed       TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Scenarios Suppressed"     TO tlc-label
           MOVE ws-scenarios-suppressed    TO tlc-value
           MOVE trailer-line-count         TO statement-report-record
           WRITE statement-report-record

           MOVE "Investment On Extract"    TO tla-label
           MOVE ws-extract-investment      TO tla-value
           MOVE trailer-line-amount        TO statement-report-record
           WRITE statement-report-record

           MOVE "Investment Per Trailer"   TO tla-label
           MOVE ws-ctl-investment          TO tla-value
           MOVE trailer-line-amount        TO statement-report-record
           WRITE statement-report-record

           MOVE spaces TO statement-report-record
           WRITE statement-report-record
           IF ws-clients-accounted NOT = ws-clients-read
                   OR ws-scenarios-accounted NOT = ws-details-read
               MOVE "*** STATEMENTS DO NOT ACCOUNT FOR EVERY CLIENT"
                   TO statement-report-record
               WRITE statement-report-record
               SET ws-out-of-balance TO TRUE
           END-IF
           IF ws-trailers-read = zero
               MOVE "*** NO TRAILER ON THE EXTRACT ***"
                   TO statement-report-record
               WRITE statement-report-record
               SET ws-out-of-balance TO TRUE
           ELSE
               IF ws-details-read NOT = ws-ctl-record-count
                       OR ws-extract-investment NOT = ws-ctl-investment
                   MOVE "*** EXTRACT DETAILS DO NOT MATCH ITS TRAILER"
                       TO statement-report-record
                   WRITE statement-report-record
                   SET ws-out-of-balance TO TRUE
               END-IF
           END-IF
           IF ws-in-balance
               MOVE "*** STATEMENTS BALANCE TO THE EXTRACT ***"
                   TO statement-report-record
           ELSE
               MOVE "*** STATEMENT RUN IS OUT OF BALANCE ***"
                   TO statement-report-record
           END-IF
           WRITE statement-report-record.

      * Procedure to close the files still open
       950-TERMINATE-STATEMENTS.
           CLOSE statement-results-file
           CLOSE mail-statement-file
           CLOSE hold-statement-file
           CLOSE statement-report.

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
               DISPLAY "CALC2120 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2120"             TO rh-program-id
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
               MOVE ws-statements-mailed   TO rh-records-processed
               MOVE ws-statements-held     TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE ws-extract-investment  TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
