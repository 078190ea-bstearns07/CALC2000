               organization is sequential
               file status is ws-restart-status.

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

      * The audit line with its seal area - a serial number running
      * the length of the log, the seal of the record before it, and
      * this record's own seal, worked over the line and its serial
      * and chained from the prior seal, so a line altered, dropped
      * or inserted after the night that wrote it breaks the chain.
      * Records written before sealing began carry a blank seal area
       01  audit-record.
           05  ad-audit-line               pic x(80).
           05  filler                      pic x.
           05  ad-serial                   pic x(9).
           05  filler                      pic x.
           05  ad-prior-seal               pic x(9).
           05  filler                      pic x.
           05  ad-seal                     pic x(9).

      * The sealed trailer closing each run's records - the count,
      * client number hash total and money totals of every record
      * since the trailer before it, itself sealed into the chain
       01  audit-seal-trailer.
           05  at-marker                   pic x(8).
               88  at-seal-trailer         value "*SEALED*".
           05  at-run-date                 pic 9(8).
           05  at-record-count             pic 9(7).
           05  at-client-hash              pic 9(15).
           05  at-investment               pic 9(13)v99.
           05  at-future-value             pic 9(13)v99.
           05  at-run-time                 pic 9(8).
           05  filler                      pic x(4).
           05  filler                      pic x(30).

       fd  rate-table-file
           label records are standard.
       fd  client-master-file
           label records are standard.

      * The delivery preference and mailing address are carried for
      * the client statements CALC2120 prints - not used here
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

       fd  recycle-file
           label records are standard.
      *    still cover the whole run
           05  rs-currency-totals          pic x(1040).

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
               88  ws-results-ok           value "00".
           05  ws-restart-status           pic xx.
               88  ws-restart-ok           value "00".
           05  ws-business-date-status     pic xx.
               88  ws-business-date-ok     value "00".
           05  ws-run-history-status       pic xx.
               88  ws-run-history-ok       value "00".

       01  run-history-fields.
           05  ws-run-start-date           pic 9(8)    value zero.
           05  ws-run-start-time           pic 9(8)    value zero.
           05  ws-run-end-date             pic 9(8)    value zero.
           05  ws-run-end-time             pic 9(8)    value zero.

       01  report-controls.
           05  ws-page-number              pic 9(5)    value zero.
               88  ws-restart-rec-written  value "Y".
           05  ws-simulated-scen-switch    pic x       value "N".
               88  ws-simulated-scenario   value "Y".
      *    Which question a drawdown scenario asks, settled once by
      *    the edit so a simulation's second pass - which sees the
      *    years or withdrawal the first pass solved for - asks the
      *    same one again
           05  ws-drawdown-switch          pic x       value space.
               88  ws-drawdown-solve-years value "Y".
               88  ws-drawdown-solve-withdrawal
                                           value "W".
               88  ws-drawdown-project     value "P".

       01  checkpoint-fields.
           05  ws-checkpoint-count         pic 9(7)    value zero.
               88  err-client-not-on-master value 12.
               88  err-client-closed       value 13.
               88  err-invalid-currency    value 14.
               88  err-invalid-withdrawal  value 15.
               88  err-balance-outlasts-cap value 16.
           05  ws-reason-text              pic x(30).

      * Aging work fields for the reject being written - how many
       01  audit-timestamp-fields.
           05  ws-audit-time               pic 9(8).

      * Audit seal chaining.  The serial and seal carry on from the
      * last sealed record on the log, and the totals gather every
      * record since its last sealed trailer - a night that abended
      * before its trailer is closed by the restart's.  A byte's
      * value is taken by dropping it into the low-order byte of a
      * binary halfword
       01  audit-seal-fields.
           05  ws-seal-scan-eof            pic x       value "N".
               88  ws-end-of-seal-scan     value "Y".
           05  ws-seal-serial              pic 9(9)    value zero.
           05  ws-seal-last                pic 9(9)    value zero.
           05  ws-seal-value               pic 9(9)    value zero.
           05  ws-seal-modulus             pic 9(9)    value 999999937.
           05  ws-seal-work                pic 9(12)   value zero.
           05  ws-seal-quotient            pic 9(12)   value zero.
           05  ws-seal-idx                 pic 9(3)    value zero.
           05  ws-seal-text                pic x(91).
           05  ws-seal-byte-value          pic 9(4)    comp.
           05  ws-seal-byte-area redefines ws-seal-byte-value.
               10  filler                  pic x.
               10  ws-seal-byte            pic x.
           05  ws-seal-amount              pic 9(11)v99 value zero.
           05  ws-seal-count               pic 9(7)    value zero.
           05  ws-seal-client-hash         pic 9(15)   value zero.
           05  ws-seal-investment          pic 9(13)v99 value zero.
           05  ws-seal-future-value        pic 9(13)v99 value zero.

       01  user-entries.

           05  ws-number-entered              pic 9        value 1.
               88  ws-mode-recurring           value "R".
               88  ws-mode-goal-years          value "G".
               88  ws-mode-goal-deposit        value "D".
               88  ws-mode-drawdown            value "W".
           05  ws-print-schedule-flag         pic x        value "N".
               88  ws-print-schedule          value "Y".
           05  ws-contribution-amount         pic 9(9)v99  value zero.
           05  ws-total-periods            pic 9(5).
           05  ws-deposit-work             pic 9(9)v9(4).
           05  ws-required-deposit         pic 9(9)v99.

      * Drawdown work fields - a drawdown scenario carries its
      * withdrawal per period in the contribution amount.  The
      * withdrawals are tracked apart from contributions so interest
      * still comes out as what the balance earned, and the year the
      * balance first reaches zero is kept for the report
           05  ws-year-withdrawals         pic 9(11)v99.
           05  ws-scenario-withdrawals     pic 9(11)v99.
           05  ws-depletion-year           pic 999.
           05  ws-annuity-factor           pic 9(5)v9(10).
      *     05  edited-whole-value          pic zz,zzz,zz9.
      *     05  edited-decimal-value        pic zzz,zzz.99.

      * In-storage copy of the client master, loaded once at
      * initialization like the rate table.  One entry per client
      * number, carrying the name of record and the open/closed
      * status the scenario edit checks against.  CALC2070 warns
      * against this table's size - resize both together
       01  client-master-fields.
           05  ws-client-count             pic 9(3)     value zero.
           05  ws-client-idx               pic 9(3)     value zero.
           05  filler             pic X(19)  value
               "     ENDING BALANCE".

      * Drawdown scenarios print the same schedule with the year's
      * withdrawals in the contributions column, and close it with
      * the year the balance ran out when it did
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

       01  schedule-exhausted-line.
           05  filler             pic X(29)  value
               "*** BALANCE EXHAUSTED IN YEAR".
           05  sel-year           pic ZZ9.
           05  filler             pic X(4)   value " ***".
           05  filler             pic X(44)  value spaces.

      * Second schedule line per year, printed only when an inflation
      * or tax rate is set on the run controls - the year's ending
      * balance restated in today's dollars and after tax.  The
      * scenario file, one per client, until end of file is reached
       000-calculate-future-values.
           DISPLAY "Calculating Future Values".
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-RUN
           PERFORM 020-READ-SCENARIO
           PERFORM 100-CALCULATE-FUTURE-VALUE
           END-IF
           PERFORM 900-PRINT-CONTROL-TOTALS
           IF NOT ws-simulation-mode
               PERFORM 915-WRITE-AUDIT-SEAL-TRAILER
               PERFORM 910-WRITE-RESULTS-TRAILER
               PERFORM 190-RESET-CHECKPOINT
           END-IF
           PERFORM 950-TERMINATE-RUN
           display "End of session.".
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open files and get the run ready to process the
      * first scenario
       010-INITIALIZE-RUN.
           PERFORM 026-READ-BUSINESS-DATE
           PERFORM 011-READ-RUN-CONTROLS
           OPEN INPUT scenario-file
           IF NOT ws-scenario-ok
               DISPLAY "CALC2000 - SCENARIO FILE OPEN FAILED, STATUS = "
                   ws-scenario-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *    A simulation neither consumes nor writes a checkpoint -
                   ws-report-status
               CLOSE scenario-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF NOT ws-exception-ok
               CLOSE scenario-file
               CLOSE report-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF NOT ws-recycle-ok
               CLOSE report-file
               CLOSE exception-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF NOT ws-aging-ok
               CLOSE exception-file
               CLOSE recycle-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF NOT ws-results-ok
               CLOSE recycle-file
               CLOSE aging-report
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *    Suspense is append-across-nights like the audit log - a
               CLOSE aging-report
               CLOSE results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 024-SCAN-AUDIT-SEALS
           OPEN EXTEND audit-file
           IF NOT ws-audit-ok
               OPEN OUTPUT audit-file
               CLOSE aging-report
               CLOSE results-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *    A restarted run keeps the business date it started under,
      *    even across midnight, so its report pages, audit stamps,
      *    recycle and results records all stay on one date
               PERFORM 015-APPLY-RESTART-SKIP
           END-IF.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       026-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2000 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2000 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the operator's run-control record and apply
      * it over the standard settings, before any file is opened for
      * output - a bad setting must fail the step with nothing
               DISPLAY "CALC2000 - PARAMETER FILE OPEN FAILED, "
                   "STATUS = " ws-parameter-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           READ parameter-file
           DISPLAY "CALC2000 - BAD RUN CONTROL RECORD: "
               ws-parameter-record
           MOVE 16 TO RETURN-CODE
           PERFORM 960-WRITE-RUN-HISTORY
           STOP RUN.

      * Procedure to load the product rate table into storage for the
               CLOSE results-file
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 016-READ-RATE-RECORD
                       CLOSE audit-file
                       CLOSE rate-table-file
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-rate-count
               CLOSE results-file
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           IF NOT ws-restart-mode
               DISPLAY "CALC2000 - CURRENCY FILE IS EMPTY"
               PERFORM 950-TERMINATE-RUN
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
      *    The first record is the base currency itself - its rate
                   "1.000000: " ws-currency-entry-code(1)
               PERFORM 950-TERMINATE-RUN
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE ws-currency-entry-code(1) TO ws-base-currency-code.

      * Procedure to pick up the audit log's seal chain where the
      * last run left it - one pass down the log for the last serial
      * and seal, and the totals of any records written since the
      * last sealed trailer.  A log not yet there starts the chain
       024-SCAN-AUDIT-SEALS.
           OPEN INPUT audit-file
           IF ws-audit-ok
               PERFORM 025-READ-AUDIT-SEAL
                   UNTIL ws-end-of-seal-scan
               CLOSE audit-file
           END-IF.

      * Procedure to read one audit record for the seal scan - a
      * sealed trailer clears the totals, a sealed line adds into
      * them, and a line written before sealing began is passed
       025-READ-AUDIT-SEAL.
           READ audit-file
               AT END
                   SET ws-end-of-seal-scan TO TRUE
               NOT AT END
                   IF ad-serial IS NUMERIC AND ad-seal IS NUMERIC
                       MOVE ad-serial TO ws-seal-serial
                       MOVE ad-seal   TO ws-seal-last
                       IF at-seal-trailer
                           MOVE zero TO ws-seal-count
                           MOVE zero TO ws-seal-client-hash
                           MOVE zero TO ws-seal-investment
                           MOVE zero TO ws-seal-future-value
                       ELSE
                           MOVE ad-audit-line TO audit-line
                           PERFORM 163-ADD-SEAL-TOTALS
                       END-IF
                   END-IF
           END-READ.

      * Procedure to read one currency record into the next table
      * entry
       022-READ-CURRENCY-RECORD.
                       CLOSE currency-file
                       PERFORM 950-TERMINATE-RUN
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
      *            The exchange rate converts the night's control
                       CLOSE currency-file
                       PERFORM 950-TERMINATE-RUN
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-currency-count
               CLOSE results-file
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 018-READ-CLIENT-RECORD
                       CLOSE audit-file
                       CLOSE client-master-file
                       MOVE 16 TO RETURN-CODE
                       PERFORM 960-WRITE-RUN-HISTORY
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-client-count
           CLOSE results-file
           CLOSE audit-file.

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
               DISPLAY "CALC2000 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2000"             TO rh-program-id
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
               IF ws-restart-mode
                   MOVE "Y"                TO rh-restart-flag
               ELSE
                   MOVE "N"                TO rh-restart-flag
               END-IF
               IF ws-simulation-mode
                   MOVE "Y"                TO rh-simulation-flag
               ELSE
                   MOVE "N"                TO rh-simulation-flag
               END-IF
               MOVE ws-scenarios-read      TO rh-records-read
               MOVE ws-scenarios-processed TO rh-records-processed
               MOVE ws-scenarios-rejected  TO rh-records-rejected
               MOVE ws-scenarios-suspended TO rh-records-suspended
               MOVE ws-total-investment    TO rh-investment-amount
               MOVE ws-total-future-value  TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.

      * Procedure to begin calulations until number of years is reached,
      * once the scenario has passed the input edit
       100-calculate-future-value.
                   PERFORM 145-PRINT-SCHEDULE-LINE
                       VARYING ws-staged-idx FROM 1 BY 1
                       UNTIL ws-staged-idx > ws-staged-line-count
                   IF ws-mode-drawdown AND ws-depletion-year > zero
                       PERFORM 146-PRINT-EXHAUSTED-LINE
                   END-IF
               END-IF
               PERFORM 140-print-report-detail
      *        The scenario's interest is figured here, ahead of the
      *        results write and the totals, so a simulation run -
      *        which writes no results record - still rolls real
      *        interest figures into its report totals.  Money a
      *        drawdown took out was earned before it left, so the
      *        withdrawals count back in
               COMPUTE ws-scenario-interest =
                   ws-future-value - ws-investment-amount
                       - ws-scenario-contributions
                       + ws-scenario-withdrawals
               IF NOT ws-simulation-mode
                   PERFORM 160-WRITE-AUDIT-RECORD
                   PERFORM 165-WRITE-RESULTS-RECORD

      * Procedure to run one full calculation pass at the rate now
      * in ws-yearly-interest-rate - the compounding setup, the
      * goal-deposit or maximum-withdrawal solve when the mode asks
      * for it, and the year loop with its overflow and goal checks
       107-CALCULATE-ONE-PASS.
           PERFORM 060-DETERMINE-COMPOUNDING
           IF ws-mode-goal-deposit
               PERFORM 115-SOLVE-REQUIRED-DEPOSIT
           END-IF
           IF ws-mode-drawdown AND ws-drawdown-solve-withdrawal
               PERFORM 116-SOLVE-MAXIMUM-WITHDRAWAL
           END-IF
           IF ws-scenario-valid
               move ws-investment-amount to ws-future-value
               move 1 to ws-year-counter
               MOVE zero to ws-staged-line-count
               MOVE zero to ws-scenario-contributions
               MOVE zero to ws-scenario-withdrawals
               MOVE zero to ws-depletion-year
               MOVE ws-investment-amount TO ws-real-balance
               MOVE ws-investment-amount TO ws-after-tax-balance
               MOVE zero TO ws-tax-paid
                           ws-year-counter - 1
                   END-IF
               ELSE
                   IF ws-mode-drawdown AND ws-drawdown-solve-years
      *                Run until the balance is gone - a withdrawal
      *                the interest covers never empties it, and that
      *                is reported rather than run out to the cap
                       perform 120-calculate-next-fv
                           until ws-future-value = zero
                               or ws-year-counter > ws-edit-max-years
                               or ws-value-overflow
                       IF NOT ws-value-overflow
                               AND ws-future-value > zero
                           SET ws-scenario-invalid TO TRUE
                           SET err-balance-outlasts-cap TO TRUE
                       ELSE
                           COMPUTE ws-number-of-years =
                               ws-year-counter - 1
                       END-IF
                   ELSE
                       perform 120-calculate-next-fv
                           until ws-year-counter > ws-number-of-years
                               or ws-value-overflow
                       IF ws-mode-goal-deposit
                               AND NOT ws-value-overflow
                               AND ws-future-value < ws-target-value
                           SET ws-scenario-invalid TO TRUE
                           SET err-deposit-short TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF ws-value-overflow
               END-IF
           END-IF.

      * Procedure to work out the largest withdrawal a drawdown
      * balance can support every period for the full term - the
      * level payment that amortizes the balance to nothing,
      * balance x period rate x growth / (growth - 1), using the same
      * growth factor the goal-deposit solve builds.  The payment is
      * cut down to the cent, never up, so the balance lasts the term
       116-SOLVE-MAXIMUM-WITHDRAWAL.
           MOVE 1 TO ws-growth-factor
           COMPUTE ws-total-periods =
               ws-periods-per-year * ws-number-of-years
           PERFORM 118-GROW-ONE-PERIOD
               ws-total-periods TIMES
           IF ws-value-overflow
               SET ws-scenario-invalid TO TRUE
               SET err-value-overflow TO TRUE
           ELSE
               COMPUTE ws-annuity-factor ROUNDED =
                   ws-growth-factor / (ws-growth-factor - 1)
                   ON SIZE ERROR
                       SET ws-scenario-invalid TO TRUE
                       SET err-value-overflow TO TRUE
               END-COMPUTE
               IF ws-scenario-valid
                   COMPUTE ws-deposit-work =
                       ws-investment-amount * ws-period-rate / 100
                           * ws-annuity-factor
                       ON SIZE ERROR
                           SET ws-scenario-invalid TO TRUE
                           SET err-value-overflow TO TRUE
                   END-COMPUTE
               END-IF
               IF ws-scenario-valid
                   MOVE ws-deposit-work TO ws-contribution-amount
                   IF ws-contribution-amount = zero
                       SET ws-scenario-invalid TO TRUE
                       SET err-invalid-withdrawal TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Procedure to apply one compounding period's growth to the
      * goal-deposit growth factor
       118-GROW-ONE-PERIOD.
           MOVE ws-calculation-mode     TO al-mode
           MOVE ws-future-value         TO al-future-value
           MOVE ws-currency-code        TO al-currency
           MOVE spaces               TO audit-record
           MOVE audit-line           TO ad-audit-line
           PERFORM 161-SEAL-AUDIT-RECORD
           WRITE audit-record
           PERFORM 163-ADD-SEAL-TOTALS.

      * Procedure to seal the audit record built in the record area
      * - the next serial goes in, then the seal is worked over the
      * first 91 bytes, starting from the last record's seal, byte
      * by byte as seal x 31 + byte value, modulo a large prime
       161-SEAL-AUDIT-RECORD.
           ADD 1 TO ws-seal-serial
           MOVE ws-seal-serial TO ad-serial
           MOVE ws-seal-last   TO ad-prior-seal
           MOVE audit-record(1:91) TO ws-seal-text
           MOVE ws-seal-last   TO ws-seal-value
           PERFORM 162-SEAL-ONE-BYTE
               VARYING ws-seal-idx FROM 1 BY 1
               UNTIL ws-seal-idx > 91
           MOVE ws-seal-value  TO ad-seal
           MOVE ws-seal-value  TO ws-seal-last.

      * Procedure to fold one byte into the seal
       162-SEAL-ONE-BYTE.
           MOVE zero TO ws-seal-byte-value
           MOVE ws-seal-text(ws-seal-idx:1) TO ws-seal-byte
           COMPUTE ws-seal-work =
               ws-seal-value * 31 + ws-seal-byte-value
           DIVIDE ws-seal-work BY ws-seal-modulus
               GIVING ws-seal-quotient REMAINDER ws-seal-value.

      * Procedure to add the audit line in audit-line into the totals
      * the next sealed trailer carries - the amounts are taken back
      * off the printed columns, so the trailer proves the lines as
      * they stand on the log
       163-ADD-SEAL-TOTALS.
           ADD 1 TO ws-seal-count
           ADD al-client TO ws-seal-client-hash
           MOVE al-investment TO ws-seal-amount
           ADD ws-seal-amount TO ws-seal-investment
           MOVE al-future-value TO ws-seal-amount
           ADD ws-seal-amount TO ws-seal-future-value.

      * Procedure to write a successfully processed scenario to the
      * results extract - the inputs as run, the computed future
           MOVE ws-currency-code        TO rx-currency-code
           WRITE results-record.

      * Procedure to close the run's audit records with a sealed
      * trailer - the count and totals of every record since the
      * last trailer on the log, sealed into the chain like a line
       915-WRITE-AUDIT-SEAL-TRAILER.
           ACCEPT ws-audit-time FROM TIME
           MOVE spaces               TO audit-seal-trailer
           SET at-seal-trailer       TO TRUE
           MOVE ws-run-date          TO at-run-date
           MOVE ws-seal-count        TO at-record-count
           MOVE ws-seal-client-hash  TO at-client-hash
           MOVE ws-seal-investment   TO at-investment
           MOVE ws-seal-future-value TO at-future-value
           MOVE ws-audit-time        TO at-run-time
           PERFORM 161-SEAL-AUDIT-RECORD
           WRITE audit-record
           MOVE zero TO ws-seal-count
           MOVE zero TO ws-seal-client-hash
           MOVE zero TO ws-seal-investment
           MOVE zero TO ws-seal-future-value.

      * Procedure to cap the results extract - one per-currency
      * trailer for each currency that ran, a base-equivalent total
      * record converted at the currency file's rates, and last the
           MOVE zero TO ws-reason-code
           MOVE "N" TO ws-overflow-switch
           MOVE "N" TO ws-simulated-scen-switch
           MOVE space TO ws-drawdown-switch
           MOVE spaces TO ws-product-description
           PERFORM 054-LOOK-UP-CLIENT
           IF ws-scenario-valid
               SET err-invalid-amount TO TRUE
           ELSE
               IF (ws-number-of-years IS NOT NUMERIC
                       OR (ws-number-of-years = zero
                           AND NOT ws-mode-drawdown)
                       OR ws-number-of-years > ws-edit-max-years)
                       AND NOT ws-mode-goal-years
                   SET ws-scenario-invalid TO TRUE
                                   AND NOT ws-mode-recurring
                                   AND NOT ws-mode-goal-years
                                   AND NOT ws-mode-goal-deposit
                                   AND NOT ws-mode-drawdown
                               SET ws-scenario-invalid TO TRUE
                               SET err-invalid-mode TO TRUE
                           ELSE
      * Procedure to edit the fields that only apply to particular
      * calculation modes, once the mode itself is known to be valid -
      * the contribution a recurring or goal-years scenario carries,
      * the target value a goal-seek scenario must carry, and the
      * withdrawal and term a drawdown scenario solves between
       052-EDIT-MODE-FIELDS.
           IF ws-mode-recurring
                   AND (ws-contribution-amount IS NOT NUMERIC
                       SET err-invalid-target TO TRUE
                   END-IF
               END-IF
           END-IF
      *    A drawdown keys a withdrawal, a term, or both - no term
      *    asks how long the withdrawal lasts, no withdrawal asks the
      *    most the term can support, and both projects the term
           IF ws-scenario-valid AND ws-mode-drawdown
               IF ws-contribution-amount IS NOT NUMERIC
                   SET ws-scenario-invalid TO TRUE
                   SET err-invalid-withdrawal TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN ws-number-of-years = zero
                               AND ws-contribution-amount = zero
                           SET ws-scenario-invalid TO TRUE
                           SET err-invalid-withdrawal TO TRUE
                       WHEN ws-number-of-years = zero
                           SET ws-drawdown-solve-years TO TRUE
                       WHEN ws-contribution-amount = zero
                           SET ws-drawdown-solve-withdrawal TO TRUE
                       WHEN OTHER
                           SET ws-drawdown-project TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

      * Procedure to find the rate for a scenario's product code -
               WHEN err-invalid-currency
                   MOVE "CURRENCY NOT ON CURRENCY FILE"
                       TO ws-reason-text
               WHEN err-invalid-withdrawal
                   MOVE "INVALID WITHDRAWAL AMOUNT"
                       TO ws-reason-text
               WHEN err-balance-outlasts-cap
                   MOVE "BALANCE OUTLASTS YEAR CAP"
                       TO ws-reason-text
           END-EVALUATE
           MOVE ws-scenarios-read  TO el-sequence
           MOVE ws-client-number   TO el-client
      * Procedure to print the schedule column headings once, before
      * the first year of a scenario that asked for the schedule
       142-PRINT-SCHEDULE-HEADER.
           IF ws-mode-drawdown
               MOVE schedule-drawdown-heading-line TO report-record
           ELSE
               MOVE schedule-heading-line TO report-record
           END-IF
           WRITE report-record.

      * Procedure calculating future value for current investment amount

           MOVE ws-future-value TO ws-beginning-balance
           MOVE zero TO ws-year-contributions
           MOVE zero TO ws-year-withdrawals
           IF ws-mode-simple
               PERFORM 128-APPLY-SIMPLE-INTEREST
           ELSE
                   PERFORM 126-COMPOUND-AND-CONTRIBUTE
                       ws-periods-per-year TIMES
               ELSE
                   IF ws-mode-drawdown
                       PERFORM 127-COMPOUND-AND-WITHDRAW
                           ws-periods-per-year TIMES
                   ELSE
                       PERFORM 125-COMPOUND-ONE-PERIOD
                           ws-periods-per-year TIMES
                   END-IF
               END-IF
           END-IF
           IF NOT ws-value-overflow
               compute ws-interest-earned =
                   ws-future-value - ws-beginning-balance
                       - ws-year-contributions
                       + ws-year-withdrawals
               ADD ws-year-contributions
                   TO ws-scenario-contributions
               ADD ws-year-withdrawals
                   TO ws-scenario-withdrawals
               PERFORM 122-CARRY-ADJUSTED-BALANCES
               IF ws-print-schedule AND NOT ws-value-overflow
                   PERFORM 144-STAGE-SCHEDULE-LINE
               END-COMPUTE
           END-IF
           IF NOT ws-value-overflow
               IF ws-tax-paid > ws-future-value
                   MOVE zero TO ws-after-tax-balance
               ELSE
                   COMPUTE ws-after-tax-balance =
                       ws-future-value - ws-tax-paid
                       ON SIZE ERROR
                           SET ws-value-overflow TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

      * Procedure applying interest for a single compounding period -
               ADD ws-contribution-amount TO ws-year-contributions
           END-IF.

      * Procedure applying one compounding period for a drawdown
      * scenario - the period's interest is earned on the running
      * balance first, then the period's withdrawal is taken at the
      * end of the period.  A balance too small to cover the full
      * withdrawal pays out what is left and stops at zero, and the
      * year that happens is the year the balance ran out
       127-COMPOUND-AND-WITHDRAW.
           PERFORM 125-COMPOUND-ONE-PERIOD
           IF NOT ws-value-overflow
               IF ws-future-value > ws-contribution-amount
                   SUBTRACT ws-contribution-amount
                       FROM ws-future-value
                   ADD ws-contribution-amount TO ws-year-withdrawals
               ELSE
                   ADD ws-future-value TO ws-year-withdrawals
                   MOVE zero TO ws-future-value
                   IF ws-depletion-year = zero
                       MOVE ws-year-counter TO ws-depletion-year
                   END-IF
               END-IF
           END-IF.

      * Procedure applying simple interest for the year - always
      * figured against the original investment amount rather than
      * the running balance, for products that don't compound
               TO ws-staged-year(ws-staged-line-count)
           MOVE ws-beginning-balance
               TO ws-staged-begin-balance(ws-staged-line-count)
           IF ws-mode-drawdown
               MOVE ws-year-withdrawals
                   TO ws-staged-contributions(ws-staged-line-count)
           ELSE
               MOVE ws-year-contributions
                   TO ws-staged-contributions(ws-staged-line-count)
           END-IF
           MOVE ws-interest-earned
               TO ws-staged-interest(ws-staged-line-count)
           MOVE ws-future-value
               WRITE report-record
           END-IF.

      * Procedure to close a drawdown schedule with the year the
      * balance ran out
       146-PRINT-EXHAUSTED-LINE.
           MOVE ws-depletion-year TO sel-year
           MOVE schedule-exhausted-line TO report-record
           WRITE report-record.

      * Procedure to print formatted results to the report file, with
      * proper alignment.  The page-overflow check happens earlier,
      * in 130-BREAK-ON-CLIENT, taken once per client group rather
               WRITE report-record
           END-IF

           IF ws-mode-drawdown
               IF ws-drawdown-solve-withdrawal
                   MOVE "Maximum Withdrawal" TO label-part-dec
               ELSE
                   MOVE "Withdrawal Amount" TO label-part-dec
               END-IF
               MOVE ws-contribution-amount TO value-part-dec
               MOVE display-line-decimal TO report-record
               WRITE report-record

               MOVE "Total Withdrawn" TO label-part-dec
               MOVE ws-scenario-withdrawals TO value-part-dec
               MOVE display-line-decimal TO report-record
               WRITE report-record

               IF ws-depletion-year > zero
                   MOVE "Years Balance Lasts" TO label-part-whole
                   MOVE ws-depletion-year TO value-part-whole
                   MOVE display-line-whole TO report-record
                   WRITE report-record
               END-IF
           END-IF

           MOVE "Number of Years" TO label-part-whole
           MOVE ws-number-of-years    TO value-part-whole
           MOVE display-line-whole TO report-record
