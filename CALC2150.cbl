       identification division.

       program-id. calc2150.
      ******************************************************************
      * Title..........: CALC2150 - Weekly Operations Summary
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Reads the operations run history every CALC
      *                  program appends to when it ends and prints
      *                  the week to the last business date run.  Each
      *                  night's CALC2000 run is shown with its elapsed
      *                  time, scenarios read, rejects and reject rate,
      *                  the suspense count and its growth over the
      *                  night before, any restart and its return
      *                  code.  Every night is measured against the
      *                  average of the nights before it, and anything
      *                  outside its normal range is flagged - rejects
      *                  well above average, a run slowing down,
      *                  suspense building up, a feed far smaller or
      *                  larger than usual, or a restart.  Every run of
      *                  any program in the week that ended with a
      *                  non-zero return code or was restarted is then
      *                  listed.  A week with a night flagged, or with
      *                  no nightly run on the history at all, ends the
      *                  run with RC=4
      * File Desc......: Operations reporting companion to CALC2000
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The operations run history, sorted by business date and
      *    start date and time.
           select history-file assign to "HISTIN"
               organization is sequential
               file status is ws-history-status.

      *    Weekly operations summary report.
           select summary-report assign to "OPSRPT"
               organization is sequential
               file status is ws-summary-report-status.

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

       fd  history-file
           label records are standard.

      * Mirror of the run-history record every CALC program writes,
      * with the start and end times broken out to work the elapsed
      * time
       01  history-record.
           05  hi-program-id               pic x(8).
               88  hi-nightly-run          value "CALC2000".
           05  hi-business-date            pic 9(8).
           05  hi-start-date               pic 9(8).
           05  hi-start-time               pic 9(8).
           05  hi-start-time-parts redefines hi-start-time.
               10  hi-start-hh             pic 99.
               10  hi-start-mm             pic 99.
               10  hi-start-ss             pic 99.
               10  filler                  pic 99.
           05  hi-end-date                 pic 9(8).
           05  hi-end-time                 pic 9(8).
           05  hi-end-time-parts redefines hi-end-time.
               10  hi-end-hh               pic 99.
               10  hi-end-mm               pic 99.
               10  hi-end-ss               pic 99.
               10  filler                  pic 99.
           05  hi-return-code              pic 9(4).
           05  hi-restart-flag             pic x.
               88  hi-restarted            value "Y".
           05  hi-simulation-flag          pic x.
               88  hi-simulation           value "Y".
           05  hi-records-read             pic 9(9).
           05  hi-records-processed        pic 9(9).
           05  hi-records-rejected         pic 9(9).
           05  hi-records-suspended        pic 9(9).
           05  hi-investment-amount        pic 9(13)v99.
           05  hi-future-value-amount      pic 9(13)v99.
           05  filler                      pic x(30).

       fd  summary-report
           label records are standard.

       01  summary-record                  pic x(80).

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
           05  ws-history-status           pic xx.
               88  ws-history-ok           value "00".
           05  ws-summary-report-status    pic xx.
               88  ws-summary-report-ok    value "00".
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
           05  ws-history-eof              pic x       value "N".
               88  ws-end-of-history       value "Y".
           05  ws-night-restart-switch     pic x       value "N".
               88  ws-night-restarted      value "Y".
           05  ws-prior-night-switch       pic x       value "N".
               88  ws-prior-night-known    value "Y".
           05  ws-night-range-switch       pic x       value "N".
               88  ws-night-out-of-range   value "Y".

      * The week reported - the seven days ending on the last
      * business date run
       01  week-fields.
           05  ws-run-date                 pic 9(8)    value zero.
           05  ws-week-end-date            pic 9(8)    value zero.
           05  ws-week-start-date          pic 9(8)    value zero.
           05  ws-week-start-parts redefines ws-week-start-date.
               10  ws-week-start-year      pic 9(4).
               10  ws-week-start-month     pic 99.
               10  ws-week-start-day       pic 99.
           05  ws-days-back                pic 9       value zero.

      * Calendar arithmetic to step the week's start back a day at a
      * time across month and year ends
       01  calendar-fields.
           05  ws-month-lengths            pic x(24)   value
               "312831303130313130313031".
           05  ws-month-length-table redefines ws-month-lengths.
               10  ws-month-length         pic 99      occurs 12 times.
           05  ws-days-in-month            pic 99      value zero.
           05  ws-leap-quotient            pic 9(4)    value zero.
           05  ws-leap-remainder-4         pic 9(4)    value zero.
           05  ws-leap-remainder-100       pic 9(4)    value zero.
           05  ws-leap-remainder-400       pic 9(4)    value zero.

      * Elapsed time of one run in seconds, and the same broken out
      * to hours, minutes and seconds for printing
       01  elapsed-fields.
           05  ws-start-seconds            pic 9(7)    value zero.
           05  ws-end-seconds              pic 9(7)    value zero.
           05  ws-run-seconds              pic 9(7)    value zero.
           05  ws-print-seconds            pic 9(7)    value zero.
           05  ws-print-hh                 pic 99      value zero.
           05  ws-print-mm                 pic 99      value zero.
           05  ws-print-ss                 pic 99      value zero.
           05  ws-print-remainder          pic 9(7)    value zero.

      * The night being gathered - every CALC2000 run for one
      * business date, simulations aside.  A restarted night carries
      * the counts and return code of its last run, which picks up
      * the checkpointed counts of the one before it
       01  night-fields.
           05  ws-night-date               pic 9(8)    value zero.
           05  ws-night-runs               pic 9(3)    value zero.
           05  ws-night-elapsed            pic 9(7)    value zero.
           05  ws-night-read               pic 9(9)    value zero.
           05  ws-night-rejected           pic 9(9)    value zero.
           05  ws-night-suspended          pic 9(9)    value zero.
           05  ws-night-return-code        pic 9(4)    value zero.
           05  ws-prior-suspended          pic 9(9)    value zero.
           05  ws-suspense-growth          pic s9(9)   value zero.
           05  ws-reject-rate              pic 9(3)v9  value zero.

      * The nights before the one being printed, newest last, that
      * its normal range is worked from
       01  trailing-night-fields.
           05  ws-trail-count              pic 9       value zero.
           05  ws-trail-idx                pic 9       value zero.
           05  ws-trail-max                pic 9       value 5.
           05  ws-trail-entry              occurs 5 times.
               10  ws-trail-elapsed        pic 9(7).
               10  ws-trail-read           pic 9(9).
               10  ws-trail-rejected       pic 9(9).
               10  ws-trail-suspended      pic 9(9).
           05  ws-sum-elapsed              pic 9(9)    value zero.
           05  ws-sum-read                 pic 9(11)   value zero.
           05  ws-sum-rejected             pic 9(11)   value zero.
           05  ws-sum-suspended            pic 9(11)   value zero.
           05  ws-avg-elapsed              pic 9(7)v99 value zero.
           05  ws-avg-read                 pic 9(9)v99 value zero.
           05  ws-avg-rejected             pic 9(9)v99 value zero.
           05  ws-avg-suspended            pic 9(9)v99 value zero.
           05  ws-range-limit              pic 9(11)v99 value zero.

      * What counts as out of range.  A night is only measured once
      * enough nights have gone before it, and a count must be both
      * the factor times its average and the margin above it, so a
      * quiet book does not flag on a handful of records
       01  range-limits.
           05  ws-min-trailing-nights      pic 9       value 3.
           05  ws-reject-factor            pic 9v9     value 2.0.
           05  ws-reject-margin            pic 9(5)    value 10.
           05  ws-elapsed-factor           pic 9v9     value 1.5.
           05  ws-elapsed-margin           pic 9(5)    value 300.
           05  ws-suspense-factor          pic 9v9     value 1.5.
           05  ws-suspense-margin          pic 9(5)    value 10.
           05  ws-volume-low-factor        pic 9v9     value 0.5.
           05  ws-volume-high-factor       pic 9v9     value 1.5.

      * Runs in the week that ended with a non-zero return code or
      * were restarted, held to be listed after the nights
       01  exception-table-fields.
           05  ws-exception-count          pic 9(3)    value zero.
           05  ws-exception-idx            pic 9(3)    value zero.
           05  ws-exception-max            pic 9(3)    value 200.
           05  ws-exceptions-not-listed    pic 9(5)    value zero.
           05  ws-exception-entry          occurs 200 times.
               10  ws-ex-business-date     pic 9(8).
               10  ws-ex-program-id        pic x(8).
               10  ws-ex-start-date        pic 9(8).
               10  ws-ex-start-time        pic 9(8).
               10  ws-ex-start-parts redefines ws-ex-start-time.
                   15  ws-ex-start-hh      pic 99.
                   15  ws-ex-start-mm      pic 99.
                   15  ws-ex-start-ss      pic 99.
                   15  filler              pic 99.
               10  ws-ex-return-code       pic 9(4).
               10  ws-ex-restart-flag      pic x.
                   88  ws-ex-restarted     value "Y".
               10  ws-ex-simulation-flag   pic x.
                   88  ws-ex-simulation    value "Y".

       01  summary-counters.
           05  ws-history-read             pic 9(9)    value zero.
           05  ws-history-after-week       pic 9(9)    value zero.
           05  ws-runs-in-week             pic 9(7)    value zero.
           05  ws-nights-reported          pic 9(3)    value zero.
           05  ws-nights-flagged           pic 9(3)    value zero.
           05  ws-restarts-in-week         pic 9(5)    value zero.
           05  ws-simulations-in-week      pic 9(5)    value zero.
           05  ws-nonzero-in-week          pic 9(5)    value zero.
           05  ws-week-elapsed             pic 9(9)    value zero.

      * Weekly operations summary report lines
       01  summary-heading-line.
           05  filler             pic X(10)  value "CALC2150".
           05  filler             pic X(34)  value
               "WEEKLY OPERATIONS SUMMARY".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  shl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  week-line.
           05  filler             pic X(16)  value "BUSINESS DATES  ".
           05  wl-start-date      pic 9(8).
           05  filler             pic X(4)   value " TO ".
           05  wl-end-date        pic 9(8).
           05  filler             pic X(44)  value spaces.

       01  night-heading-line.
           05  filler             pic X(40)  value
               "NIGHT OF ELAPSED       READ REJECTS  REJ".
           05  filler             pic X(40)  value
               "%    SUSP  GROWTH RC FLAGS              ".

       01  night-line.
           05  nl-date            pic 9(8).
           05  filler             pic X(1)   value spaces.
           05  nl-elapsed.
               10  nl-elapsed-hh  pic 99.
               10  filler         pic X(1)   value ":".
               10  nl-elapsed-mm  pic 99.
               10  filler         pic X(1)   value ":".
               10  nl-elapsed-ss  pic 99.
           05  filler             pic X(1)   value spaces.
           05  nl-read            pic Z,ZZZ,ZZ9.
           05  filler             pic X(1)   value spaces.
           05  nl-rejected        pic ZZZ,ZZ9.
           05  filler             pic X(1)   value spaces.
           05  nl-reject-rate     pic ZZ9.9.
           05  filler             pic X(1)   value spaces.
           05  nl-suspended       pic ZZZ,ZZ9.
           05  filler             pic X(1)   value spaces.
           05  nl-growth          pic -ZZ,ZZ9.
           05  filler             pic X(1)   value spaces.
           05  nl-return-code     pic Z9.
           05  filler             pic X(1)   value spaces.
           05  nl-flag-rejects    pic X(4).
           05  nl-flag-elapsed    pic X(4).
           05  nl-flag-suspense   pic X(4).
           05  nl-flag-volume     pic X(4).
           05  nl-flag-restart    pic X(3).

       01  exception-heading-line.
           05  filler             pic X(40)  value
               "  BUS DATE  PROGRAM   STARTED           ".
           05  filler             pic X(40)  value
               "      RC  NOTE                          ".

       01  exception-line.
           05  filler             pic X(2)   value spaces.
           05  el-business-date   pic 9(8).
           05  filler             pic X(2)   value spaces.
           05  el-program-id      pic X(8).
           05  filler             pic X(2)   value spaces.
           05  el-start-date      pic 9(8).
           05  filler             pic X(1)   value spaces.
           05  el-start-time.
               10  el-start-hh    pic 99.
               10  filler         pic X(1)   value ":".
               10  el-start-mm    pic 99.
               10  filler         pic X(1)   value ":".
               10  el-start-ss    pic 99.
           05  filler             pic X(2)   value spaces.
           05  filler             pic X(3)   value "RC ".
           05  el-return-code     pic ZZZ9.
           05  filler             pic X(2)   value spaces.
           05  el-note            pic X(30).

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  trailer-line-elapsed.
           05  tle-label          pic X(30).
           05  filler             pic X(1)   value spaces.
           05  tle-hh             pic 99.
           05  filler             pic X(1)   value ":".
           05  tle-mm             pic 99.
           05  filler             pic X(1)   value ":".
           05  tle-ss             pic 99.
           05  filler             pic X(41)  value spaces.

       procedure division.
      * Procedure that drives the summary - gather the history a
      * night at a time, print each night of the week against its
      * normal range, then list the week's exceptions and totals
       000-summarize-operations.
           DISPLAY "CALC2150 - Weekly Operations Summary"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-SUMMARY
           PERFORM 020-READ-HISTORY-RECORD
           PERFORM 100-PROCESS-HISTORY-RECORD
               UNTIL ws-end-of-history
           IF ws-night-runs > zero
               PERFORM 200-CLOSE-NIGHT
           END-IF
           PERFORM 300-PRINT-RUN-EXCEPTIONS
           PERFORM 900-PRINT-SUMMARY-TOTALS
           PERFORM 950-TERMINATE-SUMMARY
           IF ws-nights-reported = zero
               DISPLAY "CALC2150 - NO NIGHTLY RUN ON THE HISTORY FOR "
                   "THE WEEK"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ws-nights-flagged > zero
               DISPLAY "CALC2150 - WEEK HAS NIGHTS OUT OF RANGE - "
                   "SEE OPSRPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2150 - End of weekly operations summary."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to take the week from the business-date control
      * record, open the files and start the report
       010-INITIALIZE-SUMMARY.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT history-file
           IF NOT ws-history-ok
               DISPLAY "CALC2150 - RUN HISTORY INPUT OPEN FAILED, "
                   "STATUS = " ws-history-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT summary-report
           IF NOT ws-summary-report-ok
               DISPLAY "CALC2150 - SUMMARY REPORT OPEN FAILED, "
                   "STATUS = " ws-summary-report-status
               CLOSE history-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE ws-week-end-date TO ws-week-start-date
           PERFORM 250-STEP-BACK-ONE-DAY
               VARYING ws-days-back FROM 1 BY 1
               UNTIL ws-days-back > 6
           MOVE ws-run-date TO shl-run-date
           MOVE summary-heading-line TO summary-record
           WRITE summary-record
           MOVE ws-week-start-date TO wl-start-date
           MOVE ws-week-end-date   TO wl-end-date
           MOVE week-line TO summary-record
           WRITE summary-record
           MOVE spaces TO summary-record
           WRITE summary-record
           MOVE night-heading-line TO summary-record
           WRITE summary-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows.  The week reported ends on the
      * prior date - the last night run - or on the current date
      * before the first roll has set one
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2150 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2150 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date
           IF bd-prior-date IS NUMERIC
                   AND bd-prior-date > zero
               MOVE bd-prior-date   TO ws-week-end-date
           ELSE
               MOVE bd-current-date TO ws-week-end-date
           END-IF.

      * Procedure to read the next run-history record
       020-READ-HISTORY-RECORD.
           READ history-file
               AT END
                   SET ws-end-of-history TO TRUE
               NOT AT END
                   ADD 1 TO ws-history-read
           END-READ.

      * Procedure to take one run off the history.  Runs for a
      * business date after the week are left out; every nightly
      * CALC2000 run up to the week's end builds the nights and
      * their normal range, and every run inside the week is counted
       100-PROCESS-HISTORY-RECORD.
           IF hi-business-date > ws-week-end-date
               ADD 1 TO ws-history-after-week
           ELSE
               PERFORM 130-WORK-ELAPSED-SECONDS
               IF hi-nightly-run
                       AND NOT hi-simulation
                   PERFORM 110-ADD-NIGHTLY-RUN
               END-IF
               IF hi-business-date NOT < ws-week-start-date
                   PERFORM 120-NOTE-WEEK-RUN
               END-IF
           END-IF
           PERFORM 020-READ-HISTORY-RECORD.

      * Procedure to add a CALC2000 run to its night, closing the
      * night before when the business date changes
       110-ADD-NIGHTLY-RUN.
           IF ws-night-runs > zero
                   AND hi-business-date NOT = ws-night-date
               PERFORM 200-CLOSE-NIGHT
           END-IF
           MOVE hi-business-date      TO ws-night-date
           ADD 1                      TO ws-night-runs
           ADD ws-run-seconds         TO ws-night-elapsed
           MOVE hi-records-read       TO ws-night-read
           MOVE hi-records-rejected   TO ws-night-rejected
           MOVE hi-records-suspended  TO ws-night-suspended
           MOVE hi-return-code        TO ws-night-return-code
           IF hi-restarted
               SET ws-night-restarted TO TRUE
           END-IF.

      * Procedure to count a run inside the week, and hold it for
      * the exception list when it ended non-zero or was restarted
       120-NOTE-WEEK-RUN.
           ADD 1 TO ws-runs-in-week
           IF hi-simulation
               ADD 1 TO ws-simulations-in-week
           END-IF
           IF hi-restarted
               ADD 1 TO ws-restarts-in-week
           END-IF
           IF hi-return-code > zero
               ADD 1 TO ws-nonzero-in-week
           END-IF
           IF hi-return-code > zero
                   OR hi-restarted
               IF ws-exception-count < ws-exception-max
                   ADD 1 TO ws-exception-count
                   MOVE hi-business-date
                       TO ws-ex-business-date(ws-exception-count)
                   MOVE hi-program-id
                       TO ws-ex-program-id(ws-exception-count)
                   MOVE hi-start-date
                       TO ws-ex-start-date(ws-exception-count)
                   MOVE hi-start-time
                       TO ws-ex-start-time(ws-exception-count)
                   MOVE hi-return-code
                       TO ws-ex-return-code(ws-exception-count)
                   MOVE hi-restart-flag
                       TO ws-ex-restart-flag(ws-exception-count)
                   MOVE hi-simulation-flag
                       TO ws-ex-simulation-flag(ws-exception-count)
               ELSE
                   ADD 1 TO ws-exceptions-not-listed
               END-IF
           END-IF.

      * Procedure to work the run's elapsed time in seconds from its
      * start and end times - a run that ends on a later date than
      * it started has crossed midnight
       130-WORK-ELAPSED-SECONDS.
           MOVE zero TO ws-run-seconds
           IF hi-start-time IS NUMERIC
                   AND hi-end-time IS NUMERIC
                   AND hi-start-date IS NUMERIC
                   AND hi-end-date IS NUMERIC
               COMPUTE ws-start-seconds =
                   hi-start-hh * 3600 + hi-start-mm * 60 + hi-start-ss
               COMPUTE ws-end-seconds =
                   hi-end-hh * 3600 + hi-end-mm * 60 + hi-end-ss
               IF hi-end-date > hi-start-date
                   ADD 86400 TO ws-end-seconds
               END-IF
               IF ws-end-seconds > ws-start-seconds
                   COMPUTE ws-run-seconds =
                       ws-end-seconds - ws-start-seconds
               END-IF
           END-IF.

      * Procedure to close a night - print it if it falls in the
      * week, then add it to the nights the next one is measured
      * against
       200-CLOSE-NIGHT.
           IF ws-prior-night-known
               COMPUTE ws-suspense-growth =
                   ws-night-suspended - ws-prior-suspended
           ELSE
               MOVE zero TO ws-suspense-growth
           END-IF
           IF ws-night-date NOT < ws-week-start-date
               PERFORM 210-PRINT-NIGHT-LINE
           END-IF
           PERFORM 240-PUSH-TRAILING-NIGHT
           MOVE ws-night-suspended TO ws-prior-suspended
           SET ws-prior-night-known TO TRUE
           MOVE zero TO ws-night-runs
           MOVE zero TO ws-night-elapsed
           MOVE zero TO ws-night-read
           MOVE zero TO ws-night-rejected
           MOVE zero TO ws-night-suspended
           MOVE zero TO ws-night-return-code
           MOVE "N"  TO ws-night-restart-switch.

      * Procedure to print one night of the week with its reject
      * rate, suspense growth and any flags
       210-PRINT-NIGHT-LINE.
           ADD 1 TO ws-nights-reported
           ADD ws-night-elapsed TO ws-week-elapsed
           IF ws-night-read > zero
               COMPUTE ws-reject-rate ROUNDED =
                   ws-night-rejected * 100 / ws-night-read
           ELSE
               MOVE zero TO ws-reject-rate
           END-IF
           MOVE spaces               TO nl-flag-rejects
           MOVE spaces               TO nl-flag-elapsed
           MOVE spaces               TO nl-flag-suspense
           MOVE spaces               TO nl-flag-volume
           MOVE spaces               TO nl-flag-restart
           MOVE "N"                  TO ws-night-range-switch
           IF ws-trail-count NOT < ws-min-trailing-nights
               PERFORM 220-AVERAGE-TRAILING-NIGHTS
               PERFORM 230-TEST-NIGHT-RANGES
           END-IF
           IF ws-night-restarted
               MOVE "RST"            TO nl-flag-restart
               SET ws-night-out-of-range TO TRUE
           END-IF
           IF ws-night-out-of-range
               ADD 1 TO ws-nights-flagged
           END-IF
           MOVE ws-night-date        TO nl-date
           MOVE ws-night-elapsed     TO ws-print-seconds
           PERFORM 260-SPLIT-PRINT-SECONDS
           MOVE ws-print-hh          TO nl-elapsed-hh
           MOVE ws-print-mm          TO nl-elapsed-mm
           MOVE ws-print-ss          TO nl-elapsed-ss
           MOVE ws-night-read        TO nl-read
           MOVE ws-night-rejected    TO nl-rejected
           MOVE ws-reject-rate       TO nl-reject-rate
           MOVE ws-night-suspended   TO nl-suspended
           MOVE ws-suspense-growth   TO nl-growth
           MOVE ws-night-return-code TO nl-return-code
           MOVE night-line           TO summary-record
           WRITE summary-record.

      * Procedure to average the trailing nights
       220-AVERAGE-TRAILING-NIGHTS.
           MOVE zero TO ws-sum-elapsed
           MOVE zero TO ws-sum-read
           MOVE zero TO ws-sum-rejected
           MOVE zero TO ws-sum-suspended
           PERFORM 225-ADD-TRAILING-NIGHT
               VARYING ws-trail-idx FROM 1 BY 1
               UNTIL ws-trail-idx > ws-trail-count
           COMPUTE ws-avg-elapsed ROUNDED =
               ws-sum-elapsed / ws-trail-count
           COMPUTE ws-avg-read ROUNDED =
               ws-sum-read / ws-trail-count
           COMPUTE ws-avg-rejected ROUNDED =
               ws-sum-rejected / ws-trail-count
           COMPUTE ws-avg-suspended ROUNDED =
               ws-sum-suspended / ws-trail-count.

      * Procedure to add one trailing night to the sums
       225-ADD-TRAILING-NIGHT.
           ADD ws-trail-elapsed(ws-trail-idx)   TO ws-sum-elapsed
           ADD ws-trail-read(ws-trail-idx)      TO ws-sum-read
           ADD ws-trail-rejected(ws-trail-idx)  TO ws-sum-rejected
           ADD ws-trail-suspended(ws-trail-idx) TO ws-sum-suspended.

      * Procedure to flag each count outside its normal range - the
      * factor times the trailing average and the margin above it
       230-TEST-NIGHT-RANGES.
           COMPUTE ws-range-limit = ws-avg-rejected * ws-reject-factor
           IF ws-night-rejected > ws-range-limit
                   AND ws-night-rejected >
                       ws-avg-rejected + ws-reject-margin
               MOVE "REJ"            TO nl-flag-rejects
               SET ws-night-out-of-range TO TRUE
           END-IF
           COMPUTE ws-range-limit = ws-avg-elapsed * ws-elapsed-factor
           IF ws-night-elapsed > ws-range-limit
                   AND ws-night-elapsed >
                       ws-avg-elapsed + ws-elapsed-margin
               MOVE "ELP"            TO nl-flag-elapsed
               SET ws-night-out-of-range TO TRUE
           END-IF
           COMPUTE ws-range-limit =
               ws-avg-suspended * ws-suspense-factor
           IF ws-night-suspended > ws-range-limit
                   AND ws-night-suspended >
                       ws-avg-suspended + ws-suspense-margin
               MOVE "SUS"            TO nl-flag-suspense
               SET ws-night-out-of-range TO TRUE
           END-IF
           COMPUTE ws-range-limit = ws-avg-read * ws-volume-low-factor
           IF ws-night-read < ws-range-limit
               MOVE "VOL"            TO nl-flag-volume
               SET ws-night-out-of-range TO TRUE
           END-IF
           COMPUTE ws-range-limit = ws-avg-read * ws-volume-high-factor
           IF ws-night-read > ws-range-limit
               MOVE "VOL"            TO nl-flag-volume
               SET ws-night-out-of-range TO TRUE
           END-IF.

      * Procedure to add the night just closed to the trailing
      * nights, dropping the oldest once the table is full
       240-PUSH-TRAILING-NIGHT.
           IF ws-trail-count < ws-trail-max
               ADD 1 TO ws-trail-count
           ELSE
               PERFORM 245-SHIFT-TRAILING-NIGHT
                   VARYING ws-trail-idx FROM 1 BY 1
                   UNTIL ws-trail-idx = ws-trail-max
           END-IF
           MOVE ws-night-elapsed   TO ws-trail-elapsed(ws-trail-count)
           MOVE ws-night-read      TO ws-trail-read(ws-trail-count)
           MOVE ws-night-rejected  TO ws-trail-rejected(ws-trail-count)
           MOVE ws-night-suspended
               TO ws-trail-suspended(ws-trail-count).

      * Procedure to move one trailing night down a place
       245-SHIFT-TRAILING-NIGHT.
           MOVE ws-trail-entry(ws-trail-idx + 1)
               TO ws-trail-entry(ws-trail-idx).

      * Procedure to step the week's start back one day
       250-STEP-BACK-ONE-DAY.
           IF ws-week-start-day > 1
               SUBTRACT 1 FROM ws-week-start-day
           ELSE
               IF ws-week-start-month > 1
                   SUBTRACT 1 FROM ws-week-start-month
               ELSE
                   MOVE 12 TO ws-week-start-month
                   SUBTRACT 1 FROM ws-week-start-year
               END-IF
               MOVE ws-month-length(ws-week-start-month)
                   TO ws-days-in-month
               IF ws-week-start-month = 2
                   DIVIDE ws-week-start-year BY 4
                       GIVING ws-leap-quotient
                       REMAINDER ws-leap-remainder-4
                   DIVIDE ws-week-start-year BY 100
                       GIVING ws-leap-quotient
                       REMAINDER ws-leap-remainder-100
                   DIVIDE ws-week-start-year BY 400
                       GIVING ws-leap-quotient
                       REMAINDER ws-leap-remainder-400
                   IF ws-leap-remainder-4 = zero
                           AND (ws-leap-remainder-100 NOT = zero
                                OR ws-leap-remainder-400 = zero)
                       MOVE 29 TO ws-days-in-month
                   END-IF
               END-IF
               MOVE ws-days-in-month TO ws-week-start-day
           END-IF.

      * Procedure to break a count of seconds out to hours, minutes
      * and seconds
       260-SPLIT-PRINT-SECONDS.
           DIVIDE ws-print-seconds BY 3600 GIVING ws-print-hh
               REMAINDER ws-print-remainder
           DIVIDE ws-print-remainder BY 60 GIVING ws-print-mm
               REMAINDER ws-print-ss.

      * Procedure to list the week's runs that ended with a non-zero
      * return code or were restarted
       300-PRINT-RUN-EXCEPTIONS.
           IF ws-nights-reported = zero
               MOVE "*** NO NIGHTLY CALC2000 RUN ON THE HISTORY FOR THE"
                   TO summary-record
               WRITE summary-record
               MOVE "    WEEK ***" TO summary-record
               WRITE summary-record
           END-IF
           MOVE spaces TO summary-record
           WRITE summary-record
           MOVE "NON-ZERO RETURN CODES AND RESTARTS" TO summary-record
           WRITE summary-record
           MOVE exception-heading-line TO summary-record
           WRITE summary-record
           IF ws-exception-count = zero
               MOVE "    (NONE)" TO summary-record
               WRITE summary-record
           ELSE
               PERFORM 310-PRINT-ONE-EXCEPTION
                   VARYING ws-exception-idx FROM 1 BY 1
                   UNTIL ws-exception-idx > ws-exception-count
           END-IF
           IF ws-exceptions-not-listed > zero
               MOVE "More Runs Not Listed" TO tlc-label
               MOVE ws-exceptions-not-listed TO tlc-value
               MOVE trailer-line-count TO summary-record
               WRITE summary-record
           END-IF.

      * Procedure to print one run off the exception list
       310-PRINT-ONE-EXCEPTION.
           MOVE ws-ex-business-date(ws-exception-idx)
               TO el-business-date
           MOVE ws-ex-program-id(ws-exception-idx) TO el-program-id
           MOVE ws-ex-start-date(ws-exception-idx) TO el-start-date
           MOVE ws-ex-start-hh(ws-exception-idx)   TO el-start-hh
           MOVE ws-ex-start-mm(ws-exception-idx)   TO el-start-mm
           MOVE ws-ex-start-ss(ws-exception-idx)   TO el-start-ss
           MOVE ws-ex-return-code(ws-exception-idx)
               TO el-return-code
           MOVE spaces TO el-note
           IF ws-ex-restarted(ws-exception-idx)
               MOVE "RESTARTED FROM A CHECKPOINT" TO el-note
           END-IF
           IF ws-ex-simulation(ws-exception-idx)
               MOVE "SIMULATION RUN" TO el-note
           END-IF
           MOVE exception-line TO summary-record
           WRITE summary-record.

      * Procedure to print the flag legend, the week's totals and
      * the verdict
       900-PRINT-SUMMARY-TOTALS.
           MOVE spaces TO summary-record
           WRITE summary-record
           MOVE "FLAGS - REJ REJECTS OVER TWICE THE TRAILING AVERAGE"
               TO summary-record
           WRITE summary-record
           MOVE "        ELP ELAPSED OVER 1.5 TIMES THE TRAILING AVG"
               TO summary-record
           WRITE summary-record
           MOVE "        SUS SUSPENSE OVER 1.5 TIMES THE TRAILING AVG"
               TO summary-record
           WRITE summary-record
           MOVE "        VOL SCENARIOS READ UNDER HALF OR OVER 1.5"
               TO summary-record
           WRITE summary-record
           MOVE "            TIMES THE TRAILING AVERAGE"
               TO summary-record
           WRITE summary-record
           MOVE "        RST NIGHT RESTARTED FROM A CHECKPOINT"
               TO summary-record
           WRITE summary-record
           MOVE "        TRAILING AVERAGE IS THE 5 NIGHTS BEFORE -"
               TO summary-record
           WRITE summary-record
           MOVE "        NOT FLAGGED UNTIL 3 NIGHTS HAVE RUN"
               TO summary-record
           WRITE summary-record

           MOVE spaces TO summary-record
           WRITE summary-record
           MOVE "-------------------------------------"
               TO summary-record
           WRITE summary-record

           MOVE "History Records Read"     TO tlc-label
           MOVE ws-history-read            TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Runs In The Week"         TO tlc-label
           MOVE ws-runs-in-week            TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Nights Reported"          TO tlc-label
           MOVE ws-nights-reported         TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Nights Flagged"           TO tlc-label
           MOVE ws-nights-flagged          TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Restarts"                 TO tlc-label
           MOVE ws-restarts-in-week        TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Non-Zero Return Codes"    TO tlc-label
           MOVE ws-nonzero-in-week         TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           MOVE "Simulation Runs"          TO tlc-label
           MOVE ws-simulations-in-week     TO tlc-value
           MOVE trailer-line-count         TO summary-record
           WRITE summary-record

           IF ws-nights-reported > zero
               DIVIDE ws-week-elapsed BY ws-nights-reported
                   GIVING ws-print-seconds ROUNDED
               PERFORM 260-SPLIT-PRINT-SECONDS
               MOVE "Average Nightly Elapsed"  TO tle-label
               MOVE ws-print-hh                TO tle-hh
               MOVE ws-print-mm                TO tle-mm
               MOVE ws-print-ss                TO tle-ss
               MOVE trailer-line-elapsed       TO summary-record
               WRITE summary-record
           END-IF

           MOVE spaces TO summary-record
           WRITE summary-record
           IF ws-nights-flagged > zero
               MOVE "*** WEEK HAS NIGHTS OUT OF RANGE - SEE FLAGS ***"
                   TO summary-record
           ELSE
               IF ws-nights-reported = zero
                   MOVE "*** NO NIGHTS TO MEASURE ***" TO summary-record
               ELSE
                   MOVE "*** ALL NIGHTS WITHIN THEIR NORMAL RANGE ***"
                       TO summary-record
               END-IF
           END-IF
           WRITE summary-record.

      * Procedure to close the files
       950-TERMINATE-SUMMARY.
           CLOSE history-file
           CLOSE summary-report.

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
               DISPLAY "CALC2150 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2150"             TO rh-program-id
               MOVE ws-run-date            TO rh-business-date
               MOVE ws-run-start-date      TO rh-start-date
               MOVE ws-run-start-time      TO rh-start-time
               MOVE ws-run-end-date        TO rh-end-date
               MOVE ws-run-end-time        TO rh-end-time
               MOVE RETURN-CODE            TO rh-return-code
               MOVE "N"                    TO rh-restart-flag
               MOVE "N"                    TO rh-simulation-flag
               MOVE ws-history-read        TO rh-records-read
               MOVE ws-runs-in-week        TO rh-records-processed
               MOVE ws-nights-flagged      TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
