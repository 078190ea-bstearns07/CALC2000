       identification division.

       program-id. calc2140.
      ******************************************************************
      * Title..........: CALC2140 - Business Date Roll
      * Programmer.....: Ben Stearns
      * Date...........: 10-15-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Advances the business-date control record at
      *                  the end of a clean night.  The current
      *                  processing date becomes the prior date and
      *                  the next processing day becomes current,
      *                  stepping over Saturdays, Sundays and every
      *                  non-processing day on the control file's
      *                  calendar.  The roll is refused unless the
      *                  night finished - no checkpoint may be pending
      *                  on the restart file, and the audit log must
      *                  end with the sealed trailer CALC2000 closes a
      *                  completed night with, stamped with the
      *                  business date being rolled.  A refused roll
      *                  leaves the date where it is, so the night can
      *                  be rerun under the date it belongs to, and
      *                  ends the run with RC=8
      * File Desc......: Business-date control for every CALC2000 job
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    Business-date control file - the date record first, then
      *    one record per non-processing day.  Read for the calendar,
      *    then reopened I-O to rewrite the date record in place.
           select business-date-file assign to "BUSDATE"
               organization is sequential
               file status is ws-business-date-status.

      *    CALC2000's restart file - a checkpoint still on it means
      *    the night abended and has not been restarted to the end.
           select restart-file assign to "RESTFILE"
               organization is sequential
               file status is ws-restart-status.

      *    The audit log - read to its last record for the sealed
      *    trailer that closes a completed night.
           select audit-file assign to "AUDTIN"
               organization is sequential
               file status is ws-audit-status.

      *    Date roll report.
           select roll-report assign to "ROLLRPT"
               organization is sequential
               file status is ws-roll-report-status.

      *    Operations run history - append-only, one record per run
      *    of every CALC program, read by the weekly summary.
           select run-history-file assign to "RUNHIST"
               organization is sequential
               file status is ws-run-history-status.

       data division.

       file section.

       fd  business-date-file
           label records are standard.

      * Business-date record - the date the night is processing, the
      * processing date before it, and when the date was last rolled
       01  business-date-record.
           05  bd-record-type              pic x.
               88  bd-date-record          value "D".
               88  bd-holiday-record       value "H".
           05  bd-current-date             pic 9(8).
           05  bd-prior-date               pic 9(8).
           05  bd-rolled-date              pic 9(8).
           05  bd-rolled-time              pic 9(8).
           05  filler                      pic x(47).

      * Non-processing day record - a weekday the night does not run
       01  business-holiday-record.
           05  filler                      pic x.
           05  bh-holiday-date             pic 9(8).
           05  bh-description              pic x(30).
           05  filler                      pic x(41).

       fd  restart-file
           label records are standard.

      * Mirror of the front of the restart record CALC2000 writes -
      * only the checkpointed record count is needed here
       01  restart-record.
           05  rs-last-record-count        pic 9(7).
           05  filler                      pic x(1179).

       fd  audit-file
           label records are standard.

      * Mirror of the sealed trailer CALC2000 closes each run's
      * audit records with.  Any other record leaves the marker
      * unmatched
       01  audit-seal-trailer.
           05  at-marker                   pic x(8).
               88  at-seal-trailer         value "*SEALED*".
           05  at-run-date                 pic 9(8).
           05  filler                      pic x(94).

       fd  roll-report
           label records are standard.

       01  roll-record                     pic x(80).

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
           05  ws-business-date-status     pic xx.
               88  ws-business-date-ok     value "00".
           05  ws-restart-status           pic xx.
               88  ws-restart-ok           value "00".
           05  ws-audit-status             pic xx.
               88  ws-audit-ok             value "00".
           05  ws-roll-report-status       pic xx.
               88  ws-roll-report-ok       value "00".
           05  ws-run-history-status       pic xx.
               88  ws-run-history-ok       value "00".

       01  run-history-fields.
           05  ws-run-start-date           pic 9(8)    value zero.
           05  ws-run-start-time           pic 9(8)    value zero.
           05  ws-run-end-date             pic 9(8)    value zero.
           05  ws-run-end-time             pic 9(8)    value zero.

       01  program-switches.
           05  ws-business-date-eof        pic x       value "N".
               88  ws-end-of-business-date value "Y".
           05  ws-audit-eof                pic x       value "N".
               88  ws-end-of-audit         value "Y".
           05  ws-night-switch             pic x       value "Y".
               88  ws-night-finished       value "Y".
               88  ws-night-not-finished   value "N".
           05  ws-last-audit-switch        pic x       value "N".
               88  ws-last-audit-trailer   value "Y".
           05  ws-processing-day-switch    pic x       value "N".
               88  ws-processing-day       value "Y".
           05  ws-holiday-switch           pic x       value "N".
               88  ws-holiday-found        value "Y".

       01  run-date-fields.
           05  ws-clock-date               pic 9(8).
           05  ws-clock-time               pic 9(8).

      * The date record as read, and the date it rolls to
       01  business-date-fields.
           05  ws-current-date             pic 9(8)    value zero.
           05  ws-prior-date               pic 9(8)    value zero.
           05  ws-last-seal-date           pic 9(8)    value zero.
           05  ws-audit-read               pic 9(9)    value zero.
           05  ws-checkpoint-count         pic 9(7)    value zero.
           05  ws-days-stepped             pic 9(3)    value zero.
           05  ws-days-skipped             pic 9(3)    value zero.
           05  ws-max-days-stepped         pic 9(3)    value 31.
           05  ws-next-date                pic 9(8)    value zero.
           05  ws-next-date-parts redefines ws-next-date.
               10  ws-next-year            pic 9(4).
               10  ws-next-month           pic 99.
               10  ws-next-day             pic 99.

      * The non-processing day calendar off the control file
       01  holiday-table-fields.
           05  ws-holiday-count            pic 9(3)    value zero.
           05  ws-holiday-idx              pic 9(3)    value zero.
           05  ws-holiday-found-idx        pic 9(3)    value zero.
           05  ws-holiday-entry            occurs 200 times.
               10  ws-holiday-date         pic 9(8).
               10  ws-holiday-description  pic x(30).

      * Calendar arithmetic - the length of each month, and a
      * day-of-week worked by Zeller's congruence with ordinary
      * integer division.  The weekday comes out 0 for Saturday, 1
      * for Sunday, 2 for Monday and so on to 6 for Friday
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
           05  ws-zeller-month             pic 99      value zero.
           05  ws-zeller-year              pic 9(4)    value zero.
           05  ws-zeller-century           pic 99      value zero.
           05  ws-zeller-year-of-century   pic 99      value zero.
           05  ws-zeller-month-term        pic 9(3)    value zero.
           05  ws-zeller-quarter-year      pic 99      value zero.
           05  ws-zeller-quarter-century   pic 99      value zero.
           05  ws-zeller-sum               pic 9(5)    value zero.
           05  ws-zeller-quotient          pic 9(5)    value zero.
           05  ws-weekday                  pic 9       value zero.
               88  ws-weekend-day          values 0 1.
           05  ws-day-names.
               10  filler              pic x(9)    value "SATURDAY".
               10  filler              pic x(9)    value "SUNDAY".
               10  filler              pic x(9)    value "MONDAY".
               10  filler              pic x(9)    value "TUESDAY".
               10  filler              pic x(9)    value "WEDNESDAY".
               10  filler              pic x(9)    value "THURSDAY".
               10  filler              pic x(9)    value "FRIDAY".
           05  ws-day-name-table redefines ws-day-names.
               10  ws-day-name             pic x(9)    occurs 7 times.

       01  ws-failure-text                 pic x(60)   value spaces.

      * Date roll report lines
       01  roll-heading-line.
           05  filler             pic X(10)  value "CALC2140".
           05  filler             pic X(34)  value
               "BUSINESS DATE ROLL REPORT".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  rhl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  roll-date-line.
           05  rdl-label          pic X(30).
           05  rdl-date           pic 9(8).
           05  filler             pic X(2)   value spaces.
           05  rdl-day-name       pic X(9).
           05  filler             pic X(31)  value spaces.

       01  skipped-day-line.
           05  filler             pic X(7)   value spaces.
           05  filler             pic X(9)   value "SKIPPED  ".
           05  sdl-date           pic 9(8).
           05  filler             pic X(2)   value spaces.
           05  sdl-day-name       pic X(9).
           05  filler             pic X(2)   value spaces.
           05  sdl-reason         pic X(30).
           05  filler             pic X(13)  value spaces.

       01  failure-line.
           05  filler             pic X(4)   value "*** ".
           05  fl-text            pic X(60).
           05  filler             pic X(16)  value spaces.

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       procedure division.
      * Procedure that drives the date roll - prove the night
      * finished, find the next processing day, and roll the
      * control record forward to it
       000-roll-business-date.
           DISPLAY "CALC2140 - Business Date Roll"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-DATE-ROLL
           PERFORM 100-CHECK-NIGHT-FINISHED
           IF ws-night-finished
               PERFORM 200-FIND-NEXT-PROCESSING-DAY
           END-IF
           IF ws-night-finished
               PERFORM 300-ROLL-CONTROL-RECORD
           END-IF
           PERFORM 900-PRINT-ROLL-TOTALS
           CLOSE roll-report
           IF ws-night-not-finished
               DISPLAY "CALC2140 - BUSINESS DATE NOT ROLLED - "
                   "SEE ROLLRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALC2140 - Business date rolled to "
                   ws-next-date
           END-IF
           DISPLAY "CALC2140 - End of business date roll."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to read the control file - the date record and the
      * calendar behind it - and start the roll report
       010-INITIALIZE-DATE-ROLL.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2140 - BUSINESS DATE FILE OPEN FAILED, "
                   "STATUS = " ws-business-date-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   MOVE spaces TO business-date-record
           END-READ
           IF NOT bd-date-record
                   OR bd-current-date IS NOT NUMERIC
                   OR bd-current-date = zero
               DISPLAY "CALC2140 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               CLOSE business-date-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-current-date
           IF bd-prior-date IS NUMERIC
               MOVE bd-prior-date TO ws-prior-date
           END-IF
           PERFORM 020-READ-HOLIDAY-RECORD
               UNTIL ws-end-of-business-date
           CLOSE business-date-file
           OPEN OUTPUT roll-report
           IF NOT ws-roll-report-ok
               DISPLAY "CALC2140 - ROLL REPORT OPEN FAILED, STATUS = "
                   ws-roll-report-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ACCEPT ws-clock-date FROM DATE YYYYMMDD
           ACCEPT ws-clock-time FROM TIME
           MOVE ws-current-date TO rhl-run-date
           MOVE roll-heading-line TO roll-record
           WRITE roll-record
           MOVE spaces TO roll-record
           WRITE roll-record
           MOVE "Current Business Date"    TO rdl-label
           MOVE ws-current-date            TO ws-next-date
           PERFORM 230-WORK-DAY-OF-WEEK
           MOVE ws-current-date            TO rdl-date
           MOVE ws-day-name(ws-weekday + 1) TO rdl-day-name
           MOVE roll-date-line             TO roll-record
           WRITE roll-record
           MOVE "Prior Business Date"      TO rdl-label
           MOVE ws-prior-date              TO rdl-date
           MOVE spaces                     TO rdl-day-name
           MOVE roll-date-line             TO roll-record
           WRITE roll-record.

      * Procedure to read one non-processing day into the calendar.
      * A record of any other type after the date record is passed
       020-READ-HOLIDAY-RECORD.
           READ business-date-file
               AT END
                   SET ws-end-of-business-date TO TRUE
               NOT AT END
                   IF bd-holiday-record
                           AND bh-holiday-date IS NUMERIC
                       IF ws-holiday-count < 200
                           ADD 1 TO ws-holiday-count
                           MOVE bh-holiday-date
                               TO ws-holiday-date(ws-holiday-count)
                           MOVE bh-description
                               TO ws-holiday-description
                                   (ws-holiday-count)
                       ELSE
                           DISPLAY "CALC2140 - CALENDAR FULL, "
                               "NON-PROCESSING DAY IGNORED: "
                               bh-holiday-date
                       END-IF
                   END-IF
           END-READ.

      * Procedure to prove the night finished before the date moves
      * - a checkpoint still pending means CALC2000 abended and was
      * never restarted to the end, and an audit log that does not
      * end with a sealed trailer for this business date means
      * CALC2000 never closed the night at all
       100-CHECK-NIGHT-FINISHED.
           OPEN INPUT restart-file
           IF ws-restart-ok
               READ restart-file
                   AT END
                       MOVE zero TO rs-last-record-count
               END-READ
               IF rs-last-record-count IS NUMERIC
                   MOVE rs-last-record-count TO ws-checkpoint-count
               END-IF
               CLOSE restart-file
           END-IF
           IF ws-checkpoint-count > zero
               MOVE "CHECKPOINT PENDING - CALC2000 DID NOT FINISH"
                   TO ws-failure-text
               PERFORM 190-RECORD-ROLL-FAILURE
           END-IF
           OPEN INPUT audit-file
           IF ws-audit-ok
               PERFORM 110-READ-AUDIT-RECORD
                   UNTIL ws-end-of-audit
               CLOSE audit-file
           END-IF
           MOVE "Last Night Closed On Audit" TO rdl-label
           MOVE ws-last-seal-date          TO rdl-date
           MOVE spaces                     TO rdl-day-name
           MOVE roll-date-line             TO roll-record
           WRITE roll-record
           IF NOT ws-last-audit-trailer
               MOVE "AUDIT LOG DOES NOT END WITH A SEALED TRAILER"
                   TO ws-failure-text
               PERFORM 190-RECORD-ROLL-FAILURE
           ELSE
               IF ws-last-seal-date NOT = ws-current-date
                   MOVE "NIGHT NOT CLOSED FOR THE CURRENT BUSINESS DATE"
                       TO ws-failure-text
                   PERFORM 190-RECORD-ROLL-FAILURE
               END-IF
           END-IF.

      * Procedure to read one audit record, keeping whether the
      * record last read is a sealed trailer and the date it closed
       110-READ-AUDIT-RECORD.
           READ audit-file
               AT END
                   SET ws-end-of-audit TO TRUE
               NOT AT END
                   ADD 1 TO ws-audit-read
                   IF at-seal-trailer
                       SET ws-last-audit-trailer TO TRUE
                       MOVE at-run-date TO ws-last-seal-date
                   ELSE
                       MOVE "N" TO ws-last-audit-switch
                   END-IF
           END-READ.

      * Procedure to refuse the roll and list the reason
       190-RECORD-ROLL-FAILURE.
           SET ws-night-not-finished TO TRUE
           MOVE ws-failure-text TO fl-text
           MOVE failure-line TO roll-record
           WRITE roll-record.

      * Procedure to step forward a day at a time from the current
      * business date to the next day the night runs
       200-FIND-NEXT-PROCESSING-DAY.
           MOVE ws-current-date TO ws-next-date
           MOVE "N" TO ws-processing-day-switch
           PERFORM 205-STEP-ONE-DAY
               UNTIL ws-processing-day
                   OR ws-days-stepped NOT < ws-max-days-stepped
           IF NOT ws-processing-day
               MOVE "NO PROCESSING DAY FOUND WITHIN 31 DAYS"
                   TO ws-failure-text
               PERFORM 190-RECORD-ROLL-FAILURE
           END-IF.

      * Procedure to move to the next calendar day and decide
      * whether the night runs on it - a Saturday, Sunday or day on
      * the calendar is listed and stepped over
       205-STEP-ONE-DAY.
           ADD 1 TO ws-days-stepped
           PERFORM 210-ADD-ONE-DAY
           PERFORM 230-WORK-DAY-OF-WEEK
           PERFORM 240-LOOK-UP-HOLIDAY
           IF ws-weekend-day
               ADD 1 TO ws-days-skipped
               MOVE ws-next-date                TO sdl-date
               MOVE ws-day-name(ws-weekday + 1) TO sdl-day-name
               MOVE "WEEKEND"                   TO sdl-reason
               MOVE skipped-day-line            TO roll-record
               WRITE roll-record
           ELSE
               IF ws-holiday-found
                   ADD 1 TO ws-days-skipped
                   MOVE ws-next-date            TO sdl-date
                   MOVE ws-day-name(ws-weekday + 1) TO sdl-day-name
                   MOVE ws-holiday-description(ws-holiday-found-idx)
                       TO sdl-reason
                   MOVE skipped-day-line        TO roll-record
                   WRITE roll-record
               ELSE
                   SET ws-processing-day TO TRUE
               END-IF
           END-IF.

      * Procedure to add one day to the working date, carrying into
      * the month and year - February has 29 days in a year divisible
      * by 4, except a century year not divisible by 400
       210-ADD-ONE-DAY.
           MOVE ws-month-length(ws-next-month) TO ws-days-in-month
           IF ws-next-month = 2
               DIVIDE ws-next-year BY 4 GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder-4
               DIVIDE ws-next-year BY 100 GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder-100
               DIVIDE ws-next-year BY 400 GIVING ws-leap-quotient
                   REMAINDER ws-leap-remainder-400
               IF ws-leap-remainder-4 = zero
                       AND (ws-leap-remainder-100 NOT = zero
                            OR ws-leap-remainder-400 = zero)
                   MOVE 29 TO ws-days-in-month
               END-IF
           END-IF
           ADD 1 TO ws-next-day
           IF ws-next-day > ws-days-in-month
               MOVE 1 TO ws-next-day
               ADD 1 TO ws-next-month
               IF ws-next-month > 12
                   MOVE 1 TO ws-next-month
                   ADD 1 TO ws-next-year
               END-IF
           END-IF.

      * Procedure to work the day of the week of the working date.
      * January and February count as months 13 and 14 of the year
      * before
       230-WORK-DAY-OF-WEEK.
           MOVE ws-next-month TO ws-zeller-month
           MOVE ws-next-year  TO ws-zeller-year
           IF ws-zeller-month < 3
               ADD 12 TO ws-zeller-month
               SUBTRACT 1 FROM ws-zeller-year
           END-IF
           DIVIDE ws-zeller-year BY 100 GIVING ws-zeller-century
               REMAINDER ws-zeller-year-of-century
           COMPUTE ws-zeller-month-term =
               (13 * (ws-zeller-month + 1)) / 5
           DIVIDE ws-zeller-year-of-century BY 4
               GIVING ws-zeller-quarter-year
           DIVIDE ws-zeller-century BY 4
               GIVING ws-zeller-quarter-century
           COMPUTE ws-zeller-sum = ws-next-day
               + ws-zeller-month-term
               + ws-zeller-year-of-century
               + ws-zeller-quarter-year
               + ws-zeller-quarter-century
               + (5 * ws-zeller-century)
           DIVIDE ws-zeller-sum BY 7 GIVING ws-zeller-quotient
               REMAINDER ws-weekday.

      * Procedure to look the working date up on the non-processing
      * day calendar
       240-LOOK-UP-HOLIDAY.
           MOVE "N" TO ws-holiday-switch
           MOVE zero TO ws-holiday-found-idx
           PERFORM 245-TEST-HOLIDAY-ENTRY
               VARYING ws-holiday-idx FROM 1 BY 1
               UNTIL ws-holiday-idx > ws-holiday-count
                   OR ws-holiday-found.

      * Procedure to test one calendar entry against the working date
       245-TEST-HOLIDAY-ENTRY.
           IF ws-holiday-date(ws-holiday-idx) = ws-next-date
               SET ws-holiday-found TO TRUE
               MOVE ws-holiday-idx TO ws-holiday-found-idx
           END-IF.

      * Procedure to rewrite the date record in place - the current
      * date becomes the prior one and the next processing day
      * becomes current.  The calendar records behind it are left
      * as they are
       300-ROLL-CONTROL-RECORD.
           OPEN I-O business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2140 - BUSINESS DATE FILE OPEN FAILED, "
                   "STATUS = " ws-business-date-status
               CLOSE roll-report
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           READ business-date-file
               AT END
                   MOVE spaces TO business-date-record
           END-READ
           IF NOT bd-date-record
                   OR bd-current-date NOT = ws-current-date
               DISPLAY "CALC2140 - BUSINESS DATE RECORD CHANGED "
                   "DURING THE ROLL"
               CLOSE business-date-file
               CLOSE roll-report
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE ws-current-date TO bd-prior-date
           MOVE ws-next-date    TO bd-current-date
           MOVE ws-clock-date   TO bd-rolled-date
           MOVE ws-clock-time   TO bd-rolled-time
           REWRITE business-date-record
           IF NOT ws-business-date-ok
               DISPLAY "CALC2140 - BUSINESS DATE REWRITE FAILED, "
                   "STATUS = " ws-business-date-status
               CLOSE business-date-file
               CLOSE roll-report
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           CLOSE business-date-file.

      * Procedure to print the new dates, the counts and the verdict
       900-PRINT-ROLL-TOTALS.
           MOVE spaces TO roll-record
           WRITE roll-record
           MOVE "-------------------------------------"
               TO roll-record
           WRITE roll-record
           IF ws-night-finished
               MOVE "New Current Business Date" TO rdl-label
               MOVE ws-next-date           TO rdl-date
               MOVE ws-day-name(ws-weekday + 1) TO rdl-day-name
               MOVE roll-date-line         TO roll-record
               WRITE roll-record
               MOVE "New Prior Business Date" TO rdl-label
               MOVE ws-current-date        TO rdl-date
               MOVE spaces                 TO rdl-day-name
               MOVE roll-date-line         TO roll-record
               WRITE roll-record
           END-IF

           MOVE "Non-Processing Days On File" TO tlc-label
           MOVE ws-holiday-count           TO tlc-value
           MOVE trailer-line-count         TO roll-record
           WRITE roll-record

           MOVE "Days Skipped"             TO tlc-label
           MOVE ws-days-skipped            TO tlc-value
           MOVE trailer-line-count         TO roll-record
           WRITE roll-record

           MOVE "Audit Records Read"       TO tlc-label
           MOVE ws-audit-read              TO tlc-value
           MOVE trailer-line-count         TO roll-record
           WRITE roll-record

           MOVE spaces TO roll-record
           WRITE roll-record
           IF ws-night-finished
               MOVE "*** BUSINESS DATE ROLLED ***" TO roll-record
           ELSE
               MOVE "*** BUSINESS DATE NOT ROLLED - RERUN THE NIGHT ***"
                   TO roll-record
           END-IF
           WRITE roll-record.

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
               DISPLAY "CALC2140 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2140"             TO rh-program-id
               MOVE ws-current-date        TO rh-business-date
               MOVE ws-run-start-date      TO rh-start-date
               MOVE ws-run-start-time      TO rh-start-time
               MOVE ws-run-end-date        TO rh-end-date
               MOVE ws-run-end-time        TO rh-end-time
               MOVE RETURN-CODE            TO rh-return-code
               MOVE "N"                    TO rh-restart-flag
               MOVE "N"                    TO rh-simulation-flag
               MOVE ws-audit-read          TO rh-records-read
               MOVE ws-days-stepped        TO rh-records-processed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
