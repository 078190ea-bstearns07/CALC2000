      *                  log, and prints a reconciliation showing
      *                  records-in equals archived plus retained so
      *                  compliance can sign off that nothing was
      *                  dropped.  Records keep their seals, each
      *                  night's sealed trailer goes with the night it
      *                  closes, and the reconciliation shows the seal
      *                  the archive ends on and the seal the live log
      *                  resumes from, so the chain can be verified
      *                  across the split
      * File Desc......: Retention companion to the CALC2000 audit log
      ******************************************************************
       environment division.
               organization is sequential
               file status is ws-reconcile-status.

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

      * Only the run date stamp and the seal area are parsed here -
      * the rest of the line rides through untouched, whichever
      * layout it was written under, so the archive holds the
      * record exactly as the log did
       01  audit-record.
           05  ar-run-date                 pic x(8).
           05  filler                      pic x(73).
           05  ar-serial                   pic x(9).
           05  filler                      pic x.
           05  ar-prior-seal               pic x(9).
           05  filler                      pic x.
           05  ar-seal                     pic x(9).

      * The sealed trailer closing a night's records - it carries
      * its night's run date further along the line
       01  audit-seal-trailer.
           05  at-marker                   pic x(8).
               88  at-seal-trailer         value "*SEALED*".
           05  at-run-date                 pic x(8).
           05  filler                      pic x(94).

       fd  retention-file
           label records are standard.
       fd  archive-file
           label records are standard.

       01  archive-record                  pic x(110).

       fd  retained-file
           label records are standard.

       01  retained-record                 pic x(110).

       fd  reconcile-report
           label records are standard.

       01  reconcile-record                pic x(80).

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
               88  ws-retained-ok          value "00".
           05  ws-reconcile-status         pic xx.
               88  ws-reconcile-ok         value "00".
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

       01  retention-fields.
           05  ws-retention-date           pic 9(8)    value zero.
           05  ws-record-date              pic x(8).

      * Where the seal chain is cut - the last sealed record put on
      * the archive, and the first sealed record left on the live
      * log with the prior seal it chains from, which must be the
      * archive's last seal
       01  seal-split-fields.
           05  ws-archive-last-serial      pic x(9)    value spaces.
           05  ws-archive-last-seal        pic x(9)    value spaces.
           05  ws-retained-first-serial    pic x(9)    value spaces.
           05  ws-retained-prior-seal      pic x(9)    value spaces.

       01  split-counts.
           05  ws-records-read             pic 9(7)    value zero.
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  seal-split-line.
           05  ssl-label          pic X(30).
           05  filler             pic X(8)   value "SERIAL ".
           05  ssl-serial         pic X(9).
           05  filler             pic X(7)   value "  SEAL ".
           05  ssl-seal           pic X(9).
           05  filler             pic X(17)  value spaces.

       01  reconcile-verdict-line.
           05  rvl-text           pic X(50).
           05  filler             pic X(30)  value spaces.
      * the reconciliation that proves nothing was dropped
       000-archive-audit-log.
           DISPLAY "CALC2050 - Audit Log Archive And Purge"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-ARCHIVE
           PERFORM 020-READ-AUDIT-RECORD
           PERFORM 100-SPLIT-AUDIT-RECORD
           ELSE
               DISPLAY "CALC2050 - End of archive run."
           END-IF
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files and edit the retention date
       010-INITIALIZE-ARCHIVE.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT audit-file
           IF NOT ws-audit-ok
               DISPLAY "CALC2050 - AUDIT FILE OPEN FAILED, STATUS = "
                   ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT retention-file
                   "STATUS = " ws-retention-status
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT archive-file
               CLOSE audit-file
               CLOSE retention-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT retained-file
               CLOSE retention-file
               CLOSE archive-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT reconcile-report
               CLOSE archive-file
               CLOSE retained-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 015-EDIT-RETENTION-DATE
           MOVE spaces TO reconcile-record
           WRITE reconcile-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2050 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2050 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the single retention parameter record - a
      * retention split must never run on a guessed date
       015-EDIT-RETENTION-DATE.
                   DISPLAY "CALC2050 - RETENTION DATE MISSING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 950-TERMINATE-ARCHIVE
                   PERFORM 960-WRITE-RUN-HISTORY
                   STOP RUN
           END-READ
           INSPECT rp-retention-date
                   rp-retention-date
               MOVE 16 TO RETURN-CODE
               PERFORM 950-TERMINATE-ARCHIVE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE rp-retention-date TO ws-retention-date.
      * is retained rather than guessed at, and counted for the
      * reconciliation
       100-SPLIT-AUDIT-RECORD.
           IF at-seal-trailer
               MOVE at-run-date TO ws-record-date
           ELSE
               MOVE ar-run-date TO ws-record-date
           END-IF
           IF ws-record-date IS NOT NUMERIC
               ADD 1 TO ws-records-undated
               PERFORM 110-RETAIN-AUDIT-RECORD
           ELSE
               IF ws-record-date < ws-retention-date
                   MOVE audit-record TO archive-record
                   WRITE archive-record
                   ADD 1 TO ws-records-archived
                   IF ar-serial IS NUMERIC
                       MOVE ar-serial TO ws-archive-last-serial
                       MOVE ar-seal   TO ws-archive-last-seal
                   END-IF
               ELSE
                   PERFORM 110-RETAIN-AUDIT-RECORD
               END-IF
           END-IF
           PERFORM 020-READ-AUDIT-RECORD.

      * Procedure to keep one record on the live log, noting where
      * the retained seal chain picks up
       110-RETAIN-AUDIT-RECORD.
           MOVE audit-record TO retained-record
           WRITE retained-record
           ADD 1 TO ws-records-retained
           IF ar-serial IS NUMERIC
                   AND ws-retained-first-serial = spaces
               MOVE ar-serial     TO ws-retained-first-serial
               MOVE ar-prior-seal TO ws-retained-prior-seal
           END-IF.

      * Procedure to print the reconciliation - records in must
      * equal archived plus retained, or the run ends with a bad
      * return code and the swap step never replaces the live log
           MOVE trailer-line-count        TO reconcile-record
           WRITE reconcile-record

           MOVE spaces TO reconcile-record
           WRITE reconcile-record
           MOVE "Archive Ends On"         TO ssl-label
           MOVE ws-archive-last-serial    TO ssl-serial
           MOVE ws-archive-last-seal      TO ssl-seal
           MOVE seal-split-line           TO reconcile-record
           WRITE reconcile-record
           MOVE "Live Log Resumes From"   TO ssl-label
           MOVE ws-retained-first-serial  TO ssl-serial
           MOVE ws-retained-prior-seal    TO ssl-seal
           MOVE seal-split-line           TO reconcile-record
           WRITE reconcile-record

           COMPUTE ws-records-accounted =
               ws-records-archived + ws-records-retained
           MOVE spaces TO reconcile-record
           CLOSE archive-file
           CLOSE retained-file
           CLOSE reconcile-report.

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
               DISPLAY "CALC2050 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2050"             TO rh-program-id
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
               MOVE ws-records-archived    TO rh-records-processed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
