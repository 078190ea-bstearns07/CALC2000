       identification division.

       program-id. calc2070.
      ******************************************************************
      * Title..........: CALC2070 - Client Master Maintenance
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Applies a transaction file of client adds,
      *                  name changes, closes, reopens, mailing
      *                  address changes and statement delivery
      *                  preference changes against the client
      *                  master, writes a new master, prints a
      *                  before and after change report showing every
      *                  client touched and who submitted it, and
      *                  appends each change to the client history
      *                  file.  Any unusable transaction fails the
      *                  run before the new master or any history is
      *                  written, so a half-applied batch of changes
      *                  can never reach the nightly run.  A master
      *                  nearing the number of entries CALC2000 can
      *                  load is warned about on every run
      * File Desc......: Maintenance companion to CALC2000
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The current client master - the same layout CALC2000 loads
      *    at initialization.  Read here, never written; the
      *    maintained master goes to a new dataset so a failed run
      *    leaves the current master untouched.
           select client-master-file assign to "CLNTMST"
               organization is sequential
               file status is ws-client-master-status.

      *    Maintenance transactions - one record per add, name
      *    change, close, reopen, address change or delivery
      *    preference change, each carrying who submitted it.
           select transaction-file assign to "TRANIN"
               organization is sequential
               file status is ws-transaction-status.

      *    The new client master - written only after every
      *    transaction has applied cleanly, in the layout CALC2000
      *    reads.
           select new-master-file assign to "NEWMST"
               organization is sequential
               file status is ws-new-master-status.

      *    Change report - every client touched, before and after,
      *    and the submitter, so a batch of changes can be reviewed
      *    and filed.
           select change-report assign to "CHGRPT"
               organization is sequential
               file status is ws-change-status.

      *    Client history - append-only like the audit log, one
      *    record per field changed, so compliance can see when a
      *    client was opened, renamed, closed or moved and by whom.
           select history-file assign to "CLNTHIST"
               organization is sequential
               file status is ws-history-status.

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

       fd  client-master-file
           label records are standard.

      * The delivery preference says what CALC2120 does with the
      * client's projection statement - M mail it to the address
      * below, S suppress it, H hold it back.  Blank is taken as M
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

       fd  transaction-file
           label records are standard.

       01  transaction-record.
           05  tx-action                   pic x.
               88  tx-add                  value "A".
               88  tx-name-change          value "N".
               88  tx-close                value "C".
               88  tx-reopen               value "R".
               88  tx-address-change       value "M".
               88  tx-preference-change    value "P".
           05  tx-client-number            pic x(7).
           05  tx-client-name              pic x(20).
           05  tx-submitter                pic x(8).
           05  tx-delivery-preference      pic x.
               88  tx-preference-valid     values "M" "S" "H".
           05  tx-address-line-1           pic x(30).
           05  tx-address-line-2           pic x(30).
           05  tx-address-line-3           pic x(30).
           05  tx-postal-code              pic x(10).
           05  filler                      pic x(13).

       fd  new-master-file
           label records are standard.

       01  new-master-record.
           05  nm-client-number            pic 9(7).
           05  nm-client-name              pic x(20).
           05  nm-client-status            pic x.
           05  filler                      pic x(12).
           05  nm-delivery-preference      pic x.
           05  nm-address-line-1           pic x(30).
           05  nm-address-line-2           pic x(30).
           05  nm-address-line-3           pic x(30).
           05  nm-postal-code              pic x(10).
           05  filler                      pic x(9).

       fd  change-report
           label records are standard.

       01  change-record                   pic x(80).

      * One record per field a transaction changed - the field's
      * value before and after, who submitted it and when.  An add
      * writes the name and status it opened the client with, and
      * any address and the delivery preference it was given
       fd  history-file
           label records are standard.

       01  history-record.
           05  ch-client-number            pic 9(7).
           05  ch-action                   pic x.
           05  ch-field-name               pic x(8).
           05  ch-old-value                pic x(30).
           05  ch-new-value                pic x(30).
           05  ch-submitter                pic x(8).
           05  ch-change-date              pic 9(8).
           05  ch-change-time              pic 9(8).

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
           05  ws-client-master-status     pic xx.
               88  ws-client-master-ok     value "00".
           05  ws-transaction-status       pic xx.
               88  ws-transaction-ok       value "00".
           05  ws-new-master-status        pic xx.
               88  ws-new-master-ok        value "00".
           05  ws-change-status            pic xx.
               88  ws-change-ok            value "00".
           05  ws-history-status           pic xx.
               88  ws-history-ok           value "00".
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
           05  ws-client-master-eof        pic x       value "N".
               88  ws-end-of-client-master value "Y".
           05  ws-transaction-eof          pic x       value "N".
               88  ws-end-of-transactions  value "Y".
           05  ws-capacity-switch          pic x       value "N".
               88  ws-master-near-capacity value "Y".

       01  run-date-fields.
           05  ws-run-date                 pic 9(8).
           05  ws-run-time                 pic 9(8).

      * The number of entries CALC2000's 018-READ-CLIENT-RECORD can
      * hold, and the point at which this run starts warning that the
      * master is closing on it.  The limit must move whenever the
      * table in CALC2000 is resized
       01  capacity-fields.
           05  ws-master-limit             pic 9(3)    value 500.
           05  ws-warning-threshold        pic 9(3)    value 450.
           05  ws-capacity-remaining       pic 9(3)    value zero.

      * In-storage copy of the client master being maintained -
      * loaded from the current master, worked on in place, and
      * written out only once every transaction has applied.  Sized
      * to match the 500 entries CALC2000 loads
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

      * Client history records staged as each transaction applies,
      * and appended to the history file only once the new master
      * has been written - a failed run must leave no history of
      * changes that never reached the master
       01  history-staging-fields.
           05  ws-history-count            pic 9(4)    value zero.
           05  ws-history-idx              pic 9(4)    value zero.
           05  ws-staged-history           occurs 1000 times.
               10  ws-hist-client              pic 9(7).
               10  ws-hist-action              pic x.
               10  ws-hist-field               pic x(8).
               10  ws-hist-old-value           pic x(30).
               10  ws-hist-new-value           pic x(30).
               10  ws-hist-submitter           pic x(8).

      * The transaction's fields after editing - the client number
      * arrives as keyed characters and is edited the way CALC2000's
      * run controls are before it is trusted as a number
       01  edited-transaction-fields.
           05  ws-tx-client                pic 9(7)    value zero.
           05  ws-tx-client-work           pic x(7).
           05  ws-stage-field              pic x(8).
           05  ws-stage-old-value          pic x(30).
           05  ws-stage-new-value          pic x(30).

       01  maintenance-counts.
           05  ws-transactions-read        pic 9(5)    value zero.
           05  ws-adds-applied             pic 9(5)    value zero.
           05  ws-names-changed            pic 9(5)    value zero.
           05  ws-closes-applied           pic 9(5)    value zero.
           05  ws-reopens-applied          pic 9(5)    value zero.
           05  ws-addresses-changed        pic 9(5)    value zero.
           05  ws-preferences-changed      pic 9(5)    value zero.
           05  ws-entries-written          pic 9(5)    value zero.
           05  ws-history-written          pic 9(5)    value zero.

      * Change report lines - a header, one before/after line per
      * transaction applied, a line under it for each address or
      * delivery field it changed, and count trailers
       01  change-heading-line.
           05  filler             pic X(10)  value "CALC2070".
           05  filler             pic X(34)  value
               "CLIENT MASTER CHANGE REPORT".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  chl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  change-column-line.
           05  filler             pic X(7)   value "ACTION ".
           05  filler             pic X(8)   value "CLIENT  ".
           05  filler             pic X(9)   value "SUBMITTR ".
           05  filler             pic X(23)  value
               "ST BEFORE NAME         ".
           05  filler             pic X(22)  value
               "ST AFTER NAME         ".
           05  filler             pic X(11)  value spaces.

       01  change-detail-line.
           05  cdl-action         pic X(6).
           05  filler             pic X      value space.
           05  cdl-client         pic 9(7).
           05  filler             pic X      value space.
           05  cdl-submitter      pic X(8).
           05  filler             pic X      value space.
           05  cdl-old-status     pic X.
           05  filler             pic X      value space.
           05  cdl-old-name       pic X(20).
           05  filler             pic X      value space.
           05  cdl-new-status     pic X.
           05  filler             pic X      value space.
           05  cdl-new-name       pic X(20).
           05  filler             pic X(11)  value spaces.

       01  change-field-line.
           05  filler             pic X(7)   value spaces.
           05  cfl-field          pic X(8).
           05  filler             pic X      value space.
           05  cfl-old-value      pic X(30).
           05  filler             pic X(4)   value " -> ".
           05  cfl-new-value      pic X(30).

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

      * Warning printed when the new master has reached the warning
      * threshold - the night the master outgrows CALC2000's table
      * the load stops with RC=16, so it is called out well before
       01  capacity-warning-line.
           05  filler             pic X(33)  value
               "*** WARNING - CLIENT MASTER HOLDS".
           05  cwl-entries        pic ZZZ9.
           05  filler             pic X(4)   value " OF ".
           05  cwl-limit          pic ZZ9.
           05  filler             pic X(36)  value
               " ENTRIES CALC2000 CAN LOAD ***".

       procedure division.
      * Procedure that drives the maintenance run - load the current
      * master, apply every transaction in storage, and only then
      * write the new master, the history and the trailers
       000-maintain-client-master.
           DISPLAY "CALC2070 - Client Master Maintenance"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-MAINTENANCE
           PERFORM 020-READ-TRANSACTION
           PERFORM 100-APPLY-TRANSACTION
               UNTIL ws-end-of-transactions
           PERFORM 800-WRITE-NEW-MASTER
           PERFORM 850-APPEND-CLIENT-HISTORY
           PERFORM 900-PRINT-MAINTENANCE-TOTALS
           PERFORM 950-TERMINATE-MAINTENANCE
           IF ws-master-near-capacity
               DISPLAY "CALC2070 - CLIENT MASTER NEAR CALC2000 "
                   "CAPACITY"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CALC2070 - End of maintenance."
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files, load the current master into
      * storage and start the change report
       010-INITIALIZE-MAINTENANCE.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT client-master-file
           IF NOT ws-client-master-ok
               DISPLAY "CALC2070 - CLIENT MASTER OPEN FAILED, "
                   "STATUS = " ws-client-master-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN INPUT transaction-file
           IF NOT ws-transaction-ok
               DISPLAY "CALC2070 - TRANSACTION FILE OPEN FAILED, "
                   "STATUS = " ws-transaction-status
               CLOSE client-master-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT change-report
           IF NOT ws-change-ok
               DISPLAY "CALC2070 - CHANGE REPORT OPEN FAILED, "
                   "STATUS = " ws-change-status
               CLOSE client-master-file
               CLOSE transaction-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ACCEPT ws-run-time FROM TIME
           PERFORM 015-LOAD-CURRENT-MASTER
           CLOSE client-master-file
           MOVE ws-run-date TO chl-run-date
           MOVE change-heading-line TO change-record
           WRITE change-record
           MOVE spaces TO change-record
           WRITE change-record
           MOVE change-column-line TO change-record
           WRITE change-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2070 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2070 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to load the current master into storage - a master
      * too big to load stops the run before any transaction can
      * apply against a partial master
       015-LOAD-CURRENT-MASTER.
           PERFORM 016-READ-CLIENT-RECORD
               UNTIL ws-end-of-client-master.

      * Procedure to read one current master record into the next
      * table entry
       016-READ-CLIENT-RECORD.
           READ client-master-file
               AT END
                   SET ws-end-of-client-master TO TRUE
               NOT AT END
                   IF ws-entry-count >= ws-master-limit
                       DISPLAY "CALC2070 - CLIENT MASTER EXCEEDS "
                           ws-master-limit " ENTRIES"
                       CLOSE client-master-file
                       PERFORM 950-TERMINATE-MAINTENANCE
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
                   IF cm-delivery-preference = space
                       MOVE "M" TO ws-entry-preference(ws-entry-count)
                   END-IF
                   MOVE cm-address-line-1
                       TO ws-entry-address-1(ws-entry-count)
                   MOVE cm-address-line-2
                       TO ws-entry-address-2(ws-entry-count)
                   MOVE cm-address-line-3
                       TO ws-entry-address-3(ws-entry-count)
                   MOVE cm-postal-code
                       TO ws-entry-postal(ws-entry-count)
           END-READ.

      * Procedure to read the next maintenance transaction
       020-READ-TRANSACTION.
           READ transaction-file
               AT END
                   SET ws-end-of-transactions TO TRUE
               NOT AT END
                   ADD 1 TO ws-transactions-read
           END-READ.

      * Procedure to edit one transaction and apply it to the master
      * in storage.  An unusable transaction fails the whole run -
      * the new master is only written after the last transaction
      * has applied, so nothing half-applied ever reaches the
      * nightly run
       100-APPLY-TRANSACTION.
           PERFORM 110-EDIT-TRANSACTION
           PERFORM 120-FIND-CLIENT-ENTRY
           EVALUATE TRUE
               WHEN tx-add
                   PERFORM 130-APPLY-ADD
               WHEN tx-name-change
                   PERFORM 140-APPLY-NAME-CHANGE
               WHEN tx-close
                   PERFORM 150-APPLY-CLOSE
               WHEN tx-reopen
                   PERFORM 155-APPLY-REOPEN
               WHEN tx-address-change
                   PERFORM 160-APPLY-ADDRESS-CHANGE
               WHEN tx-preference-change
                   PERFORM 162-APPLY-PREFERENCE-CHANGE
           END-EVALUATE
           PERFORM 020-READ-TRANSACTION.

      * Procedure to edit the transaction's fields the way CALC2030
      * edits its own - a keyed field must be a usable value, and a
      * field the action needs may not be blank
       110-EDIT-TRANSACTION.
           IF NOT tx-add AND NOT tx-name-change
                   AND NOT tx-close AND NOT tx-reopen
                   AND NOT tx-address-change
                   AND NOT tx-preference-change
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF tx-submitter = spaces
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE tx-client-number TO ws-tx-client-work
           INSPECT ws-tx-client-work
               REPLACING LEADING spaces BY zeros
           IF ws-tx-client-work IS NOT NUMERIC
                   OR ws-tx-client-work = zeros
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE ws-tx-client-work TO ws-tx-client
           IF (tx-add OR tx-name-change)
                   AND tx-client-name = spaces
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF tx-address-change
                   AND (tx-address-line-1 = spaces
                        OR tx-postal-code = spaces)
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF tx-preference-change
                   AND NOT tx-preference-valid
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF tx-add
                   AND tx-delivery-preference NOT = space
                   AND NOT tx-preference-valid
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF.

      * Procedure to fail the run cold on an unusable transaction,
      * before the new master or any history has been written
       119-FAIL-BAD-TRANSACTION.
           DISPLAY "CALC2070 - BAD TRANSACTION " ws-transactions-read
               ": " transaction-record(1:36)
           MOVE "*** RUN FAILED - BAD TRANSACTION - NO MASTER WRITTEN"
               TO change-record
           WRITE change-record
           PERFORM 950-TERMINATE-MAINTENANCE
           MOVE 16 TO RETURN-CODE
           PERFORM 960-WRITE-RUN-HISTORY
           STOP RUN.

      * Procedure to look for the master entry carrying the
      * transaction's client number
       120-FIND-CLIENT-ENTRY.
           MOVE zero TO ws-found-idx
           PERFORM 125-TEST-CLIENT-ENTRY
               VARYING ws-entry-idx FROM 1 BY 1
               UNTIL ws-entry-idx > ws-entry-count.

      * Procedure to test one master entry against the transaction
       125-TEST-CLIENT-ENTRY.
           IF ws-entry-number(ws-entry-idx) = ws-tx-client
               MOVE ws-entry-idx TO ws-found-idx
           END-IF.

      * Procedure to apply an add - the client must not already be
      * on the master, and the master must have room for the entry
      * CALC2000 will have to load.  A new client is opened, with
      * whatever mailing address the add carries and its delivery
      * preference - mail when none is given
       130-APPLY-ADD.
           IF ws-found-idx NOT = zero
               DISPLAY "CALC2070 - ADD OF EXISTING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF ws-entry-count >= ws-master-limit
               DISPLAY "CALC2070 - CLIENT MASTER FULL ON ADD"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           ADD 1 TO ws-entry-count
           MOVE ws-tx-client     TO ws-entry-number(ws-entry-count)
           MOVE tx-client-name   TO ws-entry-name(ws-entry-count)
           MOVE "O"              TO ws-entry-status(ws-entry-count)
           MOVE tx-delivery-preference
                                 TO ws-entry-preference(ws-entry-count)
           IF tx-delivery-preference = space
               MOVE "M"          TO ws-entry-preference(ws-entry-count)
           END-IF
           MOVE tx-address-line-1
                                 TO ws-entry-address-1(ws-entry-count)
           MOVE tx-address-line-2
                                 TO ws-entry-address-2(ws-entry-count)
           MOVE tx-address-line-3
                                 TO ws-entry-address-3(ws-entry-count)
           MOVE tx-postal-code   TO ws-entry-postal(ws-entry-count)
           MOVE ws-entry-count   TO ws-found-idx
           ADD 1 TO ws-adds-applied
           MOVE "ADD   "         TO cdl-action
           MOVE "-"              TO cdl-old-status
           MOVE spaces           TO cdl-old-name
           MOVE "O"              TO cdl-new-status
           MOVE tx-client-name   TO cdl-new-name
           PERFORM 170-WRITE-CHANGE-LINE
           MOVE "NAME    "       TO ws-stage-field
           MOVE spaces           TO ws-stage-old-value
           MOVE tx-client-name   TO ws-stage-new-value
           PERFORM 180-STAGE-HISTORY-ENTRY
           MOVE "STATUS  "       TO ws-stage-field
           MOVE spaces           TO ws-stage-old-value
           MOVE "O"              TO ws-stage-new-value
           PERFORM 180-STAGE-HISTORY-ENTRY
           MOVE "DELIVERY"       TO ws-stage-field
           MOVE spaces           TO ws-stage-old-value
           MOVE ws-entry-preference(ws-found-idx)
                                 TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE
           MOVE spaces           TO ws-stage-old-value
           PERFORM 175-STAGE-ADDRESS-FIELDS.

      * Procedure to apply a name change - the client must be on the
      * master, and the name of record is replaced whatever the
      * client's status
       140-APPLY-NAME-CHANGE.
           IF ws-found-idx = zero
               DISPLAY "CALC2070 - NAME CHANGE OF MISSING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE "NAME  "         TO cdl-action
           PERFORM 165-SET-BEFORE-COLUMNS
           MOVE "NAME    "       TO ws-stage-field
           MOVE ws-entry-name(ws-found-idx) TO ws-stage-old-value
           MOVE tx-client-name   TO ws-stage-new-value
           MOVE tx-client-name   TO ws-entry-name(ws-found-idx)
           ADD 1 TO ws-names-changed
           PERFORM 167-SET-AFTER-COLUMNS
           PERFORM 170-WRITE-CHANGE-LINE
           PERFORM 180-STAGE-HISTORY-ENTRY.

      * Procedure to apply a close - the client must be on the master
      * and open.  CALC2000 rejects a closed client's scenarios with
      * reason 13 from the next night on
       150-APPLY-CLOSE.
           IF ws-found-idx = zero
               DISPLAY "CALC2070 - CLOSE OF MISSING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF ws-entry-closed(ws-found-idx)
               DISPLAY "CALC2070 - CLOSE OF CLIENT ALREADY CLOSED"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE "CLOSE "         TO cdl-action
           PERFORM 165-SET-BEFORE-COLUMNS
           MOVE "STATUS  "       TO ws-stage-field
           MOVE ws-entry-status(ws-found-idx) TO ws-stage-old-value
           MOVE "C"              TO ws-stage-new-value
           MOVE "C"              TO ws-entry-status(ws-found-idx)
           ADD 1 TO ws-closes-applied
           PERFORM 167-SET-AFTER-COLUMNS
           PERFORM 170-WRITE-CHANGE-LINE
           PERFORM 180-STAGE-HISTORY-ENTRY.

      * Procedure to apply a reopen - the client must be on the
      * master and flagged closed
       155-APPLY-REOPEN.
           IF ws-found-idx = zero
               DISPLAY "CALC2070 - REOPEN OF MISSING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           IF NOT ws-entry-closed(ws-found-idx)
               DISPLAY "CALC2070 - REOPEN OF CLIENT NOT CLOSED"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE "REOPEN"         TO cdl-action
           PERFORM 165-SET-BEFORE-COLUMNS
           MOVE "STATUS  "       TO ws-stage-field
           MOVE ws-entry-status(ws-found-idx) TO ws-stage-old-value
           MOVE "O"              TO ws-stage-new-value
           MOVE "O"              TO ws-entry-status(ws-found-idx)
           ADD 1 TO ws-reopens-applied
           PERFORM 167-SET-AFTER-COLUMNS
           PERFORM 170-WRITE-CHANGE-LINE
           PERFORM 180-STAGE-HISTORY-ENTRY.

      * Procedure to apply a mailing address change - the client must
      * be on the master, and all three address lines and the postal
      * code are replaced together, so a line the new address does
      * not use is cleared rather than left over from the old one
       160-APPLY-ADDRESS-CHANGE.
           IF ws-found-idx = zero
               DISPLAY "CALC2070 - ADDRESS CHANGE OF MISSING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE "ADDR  "         TO cdl-action
           PERFORM 165-SET-BEFORE-COLUMNS
           PERFORM 167-SET-AFTER-COLUMNS
           PERFORM 170-WRITE-CHANGE-LINE
           PERFORM 175-STAGE-ADDRESS-FIELDS
           MOVE tx-address-line-1 TO ws-entry-address-1(ws-found-idx)
           MOVE tx-address-line-2 TO ws-entry-address-2(ws-found-idx)
           MOVE tx-address-line-3 TO ws-entry-address-3(ws-found-idx)
           MOVE tx-postal-code    TO ws-entry-postal(ws-found-idx)
           ADD 1 TO ws-addresses-changed.

      * Procedure to apply a statement delivery preference change -
      * the client must be on the master, whatever its status
       162-APPLY-PREFERENCE-CHANGE.
           IF ws-found-idx = zero
               DISPLAY "CALC2070 - PREFERENCE CHANGE OF MISSING CLIENT"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           MOVE "DELIV "         TO cdl-action
           PERFORM 165-SET-BEFORE-COLUMNS
           PERFORM 167-SET-AFTER-COLUMNS
           PERFORM 170-WRITE-CHANGE-LINE
           MOVE "DELIVERY"       TO ws-stage-field
           MOVE ws-entry-preference(ws-found-idx)
                                 TO ws-stage-old-value
           MOVE tx-delivery-preference TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE
           MOVE tx-delivery-preference
                                 TO ws-entry-preference(ws-found-idx)
           ADD 1 TO ws-preferences-changed.

      * Procedure to place the entry's status and name, as they
      * stand before the change, in the before columns
       165-SET-BEFORE-COLUMNS.
           MOVE ws-entry-status(ws-found-idx) TO cdl-old-status
           MOVE ws-entry-name(ws-found-idx)   TO cdl-old-name.

      * Procedure to place the entry's status and name, as they
      * stand after the change, in the after columns
       167-SET-AFTER-COLUMNS.
           MOVE ws-entry-status(ws-found-idx) TO cdl-new-status
           MOVE ws-entry-name(ws-found-idx)   TO cdl-new-name.

      * Procedure to write one before/after line to the change report
       170-WRITE-CHANGE-LINE.
           MOVE ws-tx-client     TO cdl-client
           MOVE tx-submitter     TO cdl-submitter
           MOVE change-detail-line TO change-record
           WRITE change-record.

      * Procedure to stage each address field the transaction changes
      * against the entry as it stands - the entry's own values are
      * the old values unless an add has already cleared them
       175-STAGE-ADDRESS-FIELDS.
           MOVE "ADDRESS1"       TO ws-stage-field
           IF NOT tx-add
               MOVE ws-entry-address-1(ws-found-idx)
                                 TO ws-stage-old-value
           END-IF
           MOVE tx-address-line-1 TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE
           MOVE "ADDRESS2"       TO ws-stage-field
           IF NOT tx-add
               MOVE ws-entry-address-2(ws-found-idx)
                                 TO ws-stage-old-value
           END-IF
           MOVE tx-address-line-2 TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE
           MOVE "ADDRESS3"       TO ws-stage-field
           IF NOT tx-add
               MOVE ws-entry-address-3(ws-found-idx)
                                 TO ws-stage-old-value
           END-IF
           MOVE tx-address-line-3 TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE
           MOVE "POSTAL  "       TO ws-stage-field
           IF NOT tx-add
               MOVE ws-entry-postal(ws-found-idx)
                                 TO ws-stage-old-value
           END-IF
           MOVE tx-postal-code   TO ws-stage-new-value
           PERFORM 185-STAGE-FIELD-CHANGE.

      * Procedure to stage one field's change for the client history
      * file - a batch too big to stage fails the run like any other
      * unusable transaction, before anything is written
       180-STAGE-HISTORY-ENTRY.
           IF ws-history-count >= 1000
               DISPLAY "CALC2070 - MORE THAN 1000 FIELD CHANGES IN "
                   "ONE RUN"
               PERFORM 119-FAIL-BAD-TRANSACTION
           END-IF
           ADD 1 TO ws-history-count
           MOVE ws-tx-client TO ws-hist-client(ws-history-count)
           MOVE tx-action    TO ws-hist-action(ws-history-count)
           MOVE ws-stage-field
               TO ws-hist-field(ws-history-count)
           MOVE ws-stage-old-value
               TO ws-hist-old-value(ws-history-count)
           MOVE ws-stage-new-value
               TO ws-hist-new-value(ws-history-count)
           MOVE tx-submitter TO ws-hist-submitter(ws-history-count).

      * Procedure to list and stage an address or delivery field only
      * when its value actually changes - an address resubmitted with
      * one line corrected records that one line
       185-STAGE-FIELD-CHANGE.
           IF ws-stage-new-value NOT = ws-stage-old-value
               MOVE ws-stage-field     TO cfl-field
               MOVE ws-stage-old-value TO cfl-old-value
               MOVE ws-stage-new-value TO cfl-new-value
               MOVE change-field-line  TO change-record
               WRITE change-record
               PERFORM 180-STAGE-HISTORY-ENTRY
           END-IF.

      * Procedure to write the maintained master to the new dataset,
      * reached only once every transaction has applied cleanly
       800-WRITE-NEW-MASTER.
           OPEN OUTPUT new-master-file
           IF NOT ws-new-master-ok
               DISPLAY "CALC2070 - NEW MASTER OPEN FAILED, STATUS = "
                   ws-new-master-status
               PERFORM 950-TERMINATE-MAINTENANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 810-WRITE-ONE-CLIENT
               VARYING ws-entry-idx FROM 1 BY 1
               UNTIL ws-entry-idx > ws-entry-count
           CLOSE new-master-file.

      * Procedure to write one master entry
       810-WRITE-ONE-CLIENT.
           MOVE spaces TO new-master-record
           MOVE ws-entry-number(ws-entry-idx) TO nm-client-number
           MOVE ws-entry-name(ws-entry-idx)   TO nm-client-name
           MOVE ws-entry-status(ws-entry-idx) TO nm-client-status
           MOVE ws-entry-preference(ws-entry-idx)
                                        TO nm-delivery-preference
           MOVE ws-entry-address-1(ws-entry-idx) TO nm-address-line-1
           MOVE ws-entry-address-2(ws-entry-idx) TO nm-address-line-2
           MOVE ws-entry-address-3(ws-entry-idx) TO nm-address-line-3
           MOVE ws-entry-postal(ws-entry-idx)    TO nm-postal-code
           WRITE new-master-record
           ADD 1 TO ws-entries-written.

      * Procedure to append the staged changes to the client history
      * file, once the new master is safely written.  The history is
      * cumulative across runs, so it is opened to extend, or OUTPUT
      * the first time it is ever populated
       850-APPEND-CLIENT-HISTORY.
           OPEN EXTEND history-file
           IF NOT ws-history-ok
               OPEN OUTPUT history-file
           END-IF
           IF NOT ws-history-ok
               DISPLAY "CALC2070 - CLIENT HISTORY OPEN FAILED, "
                   "STATUS = " ws-history-status
               PERFORM 950-TERMINATE-MAINTENANCE
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM 860-WRITE-ONE-HISTORY
               VARYING ws-history-idx FROM 1 BY 1
               UNTIL ws-history-idx > ws-history-count
           CLOSE history-file.

      * Procedure to write one staged change to the history file,
      * stamped with the run's date and time
       860-WRITE-ONE-HISTORY.
           MOVE ws-hist-client(ws-history-idx)    TO ch-client-number
           MOVE ws-hist-action(ws-history-idx)    TO ch-action
           MOVE ws-hist-field(ws-history-idx)     TO ch-field-name
           MOVE ws-hist-old-value(ws-history-idx) TO ch-old-value
           MOVE ws-hist-new-value(ws-history-idx) TO ch-new-value
           MOVE ws-hist-submitter(ws-history-idx) TO ch-submitter
           MOVE ws-run-date                       TO ch-change-date
           MOVE ws-run-time                       TO ch-change-time
           WRITE history-record
           ADD 1 TO ws-history-written.

      * Procedure to print the maintenance count trailers so the
      * batch can be reconciled against what was submitted, and the
      * master's headroom against what CALC2000 can load
       900-PRINT-MAINTENANCE-TOTALS.
           MOVE spaces TO change-record
           WRITE change-record
           MOVE "-------------------------------------"
               TO change-record
           WRITE change-record

           MOVE "Transactions Applied"     TO tlc-label
           MOVE ws-transactions-read       TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Clients Added"            TO tlc-label
           MOVE ws-adds-applied            TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Names Changed"            TO tlc-label
           MOVE ws-names-changed           TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Clients Closed"           TO tlc-label
           MOVE ws-closes-applied          TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Clients Reopened"         TO tlc-label
           MOVE ws-reopens-applied         TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Addresses Changed"        TO tlc-label
           MOVE ws-addresses-changed       TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Delivery Preferences Set" TO tlc-label
           MOVE ws-preferences-changed     TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "History Records Written"  TO tlc-label
           MOVE ws-history-written         TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "Clients On New Master"    TO tlc-label
           MOVE ws-entries-written         TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           MOVE "CALC2000 Master Capacity" TO tlc-label
           MOVE ws-master-limit            TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           COMPUTE ws-capacity-remaining =
               ws-master-limit - ws-entry-count
           MOVE "Capacity Remaining"       TO tlc-label
           MOVE ws-capacity-remaining      TO tlc-value
           MOVE trailer-line-count         TO change-record
           WRITE change-record

           IF ws-entry-count >= ws-warning-threshold
               SET ws-master-near-capacity TO TRUE
               MOVE spaces TO change-record
               WRITE change-record
               MOVE ws-entry-count         TO cwl-entries
               MOVE ws-master-limit        TO cwl-limit
               MOVE capacity-warning-line  TO change-record
               WRITE change-record
           END-IF.

      * Procedure to close all files at the end of the run
       950-TERMINATE-MAINTENANCE.
           CLOSE transaction-file
           CLOSE change-report.

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
               DISPLAY "CALC2070 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2070"             TO rh-program-id
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
               MOVE ws-transactions-read   TO rh-records-read
               COMPUTE rh-records-processed =
                   ws-adds-applied + ws-names-changed
                   + ws-closes-applied + ws-reopens-applied
                   + ws-addresses-changed + ws-preferences-changed
               MOVE zero                   TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
