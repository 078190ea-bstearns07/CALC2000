       identification division.

       program-id. calc2100.
      ******************************************************************
      * Title..........: CALC2100 - Audit Log Seal Verification
      * Programmer.....: Ben Stearns
      * Date...........: 10-14-26
      * GitHub URL.....: https://github.com/bstearns07/CALC2000
      * Program Desc...: Walks an audit log in the order it was
      *                  written - the live log, an archive generation
      *                  split off by CALC2050, or the keyed copy
      *                  loaded by CALC2060 put back into serial order
      *                  - and proves its seal chain.  Every sealed
      *                  record's seal is worked again from the prior
      *                  seal it carries, the serials must run without
      *                  a gap, each prior seal must be the seal of the
      *                  record before it, and each sealed trailer's
      *                  count and totals must match the records since
      *                  the trailer before it.  Any break is listed by
      *                  run date and sequence and the run ends with a
      *                  bad return code
      * File Desc......: Examiner's proof for the CALC2000 audit log
      ******************************************************************
       environment division.

       input-output section.

       file-control.
      *    The audit log to verify - read here, never written.
           select audit-file assign to "AUDTIN"
               organization is sequential
               file status is ws-audit-status.

      *    Verification report - every break in the chain, where the
      *    chain starts and ends, and the totals.
           select verify-report assign to "VERRPT"
               organization is sequential
               file status is ws-verify-status.

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

      * The audit line as CALC2000 writes it, with its seal area.
      * Records written before sealing began carry a blank seal area
       01  audit-record.
           05  ad-run-date                 pic x(8).
           05  filler                      pic x.
           05  ad-run-time                 pic x(8).
           05  filler                      pic x.
           05  ad-client                   pic 9(7).
           05  filler                      pic x.
           05  ad-investment               pic ZZZZZZZZ9.99.
           05  filler                      pic x(13).
           05  ad-future-value             pic ZZZZZZZZZZ9.99.
           05  filler                      pic x.
           05  ad-sequence                 pic x(7).
           05  filler                      pic x(8).
           05  ad-serial                   pic x(9).
           05  filler                      pic x.
           05  ad-prior-seal               pic x(9).
           05  filler                      pic x.
           05  ad-seal                     pic x(9).

      * The sealed trailer closing each run's records - the count,
      * client number hash total and money totals of every record
      * since the trailer before it
       01  audit-seal-trailer.
           05  at-marker                   pic x(8).
               88  at-seal-trailer         value "*SEALED*".
           05  at-run-date                 pic x(8).
           05  at-record-count             pic 9(7).
           05  at-client-hash              pic 9(15).
           05  at-investment               pic 9(13)v99.
           05  at-future-value             pic 9(13)v99.
           05  at-run-time                 pic x(8).
           05  filler                      pic x(34).

       fd  verify-report
           label records are standard.

       01  verify-record                   pic x(80).

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
           05  ws-audit-status             pic xx.
               88  ws-audit-ok             value "00".
           05  ws-verify-status            pic xx.
               88  ws-verify-ok            value "00".
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
           05  ws-eof-switch               pic x       value "N".
               88  ws-end-of-audit         value "Y".
           05  ws-chain-switch             pic x       value "N".
               88  ws-chain-started        value "Y".

       01  ws-run-date                     pic 9(8).

      * The seal worked exactly as CALC2000 works it - from the prior
      * seal, over the first 91 bytes, byte by byte as seal x 31 +
      * byte value, modulo a large prime
       01  audit-seal-fields.
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

      * Where the chain stands - the first sealed record it was
      * picked up from, and the last serial and seal passed
       01  chain-fields.
           05  ws-first-serial             pic 9(9)    value zero.
           05  ws-first-prior-seal         pic 9(9)    value zero.
           05  ws-last-serial              pic 9(9)    value zero.
           05  ws-last-seal                pic 9(9)    value zero.
           05  ws-next-serial              pic 9(9)    value zero.
           05  ws-last-run-date            pic x(8)    value spaces.
           05  ws-break-reason             pic x(52).

      * Totals of the records since the last sealed trailer, as the
      * next trailer must carry them
       01  group-totals.
           05  ws-group-count              pic 9(7)    value zero.
           05  ws-group-client-hash        pic 9(15)   value zero.
           05  ws-group-investment         pic 9(13)v99 value zero.
           05  ws-group-future-value       pic 9(13)v99 value zero.

       01  verify-counts.
           05  ws-records-read             pic 9(7)    value zero.
           05  ws-records-unsealed         pic 9(7)    value zero.
           05  ws-lines-sealed             pic 9(7)    value zero.
           05  ws-trailers-verified        pic 9(7)    value zero.
           05  ws-chain-breaks             pic 9(7)    value zero.

      * Verification report lines
       01  verify-heading-line.
           05  filler             pic X(10)  value "CALC2100".
           05  filler             pic X(34)  value
               "AUDIT LOG SEAL VERIFICATION".
           05  filler             pic X(10)  value "RUN DATE: ".
           05  vhl-run-date       pic 9(8).
           05  filler             pic X(18)  value spaces.

       01  break-heading-line.
           05  filler             pic X(40)  value
               "RUN DATE SEQUENCE SERIAL    BREAK       ".
           05  filler             pic X(40)  value spaces.

       01  break-line.
           05  bl-run-date        pic X(8).
           05  filler             pic X      value space.
           05  bl-sequence        pic X(7).
           05  filler             pic X(2)   value spaces.
           05  bl-serial          pic X(9).
           05  filler             pic X      value space.
           05  bl-reason          pic X(52).

       01  trailer-line-count.
           05  tlc-label          pic X(30).
           05  tlc-value          pic Z,ZZZ,ZZ9.
           05  filler             pic X(39)  value spaces.

       01  chain-point-line.
           05  cpl-label          pic X(30).
           05  filler             pic X(8)   value "SERIAL ".
           05  cpl-serial         pic 9(9).
           05  filler             pic X(7)   value "  SEAL ".
           05  cpl-seal           pic 9(9).
           05  filler             pic X(17)  value spaces.

       01  chain-date-line.
           05  cdl-label          pic X(30).
           05  cdl-run-date       pic X(8).
           05  filler             pic X(42)  value spaces.

       01  verify-verdict-line.
           05  vvl-text           pic X(50).
           05  filler             pic X(30)  value spaces.

       procedure division.
      * Procedure that drives the verification - one pass down the
      * log in the order it was written, then the totals and the
      * verdict
       000-verify-audit-seals.
           DISPLAY "CALC2100 - Audit Log Seal Verification"
           ACCEPT ws-run-start-date FROM DATE YYYYMMDD
           ACCEPT ws-run-start-time FROM TIME
           PERFORM 010-INITIALIZE-VERIFY
           PERFORM 020-READ-AUDIT-RECORD
           PERFORM 100-VERIFY-AUDIT-RECORD
               UNTIL ws-end-of-audit
           IF ws-group-count > zero
               MOVE spaces TO audit-record
               MOVE "RECORDS AFTER THE LAST SEALED TRAILER"
                   TO ws-break-reason
               PERFORM 150-PRINT-BREAK
           END-IF
           PERFORM 900-PRINT-VERIFY-TOTALS
           PERFORM 950-TERMINATE-VERIFY
           IF ws-chain-breaks > zero
               DISPLAY "CALC2100 - AUDIT LOG SEAL CHAIN IS BROKEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CALC2100 - End of seal verification."
           END-IF
           PERFORM 960-WRITE-RUN-HISTORY
           stop run.

      * Procedure to open the files and print the headings
       010-INITIALIZE-VERIFY.
           PERFORM 012-READ-BUSINESS-DATE
           OPEN INPUT audit-file
           IF NOT ws-audit-ok
               DISPLAY "CALC2100 - AUDIT FILE OPEN FAILED, STATUS = "
                   ws-audit-status
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           OPEN OUTPUT verify-report
           IF NOT ws-verify-ok
               DISPLAY "CALC2100 - VERIFY REPORT OPEN FAILED, "
                   "STATUS = " ws-verify-status
               CLOSE audit-file
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE ws-run-date TO vhl-run-date
           MOVE verify-heading-line TO verify-record
           WRITE verify-record
           MOVE spaces TO verify-record
           WRITE verify-record
           MOVE break-heading-line TO verify-record
           WRITE verify-record.

      * Procedure to take the run date from the business-date
      * control record, so every step of a night - and any rerun of
      * it - is stamped with the business date it belongs to rather
      * than the day the clock shows
       012-READ-BUSINESS-DATE.
           OPEN INPUT business-date-file
           IF NOT ws-business-date-ok
               DISPLAY "CALC2100 - BUSINESS DATE FILE OPEN FAILED, "
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
               DISPLAY "CALC2100 - BUSINESS DATE RECORD MISSING OR "
                   "INVALID"
               MOVE 16 TO RETURN-CODE
               PERFORM 960-WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE bd-current-date TO ws-run-date.

      * Procedure to read the next audit record
       020-READ-AUDIT-RECORD.
           READ audit-file
               AT END
                   SET ws-end-of-audit TO TRUE
               NOT AT END
                   ADD 1 TO ws-records-read
           END-READ.

      * Procedure to verify one audit record.  A record with no seal
      * is passed only while the chain has not started - the log's
      * records from before sealing began.  A sealed record must
      * seal again to the same value from its prior seal, and once
      * the chain has started must carry the next serial and the
      * seal of the record before it
       100-VERIFY-AUDIT-RECORD.
           IF ad-serial IS NOT NUMERIC OR ad-seal IS NOT NUMERIC
               IF ws-chain-started
                   MOVE "RECORD WITHOUT A SEAL AFTER SEALING BEGAN"
                       TO ws-break-reason
                   PERFORM 150-PRINT-BREAK
               ELSE
                   ADD 1 TO ws-records-unsealed
               END-IF
           ELSE
               PERFORM 110-CHECK-SEALED-RECORD
           END-IF
           PERFORM 020-READ-AUDIT-RECORD.

      * Procedure to check one sealed record against the chain.  The
      * chain goes on from this record's own serial and seal either
      * way, so one altered record is reported once rather than
      * breaking every record after it
       110-CHECK-SEALED-RECORD.
           IF ad-prior-seal IS NOT NUMERIC
               MOVE "PRIOR SEAL IS NOT NUMERIC - RECORD ALTERED"
                   TO ws-break-reason
               PERFORM 150-PRINT-BREAK
           ELSE
               PERFORM 120-WORK-SEAL
               IF ws-seal-value NOT = ad-seal
                   MOVE "SEAL DOES NOT MATCH - RECORD ALTERED"
                       TO ws-break-reason
                   PERFORM 150-PRINT-BREAK
               END-IF
           END-IF
           IF ws-chain-started
               COMPUTE ws-next-serial = ws-last-serial + 1
               IF ad-serial NOT = ws-next-serial
                   MOVE "SERIAL GAP - RECORD MISSING OR ADDED"
                       TO ws-break-reason
                   PERFORM 150-PRINT-BREAK
               ELSE
                   IF ad-prior-seal NOT = ws-last-seal
                       MOVE
                           "PRIOR SEAL DOES NOT CHAIN TO RECORD BEFORE"
                           TO ws-break-reason
                       PERFORM 150-PRINT-BREAK
                   END-IF
               END-IF
           ELSE
               SET ws-chain-started TO TRUE
               MOVE ad-serial TO ws-first-serial
               IF ad-prior-seal IS NUMERIC
                   MOVE ad-prior-seal TO ws-first-prior-seal
               END-IF
           END-IF
           MOVE ad-serial TO ws-last-serial
           MOVE ad-seal   TO ws-last-seal
           IF at-seal-trailer
               PERFORM 130-CHECK-SEAL-TRAILER
           ELSE
               ADD 1 TO ws-lines-sealed
               MOVE ad-run-date TO ws-last-run-date
               PERFORM 140-ADD-GROUP-TOTALS
           END-IF.

      * Procedure to work the seal over the first 91 bytes from the
      * record's own prior seal
       120-WORK-SEAL.
           MOVE audit-record(1:91) TO ws-seal-text
           MOVE ad-prior-seal      TO ws-seal-value
           PERFORM 125-SEAL-ONE-BYTE
               VARYING ws-seal-idx FROM 1 BY 1
               UNTIL ws-seal-idx > 91.

      * Procedure to fold one byte into the seal
       125-SEAL-ONE-BYTE.
           MOVE zero TO ws-seal-byte-value
           MOVE ws-seal-text(ws-seal-idx:1) TO ws-seal-byte
           COMPUTE ws-seal-work =
               ws-seal-value * 31 + ws-seal-byte-value
           DIVIDE ws-seal-work BY ws-seal-modulus
               GIVING ws-seal-quotient REMAINDER ws-seal-value.

      * Procedure to check a sealed trailer's count and totals
      * against the records since the trailer before it, then start
      * the next group
       130-CHECK-SEAL-TRAILER.
           ADD 1 TO ws-trailers-verified
           MOVE at-run-date TO ws-last-run-date
           IF at-record-count IS NOT NUMERIC
                   OR at-client-hash IS NOT NUMERIC
                   OR at-investment IS NOT NUMERIC
                   OR at-future-value IS NOT NUMERIC
               MOVE "TRAILER TOTALS ARE NOT NUMERIC"
                   TO ws-break-reason
               PERFORM 150-PRINT-BREAK
           ELSE
               IF at-record-count NOT = ws-group-count
                       OR at-client-hash NOT = ws-group-client-hash
                       OR at-investment NOT = ws-group-investment
                       OR at-future-value NOT = ws-group-future-value
                   MOVE "TRAILER TOTALS DO NOT MATCH ITS RECORDS"
                       TO ws-break-reason
                   PERFORM 150-PRINT-BREAK
               END-IF
           END-IF
           MOVE zero TO ws-group-count
           MOVE zero TO ws-group-client-hash
           MOVE zero TO ws-group-investment
           MOVE zero TO ws-group-future-value.

      * Procedure to add a sealed line into the totals its trailer
      * must carry - the amounts are taken back off the printed
      * columns, as CALC2000 took them
       140-ADD-GROUP-TOTALS.
           ADD 1 TO ws-group-count
           IF ad-client IS NUMERIC
               ADD ad-client TO ws-group-client-hash
           END-IF
           MOVE ad-investment TO ws-seal-amount
           ADD ws-seal-amount TO ws-group-investment
           MOVE ad-future-value TO ws-seal-amount
           ADD ws-seal-amount TO ws-group-future-value.

      * Procedure to print one break by run date and sequence - a
      * trailer carries its run date further along the line and has
      * no sequence
       150-PRINT-BREAK.
           ADD 1 TO ws-chain-breaks
           MOVE spaces TO break-line
           IF at-seal-trailer
               MOVE at-run-date TO bl-run-date
           ELSE
               MOVE ad-run-date TO bl-run-date
               MOVE ad-sequence TO bl-sequence
           END-IF
           MOVE ad-serial       TO bl-serial
           MOVE ws-break-reason TO bl-reason
           MOVE break-line TO verify-record
           WRITE verify-record.

      * Procedure to print where the chain starts and ends, the
      * totals and the verdict
       900-PRINT-VERIFY-TOTALS.
           IF ws-chain-breaks = zero
               MOVE "    (NONE)" TO verify-record
               WRITE verify-record
           END-IF
           MOVE spaces TO verify-record
           WRITE verify-record

           MOVE "Chain Picks Up At"       TO cpl-label
           MOVE ws-first-serial           TO cpl-serial
           MOVE ws-first-prior-seal       TO cpl-seal
           MOVE chain-point-line          TO verify-record
           WRITE verify-record

           MOVE "Chain Ends At"           TO cpl-label
           MOVE ws-last-serial            TO cpl-serial
           MOVE ws-last-seal              TO cpl-seal
           MOVE chain-point-line          TO verify-record
           WRITE verify-record

           MOVE "Last Run Date On Chain"  TO cdl-label
           MOVE ws-last-run-date          TO cdl-run-date
           MOVE chain-date-line           TO verify-record
           WRITE verify-record

      *    A chain not picked up at serial 1 is an archive split or
      *    a purged live log - proven only together with the file
      *    that ends on the seal it picks up from
           IF ws-chain-started AND ws-first-serial > 1
               MOVE "    CONTINUES FROM AN EARLIER SPLIT OF THE LOG"
                   TO verify-record
               WRITE verify-record
           END-IF

           MOVE spaces TO verify-record
           WRITE verify-record

           MOVE "Audit Records Read"      TO tlc-label
           MOVE ws-records-read           TO tlc-value
           MOVE trailer-line-count        TO verify-record
           WRITE verify-record

           MOVE "Written Before Sealing"  TO tlc-label
           MOVE ws-records-unsealed       TO tlc-value
           MOVE trailer-line-count        TO verify-record
           WRITE verify-record

           MOVE "Sealed Lines Verified"   TO tlc-label
           MOVE ws-lines-sealed           TO tlc-value
           MOVE trailer-line-count        TO verify-record
           WRITE verify-record

           MOVE "Sealed Trailers Checked" TO tlc-label
           MOVE ws-trailers-verified      TO tlc-value
           MOVE trailer-line-count        TO verify-record
           WRITE verify-record

           MOVE "Chain Breaks"            TO tlc-label
           MOVE ws-chain-breaks           TO tlc-value
           MOVE trailer-line-count        TO verify-record
           WRITE verify-record

           MOVE spaces TO verify-record
           WRITE verify-record
           IF ws-chain-breaks > zero
               MOVE "*** SEAL CHAIN BROKEN - LOG CANNOT BE RELIED ON"
                   TO vvl-text
           ELSE
               MOVE "SEAL CHAIN VERIFIED - NO BREAKS" TO vvl-text
           END-IF
           MOVE verify-verdict-line TO verify-record
           WRITE verify-record.

      * Procedure to close the files
       950-TERMINATE-VERIFY.
           CLOSE audit-file
           CLOSE verify-report.

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
               DISPLAY "CALC2100 - RUN HISTORY OPEN FAILED, "
                   "STATUS = " ws-run-history-status
           ELSE
               MOVE spaces                 TO run-history-record
               MOVE "CALC2100"             TO rh-program-id
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
               MOVE ws-trailers-verified   TO rh-records-processed
               MOVE ws-chain-breaks        TO rh-records-rejected
               MOVE zero                   TO rh-records-suspended
               MOVE zero                   TO rh-investment-amount
               MOVE zero                   TO rh-future-value-amount
               WRITE run-history-record
               CLOSE run-history-file
           END-IF.
