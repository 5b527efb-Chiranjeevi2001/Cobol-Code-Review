       identification division.
       program-id.    hackdrec.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select delivery-manifest-file assign to HACKMANF
            organization is sequential
            file status is manifest-file-status.

            select delivery-receipt-file assign to HACKRCPT
            organization is sequential
            file status is receipt-file-status.

            select receipt-work         assign to HACKRCWK
            organization is indexed
            access is dynamic
            record key is rcwk-key
            file status is rcwk-file-status.

            select subscriber-work      assign to HACKSBWK
            organization is indexed
            access is dynamic
            record key is sbwk-subscriber-id
            file status is sbwk-file-status.

            select recon-report-file    assign to DLVRECON
            organization is sequential.

            select hack-parm-file       assign to HACKPARM
            organization is sequential
            file status is parm-file-status.

       data division.
       file section.

      * The delivery manifest HACKDIST appends to, one record per
      * subscriber per run, oldest run first.
       fd delivery-manifest-file recording mode f.

       01 delivery-manifest        pic x(60).

      * Receipts returned by the mail/transfer team, one per digest
      * that actually arrived, in the same comma-separated style as
      * the other control files:
      *    subscriber-id,destination,delivery-date,receipt-date
      * with both dates as mm/dd/yyyy. The delivery date is the date
      * of the HACKDIST run that sent the digest.
       fd delivery-receipt-file recording mode f.

       01 delivery-receipt-in      pic x(80).

      * Every receipt, keyed by subscriber and delivery date, so each
      * manifest record finds its receipt with one keyed read.
       fd receipt-work.

       01 receipt-work-record.
           02 rcwk-key.
              03 rcwk-subscriber-id pic x(8).
              03 rcwk-delivery-date pic 9(8).
           02 rcwk-receipt-date     pic 9(8).

      * One record per subscriber on the manifest: how its most
      * recent run ended, and how many runs in a row (up to and
      * including that one) it received nothing.
       fd subscriber-work.

       01 subscriber-work-record.
           02 sbwk-subscriber-id    pic x(8).
           02 sbwk-dest             pic x(8).
           02 sbwk-last-stamp       pic 9(14).
           02 sbwk-last-status      pic x(9).
           02 sbwk-last-stories     pic 9(4).
           02 sbwk-nothing-runs     pic 9(4).

       fd recon-report-file recording mode f.

       01 recon-report             pic x(132).

       fd hack-parm-file recording mode f.

       01 hack-parm-in             pic x(80).

       working-storage section.

      * Holds contents of the current datetime function
       01 datetime.
           02 year                 pic 9(4).
           02 mo                   pic 99.
           02 da                   pic 99.
           02 ho                   pic 99.
           02 mi                   pic 99.
           02 se                   pic 99.
           02 hs                   pic 99.
           02 plsormns             pic x.
           02 tzh                  pic 99.
           02 tzm                  pic 99.

       01 todays-date.
           02 todays-month         pic xx.
           02 filler               pic x value "/".
           02 todays-day           pic xx.
           02 filler               pic x value "/".
           02 todays-year          pic x(4).

       01 report-time.
           02 hh                   pic 99.
           02 filler               pic x value ":".
           02 mm                   pic 99.

       01 manifest-file-status     pic xx.
       01 receipt-file-status      pic xx.
       01 rcwk-file-status         pic xx.
       01 sbwk-file-status         pic xx.
       01 parm-file-status         pic xx.

       01 manifest-usable-flag     pic x value "N".
           88 MANIFEST-USABLE       value "Y".
       01 receipts-loaded-flag     pic x value "N".
           88 RECEIPTS-LOADED       value "Y".

       01 manifest-eof-flag        pic x.
           88 MANIFEST-EOF          value "Y".
       01 receipt-eof-flag         pic x.
           88 RECEIPT-EOF           value "Y".
       01 sbwk-eof-flag            pic x.
           88 SBWK-EOF              value "Y".
       01 parm-eof-flag            pic x.
           88 PARM-EOF              value "Y".

       01 parm-name                pic x(20).
       01 parm-value               pic x(20).

      * Reconciliation limits, overridable from HACKPARM:
      *    DLV-CUTOFF-DAYS    days a delivery may wait for its
      *                       receipt before it is an exception
      *    DLV-LOOKBACK-DAYS  how far back unreceipted deliveries
      *                       are still listed
      *    DLV-MISSED-RUNS    consecutive runs with nothing received
      *                       before a subscriber is reported
       01 cutoff-days              pic 9(3) value 2.
       01 lookback-days            pic 9(3) value 14.
       01 missed-runs-limit        pic 9(3) value 3.

       01 today-date-yyyymmdd      pic 9(8).
       01 today-integer            pic 9(8).

      * Same layout HACKDIST appends to HACKMANF.
       01 manifest-record.
           02 mf-run-stamp         pic 9(14).
           02 filler               pic x.
           02 mf-subscriber-id     pic x(8).
           02 filler               pic x.
           02 mf-dest              pic x(8).
           02 filler               pic x.
           02 mf-stories           pic 9(4).
           02 filler               pic x.
           02 mf-status            pic x(9).
           02 filler               pic x(13).

       01 latest-run-stamp         pic 9(14) value zero.
       01 delivery-date            pic 9(8).
       01 delivery-days-old        pic s9(6).

       01 nothing-received-flag    pic x.
           88 NOTHING-RECEIVED      value "Y".
       01 receipt-found-flag       pic x.
           88 RECEIPT-FOUND         value "Y".

      * One receipt, split into its parts.
       01 rcpt-subscriber-in       pic x(10).
       01 rcpt-dest-in             pic x(10).
       01 rcpt-delivery-in         pic x(12).
       01 rcpt-receipt-in          pic x(12).

       01 date-text-in             pic x(12).
       01 date-month-x             pic x(2).
       01 date-day-x               pic x(2).
       01 date-year-x              pic x(4).
       01 date-yyyymmdd            pic 9(8).
       01 date-valid-flag          pic x.
           88 DATE-VALID            value "Y".

      * Which job the sweep of the subscriber work file is doing:
      *    M - subscribers with nothing received for too long
      *    D - subscribers dropped from the latest run
       01 sweep-pass               pic x.

       01 manifest-read-count      pic 9(8) value zero.
       01 manifest-bad-count       pic 9(8) value zero.
       01 delivered-count          pic 9(8) value zero.
       01 receipted-count          pic 9(8) value zero.
       01 pending-count            pic 9(8) value zero.
       01 unreceipted-count        pic 9(8) value zero.
       01 receipts-read-count      pic 9(8) value zero.
       01 receipts-bad-count       pic 9(8) value zero.
       01 section-line-count       pic 9(6) value zero.
       01 exception-count          pic 9(6) value zero.

       01 recon-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "HACKDIST Delivery Reconciliation".
           02 rcn-date-out         pic x(10).
           02 filler               pic x(4) value spaces.
           02 rcn-time-out         pic x(5).
           02 filler               pic x(49) value spaces.

       01 recon-parm-line.
           02 filler               pic x(17)
              value "Receipt cut-off: ".
           02 rcn-cutoff-out       pic zz9.
           02 filler               pic x(24)
              value " days   Listing window: ".
           02 rcn-lookback-out     pic zz9.
           02 filler               pic x(32)
              value " days   Nothing-received limit: ".
           02 rcn-missed-out       pic zz9.
           02 filler               pic x(5) value " runs".
           02 filler               pic x(45) value spaces.

       01 recon-column-line.
           02 filler               pic x(10) value "Subscr".
           02 filler               pic x(10) value "Dest".
           02 filler               pic x(12) value "Run date".
           02 filler               pic x(7) value "Time".
           02 filler               pic x(9) value "Stories".
           02 filler               pic x(11) value "Status".
           02 filler               pic x(73) value "Count".

       01 recon-detail-line.
           02 rcn-id               pic x(8).
           02 filler               pic x(2) value spaces.
           02 rcn-dest             pic x(8).
           02 filler               pic x(2) value spaces.
           02 rcn-run-date         pic x(10).
           02 filler               pic x(2) value spaces.
           02 rcn-run-time         pic x(5).
           02 filler               pic x(2) value spaces.
           02 rcn-stories          pic zzzzzz9.
           02 filler               pic x(2) value spaces.
           02 rcn-status           pic x(9).
           02 filler               pic x(2) value spaces.
           02 rcn-count            pic zzzz9.
           02 filler               pic x value space.
           02 rcn-count-label      pic x(20).
           02 filler               pic x(47) value spaces.

       01 recon-count-line.
           02 filler               pic x(18)
              value "Manifest records: ".
           02 rcn-read-out         pic zzzzzzz9.
           02 filler               pic x(13) value "  Delivered: ".
           02 rcn-delivered-out    pic zzzzzzz9.
           02 filler               pic x(13) value "  Receipted: ".
           02 rcn-receipted-out    pic zzzzzzz9.
           02 filler               pic x(11) value "  Pending: ".
           02 rcn-pending-out      pic zzzzzzz9.
           02 filler               pic x(14) value "  Exceptions: ".
           02 rcn-exceptions-out   pic zzzzz9.
           02 filler               pic x(25) value spaces.

       01 recon-message-line       pic x(132).
       01 section-count-out        pic zzzzz9.
       01 missed-runs-out          pic zz9.

       01 run-date-out.
           02 run-month-out        pic xx.
           02 filler               pic x value "/".
           02 run-day-out          pic xx.
           02 filler               pic x value "/".
           02 run-year-out         pic x(4).

       01 run-time-out.
           02 run-hour-out         pic xx.
           02 filler               pic x value ":".
           02 run-minute-out       pic xx.

       01 format-stamp             pic 9(14).

       procedure division.
       100-primary.
           perform 101-load-run-parms
           perform 110-obtain-current-date
           perform 105-open-files

           if MANIFEST-USABLE
              perform 120-load-receipts
      *
      *   Deliveries still waiting for a receipt past the cut-off
      *   are listed as the manifest goes by; the per-subscriber
      *   picture is only complete once it has all been read.
              move "Deliveries with no receipt after the cut-off"
                 to recon-message-line
              perform 130-start-report-section
              move "N" to manifest-eof-flag
              perform 135-read-manifest-record until MANIFEST-EOF
              perform 145-end-report-section

              move missed-runs-limit to missed-runs-out
              move spaces to recon-message-line
              string "Subscribers with nothing received for "
                                     delimited by size
                     function trim(missed-runs-out)
                                     delimited by size
                     " or more consecutive runs"
                                     delimited by size
                 into recon-message-line
              end-string
              perform 130-start-report-section
              move "M" to sweep-pass
              perform 160-sweep-subscribers
              perform 145-end-report-section

              move spaces to recon-message-line
              string "Subscribers dropped from the latest run "
                                     delimited by size
                     "(past the 50-entry SUBSCRBR table)"
                                     delimited by size
                 into recon-message-line
              end-string
              perform 130-start-report-section
              move "D" to sweep-pass
              perform 160-sweep-subscribers
              perform 145-end-report-section
           end-if

           perform 185-write-recon-totals
           perform 190-close-files

           display "HACKDREC: " manifest-read-count
                   " manifest records, " delivered-count
                   " delivered, " receipted-count " receipted, "
                   pending-count " pending, " exception-count
                   " exceptions"

           if exception-count is greater than zero
              and return-code is less than 4
              display "HACKDREC: delivery exceptions reported "
                      "- return code 4"
              move 4 to return-code
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       101-load-run-parms.
      *
      * Only the DLV- entries matter here; any other HACKPARM entry
      * is someone else's and rides through without comment.
           open input hack-parm-file

           if parm-file-status is equal to "00" then
              move "N" to parm-eof-flag
              perform 102-read-parm-record until PARM-EOF
              close hack-parm-file
           end-if.

       102-read-parm-record.
           read hack-parm-file
              at end move "Y" to parm-eof-flag
           end-read

           if not PARM-EOF
              if hack-parm-in is not equal to spaces
                 and hack-parm-in(1:1) is not equal to "*"
                 move spaces to parm-name
                 move spaces to parm-value
                 unstring hack-parm-in delimited by "="
                 into     parm-name
                          parm-value
                 end-unstring
                 perform 103-apply-one-parm
              end-if
           end-if.

       103-apply-one-parm.
           evaluate parm-name
              when "DLV-CUTOFF-DAYS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not > 999
                    compute cutoff-days =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DLV-CUTOFF-DAYS value is not "
                            "usable - keeping " cutoff-days
                 end-if
              when "DLV-LOOKBACK-DAYS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) > zero
                    and function numval-f(parm-value) not > 999
                    compute lookback-days =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DLV-LOOKBACK-DAYS value is not "
                            "usable - keeping " lookback-days
                 end-if
              when "DLV-MISSED-RUNS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) > zero
                    and function numval-f(parm-value) not > 999
                    compute missed-runs-limit =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DLV-MISSED-RUNS value is not "
                            "usable - keeping " missed-runs-limit
                 end-if
           end-evaluate.

       105-open-files.
           open output recon-report-file
           perform 115-write-report-headers

           open input delivery-manifest-file

           if manifest-file-status is equal to "00" then
              move "Y" to manifest-usable-flag
              perform 106-open-work-files
           else
              display "HACKMANF could not be opened (status "
                      manifest-file-status ") - nothing to "
                      "reconcile - return code 8"
              move 8 to return-code
           end-if.

       106-open-work-files.
      *
      * Scratch work files - created empty every run so nothing
      * from a previous reconciliation can bleed through.
           open output receipt-work
           close receipt-work
           open i-o receipt-work

           open output subscriber-work
           close subscriber-work
           open i-o subscriber-work

           if rcwk-file-status is not equal to "00"
              or sbwk-file-status is not equal to "00"
              display "HACKRCWK/HACKSBWK could not be opened "
                      "(status " rcwk-file-status "/"
                      sbwk-file-status ") - return code 8"
              move 8 to return-code
              close delivery-manifest-file
              move "N" to manifest-usable-flag
           end-if.

       110-obtain-current-date.
           move function current-date to datetime
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to rcn-date-out
           move ho to hh
           move mi to mm
           move report-time to rcn-time-out
           compute today-date-yyyymmdd =
                    year * 10000 + mo * 100 + da
           compute today-integer =
                    function integer-of-date(today-date-yyyymmdd).

       115-write-report-headers.
           move recon-title-line to recon-report
           write recon-report

           move cutoff-days       to rcn-cutoff-out
           move lookback-days     to rcn-lookback-out
           move missed-runs-limit to rcn-missed-out
           move recon-parm-line to recon-report
           write recon-report after advancing 1 line.

       120-load-receipts.
      *
      * Without the receipts nothing can be called unreceipted -
      * the runs that delivered nothing are still reported.
           open input delivery-receipt-file

           if receipt-file-status is equal to "00" then
              move "Y" to receipts-loaded-flag
              move "N" to receipt-eof-flag
              perform 121-read-receipt-record until RECEIPT-EOF
              close delivery-receipt-file
           else
              display "HACKRCPT could not be opened (status "
                      receipt-file-status ") - receipts not "
                      "checked - return code 8"
              move 8 to return-code
           end-if.

       121-read-receipt-record.
           read delivery-receipt-file
              at end move "Y" to receipt-eof-flag
           end-read

           if not RECEIPT-EOF
              if delivery-receipt-in is not equal to spaces
                 and delivery-receipt-in(1:1) is not equal to "*"
                 add 1 to receipts-read-count
                 perform 122-store-receipt-record
              end-if
           end-if.

       122-store-receipt-record.
           move spaces to rcpt-subscriber-in
           move spaces to rcpt-dest-in
           move spaces to rcpt-delivery-in
           move spaces to rcpt-receipt-in
           unstring delivery-receipt-in delimited by ","
           into     rcpt-subscriber-in
                    rcpt-dest-in
                    rcpt-delivery-in
                    rcpt-receipt-in
           end-unstring

           move rcpt-delivery-in to date-text-in
           perform 125-convert-date-text

           if rcpt-subscriber-in is equal to spaces
              or not DATE-VALID
              add 1 to receipts-bad-count
              display "HACKRCPT record has no subscriber or no "
                      "valid delivery date - ignored: "
                      delivery-receipt-in(1:40)
           else
              move rcpt-subscriber-in to rcwk-subscriber-id
              move date-yyyymmdd      to rcwk-delivery-date
              move rcpt-receipt-in to date-text-in
              perform 125-convert-date-text
              if DATE-VALID
                 move date-yyyymmdd to rcwk-receipt-date
              else
                 move zero to rcwk-receipt-date
              end-if
      *
      * A second receipt for the same digest proves nothing new.
              write receipt-work-record
                 invalid key continue
              end-write
           end-if.

       125-convert-date-text.
      *
      * mm/dd/yyyy, month and day one or two digits, to yyyymmdd.
           move spaces to date-month-x
           move spaces to date-day-x
           move spaces to date-year-x
           move "N" to date-valid-flag
           unstring date-text-in delimited by "/"
           into     date-month-x
                    date-day-x
                    date-year-x
           end-unstring

           if function test-numval-f(date-month-x) = zero
              and function test-numval-f(date-day-x) = zero
              and function test-numval-f(date-year-x) = zero
              compute date-yyyymmdd =
                       function numval-f(date-year-x) * 10000
                     + function numval-f(date-month-x) * 100
                     + function numval-f(date-day-x)
              if date-yyyymmdd(5:2) is greater than "00"
                 and date-yyyymmdd(5:2) is less than "13"
                 and date-yyyymmdd(7:2) is greater than "00"
                 and date-yyyymmdd(7:2) is less than "32"
                 move "Y" to date-valid-flag
              end-if
           end-if.

       130-start-report-section.
           move zero to section-line-count
           move spaces to recon-report
           write recon-report after advancing 1 line
           move recon-message-line to recon-report
           write recon-report after advancing 1 line
           move recon-column-line to recon-report
           write recon-report after advancing 1 line.

       135-read-manifest-record.
           read delivery-manifest-file
              at end move "Y" to manifest-eof-flag
           end-read

           if not MANIFEST-EOF
              add 1 to manifest-read-count
              move delivery-manifest to manifest-record
              if mf-run-stamp is not numeric
                 or mf-subscriber-id is equal to spaces
                 add 1 to manifest-bad-count
              else
                 if mf-run-stamp is greater than latest-run-stamp
                    move mf-run-stamp to latest-run-stamp
                 end-if
                 perform 136-check-one-delivery
                 perform 140-update-subscriber-streak
              end-if
           end-if.

       136-check-one-delivery.
      *
      * A run that sent nothing (EMPTY, FAILED, DROPPED) received
      * nothing. A DELIVERED digest counts as received once its
      * receipt is back; past the cut-off without one it counts as
      * lost, and is listed while it is inside the listing window.
      * Inside the cut-off it is still pending - given the benefit
      * of the doubt.
           move mf-run-stamp(1:8) to delivery-date
           compute delivery-days-old = today-integer
                  - function integer-of-date(delivery-date)

           move "N" to nothing-received-flag
           if mf-status is not equal to "DELIVERED"
              move "Y" to nothing-received-flag
           else
              add 1 to delivered-count
              if RECEIPTS-LOADED
                 move mf-subscriber-id to rcwk-subscriber-id
                 move delivery-date    to rcwk-delivery-date
                 read receipt-work
                    invalid key     move "N" to receipt-found-flag
                    not invalid key move "Y" to receipt-found-flag
                 end-read

                 if RECEIPT-FOUND
                    add 1 to receipted-count
                 else
                    if delivery-days-old is greater than cutoff-days
                       move "Y" to nothing-received-flag
                       add 1 to unreceipted-count
                       if delivery-days-old is not greater than
                          lookback-days
                          perform 137-write-unreceipted-line
                       end-if
                    else
                       add 1 to pending-count
                    end-if
                 end-if
              else
                 add 1 to pending-count
              end-if
           end-if.

       137-write-unreceipted-line.
           move mf-subscriber-id  to rcn-id
           move mf-dest           to rcn-dest
           move mf-run-stamp      to format-stamp
           perform 170-format-run-stamp
           move run-date-out      to rcn-run-date
           move run-time-out      to rcn-run-time
           move mf-stories        to rcn-stories
           move mf-status         to rcn-status
           move delivery-days-old to rcn-count
           move "days, no receipt" to rcn-count-label
           perform 150-write-exception-line.

       140-update-subscriber-streak.
           move mf-subscriber-id to sbwk-subscriber-id
           read subscriber-work
              invalid key
                 move mf-subscriber-id to sbwk-subscriber-id
                 move zero to sbwk-nothing-runs
                 perform 141-set-subscriber-latest
                 write subscriber-work-record
              not invalid key
                 perform 141-set-subscriber-latest
                 rewrite subscriber-work-record
           end-read.

       141-set-subscriber-latest.
           move mf-dest      to sbwk-dest
           move mf-run-stamp to sbwk-last-stamp
           move mf-status    to sbwk-last-status
           move mf-stories   to sbwk-last-stories
           if NOTHING-RECEIVED
              add 1 to sbwk-nothing-runs
           else
              move zero to sbwk-nothing-runs
           end-if.

       145-end-report-section.
           move spaces to recon-message-line
           if section-line-count is equal to zero
              move "   none" to recon-message-line
           else
              move section-line-count to section-count-out
              string "   " delimited by size
                     function trim(section-count-out)
                                     delimited by size
                     " listed"       delimited by size
                 into recon-message-line
              end-string
           end-if
           move recon-message-line to recon-report
           write recon-report after advancing 1 line.

       150-write-exception-line.
           move recon-detail-line to recon-report
           write recon-report after advancing 1 line
           add 1 to section-line-count
           add 1 to exception-count.

       160-sweep-subscribers.
      *
      * One pass over the subscriber work file, in subscriber id
      * order, for whichever job the current pass is doing. Only
      * subscribers on the latest run count - one taken off
      * SUBSCRBR since is nobody's problem any more.
           move low-values to sbwk-subscriber-id
           start subscriber-work key is not less than
                 sbwk-subscriber-id
              invalid key     move "Y" to sbwk-eof-flag
              not invalid key move "N" to sbwk-eof-flag
           end-start

           perform 161-process-one-subscriber until SBWK-EOF.

       161-process-one-subscriber.
           read subscriber-work next
              at end move "Y" to sbwk-eof-flag
           end-read

           if sbwk-file-status is not equal to "00"
              move "Y" to sbwk-eof-flag
           end-if

           if not SBWK-EOF
              if sbwk-last-stamp is equal to latest-run-stamp
                 evaluate sweep-pass
                    when "M"
                       if sbwk-nothing-runs is not less than
                          missed-runs-limit
                          perform 162-write-subscriber-line
                       end-if
                    when "D"
                       if sbwk-last-status is equal to "DROPPED"
                          perform 162-write-subscriber-line
                       end-if
                 end-evaluate
              end-if
           end-if.

       162-write-subscriber-line.
           move sbwk-subscriber-id to rcn-id
           move sbwk-dest          to rcn-dest
           move sbwk-last-stamp    to format-stamp
           perform 170-format-run-stamp
           move run-date-out       to rcn-run-date
           move run-time-out       to rcn-run-time
           move sbwk-last-stories  to rcn-stories
           move sbwk-last-status   to rcn-status
           move sbwk-nothing-runs  to rcn-count
           move "runs with nothing" to rcn-count-label
           perform 150-write-exception-line.

       170-format-run-stamp.
           move format-stamp(5:2)  to run-month-out
           move format-stamp(7:2)  to run-day-out
           move format-stamp(1:4)  to run-year-out
           move format-stamp(9:2)  to run-hour-out
           move format-stamp(11:2) to run-minute-out.

       185-write-recon-totals.
           move manifest-read-count to rcn-read-out
           move delivered-count     to rcn-delivered-out
           move receipted-count     to rcn-receipted-out
           move pending-count       to rcn-pending-out
           move exception-count     to rcn-exceptions-out

           move spaces to recon-report
           write recon-report after advancing 1 line
           move recon-count-line to recon-report
           write recon-report after advancing 1 line

           if manifest-bad-count is greater than zero
              or receipts-bad-count is greater than zero
              move spaces to recon-message-line
              string "Unreadable records ignored - manifest: "
                                     delimited by size
                     manifest-bad-count delimited by size
                     "  receipts: "  delimited by size
                     receipts-bad-count delimited by size
                 into recon-message-line
              end-string
              move recon-message-line to recon-report
              write recon-report after advancing 1 line
           end-if.

       190-close-files.
           if MANIFEST-USABLE
              close delivery-manifest-file
              close receipt-work
              close subscriber-work
           end-if
           close recon-report-file.
