       identification division.
       program-id.    hackmupd.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select hack-master-file     assign to HACKMSTR
            organization is indexed
            access is dynamic
            record key is mstr-id
            file status is master-file-status.

            select master-tran-file     assign to HACKMTRN
            organization is sequential
            file status is tran-file-status.

            select master-audit-file    assign to HACKMAUD
            organization is sequential
            file status is audit-file-status.

            select maint-report-file    assign to MUPDRPT
            organization is sequential.

       data division.
       file section.

      * Same record HACKRANK keeps on the story master.
       fd hack-master-file.

       01 hack-master-record.
           02 mstr-id               pic x(8).
           02 mstr-title            pic x(96).
           02 mstr-author           pic x(15).
           02 mstr-first-seen       pic 9(8).
           02 mstr-last-seen        pic 9(8).
           02 mstr-points           pic 9(5).
           02 mstr-comments         pic 9(5).
           02 mstr-score            pic s9v9(5) sign is leading
                                     separate.
           02 mstr-rank             pic 9(8).
           02 mstr-peak-points      pic 9(5).
           02 mstr-peak-points-dt   pic 9(8).
           02 mstr-peak-rank        pic 9(8).
           02 mstr-peak-rank-dt     pic 9(8).
           02 mstr-best-score       pic s9v9(5) sign is leading
                                     separate.
           02 mstr-best-score-dt    pic 9(8).
           02 mstr-url              pic x(120).
           02 mstr-status           pic x.

      * Editorial maintenance transactions, one per record, in the
      * same comma-separated style as the extract itself:
      *    id,action,value
      * where action is one of
      *    TITLE      value is the corrected title
      *    AUTHOR     value is the corrected author
      *    PEAKS      value is blank - the peaks drop back to the
      *               latest run's numbers - or peak-points,peak-rank
      *    REACTIVATE a dropped ("D") story goes back to active
      *    DELETE     the story comes off the master altogether
      * Everything after the second comma is the value, so a title
      * may carry commas of its own.
       fd master-tran-file recording mode f.

       01 master-tran-in           pic x(130).

      * Before and after image of every master record a transaction
      * touched, appended run after run. A deleted record's after
      * image is blank apart from its id.
       fd master-audit-file recording mode f.

       01 master-audit             pic x(356).

       fd maint-report-file recording mode f.

       01 maint-report             pic x(132).

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

       01 master-file-status       pic xx.
       01 tran-file-status         pic xx.
       01 audit-file-status        pic xx.

       01 master-usable-flag       pic x value "N".
           88 MASTER-USABLE         value "Y".

       01 tran-eof-flag            pic x.
           88 TRAN-EOF              value "Y".

       01 run-stamp                pic 9(14).

      * One transaction, split into its parts.
       01 tran-id-in               pic x(10).
       01 tran-action-in           pic x(12).
       01 tran-value-in            pic x(120).
       01 tran-value-ptr           pic 9(3).

       01 tran-action              pic x(10).
           88 TRAN-TITLE            value "TITLE".
           88 TRAN-AUTHOR           value "AUTHOR".
           88 TRAN-PEAKS            value "PEAKS".
           88 TRAN-REACTIVATE       value "REACTIVATE".
           88 TRAN-DELETE           value "DELETE".

       01 embedded-space-count     pic 9(3).

       01 peak-points-x            pic x(10).
       01 peak-rank-x              pic x(10).
       01 new-peak-points          pic 9(5).
       01 new-peak-rank            pic 9(8).

      * Why a transaction was refused, or what an applied one did.
       01 refuse-reason            pic x(60).
       01 applied-note             pic x(60).

       01 tran-seq                 pic 9(6) value zero.
       01 trans-read-count         pic 9(6) value zero.
       01 trans-applied-count      pic 9(6) value zero.
       01 trans-refused-count      pic 9(6) value zero.
       01 audit-write-count        pic 9(8) value zero.

      * The record as it stood before the transaction touched it.
       01 before-master-image      pic x(325).

       01 master-audit-record.
           02 aud-run-stamp        pic 9(14).
           02 filler               pic x value space.
           02 aud-tran-seq         pic 9(6).
           02 filler               pic x value space.
           02 aud-action           pic x(10).
           02 filler               pic x value space.
      *       B = before image, A = after image
           02 aud-image-tag        pic x.
           02 filler               pic x value space.
           02 aud-master-image     pic x(325).

       01 maint-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "HACKMSTR Maintenance Report".
           02 mnt-date-out         pic x(10).
           02 filler               pic x(4) value spaces.
           02 mnt-time-out         pic x(5).
           02 filler               pic x(49) value spaces.

       01 maint-column-line.
           02 filler               pic x(8) value "Seq".
           02 filler               pic x(10) value "ID#".
           02 filler               pic x(12) value "Action".
           02 filler               pic x(10) value "Result".
           02 filler               pic x(92) value "Detail".

       01 maint-detail-line.
           02 mnt-seq              pic zzzzz9.
           02 filler               pic x(2).
           02 mnt-id               pic x(8).
           02 filler               pic x(2).
           02 mnt-action           pic x(10).
           02 filler               pic x(2).
           02 mnt-result           pic x(8).
           02 filler               pic x(2).
           02 mnt-detail           pic x(92).

      * The title line of a TITLE change, printed under the detail
      * line so the reviewer can see both versions in full.
       01 maint-title-change-line.
           02 filler               pic x(32).
           02 mnt-title-label      pic x(6).
           02 mnt-title-text       pic x(94).

       01 maint-count-line.
           02 filler               pic x(20)
              value "Transactions read: ".
           02 mnt-read-out         pic zzzzz9.
           02 filler               pic x(11) value "  Applied: ".
           02 mnt-applied-out      pic zzzzz9.
           02 filler               pic x(11) value "  Refused: ".
           02 mnt-refused-out      pic zzzzz9.
           02 filler               pic x(18)
              value "  Audit records: ".
           02 mnt-audit-out        pic zzzzzzz9.
           02 filler               pic x(46) value spaces.

       procedure division.
       100-primary.
           perform 110-obtain-current-date
           perform 105-open-files

           if MASTER-USABLE
              perform 120-process-one-transaction until TRAN-EOF
           end-if

           perform 185-write-maint-totals
           perform 190-close-files

           display "HACKMUPD: read " trans-read-count
                   ", applied " trans-applied-count
                   ", refused " trans-refused-count

           if trans-refused-count is greater than zero
              and return-code is less than 4
              display "HACKMUPD: " trans-refused-count
                      " transactions refused - see MUPDRPT - "
                      "return code 4"
              move 4 to return-code
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       105-open-files.
           open output maint-report-file
           perform 115-write-report-headers

           open input master-tran-file

           if tran-file-status is not equal to "00"
              display "HACKMTRN could not be opened (status "
                      tran-file-status ") - nothing to apply"
              move "Y" to tran-eof-flag
           else
              move "N" to tran-eof-flag
              open i-o hack-master-file

              if master-file-status is not equal to "00"
                 display "HACKMSTR could not be opened (status "
                         master-file-status ") - return code 8"
                 move 8 to return-code
                 close master-tran-file
              else
                 perform 118-open-audit-file
              end-if
           end-if.

       110-obtain-current-date.
           move function current-date to datetime
           move datetime(1:14) to run-stamp
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to mnt-date-out
           move ho to hh
           move mi to mm
           move report-time to mnt-time-out.

       115-write-report-headers.
           move maint-title-line to maint-report
           write maint-report

           move maint-column-line to maint-report
           write maint-report after advancing 1 line.

       118-open-audit-file.
      *
      * The audit trail accumulates run after run; a first-ever run
      * (or a lost HACKMAUD) starts it fresh. No change is made to
      * the master without somewhere to record it.
           open extend master-audit-file
           if audit-file-status is not equal to "00"
              open output master-audit-file
           end-if

           if audit-file-status is equal to "00"
              move "Y" to master-usable-flag
           else
              display "HACKMAUD could not be opened (status "
                      audit-file-status ") - no maintenance without "
                      "an audit trail - return code 8"
              move 8 to return-code
              close hack-master-file
              close master-tran-file
           end-if.

       120-process-one-transaction.
           read master-tran-file
              at end move "Y" to tran-eof-flag
           end-read

           if not TRAN-EOF
              if master-tran-in is not equal to spaces
                 and master-tran-in(1:1) is not equal to "*"
                 add 1 to trans-read-count
                 add 1 to tran-seq
                 perform 125-split-transaction
                 perform 130-apply-transaction
              end-if
           end-if.

       125-split-transaction.
      *
      * The id and the action are the first two fields; whatever
      * follows the second comma is the value, untouched.
           move spaces to tran-id-in
           move spaces to tran-action-in
           move spaces to tran-value-in
           move 1 to tran-value-ptr

           unstring master-tran-in delimited by ","
           into     tran-id-in
                    tran-action-in
           with pointer tran-value-ptr
           end-unstring

           if tran-value-ptr is not greater than 130
              move master-tran-in(tran-value-ptr:) to tran-value-in
           end-if

           move function upper-case(tran-action-in) to tran-action
           move spaces to refuse-reason
           move spaces to applied-note.

       130-apply-transaction.
      *
      * Refuse anything that cannot be applied as it stands - a bad
      * action, an unknown story, a value that would not fit the
      * master - and say why on the report. Only a transaction that
      * passes every check touches the record.
           if tran-id-in is equal to spaces
              or tran-id-in(9:2) is not equal to spaces
              move "story id is missing or longer than 8" to
                 refuse-reason
           else
              if not TRAN-TITLE and not TRAN-AUTHOR
                 and not TRAN-PEAKS and not TRAN-REACTIVATE
                 and not TRAN-DELETE
                 move "action is not a recognised maintenance action"
                    to refuse-reason
              else
                 move tran-id-in to mstr-id
                 read hack-master-file
                    invalid key
                       move "story id is not on the master"
                          to refuse-reason
                 end-read
              end-if
           end-if

           if refuse-reason is equal to spaces
              move hack-master-record to before-master-image
              evaluate true
                 when TRAN-TITLE      perform 140-change-title
                 when TRAN-AUTHOR     perform 142-change-author
                 when TRAN-PEAKS      perform 144-reset-peaks
                 when TRAN-REACTIVATE perform 146-reactivate-story
                 when TRAN-DELETE     perform 148-delete-story
              end-evaluate
           end-if

           if refuse-reason is equal to spaces
              add 1 to trans-applied-count
              perform 160-write-applied-line
           else
              add 1 to trans-refused-count
              perform 165-write-refused-line
           end-if.

       140-change-title.
           move function trim(tran-value-in leading) to tran-value-in

           if tran-value-in is equal to spaces
              move "new title is blank" to refuse-reason
           else
              if tran-value-in(97:) is not equal to spaces
                 move "new title is longer than 96 characters"
                    to refuse-reason
              else
                 move tran-value-in to mstr-title
                 perform 150-rewrite-master-record
                 if refuse-reason is equal to spaces
                    move "title corrected" to applied-note
                 end-if
              end-if
           end-if.

       142-change-author.
      *
      * Author names never carry an embedded space in the extract,
      * so one that does is a keying slip, not a correction.
           move function trim(tran-value-in) to tran-value-in

           if tran-value-in is equal to spaces
              move "new author is blank" to refuse-reason
           else
              if tran-value-in(16:) is not equal to spaces
                 move "new author is longer than 15 characters"
                    to refuse-reason
              else
                 move zero to embedded-space-count
                 inspect tran-value-in(1:15)
                    tallying embedded-space-count
                    for all " " before initial "  "
                 if embedded-space-count is greater than zero
                    move "new author has an embedded space"
                       to refuse-reason
                 else
                    move spaces to applied-note
                    string "author "          delimited by size
                           function trim(mstr-author)
                                              delimited by size
                           " -> "             delimited by size
                           function trim(tran-value-in)
                                              delimited by size
                       into applied-note
                    end-string
                    move tran-value-in(1:15) to mstr-author
                    perform 150-rewrite-master-record
                 end-if
              end-if
           end-if.

       144-reset-peaks.
      *
      * A bad extract can leave a peak no story ever really reached.
      * With no value the peaks drop back to the latest run's
      * numbers; with peak-points,peak-rank they take those instead,
      * as long as they are still no worse than the latest run. Any
      * peak set here is dated the story's last-seen date.
           if tran-value-in is equal to spaces
              move mstr-points to mstr-peak-points
              move mstr-rank   to mstr-peak-rank
              move "peaks reset to latest points/rank/score"
                 to applied-note
           else
              move spaces to peak-points-x
              move spaces to peak-rank-x
              unstring tran-value-in delimited by ","
              into     peak-points-x
                       peak-rank-x
              end-unstring

              if function test-numval-f(peak-points-x)
                    is not equal to zero
                 or function test-numval-f(peak-rank-x)
                    is not equal to zero
                 move "peak points/rank are not numeric"
                    to refuse-reason
              else
                 if function numval-f(peak-points-x) < zero
                    or function numval-f(peak-points-x) > 99999
                    or function numval-f(peak-rank-x) < 1
                    or function numval-f(peak-rank-x) > 99999999
                    move "peak points/rank are out of range"
                       to refuse-reason
                 else
                    compute new-peak-points =
                             function numval-f(peak-points-x)
                    compute new-peak-rank =
                             function numval-f(peak-rank-x)
                    if new-peak-points < mstr-points
                       move "peak points below the latest points"
                          to refuse-reason
                    else
                       if new-peak-rank > mstr-rank
                          and mstr-rank is greater than zero
                          move "peak rank worse than the latest rank"
                             to refuse-reason
                       else
                          move new-peak-points to mstr-peak-points
                          move new-peak-rank   to mstr-peak-rank
                          move "peaks set to the values given"
                             to applied-note
                       end-if
                    end-if
                 end-if
              end-if
           end-if

           if refuse-reason is equal to spaces
              move mstr-last-seen to mstr-peak-points-dt
              move mstr-last-seen to mstr-peak-rank-dt
              move mstr-score     to mstr-best-score
              move mstr-last-seen to mstr-best-score-dt
              perform 150-rewrite-master-record
           end-if.

       146-reactivate-story.
           if mstr-status is not equal to "D"
              move "story is not dropped (status is not D)"
                 to refuse-reason
           else
              move "A" to mstr-status
              perform 150-rewrite-master-record
              if refuse-reason is equal to spaces
                 move "status D -> A" to applied-note
              end-if
           end-if.

       148-delete-story.
      *
      * The before image goes to the audit trail first - the record
      * only comes off the master once its copy is safely written.
           perform 155-write-before-image

           if refuse-reason is equal to spaces
              delete hack-master-file
                 invalid key
                    move "delete failed on the master"
                       to refuse-reason
              end-delete
           end-if

           if refuse-reason is equal to spaces
              move spaces to hack-master-record
              move tran-id-in to mstr-id
              perform 156-write-after-image
              move "story deleted from the master" to applied-note
           end-if.

       150-rewrite-master-record.
           perform 155-write-before-image

           if refuse-reason is equal to spaces
              rewrite hack-master-record
                 invalid key
                    move "rewrite failed on the master"
                       to refuse-reason
              end-rewrite
           end-if

           if refuse-reason is equal to spaces
              perform 156-write-after-image
           end-if.

       155-write-before-image.
           move run-stamp           to aud-run-stamp
           move tran-seq            to aud-tran-seq
           move tran-action         to aud-action
           move "B"                 to aud-image-tag
           move before-master-image to aud-master-image
           move master-audit-record to master-audit
           write master-audit

           if audit-file-status is equal to "00"
              add 1 to audit-write-count
           else
              move "audit write failed - master left unchanged"
                 to refuse-reason
           end-if.

       156-write-after-image.
           move "A"                 to aud-image-tag
           move hack-master-record  to aud-master-image
           move master-audit-record to master-audit
           write master-audit

           if audit-file-status is equal to "00"
              add 1 to audit-write-count
           else
              display "HACKMAUD after image for " mstr-id
                      " could not be written (status "
                      audit-file-status ")"
           end-if.

       160-write-applied-line.
           move spaces to maint-detail-line
           move tran-seq     to mnt-seq
           move tran-id-in   to mnt-id
           move tran-action  to mnt-action
           move "APPLIED"    to mnt-result
           move applied-note to mnt-detail
           move maint-detail-line to maint-report
           write maint-report after advancing 1 line

           if TRAN-TITLE
              move spaces to maint-title-change-line
              move "was: " to mnt-title-label
              move before-master-image(9:96) to mnt-title-text
              move maint-title-change-line to maint-report
              write maint-report after advancing 1 line
              move "now: " to mnt-title-label
              move mstr-title to mnt-title-text
              move maint-title-change-line to maint-report
              write maint-report after advancing 1 line
           end-if.

       165-write-refused-line.
           move spaces to maint-detail-line
           move tran-seq       to mnt-seq
           move tran-id-in     to mnt-id
           move tran-action-in to mnt-action
           move "REFUSED"      to mnt-result
           move refuse-reason  to mnt-detail
           move maint-detail-line to maint-report
           write maint-report after advancing 1 line.

       185-write-maint-totals.
           move trans-read-count    to mnt-read-out
           move trans-applied-count to mnt-applied-out
           move trans-refused-count to mnt-refused-out
           move audit-write-count   to mnt-audit-out

           move spaces to maint-report
           write maint-report after advancing 1 line
           move maint-count-line to maint-report
           write maint-report after advancing 1 line.

       190-close-files.
           if MASTER-USABLE
              close hack-master-file
              close master-tran-file
              close master-audit-file
           end-if
           close maint-report-file.
