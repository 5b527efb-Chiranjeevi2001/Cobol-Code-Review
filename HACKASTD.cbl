       identification division.
       program-id.    hackastd.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select hack-author-master   assign to HACKAMST
            organization is indexed
            access is dynamic
            record key is amst-name
            file status is amst-file-status.

            select standings-sort-file  assign to STNDSORT
            organization is sequential.

            select standings-report-file assign to AUTHSTND
            organization is sequential.

            select hack-parm-file       assign to HACKPARM
            organization is sequential
            file status is parm-file-status.

       data division.
       file section.

      * Same record HACKRANK keeps on the author master.
       fd hack-author-master.

       01 hack-author-master-record.
           02 amst-name             pic x(15).
           02 amst-first-seen       pic 9(8).
           02 amst-last-seen        pic 9(8).
           02 amst-stories          pic 9(7).
           02 amst-points           pic 9(9).
           02 amst-comments         pic 9(9).
           02 amst-best-score       pic s9v9(5) sign is leading
                                     separate.
           02 amst-best-score-dt    pic 9(8).
           02 amst-year             pic 9(4).
           02 amst-year-stories     pic 9(7).
           02 amst-year-points      pic 9(9).
           02 amst-year-comments    pic 9(9).
           02 amst-domain-entry occurs 5 times.
              03 amst-domain        pic x(40).
              03 amst-domain-stories pic 9(7).
           02 amst-review-flag      pic x.
           02 amst-review-dt        pic 9(8).

       sd standings-sort-file.

       01 standings-sort-record.
           02 st-sort-key           pic s9(9)v9(5).
           02 st-name               pic x(15).
           02 st-first-seen         pic 9(8).
           02 st-last-seen          pic 9(8).
           02 st-stories            pic 9(7).
           02 st-points             pic 9(9).
           02 st-comments           pic 9(9).
           02 st-best-score         pic s9v9(5).
           02 st-top-domain         pic x(40).
           02 st-review-flag        pic x.

       fd standings-report-file recording mode f.

       01 standings-report         pic x(132).

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

       01 amst-file-status         pic xx.
       01 parm-file-status         pic xx.

       01 author-eof-flag          pic x.
           88 AUTHOR-EOF            value "Y".

       01 parm-eof-flag            pic x.
           88 PARM-EOF              value "Y".

       01 parm-name                pic x(20).
       01 parm-value               pic x(20).

      * What the standings are ranked on, how many authors are
      * listed, and whether the counts are all-time or this calendar
      * year's, overridable from HACKPARM (STANDINGS-SORT=POINTS,
      * STORIES, COMMENTS or SCORE; STANDINGS-TOP=nnnn;
      * STANDINGS-PERIOD=ALL or YEAR). SCORE is always the best
      * score ever, whatever the period.
       01 standings-sort           pic x(8) value "POINTS".
           88 SORT-ON-STORIES       value "STORIES".
           88 SORT-ON-COMMENTS      value "COMMENTS".
           88 SORT-ON-SCORE         value "SCORE".
       01 standings-top            pic 9(4) value 25.
       01 standings-period         pic x(4) value "ALL".
           88 PERIOD-IS-YEAR        value "YEAR".

       01 today-year               pic 9(4).

       01 authors-read-count       pic 9(8) value zero.
       01 authors-ranked-count     pic 9(8) value zero.
       01 authors-listed-count     pic 9(8) value zero.
       01 authors-review-count     pic 9(8) value zero.
       01 standings-rank           pic 9(8) value zero.

       01 domain-sub               pic 9(2).
       01 top-domain-sub           pic 9(2).

       01 sort-return-flag         pic x.
           88 SORT-EOF              value "Y".

       01 standings-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "Hacker News Author Standings".
           02 stnd-date-out        pic x(10).
           02 filler               pic x(4) value spaces.
           02 stnd-time-out        pic x(5).
           02 filler               pic x(49) value spaces.

       01 standings-parm-line.
           02 filler               pic x(8) value "Period: ".
           02 stnd-period-out      pic x(9).
           02 filler               pic x(15)
              value "   Ranked on: ".
           02 stnd-sort-out        pic x(8).
           02 filler               pic x(8) value "   Top: ".
           02 stnd-top-out         pic zzz9.
           02 filler               pic x(80) value spaces.

       01 standings-column-line.
           02 filler               pic x(6) value "Rank".
           02 filler               pic x(17) value "Author".
           02 filler               pic x(12) value "First seen".
           02 filler               pic x(12) value "Last seen".
           02 filler               pic x(9) value "  Stories".
           02 filler               pic x(11) value "     Points".
           02 filler               pic x(11) value "   Comments".
           02 filler               pic x(11) value "  BestScore".
           02 filler               pic x(32) value "  Top domain".
           02 filler               pic x(11) value "Review".

       01 standings-detail-line.
           02 stnd-rank-out        pic zzzz9.
           02 filler               pic x(1).
           02 stnd-name-out        pic x(15).
           02 filler               pic x(2).
           02 stnd-first-out       pic x(10).
           02 filler               pic x(2).
           02 stnd-last-out        pic x(10).
           02 filler               pic x(2).
           02 stnd-stories-out     pic zzzzzz9.
           02 filler               pic x(2).
           02 stnd-points-out      pic zzzzzzzz9.
           02 filler               pic x(2).
           02 stnd-comments-out    pic zzzzzzzz9.
           02 filler               pic x(2).
           02 stnd-best-score-out  pic +9.9(5) usage is display.
           02 filler               pic x(2).
           02 stnd-domain-out      pic x(30).
           02 filler               pic x(2).
           02 stnd-review-out      pic x(6).
           02 filler               pic x(5).

       01 standings-count-line.
           02 filler               pic x(19)
              value "Authors on master: ".
           02 stnd-read-out        pic zzzzzzz9.
           02 filler               pic x(15)
              value "  In period: ".
           02 stnd-ranked-out      pic zzzzzzz9.
           02 filler               pic x(11)
              value "  Listed: ".
           02 stnd-listed-out      pic zzzzzzz9.
           02 filler               pic x(15)
              value "  For review: ".
           02 stnd-review-count-out pic zzzzzzz9.
           02 filler               pic x(40) value spaces.

       01 seen-date-out.
           02 seen-month-out       pic xx.
           02 filler               pic x value "/".
           02 seen-day-out         pic xx.
           02 filler               pic x value "/".
           02 seen-year-out        pic x(4).

       procedure division.
       100-primary.
           perform 101-load-run-parms
           perform 110-obtain-current-date
           perform 105-open-files

           if not AUTHOR-EOF
              sort standings-sort-file
                 on descending key st-sort-key
                 on ascending  key st-name
                 input procedure  120-select-authors
                 output procedure 150-write-standings
           end-if

           perform 185-write-standings-totals
           perform 190-close-files

           display "HACKASTD: " authors-read-count
                   " authors on the master, " authors-listed-count
                   " listed, " authors-review-count
                   " flagged for review".
      *
       9999-end-program.
           stop run.
      *
      *
      *
       101-load-run-parms.
      *
      * Only the STANDINGS- entries matter here; any other HACKPARM
      * entry is someone else's and rides through without comment.
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
              when "STANDINGS-SORT"
                 if parm-value is equal to "POINTS"
                    or parm-value is equal to "STORIES"
                    or parm-value is equal to "COMMENTS"
                    or parm-value is equal to "SCORE"
                    move parm-value to standings-sort
                 else
                    display "HACKPARM STANDINGS-SORT is not POINTS, "
                            "STORIES, COMMENTS or SCORE - keeping "
                            standings-sort
                 end-if
              when "STANDINGS-TOP"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) > zero
                    and function numval-f(parm-value) not > 9999
                    compute standings-top =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM STANDINGS-TOP value is not "
                            "usable - keeping " standings-top
                 end-if
              when "STANDINGS-PERIOD"
                 if parm-value is equal to "ALL"
                    or parm-value is equal to "YEAR"
                    move parm-value to standings-period
                 else
                    display "HACKPARM STANDINGS-PERIOD is not ALL or "
                            "YEAR - keeping " standings-period
                 end-if
           end-evaluate.

       105-open-files.
           open output standings-report-file

           move standings-title-line to standings-report
           write standings-report

           if PERIOD-IS-YEAR
              move spaces to stnd-period-out
              string "YEAR " delimited by size
                     today-year delimited by size
                 into stnd-period-out
              end-string
           else
              move "ALL TIME" to stnd-period-out
           end-if
           move standings-sort to stnd-sort-out
           move standings-top  to stnd-top-out
           move standings-parm-line to standings-report
           write standings-report after advancing 1 line

           move standings-column-line to standings-report
           write standings-report after advancing 1 line

           open input hack-author-master

           if amst-file-status is not equal to "00"
              display "HACKAMST could not be opened (status "
                      amst-file-status ") - nothing to report"
              move "Y" to author-eof-flag
           else
              move low-values to amst-name
              start hack-author-master key is not less than amst-name
                 invalid key     move "Y" to author-eof-flag
                 not invalid key move "N" to author-eof-flag
              end-start
           end-if.

       110-obtain-current-date.
           move function current-date to datetime
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to stnd-date-out
           move ho to hh
           move mi to mm
           move report-time to stnd-time-out
           move year to today-year.

       120-select-authors.
           perform 125-release-one-author until AUTHOR-EOF.

       125-release-one-author.
      *
      * A YEAR standing counts only what each author has done since
      * the first of January; an author not seen this year is not in
      * it at all.
           read hack-author-master next
              at end move "Y" to author-eof-flag
           end-read

           if amst-file-status is not equal to "00"
              move "Y" to author-eof-flag
           end-if

           if not AUTHOR-EOF
              add 1 to authors-read-count
              if not PERIOD-IS-YEAR
                 or amst-year is equal to today-year
                 perform 130-build-sort-record
                 release standings-sort-record
              end-if
           end-if.

       130-build-sort-record.
           move amst-name       to st-name
           move amst-first-seen to st-first-seen
           move amst-last-seen  to st-last-seen
           move amst-best-score to st-best-score
           move amst-review-flag to st-review-flag

           if PERIOD-IS-YEAR
              move amst-year-stories  to st-stories
              move amst-year-points   to st-points
              move amst-year-comments to st-comments
           else
              move amst-stories       to st-stories
              move amst-points        to st-points
              move amst-comments      to st-comments
           end-if

           evaluate true
              when SORT-ON-STORIES
                 move st-stories    to st-sort-key
              when SORT-ON-COMMENTS
                 move st-comments   to st-sort-key
              when SORT-ON-SCORE
                 move st-best-score to st-sort-key
              when other
                 move st-points     to st-sort-key
           end-evaluate

           move zero to top-domain-sub
           perform 135-find-top-domain
                   varying domain-sub from 1 by 1
                   until domain-sub > 5
           if top-domain-sub is greater than zero
              move amst-domain(top-domain-sub) to st-top-domain
           else
              move spaces to st-top-domain
           end-if.

       135-find-top-domain.
           if amst-domain(domain-sub) is not equal to spaces
              if top-domain-sub is equal to zero
                 move domain-sub to top-domain-sub
              else
                 if amst-domain-stories(domain-sub) >
                    amst-domain-stories(top-domain-sub)
                    move domain-sub to top-domain-sub
                 end-if
              end-if
           end-if.

       150-write-standings.
           move "N" to sort-return-flag

           perform 155-write-one-standing until SORT-EOF.

       155-write-one-standing.
      *
      * Every author in the period is counted; only the top
      * STANDINGS-TOP are printed.
           return standings-sort-file
              at end move "Y" to sort-return-flag
           end-return

           if not SORT-EOF
              add 1 to authors-ranked-count
              if st-review-flag is equal to "Y"
                 add 1 to authors-review-count
              end-if
              if authors-ranked-count is not greater than
                 standings-top
                 perform 160-write-standing-line
              end-if
           end-if.

       160-write-standing-line.
           add 1 to authors-listed-count
           move authors-listed-count to standings-rank

           move spaces to standings-detail-line
           move standings-rank to stnd-rank-out
           move st-name        to stnd-name-out

           move st-first-seen(5:2) to seen-month-out
           move st-first-seen(7:2) to seen-day-out
           move st-first-seen(1:4) to seen-year-out
           move seen-date-out to stnd-first-out

           move st-last-seen(5:2) to seen-month-out
           move st-last-seen(7:2) to seen-day-out
           move st-last-seen(1:4) to seen-year-out
           move seen-date-out to stnd-last-out

           move st-stories     to stnd-stories-out
           move st-points      to stnd-points-out
           move st-comments    to stnd-comments-out
           move st-best-score  to stnd-best-score-out
           move st-top-domain  to stnd-domain-out
           if st-review-flag is equal to "Y"
              move "REVIEW" to stnd-review-out
           end-if

           move standings-detail-line to standings-report
           write standings-report after advancing 1 line.

       185-write-standings-totals.
           move authors-read-count   to stnd-read-out
           move authors-ranked-count to stnd-ranked-out
           move authors-listed-count to stnd-listed-out
           move authors-review-count to stnd-review-count-out

           move spaces to standings-report
           write standings-report after advancing 1 line
           move standings-count-line to standings-report
           write standings-report after advancing 1 line.

       190-close-files.
           if amst-file-status is equal to "00"
              or amst-file-status is equal to "10"
              close hack-author-master
           end-if
           close standings-report-file.
