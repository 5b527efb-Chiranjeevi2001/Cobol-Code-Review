       identification division.
       program-id.    hacklife.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select hack-master-file     assign to HACKMSTR
            organization is indexed
            access is dynamic
            record key is mstr-id
            file status is master-file-status.

            select archive-in-file      assign to HACKMARC
            organization is sequential
            file status is archive-file-status.

            select hack-keyword-file    assign to KEYWORDS
            organization is sequential
            file status is keyword-file-status.

            select hack-parm-file       assign to HACKPARM
            organization is sequential
            file status is parm-file-status.

            select hack-story-work      assign to HACKLCWK
            organization is indexed
            access is dynamic
            record key is lcwk-id
            file status is lcwk-file-status.

            select hack-domain-work     assign to HACKLDWK
            organization is indexed
            access is dynamic
            record key is ldwk-name
            file status is ldwk-file-status.

            select domain-sort-file     assign to LDOMSORT
            organization is sequential.

            select longest-sort-file    assign to LONGSORT
            organization is sequential.

            select lifecycle-report-file assign to LIFERPT
            organization is sequential.

       data division.
       file section.

      * Same record HACKRANK keeps on the story master, peaks and
      * all.
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

      * Purged master records, as HACKPURG archived them.
       fd archive-in-file recording mode f.

       01 archive-in               pic x(325).

       fd hack-keyword-file recording mode f.

       01 hack-keyword-in          pic x(40).

       fd hack-parm-file recording mode f.

       01 hack-parm-in             pic x(80).

      * One record per story first seen in the report month, from
      * the master or the archive, with what the analysis pass
      * worked out about it kept alongside for the longest-lived
      * listing.
       fd hack-story-work.

       01 hack-story-work-record.
           02 lcwk-id               pic x(8).
           02 lcwk-source           pic x(7).
           02 lcwk-flag             pic x.
           02 lcwk-days             pic 9(5).
           02 lcwk-domain           pic x(40).
           02 lcwk-story.
              03 filler             pic x(119).
              03 lcwk-first-seen    pic 9(8).
              03 lcwk-last-seen     pic 9(8).
              03 filler             pic x(190).

       fd hack-domain-work.

       01 hack-domain-work-record.
           02 ldwk-name             pic x(40).
           02 ldwk-accum            pic x(76).

       sd domain-sort-file.

       01 domain-sort-record.
           02 ds-stories            pic 9(7).
           02 ds-name               pic x(40).
           02 ds-accum              pic x(76).

       sd longest-sort-file.

       01 longest-sort-record.
           02 ls-days               pic 9(5).
           02 ls-first-seen         pic 9(8).
           02 ls-id                 pic x(8).
           02 ls-title              pic x(96).
           02 ls-flag               pic x.
           02 ls-domain             pic x(40).
           02 ls-last-seen          pic 9(8).
           02 ls-peak-rank          pic 9(8).
           02 ls-source             pic x(7).

       fd lifecycle-report-file recording mode f.

       01 lifecycle-report         pic x(132).

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
       01 archive-file-status      pic xx.
       01 keyword-file-status      pic xx.
       01 parm-file-status         pic xx.
       01 lcwk-file-status         pic xx.
       01 ldwk-file-status         pic xx.

       01 master-eof-flag          pic x.
           88 MASTER-EOF            value "Y".

       01 archive-eof-flag         pic x.
           88 ARCHIVE-EOF           value "Y".

       01 keyword-eof-flag         pic x.
           88 KEYWORD-EOF           value "Y".

       01 parm-eof-flag            pic x.
           88 PARM-EOF              value "Y".

       01 lcwk-eof-flag            pic x.
           88 LCWK-EOF              value "Y".

       01 ldwk-eof-flag            pic x.
           88 LDWK-EOF              value "Y".

       01 sort-return-flag         pic x.
           88 SORT-EOF              value "Y".

       01 master-open-flag         pic x value "N".
           88 MASTER-AVAILABLE      value "Y".

       01 work-open-flag           pic x value "N".
           88 WORK-FILES-OPEN       value "Y".

       01 parm-name                pic x(20).
       01 parm-value               pic x(20).

      * The month whose stories are followed (LIFECYCLE-MONTH=yyyymm
      * on HACKPARM), by default the calendar month before today's,
      * so a run early in the month reports the one just closed.
       01 report-month             pic 9(6) value zero.
       01 report-month-parts redefines report-month.
           02 report-month-yyyy    pic 9(4).
           02 report-month-mm      pic 99.

      * How many of the longest-lived stories are listed
      * (LIFECYCLE-TOP=nnn on HACKPARM).
       01 lifecycle-top            pic 9(3) value 20.

       01 month-value-in           pic 9(6).

       01 month-out.
           02 month-mm-out         pic xx.
           02 filler               pic x value "/".
           02 month-yyyy-out       pic x(4).

      * Keywords as HACKRANK holds them, so a story's match flag
      * comes out the way HACKRANK would give it today.
       01 search-string-count      pic 9(2) value zero.

       01 search-string-table.
           02 search-string-entry  pic x(15)
                                    occurs 1 to 50 times
                                    depending on search-string-count.

       01 keyword-text-in          pic x(15).
       01 keyword-category-in      pic x(20).

       01 keyword-idx              pic 9(2).
       01 keyword-match-count      pic 9(2).
       01 last-matched-keyword     pic x(15).
       01 counter                  pic 9.
       01 inspected-title          pic x(96).
       01 match-flag               pic x.

      * One row per match flag: a letter for each keyword initial,
      * B for a title matching more than one keyword, and - for a
      * story no keyword on today's KEYWORDS matches (a pinned story,
      * or a keyword since retired).
       01 flag-count               pic 9(2) value zero.

       01 flag-table.
           02 flag-entry occurs 52 times.
              03 flag-code          pic x.
              03 flag-label         pic x(40).
              03 flag-label-ptr     pic 9(2).
              03 flag-accum         pic x(76).

       01 flag-idx                 pic 9(2).
       01 flag-found-sub           pic 9(2).
       01 flag-search-code         pic x.

      * The figures kept for every group of stories. Each flag row,
      * each domain on HACKLDWK and the all-stories total carry
      * this same layout and are moved through here to be added to
      * or printed.
       01 lifecycle-accum.
           02 acc-stories           pic 9(7).
           02 acc-days-total        pic 9(9).
           02 acc-to-peak-rank-total pic 9(9).
           02 acc-to-peak-pts-total pic 9(9).
           02 acc-first-day-count   pic 9(7).
           02 acc-bucket-count      pic 9(7) occurs 5 times.

       01 all-stories-accum        pic x(76).

       01 bucket-idx               pic 9.

      * A master or archive record, held apart from both record
      * areas.
       01 life-story.
           02 lf-id                 pic x(8).
           02 lf-title              pic x(96).
           02 lf-author             pic x(15).
           02 lf-first-seen         pic 9(8).
           02 lf-last-seen          pic 9(8).
           02 lf-points             pic 9(5).
           02 lf-comments           pic 9(5).
           02 lf-score              pic s9v9(5) sign is leading
                                     separate.
           02 lf-rank               pic 9(8).
           02 lf-peak-points        pic 9(5).
           02 lf-peak-points-dt     pic 9(8).
           02 lf-peak-rank          pic 9(8).
           02 lf-peak-rank-dt       pic 9(8).
           02 lf-best-score         pic s9v9(5) sign is leading
                                     separate.
           02 lf-best-score-dt      pic 9(8).
           02 lf-url                pic x(120).
           02 lf-status             pic x.

       01 hold-source              pic x(7).

      * What one story's life came to.
       01 story-days-on-page       pic 9(5).
       01 story-to-peak-rank       pic 9(5).
       01 story-to-peak-pts        pic 9(5).
       01 story-bucket             pic 9.
       01 story-first-day-flag     pic x.
           88 PEAKED-FIRST-DAY      value "Y".

       01 domain-stripped          pic x(120).
       01 domain-shift             pic x(120).
       01 domain-name              pic x(40).

       01 master-read-count        pic 9(8) value zero.
       01 archive-read-count       pic 9(8) value zero.
       01 master-held-count        pic 9(8) value zero.
       01 archive-held-count       pic 9(8) value zero.
       01 archive-replaced-count   pic 9(8) value zero.
       01 archive-older-count      pic 9(8) value zero.
       01 stories-analysed-count   pic 9(8) value zero.
       01 stories-skipped-count    pic 9(8) value zero.
       01 domains-listed-count     pic 9(8) value zero.
       01 longest-listed-count     pic 9(8) value zero.

       01 average-work             pic 9(5)v9.
       01 percent-work             pic 9(3).

       01 lifecycle-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "Hacker News Story Lifecycle".
           02 life-date-out        pic x(10).
           02 filler               pic x(4) value spaces.
           02 life-time-out        pic x(5).
           02 filler               pic x(49) value spaces.

       01 lifecycle-parm-line.
           02 filler               pic x(31)
              value "Stories first seen in month:  ".
           02 life-month-out       pic x(7).
           02 filler               pic x(27)
              value "     Longest-lived listed: ".
           02 life-top-out         pic zz9.
           02 filler               pic x(64) value spaces.

       01 flag-heading-line.
           02 filler               pic x(40)
              value "By match flag".
           02 filler               pic x(92) value spaces.

       01 domain-heading-line.
           02 filler               pic x(40)
              value "By source domain".
           02 filler               pic x(92) value spaces.

       01 longest-heading-line.
           02 filler               pic x(40)
              value "Longest-lived stories of the month".
           02 filler               pic x(92) value spaces.

       01 group-column-line.
           02 group-column-label   pic x(40).
           02 filler               pic x(8) value " Stories".
           02 filler               pic x(8) value " AvgDays".
           02 filler               pic x(8) value "  ToPkRk".
           02 filler               pic x(8) value "  ToPkPt".
           02 filler               pic x(8) value " Pk1st% ".
           02 filler               pic x(8) value "   Rank1".
           02 filler               pic x(8) value "   Rk2-3".
           02 filler               pic x(8) value "  Rk4-10".
           02 filler               pic x(8) value " Rk11-25".
           02 filler               pic x(8) value "   Rk26+".
           02 filler               pic x(12) value spaces.

       01 group-detail-line.
           02 grp-label-out        pic x(40).
           02 grp-stories-out      pic zzzzzzz9.
           02 grp-avg-days-out     pic zzzzz9.9.
           02 grp-to-pk-rank-out   pic zzzzz9.9.
           02 grp-to-pk-pts-out    pic zzzzz9.9.
           02 grp-first-day-out    pic zzzzz9.
           02 filler               pic x(2) value "% ".
           02 grp-bucket-out       pic zzzzzzz9 occurs 5 times.
           02 filler               pic x(12) value spaces.

       01 longest-column-line.
           02 filler               pic x(6) value "Rank".
           02 filler               pic x(10) value "ID#".
           02 filler               pic x(46) value "Title".
           02 filler               pic x(3) value "F".
           02 filler               pic x(25) value "Domain".
           02 filler               pic x(11) value "First seen".
           02 filler               pic x(11) value "Last seen".
           02 filler               pic x(6) value " Days".
           02 filler               pic x(6) value " PkRk".
           02 filler               pic x(8) value "Source".

       01 longest-detail-line.
           02 long-rank-out        pic zzz9.
           02 filler               pic x(2).
           02 long-id-out          pic x(8).
           02 filler               pic x(2).
           02 long-title-out       pic x(44).
           02 filler               pic x(2).
           02 long-flag-out        pic x.
           02 filler               pic x(2).
           02 long-domain-out      pic x(24).
           02 filler               pic x(1).
           02 long-first-out       pic x(10).
           02 filler               pic x(1).
           02 long-last-out        pic x(10).
           02 filler               pic x(1).
           02 long-days-out        pic zzzz9.
           02 filler               pic x(1).
           02 long-peak-rank-out   pic zzzz9.
           02 filler               pic x(1).
           02 long-source-out      pic x(7).
           02 filler               pic x(1).

       01 life-count-line.
           02 life-count-label     pic x(40).
           02 life-count-out       pic zzzzzzz9.
           02 filler               pic x(84) value spaces.

       01 message-line             pic x(132).

       01 story-date-out.
           02 story-month-out      pic xx.
           02 filler               pic x value "/".
           02 story-day-out        pic xx.
           02 filler               pic x value "/".
           02 story-year-out       pic x(4).

       procedure division.
       100-primary.
           perform 101-load-run-parms
           perform 110-obtain-current-date
           perform 112-set-report-month
           perform 106-load-keywords
           perform 105-open-files

           if WORK-FILES-OPEN
              perform 120-load-master-stories
              if MASTER-AVAILABLE
                 perform 125-load-archive-stories
                 perform 130-analyse-stories
                 perform 150-write-flag-section
                 perform 155-write-domain-section
                 perform 170-write-longest-section
              end-if
           end-if

           perform 185-write-totals
           perform 190-close-files

           display "HACKLIFE: " stories-analysed-count
                   " stories first seen in " month-out
                   ", " master-held-count " from HACKMSTR, "
                   archive-held-count " from HACKMARC".
      *
       9999-end-program.
           stop run.
      *
      *
      *
       101-load-run-parms.
      *
      * LIFECYCLE-MONTH and LIFECYCLE-TOP are the ones read here;
      * any other HACKPARM entry rides through without comment.
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
              when "LIFECYCLE-MONTH"
                 if parm-value(1:6) is numeric
                    and parm-value(7:14) is equal to spaces
                    and parm-value(5:2) is not less than "01"
                    and parm-value(5:2) is not greater than "12"
                    move parm-value(1:6) to month-value-in
                    move month-value-in to report-month
                 else
                    display "HACKPARM LIFECYCLE-MONTH value is not "
                            "a yyyymm month - reporting last month"
                 end-if
              when "LIFECYCLE-TOP"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) > zero
                    and function numval-f(parm-value) < 1000
                    compute lifecycle-top =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM LIFECYCLE-TOP value is not "
                            "usable - keeping " lifecycle-top
                 end-if
           end-evaluate.

       105-open-files.
           open output lifecycle-report-file

           move lifecycle-title-line to lifecycle-report
           write lifecycle-report

           move month-out to life-month-out
           move lifecycle-top to life-top-out
           move lifecycle-parm-line to lifecycle-report
           write lifecycle-report after advancing 1 line

           open output hack-story-work
           close hack-story-work
           open i-o hack-story-work

           open output hack-domain-work
           close hack-domain-work
           open i-o hack-domain-work

           if lcwk-file-status is equal to "00"
              and ldwk-file-status is equal to "00"
              move "Y" to work-open-flag
           else
              move spaces to message-line
              string "Work files could not be opened (HACKLCWK "
                                         delimited by size
                     lcwk-file-status    delimited by size
                     ", HACKLDWK "       delimited by size
                     ldwk-file-status    delimited by size
                     ") - nothing to report"
                                         delimited by size
                 into message-line
              end-string
              perform 186-write-message
              move 8 to return-code
           end-if.

       106-load-keywords.
           open input hack-keyword-file

           if keyword-file-status is equal to "00"
              move "N" to keyword-eof-flag
              perform 107-read-keyword-record until KEYWORD-EOF
              close hack-keyword-file
           else
              display "KEYWORDS could not be opened (status "
                      keyword-file-status ") - every story falls "
                      "under -"
           end-if

      *
      * B is HACKRANK's flag for a title matching more than one
      * keyword; a keyword starting with b shares the row, as it
      * shares the flag on FILTERED.
           move "B" to flag-search-code
           perform 109-find-or-add-flag
           if flag-label(flag-found-sub)(4:1) is equal to space
              string "(more than one keyword)" delimited by size
                 into flag-label(flag-found-sub)
                 with pointer flag-label-ptr(flag-found-sub)
              end-string
           else
              string ", or more than one" delimited by size
                 into flag-label(flag-found-sub)
                 with pointer flag-label-ptr(flag-found-sub)
              end-string
           end-if

           move "-" to flag-search-code
           perform 109-find-or-add-flag
           string "(no keyword matches today)" delimited by size
              into flag-label(flag-found-sub)
              with pointer flag-label-ptr(flag-found-sub)
           end-string.

       107-read-keyword-record.
      *
      * Blank and comment lines are left out; HACKPREF reports them,
      * and a keyword of spaces would only blur the flag rows.
           read hack-keyword-file
              at end move "Y" to keyword-eof-flag
           end-read

           if not KEYWORD-EOF
              if hack-keyword-in is not equal to spaces
                 and hack-keyword-in(1:1) is not equal to "*"
                 if search-string-count < 50 then
                    move spaces to keyword-text-in
                    move spaces to keyword-category-in
                    unstring hack-keyword-in delimited by ","
                    into     keyword-text-in
                             keyword-category-in
                    end-unstring

                    add 1 to search-string-count
                    move function lower-case(keyword-text-in)
                       to search-string-entry(search-string-count)
                    perform 108-add-keyword-flag
                 else
                    display
                       "KEYWORDS has more than 50 entries - "
                       "ignoring the rest"
                    move "Y" to keyword-eof-flag
                 end-if
              end-if
           end-if.

       108-add-keyword-flag.
           move function upper-case(
                   search-string-entry(search-string-count)(1:1))
              to flag-search-code
           perform 109-find-or-add-flag

           if flag-label(flag-found-sub)(4:1) is not equal to space
              string ", " delimited by size
                 into flag-label(flag-found-sub)
                 with pointer flag-label-ptr(flag-found-sub)
              end-string
           end-if
           string function trim(
                     search-string-entry(search-string-count))
                                         delimited by size
              into flag-label(flag-found-sub)
              with pointer flag-label-ptr(flag-found-sub)
           end-string.

       109-find-or-add-flag.
      *
      * Subscript of the flag's row, adding it to the end of the
      * table the first time the flag is seen.
           move zero to flag-found-sub
           perform 111-match-flag-code
              varying flag-idx from 1 by 1
              until flag-idx > flag-count

           if flag-found-sub is equal to zero
              add 1 to flag-count
              move flag-count to flag-found-sub
              move flag-search-code to flag-code(flag-count)
              move spaces to flag-label(flag-count)
              move flag-search-code to flag-label(flag-count)(1:1)
              move 4 to flag-label-ptr(flag-count)
              perform 141-clear-accum
              move lifecycle-accum to flag-accum(flag-count)
           end-if.

       111-match-flag-code.
           if flag-code(flag-idx) is equal to flag-search-code
              move flag-idx to flag-found-sub
           end-if.

       110-obtain-current-date.
           move function current-date to datetime
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to life-date-out
           move ho to hh
           move mi to mm
           move report-time to life-time-out.

       112-set-report-month.
           if report-month is equal to zero
              if mo is equal to 1
                 compute report-month-yyyy = year - 1
                 move 12 to report-month-mm
              else
                 move year to report-month-yyyy
                 compute report-month-mm = mo - 1
              end-if
           end-if

           move report-month-mm   to month-mm-out
           move report-month-yyyy to month-yyyy-out.

       120-load-master-stories.
           open input hack-master-file

           if master-file-status is not equal to "00"
              move spaces to message-line
              string "HACKMSTR could not be opened (status "
                                         delimited by size
                     master-file-status  delimited by size
                     ") - nothing to report"
                                         delimited by size
                 into message-line
              end-string
              perform 186-write-message
              move 8 to return-code
           else
              move "Y" to master-open-flag
              move "MASTER" to hold-source
              move low-values to mstr-id
              start hack-master-file key is not less than mstr-id
                 invalid key     move "Y" to master-eof-flag
                 not invalid key move "N" to master-eof-flag
              end-start

              perform 121-read-master-story until MASTER-EOF
           end-if.

       121-read-master-story.
           read hack-master-file next
              at end move "Y" to master-eof-flag
           end-read

           if master-file-status is not equal to "00"
              move "Y" to master-eof-flag
           end-if

           if not MASTER-EOF
              add 1 to master-read-count
              move hack-master-record to life-story
              perform 122-hold-cohort-story
           end-if.

       122-hold-cohort-story.
      *
      * A story belongs to the month it was first seen in. The
      * master is loaded before the archive, and a story held twice
      * keeps whichever copy was seen later - the same rule HACKMVFY
      * uses when it merges the archive back.
           if lf-first-seen is numeric
              and lf-first-seen(1:6) is equal to report-month
              move lf-id to lcwk-id
              read hack-story-work
                 invalid key
                    move lf-id       to lcwk-id
                    move hold-source to lcwk-source
                    move space       to lcwk-flag
                    move zero        to lcwk-days
                    move spaces      to lcwk-domain
                    move life-story  to lcwk-story
                    write hack-story-work-record
                       invalid key
                          display "HACKLCWK write failed for story "
                                  lf-id " (status "
                                  lcwk-file-status ")"
                       not invalid key
                          if hold-source is equal to "MASTER"
                             add 1 to master-held-count
                          else
                             add 1 to archive-held-count
                          end-if
                    end-write
                 not invalid key
                    if lf-last-seen is greater than lcwk-last-seen
                       move hold-source to lcwk-source
                       move life-story  to lcwk-story
                       rewrite hack-story-work-record
                       add 1 to archive-replaced-count
                    else
                       add 1 to archive-older-count
                    end-if
              end-read
           end-if.

       125-load-archive-stories.
           open input archive-in-file

           if archive-file-status is not equal to "00"
              move spaces to message-line
              string "HACKMARC could not be opened (status "
                                         delimited by size
                     archive-file-status delimited by size
                     ") - purged stories are not included"
                                         delimited by size
                 into message-line
              end-string
              perform 186-write-message
              if return-code is less than 4
                 move 4 to return-code
              end-if
           else
              move "ARCHIVE" to hold-source
              move "N" to archive-eof-flag
              perform 126-read-archive-story until ARCHIVE-EOF
              close archive-in-file
           end-if.

       126-read-archive-story.
           read archive-in-file into life-story
              at end move "Y" to archive-eof-flag
           end-read

           if not ARCHIVE-EOF
              add 1 to archive-read-count
              perform 122-hold-cohort-story
           end-if.

       130-analyse-stories.
           perform 141-clear-accum
           move lifecycle-accum to all-stories-accum

           move low-values to lcwk-id
           start hack-story-work key is not less than lcwk-id
              invalid key     move "Y" to lcwk-eof-flag
              not invalid key move "N" to lcwk-eof-flag
           end-start

           perform 131-analyse-one-story until LCWK-EOF.

       131-analyse-one-story.
           read hack-story-work next
              at end move "Y" to lcwk-eof-flag
           end-read

           if lcwk-file-status is not equal to "00"
              move "Y" to lcwk-eof-flag
           end-if

           if not LCWK-EOF
              move lcwk-story to life-story
              perform 132-measure-story

              if story-days-on-page is equal to zero
                 add 1 to stories-skipped-count
              else
                 add 1 to stories-analysed-count
                 perform 133-derive-match-flag
                 perform 135-extract-domain

                 move match-flag         to lcwk-flag
                 move story-days-on-page to lcwk-days
                 move domain-name        to lcwk-domain
                 rewrite hack-story-work-record

                 move all-stories-accum to lifecycle-accum
                 perform 140-add-story-to-accum
                 move lifecycle-accum to all-stories-accum

                 move match-flag to flag-search-code
                 perform 109-find-or-add-flag
                 move flag-accum(flag-found-sub) to lifecycle-accum
                 perform 140-add-story-to-accum
                 move lifecycle-accum to flag-accum(flag-found-sub)

                 perform 136-post-domain
              end-if
           end-if.

       132-measure-story.
      *
      * Days on our page count both the first and the last day seen.
      * "Peak" is the story's best rank; days to peak points are
      * kept alongside. A story whose dates do not hang together
      * (HACKMVFY lists those) is left out and counted.
           move zero to story-days-on-page
           move zero to story-to-peak-rank
           move zero to story-to-peak-pts
           move "N"  to story-first-day-flag

           if lf-first-seen is numeric
              and lf-last-seen is numeric
              and lf-peak-rank is numeric
              and lf-peak-rank-dt is numeric
              and lf-peak-points-dt is numeric
              and lf-last-seen is not less than lf-first-seen
              and lf-peak-rank-dt is not less than lf-first-seen
              and lf-peak-rank-dt is not greater than lf-last-seen
              and lf-peak-points-dt is not less than lf-first-seen
              and lf-peak-points-dt is not greater than lf-last-seen
              compute story-days-on-page =
                       function integer-of-date(lf-last-seen)
                     - function integer-of-date(lf-first-seen)
                     + 1
              compute story-to-peak-rank =
                       function integer-of-date(lf-peak-rank-dt)
                     - function integer-of-date(lf-first-seen)
              compute story-to-peak-pts =
                       function integer-of-date(lf-peak-points-dt)
                     - function integer-of-date(lf-first-seen)
              if lf-peak-rank-dt is equal to lf-first-seen
                 move "Y" to story-first-day-flag
              end-if

              evaluate true
                 when lf-peak-rank is not greater than 1
                    move 1 to story-bucket
                 when lf-peak-rank is not greater than 3
                    move 2 to story-bucket
                 when lf-peak-rank is not greater than 10
                    move 3 to story-bucket
                 when lf-peak-rank is not greater than 25
                    move 4 to story-bucket
                 when other
                    move 5 to story-bucket
              end-evaluate
           end-if.

       133-derive-match-flag.
      *
      * The master does not keep the match flag, so it is worked
      * out again from the title against today's KEYWORDS, the way
      * HACKRANK's 121 does it.
           move zero to keyword-match-count
           move spaces to last-matched-keyword
           move "-" to match-flag
           move function lower-case(lf-title) to inspected-title

           perform 134-check-one-keyword
              varying keyword-idx from 1 by 1
              until keyword-idx > search-string-count

           if keyword-match-count is greater than 1 then
              move "B" to match-flag
           else
              if keyword-match-count is equal to 1 then
                 move function upper-case(last-matched-keyword(1:1))
                    to match-flag
              end-if
           end-if.

       134-check-one-keyword.
           move zero to counter
           inspect inspected-title tallying counter for all
                    search-string-entry(keyword-idx)

           if counter is greater than zero then
              add 1 to keyword-match-count
              move search-string-entry(keyword-idx)
                 to last-matched-keyword
           end-if.

       135-extract-domain.
      *
      * Same domain HACKRANK rolls stories up under: whatever sits
      * between the scheme and the first slash, less any leading
      * www., or (none) for a story with no URL.
           move spaces to domain-stripped
           if lf-url(1:8) is equal to "https://"
              move lf-url(9:112) to domain-stripped
           else
              if lf-url(1:7) is equal to "http://"
                 move lf-url(8:113) to domain-stripped
              else
                 move lf-url to domain-stripped
              end-if
           end-if

           if domain-stripped(1:4) is equal to "www."
              move domain-stripped(5:116) to domain-shift
              move domain-shift to domain-stripped
           end-if

           move spaces to domain-name
           unstring domain-stripped delimited by "/"
           into     domain-name
           end-unstring

           if domain-name is equal to spaces
              move "(none)" to domain-name
           end-if.

       136-post-domain.
           move domain-name to ldwk-name
           read hack-domain-work
              invalid key
                 perform 141-clear-accum
                 perform 140-add-story-to-accum
                 move domain-name     to ldwk-name
                 move lifecycle-accum to ldwk-accum
                 write hack-domain-work-record
              not invalid key
                 move ldwk-accum to lifecycle-accum
                 perform 140-add-story-to-accum
                 move lifecycle-accum to ldwk-accum
                 rewrite hack-domain-work-record
           end-read.

       140-add-story-to-accum.
           add 1                  to acc-stories
           add story-days-on-page to acc-days-total
           add story-to-peak-rank to acc-to-peak-rank-total
           add story-to-peak-pts  to acc-to-peak-pts-total
           if PEAKED-FIRST-DAY
              add 1 to acc-first-day-count
           end-if
           add 1 to acc-bucket-count(story-bucket).

       141-clear-accum.
           move zero to acc-stories
           move zero to acc-days-total
           move zero to acc-to-peak-rank-total
           move zero to acc-to-peak-pts-total
           move zero to acc-first-day-count
           perform 142-clear-one-bucket
              varying bucket-idx from 1 by 1
              until bucket-idx > 5.

       142-clear-one-bucket.
           move zero to acc-bucket-count(bucket-idx).

       150-write-flag-section.
      *
      * Every flag today's KEYWORDS can give is listed, in KEYWORDS
      * order, quiet ones included, then the month as a whole.
           move spaces to lifecycle-report
           write lifecycle-report after advancing 1 line
           move flag-heading-line to lifecycle-report
           write lifecycle-report after advancing 1 line
           move "Flag  Keywords" to group-column-label
           move group-column-line to lifecycle-report
           write lifecycle-report after advancing 1 line

           perform 151-write-one-flag-row
              varying flag-idx from 1 by 1
              until flag-idx > flag-count

           move all-stories-accum to lifecycle-accum
           move "All stories" to grp-label-out
           perform 160-write-group-line.

       151-write-one-flag-row.
           move flag-accum(flag-idx) to lifecycle-accum
           move flag-label(flag-idx) to grp-label-out
           perform 160-write-group-line.

       155-write-domain-section.
           move spaces to lifecycle-report
           write lifecycle-report after advancing 1 line
           move domain-heading-line to lifecycle-report
           write lifecycle-report after advancing 1 line
           move "Domain" to group-column-label
           move group-column-line to lifecycle-report
           write lifecycle-report after advancing 1 line

           sort domain-sort-file
              on descending key ds-stories
              on ascending  key ds-name
              input procedure  156-release-domain-records
              output procedure 158-drain-domain-sort.

       156-release-domain-records.
           move low-values to ldwk-name
           start hack-domain-work key is not less than ldwk-name
              invalid key     move "Y" to ldwk-eof-flag
              not invalid key move "N" to ldwk-eof-flag
           end-start

           perform 157-release-one-domain until LDWK-EOF.

       157-release-one-domain.
           read hack-domain-work next
              at end move "Y" to ldwk-eof-flag
           end-read

           if ldwk-file-status is not equal to "00"
              move "Y" to ldwk-eof-flag
           end-if

           if not LDWK-EOF
              move ldwk-accum to lifecycle-accum
              move acc-stories to ds-stories
              move ldwk-name   to ds-name
              move ldwk-accum  to ds-accum
              release domain-sort-record
           end-if.

       158-drain-domain-sort.
           move "N" to sort-return-flag

           perform 159-write-one-domain-row until SORT-EOF.

       159-write-one-domain-row.
           return domain-sort-file
              at end move "Y" to sort-return-flag
           end-return

           if not SORT-EOF
              add 1 to domains-listed-count
              move ds-accum to lifecycle-accum
              move ds-name  to grp-label-out
              perform 160-write-group-line
           end-if.

       160-write-group-line.
      *
      * Averages are per story in the group; the first-day share is
      * the percentage of them whose best rank came on the day they
      * were first seen.
           move acc-stories to grp-stories-out

           if acc-stories is greater than zero
              compute average-work rounded =
                       acc-days-total / acc-stories
              move average-work to grp-avg-days-out
              compute average-work rounded =
                       acc-to-peak-rank-total / acc-stories
              move average-work to grp-to-pk-rank-out
              compute average-work rounded =
                       acc-to-peak-pts-total / acc-stories
              move average-work to grp-to-pk-pts-out
              compute percent-work rounded =
                       acc-first-day-count * 100 / acc-stories
              move percent-work to grp-first-day-out
           else
              move zero to grp-avg-days-out
              move zero to grp-to-pk-rank-out
              move zero to grp-to-pk-pts-out
              move zero to grp-first-day-out
           end-if

           perform 161-move-one-bucket
              varying bucket-idx from 1 by 1
              until bucket-idx > 5

           move group-detail-line to lifecycle-report
           write lifecycle-report after advancing 1 line.

       161-move-one-bucket.
           move acc-bucket-count(bucket-idx)
              to grp-bucket-out(bucket-idx).

       170-write-longest-section.
           move spaces to lifecycle-report
           write lifecycle-report after advancing 1 line
           move longest-heading-line to lifecycle-report
           write lifecycle-report after advancing 1 line
           move longest-column-line to lifecycle-report
           write lifecycle-report after advancing 1 line

           sort longest-sort-file
              on descending key ls-days
              on ascending  key ls-first-seen
              on ascending  key ls-id
              input procedure  171-release-stories
              output procedure 173-drain-longest-sort.

       171-release-stories.
           move low-values to lcwk-id
           start hack-story-work key is not less than lcwk-id
              invalid key     move "Y" to lcwk-eof-flag
              not invalid key move "N" to lcwk-eof-flag
           end-start

           perform 172-release-one-story until LCWK-EOF.

       172-release-one-story.
           read hack-story-work next
              at end move "Y" to lcwk-eof-flag
           end-read

           if lcwk-file-status is not equal to "00"
              move "Y" to lcwk-eof-flag
           end-if

           if not LCWK-EOF
              if lcwk-days is greater than zero
                 move lcwk-story    to life-story
                 move lcwk-days     to ls-days
                 move lf-first-seen to ls-first-seen
                 move lf-id         to ls-id
                 move lf-title      to ls-title
                 move lcwk-flag     to ls-flag
                 move lcwk-domain   to ls-domain
                 move lf-last-seen  to ls-last-seen
                 move lf-peak-rank  to ls-peak-rank
                 move lcwk-source   to ls-source
                 release longest-sort-record
              end-if
           end-if.

       173-drain-longest-sort.
           move "N" to sort-return-flag

           perform 174-write-one-longest until SORT-EOF.

       174-write-one-longest.
           return longest-sort-file
              at end move "Y" to sort-return-flag
           end-return

           if not SORT-EOF
              if longest-listed-count is less than lifecycle-top
                 add 1 to longest-listed-count

                 move spaces to longest-detail-line
                 move longest-listed-count to long-rank-out
                 move ls-id              to long-id-out
                 move ls-title           to long-title-out
                 move ls-flag            to long-flag-out
                 move ls-domain          to long-domain-out

                 move ls-first-seen(5:2) to story-month-out
                 move ls-first-seen(7:2) to story-day-out
                 move ls-first-seen(1:4) to story-year-out
                 move story-date-out     to long-first-out

                 move ls-last-seen(5:2)  to story-month-out
                 move ls-last-seen(7:2)  to story-day-out
                 move ls-last-seen(1:4)  to story-year-out
                 move story-date-out     to long-last-out

                 move ls-days            to long-days-out
                 move ls-peak-rank       to long-peak-rank-out
                 move ls-source          to long-source-out

                 move longest-detail-line to lifecycle-report
                 write lifecycle-report after advancing 1 line
              end-if
           end-if.

       185-write-totals.
           move spaces to lifecycle-report
           write lifecycle-report after advancing 1 line

           move "Master stories read:" to life-count-label
           move master-read-count to life-count-out
           perform 187-write-count-line
           move "Archive records read:" to life-count-label
           move archive-read-count to life-count-out
           perform 187-write-count-line
           move "First seen in month, from HACKMSTR:"
              to life-count-label
           move master-held-count to life-count-out
           perform 187-write-count-line
           move "First seen in month, from HACKMARC:"
              to life-count-label
           move archive-held-count to life-count-out
           perform 187-write-count-line
           move "Later archive copy taken over:" to life-count-label
           move archive-replaced-count to life-count-out
           perform 187-write-count-line
           move "Older duplicate copy set aside:" to life-count-label
           move archive-older-count to life-count-out
           perform 187-write-count-line
           move "Left out, dates inconsistent:" to life-count-label
           move stories-skipped-count to life-count-out
           perform 187-write-count-line
           move "Stories analysed:" to life-count-label
           move stories-analysed-count to life-count-out
           perform 187-write-count-line
           move "Domains listed:" to life-count-label
           move domains-listed-count to life-count-out
           perform 187-write-count-line.

       186-write-message.
           move message-line to lifecycle-report
           write lifecycle-report after advancing 1 line
           display "HACKLIFE: " message-line.

       187-write-count-line.
           move life-count-line to lifecycle-report
           write lifecycle-report after advancing 1 line.

       190-close-files.
           if MASTER-AVAILABLE
              close hack-master-file
           end-if
           if WORK-FILES-OPEN
              close hack-story-work
              close hack-domain-work
           end-if
           close lifecycle-report-file.
