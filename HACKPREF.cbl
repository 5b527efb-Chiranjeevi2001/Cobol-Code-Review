       identification division.
       program-id.    hackpref.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select hack-keyword-file    assign to KEYWORDS
            organization is sequential
            file status is keyword-file-status.

            select hack-exclude-file    assign to EXCLUDES
            organization is sequential
            file status is exclude-file-status.

            select hack-profile-file    assign to PROFILES
            organization is sequential
            file status is profile-file-status.

            select hack-parm-file       assign to HACKPARM
            organization is sequential
            file status is parm-file-status.

            select subscriber-file      assign to SUBSCRBR
            organization is sequential
            file status is subscriber-file-status.

            select hack-editorial-file  assign to EDITORIAL
            organization is sequential
            file status is editorial-file-status.

            select hack-runlog-file     assign to RUNLOG
            organization is sequential
            file status is runlog-file-status.

            select preflight-report-file assign to PREFRPT
            organization is sequential.

       data division.
       file section.

      * Same control files HACKRANK and HACKDIST read, in the same
      * record lengths.
       fd hack-keyword-file recording mode f.

       01 hack-keyword-in          pic x(40).

       fd hack-exclude-file recording mode f.

       01 hack-exclude-in          pic x(15).

       fd hack-profile-file recording mode f.

       01 hack-profile-in          pic x(80).

       fd hack-parm-file recording mode f.

       01 hack-parm-in             pic x(80).

       fd subscriber-file recording mode f.

       01 subscriber-in            pic x(200).

       fd hack-editorial-file recording mode f.

       01 hack-editorial-in        pic x(80).

      * The run log HACKRANK appends to, in its current 106-byte
      * record.
       fd hack-runlog-file recording mode f.

       01 hack-runlog              pic x(106).

       fd preflight-report-file recording mode f.

       01 preflight-report         pic x(132).

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

       01 today-date-yyyymmdd      pic 9(8).

       01 keyword-file-status      pic xx.
       01 exclude-file-status      pic xx.
       01 profile-file-status      pic xx.
       01 parm-file-status         pic xx.
       01 subscriber-file-status   pic xx.
       01 editorial-file-status    pic xx.
       01 runlog-file-status       pic xx.

       01 control-eof-flag         pic x.
           88 CONTROL-EOF           value "Y".

      * The control file being checked, and the record number in it
      * (every physical record counts, comments and blanks too, so
      * the number is the line an editor shows).
       01 current-file-sub         pic 9.
       01 current-recno            pic 9(6).

       01 control-file-names.
           02 filler               pic x(9) value "KEYWORDS".
           02 filler               pic x(9) value "EXCLUDES".
           02 filler               pic x(9) value "PROFILES".
           02 filler               pic x(9) value "HACKPARM".
           02 filler               pic x(9) value "SUBSCRBR".
           02 filler               pic x(9) value "EDITORIAL".
           02 filler               pic x(9) value "RUNLOG".
       01 control-file-name-table redefines control-file-names.
           02 control-file-name    pic x(9) occurs 7 times.

       01 control-file-table.
           02 control-file-entry occurs 7 times.
              03 cft-present        pic x.
              03 cft-records        pic 9(6).
              03 cft-errors         pic 9(6).
              03 cft-warnings       pic 9(6).

       01 error-count              pic 9(6) value zero.
       01 warning-count            pic 9(6) value zero.

       01 finding-severity         pic x(7).
       01 finding-text             pic x(105).

      * Comma-separated fields of the record being checked, wide
      * enough to see when a field is longer than the program that
      * reads it will hold.
       01 in-field-table.
           02 in-field             pic x(40) occurs 12 times.
       01 in-field-sub             pic 9(2).
       01 field-length             pic 9(3).
       01 comma-count              pic 9(2).

      * Keywords as HACKRANK will hold them: the first 50, lower
      * case.
       01 keyword-count            pic 9(3) value zero.
       01 keyword-table.
           02 keyword-entry occurs 50 times.
              03 kwt-text           pic x(15).
              03 kwt-length         pic 9(2).
              03 kwt-recno          pic 9(6).
       01 keyword-sub              pic 9(3).
       01 keyword-found-sub        pic 9(3).
       01 keyword-search-text      pic x(15).

       01 exclude-count            pic 9(3) value zero.
       01 exclude-table.
           02 exclude-entry occurs 50 times.
              03 ext-text           pic x(15).
              03 ext-length         pic 9(2).
       01 exclude-sub              pic 9(3).
       01 exclude-found-sub        pic 9(3).
       01 exclude-text             pic x(15).
       01 exclude-length           pic 9(2).
       01 substring-count          pic 9(3).

       01 profile-count            pic 9(3) value zero.
       01 profile-table.
           02 profile-entry occurs 10 times.
              03 prt-name           pic x(8).
              03 prt-recno          pic 9(6).
       01 profile-sub              pic 9(3).
       01 profile-found-sub        pic 9(3).
       01 profile-search-name      pic x(8).

      * Every HACKPARM name any program of the suite reads, with
      * the program that reads it and what it will accept: N a
      * number from min to max, L one of a list of words, P the
      * name of a PROFILES entry, M a yyyymm month.
       01 parm-rules.
           02 filler pic x(37)
              value "REJECT-WARN-PCT     N00000100HACKRANK".
           02 filler pic x(37)
              value "LINES-PER-PAGE      N00100999HACKRANK".
           02 filler pic x(37)
              value "REPOST-DAYS         N00000999HACKRANK".
           02 filler pic x(37)
              value "ACTIVE-PROFILE      P00000000HACKRANK".
           02 filler pic x(37)
              value "COMPARE-PROFILE     P00000000HACKRANK".
           02 filler pic x(37)
              value "DQ-HISTORY-RUNS     N00010030HACKRANK".
           02 filler pic x(37)
              value "DQ-MIN-RUNS         N00010030HACKRANK".
           02 filler pic x(37)
              value "DQ-VOLUME-PCT       N00000999HACKRANK".
           02 filler pic x(37)
              value "DQ-MATCH-PCT        N00000999HACKRANK".
           02 filler pic x(37)
              value "DQ-DEFECT-PTS       N00000999HACKRANK".
           02 filler pic x(37)
              value "MASTER-GENERATIONS  N00010009HACKRANK".
           02 filler pic x(37)
              value "SELF-PROMO-PCT      N00010100HACKRANK".
           02 filler pic x(37)
              value "SELF-PROMO-MIN      N00019999HACKRANK".
           02 filler pic x(37)
              value "REPORT-MODE         L00000000HACKRANK".
           02 filler pic x(37)
              value "RUN-MODE            L00000000HACKRANK".
           02 filler pic x(37)
              value "RETENTION-DAYS      N00019999HACKPURG".
           02 filler pic x(37)
              value "BEST-WEEK-DAYS      N00010999HACKBOTW".
           02 filler pic x(37)
              value "TREND-RUNS          N00019999HACKKWTR".
           02 filler pic x(37)
              value "DLV-CUTOFF-DAYS     N00000999HACKDREC".
           02 filler pic x(37)
              value "DLV-LOOKBACK-DAYS   N00010999HACKDREC".
           02 filler pic x(37)
              value "DLV-MISSED-RUNS     N00010999HACKDREC".
           02 filler pic x(37)
              value "STANDINGS-SORT      L00000000HACKASTD".
           02 filler pic x(37)
              value "STANDINGS-TOP       N00019999HACKASTD".
           02 filler pic x(37)
              value "STANDINGS-PERIOD    L00000000HACKASTD".
           02 filler pic x(37)
              value "LIFECYCLE-MONTH     M00000000HACKLIFE".
           02 filler pic x(37)
              value "LIFECYCLE-TOP       N00010999HACKLIFE".
       01 parm-rule-table redefines parm-rules.
           02 parm-rule occurs 26 times.
              03 pr-name            pic x(20).
              03 pr-kind            pic x.
              03 pr-min             pic 9(4).
              03 pr-max             pic 9(4).
              03 pr-owner           pic x(8).
       01 parm-rule-count          pic 9(2) value 26.
       01 parm-rule-sub            pic 9(2).
       01 parm-rule-found-sub      pic 9(2).

       01 parm-name                pic x(20).
       01 parm-value               pic x(40).
       01 parm-value-ok-flag       pic x.
           88 PARM-VALUE-OK         value "Y".

       01 parm-seen-count          pic 9(3) value zero.
       01 parm-seen-table.
           02 parm-seen-entry occurs 100 times.
              03 pst-name           pic x(20).
              03 pst-recno          pic 9(6).
       01 parm-seen-sub            pic 9(3).
       01 parm-seen-found-sub      pic 9(3).

      * The HACKPARM settings the cross-checks need, at the values
      * the programs will actually run with.
       01 active-profile-name      pic x(20) value "GRAVITY".
       01 active-profile-recno     pic 9(6) value zero.
       01 compare-profile-name     pic x(20) value spaces.
       01 compare-profile-recno    pic 9(6) value zero.
       01 dq-history-runs          pic 9(2) value 10.
       01 dq-min-runs              pic 9(2) value 3.
       01 dq-min-runs-recno        pic 9(6) value zero.
       01 run-mode                 pic x(8) value "LIVE".
       01 run-mode-recno           pic 9(6) value zero.

       01 subscriber-count         pic 9(3) value zero.
       01 subscriber-table.
           02 subscriber-entry occurs 50 times.
              03 sbt-id             pic x(8).
              03 sbt-dest           pic x(8).
              03 sbt-recno          pic 9(6).
       01 subscriber-sub           pic 9(3).
       01 subscriber-id-in         pic x(40).
       01 subscriber-dest-in       pic x(40).
       01 subscriber-keyword-count pic 9(2).

      * Logical file names the job already uses. A digest written
      * under one of them would overwrite that file.
       01 reserved-names.
           02 filler               pic x(64) value
              "HACKNEWSFILTEREDHACKSORTHACKREJ KEYWORDSHACKCKPTHACKCARYH
      -       "ACKMSTR".
           02 filler               pic x(64) value
              "HACKMOVEHACKAUTHHACKREPREXTRDATERUNLOG  HACKPARMHACKHTMLP
      -       "ROFILES".
           02 filler               pic x(64) value
              "HACKCOMPKWSTATS HACKKWDTEXCLUDESHACKSUPPHACKINTFHACKRPWKH
      -       "ACKSTWK".
           02 filler               pic x(64) value
              "HACKAUWKAUTHSORTCOMPSORTHACKDMWKDOMSORT HACKDOMNHACKDQWKD
      -       "QREPORT".
           02 filler               pic x(64) value
              "HACKGCTLHACKAMSTSUBSCRBRHACKMANFHACKRCPTHACKMARCHACKMTRNH
      -       "ACKMAUD".
           02 filler               pic x(64) value
              "MUPDRPT PURGERPTBESTSORTBESTWEEKKWTREND RUNSUMM HACKCORRH
      -       "ACKREMN".
           02 filler               pic x(64) value
              "CKPTRPT DLVRECONHACKRCWKHACKSBWKMVFYRPT HACKMCTLSTNDSORTA
      -       "UTHSTND".
           02 filler               pic x(64) value
              "SIMFILT SIMREJ  SIMDIGSTSIMAUTH SIMHTML SIMCOMP SIMKWDT S
      -       "IMSUPP ".
           02 filler               pic x(64) value
              "SIMINTF SIMDOMN SIMDQRPTSIMBASE SIMDIFF HACKSMWKPREFRPT L
      -       "IFERPT ".
           02 filler               pic x(48) value
              "HACKLCWKHACKLDWKLDOMSORTLONGSORTRUNLOGNWKEYWDSNW".
       01 reserved-name-table redefines reserved-names.
           02 reserved-name        pic x(8) occurs 78 times.
       01 reserved-sub             pic 9(2).
       01 reserved-found-flag      pic x.
           88 RESERVED-NAME-FOUND   value "Y".

       01 editorial-count          pic 9(3) value zero.
       01 editorial-table.
           02 editorial-entry occurs 50 times.
              03 edt-id             pic x(8).
              03 edt-action         pic x(5).
              03 edt-recno          pic 9(6).
       01 editorial-sub            pic 9(3).
       01 editorial-found-sub      pic 9(3).
       01 editorial-action-in      pic x(40).
       01 editorial-expiry-yyyymmdd pic 9(8).

       01 editorial-expiry-parts.
           02 edit-month-x         pic x(4).
           02 edit-day-x           pic x(4).
           02 edit-year-x          pic x(6).

       01 number-out               pic zzzzz9.
       01 error-count-out          pic zzzzz9.
       01 warning-count-out        pic zzzzz9.

       01 preflight-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "Control File Pre-flight Report".
           02 pref-date-out        pic x(10).
           02 filler               pic x(4) value spaces.
           02 pref-time-out        pic x(5).
           02 filler               pic x(49) value spaces.

       01 preflight-column-line.
           02 filler               pic x(9) value "Severity".
           02 filler               pic x(10) value "File".
           02 filler               pic x(8) value "Record".
           02 filler               pic x(105) value "Finding".

       01 preflight-detail-line.
           02 pref-severity-out    pic x(8).
           02 filler               pic x(1).
           02 pref-file-out        pic x(9).
           02 filler               pic x(1).
           02 pref-recno-out       pic zzzzz9.
           02 filler               pic x(2).
           02 pref-text-out        pic x(105).

       01 preflight-file-line.
           02 filler               pic x(2) value spaces.
           02 pref-total-file-out  pic x(9).
           02 filler               pic x(2) value spaces.
           02 pref-present-out     pic x(11).
           02 filler               pic x(16)
              value "  Records read: ".
           02 pref-records-out     pic zzzzz9.
           02 filler               pic x(10) value "  Errors: ".
           02 pref-errors-out      pic zzzzz9.
           02 filler               pic x(12) value "  Warnings: ".
           02 pref-warnings-out    pic zzzzz9.
           02 filler               pic x(52) value spaces.

       01 message-line             pic x(132).

       procedure division.
       100-primary.
           perform 110-obtain-current-date
           open output preflight-report-file
           perform 115-write-report-headers
      *
      *   KEYWORDS first - the exclusions and the subscriptions are
      *   both checked against it - and PROFILES before HACKPARM,
      *   whose ACTIVE-PROFILE must name one of them.
           perform 120-check-keywords
           perform 130-check-excludes
           perform 140-check-profiles
           perform 150-check-parms
           perform 160-check-subscribers
           perform 170-check-editorial
           perform 175-check-runlog

           perform 180-write-totals
           close preflight-report-file

           display "HACKPREF: " error-count " errors, "
                   warning-count " warnings - see PREFRPT"

           if error-count is greater than zero
              display "HACKPREF: control files are not fit to run "
                      "on - return code 8"
              move 8 to return-code
           else
              if warning-count is greater than zero
                 move 4 to return-code
              end-if
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       110-obtain-current-date.
           move function current-date to datetime
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to pref-date-out
           move ho to hh
           move mi to mm
           move report-time to pref-time-out
           compute today-date-yyyymmdd =
                    year * 10000 + mo * 100 + da
           initialize control-file-table.

       115-write-report-headers.
           move preflight-title-line to preflight-report
           write preflight-report

           move preflight-column-line to preflight-report
           write preflight-report after advancing 1 line.

       120-check-keywords.
      *
      * HACKRANK takes every KEYWORDS record as it comes - it skips
      * neither blanks nor comments - keeps the first 50 and truncates
      * a keyword to 15 characters and a category to 8.
           move 1 to current-file-sub
           move zero to current-recno
           open input hack-keyword-file

           if keyword-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 121-read-keyword-record until CONTROL-EOF
              close hack-keyword-file
           else
              move "N" to cft-present(current-file-sub)
              move "ERROR" to finding-severity
              move spaces to finding-text
              string "KEYWORDS could not be opened - HACKRANK would "
                     "end with return code 8" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           if keyword-file-status is equal to "00"
              and keyword-count is equal to zero
              move "ERROR" to finding-severity
              move "KEYWORDS holds no keywords - nothing would match"
                 to finding-text
              perform 190-write-finding
           end-if.

       121-read-keyword-record.
           read hack-keyword-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              perform 122-check-keyword-record
           end-if.

       122-check-keyword-record.
           initialize in-field-table
           unstring hack-keyword-in delimited by ","
           into     in-field(1)
                    in-field(2)
           end-unstring

           move zero to comma-count
           inspect hack-keyword-in tallying comma-count for all ","

           evaluate true
      *
      * HACKRANK stops loading at the 50th record, whatever is in it,
      * so everything after that is reported once and not checked.
              when current-recno is greater than 50
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "More than 50 records - HACKRANK ignores this "
                        "one" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when hack-keyword-in is equal to spaces
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Blank record - HACKRANK loads it as a keyword "
                        "of spaces" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when hack-keyword-in(1:1) is equal to "*"
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Comment record - HACKRANK does not skip "
                        "comments here and loads it as a keyword"
                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
      *
      * Read 40 bytes at a time, a file of the old 15-byte records
      * runs two or three keywords together with no comma between.
              when comma-count is equal to zero
                 and hack-keyword-in(16:25) is not equal to spaces
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "KEYWORDS still in the 15-byte layout - "
                        "convert it with HACKKWCV or rebuild it as "
                        "keyword,category records" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when in-field(1) is equal to spaces
                 move "ERROR" to finding-severity
                 move "No keyword before the comma" to finding-text
                 perform 190-write-finding
              when other
                 perform 123-store-keyword
           end-evaluate.

       123-store-keyword.
           move function length(function trim(in-field(1)))
              to field-length
           if field-length is greater than 15
              move "ERROR" to finding-severity
              move spaces to finding-text
              string "Keyword '" delimited by size
                     function trim(in-field(1)) delimited by size
                     "' is longer than 15 characters and would be "
                                     delimited by size
                     "cut short" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           move function length(function trim(in-field(2)))
              to field-length
           if in-field(2) is not equal to spaces
              and field-length is greater than 8
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "Category '" delimited by size
                     function trim(in-field(2)) delimited by size
                     "' is longer than 8 characters - it becomes '"
                                     delimited by size
                     function upper-case(
                        function trim(in-field(2)))(1:8)
                                     delimited by size
                     "'" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           move function lower-case(in-field(1)) to keyword-search-text
           perform 195-find-keyword
           if keyword-found-sub is greater than zero
              move "WARNING" to finding-severity
              move kwt-recno(keyword-found-sub) to number-out
              move spaces to finding-text
              string "Keyword '" delimited by size
                     function trim(keyword-search-text)
                                     delimited by size
                     "' repeats the one on record "
                                     delimited by size
                     function trim(number-out) delimited by size
                     " - its stories are counted twice"
                                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           add 1 to keyword-count
           move keyword-search-text to kwt-text(keyword-count)
           move current-recno to kwt-recno(keyword-count)
           move function length(function trim(keyword-search-text))
              to kwt-length(keyword-count).

       130-check-excludes.
      *
      * EXCLUDES is optional. An exclusion that occurs inside a
      * keyword suppresses every story that keyword matches.
           move 2 to current-file-sub
           move zero to current-recno
           open input hack-exclude-file

           if exclude-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 131-read-exclude-record until CONTROL-EOF
              close hack-exclude-file
           else
              move "N" to cft-present(current-file-sub)
           end-if.

       131-read-exclude-record.
           read hack-exclude-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              perform 132-check-exclude-record
           end-if.

       132-check-exclude-record.
           evaluate true
              when hack-exclude-in is equal to spaces
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Blank record - an exclusion of spaces "
                        "suppresses almost every story"
                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when exclude-count is not less than 50
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "More than 50 exclusions - HACKRANK ignores "
                        "this one" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when other
                 move function lower-case(hack-exclude-in)
                    to exclude-text
                 move function length(function trim(exclude-text))
                    to exclude-length
                 move zero to exclude-found-sub
                 perform 133-match-exclude
                    varying exclude-sub from 1 by 1
                    until exclude-sub > exclude-count
                 if exclude-found-sub is greater than zero
                    move "WARNING" to finding-severity
                    move spaces to finding-text
                    string "Exclusion '" delimited by size
                           function trim(exclude-text)
                                           delimited by size
                           "' is already on the list"
                                           delimited by size
                       into finding-text
                    end-string
                    perform 190-write-finding
                 end-if
                 perform 134-check-exclude-keyword
                    varying keyword-sub from 1 by 1
                    until keyword-sub > keyword-count
                 add 1 to exclude-count
                 move exclude-text   to ext-text(exclude-count)
                 move exclude-length to ext-length(exclude-count)
           end-evaluate.

       133-match-exclude.
           if ext-text(exclude-sub) is equal to exclude-text
              move exclude-sub to exclude-found-sub
           end-if.

       134-check-exclude-keyword.
           move zero to substring-count
           if exclude-length is not greater than
              kwt-length(keyword-sub)
              inspect kwt-text(keyword-sub)(1:kwt-length(keyword-sub))
                 tallying substring-count
                 for all exclude-text(1:exclude-length)
           end-if

           if substring-count is greater than zero
              move "ERROR" to finding-severity
              move kwt-recno(keyword-sub) to number-out
              move spaces to finding-text
              string "Exclusion '" delimited by size
                     function trim(exclude-text) delimited by size
                     "' is inside keyword '" delimited by size
                     function trim(kwt-text(keyword-sub))
                                     delimited by size
                     "' (KEYWORDS record " delimited by size
                     function trim(number-out) delimited by size
                     ") - every match is suppressed"
                                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if.

       140-check-profiles.
      *
      * HACKRANK skips blank and comment records here, ignores a
      * profile with a non-numeric value and keeps the first 10.
           move 3 to current-file-sub
           move zero to current-recno
           open input hack-profile-file

           if profile-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 141-read-profile-record until CONTROL-EOF
              close hack-profile-file
           else
              move "N" to cft-present(current-file-sub)
           end-if.

       141-read-profile-record.
           read hack-profile-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              if hack-profile-in is not equal to spaces
                 and hack-profile-in(1:1) is not equal to "*"
                 perform 142-check-profile-record
              end-if
           end-if.

       142-check-profile-record.
           initialize in-field-table
           unstring hack-profile-in delimited by ","
           into     in-field(1)
                    in-field(2)
                    in-field(3)
                    in-field(4)
           end-unstring

           move function length(function trim(in-field(1)))
              to field-length

           evaluate true
              when in-field(1) is equal to spaces
                 move "ERROR" to finding-severity
                 move "Profile has no name" to finding-text
                 perform 190-write-finding
              when function test-numval-f(in-field(2)) not = zero
                 or function test-numval-f(in-field(3)) not = zero
                 or function test-numval-f(in-field(4)) not = zero
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Profile " delimited by size
                        function trim(in-field(1)) delimited by size
                        " has a non-numeric exponent or weight - "
                                        delimited by size
                        "HACKRANK ignores it" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when profile-count is not less than 10
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "More than 10 profiles - HACKRANK ignores this "
                        "one and every one after it" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when other
                 if field-length is greater than 8
                    move "WARNING" to finding-severity
                    move spaces to finding-text
                    string "Profile name " delimited by size
                           function trim(in-field(1))
                                           delimited by size
                           " is longer than 8 characters and is "
                                           delimited by size
                           "known as " delimited by size
                           in-field(1)(1:8) delimited by size
                       into finding-text
                    end-string
                    perform 190-write-finding
                 end-if
                 move in-field(1) to profile-search-name
                 perform 145-find-profile
                 if profile-found-sub is greater than zero
                    move "WARNING" to finding-severity
                    move prt-recno(profile-found-sub) to number-out
                    move spaces to finding-text
                    string "Profile " delimited by size
                           function trim(profile-search-name)
                                           delimited by size
                           " is also on record " delimited by size
                           function trim(number-out)
                                           delimited by size
                           " - HACKRANK scores with this later one"
                                           delimited by size
                       into finding-text
                    end-string
                    perform 190-write-finding
                 end-if
                 add 1 to profile-count
                 move profile-search-name to prt-name(profile-count)
                 move current-recno to prt-recno(profile-count)
           end-evaluate.

       145-find-profile.
           move zero to profile-found-sub
           perform 146-match-profile
              varying profile-sub from 1 by 1
              until profile-sub > profile-count.

       146-match-profile.
           if prt-name(profile-sub) is equal to profile-search-name
              and profile-found-sub is equal to zero
              move profile-sub to profile-found-sub
           end-if.

       150-check-parms.
      *
      * HACKPARM is shared by every program of the suite, so a name
      * is only unknown if none of them reads it.
           move 4 to current-file-sub
           move zero to current-recno
           open input hack-parm-file

           if parm-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 151-read-parm-record until CONTROL-EOF
              close hack-parm-file
           else
              move "N" to cft-present(current-file-sub)
           end-if

           perform 158-cross-check-parms.

       151-read-parm-record.
           read hack-parm-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              if hack-parm-in is not equal to spaces
                 and hack-parm-in(1:1) is not equal to "*"
                 move spaces to parm-name
                 move spaces to parm-value
                 unstring hack-parm-in delimited by "="
                 into     parm-name
                          parm-value
                 end-unstring
                 perform 152-check-parm-record
              end-if
           end-if.

       152-check-parm-record.
           move zero to parm-rule-found-sub
           perform 153-match-parm-rule
              varying parm-rule-sub from 1 by 1
              until parm-rule-sub > parm-rule-count

           if parm-rule-found-sub is equal to zero
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "Parameter " delimited by size
                     function trim(parm-name) delimited by size
                     " is not read by any program - check the "
                                     delimited by size
                     "spelling" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           else
              perform 155-check-repeated-parm
              perform 154-check-parm-value
           end-if.

       153-match-parm-rule.
           if pr-name(parm-rule-sub) is equal to parm-name
              move parm-rule-sub to parm-rule-found-sub
           end-if.

       154-check-parm-value.
      *
      * A value the reading program will not take is a setting that
      * silently never happens - the program keeps its default.
           move "Y" to parm-value-ok-flag

           evaluate pr-kind(parm-rule-found-sub)
              when "N"
                 if parm-value(21:20) is not equal to spaces
                    or function test-numval-f(parm-value) not = zero
                    move "N" to parm-value-ok-flag
                 else
                    if function numval-f(parm-value) <
                          pr-min(parm-rule-found-sub)
                       or function numval-f(parm-value) >
                          pr-max(parm-rule-found-sub)
                       move "N" to parm-value-ok-flag
                    end-if
                 end-if
              when "L"
                 evaluate parm-name
                    when "REPORT-MODE"
                       if parm-value is not equal to "RANKED"
                          and parm-value is not equal to "SECTIONED"
                          move "N" to parm-value-ok-flag
                       end-if
                    when "RUN-MODE"
                       if parm-value is not equal to "LIVE"
                          and parm-value is not equal to "SIMULATE"
                          move "N" to parm-value-ok-flag
                       end-if
                    when "STANDINGS-SORT"
                       if parm-value is not equal to "POINTS"
                          and parm-value is not equal to "STORIES"
                          and parm-value is not equal to "COMMENTS"
                          and parm-value is not equal to "SCORE"
                          move "N" to parm-value-ok-flag
                       end-if
                    when "STANDINGS-PERIOD"
                       if parm-value is not equal to "ALL"
                          and parm-value is not equal to "YEAR"
                          move "N" to parm-value-ok-flag
                       end-if
                 end-evaluate
              when "M"
                 if parm-value(1:6) is not numeric
                    or parm-value(7:34) is not equal to spaces
                    or parm-value(5:2) is less than "01"
                    or parm-value(5:2) is greater than "12"
                    move "N" to parm-value-ok-flag
                 end-if
              when "P"
                 if parm-value is equal to spaces
                    move "N" to parm-value-ok-flag
                 end-if
           end-evaluate

           if not PARM-VALUE-OK
              move "ERROR" to finding-severity
              move spaces to finding-text
              string "Parameter " delimited by size
                     function trim(parm-name) delimited by size
                     " value '" delimited by size
                     function trim(parm-value) delimited by size
                     "' will not be taken by " delimited by size
                     pr-owner(parm-rule-found-sub)
                                     delimited by space
                     " - its default stands" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           else
              perform 157-note-parm-setting
           end-if.

       155-check-repeated-parm.
           move zero to parm-seen-found-sub
           perform 156-match-seen-parm
              varying parm-seen-sub from 1 by 1
              until parm-seen-sub > parm-seen-count

           if parm-seen-found-sub is greater than zero
              move "WARNING" to finding-severity
              move pst-recno(parm-seen-found-sub) to number-out
              move spaces to finding-text
              string "Parameter " delimited by size
                     function trim(parm-name) delimited by size
                     " is also set on record " delimited by size
                     function trim(number-out) delimited by size
                     " - this later setting is the one used"
                                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           else
              if parm-seen-count < 100
                 add 1 to parm-seen-count
                 move parm-name     to pst-name(parm-seen-count)
                 move current-recno to pst-recno(parm-seen-count)
              end-if
           end-if.

       156-match-seen-parm.
           if pst-name(parm-seen-sub) is equal to parm-name
              move parm-seen-sub to parm-seen-found-sub
           end-if.

       157-note-parm-setting.
           evaluate parm-name
              when "ACTIVE-PROFILE"
                 move parm-value    to active-profile-name
                 move current-recno to active-profile-recno
              when "COMPARE-PROFILE"
                 move parm-value    to compare-profile-name
                 move current-recno to compare-profile-recno
              when "DQ-HISTORY-RUNS"
                 compute dq-history-runs = function numval-f(parm-value)
              when "DQ-MIN-RUNS"
                 compute dq-min-runs = function numval-f(parm-value)
                 move current-recno to dq-min-runs-recno
              when "RUN-MODE"
                 move parm-value    to run-mode
                 move current-recno to run-mode-recno
           end-evaluate.

       158-cross-check-parms.
      *
      * A profile HACKRANK cannot find is quietly replaced by the
      * built-in GRAVITY numbers; GRAVITY itself needs no entry.
           if active-profile-name is not equal to "GRAVITY"
              move active-profile-name to profile-search-name
              perform 145-find-profile
              if profile-found-sub is equal to zero
                 or active-profile-name(9:12) is not equal to spaces
                 move active-profile-recno to current-recno
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "ACTIVE-PROFILE " delimited by size
                        function trim(active-profile-name)
                                        delimited by size
                        " is not on PROFILES - HACKRANK would score "
                                        delimited by size
                        "with GRAVITY" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              end-if
           end-if

      * The comparison profile is only ever looked for on PROFILES -
      * there is no built-in one to fall back to.
           if compare-profile-recno is greater than zero
              move compare-profile-name to profile-search-name
              perform 145-find-profile
              if profile-found-sub is equal to zero
                 or compare-profile-name(9:12) is not equal to spaces
                 move compare-profile-recno to current-recno
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "COMPARE-PROFILE " delimited by size
                        function trim(compare-profile-name)
                                        delimited by size
                        " is not on PROFILES - HACKRANK would switch "
                                        delimited by size
                        "comparison mode off" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              end-if
           end-if

           if compare-profile-recno is greater than zero
              and compare-profile-name is equal to active-profile-name
              move compare-profile-recno to current-recno
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "COMPARE-PROFILE is the same as ACTIVE-PROFILE - "
                     "the comparison shows no change" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           if dq-min-runs is greater than dq-history-runs
              move dq-min-runs-recno to current-recno
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "DQ-MIN-RUNS is more than DQ-HISTORY-RUNS - the "
                     "extract quality bands can never be applied"
                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if
      *
      * A replay setting left behind would turn the nightly run into
      * one that updates nothing.
           if run-mode is equal to "SIMULATE"
              move run-mode-recno to current-recno
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "RUN-MODE is SIMULATE - HACKRANK will write only "
                     "SIMxxxx reports and update no run file"
                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if.

       160-check-subscribers.
      *
      * HACKDIST skips blank and comment records, holds the first
      * 50 subscribers and writes each digest under its destination
      * name. A subscribed keyword that is not on KEYWORDS is never
      * matched, so the subscriber gets nothing from it, ever.
           move 5 to current-file-sub
           move zero to current-recno
           open input subscriber-file

           if subscriber-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 161-read-subscriber-record until CONTROL-EOF
              close subscriber-file
           else
              move "N" to cft-present(current-file-sub)
              move "ERROR" to finding-severity
              move spaces to finding-text
              string "SUBSCRBR could not be opened - HACKDIST would "
                     "end with return code 8" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if.

       161-read-subscriber-record.
           read subscriber-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              if subscriber-in is not equal to spaces
                 and subscriber-in(1:1) is not equal to "*"
                 perform 162-check-subscriber-record
              end-if
           end-if.

       162-check-subscriber-record.
           initialize in-field-table
           unstring subscriber-in delimited by ","
           into     in-field(1)
                    in-field(2)
                    in-field(3)
                    in-field(4)
                    in-field(5)
                    in-field(6)
                    in-field(7)
                    in-field(8)
                    in-field(9)
                    in-field(10)
                    in-field(11)
                    in-field(12)
           end-unstring
           move in-field(1) to subscriber-id-in
           move function upper-case(in-field(2)) to subscriber-dest-in

           evaluate true
              when subscriber-id-in is equal to spaces
                 or subscriber-dest-in is equal to spaces
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Subscriber has no id or no destination - "
                        "HACKDIST ignores it" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when subscriber-id-in(9:32) is not equal to spaces
                 or subscriber-dest-in(9:32) is not equal to spaces
                 or subscriber-dest-in(1:8) is not equal to
                    function trim(subscriber-dest-in(1:8))
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Subscriber " delimited by size
                        function trim(subscriber-id-in)
                                        delimited by size
                        " id or destination is not a name of 8 "
                                        delimited by size
                        "characters or fewer" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when subscriber-count is not less than 50
                 move "WARNING" to finding-severity
                 move spaces to finding-text
                 string "More than 50 subscribers - "
                                        delimited by size
                        function trim(subscriber-id-in)
                                        delimited by size
                        " is DROPPED by HACKDIST every run"
                                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when other
                 perform 163-check-subscriber-entry
           end-evaluate.

       163-check-subscriber-entry.
           perform 164-check-against-subscriber
              varying subscriber-sub from 1 by 1
              until subscriber-sub > subscriber-count

           move "N" to reserved-found-flag
           perform 166-match-reserved-name
              varying reserved-sub from 1 by 1
              until reserved-sub > 78
           if RESERVED-NAME-FOUND
              or subscriber-dest-in(1:6) is equal to "HACKMG"
              move "ERROR" to finding-severity
              move spaces to finding-text
              string "Destination " delimited by size
                     function trim(subscriber-dest-in)
                                     delimited by size
                     " is a file the job already uses - the digest "
                                     delimited by size
                     "would overwrite it" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           move zero to subscriber-keyword-count
           perform 167-check-subscribed-keyword
              varying in-field-sub from 3 by 1
              until in-field-sub > 12
           if subscriber-keyword-count is equal to zero
              move "WARNING" to finding-severity
              move spaces to finding-text
              string "Subscriber " delimited by size
                     function trim(subscriber-id-in)
                                     delimited by size
                     " subscribes to no keywords - the digest is "
                                     delimited by size
                     "always EMPTY" delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           add 1 to subscriber-count
           move subscriber-id-in   to sbt-id(subscriber-count)
           move subscriber-dest-in to sbt-dest(subscriber-count)
           move current-recno      to sbt-recno(subscriber-count).

       164-check-against-subscriber.
           if sbt-id(subscriber-sub) is equal to subscriber-id-in
              move "WARNING" to finding-severity
              move sbt-recno(subscriber-sub) to number-out
              move spaces to finding-text
              string "Subscriber " delimited by size
                     function trim(subscriber-id-in)
                                     delimited by size
                     " is also on record " delimited by size
                     function trim(number-out) delimited by size
                     " - two digests go out under one id"
                                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if

           if sbt-dest(subscriber-sub) is equal to subscriber-dest-in
              move "ERROR" to finding-severity
              move sbt-recno(subscriber-sub) to number-out
              move spaces to finding-text
              string "Destination " delimited by size
                     function trim(subscriber-dest-in)
                                     delimited by size
                     " is also used on record " delimited by size
                     function trim(number-out) delimited by size
                     " - one digest overwrites the other"
                                     delimited by size
                 into finding-text
              end-string
              perform 190-write-finding
           end-if.

       166-match-reserved-name.
           if reserved-name(reserved-sub) is equal to
              subscriber-dest-in
              move "Y" to reserved-found-flag
           end-if.

       167-check-subscribed-keyword.
           if in-field(in-field-sub) is not equal to spaces
              add 1 to subscriber-keyword-count
              move function lower-case(in-field(in-field-sub))
                 to keyword-search-text
              perform 195-find-keyword
              if keyword-found-sub is equal to zero
                 or in-field(in-field-sub)(16:25) is not equal to
                    spaces
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "Subscriber " delimited by size
                        function trim(subscriber-id-in)
                                        delimited by size
                        " keyword '" delimited by size
                        function trim(in-field(in-field-sub))
                                        delimited by size
                        "' is not on KEYWORDS - it can never match"
                                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              end-if
           end-if.

       170-check-editorial.
      *
      * The same tests HACKRANK makes as it loads EDITORIAL, plus the
      * conflict it cannot see: one story both pinned and blocked.
           move 6 to current-file-sub
           move zero to current-recno
           open input hack-editorial-file

           if editorial-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              move "N" to control-eof-flag
              perform 171-read-editorial-record until CONTROL-EOF
              close hack-editorial-file
           else
              move "N" to cft-present(current-file-sub)
           end-if.

       171-read-editorial-record.
           read hack-editorial-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
              if hack-editorial-in is not equal to spaces
                 and hack-editorial-in(1:1) is not equal to "*"
                 perform 172-check-editorial-record
              end-if
           end-if.

       172-check-editorial-record.
           initialize in-field-table
           unstring hack-editorial-in delimited by ","
           into     in-field(1)
                    in-field(2)
                    in-field(3)
                    in-field(4)
           end-unstring
           move function upper-case(in-field(2))
              to editorial-action-in

           move spaces to editorial-expiry-parts
           unstring in-field(3) delimited by "/"
           into     edit-month-x
                    edit-day-x
                    edit-year-x
           end-unstring

           move zero to editorial-expiry-yyyymmdd
           if function test-numval-f(edit-month-x) is equal to zero
              and function test-numval-f(edit-day-x) is equal to zero
              and function test-numval-f(edit-year-x) is equal to zero
              if function numval-f(edit-month-x) >= 1
                 and function numval-f(edit-month-x) <= 12
                 and function numval-f(edit-day-x) >= 1
                 and function numval-f(edit-day-x) <= 31
                 compute editorial-expiry-yyyymmdd =
                     function numval-f(edit-year-x)  * 10000
                   + function numval-f(edit-month-x) * 100
                   + function numval-f(edit-day-x)
              end-if
           end-if

           move "ERROR" to finding-severity
           evaluate true
              when in-field(1) is equal to spaces
                 or in-field(1)(9:32) is not equal to spaces
                 move "No usable story id - HACKRANK ignores the entry"
                    to finding-text
                 perform 190-write-finding
              when editorial-action-in is not equal to "PIN"
                 and editorial-action-in is not equal to "BLOCK"
                 move spaces to finding-text
                 string "Action is not PIN or BLOCK - HACKRANK ignores "
                        "the entry" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when editorial-expiry-yyyymmdd is equal to zero
                 move spaces to finding-text
                 string "Expiry date is not a valid mm/dd/yyyy - "
                        "HACKRANK ignores the entry" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when in-field(4) is equal to spaces
                 move spaces to finding-text
                 string "No requester initials - HACKRANK ignores the "
                        "entry" delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when editorial-expiry-yyyymmdd < today-date-yyyymmdd
                 move "WARNING" to finding-severity
                 move spaces to finding-text
                 string "Entry for " delimited by size
                        function trim(in-field(1)) delimited by size
                        " expired " delimited by size
                        function trim(in-field(3)) delimited by size
                        " - it no longer does anything"
                                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              when other
                 perform 173-check-editorial-entry
           end-evaluate.

       173-check-editorial-entry.
           move zero to editorial-found-sub
           perform 174-match-editorial-id
              varying editorial-sub from 1 by 1
              until editorial-sub > editorial-count

           if editorial-found-sub is greater than zero
              move edt-recno(editorial-found-sub) to number-out
              move spaces to finding-text
              if edt-action(editorial-found-sub) is equal to
                 editorial-action-in
                 move "WARNING" to finding-severity
                 string "Story " delimited by size
                        function trim(in-field(1)) delimited by size
                        " is already on record " delimited by size
                        function trim(number-out) delimited by size
                        " - the first entry stands"
                                        delimited by size
                    into finding-text
                 end-string
              else
                 move "ERROR" to finding-severity
                 string "Story " delimited by size
                        function trim(in-field(1)) delimited by size
                        " is both pinned and blocked (record "
                                        delimited by size
                        function trim(number-out) delimited by size
                        ") - only the first entry is acted on"
                                        delimited by size
                    into finding-text
                 end-string
              end-if
              perform 190-write-finding
           else
              if editorial-count is not less than 50
                 move "ERROR" to finding-severity
                 move spaces to finding-text
                 string "More than 50 live entries - HACKRANK ignores "
                        "this one and every one after it"
                        delimited by size
                    into finding-text
                 end-string
                 perform 190-write-finding
              else
                 add 1 to editorial-count
                 move in-field(1)(1:8)   to edt-id(editorial-count)
                 move editorial-action-in to
                      edt-action(editorial-count)
                 move current-recno      to edt-recno(editorial-count)
              end-if
           end-if.

       174-match-editorial-id.
           if edt-id(editorial-sub) is equal to in-field(1)(1:8)
              and editorial-found-sub is equal to zero
              move editorial-sub to editorial-found-sub
           end-if.

       175-check-runlog.
      *
      * RUNLOG is not a control file, but a log still holding the
      * 70-byte records written before the profile counts were added
      * would have every record after HACKRANK's next append read
      * out of line. HACKRLCV converts it once. A 106-byte record
      * always has a space after the disposition; read at 106 bytes,
      * an old log shows the next record's start stamp there, or
      * comes up short when it holds a single record.
           move 7 to current-file-sub
           move zero to current-recno
           open input hack-runlog-file

           if runlog-file-status is equal to "00"
              move "Y" to cft-present(current-file-sub)
              read hack-runlog-file
                 at end continue
              end-read
              if runlog-file-status is equal to "00"
                 or runlog-file-status is equal to "04"
                 move 1 to current-recno
                 move 1 to cft-records(current-file-sub)
                 if runlog-file-status is equal to "04"
                    or hack-runlog(71:1) is not equal to space
                    move "ERROR" to finding-severity
                    move spaces to finding-text
                    string "RUNLOG still in the 70-byte layout - "
                                     delimited by size
                           "run HACKRLCV, then replace RUNLOG with "
                                     delimited by size
                           "RUNLOGNW before HACKRANK"
                                     delimited by size
                       into finding-text
                    end-string
                    perform 190-write-finding
                 else
                    move "N" to control-eof-flag
                    perform 176-read-runlog-record until CONTROL-EOF
                 end-if
              end-if
              close hack-runlog-file
           else
              move "N" to cft-present(current-file-sub)
           end-if.

       176-read-runlog-record.
           read hack-runlog-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              add 1 to current-recno
              add 1 to cft-records(current-file-sub)
           end-if.

       180-write-totals.
           move spaces to preflight-report
           write preflight-report after advancing 1 line

           perform 181-write-file-total
              varying current-file-sub from 1 by 1
              until current-file-sub > 7

           move spaces to message-line
           move warning-count to warning-count-out
           if error-count is greater than zero
              move error-count to error-count-out
              string "Result: " delimited by size
                     function trim(error-count-out) delimited by size
                     " errors, " delimited by size
                     function trim(warning-count-out)
                                     delimited by size
                     " warnings - do not run HACKRANK until the "
                                     delimited by size
                     "errors are corrected" delimited by size
                 into message-line
              end-string
           else
              string "Result: no errors, " delimited by size
                     function trim(warning-count-out)
                                     delimited by size
                     " warnings" delimited by size
                 into message-line
              end-string
           end-if
           move spaces to preflight-report
           write preflight-report after advancing 1 line
           move message-line to preflight-report
           write preflight-report after advancing 1 line.

       181-write-file-total.
           move control-file-name(current-file-sub)
              to pref-total-file-out
           if cft-present(current-file-sub) is equal to "Y"
              move "present" to pref-present-out
           else
              move "not present" to pref-present-out
           end-if
           move cft-records(current-file-sub)  to pref-records-out
           move cft-errors(current-file-sub)   to pref-errors-out
           move cft-warnings(current-file-sub) to pref-warnings-out
           move preflight-file-line to preflight-report
           write preflight-report after advancing 1 line.

       190-write-finding.
      *
      * finding-severity and finding-text say what was found; the
      * file and record number are wherever the check has got to.
           if finding-severity is equal to "ERROR"
              add 1 to error-count
              add 1 to cft-errors(current-file-sub)
           else
              add 1 to warning-count
              add 1 to cft-warnings(current-file-sub)
           end-if

           move spaces to preflight-detail-line
           move finding-severity to pref-severity-out
           move control-file-name(current-file-sub) to pref-file-out
           move current-recno to pref-recno-out
           move finding-text to pref-text-out
           move preflight-detail-line to preflight-report
           write preflight-report after advancing 1 line
           move spaces to finding-text.

       195-find-keyword.
           move zero to keyword-found-sub
           perform 196-match-keyword
              varying keyword-sub from 1 by 1
              until keyword-sub > keyword-count.

       196-match-keyword.
           if kwt-text(keyword-sub) is equal to keyword-search-text
              and keyword-found-sub is equal to zero
              move keyword-sub to keyword-found-sub
           end-if.
