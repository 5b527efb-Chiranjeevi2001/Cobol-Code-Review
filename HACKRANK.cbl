            select hack-in-file         assign to HACKNEWS
            organization is sequential.

      * The report and distribution files are assigned through
      * data-names: a SIMULATE run writes every one of them under a
      * SIMxxxx name of its own, so nothing it produces can be taken
      * for the real night's output.
            select hack-filtered-file   assign to filtered-file-name
            organization is sequential.

            select hack-sort-file       assign to HACKSORT
            organization is sequential.

            select hack-reject-file     assign to reject-file-name
            organization is sequential
            file status is reject-file-status.

            select hack-keyword-file    assign to KEYWORDS
            organization is sequential.

            select hack-digest-file     assign to digest-file-name
            organization is sequential.

            select hack-restart-file    assign to HACKCKPT
            select hack-movers-file     assign to HACKMOVE
            organization is sequential.

            select hack-author-file     assign to author-file-name
            organization is sequential.

            select hack-repaired-file   assign to HACKREPR
            organization is sequential
            file status is parm-file-status.

            select hack-html-file       assign to html-file-name
            organization is sequential.

            select hack-profile-file    assign to PROFILES
            organization is sequential
            file status is profile-file-status.

            select hack-compare-file    assign to compare-file-name
            organization is sequential.

            select hack-kwstats-file    assign to KWSTATS
            organization is sequential
            file status is kwstats-file-status.

            select hack-kwdetail-file   assign to kwdetail-file-name
            organization is sequential.

            select hack-exclude-file    assign to EXCLUDES
            organization is sequential
            file status is exclude-file-status.

            select hack-suppress-file   assign to suppress-file-name
            organization is sequential
            file status is suppress-file-status.

            select hack-editorial-file  assign to EDITORIAL
            organization is sequential
            file status is editorial-file-status.

            select hack-intf-file       assign to intf-file-name
            organization is sequential.

            select hack-repost-work     assign to HACKRPWK
            record key is auwk-name
            file status is auwk-file-status.

      * All-time author master, carried from run to run.
            select hack-author-master   assign to HACKAMST
            organization is indexed
            access is dynamic
            record key is amst-name
            file status is amst-file-status.

            select author-sort-file     assign to AUTHSORT
            organization is sequential.

            select domain-sort-file     assign to DOMSORT
            organization is sequential.

            select hack-domain-file     assign to domain-file-name
            organization is sequential.

            select hack-quality-work    assign to HACKDQWK
            organization is indexed
            access is dynamic
            record key is dqwk-key
            file status is dqwk-file-status.

            select hack-quality-file    assign to quality-file-name
            organization is sequential.

      * Generation copies of the story master, taken before each
      * posting. The slot a generation goes to is the logical file
      * name HACKMGn, n running 1 to MASTER-GENERATIONS and round
      * again; HACKGCTL says which generation each slot now holds.
            select hack-master-backup
            assign to master-backup-name
            organization is sequential
            file status is backup-file-status.

            select hack-gen-control-file assign to HACKGCTL
            organization is sequential
            file status is gen-control-file-status.

      * SIMULATE run only: the FILTERED the real run produced from
      * the same extract, the difference listing against it, and a
      * keyed copy of its stories to look them up by id and by rank.
            select sim-base-file        assign to SIMBASE
            organization is sequential
            file status is sim-base-file-status.

            select sim-diff-file        assign to SIMDIFF
            organization is sequential.

            select sim-base-work        assign to HACKSMWK
            organization is indexed
            access is dynamic
            record key is smwk-id
            alternate record key is smwk-rank
            file status is smwk-file-status.

       data division.
       file section.
      * Extract records carry the story URL as their last field, so
      * Report lines are 159 wide; the extra columns carry the
      * REPOST tag and original story id when a matched story turns
      * out to be a resubmission of one already on the master, and
      * the story URL rides in the columns after that, then the
      * editorial notes (PINNED), the story's overall rank and, in a
      * sectioned report, its rank inside its keyword category.
       fd hack-filtered-file recording mode f.

       01 hack-filtered            pic x(344).

       fd hack-reject-file recording mode f.

       01 hack-reject              pic x(370).

      * One keyword per record, with the category it reports under:
      *    keyword,category
      * A keyword with no category reports under OTHER. A KEYWORDS
      * file still in the old 15-byte records is copied to 40 by
      * HACKKWCV (KEYWORDS in, KEYWDSNW out) before this reads it.
       fd hack-keyword-file recording mode f.

       01 hack-keyword-in          pic x(40).

       fd hack-digest-file recording mode f.

      * execution, clean or not, summarised weekly by HACKWSUM.
       fd hack-runlog-file recording mode f.

       01 hack-runlog              pic x(106).

      * Run-control parameters, one name=value per record, so the
      * operational thresholds can change without a code change.

      * Audit trail of every suppressed story: the keyword that
      * matched it and the exclusion that killed it, so the editorial
      * team can prove nothing legitimate is being filtered out. A
      * story blocked from the EDITORIAL list carries EDITORIAL BLOCK
      * as its exclusion, with who asked for it and until when.
       fd hack-suppress-file recording mode f.

       01 hack-suppress            pic x(178).

      * Editorial pin/block list by story id, one entry per record:
      *    id,action,expiry-date,initials
      * action PIN or BLOCK, expiry mm/dd/yyyy (the entry holds
      * through that day), initials of whoever asked for it.
       fd hack-editorial-file recording mode f.

       01 hack-editorial-in        pic x(80).

      * Full-population outbound interface: every ranked story this
      * run, in a fixed layout, wrapped in the same HDR,date-time /
           02 stwk-repost-flag      pic x.
           02 stwk-orig-id          pic x(8).
           02 stwk-url              pic x(120).
           02 stwk-time             pic x(5).
           02 stwk-match-flag       pic x.
           02 stwk-pinned-flag      pic x.
           02 stwk-notes            pic x(30).
           02 stwk-section-sub      pic 9(2).
           02 stwk-section-rank     pic 9(8).
           02 stwk-category-list.
              03 stwk-category-sub  pic 9(2) occurs 5 times.

      * Keyed per-author rollup for the leaderboard, replacing the
      * old 500-entry in-storage table and its linear name scan.
           02 auwk-points           pic 9(7).
           02 auwk-comments         pic 9(7).
           02 auwk-best-score       pic s9v9(5).
      *    the domains this run's stories came from, first five seen
           02 auwk-domain-list.
              03 auwk-domain-entry occurs 5 times.
                 04 auwk-domain          pic x(40).
                 04 auwk-domain-stories  pic 9(5).

      * One record per author ever seen behind a matching story,
      * keyed by author, posted from the author work file at the end
      * of every run. The year fields restart on the first run of a
      * new calendar year. The five domain slots hold the domains the
      * author submits from most, as near as five slots allow - a
      * new domain with the slots full takes the least-used one.
      * HACKASTD prints the all-time standings from it.
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
      *    Y = matched stories mostly from one domain, for review
           02 amst-review-flag      pic x.
           02 amst-review-dt        pic 9(8).

      * Keyed per-domain rollup, same discipline as the authors.
       fd hack-domain-work.

       01 hack-domain              pic x(132).

      * Every detail id read this run, keyed by the snapshot it came
      * in, so an id the feed repeats within one snapshot is caught
      * however large the extract is.
       fd hack-quality-work.

       01 hack-quality-work-record.
           02 dqwk-key.
              03 dqwk-segment       pic 9(3).
              03 dqwk-id            pic x(8).

      * Data-quality profile of the extract, weighed against the
      * trailing average of the last clean runs on RUNLOG.
       fd hack-quality-file recording mode f.

       01 hack-quality             pic x(132).

      * A straight copy of the story master, one record per story,
      * in story id order.
       fd hack-master-backup recording mode f.

       01 hack-master-backup-record pic x(325).

      * One record per backup slot: the generation it holds, when it
      * was taken, how many master records went into it and whether
      * the copy ran to COMPLETE. HACKMVFY reads the same file.
       fd hack-gen-control-file recording mode f.

       01 hack-gen-control         pic x(50).

      * A FILTERED report as the real run wrote it - only its story
      * lines, the ones carrying an overall rank, are looked at.
       fd sim-base-file recording mode f.

       01 sim-base-line            pic x(344).

       fd sim-diff-file recording mode f.

       01 sim-diff-report          pic x(132).

       fd sim-base-work.

       01 sim-base-work-record.
           02 smwk-id               pic x(8).
           02 smwk-rank             pic 9(8).
           02 smwk-title            pic x(96).

       sd hack-sort-file.

       01 sort-record.
           02 filler               pic x(62) value spaces.
           02 filler               pic x(25)
           value "Hacker News Front Page".
           02 filler               pic x(4) value spaces.
           02 hdr-simulation-out   pic x(10) value spaces.
           02 filler               pic x(20) value spaces.
           02 tdys-date-out        pic x(10).
           02 filler               pic x(4) value spaces.
           02 rpt-time-out         pic x(5).
           02 hdr-page-number      pic zzz9.

       01 report-header-lines.
           02 rpt-hdr-ln1          pic x(344).

           02 rpt-hdr-ln2.
              03 filler            pic x(60) value spaces.
              03 filler            pic x(3) value spaces.
              03 filler            pic x(9) value "Profile: ".
              03 hdr-profile-name  pic x(8).
              03 filler            pic x(237) value spaces.

           02 rpt-hdr-ln3.
              03 filler            pic x(35)
              value "***********************************".
              03 filler            pic x(35)
              value "***********************************".
              03 filler            pic x(204) value spaces.

           02 rpt-hdr-ln4.
              03 filler            pic x(3) value spaces.
              03 filler            pic x(2) value spaces.
              03 filler            pic x(15) value "Repost".
              03 filler            pic x(1) value spaces.
              03 filler            pic x(121) value "URL".
              03 filler            pic x(32) value "Notes".
              03 filler            pic x(8) value "    Rank".
              03 filler            pic x(6) value "  Sect".

           02 rpt-hdr-ln5.
              03 filler            pic x(35)
              value "***********************************".
              03 filler            pic x(35)
              value "***********************************".
              03 filler            pic x(204) value spaces.

       01 filler redefines report-header-lines.
           02 rpt-hdr-ln occurs 5 times
                                   pic x(344).

       01 hack-in-record.
           02 hack-in-id           pic x(8).
                                    occurs 1 to 50 times
                                    depending on search-string-count.

      * Category of each loaded keyword, parallel to the search
      * strings: the subscript of its entry in the category table.
       01 search-category-table.
           02 search-category-sub  pic 9(2) occurs 50 times.

       01 keyword-text-in          pic x(15).
       01 keyword-category-in      pic x(20).

      * Keyword categories, in the order they first appear on
      * KEYWORDS - that is also the section order of a sectioned
      * report. One slot more than the keywords, for OTHER.
       01 category-count           pic 9(2) value zero.
       01 category-sub             pic 9(2).
       01 category-found-sub       pic 9(2).
       01 category-search-name     pic x(8).

       01 category-table.
           02 category-entry occurs 51 times.
              03 cat-name          pic x(8).
              03 cat-stories       pic 9(8).
              03 cat-points        pic 9(9).
              03 cat-score-total   pic s9(9)v9(5).
              03 cat-xrefs         pic 9(8).

      * The categories behind the current story's matched keywords:
      * the first one is its primary category - where it is listed -
      * and any other one cross-references it.
       01 story-section-sub        pic 9(2).
       01 story-section-rank       pic 9(8).
       01 story-category-list.
           02 story-category-sub   pic 9(2) occurs 5 times.
       01 story-cat-check-sub      pic 9.
       01 story-cat-dup-flag       pic x.
           88 STORY-CATEGORY-DUP    value "Y".
       01 xref-match-flag          pic x.
           88 STORY-XREF-HERE       value "Y".

       01 keyword-idx              pic 9(2).
       01 keyword-match-count      pic 9(2).
       01 last-matched-keyword     pic x(15).
           02 sup-keyword           pic x(15).
           02 filler                pic x value space.
           02 sup-exclusion         pic x(15).
           02 filler                pic x value space.
           02 sup-editorial-note    pic x(40).

      * Editorial pin/block list, loaded at startup the same way as
      * KEYWORDS and EXCLUDES. An entry already past its expiry date
      * is dropped at load time. The file is optional - no
      * EDITORIAL, no pins and no blocks.
       01 editorial-file-status    pic xx.
       01 editorial-eof-flag       pic x.
           88 EDITORIAL-EOF         value "Y".

       01 editorial-count          pic 9(2) value zero.
       01 editorial-idx            pic 9(2).
       01 editorial-found-sub      pic 9(2).
       01 editorial-search-id      pic x(8).

       01 editorial-table.
           02 editorial-entry occurs 50 times.
              03 edit-id           pic x(8).
              03 edit-action       pic x(5).
              03 edit-expiry       pic 9(8).
              03 edit-initials     pic x(4).

       01 editorial-id-in          pic x(10).
       01 editorial-action-in      pic x(8).
       01 editorial-expiry-in      pic x(10).
       01 editorial-initials-in    pic x(6).

       01 editorial-expiry-parts.
           02 edit-month-x         pic x(2).
           02 edit-day-x           pic x(2).
           02 edit-year-x          pic x(4).

       01 editorial-expiry-yyyymmdd pic 9(8).
       01 editorial-expiry-out     pic x(10).

      * The action the list holds for the story being looked up -
      * spaces when the story is not on the list.
       01 editorial-action         pic x(5).
           88 EDITORIAL-PIN         value "PIN".
           88 EDITORIAL-BLOCK       value "BLOCK".

       01 blocked-story-count      pic 9(8) value zero.
       01 pinned-story-count       pic 9(8) value zero.

       01 story-pinned-flag        pic x.
           88 STORY-IS-PINNED       value "Y".

      * Editorial notes for the FILTERED line, after the URL.
       01 filtered-notes           pic x(30).

      * Up to five of the keywords that matched the current title,
      * kept with the story through the sort so keyword effectiveness
       01 reject-reason-ptr        pic 9(3).

      * Compact top-10 feed: a CSV header line followed by up to 10
      * comma-separated id/title/author/score/tag lines, plus any
      * pinned story that ranked below the top 10. The tag column
      * says PINNED for an editorial placement.
       01 digest-record            pic x(140).
       01 digest-line-count        pic 9(2) value zero.
       01 digest-tag               pic x(6).

      * Checkpoint/restart: how far into HACKNEWS the last run got, so
      * a large extract can pick back up instead of starting over.
       01 html-title               pic x(96).
       01 html-story-href          pic x(130).
       01 html-line                pic x(600).
       01 html-pin-tag             pic x(30).

      * Batch-integrity checking: HACKNEWS arrives wrapped in a
      * header record (HDR,mm/dd/yyyy hh:mm,source) and a trailer
       01 run-disposition          pic x(8) value "NORMAL".
       01 running-reject-count     pic 9(8) value zero.

      * The extract's data-quality profile, counted as each detail
      * record is read (including records skipped over on a
      * restart, so a resumed run still profiles the whole file).
       01 dqwk-file-status         pic xx.
       01 quality-work-flag        pic x value "N".
           88 QUALITY-WORK-OPEN     value "Y".
       01 dq-zero-point-count      pic 9(8) value zero.
       01 dq-blank-author-count    pic 9(8) value zero.
       01 dq-future-post-count     pic 9(8) value zero.
       01 dq-repeat-id-count       pic 9(8) value zero.

       01 dq-post-date             pic x(10).
       01 dq-post-time             pic x(5).
       01 dq-post-month-x          pic x(2).
       01 dq-post-day-x            pic x(2).
       01 dq-post-year-x           pic x(4).
       01 dq-post-hour-x           pic x(2).
       01 dq-post-minute-x         pic x(2).
       01 dq-post-stamp            pic 9(12).

      * The seven measures, this run and summed over the history:
      * 1 records read, 2 stories matched, 3 records rejected,
      * 4 zero-point stories, 5 blank authors, 6 posts dated after
      * their snapshot, 7 ids repeated within a snapshot. The first
      * two are volumes, banded on their percentage change; the
      * rest are defects, banded on their rate per hundred records.
       01 dq-measure-names.
           02 filler               pic x(20) value "Records read".
           02 filler               pic x(20) value "Stories matched".
           02 filler               pic x(20) value "Records rejected".
           02 filler               pic x(20) value "Zero-point stories".
           02 filler               pic x(20) value "Blank authors".
           02 filler               pic x(20) value "Future-dated posts".
           02 filler               pic x(20) value "Repeated ids".
       01 dq-measure-name-table redefines dq-measure-names.
           02 dqm-name             pic x(20) occurs 7 times.

       01 dq-measure-table.
           02 dq-measure occurs 7 times.
              03 dqm-this          pic 9(8).
              03 dqm-total         pic 9(10).
              03 dqm-rate-total    pic 9(5)v9(4).

      * The last DQ-HISTORY-RUNS clean runs read off RUNLOG, kept
      * as a ring so only the most recent ones survive the read.
       01 dq-history-count         pic 9(2) value zero.
       01 dq-history-next          pic 9(2) value zero.
       01 dq-history-sub           pic 9(2).
       01 dq-history-table.
           02 dq-history-run occurs 30 times.
              03 dqh-count         pic 9(8) occurs 7 times.

       01 dq-measure-sub           pic 9.
       01 dq-breach-count          pic 9(2) value zero.
       01 dq-average               pic 9(8).
       01 dq-rate                  pic 9(3)v9(2).
       01 dq-average-rate          pic 9(3)v9(2).
       01 dq-change                pic s9(7)v9(2).
       01 dq-band                  pic 9(3)v9(2).
       01 dq-pct-edit              pic zz9.99.
       01 dq-change-edit           pic +zzzz9.99.
       01 dq-band-edit             pic zz9.99.

       01 quality-runlog-eof-flag  pic x.
           88 QUALITY-RUNLOG-EOF    value "Y".

      * Set when RUNLOG still holds the 70-byte records written
      * before the profile counts were added; HACKRLCV converts it.
       01 runlog-layout-flag       pic x value "N".
           88 RUNLOG-OLD-LAYOUT     value "Y".

       01 quality-title-line.
           02 filler               pic x(10) value spaces.
           02 filler               pic x(38)
              value "HACKRANK Extract Data-Quality Profile".
           02 dq-date-out          pic x(10).
           02 filler               pic x(2) value spaces.
           02 dq-time-out          pic x(5).
           02 filler               pic x(11) value "   Extract ".
           02 dq-extract-out       pic 9(12).
           02 filler               pic x(2) value spaces.
           02 dq-simulation-out    pic x(10) value spaces.
           02 filler               pic x(32) value spaces.

       01 quality-column-line.
           02 filler               pic x(20) value "Measure".
           02 filler               pic x(11) value "   This run".
           02 filler               pic x(11) value "    Average".
           02 filler               pic x(10) value "    Rate %".
           02 filler               pic x(10) value "  Avg rate".
           02 filler               pic x(11) value "     Change".
           02 filler               pic x(16) value "   Band".
           02 filler               pic x(6) value "Result".
           02 filler               pic x(37) value spaces.

       01 quality-detail-line.
           02 dq-name-out          pic x(20).
           02 filler               pic x(3) value spaces.
           02 dq-this-out          pic zzzzzzz9.
           02 filler               pic x(3) value spaces.
           02 dq-average-out       pic x(8).
           02 filler               pic x(4) value spaces.
           02 dq-rate-out          pic x(6).
           02 filler               pic x(4) value spaces.
           02 dq-average-rate-out  pic x(6).
           02 filler               pic x(2) value spaces.
           02 dq-change-out        pic x(9).
           02 filler               pic x(3) value spaces.
           02 dq-band-out          pic x(13).
           02 dq-result-out        pic x(6).
           02 filler               pic x(37) value spaces.

       01 dq-average-edit          pic zzzzzzz9.
       01 quality-message-line     pic x(132).

      * Run-control parameters and the degraded-run thresholds they
      * feed. A missing HACKPARM just leaves the defaults in place.
       01 parm-file-status         pic xx.
       01 reject-ratio             pic 9(3)v9(2) value zero.
       01 total-input-count        pic 9(8) value zero.

      * Extract data-quality bands. The run is weighed against the
      * average of its last DQ-HISTORY-RUNS clean (NORMAL) runs on
      * RUNLOG, once there are at least DQ-MIN-RUNS of them: the
      * record and matched-story counts may move DQ-VOLUME-PCT and
      * DQ-MATCH-PCT percent either way, and each defect rate (per
      * hundred records read) may rise DQ-DEFECT-PTS points over
      * its average.
       01 dq-history-runs          pic 9(2) value 10.
       01 dq-min-runs              pic 9(2) value 3.
       01 dq-volume-pct            pic 9(3) value 50.
       01 dq-match-pct             pic 9(3) value 50.
       01 dq-defect-pts            pic 9(3)v9(2) value 5.00.

      * Scoring profiles. The shipped gravity formula stays the
      * built-in default; PROFILES plus the HACKPARM selections can
      * swap it, or trial a second profile side by side.
           02 cmp-profile-a        pic x(8).
           02 filler               pic x(5) value "  B: ".
           02 cmp-profile-b        pic x(8).
           02 filler               pic x(2) value spaces.
           02 cmp-simulation-out   pic x(10) value spaces.
           02 filler               pic x(38) value spaces.

       01 compare-column-line.
           02 filler               pic x(7) value "RankA".
      * and a page number repeat at the top of every page so any
      * sheet of the hardcopy reads on its own.
       01 lines-per-page           pic 9(3) value 60.

      * RANKED lists every story in one ranked list; SECTIONED
      * breaks FILTERED and the HTML page into one section per
      * keyword category (HACKPARM REPORT-MODE).
       01 report-mode              pic x(9) value "RANKED".
           88 SECTIONED-REPORT      value "SECTIONED".

      * The rank columns after the notes on a FILTERED line, and the
      * story fields the report writers share whichever pass is
      * producing the line.
       01 report-rank              pic 9(8).
       01 report-section-rank      pic 9(8).
       01 story-url                pic x(120).

       01 filtered-rank-area.
           02 filtered-rank-out    pic zzzzzzz9.
           02 filler               pic x value space.
           02 filtered-sect-out    pic zzzz9 blank when zero.

       01 section-heading-line.
           02 filler               pic x(9) value "Section: ".
           02 sec-category-out     pic x(8).
           02 filler               pic x(3) value spaces.
           02 sec-stories-out      pic zzzzzz9.
           02 filler               pic x(9) value " stories ".
           02 sec-xrefs-out        pic zzzzzz9.
           02 filler               pic x(17)
              value " cross-referenced".

       01 section-xref-label-line.
           02 filler               pic x(42)
              value "Also matched in this section (listed under".
           02 filler               pic x(31)
              value " their primary category):".

       01 section-xref-line.
           02 xref-id              pic x(8).
           02 filler               pic xxx value spaces.
           02 xref-title           pic x(96).
           02 filler               pic xx value spaces.
           02 filler               pic x(12) value "see section ".
           02 xref-category        pic x(8).
           02 filler               pic x(6) value " rank ".
           02 xref-rank            pic zzzzzzz9.

       01 section-total-line.
           02 sec-total-label      pic x(21).
           02 filler               pic x(11) value "  Stories: ".
           02 sec-total-stories    pic zzzzzz9.
           02 filler               pic x(10) value "  Points: ".
           02 sec-total-points     pic zzzzzzzz9.
           02 filler               pic x(17)
              value "  Average score: ".
           02 sec-total-average    pic +9.9(5) usage is display.

       01 section-average-score    pic s9v9(5).
       01 grand-points-total       pic 9(9) value zero.
       01 grand-score-total        pic s9(9)v9(5) value zero.

       01 html-anchor-name         pic x(8).
       01 lines-on-page            pic 9(3) value zero.
       01 page-number              pic 9(3) value zero.

           02 rl-keywords          pic 9(2).
           02 filler               pic x value space.
           02 rl-disposition       pic x(8).
           02 filler               pic x value space.
           02 rl-zero-points       pic 9(8).
           02 filler               pic x value space.
           02 rl-blank-authors     pic 9(8).
           02 filler               pic x value space.
           02 rl-future-posts      pic 9(8).
           02 filler               pic x value space.
           02 rl-repeat-ids        pic 9(8).

       01 reject-file-status       pic xx.

       01 master-usable-flag       pic x value "N".
           88 MASTER-USABLE         value "Y".

      * Generation backup of the master, taken before every posting.
      * MASTER-GENERATIONS (HACKPARM, 1 to 9) is how many slots are
      * kept; the oldest generation is written over by the newest.
       01 master-generations       pic 9 value 5.
       01 master-backup-name       pic x(8).
       01 backup-file-status       pic xx.
       01 gen-control-file-status  pic xx.
       01 gen-control-eof-flag     pic x.
           88 GEN-CONTROL-EOF       value "Y".
       01 master-backup-flag       pic x value "N".
           88 MASTER-BACKUP-FAILED  value "F".
       01 backup-record-count      pic 9(8) value zero.
       01 gen-slot-sub             pic 9(2).
       01 gen-next-slot            pic 9.
       01 gen-last-generation      pic 9(6).
       01 gen-next-generation      pic 9(6).

       01 gen-control-table.
           02 gen-control-entry occurs 9 times.
              03 gent-generation    pic 9(6).
              03 gent-stamp         pic 9(14).
              03 gent-record-count  pic 9(8).
              03 gent-state         pic x(8).

       01 gen-control-record.
           02 gctl-slot             pic 9(2).
           02 filler                pic x value space.
           02 gctl-generation       pic 9(6).
           02 filler                pic x value space.
           02 gctl-stamp            pic 9(14).
           02 filler                pic x value space.
           02 gctl-record-count     pic 9(8).
           02 filler                pic x value space.
           02 gctl-state            pic x(8).
           02 filler                pic x(8) value spaces.

      * Repost detection: every master story seen inside the last
      * REPOST-DAYS days is loaded onto the title-keyed HACKRPWK
      * work file before the report is produced. A matched story

       01 author-rank              pic 9(8) value zero.

      * Author master: looked up at report time to tag an author it
      * has never seen as a NEW SUBMITTER, posted once the
      * leaderboard is out. An author with SELF-PROMO-MIN or more
      * matched stories, SELF-PROMO-PCT percent or more of them from
      * one domain, is listed on HACKAUTH for editorial review.
      * Stories with no URL, (none), are never counted against them.
       01 amst-file-status         pic xx.
       01 author-master-flag       pic x value "N".
           88 AUTHOR-MASTER-OPEN    value "Y".
       01 author-new-flag          pic x.
           88 AUTHOR-IS-NEW         value "Y".
       01 self-promo-pct           pic 9(3) value 75.
       01 self-promo-min           pic 9(4) value 3.
       01 author-domain-sub        pic 9(2).
       01 author-domain-found-sub  pic 9(2).
       01 author-domain-free-sub   pic 9(2).
       01 author-domain-low-sub    pic 9(2).
       01 author-top-domain-sub    pic 9(2).
       01 author-top-domain-pct    pic 9(3).
       01 authors-posted-count     pic 9(6) value zero.
       01 authors-added-count      pic 9(6) value zero.
       01 authors-review-count     pic 9(6) value zero.
       01 new-submitter-count      pic 9(6) value zero.
       01 notes-hold               pic x(30).

       01 author-review-column-line.
           02 filler               pic x(17) value "Author".
           02 filler               pic x(10) value "  Stories".
           02 filler               pic x(42) value "Top domain".
           02 filler               pic x(10) value "  Stories".
           02 filler               pic x(8) value "   Share".
           02 filler               pic x(12) value "Flagged".
           02 filler               pic x(33) value spaces.

       01 author-review-line.
           02 arv-name-out         pic x(15).
           02 filler               pic x(3) value spaces.
           02 arv-stories-out      pic zzzzzz9.
           02 filler               pic x(2) value spaces.
           02 arv-domain-out       pic x(40).
           02 filler               pic x(3) value spaces.
           02 arv-domain-stories-out pic zzzzzz9.
           02 filler               pic x(4) value spaces.
           02 arv-pct-out          pic zz9.
           02 filler               pic x(1) value "%".
           02 filler               pic x(2) value spaces.
           02 arv-flagged-out      pic x(10).
           02 filler               pic x(35) value spaces.

       01 review-date-out.
           02 review-month-out     pic xx.
           02 filler               pic x value "/".
           02 review-day-out       pic xx.
           02 filler               pic x value "/".
           02 review-year-out      pic x(4).

       01 author-sort-eof-flag     pic x.
           88 AUTHOR-SORT-EOF       value "Y".

           02 dom-date-out         pic x(10).
           02 filler               pic x(4) value spaces.
           02 dom-time-out         pic x(5).
           02 filler               pic x(4) value spaces.
           02 dom-simulation-out   pic x(10) value spaces.
           02 filler               pic x(35) value spaces.

       01 domain-column-line.
           02 filler               pic x(6) value "Rank".
           02 auth-date-out        pic x(10).
           02 filler               pic x(4) value spaces.
           02 auth-time-out        pic x(5).
           02 filler               pic x(4) value spaces.
           02 auth-simulation-out  pic x(10) value spaces.
           02 filler               pic x(35) value spaces.

       01 author-column-line.
           02 filler               pic x(6) value "Rank".
           02 auth-best-score-out  pic +9.9(5) usage is display.
           02 filler               pic x(73) value spaces.

      * Run mode from HACKPARM. A SIMULATE run replays an archived
      * extract - any extract, however old - under today's control
      * files, writes its reports under the SIMxxxx names, leaves
      * every file the live runs carry forward exactly as it found
      * it, and lists how its page differs from the one the real
      * run produced from the same extract.
       01 run-mode                 pic x(8) value "LIVE".
           88 SIMULATION-RUN        value "SIMULATE".

      * Stories are aged as at the run's clock - in a SIMULATE run,
      * as at the extract's own header date and time, so the replay
      * scores the way the real run did and not as at today.
       01 score-as-of-minutes      pic 9(4) value zero.
       01 extract-as-of-stamp.
           02 as-of-yyyymmdd       pic 9(8).
           02 as-of-hh             pic 99.
           02 as-of-mm             pic 99.

       01 output-file-names.
           02 filtered-file-name   pic x(10) value "FILTERED".
           02 reject-file-name     pic x(10) value "HACKREJ".
           02 digest-file-name     pic x(10) value "HACKDIGEST".
           02 author-file-name     pic x(10) value "HACKAUTH".
           02 html-file-name       pic x(10) value "HACKHTML".
           02 compare-file-name    pic x(10) value "HACKCOMP".
           02 kwdetail-file-name   pic x(10) value "HACKKWDT".
           02 suppress-file-name   pic x(10) value "HACKSUPP".
           02 intf-file-name       pic x(10) value "HACKINTF".
           02 domain-file-name     pic x(10) value "HACKDOMN".
           02 quality-file-name    pic x(10) value "DQREPORT".

       01 sim-base-file-status     pic xx.
       01 smwk-file-status         pic xx.
       01 sim-base-eof-flag        pic x.
           88 SIM-BASE-EOF          value "Y".
       01 smwk-eof-flag            pic x.
           88 SMWK-EOF              value "Y".
       01 sim-base-count           pic 9(8) value zero.
       01 sim-base-line-rank       pic 9(8) value zero.

      * A FILTERED written before the overall Rank column was added
      * is still usable when it was RANKED: its story lines are in
      * rank order. A sectioned one without the column is not.
       01 sim-base-format-flag     pic x value "R".
           88 SIM-BASE-RANK-COLUMN  value "R".
           88 SIM-BASE-LINE-ORDER   value "L".
           88 SIM-BASE-SECTIONED    value "S".
       01 sim-base-section-flag    pic x value "N".
           88 SIM-BASE-SECTION-SEEN value "Y".
       01 sim-gained-count         pic 9(8) value zero.
       01 sim-lost-count           pic 9(8) value zero.
       01 sim-reranked-count       pic 9(8) value zero.
       01 sim-unchanged-count      pic 9(8) value zero.

       01 sim-diff-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "Simulation Difference Listing".
           02 sdf-date-out         pic x(10).
           02 filler               pic x(4) value spaces.
           02 sdf-time-out         pic x(5).
           02 filler               pic x(4) value spaces.
           02 filler               pic x(10) value "SIMULATION".
           02 filler               pic x(11) value "   Extract ".
           02 sdf-extract-out      pic 9(12).
           02 filler               pic x(12) value spaces.

       01 sim-diff-column-line.
           02 filler               pic x(10) value "Change".
           02 filler               pic x(9) value "ID#".
           02 filler               pic x(61) value "Title".
           02 filler               pic x(10) value "  RealRank".
           02 filler               pic x(10) value "   SimRank".
           02 filler               pic x(8) value "   RkChg".
           02 filler               pic x(24) value spaces.

       01 sim-diff-detail-line.
           02 sdf-tag              pic x(10).
           02 sdf-id               pic x(8).
           02 filler               pic x.
           02 sdf-title            pic x(60).
           02 filler               pic x.
           02 sdf-base-rank        pic zzzzzzzzz9.
           02 sdf-sim-rank         pic zzzzzzzzz9.
           02 sdf-rank-delta       pic +zzzzzz9.
           02 filler               pic x(24).

       01 sim-diff-total-line.
           02 filler               pic x(14) value "Real stories: ".
           02 sdf-base-count-out   pic zzzzzzz9.
           02 filler               pic x(13) value "  Simulated: ".
           02 sdf-sim-count-out    pic zzzzzzz9.
           02 filler               pic x(10) value "  Gained: ".
           02 sdf-gained-out       pic zzzzzzz9.
           02 filler               pic x(8) value "  Lost: ".
           02 sdf-lost-out         pic zzzzzzz9.
           02 filler               pic x(13) value "  Re-ranked: ".
           02 sdf-reranked-out     pic zzzzzzz9.
           02 filler               pic x(13) value "  Unchanged: ".
           02 sdf-unchanged-out    pic zzzzzzz9.
           02 filler               pic x(13) value spaces.

       01 sort-return-flag         pic x.
           88 SORT-EOF              value "Y".

           if EXTRACT-ERROR
              perform 118-fail-extract-run
           end-if
      *
      *   In a sectioned report the stories are only listed once the
      *   whole run has been ranked and every category's count is
      *   known.
           if SECTIONED-REPORT
              perform 217-write-sectioned-report
           end-if

           perform 185-write-trailer
      *
      *   Fold this run into the story master and report what moved
      *   since the run before. A simulation leaves the master alone
      *   and instead lists how its page differs from the real one.
           if SIMULATION-RUN
              perform 263-write-simulation-diff
           else
              perform 170-update-story-master
           end-if
      *
      *   Rank the submitters behind this run's matching stories,
      *   and the source domains their stories came from.
      *   the audit record while the counts are still live - the
      *   checkpoint reset below zeroes them.
           perform 186-set-return-code
           perform 233-check-data-quality
      *
      *   Everything from here on is carried to the next live run -
      *   the audit record, the keyword statistics, the checkpoint
      *   and carry files, the last extract date - and a simulation
      *   touches none of it.
           if SIMULATION-RUN
              display "HACKRANK: SIMULATE run - reports written under "
                      "the SIMxxxx names, no run file updated"
           else
              perform 187-write-runlog
      *
      *   With no backup the master was not posted, so this extract
      *   is not finished with: leave the statistics, checkpoint,
      *   carry file and last extract date as they were and the run
      *   can simply be repeated once the backup is put right.
              if MASTER-BACKUP-FAILED
                 display "HACKRANK: master not backed up - KWSTATS, "
                         "checkpoint, carry and EXTRDATE left for "
                         "the rerun"
              else
      *
      *   Leave this run's per-keyword match counts on the cumulative
      *   statistics file for the keyword trend report.
                 perform 194-write-keyword-stats
      *
      *   The run finished cleanly, so clear the checkpoint and the
      *   carried-forward records - the next run should start from
      *   the top rather than skip ahead or replay stories already
      *   final.
                 move zero to records-read-count
                 move zero to repaired-read-count
                 move zero to running-reject-count
                 perform 111-write-checkpoint
                 perform 129-clear-carry-file
                 perform 155-clear-repaired-file
                 perform 117-write-last-extract-date
              end-if
           end-if
           perform 190-close-files.
      *
       9999-end-program.
              when "COMPARE-PROFILE"
                 move parm-value(1:8) to compare-profile-name
                 move "Y" to compare-mode-flag
              when "DQ-HISTORY-RUNS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not < 1
                    and function numval-f(parm-value) not > 30
                    compute dq-history-runs =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DQ-HISTORY-RUNS value is not "
                            "1 to 30 - keeping " dq-history-runs
                 end-if
              when "DQ-MIN-RUNS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not < 1
                    and function numval-f(parm-value) not > 30
                    compute dq-min-runs =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DQ-MIN-RUNS value is not "
                            "1 to 30 - keeping " dq-min-runs
                 end-if
              when "DQ-VOLUME-PCT"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not > 999
                    compute dq-volume-pct =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DQ-VOLUME-PCT value is not "
                            "usable - keeping " dq-volume-pct
                 end-if
              when "DQ-MATCH-PCT"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not > 999
                    compute dq-match-pct =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DQ-MATCH-PCT value is not "
                            "usable - keeping " dq-match-pct
                 end-if
              when "DQ-DEFECT-PTS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    compute dq-defect-pts =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM DQ-DEFECT-PTS value is not "
                            "numeric - keeping " dq-defect-pts
                 end-if
              when "MASTER-GENERATIONS"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not < 1
                    and function numval-f(parm-value) not > 9
                    compute master-generations =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM MASTER-GENERATIONS value is "
                            "not 1 to 9 - keeping " master-generations
                 end-if
              when "SELF-PROMO-PCT"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not < 1
                    and function numval-f(parm-value) not > 100
                    compute self-promo-pct =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM SELF-PROMO-PCT value is not "
                            "1 to 100 - keeping " self-promo-pct
                 end-if
              when "SELF-PROMO-MIN"
                 if function test-numval-f(parm-value)
                       is equal to zero
                    and function numval-f(parm-value) not < 1
                    and function numval-f(parm-value) not > 9999
                    compute self-promo-min =
                             function numval-f(parm-value)
                 else
                    display "HACKPARM SELF-PROMO-MIN value is not "
                            "usable - keeping " self-promo-min
                 end-if
              when "REPORT-MODE"
                 if parm-value is equal to "RANKED"
                    or parm-value is equal to "SECTIONED"
                    move parm-value to report-mode
                 else
                    display "HACKPARM REPORT-MODE is not RANKED or "
                            "SECTIONED - keeping " report-mode
                 end-if
              when "RUN-MODE"
                 if parm-value is equal to "LIVE"
                    or parm-value is equal to "SIMULATE"
                    move parm-value to run-mode
                 else
                    display "HACKPARM RUN-MODE is not LIVE or "
                            "SIMULATE - keeping " run-mode
                 end-if
              when other
                 display "HACKPARM parameter not recognised: "
                         parm-name
           move datetime(1:14) to run-start-stamp

           perform 101-load-run-parms
           if SIMULATION-RUN
              perform 261-prepare-simulation
           end-if
           perform 131-load-scoring-profiles

           open input hack-in-file
           open output hack-intf-file
           perform 106-load-search-strings
           perform 136-load-exclude-strings
           perform 206-load-editorial-list
           perform 231-open-quality-work
           perform 249-open-author-master
      *
      *   Reconcile the extract's batch header before touching any
      *   detail record - a stale or headerless file stops the run
           if EXTRACT-ERROR
              perform 118-fail-extract-run
           end-if
      *
      *   A simulation always reads its extract from the top - the
      *   checkpoint belongs to the live run.
           if SIMULATION-RUN
              move zero to records-read-count
              move zero to repaired-read-count
           else
              perform 108-check-restart
           end-if
           perform 110-open-reject-file
           perform 146-open-suppress-file.


           if not KEYWORD-EOF
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
                 move zero to kws-stories(search-string-count)
                 move zero to kws-points(search-string-count)

                 if keyword-category-in is equal to spaces
                    move "OTHER" to category-search-name
                 else
                    move function upper-case(
                            function trim(keyword-category-in))
                       to category-search-name
                 end-if
                 perform 213-find-or-add-category
                 move category-found-sub
                    to search-category-sub(search-string-count)
              else
                 display
                    "KEYWORDS has more than 50 entries - "
                 else
                    add 1 to skipped-detail-count
                    add 1 to seg-detail-count
                    move hack-in to extract-input-record
                    perform 232-profile-extract-record
                 end-if
              end-if
           end-if.
      * every carried or rejected record is committed to disk in
      * 123-create-output-record/125-write-reject-record, so the
      * on-disk checkpoint never claims a record is safe to skip past
      * before its output has actually been written. A simulation
      * keeps no checkpoint - the live run's is left as it stands.
           if not SIMULATION-RUN
              open output hack-restart-file
              move records-read-count to restart-main-count-x
              move repaired-read-count to restart-reprd-count-x
              move running-reject-count to restart-rejct-count-x
              write hack-restart
              close hack-restart-file
           end-if.

       112-obtain-current-date.
      *
           move mi to mm
           move report-time to rpt-time-out
           compute run-date-yyyymmdd =
                    year * 10000 + mo * 100 + da
           compute score-as-of-minutes = hh * 60 + mm

           if SIMULATION-RUN
              perform 262-set-simulation-as-of
           end-if.

       113-start-new-page.
      *
       114-read-last-extract-date.
      *
      * A first-ever run (or a lost EXTRDATE) simply compares against
      * zero, so any dated extract is accepted. A simulation compares
      * against zero too - replaying an old extract is its purpose.
           move zero to last-extract-stamp

           if not SIMULATION-RUN
              open input hack-extrdate-file

              if extrdate-file-status is equal to "00" then
                 read hack-extrdate-file
                    at end     move zero to last-extract-stamp
                    not at end move hack-extrdate to last-extract-stamp
                 end-read
                 close hack-extrdate-file
              end-if
           end-if.

       115-write-report-headers.

       117-write-last-extract-date.
      *
      * The run completed cleanly and the master is posted -
      * remember the newest snapshot's stamp so the same (or an
      * older) file is refused next time.
           open output hack-extrdate-file
           move newest-extract-stamp to hack-extrdate
           write hack-extrdate
                   "reconciliation: " extract-error-text

           move "EXTRFAIL" to run-disposition
           if not SIMULATION-RUN
              perform 187-write-runlog

              move zero to records-read-count
              move zero to repaired-read-count
              move zero to running-reject-count
              perform 111-write-checkpoint
              perform 129-clear-carry-file
           end-if

           close hack-in-file
           close hack-filtered-file
           close hack-intf-file
           close hack-repost-work
           close hack-reject-file
           close hack-quality-work
           if AUTHOR-MASTER-OPEN
              close hack-author-master
           end-if

           move 16 to return-code
           stop run.
                       add 1 to records-read-count
                       add 1 to seg-detail-count
                       move hack-in to extract-input-record
                       perform 232-profile-extract-record
                       perform 124-process-extract-record
                       if function mod(records-read-count, 5000)
                             is equal to zero
              end-if
           end-if

      *
      * The editorial list acts on the story id, whatever the title
      * says: a pinned story is reported even when no keyword
      * matched it (flag P), and a blocked one never is.
           move hack-in-id to editorial-search-id
           perform 208-find-editorial-entry

           if EDITORIAL-PIN and match-flag is equal to space
              move "P" to match-flag
           end-if

           if match-flag is not equal to space then
              if EDITORIAL-BLOCK
                 perform 210-write-editorial-block
              else
      *
      * A keyword matched, but an exclusion term can still kill the
      * title - a suppressed story goes to the audit file instead of
      * the report, with both the keyword and the exclusion on it.
      * An editorial pin outranks the exclusion list.
                 move spaces to matched-exclusion
                 move spaces to sup-editorial-note
                 if not EDITORIAL-PIN
                    perform 138-check-one-exclusion
                       varying exclude-idx from 1 by 1
                       until exclude-idx > exclude-string-count
                 end-if

                 if matched-exclusion is not equal to spaces
                    perform 139-write-suppress-record
                 else
                    perform 123-create-output-record
                 end-if
              end-if
           end-if.

      * Persist this already-scored story so that, if this run is
      * interrupted and later restarted from the checkpoint, the story
      * can be replayed into the resumed report instead of being lost.
      * A simulation is never resumed, so carries nothing.
           if not SIMULATION-RUN
              move hack-out-record to carry-record
              move score to carry-raw-score
              move score-2 to carry-raw-score-2
              move matched-keyword-list to carry-keywords
              move hack-in-url to carry-url
              write hack-carry-record
           end-if.

       129-clear-carry-file.
      *
           compute create-date-yyyymmdd =
                    create-year * 10000 + create-month * 100
                    + create-day
           move run-date-yyyymmdd to today-date-yyyymmdd

           compute day-diff =
                    function integer-of-date(today-date-yyyymmdd)
           compute day-diff-hours = day-diff * 24
      *
      * Elapsed time-of-day, in minutes, between the story's post time
      * and the run time (set in 112-obtain-current-date) - computed
      * on its own so the final age doesn't drop the mm term.
           compute elapsed-minutes =
                    score-as-of-minutes - (hour * 60 + minute)

           compute age rounded =
                    day-diff-hours + (elapsed-minutes / 60)
           end-if.

       150-build-sort-file.
      *
      * A simulation scores the archived extract alone: HACKCARY and
      * HACKREPR hold the live run's work and are left untouched.
           if not SIMULATION-RUN
              if restart-record-count is greater than zero
                 or repaired-restart-count is greater than zero
                 perform 151-replay-carried-records
              else
                 open output hack-carry-file
              end-if
           end-if

           perform 120-extract-from-csv until EOF
                 to extract-error-text
           end-if

           if not EXTRACT-ERROR and not SIMULATION-RUN
              perform 153-process-repaired-file
           end-if

           if not SIMULATION-RUN
              close hack-carry-file
           end-if.

       151-replay-carried-records.
      *
              perform 145-open-story-work
              perform 162-write-digest-header
              perform 167-write-html-header
              if not SECTIONED-REPORT
                 perform 215-open-html-table
              end-if
              perform 156-write-interface-header
              perform 161-write-one-sorted-record until SORT-EOF
              if not SECTIONED-REPORT
                 perform 216-close-html-table
                 perform 169-write-html-footer
              end-if
              perform 158-write-interface-trailer
           end-if.

                 move sr-match-flag to hack-out-match-flag

                 move sr-sort-key to score
                 move sr-url to story-url
                 perform 127-accumulate-trailer

                 move sr-keywords to matched-keyword-list
                 perform 218-assign-story-category

                 perform 144-detect-repost
                 perform 211-check-story-pinned
                 perform 250-check-new-submitter
                 move running-story-count to report-rank
                 move zero to report-section-rank
                 if not SECTIONED-REPORT
                    perform 165-write-filtered-record
                 end-if
                 perform 157-write-interface-record
      *
      * The top ten by score, and any editorially pinned story
      * wherever it ranked.
                 if digest-line-count is less than 10
                    or STORY-IS-PINNED
                    perform 163-write-digest-record
                 end-if

                 if not SECTIONED-REPORT
                    perform 168-write-html-record
                 end-if
                 perform 164-record-story-entry

                 perform 166-tally-keyword-stats
                    varying kw-stat-sub from 1 by 1
                    until kw-stat-sub > 5

       162-write-digest-header.
           move spaces to digest-record
           string "id,title,author,score,tag" delimited by size
              into digest-record
           move digest-record to hack-digest
           write hack-digest after advancing 1 line.

       163-write-digest-record.
      *
      * Compact top-10 feed record: id, title, author, score, tag.
      * The title is quoted since story titles routinely contain
      * commas.
           move spaces to digest-tag
           if STORY-IS-PINNED
              move "PINNED" to digest-tag
           end-if

           move spaces to digest-record
           string function trim(sr-id)     delimited by size
                  ","                      delimited by size
                  function trim(sr-author) delimited by size
                  ","                      delimited by size
                  sr-score                 delimited by size
                  ","                      delimited by size
                  digest-tag               delimited by space
              into digest-record
           move digest-record to hack-digest
           write hack-digest after advancing 1 line
           move repost-flag to stwk-repost-flag
           move repost-orig-id to stwk-orig-id
           move sr-url      to stwk-url
           move sr-time     to stwk-time
           move sr-match-flag to stwk-match-flag
           move story-pinned-flag to stwk-pinned-flag
           move filtered-notes to stwk-notes
           move story-section-sub to stwk-section-sub
           move story-section-rank to stwk-section-rank
           move story-category-list to stwk-category-list
           write hack-story-work-record.

       165-write-filtered-record.
              move repost-orig-id to repost-tag-id
              move repost-tag-area to hack-filtered(162:15)
           end-if
           move story-url to hack-filtered(178:120)
           move filtered-notes to hack-filtered(299:30)
           move report-rank to filtered-rank-out
           move report-section-rank to filtered-sect-out
           move filtered-rank-area to hack-filtered(331:14)
      *     display hack-out-record
           write hack-filtered after advancing 1 line
           add 1 to lines-on-page.
           move html-line to hack-html
           write hack-html after advancing 1 line

           if SIMULATION-RUN
              move "<h2>SIMULATION - not the published page</h2>"
                 to hack-html
              write hack-html after advancing 1 line
           end-if.

       168-write-html-record.
      *
      * item page when it did not), the comment count linked to the
      * item page (that is where the comments live), then the scored
      * numbers.
      * Within a section the rank shown is the story's rank in that
      * section; the overall rank is on FILTERED.
           add 1 to html-row-count
           if SECTIONED-REPORT
              move report-section-rank to html-rank-out
           else
              move report-rank to html-rank-out
           end-if

           move hack-out-title to html-title
           inspect html-title replacing all "<" by space
                                        all ">" by space
                                        all "&" by space
                                        all '"' by space

           if story-url is not equal to spaces
              move story-url to html-story-href
              inspect html-story-href replacing all '"' by space
                                               all "<" by space
                                               all ">" by space
              move spaces to html-story-href
              string "https://news.ycombinator.com/item?id="
                                          delimited by size
                     function trim(hack-out-id) delimited by size
                 into html-story-href
              end-string
           end-if

      *
      * An editorial placement is marked as such in front of the
      * title, so nobody mistakes it for earned rank.
           move spaces to html-pin-tag
           if STORY-IS-PINNED
              move "<strong>PINNED</strong>&nbsp;" to html-pin-tag
           end-if

           move spaces to html-line
           string "<tr><td>"           delimited by size
                  function trim(html-rank-out) delimited by size
                  "</td><td>"          delimited by size
                  html-pin-tag         delimited by space
                  '<a href="'          delimited by size
                  function trim(html-story-href) delimited by size
                  '">'                 delimited by size
                  function trim(html-title) delimited by size
                  "</a></td><td>"      delimited by size
                  function trim(hack-out-points) delimited by size
                  '</td><td><a href="' delimited by size
                  "https://news.ycombinator.com/item?id="
                                       delimited by size
                  function trim(hack-out-id) delimited by size
                  '">'                 delimited by size
                  function trim(hack-out-comments)
                                       delimited by size
                  "</a></td><td>"      delimited by size
                  function trim(hack-out-author) delimited by size
                  "</td><td>"          delimited by size
                  hack-out-score       delimited by size
                  "</td></tr>"         delimited by size
              into html-line
           end-string
           write hack-html after advancing 1 line.

       169-write-html-footer.
           move "</body></html>" to hack-html
           write hack-html after advancing 1 line.

      * Compare this run's ranked stories against the story master,
      * write the movers report (NEW, RISING, FALLING, DROPPED), then
      * bring the master up to date so the next run can do the same.
      * The master is copied off to its next generation first; if
      * that copy cannot be taken the master is left as it stands.
           perform 242-backup-story-master

           if MASTER-BACKUP-FAILED
              display "HACKRANK: HACKMSTR backup failed - master not "
                      "posted and movers report skipped"
           else
              perform 171-open-master-file
           end-if

           if MASTER-USABLE
              open output hack-movers-file
              input procedure  183-release-author-records
              output procedure 188-drain-author-sort

           if AUTHOR-MASTER-OPEN and not SIMULATION-RUN
              and not MASTER-BACKUP-FAILED
              perform 253-post-author-master
           end-if

           close hack-author-file
           close hack-author-work.

      * One keyed read on the author work file instead of a linear
      * name scan - a new author is written, a known one is
      * accumulated and rewritten.
           perform 201-extract-domain

           move stwk-author to auwk-name
           read hack-author-work
              invalid key
                 move stwk-points   to auwk-points
                 move stwk-comments to auwk-comments
                 move stwk-score    to auwk-best-score
                 initialize auwk-domain-list
                 move domain-name   to auwk-domain(1)
                 move 1             to auwk-domain-stories(1)
                 write hack-author-work-record
              not invalid key
                 add 1 to auwk-stories
                 if stwk-score > auwk-best-score
                    move stwk-score to auwk-best-score
                 end-if
                 perform 251-tally-author-domain
                 rewrite hack-author-work-record
           end-read.

                      " matched stories suppressed - see HACKSUPP"
           end-if

           if blocked-story-count > zero
              or pinned-story-count > zero
              display "HACKRANK editorial list: "
                      blocked-story-count " stories blocked - see "
                      "HACKSUPP, " pinned-story-count
                      " stories pinned"
           end-if

           if repost-count > zero
              display "HACKRANK reposts: " repost-count
                      " stories tagged as resubmissions of master "
      * A run that technically finished can still be one nobody
      * should distribute. Grade it: 8 when no keywords were loaded
      * or nothing at all matched, 4 when the reject ratio tops the
      * HACKPARM threshold, 0 otherwise. A master that could not be
      * backed up, and so was not posted, is 8 whatever the report
      * looked like. (A reconciliation failure stops earlier, in
      * 118-fail-extract-run, with 16.)
           compute total-input-count =
                    records-read-count + repaired-read-count

                            " records rejected - return code 4"
                 end-if
              end-if
           end-if

           if MASTER-BACKUP-FAILED
              move 8 to return-code
              move "BKUPFAIL" to run-disposition
              display "HACKRANK: story master not posted - "
                      "return code 8"
           end-if.

       187-write-runlog.
           move function current-date to datetime
           move datetime(1:14) to run-end-stamp

      *
      * Appending to a log still in the old record length would
      * leave every record after it misaligned.
           perform 269-check-runlog-layout
           if RUNLOG-OLD-LAYOUT
              display "RUNLOG is still in the 70-byte layout - run "
                      "HACKRLCV; audit record for run "
                      run-start-stamp " not written"
              if return-code is less than 4
                 move 4 to return-code
              end-if
           else
              open extend hack-runlog-file
              if runlog-file-status is not equal to "00"
                 open output hack-runlog-file
              end-if
              perform 270-append-runlog-record
           end-if.

       188-drain-author-sort.
           close hack-suppress-file
           close hack-intf-file
           close hack-story-work
           close hack-repost-work
           close hack-quality-work

           if AUTHOR-MASTER-OPEN
              close hack-author-master
           end-if.

       191-write-compare-report.
      *
                    move stwk-rank    to cs-rank
                    release compare-sort-record
                 when "C" perform 198-write-one-compare-line
                 when "K"
                    if stwk-section-sub is equal to category-sub
                       perform 223-write-section-story
                    end-if
                 when "X" perform 224-check-section-xref
                 when "G" perform 267-check-simulated-story
              end-evaluate
           end-if.

              move domain-detail-line to hack-domain
              write hack-domain after advancing 1 line
           end-if.

       206-load-editorial-list.
      *
      * The editorial list is optional - a missing EDITORIAL simply
      * means nothing is pinned and nothing is blocked. Today's date
      * is taken from the datetime 105 has just loaded, so expired
      * entries can be dropped as they are read.
           compute today-date-yyyymmdd =
                    year * 10000 + mo * 100 + da

           open input hack-editorial-file

           if editorial-file-status is equal to "00" then
              move "N" to editorial-eof-flag
              perform 207-read-editorial-record until EDITORIAL-EOF
              close hack-editorial-file
           end-if.

       207-read-editorial-record.
           read hack-editorial-file
              at end move "Y" to editorial-eof-flag
           end-read

           if not EDITORIAL-EOF
              if hack-editorial-in is not equal to spaces
                 and hack-editorial-in(1:1) is not equal to "*"
                 perform 209-store-editorial-entry
              end-if
           end-if.

       208-find-editorial-entry.
           move zero to editorial-found-sub
           move spaces to editorial-action

           perform 212-match-editorial-id
              varying editorial-idx from 1 by 1
              until editorial-idx > editorial-count
                 or editorial-found-sub is greater than zero

           if editorial-found-sub is greater than zero
              move edit-action(editorial-found-sub)
                 to editorial-action
           end-if.

       209-store-editorial-entry.
           move spaces to editorial-id-in
           move spaces to editorial-action-in
           move spaces to editorial-expiry-in
           move spaces to editorial-initials-in
           unstring hack-editorial-in delimited by ","
           into     editorial-id-in
                    editorial-action-in
                    editorial-expiry-in
                    editorial-initials-in
           end-unstring

           move function upper-case(editorial-action-in)
              to editorial-action-in

           move spaces to editorial-expiry-parts
           unstring editorial-expiry-in delimited by "/"
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

           evaluate true
              when editorial-id-in is equal to spaces
                 or editorial-id-in(9:2) is not equal to spaces
                 display "EDITORIAL record has no usable story id "
                         "- ignored: " hack-editorial-in(1:40)
              when editorial-action-in is not equal to "PIN"
                 and editorial-action-in is not equal to "BLOCK"
                 display "EDITORIAL action is not PIN or BLOCK "
                         "- ignored: " hack-editorial-in(1:40)
              when editorial-expiry-yyyymmdd is equal to zero
                 display "EDITORIAL expiry date is not valid "
                         "- ignored: " hack-editorial-in(1:40)
              when editorial-initials-in is equal to spaces
                 display "EDITORIAL record has no requester "
                         "initials - ignored: " hack-editorial-in(1:40)
              when editorial-expiry-yyyymmdd < today-date-yyyymmdd
                 display "EDITORIAL entry for " editorial-id-in
                         " expired " editorial-expiry-in
                         " - ignored"
              when other
                 move editorial-id-in(1:8) to editorial-search-id
                 perform 208-find-editorial-entry
                 if editorial-found-sub is greater than zero
                    display "EDITORIAL has a second entry for "
                            editorial-id-in " - the first one stands"
                 else
                    if editorial-count < 50 then
                       add 1 to editorial-count
                       move editorial-id-in(1:8)
                          to edit-id(editorial-count)
                       move editorial-action-in
                          to edit-action(editorial-count)
                       move editorial-expiry-yyyymmdd
                          to edit-expiry(editorial-count)
                       move editorial-initials-in
                          to edit-initials(editorial-count)
                    else
                       display "EDITORIAL has more than 50 entries - "
                               "ignoring the rest"
                       move "Y" to editorial-eof-flag
                    end-if
                 end-if
           end-evaluate.

       210-write-editorial-block.
      *
      * A blocked story goes to the suppression audit the same way an
      * excluded one does, with who blocked it and until when in
      * place of the exclusion term.
           move edit-expiry(editorial-found-sub)(5:2)
              to editorial-expiry-out(1:2)
           move "/" to editorial-expiry-out(3:1)
           move edit-expiry(editorial-found-sub)(7:2)
              to editorial-expiry-out(4:2)
           move "/" to editorial-expiry-out(6:1)
           move edit-expiry(editorial-found-sub)(1:4)
              to editorial-expiry-out(7:4)

           move "EDITORIAL BLOCK" to matched-exclusion
           move spaces to sup-editorial-note
           string "requested by "  delimited by size
                  edit-initials(editorial-found-sub)
                                   delimited by space
                  ", expires "     delimited by size
                  editorial-expiry-out delimited by size
              into sup-editorial-note
           end-string

           perform 139-write-suppress-record
           add 1 to blocked-story-count.

       211-check-story-pinned.
      *
      * At report time, after duplicate snapshots are merged, so a
      * pinned story is counted and tagged once.
           move sr-id to editorial-search-id
           perform 208-find-editorial-entry

           move spaces to filtered-notes
           if EDITORIAL-PIN
              move "Y" to story-pinned-flag
              move "PINNED" to filtered-notes
              add 1 to pinned-story-count
           else
              move "N" to story-pinned-flag
           end-if.

       212-match-editorial-id.
           if edit-id(editorial-idx) is equal to editorial-search-id
              move editorial-idx to editorial-found-sub
           end-if.

       213-find-or-add-category.
      *
      * Subscript of the named category, adding it to the end of the
      * table the first time it is seen.
           move zero to category-found-sub
           perform 214-match-category-name
              varying category-sub from 1 by 1
              until category-sub > category-count

           if category-found-sub is equal to zero
              add 1 to category-count
              move category-count to category-found-sub
              move category-search-name to cat-name(category-count)
              move zero to cat-stories(category-count)
              move zero to cat-points(category-count)
              move zero to cat-score-total(category-count)
              move zero to cat-xrefs(category-count)
           end-if.

       214-match-category-name.
           if cat-name(category-sub) is equal to category-search-name
              move category-sub to category-found-sub
           end-if.

       215-open-html-table.
           move '<table border="1">' to hack-html
           write hack-html after advancing 1 line
           move spaces to html-line
           string "<tr><th>Rank</th><th>Title</th><th>Points</th>"
                     delimited by size
                  "<th>Comments</th><th>Author</th><th>Score</th>"
                     delimited by size
                  "</tr>" delimited by size
              into html-line
           end-string
           move html-line to hack-html
           write hack-html after advancing 1 line.

       216-close-html-table.
           move "</table>" to hack-html
           write hack-html after advancing 1 line.

       217-write-sectioned-report.
      *
      * Second pass over the ranked stories for a sectioned report:
      * one section per keyword category, in KEYWORDS order, each
      * listing its own stories in rank order with their rank inside
      * the section, then the stories filed under another category
      * that also matched one of this one's keywords, then a
      * subtotal. An index of the sections heads the HTML page.
           move "<ul>" to hack-html
           write hack-html after advancing 1 line
           perform 227-write-html-index-entry
              varying category-sub from 1 by 1
              until category-sub > category-count
           move "</ul>" to hack-html
           write hack-html after advancing 1 line

           move zero to grand-points-total
           move zero to grand-score-total
           perform 222-write-one-section
              varying category-sub from 1 by 1
              until category-sub > category-count

           perform 229-write-grand-total
           perform 169-write-html-footer.

       218-assign-story-category.
      *
      * The distinct categories behind the story's matched keywords,
      * in match order. The first is the primary category it is
      * listed under; a story that matched no keyword (an editorial
      * pin) is listed under OTHER. Counted here, at report time,
      * so a merged duplicate snapshot counts once.
           move zeros to story-category-list
           perform 219-add-story-category
              varying kw-stat-sub from 1 by 1
              until kw-stat-sub > 5

           if story-category-sub(1) is equal to zero
              move "OTHER" to category-search-name
              perform 213-find-or-add-category
              move category-found-sub to story-category-sub(1)
           end-if

           move story-category-sub(1) to story-section-sub
           add 1 to cat-stories(story-section-sub)
           move cat-stories(story-section-sub) to story-section-rank
           compute cat-points(story-section-sub) =
                    cat-points(story-section-sub)
                  + function numval(sr-points)
           add score to cat-score-total(story-section-sub)

           perform 221-count-story-xref
              varying story-cat-check-sub from 2 by 1
              until story-cat-check-sub > 5.

       219-add-story-category.
           if matched-keyword(kw-stat-sub) is not equal to spaces
              move zero to keyword-found-sub
              move matched-keyword(kw-stat-sub)
                 to keyword-search-text
              perform 135-match-keyword-text
                 varying keyword-idx from 1 by 1
                 until keyword-idx > search-string-count

              if keyword-found-sub is greater than zero
                 move search-category-sub(keyword-found-sub)
                    to category-found-sub
                 move "N" to story-cat-dup-flag
                 perform 220-check-category-dup
                    varying story-cat-check-sub from 1 by 1
                    until story-cat-check-sub > 5
                 if not STORY-CATEGORY-DUP
                    move category-found-sub
                       to story-category-sub(kw-stat-sub)
                 end-if
              end-if
           end-if.

       220-check-category-dup.
           if story-category-sub(story-cat-check-sub) is equal to
              category-found-sub
              move "Y" to story-cat-dup-flag
           end-if.

       221-count-story-xref.
           if story-category-sub(story-cat-check-sub) is greater
              than zero
              and story-category-sub(story-cat-check-sub) is not
              equal to story-section-sub
              add 1 to cat-xrefs(story-category-sub
                                    (story-cat-check-sub))
           end-if.

       222-write-one-section.
      *
      * A category nothing matched this run gets no section.
           if cat-stories(category-sub) is greater than zero
              or cat-xrefs(category-sub) is greater than zero
              if lines-on-page + 3 is greater than lines-per-page
                 perform 113-start-new-page
              end-if

              move cat-name(category-sub) to sec-category-out
              move cat-stories(category-sub) to sec-stories-out
              move cat-xrefs(category-sub) to sec-xrefs-out
              move spaces to hack-filtered
              write hack-filtered after advancing 1 line
              move section-heading-line to hack-filtered
              write hack-filtered after advancing 1 line
              add 2 to lines-on-page

              move spaces to html-anchor-name
              string "sec"        delimited by size
                     category-sub delimited by size
                 into html-anchor-name
              end-string
              move spaces to html-line
              string '<h2 id="'   delimited by size
                     function trim(html-anchor-name)
                                  delimited by size
                     '">'         delimited by size
                     function trim(cat-name(category-sub))
                                  delimited by size
                     "</h2>"      delimited by size
                 into html-line
              end-string
              move html-line to hack-html
              write hack-html after advancing 1 line

              if cat-stories(category-sub) is greater than zero
                 perform 215-open-html-table
                 move "K" to movers-pass
                 perform 179-sweep-ranked-stories
                 perform 216-close-html-table
              end-if

              if cat-xrefs(category-sub) is greater than zero
                 if lines-on-page + 2 is greater than lines-per-page
                    perform 113-start-new-page
                 end-if
                 move section-xref-label-line to hack-filtered
                 write hack-filtered after advancing 1 line
                 add 1 to lines-on-page

                 move "<p>Also matched in this section:</p><ul>"
                    to hack-html
                 write hack-html after advancing 1 line
                 move "X" to movers-pass
                 perform 179-sweep-ranked-stories
                 move "</ul>" to hack-html
                 write hack-html after advancing 1 line
              end-if

              perform 228-write-section-total
           end-if.

       223-write-section-story.
      *
      * Rebuild the report line from the work file and write it the
      * same way the ranked report does.
           move stwk-id          to hack-out-id
           move stwk-title       to hack-out-title
           move stwk-points      to hack-out-points
           move stwk-comments    to hack-out-comments
           move stwk-author      to hack-out-author
           move stwk-time        to hack-out-time
           move stwk-score       to hack-out-score
           move stwk-match-flag  to hack-out-match-flag
           move stwk-repost-flag to repost-flag
           move stwk-orig-id     to repost-orig-id
           move stwk-pinned-flag to story-pinned-flag
           move stwk-notes       to filtered-notes
           move stwk-url         to story-url
           move stwk-rank        to report-rank
           move stwk-section-rank to report-section-rank

           perform 165-write-filtered-record
           perform 168-write-html-record.

       224-check-section-xref.
           if stwk-section-sub is not equal to category-sub
              move "N" to xref-match-flag
              perform 225-match-section-xref
                 varying story-cat-check-sub from 1 by 1
                 until story-cat-check-sub > 5
              if STORY-XREF-HERE
                 perform 226-write-section-xref
              end-if
           end-if.

       225-match-section-xref.
           if stwk-category-sub(story-cat-check-sub) is equal to
              category-sub
              move "Y" to xref-match-flag
           end-if.

       226-write-section-xref.
      *
      * A pointer, not a second listing: the story, and where it is
      * listed in full.
           if lines-on-page is not less than lines-per-page
              perform 113-start-new-page
           end-if

           move stwk-id to xref-id
           move stwk-title to xref-title
           move cat-name(stwk-section-sub) to xref-category
           move stwk-section-rank to xref-rank
           move section-xref-line to hack-filtered
           write hack-filtered after advancing 1 line
           add 1 to lines-on-page

           move stwk-title to html-title
           inspect html-title replacing all "<" by space
                                        all ">" by space
                                        all "&" by space
                                        all '"' by space
           move spaces to html-anchor-name
           string "sec"            delimited by size
                  stwk-section-sub delimited by size
              into html-anchor-name
           end-string

           move spaces to html-line
           string "<li>"           delimited by size
                  function trim(html-title) delimited by size
                  ' - see <a href="#' delimited by size
                  function trim(html-anchor-name) delimited by size
                  '">'             delimited by size
                  function trim(cat-name(stwk-section-sub))
                                   delimited by size
                  "</a> rank "     delimited by size
                  function trim(xref-rank) delimited by size
                  "</li>"          delimited by size
              into html-line
           end-string
           move html-line to hack-html
           write hack-html after advancing 1 line.

       227-write-html-index-entry.
           if cat-stories(category-sub) is greater than zero
              or cat-xrefs(category-sub) is greater than zero
              move cat-stories(category-sub) to sec-stories-out
              move spaces to html-anchor-name
              string "sec"        delimited by size
                     category-sub delimited by size
                 into html-anchor-name
              end-string

              move spaces to html-line
              string '<li><a href="#' delimited by size
                     function trim(html-anchor-name)
                                  delimited by size
                     '">'         delimited by size
                     function trim(cat-name(category-sub))
                                  delimited by size
                     "</a> ("     delimited by size
                     function trim(sec-stories-out)
                                  delimited by size
                     ")</li>"     delimited by size
                 into html-line
              end-string
              move html-line to hack-html
              write hack-html after advancing 1 line
           end-if.

       228-write-section-total.
           move zero to section-average-score
           if cat-stories(category-sub) is greater than zero
              compute section-average-score rounded =
                       cat-score-total(category-sub)
                     / cat-stories(category-sub)
           end-if

           move spaces to sec-total-label
           string "Total for "  delimited by size
                  function trim(cat-name(category-sub))
                                delimited by size
              into sec-total-label
           end-string
           move cat-stories(category-sub) to sec-total-stories
           move cat-points(category-sub) to sec-total-points
           move section-average-score to sec-total-average
           perform 230-write-total-line

           add cat-points(category-sub) to grand-points-total
           add cat-score-total(category-sub) to grand-score-total.

       229-write-grand-total.
      *
      * Every ranked story is listed in exactly one section, so the
      * grand total is the run's story count.
           move zero to section-average-score
           if running-story-count is greater than zero
              compute section-average-score rounded =
                       grand-score-total / running-story-count
           end-if

           move "All sections" to sec-total-label
           move running-story-count to sec-total-stories
           move grand-points-total to sec-total-points
           move section-average-score to sec-total-average
           perform 230-write-total-line.

       230-write-total-line.
           if lines-on-page is not less than lines-per-page
              perform 113-start-new-page
           end-if

           move section-total-line to hack-filtered
           write hack-filtered after advancing 1 line
           add 1 to lines-on-page

           move spaces to html-line
           string "<p><strong>"  delimited by size
                  function trim(sec-total-label) delimited by size
                  ":</strong> "  delimited by size
                  function trim(sec-total-stories) delimited by size
                  " stories, "   delimited by size
                  function trim(sec-total-points) delimited by size
                  " points, average score " delimited by size
                  sec-total-average delimited by size
                  "</p>"         delimited by size
              into html-line
           end-string
           move html-line to hack-html
           write hack-html after advancing 1 line.

       231-open-quality-work.
      *
      * Scratch work file, created empty every run - a restart
      * profiles the skipped records again, so nothing is carried.
           open output hack-quality-work
           close hack-quality-work
           open i-o hack-quality-work

           if dqwk-file-status is equal to "00"
              move "Y" to quality-work-flag
           else
              display "HACKDQWK could not be opened (status "
                      dqwk-file-status ") - repeated ids not counted"
           end-if.

       232-profile-extract-record.
      *
      * An extract can reconcile perfectly against its trailer and
      * still be wrong. Count the symptoms of a bad feed as each
      * detail record goes by, before validation decides anything
      * about it.
           unstring extract-input-record delimited by ","
           into     hack-in-id
                    hack-in-title
                    hack-in-points
                    hack-in-comments
                    hack-in-author
                    hack-in-create-dt
           end-unstring

           if function test-numval-f(hack-in-points) is equal to zero
              if function numval-f(hack-in-points) is equal to zero
                 add 1 to dq-zero-point-count
              end-if
           end-if

           if hack-in-author is equal to spaces
              add 1 to dq-blank-author-count
           end-if
      *
      * A post cannot be newer than the snapshot it arrived in.
           move spaces to dq-post-date
           move spaces to dq-post-time
           move spaces to dq-post-month-x
           move spaces to dq-post-day-x
           move spaces to dq-post-year-x
           move spaces to dq-post-hour-x
           move spaces to dq-post-minute-x
           unstring hack-in-create-dt delimited by space
           into     dq-post-date
                    dq-post-time
           end-unstring
           unstring dq-post-date delimited by "/"
           into     dq-post-month-x
                    dq-post-day-x
                    dq-post-year-x
           end-unstring
           unstring dq-post-time delimited by ":"
           into     dq-post-hour-x
                    dq-post-minute-x
           end-unstring

           if function test-numval-f(dq-post-month-x) = zero
              and function test-numval-f(dq-post-day-x) = zero
              and function test-numval-f(dq-post-year-x) = zero
              and function test-numval-f(dq-post-hour-x) = zero
              and function test-numval-f(dq-post-minute-x) = zero
              compute dq-post-stamp =
                  function numval-f(dq-post-year-x)   * 100000000
                + function numval-f(dq-post-month-x)  * 1000000
                + function numval-f(dq-post-day-x)    * 10000
                + function numval-f(dq-post-hour-x)   * 100
                + function numval-f(dq-post-minute-x)
              if dq-post-stamp is greater than extract-date-stamp
                 add 1 to dq-future-post-count
              end-if
           end-if
      *
      * The work file refuses a second copy of the same snapshot
      * and id - that refusal is the repeat.
           if hack-in-id is not equal to spaces
              and QUALITY-WORK-OPEN
              move extract-segment-count to dqwk-segment
              move hack-in-id to dqwk-id
              write hack-quality-work-record
                 invalid key add 1 to dq-repeat-id-count
              end-write
           end-if.

       233-check-data-quality.
      *
      * Weigh this extract's profile against the trailing average
      * of the last clean runs, report every measure on DQREPORT,
      * and grade the run 4 when any of them is out of its band so
      * the scheduler holds distribution until someone has looked.
      * A complete file can still be a third of its usual size, or
      * carry nothing but zero points.
           move records-read-count    to dqm-this(1)
           move running-story-count   to dqm-this(2)
           move running-reject-count  to dqm-this(3)
           move dq-zero-point-count   to dqm-this(4)
           move dq-blank-author-count to dqm-this(5)
           move dq-future-post-count  to dqm-this(6)
           move dq-repeat-id-count    to dqm-this(7)

           perform 234-load-quality-history

           open output hack-quality-file
           move todays-date to dq-date-out
           move report-time to dq-time-out
           move newest-extract-stamp to dq-extract-out
           move quality-title-line to hack-quality
           write hack-quality
           move quality-column-line to hack-quality
           write hack-quality after advancing 2 lines
           move spaces to hack-quality
           write hack-quality after advancing 1 line

           move zero to dq-breach-count
           perform 238-write-quality-measure
              varying dq-measure-sub from 1 by 1
              until dq-measure-sub > 7

           perform 241-write-quality-summary
           close hack-quality-file

           if dq-breach-count is greater than zero
              display "HACKRANK: " dq-breach-count
                      " extract data-quality bands breached - "
                      "see DQREPORT"
              if return-code is less than 4
                 move 4 to return-code
                 move "DQWARN  " to run-disposition
              end-if
           end-if.

       234-load-quality-history.
      *
      * Keep the most recent DQ-HISTORY-RUNS runs that ended NORMAL
      * - a held or failed run is no baseline. Runs logged before
      * RUNLOG carried the profile counts are passed over.
           move zero to dq-history-count
           move zero to dq-history-next

           perform 269-check-runlog-layout
           if RUNLOG-OLD-LAYOUT
              display "RUNLOG is still in the 70-byte layout - run "
                      "HACKRLCV; no run history for the quality check"
           else
              open input hack-runlog-file
           end-if

           if runlog-file-status is equal to "00"
              and not RUNLOG-OLD-LAYOUT
              move "N" to quality-runlog-eof-flag
              perform 235-read-quality-history
                 until QUALITY-RUNLOG-EOF
              close hack-runlog-file
           end-if

           perform 236-sum-quality-measure
              varying dq-measure-sub from 1 by 1
              until dq-measure-sub > 7.

       235-read-quality-history.
           read hack-runlog-file
              at end move "Y" to quality-runlog-eof-flag
           end-read

           if not QUALITY-RUNLOG-EOF
              move hack-runlog to runlog-record
              if rl-disposition is equal to "NORMAL"
                 and rl-records-read is numeric
                 and rl-matched is numeric
                 and rl-rejected is numeric
                 and rl-zero-points is numeric
                 and rl-blank-authors is numeric
                 and rl-future-posts is numeric
                 and rl-repeat-ids is numeric
                 if rl-records-read is greater than zero
                    if dq-history-next is not less than
                       dq-history-runs
                       move zero to dq-history-next
                    end-if
                    add 1 to dq-history-next
                    move rl-records-read
                       to dqh-count(dq-history-next, 1)
                    move rl-matched
                       to dqh-count(dq-history-next, 2)
                    move rl-rejected
                       to dqh-count(dq-history-next, 3)
                    move rl-zero-points
                       to dqh-count(dq-history-next, 4)
                    move rl-blank-authors
                       to dqh-count(dq-history-next, 5)
                    move rl-future-posts
                       to dqh-count(dq-history-next, 6)
                    move rl-repeat-ids
                       to dqh-count(dq-history-next, 7)
                    if dq-history-count is less than dq-history-runs
                       add 1 to dq-history-count
                    end-if
                 end-if
              end-if
           end-if.

       236-sum-quality-measure.
           move zero to dqm-total(dq-measure-sub)
           move zero to dqm-rate-total(dq-measure-sub)
           perform 237-add-one-history-run
              varying dq-history-sub from 1 by 1
              until dq-history-sub > dq-history-count.

       237-add-one-history-run.
           add dqh-count(dq-history-sub, dq-measure-sub)
              to dqm-total(dq-measure-sub)
           compute dqm-rate-total(dq-measure-sub) rounded =
                    dqm-rate-total(dq-measure-sub)
                  + dqh-count(dq-history-sub, dq-measure-sub) * 100
                  / dqh-count(dq-history-sub, 1).

       238-write-quality-measure.
      *
      * This run's figure always prints; the average, change and
      * band only once there is enough clean history to judge by.
           move dqm-name(dq-measure-sub) to dq-name-out
           move dqm-this(dq-measure-sub) to dq-this-out
           move spaces to dq-average-out
           move spaces to dq-rate-out
           move spaces to dq-average-rate-out
           move spaces to dq-change-out
           move spaces to dq-band-out
           move "-" to dq-result-out

           move zero to dq-rate
           if dq-measure-sub is greater than 2
              and records-read-count is greater than zero
              compute dq-rate rounded =
                       dqm-this(dq-measure-sub) * 100
                       / records-read-count
              move dq-rate to dq-pct-edit
              move dq-pct-edit to dq-rate-out
           end-if

           if dq-history-count is not less than dq-min-runs
              compute dq-average rounded =
                       dqm-total(dq-measure-sub) / dq-history-count
              move dq-average to dq-average-edit
              move dq-average-edit to dq-average-out
              if dq-measure-sub is not greater than 2
                 perform 239-band-volume-measure
              else
                 perform 240-band-defect-measure
              end-if
           end-if

           move quality-detail-line to hack-quality
           write hack-quality after advancing 1 line.

       239-band-volume-measure.
      *
      * Volumes may swing either way by their band, in percent of
      * the average.
           if dq-measure-sub is equal to 1
              move dq-volume-pct to dq-band
           else
              move dq-match-pct to dq-band
           end-if

           move zero to dq-change
           if dq-average is greater than zero
              compute dq-change rounded =
                       (dqm-this(dq-measure-sub) - dq-average) * 100
                       / dq-average
           end-if
           if dq-change is greater than 99999
              move 99999 to dq-change
           end-if
           move dq-change to dq-change-edit
           move dq-change-edit to dq-change-out

           move dq-band to dq-band-edit
           string "+/-"                      delimited by size
                  function trim(dq-band-edit) delimited by size
                  "%"                        delimited by size
              into dq-band-out
           end-string

           if dq-change is greater than dq-band
              or dq-change + dq-band is less than zero
              move "BREACH" to dq-result-out
              add 1 to dq-breach-count
           else
              move "OK" to dq-result-out
           end-if.

       240-band-defect-measure.
      *
      * Defects may only rise by their band, in points of rate over
      * the average rate - an average of none still allows a few.
           compute dq-average-rate rounded =
                    dqm-rate-total(dq-measure-sub) / dq-history-count
           move dq-average-rate to dq-pct-edit
           move dq-pct-edit to dq-average-rate-out

           compute dq-change = dq-rate - dq-average-rate
           move dq-change to dq-change-edit
           move dq-change-edit to dq-change-out

           move dq-defect-pts to dq-band-edit
           string "+"                        delimited by size
                  function trim(dq-band-edit) delimited by size
                  " pts"                     delimited by size
              into dq-band-out
           end-string

           if dq-change is greater than dq-defect-pts
              move "BREACH" to dq-result-out
              add 1 to dq-breach-count
           else
              move "OK" to dq-result-out
           end-if.

       241-write-quality-summary.
           move spaces to hack-quality
           write hack-quality after advancing 1 line

           move spaces to quality-message-line
           if dq-history-count is less than dq-min-runs
              string "History: " delimited by size
                     dq-history-count delimited by size
                     " clean runs on RUNLOG, " delimited by size
                     dq-min-runs delimited by size
                     " needed - this extract was not compared"
                                 delimited by size
                 into quality-message-line
              end-string
           else
              string "History: average of the last "
                                 delimited by size
                     dq-history-count delimited by size
                     " clean runs on RUNLOG" delimited by size
                 into quality-message-line
              end-string
           end-if
           move quality-message-line to hack-quality
           write hack-quality after advancing 1 line

           move spaces to quality-message-line
           if dq-breach-count is greater than zero
              string "Result: " delimited by size
                     dq-breach-count delimited by size
                     " bands breached - hold distribution until "
                                 delimited by size
                     "the extract has been reviewed"
                                 delimited by size
                 into quality-message-line
              end-string
           else
              move "Result: every measure within its band"
                 to quality-message-line
           end-if
           move quality-message-line to hack-quality
           write hack-quality after advancing 1 line.

       242-backup-story-master.
      *
      * Copy the whole master to the next generation slot before
      * this run posts to it, so a run that abends part way through
      * the sweeps, or posts a bad extract, can be put back with
      * HACKMVFY. The slot is marked PARTIAL on HACKGCTL before the
      * copy starts and COMPLETE only once every record is across.
      * No master yet (the first run) means nothing to copy.
           open input hack-master-file

           if master-file-status is equal to "00"
              perform 243-load-generation-control
              compute gen-next-generation = gen-last-generation + 1
              compute gen-next-slot =
                       function mod(gen-last-generation,
                                    master-generations) + 1

              move gen-next-generation to
                   gent-generation(gen-next-slot)
              move run-start-stamp to gent-stamp(gen-next-slot)
              move zero to gent-record-count(gen-next-slot)
              move "PARTIAL " to gent-state(gen-next-slot)
              perform 245-write-generation-control

              if not MASTER-BACKUP-FAILED
                 perform 247-copy-story-master
              end-if

              if not MASTER-BACKUP-FAILED
                 move backup-record-count to
                      gent-record-count(gen-next-slot)
                 move "COMPLETE" to gent-state(gen-next-slot)
                 perform 245-write-generation-control
              end-if

              close hack-master-file
           else
              if master-file-status is not equal to "35"
                 display "HACKMSTR could not be opened for backup "
                         "(status " master-file-status ")"
                 move "F" to master-backup-flag
              end-if
           end-if

           if not MASTER-BACKUP-FAILED
              and master-file-status is not equal to "35"
              display "HACKRANK: HACKMSTR generation "
                      gen-next-generation " taken to "
                      master-backup-name " - " backup-record-count
                      " records"
           end-if.

       243-load-generation-control.
      *
      * Pick up what every slot holds. A missing HACKGCTL is a first
      * backup ever: every slot is empty and this is generation 1.
           move zero to gen-last-generation
           initialize gen-control-table

           open input hack-gen-control-file
           if gen-control-file-status is equal to "00"
              move "N" to gen-control-eof-flag
              perform 244-read-generation-entry
                      until GEN-CONTROL-EOF
              close hack-gen-control-file
           end-if.

       244-read-generation-entry.
           read hack-gen-control-file into gen-control-record
              at end move "Y" to gen-control-eof-flag
           end-read

           if not GEN-CONTROL-EOF
              if gctl-slot is numeric
                 and gctl-slot is greater than zero
                 and gctl-slot is not greater than 9
                 and gctl-generation is numeric
                 move gctl-generation   to gent-generation(gctl-slot)
                 move gctl-stamp        to gent-stamp(gctl-slot)
                 move gctl-record-count to
                      gent-record-count(gctl-slot)
                 move gctl-state        to gent-state(gctl-slot)
                 if gctl-generation is greater than
                    gen-last-generation
                    move gctl-generation to gen-last-generation
                 end-if
              end-if
           end-if.

       245-write-generation-control.
      *
      * HACKGCTL is rewritten whole each time, one record per slot
      * that has ever held a generation.
           open output hack-gen-control-file
           if gen-control-file-status is equal to "00"
              perform 246-write-generation-entry
                      varying gen-slot-sub from 1 by 1
                      until gen-slot-sub > 9
              close hack-gen-control-file
           else
              display "HACKGCTL could not be opened (status "
                      gen-control-file-status ")"
              move "F" to master-backup-flag
           end-if.

       246-write-generation-entry.
           if gent-generation(gen-slot-sub) is greater than zero
              move gen-slot-sub to gctl-slot
              move gent-generation(gen-slot-sub)   to gctl-generation
              move gent-stamp(gen-slot-sub)        to gctl-stamp
              move gent-record-count(gen-slot-sub) to
                   gctl-record-count
              move gent-state(gen-slot-sub)        to gctl-state
              write hack-gen-control from gen-control-record
           end-if.

       247-copy-story-master.
           move spaces to master-backup-name
           string "HACKMG"      delimited by size
                  gen-next-slot delimited by size
              into master-backup-name
           end-string

           open output hack-master-backup
           if backup-file-status is equal to "00"
              move zero to backup-record-count
              move low-values to mstr-id
              start hack-master-file key is not less than mstr-id
                 invalid key     move "Y" to master-eof-flag
                 not invalid key move "N" to master-eof-flag
              end-start
              perform 248-copy-one-master-record until MASTER-EOF
              close hack-master-backup
           else
              display master-backup-name " could not be opened "
                      "(status " backup-file-status ")"
              move "F" to master-backup-flag
           end-if.

       248-copy-one-master-record.
      *
      * A read that fails part way is not the end of the master -
      * the copy is short, and a short copy is no backup.
           read hack-master-file next
              at end move "Y" to master-eof-flag
           end-read

           if master-file-status is not equal to "00"
              move "Y" to master-eof-flag
              if master-file-status is not equal to "10"
                 display "HACKMSTR read failed during backup (status "
                         master-file-status ")"
                 move "F" to master-backup-flag
              end-if
           end-if

           if not MASTER-EOF
              move hack-master-record to hack-master-backup-record
              write hack-master-backup-record
              if backup-file-status is equal to "00"
                 add 1 to backup-record-count
              else
                 display master-backup-name " write failed (status "
                         backup-file-status ")"
                 move "F" to master-backup-flag
                 move "Y" to master-eof-flag
              end-if
           end-if.

       249-open-author-master.
      *
      * The first run ever has no author master - create it empty,
      * so every author this run is a NEW SUBMITTER. A simulation
      * only looks authors up, so it opens the master for input and
      * never creates it.
           if SIMULATION-RUN
              open input hack-author-master
           else
              open i-o hack-author-master

              if amst-file-status is equal to "35"
                 open output hack-author-master
                 close hack-author-master
                 open i-o hack-author-master
              end-if
           end-if

           if amst-file-status is equal to "00"
              move "Y" to author-master-flag
           else
              display "HACKAMST could not be opened (status "
                      amst-file-status ") - no NEW SUBMITTER tags "
                      "and the author master is not posted"
           end-if.

       250-check-new-submitter.
      *
      * The author master is only posted after the report is out,
      * so at this point it still shows the runs before this one.
      * An author with no record there has never put a story on our
      * page before.
           if AUTHOR-MASTER-OPEN
              and sr-author is not equal to spaces
              move sr-author to amst-name
              read hack-author-master
                 invalid key
                    add 1 to new-submitter-count
                    if filtered-notes is equal to spaces
                       move "NEW SUBMITTER" to filtered-notes
                    else
                       move filtered-notes to notes-hold
                       move spaces to filtered-notes
                       string function trim(notes-hold)
                                            delimited by size
                              " NEW SUBMITTER" delimited by size
                          into filtered-notes
                       end-string
                    end-if
              end-read
           end-if.

       251-tally-author-domain.
           move zero to author-domain-found-sub
           move zero to author-domain-free-sub
           perform 252-match-author-domain
                   varying author-domain-sub from 1 by 1
                   until author-domain-sub > 5

           if author-domain-found-sub is greater than zero
              add 1 to auwk-domain-stories(author-domain-found-sub)
           else
              if author-domain-free-sub is greater than zero
                 move domain-name to
                      auwk-domain(author-domain-free-sub)
                 move 1 to auwk-domain-stories(author-domain-free-sub)
              end-if
           end-if.

       252-match-author-domain.
           if auwk-domain(author-domain-sub) is equal to domain-name
              and author-domain-found-sub is equal to zero
              move author-domain-sub to author-domain-found-sub
           end-if
           if auwk-domain(author-domain-sub) is equal to spaces
              and author-domain-free-sub is equal to zero
              move author-domain-sub to author-domain-free-sub
           end-if.

       253-post-author-master.
      *
      * Fold this run's author rollup into the all-time author master
      * and, under the leaderboard, list every author of this run
      * whose matched stories now come mostly from one domain.
           move spaces to hack-author
           write hack-author after advancing 2 lines
           move spaces to hack-author
           string "Authors for editorial review - matched stories "
                                         delimited by size
                  "mostly from one domain" delimited by size
              into hack-author
           end-string
           write hack-author after advancing 1 line
           move author-review-column-line to hack-author
           write hack-author after advancing 1 line

           move low-values to auwk-name
           start hack-author-work key is not less than auwk-name
              invalid key     move "Y" to auwk-eof-flag
              not invalid key move "N" to auwk-eof-flag
           end-start

           perform 254-post-one-author until AUWK-EOF

           if authors-review-count is equal to zero
              move "   (none)" to hack-author
              write hack-author after advancing 1 line
           end-if

           move spaces to hack-author
           write hack-author after advancing 1 line
           move spaces to hack-author
           string "Author master: " delimited by size
                  authors-posted-count delimited by size
                  " authors posted, " delimited by size
                  authors-added-count delimited by size
                  " new, " delimited by size
                  new-submitter-count delimited by size
                  " stories tagged NEW SUBMITTER, " delimited by size
                  authors-review-count delimited by size
                  " for review" delimited by size
              into hack-author
           end-string
           write hack-author after advancing 1 line

           display "HACKRANK: author master - " authors-posted-count
                   " posted, " authors-added-count " new, "
                   authors-review-count " for review".

       254-post-one-author.
           read hack-author-work next
              at end move "Y" to auwk-eof-flag
           end-read

           if auwk-file-status is not equal to "00"
              move "Y" to auwk-eof-flag
           end-if

           if not AUWK-EOF
              and auwk-name is not equal to spaces
              perform 255-update-author-master
           end-if.

       255-update-author-master.
           move auwk-name to amst-name
           read hack-author-master
              invalid key
                 move "Y" to author-new-flag
                 initialize hack-author-master-record
                 move auwk-name          to amst-name
                 move run-date-yyyymmdd  to amst-first-seen
                 move auwk-best-score    to amst-best-score
                 move run-date-yyyymmdd  to amst-best-score-dt
                 move "N"                to amst-review-flag
              not invalid key
                 move "N" to author-new-flag
           end-read

           if amst-year is not equal to run-date-yyyymmdd(1:4)
              move run-date-yyyymmdd(1:4) to amst-year
              move zero to amst-year-stories
              move zero to amst-year-points
              move zero to amst-year-comments
           end-if

           move run-date-yyyymmdd to amst-last-seen
           add auwk-stories  to amst-stories  amst-year-stories
           add auwk-points   to amst-points   amst-year-points
           add auwk-comments to amst-comments amst-year-comments
           if auwk-best-score > amst-best-score
              move auwk-best-score   to amst-best-score
              move run-date-yyyymmdd to amst-best-score-dt
           end-if

           perform 256-post-author-domain
                   varying author-domain-sub from 1 by 1
                   until author-domain-sub > 5
           perform 258-assess-self-promotion

           if AUTHOR-IS-NEW
              write hack-author-master-record
                 invalid key
                    display "HACKAMST write failed for " amst-name
                 not invalid key
                    add 1 to authors-added-count
                    add 1 to authors-posted-count
              end-write
           else
              rewrite hack-author-master-record
                 invalid key
                    display "HACKAMST rewrite failed for " amst-name
                 not invalid key
                    add 1 to authors-posted-count
              end-rewrite
           end-if.

       256-post-author-domain.
      *
      * Add one of this run's domains to the author's slots: onto
      * its own slot if it has one, else the first empty slot, else
      * over the slot least submitted from.
           if auwk-domain(author-domain-sub) is not equal to spaces
              move zero to author-domain-found-sub
              move zero to author-domain-free-sub
              move 1    to author-domain-low-sub
              perform 257-match-master-domain
                      varying author-top-domain-sub from 1 by 1
                      until author-top-domain-sub > 5

              if author-domain-found-sub is equal to zero
                 if author-domain-free-sub is greater than zero
                    move author-domain-free-sub
                       to author-domain-found-sub
                 else
                    move author-domain-low-sub
                       to author-domain-found-sub
                 end-if
                 move auwk-domain(author-domain-sub)
                    to amst-domain(author-domain-found-sub)
                 move zero
                    to amst-domain-stories(author-domain-found-sub)
              end-if

              add auwk-domain-stories(author-domain-sub)
                 to amst-domain-stories(author-domain-found-sub)
           end-if.

       257-match-master-domain.
           if amst-domain(author-top-domain-sub) is equal to
              auwk-domain(author-domain-sub)
              and author-domain-found-sub is equal to zero
              move author-top-domain-sub to author-domain-found-sub
           end-if
           if amst-domain(author-top-domain-sub) is equal to spaces
              and author-domain-free-sub is equal to zero
              move author-top-domain-sub to author-domain-free-sub
           end-if
           if amst-domain-stories(author-top-domain-sub) is less than
              amst-domain-stories(author-domain-low-sub)
              move author-top-domain-sub to author-domain-low-sub
           end-if.

       258-assess-self-promotion.
      *
      * Weigh the author's busiest real domain against everything
      * the author has had matched, all time.
           move zero to author-top-domain-sub
           move zero to author-top-domain-pct
           perform 259-find-top-domain
                   varying author-domain-sub from 1 by 1
                   until author-domain-sub > 5

           if author-top-domain-sub is greater than zero
              and amst-stories is greater than zero
              compute author-top-domain-pct =
                       amst-domain-stories(author-top-domain-sub)
                       * 100 / amst-stories
           end-if

           if amst-stories is not less than self-promo-min
              and author-top-domain-sub is greater than zero
              and author-top-domain-pct is not less than
                  self-promo-pct
              if amst-review-flag is not equal to "Y"
                 move "Y" to amst-review-flag
                 move run-date-yyyymmdd to amst-review-dt
              end-if
              perform 260-write-review-line
           else
              move "N" to amst-review-flag
           end-if.

       259-find-top-domain.
           if amst-domain(author-domain-sub) is not equal to spaces
              and amst-domain(author-domain-sub) is not equal to
                  "(none)"
              if author-top-domain-sub is equal to zero
                 move author-domain-sub to author-top-domain-sub
              else
                 if amst-domain-stories(author-domain-sub) >
                    amst-domain-stories(author-top-domain-sub)
                    move author-domain-sub to author-top-domain-sub
                 end-if
              end-if
           end-if.

       260-write-review-line.
           add 1 to authors-review-count
           move amst-name    to arv-name-out
           move amst-stories to arv-stories-out
           move amst-domain(author-top-domain-sub) to arv-domain-out
           move amst-domain-stories(author-top-domain-sub)
              to arv-domain-stories-out
           move author-top-domain-pct to arv-pct-out
           move amst-review-dt(5:2) to review-month-out
           move amst-review-dt(7:2) to review-day-out
           move amst-review-dt(1:4) to review-year-out
           move review-date-out to arv-flagged-out
           move author-review-line to hack-author
           write hack-author after advancing 1 line.

       261-prepare-simulation.
      *
      * Every report and distribution file goes out under a SIMxxxx
      * name, and every report title says SIMULATION.
           move "SIMFILT"  to filtered-file-name
           move "SIMREJ"   to reject-file-name
           move "SIMDIGST" to digest-file-name
           move "SIMAUTH"  to author-file-name
           move "SIMHTML"  to html-file-name
           move "SIMCOMP"  to compare-file-name
           move "SIMKWDT"  to kwdetail-file-name
           move "SIMSUPP"  to suppress-file-name
           move "SIMINTF"  to intf-file-name
           move "SIMDOMN"  to domain-file-name
           move "SIMDQRPT" to quality-file-name

           move "SIMULATION" to hdr-simulation-out
           move "SIMULATION" to auth-simulation-out
           move "SIMULATION" to dom-simulation-out
           move "SIMULATION" to dq-simulation-out
           move "SIMULATION" to cmp-simulation-out

           display "HACKRANK: RUN-MODE=SIMULATE - replaying HACKNEWS, "
                   "the story master and run files are not updated".

       262-set-simulation-as-of.
      *
      * Score as at the extract's header date and time - the nearest
      * thing on file to when the real run scored it - and measure
      * the repost window back from the same day.
           move newest-extract-stamp to extract-as-of-stamp
           move as-of-yyyymmdd to run-date-yyyymmdd
           compute score-as-of-minutes = as-of-hh * 60 + as-of-mm

           display "HACKRANK: SIMULATE run scoring as at extract "
                   newest-extract-stamp.

       263-write-simulation-diff.
      *
      * Set this run's ranked stories against the FILTERED the real
      * run produced from the same extract (SIMBASE): stories the
      * simulation lost or moved, in real-page order, then stories
      * it gained, in simulated order.
           open output sim-diff-file
           move todays-date to sdf-date-out
           move report-time to sdf-time-out
           move newest-extract-stamp to sdf-extract-out
           move sim-diff-title-line to sim-diff-report
           write sim-diff-report
           move sim-diff-column-line to sim-diff-report
           write sim-diff-report after advancing 1 line

           open input sim-base-file

           if sim-base-file-status is not equal to "00"
              move spaces to sim-diff-report
              string "SIMBASE could not be opened (status "
                                       delimited by size
                     sim-base-file-status delimited by size
                     ") - there is no real FILTERED to compare with"
                                       delimited by size
                 into sim-diff-report
              end-string
              write sim-diff-report after advancing 2 lines
              display "HACKRANK: SIMBASE could not be opened (status "
                      sim-base-file-status ") - no difference listing"
              if return-code is less than 4
                 move 4 to return-code
              end-if
           else
              open output sim-base-work
              close sim-base-work
              open i-o sim-base-work

              if smwk-file-status is not equal to "00"
                 display "HACKSMWK could not be opened (status "
                         smwk-file-status ")"
              end-if

              move "N" to sim-base-eof-flag
              perform 264-load-real-story until SIM-BASE-EOF
              close sim-base-file

              if sim-base-count is equal to zero
                 perform 271-load-unranked-base
              end-if

              if SIM-BASE-SECTIONED
                 move spaces to sim-diff-report
                 string "SIMBASE is a sectioned FILTERED without the "
                                       delimited by size
                        "Rank column - its real ranks cannot be "
                                       delimited by size
                        "told, so there is no difference listing"
                                       delimited by size
                    into sim-diff-report
                 end-string
                 write sim-diff-report after advancing 2 lines
                 display "HACKRANK: SIMBASE is sectioned with no Rank "
                         "column - no difference listing"
                 if return-code is less than 4
                    move 4 to return-code
                 end-if
              else
                 move zero to smwk-rank
                 start sim-base-work key is not less than smwk-rank
                    invalid key     move "Y" to smwk-eof-flag
                    not invalid key move "N" to smwk-eof-flag
                 end-start
                 perform 265-check-real-story until SMWK-EOF

                 move "G" to movers-pass
                 perform 179-sweep-ranked-stories

                 perform 266-write-diff-totals
              end-if

              close sim-base-work
           end-if

           close sim-diff-file.

       264-load-real-story.
      *
      * Only story lines carry a number in the Rank column - page
      * headings, section and cross-reference lines and the trailer
      * are passed over.
           read sim-base-file
              at end move "Y" to sim-base-eof-flag
           end-read

           if not SIM-BASE-EOF
              if sim-base-line(1:9) is equal to "Section: "
                 move "Y" to sim-base-section-flag
              end-if
              if sim-base-line(1:8) is not equal to spaces
                 and sim-base-line(331:8) is not equal to spaces
                 and function test-numval-f(sim-base-line(331:8))
                        is equal to zero
                 move sim-base-line(1:8) to smwk-id
                 compute smwk-rank =
                          function numval-f(sim-base-line(331:8))
                 move sim-base-line(12:96) to smwk-title
                 write sim-base-work-record
                    invalid key continue
                    not invalid key add 1 to sim-base-count
                 end-write
              end-if
           end-if.

       265-check-real-story.
           read sim-base-work next
              at end move "Y" to smwk-eof-flag
           end-read

           if smwk-file-status is not equal to "00"
              move "Y" to smwk-eof-flag
           end-if

           if not SMWK-EOF
              move smwk-id to stwk-id
              read hack-story-work key is stwk-id
                 invalid key
                    move spaces to sim-diff-detail-line
                    move "LOST"     to sdf-tag
                    move smwk-id    to sdf-id
                    move smwk-title to sdf-title
                    move smwk-rank  to sdf-base-rank
                    add 1 to sim-lost-count
                    perform 268-write-diff-line
                 not invalid key
                    if stwk-rank is equal to smwk-rank
                       add 1 to sim-unchanged-count
                    else
                       move spaces to sim-diff-detail-line
                       move "RE-RANKED" to sdf-tag
                       move smwk-id    to sdf-id
                       move smwk-title to sdf-title
                       move smwk-rank  to sdf-base-rank
                       move stwk-rank  to sdf-sim-rank
                       compute sdf-rank-delta = smwk-rank - stwk-rank
                       add 1 to sim-reranked-count
                       perform 268-write-diff-line
                    end-if
              end-read
           end-if.

       266-write-diff-totals.
           move sim-base-count      to sdf-base-count-out
           move running-story-count to sdf-sim-count-out
           move sim-gained-count    to sdf-gained-out
           move sim-lost-count      to sdf-lost-out
           move sim-reranked-count  to sdf-reranked-out
           move sim-unchanged-count to sdf-unchanged-out

           move spaces to sim-diff-report
           write sim-diff-report after advancing 1 line
           move sim-diff-total-line to sim-diff-report
           write sim-diff-report after advancing 1 line

           if SIM-BASE-LINE-ORDER
              move spaces to sim-diff-report
              string "SIMBASE has no Rank column - real ranks are "
                                       delimited by size
                     "taken from the order of its story lines"
                                       delimited by size
                 into sim-diff-report
              end-string
              write sim-diff-report after advancing 1 line
           end-if

           if sim-base-count is equal to zero
              move "SIMBASE holds no story lines - every "
                 to sim-diff-report
              move "simulated story is listed as GAINED"
                 to sim-diff-report(38:35)
              write sim-diff-report after advancing 1 line
              if return-code is less than 4
                 move 4 to return-code
              end-if
           end-if

           display "HACKRANK simulation: " sim-gained-count
                   " gained, " sim-lost-count " lost, "
                   sim-reranked-count " re-ranked - see SIMDIFF".

       267-check-simulated-story.
           move stwk-id to smwk-id
           read sim-base-work key is smwk-id
              invalid key
                 move spaces to sim-diff-detail-line
                 move "GAINED"   to sdf-tag
                 move stwk-id    to sdf-id
                 move stwk-title to sdf-title
                 move stwk-rank  to sdf-sim-rank
                 add 1 to sim-gained-count
                 perform 268-write-diff-line
           end-read.

       268-write-diff-line.
           move sim-diff-detail-line to sim-diff-report
           write sim-diff-report after advancing 1 line.

       269-check-runlog-layout.
      *
      * A 106-byte record always has a space after the disposition.
      * Read at 106 bytes, a file of 70-byte records shows the next
      * record's start stamp there instead, or comes up short if it
      * holds a single record.
           move "N" to runlog-layout-flag

           open input hack-runlog-file
           if runlog-file-status is equal to "00"
              read hack-runlog-file
                 at end continue
              end-read
              if runlog-file-status is equal to "04"
                 move "Y" to runlog-layout-flag
              end-if
              if runlog-file-status is equal to "00"
                 and hack-runlog(71:1) is not equal to space
                 move "Y" to runlog-layout-flag
              end-if
              close hack-runlog-file
           end-if.

       270-append-runlog-record.
           if runlog-file-status is equal to "00" then
              move run-start-stamp      to rl-start-stamp
              move run-end-stamp        to rl-end-stamp
              move run-mode-flag        to rl-run-mode
              move records-read-count   to rl-records-read
              move running-story-count  to rl-matched
              move running-reject-count to rl-rejected
              move search-string-count  to rl-keywords
              move run-disposition      to rl-disposition
              move dq-zero-point-count  to rl-zero-points
              move dq-blank-author-count to rl-blank-authors
              move dq-future-post-count to rl-future-posts
              move dq-repeat-id-count   to rl-repeat-ids
              move runlog-record to hack-runlog
              write hack-runlog
              close hack-runlog-file
           else
              display "RUNLOG could not be opened (status "
                      runlog-file-status ") - audit record lost"
           end-if.

       271-load-unranked-base.
      *
      * No line on SIMBASE carried the Rank column, so it predates
      * it. A sectioned one is refused by the caller; a ranked one
      * is read again, taking its story lines as ranks 1, 2, 3 ...
           if SIM-BASE-SECTION-SEEN
              move "S" to sim-base-format-flag
           else
              move "L" to sim-base-format-flag
              move zero to sim-base-line-rank
              open input sim-base-file
              if sim-base-file-status is equal to "00"
                 move "N" to sim-base-eof-flag
                 perform 272-load-unranked-story until SIM-BASE-EOF
                 close sim-base-file
              end-if
           end-if.

       272-load-unranked-story.
      *
      * A story line has its id at the left, the points and the
      * hh:mm posting time in their columns; headings, cross-
      * references and the trailer have none of these.
           read sim-base-file
              at end move "Y" to sim-base-eof-flag
           end-read

           if not SIM-BASE-EOF
              if sim-base-line(1:8) is not equal to spaces
                 and sim-base-line(109:4) is not equal to spaces
                 and function test-numval-f(sim-base-line(109:4))
                        is equal to zero
                 and sim-base-line(143:2) is numeric
                 and sim-base-line(145:1) is equal to ":"
                 and sim-base-line(146:2) is numeric
                 add 1 to sim-base-line-rank
                 move sim-base-line(1:8) to smwk-id
                 move sim-base-line-rank to smwk-rank
                 move sim-base-line(12:96) to smwk-title
                 write sim-base-work-record
                    invalid key continue
                    not invalid key add 1 to sim-base-count
                 end-write
              end-if
           end-if.
