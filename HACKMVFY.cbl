       identification division.
       program-id.    hackmvfy.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select hack-master-file     assign to HACKMSTR
            organization is indexed
            access is dynamic
            record key is mstr-id
            file status is master-file-status.

            select hack-master-backup
            assign to master-backup-name
            organization is sequential
            file status is backup-file-status.

            select hack-gen-control-file assign to HACKGCTL
            organization is sequential
            file status is gen-control-file-status.

            select archive-in-file      assign to HACKMARC
            organization is sequential
            file status is archive-file-status.

            select master-control-file  assign to HACKMCTL
            organization is sequential
            file status is control-file-status.

            select verify-report-file   assign to MVFYRPT
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

      * One generation of the master as HACKRANK copied it off before
      * posting, in story id order. The logical name is HACKMGn, n
      * the slot HACKGCTL says holds the generation wanted.
       fd hack-master-backup recording mode f.

       01 hack-master-backup-record pic x(325).

      * Same file HACKRANK keeps: one record per backup slot.
       fd hack-gen-control-file recording mode f.

       01 hack-gen-control         pic x(50).

      * Purged master records, as HACKPURG archived them.
       fd archive-in-file recording mode f.

       01 archive-in               pic x(325).

      * What this run is to do, one name=value per record in the
      * HACKPARM style:
      *    MODE=VERIFY          check the master as it stands (the
      *                         default)
      *    MODE=RESTORE         rebuild the master from a generation,
      *                         then check what was rebuilt
      *    GENERATION=nnnnnn    the generation to rebuild from; LATEST
      *                         (the default) is the newest COMPLETE
      *    MERGE-ARCHIVE=Y      after the rebuild, put back what
      *                         HACKPURG archived to HACKMARC
      * A restore is a one-off instruction, so it is kept on its own
      * card rather than left standing in HACKPARM.
       fd master-control-file recording mode f.

       01 master-control-in        pic x(80).

       fd verify-report-file recording mode f.

       01 verify-report            pic x(132).

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
       01 backup-file-status       pic xx.
       01 gen-control-file-status  pic xx.
       01 archive-file-status      pic xx.
       01 control-file-status      pic xx.

       01 master-eof-flag          pic x.
           88 MASTER-EOF            value "Y".
       01 backup-eof-flag          pic x.
           88 BACKUP-EOF            value "Y".
       01 gen-control-eof-flag     pic x.
           88 GEN-CONTROL-EOF       value "Y".
       01 archive-eof-flag         pic x.
           88 ARCHIVE-EOF           value "Y".
       01 control-eof-flag         pic x.
           88 CONTROL-EOF           value "Y".

       01 parm-name                pic x(20).
       01 parm-value               pic x(20).

       01 run-mode                 pic x(8) value "VERIFY".
           88 RESTORE-MODE          value "RESTORE".
      *    zero means the newest COMPLETE generation
       01 restore-generation       pic 9(6) value zero.
       01 merge-archive-flag       pic x value "N".
           88 MERGE-ARCHIVE         value "Y".
       01 restore-failed-flag      pic x value "N".
           88 RESTORE-FAILED        value "Y".

       01 master-backup-name       pic x(8).
       01 gen-slot-sub             pic 9(2).
       01 restore-slot             pic 9(2) value zero.
       01 gen-control-count        pic 9(2) value zero.

       01 gen-control-table.
           02 gen-control-entry occurs 9 times.
              03 gent-generation    pic 9(6).
              03 gent-stamp         pic 9(14).
              03 gent-record-count  pic 9(8).
              03 gent-state         pic x(8).

      * Same layout HACKRANK writes to HACKGCTL.
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

      * An archived master record, held apart from the master record
      * area so the two can be compared.
       01 archive-record.
           02 arc-id                pic x(8).
           02 arc-title             pic x(96).
           02 arc-author            pic x(15).
           02 arc-first-seen        pic 9(8).
           02 arc-last-seen         pic 9(8).
           02 filler                pic x(190).

       01 restored-count           pic 9(8) value zero.
       01 restore-write-failed     pic 9(8) value zero.
       01 archive-read-count       pic 9(8) value zero.
       01 archive-added-count      pic 9(8) value zero.
       01 archive-replaced-count   pic 9(8) value zero.
       01 archive-kept-count       pic 9(8) value zero.

       01 records-checked-count    pic 9(8) value zero.
       01 records-inconsistent     pic 9(8) value zero.
       01 findings-count           pic 9(8) value zero.
       01 record-finding-count     pic 9(2).

      * The checks made on every master record, and how many records
      * failed each.
       01 check-names.
           02 filler               pic x(36)
              value "Peak points below current points".
           02 filler               pic x(36)
              value "Peak rank worse than latest rank".
           02 filler               pic x(36)
              value "First seen after last seen".
           02 filler               pic x(36)
              value "Status not A or D".
           02 filler               pic x(36)
              value "Peak points date outside seen window".
           02 filler               pic x(36)
              value "Peak rank date outside seen window".
           02 filler               pic x(36)
              value "Counts or dates not numeric".
       01 check-name-table redefines check-names.
           02 check-name           pic x(36) occurs 7 times.

       01 check-count-table.
           02 check-count          pic 9(8) occurs 7 times.

       01 check-sub                pic 9(2).
       01 finding-values           pic x(38).
       01 value-a-out              pic z(7)9.
       01 value-b-out              pic z(7)9.

       01 message-line             pic x(132).

       01 verify-title-line.
           02 filler               pic x(30) value spaces.
           02 filler               pic x(34)
           value "HACKMSTR Verify/Restore Report".
           02 vfy-date-out         pic x(10).
           02 filler               pic x(4) value spaces.
           02 vfy-time-out         pic x(5).
           02 filler               pic x(49) value spaces.

       01 generation-column-line.
           02 filler               pic x(6) value "Slot".
           02 filler               pic x(12) value "Generation".
           02 filler               pic x(21) value "Taken".
           02 filler               pic x(10) value "  Records".
           02 filler               pic x(2) value spaces.
           02 filler               pic x(81) value "State".

       01 generation-detail-line.
           02 filler               pic x(2).
           02 gen-slot-out         pic 9.
           02 filler               pic x(3).
           02 gen-generation-out   pic zzzzz9.
           02 filler               pic x(6).
           02 gen-taken-out        pic x(16).
           02 filler               pic x(5).
           02 gen-records-out      pic zzzzzzz9.
           02 filler               pic x(4).
           02 gen-state-out        pic x(8).
           02 filler               pic x(73).

       01 taken-out.
           02 taken-month-out      pic xx.
           02 filler               pic x value "/".
           02 taken-day-out        pic xx.
           02 filler               pic x value "/".
           02 taken-year-out       pic x(4).
           02 filler               pic x value space.
           02 taken-hh-out         pic xx.
           02 filler               pic x value ":".
           02 taken-mm-out         pic xx.

       01 archive-column-line.
           02 filler               pic x(10) value "ID#".
           02 filler               pic x(62) value "Title".
           02 filler               pic x(11) value "Last seen".
           02 filler               pic x(49) value "Action".

       01 archive-detail-line.
           02 arcd-id              pic x(8).
           02 filler               pic x(2).
           02 arcd-title           pic x(60).
           02 filler               pic x(2).
           02 arcd-last-seen       pic x(10).
           02 filler               pic x(1).
           02 arcd-action          pic x(49).

       01 verify-column-line.
           02 filler               pic x(10) value "ID#".
           02 filler               pic x(46) value "Title".
           02 filler               pic x(38) value "Finding".
           02 filler               pic x(38) value "Values".

       01 verify-detail-line.
           02 vfyd-id              pic x(8).
           02 filler               pic x(2).
           02 vfyd-title           pic x(44).
           02 filler               pic x(2).
           02 vfyd-finding         pic x(36).
           02 filler               pic x(2).
           02 vfyd-values          pic x(38).

       01 verify-count-line.
           02 filler               pic x(17)
              value "Records checked: ".
           02 vfy-checked-out      pic zzzzzzz9.
           02 filler               pic x(17)
              value "  Inconsistent: ".
           02 vfy-inconsistent-out pic zzzzzzz9.
           02 filler               pic x(13)
              value "  Findings: ".
           02 vfy-findings-out     pic zzzzzzz9.
           02 filler               pic x(61) value spaces.

       01 check-count-line.
           02 filler               pic x(4) value spaces.
           02 chk-name-out         pic x(36).
           02 filler               pic x(2) value spaces.
           02 chk-count-out        pic zzzzzzz9.
           02 filler               pic x(82) value spaces.

       01 seen-date-out.
           02 seen-month-out       pic xx.
           02 filler               pic x value "/".
           02 seen-day-out         pic xx.
           02 filler               pic x value "/".
           02 seen-year-out        pic x(4).

       procedure division.
       100-primary.
           perform 101-load-control-card
           perform 110-obtain-current-date

           open output verify-report-file
           perform 115-write-report-headers
           perform 120-list-generations

           if RESTORE-MODE
              perform 130-restore-story-master
           end-if

           if not RESTORE-FAILED
              perform 150-verify-story-master
           end-if

           close verify-report-file

           if RESTORE-MODE
              display "HACKMVFY: restored " restored-count
                      " records, archive added "
                      archive-added-count ", replaced "
                      archive-replaced-count
           end-if
           display "HACKMVFY: checked " records-checked-count
                   ", inconsistent " records-inconsistent
                   ", findings " findings-count

           if records-inconsistent is greater than zero
              and return-code is less than 4
              display "HACKMVFY: " records-inconsistent
                      " master records inconsistent - see MVFYRPT - "
                      "return code 4"
              move 4 to return-code
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       101-load-control-card.
      *
      * No HACKMCTL at all is a plain verify of the master.
           open input master-control-file

           if control-file-status is equal to "00" then
              move "N" to control-eof-flag
              perform 102-read-control-record until CONTROL-EOF
              close master-control-file
           end-if.

       102-read-control-record.
           read master-control-file
              at end move "Y" to control-eof-flag
           end-read

           if not CONTROL-EOF
              if master-control-in is not equal to spaces
                 and master-control-in(1:1) is not equal to "*"
                 move spaces to parm-name
                 move spaces to parm-value
                 unstring master-control-in delimited by "="
                 into     parm-name
                          parm-value
                 end-unstring
                 perform 103-apply-control-entry
              end-if
           end-if.

       103-apply-control-entry.
           evaluate parm-name
              when "MODE"
                 if parm-value is equal to "VERIFY"
                    or parm-value is equal to "RESTORE"
                    move parm-value to run-mode
                 else
                    display "HACKMCTL MODE is not VERIFY or RESTORE "
                            "- keeping " run-mode
                 end-if
              when "GENERATION"
                 if parm-value is equal to "LATEST"
                    move zero to restore-generation
                 else
                    if function test-numval-f(parm-value)
                          is equal to zero
                       and function numval-f(parm-value) > zero
                       and function numval-f(parm-value) < 1000000
                       compute restore-generation =
                                function numval-f(parm-value)
                    else
                       display "HACKMCTL GENERATION is not a "
                               "generation number or LATEST - "
                               "using LATEST"
                       move zero to restore-generation
                    end-if
                 end-if
              when "MERGE-ARCHIVE"
                 if parm-value is equal to "Y"
                    or parm-value is equal to "N"
                    move parm-value to merge-archive-flag
                 else
                    display "HACKMCTL MERGE-ARCHIVE is not Y or N - "
                            "keeping " merge-archive-flag
                 end-if
              when other
                 display "HACKMCTL entry not recognised: " parm-name
           end-evaluate.

       110-obtain-current-date.
           move function current-date to datetime
           move mo to todays-month
           move da to todays-day
           move year to todays-year
           move todays-date to vfy-date-out
           move ho to hh
           move mi to mm
           move report-time to vfy-time-out.

       115-write-report-headers.
           move verify-title-line to verify-report
           write verify-report

           move spaces to message-line
           if RESTORE-MODE
              if restore-generation is equal to zero
                 string "Mode: RESTORE   Generation: LATEST"
                                    delimited by size
                        "   Merge archive: " delimited by size
                        merge-archive-flag delimited by size
                    into message-line
                 end-string
              else
                 string "Mode: RESTORE   Generation: "
                                    delimited by size
                        restore-generation delimited by size
                        "   Merge archive: " delimited by size
                        merge-archive-flag delimited by size
                    into message-line
                 end-string
              end-if
           else
              move "Mode: VERIFY" to message-line
           end-if
           move message-line to verify-report
           write verify-report after advancing 1 line.

       120-list-generations.
      *
      * Whatever the mode, show which generations are on hand, so
      * the reader knows what a restore could go back to.
           initialize gen-control-table
           move zero to gen-control-count

           open input hack-gen-control-file
           if gen-control-file-status is equal to "00"
              move "N" to gen-control-eof-flag
              perform 121-read-generation-entry
                      until GEN-CONTROL-EOF
              close hack-gen-control-file
           end-if

           move spaces to verify-report
           write verify-report after advancing 1 line

           if gen-control-count is equal to zero
              move "Generations on hand: none (no HACKGCTL entries)"
                 to verify-report
              write verify-report after advancing 1 line
           else
              move "Generations on hand:" to verify-report
              write verify-report after advancing 1 line
              move generation-column-line to verify-report
              write verify-report after advancing 1 line
              perform 122-write-generation-line
                      varying gen-slot-sub from 1 by 1
                      until gen-slot-sub > 9
           end-if.

       121-read-generation-entry.
           read hack-gen-control-file into gen-control-record
              at end move "Y" to gen-control-eof-flag
           end-read

           if not GEN-CONTROL-EOF
              if gctl-slot is numeric
                 and gctl-slot is greater than zero
                 and gctl-slot is not greater than 9
                 and gctl-generation is numeric
                 and gctl-generation is greater than zero
                 move gctl-generation   to gent-generation(gctl-slot)
                 move gctl-stamp        to gent-stamp(gctl-slot)
                 move gctl-record-count to
                      gent-record-count(gctl-slot)
                 move gctl-state        to gent-state(gctl-slot)
                 add 1 to gen-control-count
              end-if
           end-if.

       122-write-generation-line.
           if gent-generation(gen-slot-sub) is greater than zero
              move spaces to generation-detail-line
              move gen-slot-sub                    to gen-slot-out
              move gent-generation(gen-slot-sub)   to
                   gen-generation-out
              move gent-stamp(gen-slot-sub)(5:2)   to taken-month-out
              move gent-stamp(gen-slot-sub)(7:2)   to taken-day-out
              move gent-stamp(gen-slot-sub)(1:4)   to taken-year-out
              move gent-stamp(gen-slot-sub)(9:2)   to taken-hh-out
              move gent-stamp(gen-slot-sub)(11:2)  to taken-mm-out
              move taken-out                       to gen-taken-out
              move gent-record-count(gen-slot-sub) to gen-records-out
              move gent-state(gen-slot-sub)        to gen-state-out
              move generation-detail-line to verify-report
              write verify-report after advancing 1 line
           end-if.

       130-restore-story-master.
      *
      * Rebuild HACKMSTR from one generation. Only a generation whose
      * copy ran to COMPLETE is used, and the backup must open before
      * the master is emptied - a restore that cannot finish must not
      * start.
           perform 131-choose-generation

           if not RESTORE-FAILED
              move spaces to master-backup-name
              string "HACKMG"      delimited by size
                     restore-slot(2:1) delimited by size
                 into master-backup-name
              end-string

              open input hack-master-backup
              if backup-file-status is not equal to "00"
                 move spaces to message-line
                 string master-backup-name delimited by space
                        " could not be opened (status "
                                         delimited by size
                        backup-file-status delimited by size
                        ") - master not touched" delimited by size
                    into message-line
                 end-string
                 perform 145-fail-restore
              end-if
           end-if

           if not RESTORE-FAILED
              open output hack-master-file
              if master-file-status is not equal to "00"
                 move spaces to message-line
                 string "HACKMSTR could not be opened for output "
                                         delimited by size
                        "(status "       delimited by size
                        master-file-status delimited by size
                        ")"              delimited by size
                    into message-line
                 end-string
                 close hack-master-backup
                 perform 145-fail-restore
              end-if
           end-if

           if not RESTORE-FAILED
              move "N" to backup-eof-flag
              perform 135-restore-one-record until BACKUP-EOF
              close hack-master-backup
              close hack-master-file
              perform 136-report-restore
           end-if

           if not RESTORE-FAILED
              and MERGE-ARCHIVE
              perform 140-merge-archive
           end-if.

       131-choose-generation.
      *
      * LATEST is the newest generation that completed; a generation
      * asked for by number must be on hand and complete.
           move zero to restore-slot

           perform 132-match-generation
                   varying gen-slot-sub from 1 by 1
                   until gen-slot-sub > 9

           if restore-slot is equal to zero
              move spaces to message-line
              if restore-generation is equal to zero
                 string "No COMPLETE generation is on hand - "
                                         delimited by size
                        "master not touched" delimited by size
                    into message-line
                 end-string
              else
                 string "Generation " delimited by size
                        restore-generation delimited by size
                        " is not on hand as COMPLETE - master not "
                                         delimited by size
                        "touched"        delimited by size
                    into message-line
                 end-string
              end-if
              perform 145-fail-restore
           end-if.

       132-match-generation.
           if gent-state(gen-slot-sub) is equal to "COMPLETE"
              if restore-generation is equal to zero
                 if restore-slot is equal to zero
                    move gen-slot-sub to restore-slot
                 else
                    if gent-generation(gen-slot-sub) is greater than
                       gent-generation(restore-slot)
                       move gen-slot-sub to restore-slot
                    end-if
                 end-if
              else
                 if gent-generation(gen-slot-sub) is equal to
                    restore-generation
                    move gen-slot-sub to restore-slot
                 end-if
              end-if
           end-if.

       135-restore-one-record.
           read hack-master-backup into hack-master-record
              at end move "Y" to backup-eof-flag
           end-read

           if not BACKUP-EOF
              write hack-master-record
                 invalid key     add 1 to restore-write-failed
                 not invalid key add 1 to restored-count
              end-write
           end-if.

       136-report-restore.
      *
      * The rebuilt master must hold exactly what HACKGCTL says went
      * into the generation; anything else is a restore to distrust.
           move spaces to verify-report
           write verify-report after advancing 1 line

           move spaces to message-line
           string "Restored generation " delimited by size
                  gent-generation(restore-slot) delimited by size
                  " from "              delimited by size
                  master-backup-name    delimited by space
                  ": "                  delimited by size
                  restored-count        delimited by size
                  " records written, "  delimited by size
                  gent-record-count(restore-slot) delimited by size
                  " expected, "         delimited by size
                  restore-write-failed  delimited by size
                  " refused"            delimited by size
              into message-line
           end-string
           move message-line to verify-report
           write verify-report after advancing 1 line

           if restored-count is not equal to
              gent-record-count(restore-slot)
              or restore-write-failed is greater than zero
              move spaces to message-line
              string "Restored record count does not agree with "
                                         delimited by size
                     "HACKGCTL - the rebuilt master is suspect"
                                         delimited by size
                 into message-line
              end-string
              perform 145-fail-restore
           end-if.

       140-merge-archive.
      *
      * Put back what HACKPURG archived. A story the rebuilt master
      * does not hold is added; one it does hold is replaced only
      * when the archived copy was seen later. An archive holding the
      * same story more than once settles on its latest copy.
           move spaces to verify-report
           write verify-report after advancing 1 line

           open input archive-in-file
           if archive-file-status is not equal to "00"
              move spaces to message-line
              string "HACKMARC could not be opened (status "
                                         delimited by size
                     archive-file-status delimited by size
                     ") - nothing merged" delimited by size
                 into message-line
              end-string
              move message-line to verify-report
              write verify-report after advancing 1 line
              display "HACKMVFY: " message-line
              if return-code is less than 4
                 move 4 to return-code
              end-if
           else
              open i-o hack-master-file
              if master-file-status is not equal to "00"
                 move spaces to message-line
                 string "HACKMSTR could not be opened for the "
                                         delimited by size
                        "archive merge (status "
                                         delimited by size
                        master-file-status delimited by size
                        ")"              delimited by size
                    into message-line
                 end-string
                 close archive-in-file
                 perform 145-fail-restore
              else
                 move "Archive merge from HACKMARC:" to verify-report
                 write verify-report after advancing 1 line
                 move archive-column-line to verify-report
                 write verify-report after advancing 1 line
                 move spaces to archive-detail-line
                 move "N" to archive-eof-flag
                 perform 141-merge-one-archive-record
                         until ARCHIVE-EOF
                 close archive-in-file
                 close hack-master-file
                 perform 143-report-merge
              end-if
           end-if.

       141-merge-one-archive-record.
           read archive-in-file into archive-record
              at end move "Y" to archive-eof-flag
           end-read

           if not ARCHIVE-EOF
              add 1 to archive-read-count
              move arc-id to mstr-id
              read hack-master-file
                 invalid key
                    write hack-master-record from archive-record
                       invalid key
                          add 1 to restore-write-failed
                       not invalid key
                          add 1 to archive-added-count
                          move "ADDED FROM ARCHIVE" to arcd-action
                          perform 142-write-archive-line
                    end-write
                 not invalid key
                    if arc-last-seen is greater than mstr-last-seen
                       rewrite hack-master-record from archive-record
                          invalid key
                             add 1 to restore-write-failed
                          not invalid key
                             add 1 to archive-replaced-count
                             move "REPLACED BY LATER ARCHIVE COPY"
                                to arcd-action
                             perform 142-write-archive-line
                       end-rewrite
                    else
                       add 1 to archive-kept-count
                    end-if
              end-read
           end-if.

       142-write-archive-line.
           move arc-id    to arcd-id
           move arc-title to arcd-title
           move arc-last-seen(5:2) to seen-month-out
           move arc-last-seen(7:2) to seen-day-out
           move arc-last-seen(1:4) to seen-year-out
           move seen-date-out to arcd-last-seen
           move archive-detail-line to verify-report
           write verify-report after advancing 1 line.

       143-report-merge.
           move spaces to message-line
           string "Archive records read: " delimited by size
                  archive-read-count    delimited by size
                  "  Added: "           delimited by size
                  archive-added-count   delimited by size
                  "  Replaced: "        delimited by size
                  archive-replaced-count delimited by size
                  "  Master copy kept: " delimited by size
                  archive-kept-count    delimited by size
              into message-line
           end-string
           move spaces to verify-report
           write verify-report after advancing 1 line
           move message-line to verify-report
           write verify-report after advancing 1 line

           if restore-write-failed is greater than zero
              move spaces to message-line
              string "Master writes refused during the archive "
                                         delimited by size
                     "merge - the rebuilt master is suspect"
                                         delimited by size
                 into message-line
              end-string
              perform 145-fail-restore
           end-if.

       145-fail-restore.
      *
      * message-line says what went wrong; it goes on the report and
      * the console alike, and the run ends 8.
           move "Y" to restore-failed-flag
           move message-line to verify-report
           write verify-report after advancing 1 line
           display "HACKMVFY: " message-line
           display "HACKMVFY: restore failed - return code 8"
           move 8 to return-code.

       150-verify-story-master.
      *
      * Check every record on the master, restored or not.
           open input hack-master-file

           if master-file-status is not equal to "00"
              move spaces to message-line
              string "HACKMSTR could not be opened (status "
                                      delimited by size
                     master-file-status delimited by size
                     ") - nothing verified" delimited by size
                 into message-line
              end-string
              move message-line to verify-report
              write verify-report after advancing 1 line
              display "HACKMVFY: " message-line " - return code 8"
              move 8 to return-code
           else
              initialize check-count-table
              move spaces to verify-report
              write verify-report after advancing 1 line
              move verify-column-line to verify-report
              write verify-report after advancing 1 line

              move low-values to mstr-id
              start hack-master-file key is not less than mstr-id
                 invalid key     move "Y" to master-eof-flag
                 not invalid key move "N" to master-eof-flag
              end-start
              perform 151-verify-one-record until MASTER-EOF
              close hack-master-file
              perform 185-write-verify-totals
           end-if.

       151-verify-one-record.
           read hack-master-file next
              at end move "Y" to master-eof-flag
           end-read

           if master-file-status is not equal to "00"
              move "Y" to master-eof-flag
           end-if

           if not MASTER-EOF
              add 1 to records-checked-count
              move zero to record-finding-count
              perform 152-check-master-record
              if record-finding-count is greater than zero
                 add 1 to records-inconsistent
              end-if
           end-if.

       152-check-master-record.
      *
      * A record whose counts or dates are not even numeric cannot
      * be held to the other checks.
           if mstr-first-seen     is not numeric
              or mstr-last-seen      is not numeric
              or mstr-points         is not numeric
              or mstr-rank           is not numeric
              or mstr-peak-points    is not numeric
              or mstr-peak-points-dt is not numeric
              or mstr-peak-rank      is not numeric
              or mstr-peak-rank-dt   is not numeric
              move 7 to check-sub
              move "see record on HACKMSTR" to finding-values
              perform 160-write-finding
           else
              perform 153-check-peaks
              perform 154-check-dates
           end-if.

       153-check-peaks.
           if mstr-peak-points is less than mstr-points
              move 1 to check-sub
              move mstr-peak-points to value-a-out
              move mstr-points      to value-b-out
              move spaces to finding-values
              string "peak "  delimited by size
                     function trim(value-a-out) delimited by size
                     ", points " delimited by size
                     function trim(value-b-out) delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if

           if mstr-peak-rank is greater than mstr-rank
              move 2 to check-sub
              move mstr-peak-rank to value-a-out
              move mstr-rank      to value-b-out
              move spaces to finding-values
              string "peak "  delimited by size
                     function trim(value-a-out) delimited by size
                     ", latest " delimited by size
                     function trim(value-b-out) delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if

           if mstr-status is not equal to "A"
              and mstr-status is not equal to "D"
              move 4 to check-sub
              move spaces to finding-values
              string "status '" delimited by size
                     mstr-status delimited by size
                     "'"        delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if.

       154-check-dates.
           if mstr-first-seen is greater than mstr-last-seen
              move 3 to check-sub
              move spaces to finding-values
              string "first " delimited by size
                     mstr-first-seen delimited by size
                     ", last "  delimited by size
                     mstr-last-seen delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if

           if mstr-peak-points-dt is less than mstr-first-seen
              or mstr-peak-points-dt is greater than mstr-last-seen
              move 5 to check-sub
              move spaces to finding-values
              string mstr-peak-points-dt delimited by size
                     " not in "  delimited by size
                     mstr-first-seen delimited by size
                     "-"        delimited by size
                     mstr-last-seen delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if

           if mstr-peak-rank-dt is less than mstr-first-seen
              or mstr-peak-rank-dt is greater than mstr-last-seen
              move 6 to check-sub
              move spaces to finding-values
              string mstr-peak-rank-dt delimited by size
                     " not in "  delimited by size
                     mstr-first-seen delimited by size
                     "-"        delimited by size
                     mstr-last-seen delimited by size
                 into finding-values
              end-string
              perform 160-write-finding
           end-if.

       160-write-finding.
           add 1 to record-finding-count
           add 1 to findings-count
           add 1 to check-count(check-sub)

           move spaces to verify-detail-line
           move mstr-id               to vfyd-id
           move mstr-title            to vfyd-title
           move check-name(check-sub) to vfyd-finding
           move finding-values        to vfyd-values
           move verify-detail-line to verify-report
           write verify-report after advancing 1 line.

       185-write-verify-totals.
           move records-checked-count to vfy-checked-out
           move records-inconsistent  to vfy-inconsistent-out
           move findings-count        to vfy-findings-out

           move spaces to verify-report
           write verify-report after advancing 1 line
           move verify-count-line to verify-report
           write verify-report after advancing 1 line

           perform 186-write-check-count
                   varying check-sub from 1 by 1
                   until check-sub > 7.

       186-write-check-count.
           move check-name(check-sub)  to chk-name-out
           move check-count(check-sub) to chk-count-out
           move check-count-line to verify-report
           write verify-report after advancing 1 line.
