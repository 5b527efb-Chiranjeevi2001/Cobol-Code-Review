       identification division.
       program-id.    hackrlcv.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select runlog-old-file      assign to RUNLOG
            organization is sequential
            file status is old-file-status.

            select runlog-new-file      assign to RUNLOGNW
            organization is sequential
            file status is new-file-status.

       data division.
       file section.

      * The run log as HACKRANK wrote it before the four profile
      * counts were added - 70 bytes a run.
       fd runlog-old-file recording mode f.

       01 runlog-old               pic x(70).

      * The same runs in the 106-byte record HACKRANK now appends,
      * to replace RUNLOG before the next HACKRANK run.
       fd runlog-new-file recording mode f.

       01 runlog-new               pic x(106).

       working-storage section.

      * The 70-byte record, field by field.
       01 old-runlog-record.
           02 old-start-stamp      pic x(14).
           02 old-filler-1         pic x.
           02 old-end-stamp        pic x(14).
           02 old-filler-2         pic x.
           02 old-run-mode         pic x.
           02 old-filler-3         pic x.
           02 old-records-read     pic x(8).
           02 old-filler-4         pic x.
           02 old-matched          pic x(8).
           02 old-filler-5         pic x.
           02 old-rejected         pic x(8).
           02 old-filler-6         pic x.
           02 old-keywords         pic x(2).
           02 old-filler-7         pic x.
           02 old-disposition      pic x(8).

      * The 106-byte record. The profile counts were never taken for
      * these runs, so they stay blank; HACKRANK's quality check
      * passes over runs without them.
       01 new-runlog-record.
           02 new-old-part         pic x(70).
           02 new-profile-counts   pic x(36).

       01 old-file-status          pic xx.
       01 new-file-status          pic xx.

       01 old-eof-flag             pic x.
           88 OLD-EOF               value "Y".

       01 layout-ok-flag           pic x value "Y".
           88 LAYOUT-OK             value "Y".

       01 records-checked-count    pic 9(8) value zero.
       01 records-written-count    pic 9(8) value zero.

       procedure division.
       100-primary.
      *
      * Two passes: every record is checked before anything is
      * written, so a log that is already 106 bytes (or is not a
      * run log at all) is refused whole rather than half copied.
           perform 110-check-old-layout

           if LAYOUT-OK
              perform 120-convert-runlog
              display "HACKRLCV: " records-written-count
                      " RUNLOG records converted to RUNLOGNW"
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       110-check-old-layout.
           open input runlog-old-file

           if old-file-status is not equal to "00"
              display "HACKRLCV: RUNLOG could not be opened (status "
                      old-file-status ") - nothing converted"
              move "N" to layout-ok-flag
              move 8 to return-code
           else
              move "N" to old-eof-flag
              perform 111-check-one-record
                 until OLD-EOF or not LAYOUT-OK
              close runlog-old-file
           end-if.

       111-check-one-record.
           read runlog-old-file into old-runlog-record
              at end move "Y" to old-eof-flag
           end-read

           if not OLD-EOF
              add 1 to records-checked-count
              if old-file-status is not equal to "00"
                 or old-start-stamp is not numeric
                 or old-end-stamp is not numeric
                 or old-filler-1 is not equal to space
                 or old-filler-2 is not equal to space
                 or old-filler-3 is not equal to space
                 or old-filler-4 is not equal to space
                 or old-filler-5 is not equal to space
                 or old-filler-6 is not equal to space
                 or old-filler-7 is not equal to space
                 move "N" to layout-ok-flag
                 move 8 to return-code
                 display "HACKRLCV: RUNLOG record "
                         records-checked-count
                         " is not a 70-byte run log record - "
                         "already converted? Nothing written"
              end-if
           end-if.

       120-convert-runlog.
           open input runlog-old-file
           open output runlog-new-file

           if old-file-status is not equal to "00"
              or new-file-status is not equal to "00"
              display "HACKRLCV: files could not be opened (RUNLOG "
                      old-file-status ", RUNLOGNW " new-file-status
                      ") - nothing converted"
              move 8 to return-code
           else
              move "N" to old-eof-flag
              perform 121-convert-one-record until OLD-EOF
           end-if

           close runlog-old-file
           close runlog-new-file.

       121-convert-one-record.
           read runlog-old-file
              at end move "Y" to old-eof-flag
           end-read

           if not OLD-EOF
              move runlog-old to new-old-part
              move spaces     to new-profile-counts
              move new-runlog-record to runlog-new
              write runlog-new
              add 1 to records-written-count
           end-if.
