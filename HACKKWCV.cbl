       identification division.
       program-id.    hackkwcv.
       author.        Chipman
       environment division.
       input-output section.
       file-control.
            select keyword-old-file     assign to KEYWORDS
            organization is sequential
            file status is old-file-status.

            select keyword-new-file     assign to KEYWDSNW
            organization is sequential
            file status is new-file-status.

       data division.
       file section.

      * KEYWORDS as it was before keywords carried a category - one
      * bare keyword in 15 bytes.
       fd keyword-old-file recording mode f.

       01 keyword-old              pic x(15).

      * The same keywords in the 40-byte keyword,category record
      * HACKRANK now reads, to replace KEYWORDS before the next run.
       fd keyword-new-file recording mode f.

       01 keyword-new              pic x(40).

       working-storage section.

      * No category is added: a keyword without one reports under
      * OTHER, which is where every keyword stood before categories.
       01 new-keyword-record.
           02 new-keyword          pic x(15).
           02 filler               pic x(25) value spaces.

       01 old-file-status          pic xx.
       01 new-file-status          pic xx.

       01 old-eof-flag             pic x.
           88 OLD-EOF               value "Y".

       01 layout-ok-flag           pic x value "Y".
           88 LAYOUT-OK             value "Y".

       01 comma-count              pic 9(2).

       01 records-checked-count    pic 9(8) value zero.
       01 records-written-count    pic 9(8) value zero.

       procedure division.
       100-primary.
      *
      * Two passes: every record is checked before anything is
      * written, so a KEYWORDS that is already keyword,category is
      * refused whole rather than half copied.
           perform 110-check-old-layout

           if LAYOUT-OK
              perform 120-convert-keywords
              display "HACKKWCV: " records-written-count
                      " KEYWORDS records converted to KEYWDSNW"
           end-if.
      *
       9999-end-program.
           stop run.
      *
      *
      *
       110-check-old-layout.
           open input keyword-old-file

           if old-file-status is not equal to "00"
              display "HACKKWCV: KEYWORDS could not be opened (status "
                      old-file-status ") - nothing converted"
              move "N" to layout-ok-flag
              move 8 to return-code
           else
              move "N" to old-eof-flag
              perform 111-check-one-record
                 until OLD-EOF or not LAYOUT-OK
              close keyword-old-file
           end-if.

       111-check-one-record.
      *
      * Read 15 bytes at a time, a file already in the 40-byte
      * layout shows its commas, blank pieces where a short keyword
      * was padded out, or comes up short at the end. A blank record
      * is refused either way - HACKPREF would report it as an error.
           read keyword-old-file
              at end move "Y" to old-eof-flag
           end-read

           if not OLD-EOF
              add 1 to records-checked-count
              move zero to comma-count
              inspect keyword-old tallying comma-count for all ","
              if old-file-status is not equal to "00"
                 or comma-count is greater than zero
                 or keyword-old is equal to spaces
                 move "N" to layout-ok-flag
                 move 8 to return-code
                 display "HACKKWCV: KEYWORDS record "
                         records-checked-count
                         " is not a 15-byte keyword record - "
                         "already converted? Nothing written"
              end-if
           end-if.

       120-convert-keywords.
           open input keyword-old-file
           open output keyword-new-file

           if old-file-status is not equal to "00"
              or new-file-status is not equal to "00"
              display "HACKKWCV: files could not be opened (KEYWORDS "
                      old-file-status ", KEYWDSNW " new-file-status
                      ") - nothing converted"
              move 8 to return-code
           else
              move "N" to old-eof-flag
              perform 121-convert-one-record until OLD-EOF
           end-if

           close keyword-old-file
           close keyword-new-file.

       121-convert-one-record.
           read keyword-old-file
              at end move "Y" to old-eof-flag
           end-read

           if not OLD-EOF
              move keyword-old to new-keyword
              move new-keyword-record to keyword-new
              write keyword-new
              add 1 to records-written-count
           end-if.
