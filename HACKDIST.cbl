            organization is sequential
            file status is digest-file-status.

            select delivery-manifest-file assign to HACKMANF
            organization is sequential
            file status is manifest-file-status.

       data division.
       file section.


       01 subscriber-digest        pic x(140).

      * One record per subscriber per run, appended run after run,
      * so HACKDREC can reconcile the deliveries against the
      * receipts that come back.
       fd delivery-manifest-file recording mode f.

       01 delivery-manifest        pic x(60).

       working-storage section.

       01 subscriber-file-status   pic xx.
       01 kwdetail-file-status     pic xx.
       01 digest-file-status       pic xx.
       01 manifest-file-status     pic xx.

       01 digest-dest-name         pic x(8).

       01 stories-read-count       pic 9(8) value zero.
       01 stories-written-count    pic 9(8) value zero.

      * How each subscriber's delivery ended this run: DELIVERED,
      * EMPTY (nothing matched their keywords), FAILED (the digest
      * or the keyword detail could not be opened) or DROPPED (past
      * the 50-entry subscriber table).
       01 current-datetime         pic x(21).
       01 manifest-run-stamp       pic 9(14).
       01 delivery-status          pic x(9).

       01 manifest-open-flag       pic x value "N".
           88 MANIFEST-OPEN         value "Y".

       01 delivered-count          pic 9(2) value zero.
       01 empty-digest-count       pic 9(2) value zero.
       01 failed-delivery-count    pic 9(2) value zero.
       01 dropped-subscriber-count pic 9(4) value zero.

       01 manifest-record.
           02 mf-run-stamp         pic 9(14).
           02 filler               pic x value space.
           02 mf-subscriber-id     pic x(8).
           02 filler               pic x value space.
           02 mf-dest              pic x(8).
           02 filler               pic x value space.
           02 mf-stories           pic 9(4).
           02 filler               pic x value space.
           02 mf-status            pic x(9).
           02 filler               pic x(13) value spaces.

       procedure division.
       100-primary.
           perform 110-open-manifest-file
           perform 105-load-subscribers

           perform 120-distribute-one-subscriber
              varying subscriber-sub from 1 by 1
              until subscriber-sub > subscriber-table-count

           if MANIFEST-OPEN
              close delivery-manifest-file
           end-if

           display "HACKDIST: " subscriber-table-count
                   " subscribers distributed - " delivered-count
                   " delivered, " empty-digest-count " empty, "
                   failed-delivery-count " failed, "
                   dropped-subscriber-count " dropped"
      *
      * A subscriber who got nothing through no fault of their own
      * keywords is somebody's problem tonight, not next week.
           if failed-delivery-count is greater than zero
              or dropped-subscriber-count is greater than zero
              if return-code is less than 4
                 display "HACKDIST: failed or dropped deliveries "
                         "- return code 4"
                 move 4 to return-code
              end-if
           end-if.
      *
       9999-end-program.
           stop run.
           end-if.

       107-store-subscriber-record.
           move spaces to subscriber-id-in
           move spaces to subscriber-dest-in
           perform 108-clear-one-keyword-in
              varying sub-kw-sub from 1 by 1
              until sub-kw-sub > 10

           unstring subscriber-in delimited by ","
           into     subscriber-id-in
                    subscriber-dest-in
                    subscriber-keyword-in(1)
                    subscriber-keyword-in(2)
                    subscriber-keyword-in(3)
                    subscriber-keyword-in(4)
                    subscriber-keyword-in(5)
                    subscriber-keyword-in(6)
                    subscriber-keyword-in(7)
                    subscriber-keyword-in(8)
                    subscriber-keyword-in(9)
                    subscriber-keyword-in(10)
           end-unstring

           if subscriber-id-in is not equal to spaces
              and subscriber-dest-in is not equal to spaces
              if subscriber-table-count < 50 then
                 add 1 to subscriber-table-count
                 move subscriber-id-in
                    to subs-id(subscriber-table-count)
                    varying sub-kw-sub from 1 by 1
                    until sub-kw-sub > 10
              else
                 perform 111-record-dropped-subscriber
              end-if
           else
              display "SUBSCRBR record has no id or destination "
                      "- ignored: " subscriber-in(1:40)
           end-if.

       108-clear-one-keyword-in.
           move function lower-case(subscriber-keyword-in(sub-kw-sub))
              to subs-keyword(subscriber-table-count, sub-kw-sub).

       110-open-manifest-file.
      *
      * The manifest accumulates run after run; a first-ever run (or
      * a lost HACKMANF) starts it fresh. Every record this run
      * writes carries the same run stamp.
           move function current-date to current-datetime
           move current-datetime(1:14) to manifest-run-stamp

           open extend delivery-manifest-file
           if manifest-file-status is not equal to "00"
              open output delivery-manifest-file
           end-if

           if manifest-file-status is equal to "00"
              move "Y" to manifest-open-flag
           else
              display "HACKMANF could not be opened (status "
                      manifest-file-status ") - deliveries not "
                      "recorded - return code 8"
              move 8 to return-code
           end-if.

       111-record-dropped-subscriber.
      *
      * Past the 50-entry table a subscriber gets no digest. Keep
      * reading so every one of them is on the manifest as DROPPED,
      * instead of vanishing without a trace.
           if dropped-subscriber-count is equal to zero
              display "SUBSCRBR has more than 50 entries - "
                      "the rest are dropped"
           end-if
           add 1 to dropped-subscriber-count

           move subscriber-id-in to mf-subscriber-id
           move function upper-case(subscriber-dest-in) to mf-dest
           move zero to mf-stories
           move "DROPPED" to delivery-status
           move delivery-status to mf-status
           perform 145-write-manifest-record.

       120-distribute-one-subscriber.
      *
      * One pass over the ranked keyword detail per subscriber - the
      * stories arrive already in rank order, so the first ten that
      * match this subscriber's keywords are their personal top ten.
           move subs-dest(subscriber-sub) to digest-dest-name
           move zero to digest-line-count
           open output subscriber-digest-file

           if digest-file-status is not equal to "00"
                      subs-id(subscriber-sub)
                      " could not be opened (status "
                      digest-file-status ") - skipped"
              move "FAILED" to delivery-status
           else
              perform 125-write-digest-header

              open input kwdetail-in-file
              if kwdetail-file-status is equal to "00" then
                 move "N" to kwdetail-eof-flag
                 perform 130-read-kwdetail-record
                    until KWDETAIL-EOF
                       or digest-line-count is not less than 10
                 close kwdetail-in-file
                 if digest-line-count is greater than zero
                    move "DELIVERED" to delivery-status
                 else
                    move "EMPTY" to delivery-status
                 end-if
              else
                 display "HACKKWDT could not be opened (status "
                         kwdetail-file-status ") - empty digests "
                         "- return code 8"
                 move 8 to return-code
                 move "FAILED" to delivery-status
              end-if

              close subscriber-digest-file
                      subs-id(subscriber-sub) " digest "
                      digest-dest-name " - " digest-line-count
                      " stories"
           end-if

           move subs-id(subscriber-sub) to mf-subscriber-id
           move subs-dest(subscriber-sub) to mf-dest
           move digest-line-count to mf-stories
           move delivery-status to mf-status
           perform 145-write-manifest-record.

       125-write-digest-header.
           move spaces to digest-record
           write subscriber-digest after advancing 1 line
           add 1 to digest-line-count
           add 1 to stories-written-count.

       145-write-manifest-record.
           evaluate delivery-status
              when "DELIVERED" add 1 to delivered-count
              when "EMPTY"     add 1 to empty-digest-count
              when "FAILED"    add 1 to failed-delivery-count
           end-evaluate

           if MANIFEST-OPEN
              move manifest-run-stamp to mf-run-stamp
              move manifest-record to delivery-manifest
              write delivery-manifest
           end-if.
