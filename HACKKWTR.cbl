
       fd runlog-in-file recording mode f.

       01 runlog-in                pic x(106).

       fd trend-out-file recording mode f.

      * Only the run start stamp is needed from each RUNLOG record.
       01 runlog-record.
           02 rl-start-stamp       pic 9(14).
           02 filler               pic x(92).

       01 kwstats-file-status      pic xx.
       01 runlog-file-status       pic xx.
