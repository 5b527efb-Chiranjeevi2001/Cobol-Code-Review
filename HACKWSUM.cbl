       file section.
       fd runlog-in-file recording mode f.

       01 runlog-in                pic x(106).

       fd summary-out-file recording mode f.

           02 rl-keywords          pic 9(2).
           02 filler               pic x.
           02 rl-disposition       pic x(8).
           02 filler               pic x.
           02 rl-zero-points       pic 9(8).
           02 filler               pic x.
           02 rl-blank-authors     pic 9(8).
           02 filler               pic x.
           02 rl-future-posts      pic 9(8).
           02 filler               pic x.
           02 rl-repeat-ids        pic 9(8).

       01 runlog-file-status       pic xx.

