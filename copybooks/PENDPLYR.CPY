000150*    FIRST, SO A TYPED IDENTIFIER CAN NO LONGER OPEN A GAME OR
000160*    A LEADERBOARD RECORD FOR A PLAYER WHO DOES NOT EXIST.
000170*    STATUS IS "A" (ACTIF) OR "S" (SUSPENDU); A SUSPENDED
000180*    PLAYER STAYS ON FILE BUT MAY NOT PLAY.  STATUS "D"
000181*    (DORMANT) IS SET BY THE MONTHLY PENDUDRM SWEEP AFTER A
000182*    LONG SPELL WITHOUT A GAME; A DORMANT PLAYER MAY STILL PLAY
000183*    AND IS SET BACK TO "A" BY THE NEXT SWEEP OR THROUGH
000184*    PENDUPMT.
000190    01  PLAYER-RECORD.
000200        05  PLYR-PLAYER-ID        PIC X(10).
000210        05  PLYR-NAME             PIC X(30).
