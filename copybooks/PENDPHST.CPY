000140*    AND BY WHOM?" CAN ALWAYS BE ANSWERED FROM THE TRAIL, LIKE
000150*    WORDHIST DOES FOR THE WORD LIST.  ACTION IS "I"
000160*    (INSCRIPTION), "S" (SUSPENSION) OR "R" (REACTIVATION).
000161*    THE MONTHLY PENDUDRM SWEEP LOGS "D" (MISE EN SOMMEIL) AND
000162*    "R" (REVEIL) UNDER USER "SYSTEME".
000170    01  PLAYER-HIST-RECORD.
000180        05  PHST-USER-ID          PIC X(10).
000190        05  PHST-ACTION           PIC X(01).
