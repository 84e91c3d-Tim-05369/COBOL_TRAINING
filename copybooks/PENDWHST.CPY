000130*    THROUGH PENDUMNT, SO "WHEN DID THIS WORD APPEAR?" CAN ALWAYS
000140*    BE ANSWERED FROM THE TRAIL.  ACTION IS "A" (AJOUT) OR "S"
000150*    (SUPPRESSION); THE UNUSED OLD/NEW SIDE IS LEFT AS SPACES.
000151*    ACTION "C" (COTE) IS A RATING CHANGE MADE BY THE MONTHLY
000152*    PENDUCAL RECALIBRATION UNDER THE USER-ID "SYSTEME": THE
000153*    WORD IS ON BOTH SIDES AND THE RATING IS THE NEW ONE (THE
000154*    OLD ONE IS ON THE WORD'S PREVIOUS RECORD).
000160    01  WORD-HIST-RECORD.
000170        05  WHST-USER-ID          PIC X(10).
000180        05  WHST-ACTION           PIC X(01).
