000100*
000110*    PENDSUPM.CPY - RECORD LAYOUT FOR THE PENDUSUS SCREENING
000120*    PARAMETER CARD (SUSPPRM).  ONE CARD TUNES THE NIGHTLY
000130*    SUSPICIOUS-PLAY THRESHOLDS WITHOUT A PROGRAM CHANGE: THE
000140*    DAY TO SCREEN (BLANK = TODAY), THE LOWEST RATING A
000150*    FLAWLESS WIN IS FLAGGED ON, THE FASTEST HUMAN GAP BETWEEN
000160*    TWO GUESSES (HUNDREDTHS OF A SECOND) AND HOW MANY FASTER
000170*    GAPS A GAME MAY HOLD, THE MINUTES WITHIN WHICH A FLAWLESS
000180*    MOT DU JOUR SOLVE AFTER SOMEONE ELSE'S IS FLAGGED, THE
000190*    HIT-RATIO MARGIN (PERCENTAGE POINTS) OVER THE PLAYER'S
000200*    OWN HISTORY AND THE GUESSES NEEDED ON EACH SIDE BEFORE
000210*    THE RATIO IS JUDGED, AND THE NUMBER OF FLAGGED NIGHTS THAT
000220*    PUTS A PLAYER ON THE WATCH LIST.  A MISSING CARD OR A
000230*    NON-NUMERIC FIELD FALLS BACK TO THE BUILT-IN DEFAULT
000240*    (TODAY / 8 / 050 / 03 / 010 / 030 / 020 / 03).
000250    01  SUSP-PARM-RECORD.
000260        05  SUPM-DATE             PIC X(08).
000270        05  SUPM-COTE-MIN         PIC 9(01).
000280        05  SUPM-ECART-MIN        PIC 9(03).
000290        05  SUPM-NB-RAPIDES       PIC 9(02).
000300        05  SUPM-DELAI-DEFI       PIC 9(03).
000310        05  SUPM-MARGE-TAUX       PIC 9(03).
000320        05  SUPM-MIN-ESSAIS       PIC 9(03).
000330        05  SUPM-SEUIL-RECIDIVE   PIC 9(02).
