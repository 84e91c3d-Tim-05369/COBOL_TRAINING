000100*
000110*    PENDCTPM.CPY - RECORD LAYOUT FOR THE SKILL RATING
000120*    PARAMETER CARD (COTEPRM), READ BY PENDUCOT AND PENDUCLS.
000130*    THE RATING A NEW PLAYER STARTS FROM, THE MOST ONE GAME
000140*    OR MATCH CAN MOVE THE RATING OF A PROVISIONAL PLAYER AND
000150*    OF AN ESTABLISHED ONE (THE K FACTOR), AND THE NUMBER OF
000160*    GAMES AND MATCHES RATED AFTER WHICH A PLAYER IS NO LONGER
000170*    PROVISIONAL.  A WORD PLAYS AT THE INITIAL RATING PLUS 100
000180*    PER DIFFICULTY POINT ABOVE 5 (MINUS 100 PER POINT BELOW).
000190*    A MISSING CARD OR A NON-NUMERIC OR ZERO FIELD FALLS BACK
000200*    TO THE BUILT-IN DEFAULT (1500 / 40 / 20 / 020).
000210    01  COTE-PARM-RECORD.
000220        05  CTPM-COTE-INITIALE    PIC 9(04).
000230        05  CTPM-K-PROVISOIRE     PIC 9(02).
000240        05  CTPM-K-ETABLI         PIC 9(02).
000250        05  CTPM-SEUIL-PROVISOIRE PIC 9(03).
