000100*
000110*    PENDPROM.CPY - RECORD LAYOUT FOR THE PROMOTION PARAMETER
000120*    FILE (PROMOPRM), ONE CARD PER PROMOTION RULE READ BY THE
000130*    NIGHTLY PENDUPRO RUN AND THE PENDUPRC COST REPORT.  CODE
000140*    NAMES THE PROMOTION AND MUST BE UNIQUE.  RULE IS "P" (A
000150*    BONUS FOR EVERY SEUIL GAMES CHARGED TO THE BALANCE - "J"
000160*    MOVEMENTS ON CREDMVT), "D" (A BONUS FOR SOLVING THE MOT DU
000170*    JOUR - A WON RESULTFL GAME IN MODE "C") OR "T" (A BONUS
000180*    FOR WINNING A PENDUTRN TOURNAMENT - THE WINNER OF THE
000190*    FINAL ON TOURNFL).  SEUIL IS ONLY USED BY RULE "P".
000200*    CREDITS IS THE NUMBER OF GAME CREDITS AWARDED EACH TIME.
000210*    ONLY EVENTS DATED FROM DEBUT TO FIN (BLANK = NO END DATE)
000220*    QUALIFY.  A CARD WITH "*" IN COLUMN 1 IS A COMMENT.
000230    01  PROMO-PARM-RECORD.
000240        05  PROM-CODE             PIC X(06).
000250        05  PROM-CODE-R REDEFINES PROM-CODE.
000260            10  PROM-COMMENTAIRE  PIC X(01).
000270            10  FILLER            PIC X(05).
000280        05  PROM-REGLE            PIC X(01).
000290        05  PROM-SEUIL            PIC 9(03).
000300        05  PROM-CREDITS          PIC 9(03).
000310        05  PROM-DEBUT            PIC X(08).
000320        05  PROM-FIN              PIC X(08).
000330        05  PROM-LIBELLE          PIC X(30).
000340        05  FILLER                PIC X(21).
