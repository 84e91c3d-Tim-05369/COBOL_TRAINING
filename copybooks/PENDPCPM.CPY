000100*
000110*    PENDPCPM.CPY - RECORD LAYOUT FOR THE PENDUPRC PROMOTION
000120*    COST REPORT PARAMETER CARD (PRCPARM).  THE PERIOD REPORTED
000130*    (BLANK DEBUT = THE FIRST DAY OF THE MONTH OF THE RUN, BLANK
000140*    FIN = THE RUN DATE) AND THE VALUE OF ONE GAME CREDIT
000150*    (DEFAULT 001.00, THE PRICE PENDUJRN POSTS CREDITS AT).  A
000160*    MISSING CARD OR A NON-NUMERIC FIELD KEEPS THE DEFAULT.
000170    01  PRC-PARM-RECORD.
000180        05  PCPM-DEBUT            PIC X(08).
000190        05  PCPM-FIN              PIC X(08).
000200        05  PCPM-PRIX-CREDIT      PIC 9(03)V99.
