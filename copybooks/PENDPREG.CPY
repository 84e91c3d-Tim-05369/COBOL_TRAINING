000100*
000110*    PENDPREG.CPY - RECORD LAYOUT FOR THE PROMOTION AWARD
000120*    REGISTER (PROMOREG), INDEXED, KEYED ON PREG-CLE.  PENDUPRO
000130*    WRITES ONE RECORD FOR EVERY BONUS IT AWARDS, JUST BEFORE
000140*    THE CREDITS GO ON CREDITFL (THE RECORD IS DELETED AGAIN IF
000150*    CREDITFL REFUSES THEM), AND NEVER AWARDS A KEY ALREADY ON
000160*    FILE - SO THE SAME PROMOTION CANNOT PAY TWICE FOR THE SAME
000170*    QUALIFYING EVENT, HOWEVER OFTEN THE NIGHT IS RERUN.  THE
000180*    EVENT IS, FOR RULE "P", THE NUMBER OF GAMES REACHED (E.G.
000190*    000010, 000020); FOR RULE "D", THE DATE OF THE MOT DU JOUR
000200*    SOLVED; FOR RULE "T", THE DAY OF THE TOURNAMENT FINAL
000201*    (YYYYMMDD) FOLLOWED BY THE FIRST 12 LETTERS OF ITS SHARED
000202*    WORD.  CREDITS, DATE AND TIME RECORD WHAT WAS PAID AND
000210*    WHEN.  READ BY THE PENDUPRC COST REPORT.
000220    01  PROMO-REG-RECORD.
000230        05  PREG-CLE.
000240            10  PREG-PROMO        PIC X(06).
000250            10  PREG-PLAYER-ID    PIC X(10).
000260            10  PREG-EVENEMENT    PIC X(20).
000270        05  PREG-REGLE            PIC X(01).
000280        05  PREG-CREDITS          PIC 9(03).
000290        05  PREG-DATE             PIC 9(08).
000300        05  PREG-TIME             PIC 9(08).
