000100*
000110*    PENDJRPM.CPY - RECORD LAYOUT FOR THE PENDUJRN PARAMETER
000120*    FILE (JRNLPRM).  ONE "C" CONTROL CARD CARRIES THE DAY TO
000130*    JOURNAL (BLANK = TODAY), A MODE BYTE - "R" RESENDS A DAY
000140*    ALREADY SENT UNDER ITS ORIGINAL SEQUENCE NUMBER - AND THE
000150*    VALUE OF ONE GAME CREDIT (DEFAULT 001.00).  ONE "P"
000160*    POSTING CARD PER MOVEMENT CLASS GIVES THE DEBIT AND
000170*    CREDIT ACCOUNT CODES AND THE ENTRY LABEL: CLASS "A"
000180*    (TOP-UPS SOLD), "J" (GAME DEBITS), "I" (HINT DEBITS), "B"
000190*    (PROMOTION BONUSES) AND "O" (EVERY OTHER CREDMVT TYPE).  A
000200*    CLASS WITH MOVEMENTS ON THE DAY BUT NO POSTING CARD STOPS
000205*    THE RUN.
000210    01  JRNL-PARM-RECORD.
000220        05  JRPM-CARTE            PIC X(01).
000230        05  JRPM-DONNEES          PIC X(79).
000240        05  JRPM-CONTROLE REDEFINES JRPM-DONNEES.
000250            10  JRPM-DATE         PIC X(08).
000260            10  JRPM-MODE         PIC X(01).
000270            10  JRPM-PRIX-CREDIT  PIC 9(03)V99.
000280            10  FILLER            PIC X(65).
000290        05  JRPM-IMPUTATION REDEFINES JRPM-DONNEES.
000300            10  JRPM-CLASSE       PIC X(01).
000310            10  JRPM-COMPTE-DEBIT PIC 9(08).
000320            10  JRPM-COMPTE-CREDIT
000330                                  PIC 9(08).
000340            10  JRPM-LIBELLE      PIC X(15).
000350            10  FILLER            PIC X(47).
