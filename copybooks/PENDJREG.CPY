000100*
000110*    PENDJREG.CPY - RECORD LAYOUT FOR THE JOURNAL SEND REGISTER
000120*    (JRNLREG).  PENDUJRN APPENDS ONE RECORD EACH TIME IT
000130*    WRITES AN ACCOUNTING JOURNAL EXTRACT: THE SEQUENCE NUMBER
000140*    AND DAY JOURNALED, WHEN IT WAS WRITTEN, "N" FOR A FIRST
000150*    SEND OR "R" FOR A RESEND, AND THE TRAILER TOTALS.  THE
000160*    REGISTER IS HOW THE NEXT RUN FINDS THE NEXT SEQUENCE
000170*    NUMBER, REFUSES A DAY ALREADY SENT OR OLDER THAN THE LAST
000180*    ONE SENT, AND GIVES A RESEND ITS ORIGINAL NUMBER BACK.
000190    01  JRNL-REG-RECORD.
000200        05  JREG-SEQUENCE         PIC 9(06).
000210        05  JREG-DATE-JOURNEE     PIC 9(08).
000220        05  JREG-DATE-ENVOI       PIC 9(08).
000230        05  JREG-HEURE-ENVOI      PIC 9(08).
000240        05  JREG-MODE             PIC X(01).
000250        05  JREG-NB-LIGNES        PIC 9(05).
000260        05  JREG-TOT-QUANTITE     PIC 9(09).
000270        05  JREG-TOT-MONTANT      PIC 9(11)V99.
000280        05  JREG-HASH-COMPTES     PIC 9(12).
