000100*
000110*    PENDJRNL.CPY - RECORD LAYOUT FOR THE ACCOUNTING JOURNAL
000120*    EXTRACT (JRNLEXT) WRITTEN NIGHTLY BY PENDUJRN FROM
000130*    CREDMVT.  FIXED 80-BYTE RECORDS: ONE "H" HEADER, THE "D"
000140*    POSTING LINES, ONE "T" TRAILER.  THE HEADER CARRIES THE
000150*    RUN SEQUENCE NUMBER (ONE PER JOURNALED DAY, NEVER REUSED
000160*    FOR ANOTHER DAY) AND A RESEND FLAG; A RESEND REPEATS THE
000170*    ORIGINAL SEQUENCE NUMBER, SO THE ACCOUNTING SIDE, WHICH
000180*    ACCEPTS ONLY THE NUMBER AFTER THE LAST ONE IT POSTED,
000190*    TURNS AWAY A FILE ALREADY POSTED OR OUT OF SEQUENCE.  THE
000200*    TRAILER CARRIES THE POSTING LINE COUNT AND THE HASH
000210*    TOTALS (CREDITS, AMOUNT, SUM OF THE ACCOUNT CODES) THE
000220*    ACCOUNTING SIDE RECOMPUTES BEFORE POSTING.  AMOUNTS ARE
000230*    IN EUROS TO THE CENT.
000240    01  JOURNAL-RECORD.
000250        05  JRNL-TYPE             PIC X(01).
000260        05  JRNL-SEQUENCE         PIC 9(06).
000270        05  JRNL-DONNEES          PIC X(73).
000280        05  JRNL-ENTETE REDEFINES JRNL-DONNEES.
000290            10  JRNH-INTERFACE    PIC X(08).
000300            10  JRNH-DATE-JOURNEE PIC 9(08).
000310            10  JRNH-DATE-CREATION
000320                                  PIC 9(08).
000330            10  JRNH-HEURE-CREATION
000340                                  PIC 9(08).
000350            10  JRNH-RENVOI       PIC X(01).
000360            10  JRNH-DEVISE       PIC X(03).
000370            10  FILLER            PIC X(37).
000380        05  JRNL-DETAIL REDEFINES JRNL-DONNEES.
000390            10  JRND-LIGNE        PIC 9(05).
000400            10  JRND-DATE-JOURNEE PIC 9(08).
000410            10  JRND-CLASSE       PIC X(01).
000420            10  JRND-OPERATEUR    PIC X(10).
000430            10  JRND-COMPTE-DEBIT PIC 9(08).
000440            10  JRND-COMPTE-CREDIT
000450                                  PIC 9(08).
000460            10  JRND-QUANTITE     PIC 9(07).
000470            10  JRND-MONTANT      PIC 9(09)V99.
000480            10  JRND-LIBELLE      PIC X(15).
000490        05  JRNL-FIN REDEFINES JRNL-DONNEES.
000500            10  JRNT-NB-LIGNES    PIC 9(05).
000510            10  JRNT-TOT-QUANTITE PIC 9(09).
000520            10  JRNT-TOT-MONTANT  PIC 9(11)V99.
000530            10  JRNT-HASH-COMPTES PIC 9(12).
000540            10  FILLER            PIC X(34).
