000100*
000110*    PENDKIOS.CPY - RECORD LAYOUT FOR THE KIOSK INQUIRY LOG
000120*    (KIOSKLOG).  PENDUKIO APPENDS ONE RECORD FOR EVERY
000130*    PLAYER-ID TYPED AT THE SELF-SERVICE KIOSK, SO THE SALLE
000140*    CAN SEE HOW MUCH THE KIOSK IS USED AND SPOT SOMEBODY
000150*    TRYING OTHER PLAYERS' IDS.  RESULTAT IS "T" (FICHE SHOWN),
000160*    "I" (ID NOT ON PLAYERFL) OR "S" (SUSPENDED PLAYER, SENT
000170*    TO THE FRONT DESK).  PAGES IS THE NUMBER OF PAGES OF
000180*    PAST GAMES THE PLAYER LOOKED AT.
000190    01  KIOSK-LOG-RECORD.
000200        05  KIOS-DATE             PIC 9(08).
000210        05  KIOS-TIME             PIC 9(08).
000220        05  KIOS-PLAYER-ID        PIC X(10).
000230        05  KIOS-RESULTAT         PIC X(01).
000240        05  KIOS-PAGES            PIC 9(03).
