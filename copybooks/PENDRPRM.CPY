000100*
000110*    PENDRPRM.CPY - RECORD LAYOUT FOR THE PENDUREC PARAMETER
000120*    CARD.  ONE CARD PER RECOVERY RUN: THE DATE AND TIME THE
000130*    SAUVEGARDE GENERATION BEING REPLAYED FROM WAS TAKEN (SEE
000140*    PENDUSAV; A BLANK TIME MEANS THE BACKUP WAS TAKEN AT THE
000150*    END OF THAT DAY), THE DATE AND TIME TO REPLAY UP TO (BLANK
000160*    MEANS EVERYTHING ON FILE; A BLANK TIME MEANS THE END OF
000170*    THAT DAY), AND A MODE BYTE - "S" PRINTS THE COMPARISON
000180*    WITHOUT TOUCHING LEADERFL OR CREDITFL.  ALL DATES ARE
000190*    YYYYMMDD, ALL TIMES HHMMSSCC.
000200    01  RECOV-PARM-RECORD.
000210        05  RPRM-SAVE-DATE        PIC X(08).
000220        05  RPRM-SAVE-TIME        PIC X(08).
000230        05  RPRM-LIMITE-DATE      PIC X(08).
000240        05  RPRM-LIMITE-TIME      PIC X(08).
000250        05  RPRM-MODE             PIC X(01).
