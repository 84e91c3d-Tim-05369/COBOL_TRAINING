000100*
000110*    PENDCLPM.CPY - RECORD LAYOUT FOR THE PENDUCAL PARAMETER
000120*    CARD (CALPRM).  ONE CARD PER MONTHLY RECALIBRATION RUN:
000130*    THE MODE BYTE ("A" APPLIES THE PROPOSED RATINGS TO
000140*    WORDFILE AND LOGS EACH CHANGE TO WORDHIST; ANYTHING ELSE
000150*    ONLY PRINTS THE RECOMMENDATIONS) AND THE MINIMUM NUMBER OF
000160*    GAMES A WORD MUST HAVE BEEN PLAYED BEFORE A RATING IS
000170*    PROPOSED FOR IT.  A MISSING CARD OR A NON-NUMERIC MINIMUM
000180*    FALLS BACK TO RECOMMENDATIONS ONLY AND 020 GAMES.
000190    01  CALIB-PARM-RECORD.
000200        05  CLPM-MODE             PIC X(01).
000210        05  CLPM-MIN-PARTIES      PIC 9(03).
