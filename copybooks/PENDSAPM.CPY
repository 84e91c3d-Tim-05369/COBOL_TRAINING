000100*
000110*    PENDSAPM.CPY - RECORD LAYOUT FOR THE PENDUSAI SEASON CLOSE
000120*    PARAMETER CARD (SAISPRM).  THE SEASON BEING CLOSED, YYYYMM
000130*    (BLANK = THE MONTH OF THE RUN DATE), HOW MANY FINISHERS
000140*    GO ON THE HALL OF FAME (01 TO 10, BLANK = 03, THE
000150*    PODIUM) AND A MODE BYTE - "R" ONLY REDOES THE LEADERFL
000160*    POINTS RESET OF A SEASON ALREADY ON HALLFAME, FOR A CLOSE
000170*    THAT STOPPED PART WAY THROUGH THE RESET.  A MISSING CARD
000180*    OR A NON-NUMERIC FIELD FALLS BACK TO THE BUILT-IN DEFAULT.
000190    01  SAIS-PARM-RECORD.
000200        05  SAPM-SAISON           PIC X(06).
000210        05  SAPM-PODIUM           PIC 9(02).
000220        05  SAPM-MODE             PIC X(01).
