000100*
000110*    PENDDMPM.CPY - RECORD LAYOUT FOR THE PENDUDRM PARAMETER
000120*    CARD (DORMPRM).  ONE CARD PER MONTHLY DORMANT-PLAYER
000130*    SWEEP: THE REFERENCE DATE THE MONTHS ARE COUNTED BACK
000140*    FROM (BLANK = TODAY), THE MONTHS WITHOUT A GAME AFTER
000150*    WHICH A PLAYER IS PUT TO SLEEP (STATUS "D"), THE LONGER
000160*    PERIOD WITHOUT ANY ACTIVITY AFTER WHICH THE REMAINING
000170*    CREDIT BALANCE EXPIRES, AND A MODE BYTE - "S" PRINTS WHAT
000180*    WOULD BE DONE WITHOUT TOUCHING ANY FILE.  A MISSING CARD
000190*    OR A NON-NUMERIC FIELD FALLS BACK TO THE BUILT-IN DEFAULT
000200*    (TODAY / 006 / 012).
000210    01  DORM-PARM-RECORD.
000220        05  DMPM-DATE             PIC X(08).
000230        05  DMPM-MOIS-DORMANT     PIC 9(03).
000240        05  DMPM-MOIS-EXPIRE      PIC 9(03).
000250        05  DMPM-MODE             PIC X(01).
