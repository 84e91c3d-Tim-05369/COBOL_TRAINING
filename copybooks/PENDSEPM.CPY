000100*
000110*    PENDSEPM.CPY - RECORD LAYOUT FOR THE PENDUSEC SECURITY
000120*    EXCEPTION LISTING PARAMETER CARD (SECUPRM).  THE DAY TO
000130*    LIST (BLANK = TODAY) AND THE NUMBER OF FAILED SIGN-ONS
000140*    IN THE DAY THAT FLAGS AN OPERATOR FOR THE MANAGER.  A
000150*    MISSING CARD OR A NON-NUMERIC FIELD FALLS BACK TO THE
000160*    BUILT-IN DEFAULT (TODAY / 03).
000170    01  SECU-PARM-RECORD.
000180        05  SEPM-DATE             PIC X(08).
000190        05  SEPM-SEUIL-ECHECS     PIC 9(02).
