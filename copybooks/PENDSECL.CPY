000100*
000110*    PENDSECL.CPY - RECORD LAYOUT FOR THE SECURITY LOG
000120*    (SECLOG).  ONE RECORD IS APPENDED BY THE INTERACTIVE
000130*    PROGRAMS FOR EVERY FAILED SIGN-ON AND EVERY ACTION REFUSED
000140*    TO AN OPERATOR'S ROLE, AND BY PENDUOPM FOR EVERY CHANGE TO
000150*    THE OPERATOR MASTER; PENDUSEC LISTS THE DAY'S RECORDS FOR
000160*    THE MANAGER.  EVENEMENT IS "I" (UNKNOWN OPERATOR ID), "P"
000170*    (WRONG PASSWORD), "V" (WRONG PASSWORD THAT LOCKED THE
000180*    OPERATOR), "B" (SIGN-ON BY A SUSPENDED OR LOCKED
000190*    OPERATOR), "R" (ACTION REFUSED - CHOIX IS THE MENU OPTION,
000200*    "*" FOR THE PROGRAM ITSELF) OR "O" (OPERATOR MASTER
000210*    CHANGE - CIBLE IS THE OPERATOR CHANGED).
000220    01  SECURITY-LOG-RECORD.
000230        05  SECL-DATE             PIC 9(08).
000240        05  SECL-TIME             PIC 9(08).
000250        05  SECL-PROGRAM          PIC X(08).
000260        05  SECL-OPER-ID          PIC X(10).
000270        05  SECL-EVENEMENT        PIC X(01).
000280        05  SECL-CHOIX            PIC X(01).
000290        05  SECL-CIBLE            PIC X(10).
000300        05  SECL-DETAIL           PIC X(20).
