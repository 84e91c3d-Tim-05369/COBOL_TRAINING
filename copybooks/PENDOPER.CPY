000100*
000110*    PENDOPER.CPY - RECORD LAYOUT FOR THE OPERATOR MASTER FILE
000120*    (OPERFL).  ONE RECORD PER FRONT-DESK OR BACK-OFFICE
000130*    OPERATOR, INDEXED, KEYED ON OPER-ID, MAINTAINED BY
000140*    SUPERVISORS THROUGH PENDUOPM.  PENDUMNT, PENDUCRD,
000150*    PENDUPMT AND PENDUTRG CHECK THE SIGN-ON AGAINST IT AND
000160*    OFFER ONLY THE MENU OPTIONS THE ROLE ALLOWS, SO THE
000170*    OPERATOR RECORDED ON WORDHIST, CREDMVT AND PLYRHIST IS A
000180*    KNOWN ONE.  STATUS IS "A" (ACTIF), "S" (SUSPENDU BY A
000190*    SUPERVISOR) OR "V" (VERROUILLE AFTER TOO MANY FAILED
000200*    SIGN-ONS IN A ROW - SEE ECHECS); ONLY "A" MAY SIGN ON.
000210*    ROLE IS "M" (WORD MAINTENANCE), "C" (CREDIT SALES), "J"
000220*    (PLAYER ADMIN), "T" (TOURNAMENT ADMIN) OR "S"
000230*    (SUPERVISOR, WHO MAY DO EVERYTHING).  THE DATASET IS
000240*    READ-PROTECTED: IT HOLDS THE PASSWORDS.
000250    01  OPERATOR-RECORD.
000260        05  OPER-ID               PIC X(10).
000270        05  OPER-NAME             PIC X(30).
000280        05  OPER-PASSWORD         PIC X(10).
000290        05  OPER-STATUS           PIC X(01).
000300        05  OPER-ROLE             PIC X(01).
000310        05  OPER-ECHECS           PIC 9(02).
000320        05  OPER-CREATE-DATE      PIC 9(08).
000330        05  OPER-DERN-CONNEXION   PIC 9(08).
