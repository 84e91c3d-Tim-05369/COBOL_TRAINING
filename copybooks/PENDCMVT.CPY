000150*    GAME START), "I" (DEBIT, HINT BOUGHT) OR "A" (TOP-UP AT
000160*    THE FRONT DESK).  OPERATOR IS THE FRONT-DESK OPERATOR FOR
000170*    A TOP-UP, OR THE CHARGING PROGRAM'S NAME FOR A DEBIT.
000171*    TYPE "E" (DEBIT, EXPIRED BALANCE) IS WRITTEN UNDER
000172*    OPERATOR "PENDUDRM" BY THE MONTHLY DORMANT SWEEP; A LARGE
000173*    BALANCE EXPIRES AS SEVERAL MOVEMENTS OF AT MOST 999.
000174*    TYPE "B" (CREDIT, PROMOTION BONUS) IS WRITTEN UNDER
000175*    OPERATOR "PENDUPRO" BY THE NIGHTLY PROMOTION RUN (SEE
000176*    PENDPREG); IT IS FREE CREDIT, NOT A SALE.
000180    01  CREDIT-MVT-RECORD.
000190        05  CMV-PLAYER-ID         PIC X(10).
000200        05  CMV-TYPE              PIC X(01).
