000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Penduprc.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - PER-PROMOTION COST
000140*                      REPORT OFF THE PROMOREG AWARD REGISTER
000150*                      (SEE PENDPREG).  FOR EVERY PROMOTION ON
000160*                      PROMOPRM (AND ANY RETIRED ONE STILL ON
000170*                      THE REGISTER): THE BONUSES PAID, THE
000180*                      PLAYERS WHO EARNED THEM, THE CREDITS
000190*                      GIVEN AND THEIR COST AT THE VALUE OF ONE
000200*                      CREDIT, FOR THE PERIOD OF THE PRCPARM
000210*                      CARD (SEE PENDPCPM, DEFAULT THE MONTH TO
000220*                      DATE) AND SINCE THE PROMOTION STARTED.
000230*                      PRINTS TO PRCRPT, ONE RUNLOG ENTRY PER
000240*                      RUN.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-PC.
000290 OBJECT-COMPUTER. IBM-PC.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PRC-PARM-FILE ASSIGN TO "PRCPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PCPM-STATUS.
000350     SELECT PROMO-PARM-FILE ASSIGN TO "PROMOPRM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PROM-STATUS.
000380     SELECT PROMO-REG-FILE ASSIGN TO "PROMOREG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PREG-CLE
000420         FILE STATUS IS WS-PREG-STATUS.
000430     SELECT PRINT-FILE ASSIGN TO "PRCRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PRINT-STATUS.
000460     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RLOG-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PRC-PARM-FILE.
000530 COPY "PENDPCPM.CPY".
000540 FD  PROMO-PARM-FILE.
000550 COPY "PENDPROM.CPY".
000560 FD  PROMO-REG-FILE.
000570 COPY "PENDPREG.CPY".
000580 FD  PRINT-FILE.
000590 COPY "PENDPRNT.CPY".
000600 FD  RUN-LOG-FILE.
000610 COPY "PENDRLOG.CPY".
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650*    ---- FILE STATUS SWITCHES -----------------------------------
000660 77  WS-PCPM-STATUS            PIC X(02) VALUE SPACES.
000670 77  WS-PROM-STATUS            PIC X(02) VALUE SPACES.
000680 77  WS-PREG-STATUS            PIC X(02) VALUE SPACES.
000690 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000700 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000710 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000720 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000730 77  WS-PROM-EOF-SW            PIC X(01) VALUE "N".
000740     88  PROM-EOF                  VALUE "Y".
000750 77  WS-PREG-EOF-SW            PIC X(01) VALUE "N".
000760     88  PREG-EOF                  VALUE "Y".
000770 01  WS-TODAY-AREA.
000780     05  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000790     05  WS-TODAY-R REDEFINES WS-TODAY-DATE.
000800         10  WS-TODAY-AAAAMM   PIC 9(06).
000810         10  WS-TODAY-JJ       PIC 9(02).
000820 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000830*
000840*    ---- RUN PARAMETERS (PRCPARM CARD, ELSE DEFAULTS) -----------
000850 77  PRC-DEBUT                 PIC 9(08) VALUE ZERO.
000860 77  PRC-FIN                   PIC 9(08) VALUE ZERO.
000870 77  PRC-PRIX-CREDIT           PIC 9(03)V99 VALUE 1.00.
000880*
000890*    ---- ONE ENTRY PER PROMOTION, IN PROMOPRM ORDER -------------
000900 01  COUT-TABLE-AREA.
000910     05  COUT-ENTRY OCCURS 100 TIMES
000920             INDEXED BY CT-IDX.
000930         10  CT-CODE           PIC X(06).
000940         10  CT-REGLE          PIC X(01).
000950         10  CT-LIBELLE        PIC X(30).
000960         10  CT-PRIMES-PER     PIC 9(07).
000970         10  CT-CREDITS-PER    PIC 9(09).
000980         10  CT-PRIMES-CUM     PIC 9(07).
000990         10  CT-CREDITS-CUM    PIC 9(09).
001000         10  CT-JOUEURS-PER    PIC 9(05).
001010         10  CT-DERN-JOUEUR    PIC X(10).
001020 77  COUT-COUNT                PIC 9(03) VALUE ZERO.
001030 77  WS-CLE-PROMO              PIC X(06) VALUE SPACES.
001040 77  WS-COUT-TROUVE-SW         PIC X(01) VALUE "N".
001050     88  COUT-TROUVE               VALUE "Y".
001060 77  WS-COUT-INDEX             PIC 9(03) VALUE ZERO.
001070 77  WS-COUT-DEBORDES          PIC 9(07) VALUE ZERO.
001080*
001090*    ---- REPORT TOTALS AND WORK AREAS ---------------------------
001100 77  TOT-PRIMES-PER            PIC 9(07) VALUE ZERO.
001110 77  TOT-CREDITS-PER           PIC 9(09) VALUE ZERO.
001120 77  TOT-PRIMES-CUM            PIC 9(07) VALUE ZERO.
001130 77  TOT-CREDITS-CUM           PIC 9(09) VALUE ZERO.
001140 77  TOT-JOUEURS-PER           PIC 9(07) VALUE ZERO.
001150 77  WS-COUT                   PIC 9(09)V99 VALUE ZERO.
001160 77  WS-CARTES-LUES            PIC 9(05) VALUE ZERO.
001170 77  WS-PREG-LUS               PIC 9(07) VALUE ZERO.
001180 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
001190*
001200*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001210 01  ENT-LIGNE-1.
001220     05  FILLER                PIC X(44) VALUE
001230         "COUT DES PROMOTIONS - JEU DU PENDU".
001240     05  FILLER                PIC X(88) VALUE SPACES.
001250 01  ENT-LIGNE-2.
001260     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001270     05  ENT-DATE              PIC 9(08).
001280     05  FILLER                PIC X(05) VALUE " A : ".
001290     05  ENT-HEURE             PIC 9(08).
001300     05  FILLER                PIC X(75) VALUE SPACES.
001310     05  FILLER                PIC X(07) VALUE "PAGE : ".
001320     05  ENT-PAGE              PIC ZZZZ9.
001330     05  FILLER                PIC X(13) VALUE SPACES.
001340 01  ENT-COLONNES.
001350     05  FILLER                PIC X(08) VALUE "PROMO".
001360     05  FILLER                PIC X(03) VALUE "R".
001370     05  FILLER                PIC X(32) VALUE "LIBELLE".
001380     05  FILLER                PIC X(44) VALUE
001390         "---------------- PERIODE -------------------".
001400     05  FILLER                PIC X(02) VALUE SPACES.
001410     05  FILLER                PIC X(35) VALUE
001420         "---------- DEPUIS LE DEBUT --------".
001430     05  FILLER                PIC X(08) VALUE SPACES.
001440 01  ENT-COLONNES-2.
001450     05  FILLER                PIC X(43) VALUE SPACES.
001460     05  FILLER                PIC X(08) VALUE "  PRIMES".
001470     05  FILLER                PIC X(09) VALUE "  JOUEURS".
001480     05  FILLER                PIC X(11) VALUE "    CREDITS".
001490     05  FILLER                PIC X(16) VALUE
001500         "            COUT".
001510     05  FILLER                PIC X(02) VALUE SPACES.
001520     05  FILLER                PIC X(08) VALUE "  PRIMES".
001530     05  FILLER                PIC X(11) VALUE "    CREDITS".
001540     05  FILLER                PIC X(16) VALUE
001550         "            COUT".
001560     05  FILLER                PIC X(08) VALUE SPACES.
001570 01  LIGNE-COUT.
001580     05  LC-CODE               PIC X(06).
001590     05  FILLER                PIC X(02) VALUE SPACES.
001600     05  LC-REGLE              PIC X(01).
001610     05  FILLER                PIC X(02) VALUE SPACES.
001620     05  LC-LIBELLE            PIC X(30).
001630     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  LC-PRIMES-PER         PIC ZZZZZZZ9.
001650     05  LC-JOUEURS-PER        PIC ZZZZZZZZ9.
001660     05  LC-CREDITS-PER        PIC ZZZZZZZZZZ9.
001670     05  LC-COUT-PER           PIC ZZZZZZZZZZZZ9.99.
001680     05  FILLER                PIC X(02) VALUE SPACES.
001690     05  LC-PRIMES-CUM         PIC ZZZZZZZ9.
001700     05  LC-CREDITS-CUM        PIC ZZZZZZZZZZ9.
001710     05  LC-COUT-CUM           PIC ZZZZZZZZZZZZ9.99.
001720     05  FILLER                PIC X(08) VALUE SPACES.
001730 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001740*
001750*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001760 COPY "PENDRPTW.CPY".
001770*
001780 PROCEDURE DIVISION.
001790*
001800*    =============================================================
001810*    0000-MAINLINE  --  READS THE CARD AND THE PROMOTIONS,
001820*    TOTALS THE REGISTER PER PROMOTION AND PRINTS THE COSTS.
001830*    =============================================================
001840 0000-MAINLINE.
001850     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
001860     ACCEPT WS-RLOG-DEBUT FROM TIME
001870     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001880     ACCEPT WS-TIME-NOW FROM TIME
001890     COMPUTE PRC-DEBUT = WS-TODAY-AAAAMM * 100 + 1
001900     MOVE WS-TODAY-DATE TO PRC-FIN
001910     PERFORM 1000-LIT-PARAMETRE
001920     PERFORM 1100-LIT-PROMOTIONS
001930     PERFORM 2000-CHARGE-REGISTRE
001940     OPEN OUTPUT PRINT-FILE
001950     PERFORM 3000-IMPRIME-RAPPORT
001960     MOVE SPACES TO WS-LIGNE
001970     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
001980     PERFORM 9000-ECRIT-LIGNE
001990     CLOSE PRINT-FILE
002000     PERFORM 9900-ENREG-JOURNAL
002010     STOP RUN.
002020*
002030*    =============================================================
002040*    1000-LIT-PARAMETRE  --  READS THE PRCPARM CARD.  A MISSING
002050*    CARD OR A NON-NUMERIC FIELD KEEPS ITS DEFAULT.
002060*    =============================================================
002070 1000-LIT-PARAMETRE.
002080     OPEN INPUT PRC-PARM-FILE
002090     IF WS-PCPM-STATUS = "00"
002100         READ PRC-PARM-FILE
002110             AT END
002120                 CONTINUE
002130             NOT AT END
002140                 PERFORM 1010-APPLIQUE-CARTE
002150         END-READ
002160         CLOSE PRC-PARM-FILE
002170     END-IF.
002180*
002190*    =============================================================
002200*    1010-APPLIQUE-CARTE  --  TAKES THE FIELDS OF THE CARD JUST
002210*    READ.
002220*    =============================================================
002230 1010-APPLIQUE-CARTE.
002240     IF PCPM-DEBUT IS NUMERIC
002250         MOVE PCPM-DEBUT TO PRC-DEBUT
002260     END-IF
002270     IF PCPM-FIN IS NUMERIC
002280         MOVE PCPM-FIN TO PRC-FIN
002290     END-IF
002300     IF PCPM-PRIX-CREDIT IS NUMERIC
002310             AND PCPM-PRIX-CREDIT > 0
002320         MOVE PCPM-PRIX-CREDIT TO PRC-PRIX-CREDIT
002330     END-IF.
002340*
002350*    =============================================================
002360*    1100-LIT-PROMOTIONS  --  LOADS THE PROMOTIONS OF PROMOPRM,
002370*    IN CARD ORDER, SO EVERY ONE IS PRINTED EVEN WITHOUT A
002380*    BONUS PAID.
002390*    =============================================================
002400 1100-LIT-PROMOTIONS.
002410     OPEN INPUT PROMO-PARM-FILE
002420     IF WS-PROM-STATUS NOT = "00"
002430         SET PROM-EOF TO TRUE
002440     ELSE
002450         PERFORM 1110-LIT-CARTE UNTIL PROM-EOF
002460         CLOSE PROMO-PARM-FILE
002470     END-IF.
002480*
002490*    =============================================================
002500*    1110-LIT-CARTE  --  READS ONE PROMOPRM CARD; A COMMENT OR
002510*    BLANK CARD IS SKIPPED.
002520*    =============================================================
002530 1110-LIT-CARTE.
002540     READ PROMO-PARM-FILE
002550         AT END
002560             SET PROM-EOF TO TRUE
002570         NOT AT END
002580             IF PROMO-PARM-RECORD NOT = SPACES
002590                     AND PROM-COMMENTAIRE NOT = "*"
002600                     AND PROM-CODE NOT = SPACES
002610                 ADD 1 TO WS-CARTES-LUES
002620                 MOVE PROM-CODE TO WS-CLE-PROMO
002630                 PERFORM 8000-CHERCHE-PROMOTION
002640                 IF WS-COUT-INDEX > 0
002650                     MOVE PROM-REGLE TO CT-REGLE(WS-COUT-INDEX)
002660                     MOVE PROM-LIBELLE
002670                         TO CT-LIBELLE(WS-COUT-INDEX)
002680                 END-IF
002690             END-IF
002700     END-READ.
002710*
002720*    =============================================================
002730*    2000-CHARGE-REGISTRE  --  READS PROMOREG IN KEY ORDER
002740*    (PROMOTION, THEN PLAYER) AND TOTALS EVERY AWARD UNDER ITS
002750*    PROMOTION.  A MISSING REGISTER MEANS NOTHING PAID YET.
002760*    =============================================================
002770 2000-CHARGE-REGISTRE.
002780     OPEN INPUT PROMO-REG-FILE
002790     IF WS-PREG-STATUS NOT = "00"
002800         SET PREG-EOF TO TRUE
002810     ELSE
002820         PERFORM 2010-LIT-PRIME UNTIL PREG-EOF
002830         CLOSE PROMO-REG-FILE
002840     END-IF.
002850*
002860*    =============================================================
002870*    2010-LIT-PRIME  --  ADDS ONE AWARD TO ITS PROMOTION, TO THE
002880*    PERIOD TOO WHEN IT WAS PAID IN THE PERIOD.  A PLAYER IS
002890*    COUNTED ONCE PER PROMOTION: THE KEY ORDER BRINGS ALL OF A
002900*    PLAYER'S AWARDS TOGETHER.
002910*    =============================================================
002920 2010-LIT-PRIME.
002930     READ PROMO-REG-FILE
002940         AT END
002950             SET PREG-EOF TO TRUE
002960         NOT AT END
002970             ADD 1 TO WS-PREG-LUS
002980             MOVE PREG-PROMO TO WS-CLE-PROMO
002990             PERFORM 8000-CHERCHE-PROMOTION
003000             IF WS-COUT-INDEX > 0
003010                 PERFORM 2020-CUMULE-PRIME
003020             END-IF
003030     END-READ.
003040*
003050*    =============================================================
003060*    2020-CUMULE-PRIME  --  ADDS THE AWARD JUST READ TO THE
003070*    ENTRY AT WS-COUT-INDEX.
003080*    =============================================================
003090 2020-CUMULE-PRIME.
003100     IF CT-REGLE(WS-COUT-INDEX) = SPACE
003110         MOVE PREG-REGLE TO CT-REGLE(WS-COUT-INDEX)
003120     END-IF
003130     ADD 1 TO CT-PRIMES-CUM(WS-COUT-INDEX)
003140     ADD PREG-CREDITS TO CT-CREDITS-CUM(WS-COUT-INDEX)
003150     IF PREG-DATE NOT < PRC-DEBUT
003160             AND PREG-DATE NOT > PRC-FIN
003170         ADD 1 TO CT-PRIMES-PER(WS-COUT-INDEX)
003180         ADD PREG-CREDITS TO CT-CREDITS-PER(WS-COUT-INDEX)
003190         IF PREG-PLAYER-ID NOT = CT-DERN-JOUEUR(WS-COUT-INDEX)
003200             ADD 1 TO CT-JOUEURS-PER(WS-COUT-INDEX)
003210             MOVE PREG-PLAYER-ID
003220                 TO CT-DERN-JOUEUR(WS-COUT-INDEX)
003230         END-IF
003240     END-IF.
003250*
003260*    =============================================================
003270*    3000-IMPRIME-RAPPORT  --  PRINTS THE PERIOD AND THE VALUE
003280*    OF A CREDIT, ONE LINE PER PROMOTION AND THE TOTALS.
003290*    =============================================================
003300 3000-IMPRIME-RAPPORT.
003310     MOVE SPACES TO WS-LIGNE
003320     STRING "PERIODE DU " PRC-DEBUT " AU " PRC-FIN
003330         "   VALEUR D'UN CREDIT : " PRC-PRIX-CREDIT
003340         DELIMITED BY SIZE INTO WS-LIGNE
003350     PERFORM 9000-ECRIT-LIGNE
003360     MOVE SPACES TO WS-LIGNE
003370     PERFORM 9000-ECRIT-LIGNE
003380     PERFORM 3010-IMPRIME-PROMOTION
003390         VARYING CT-IDX FROM 1 BY 1
003400         UNTIL CT-IDX > COUT-COUNT
003410     IF COUT-COUNT = 0
003420         MOVE "AUCUNE PROMOTION." TO WS-LIGNE
003430         PERFORM 9000-ECRIT-LIGNE
003440     END-IF
003450     MOVE SPACES TO WS-LIGNE
003460     PERFORM 9000-ECRIT-LIGNE
003470     MOVE SPACES TO LC-CODE
003480     MOVE SPACE TO LC-REGLE
003490     MOVE "TOTAL DES PROMOTIONS" TO LC-LIBELLE
003500     MOVE TOT-PRIMES-PER TO LC-PRIMES-PER
003510     MOVE TOT-JOUEURS-PER TO LC-JOUEURS-PER
003520     MOVE TOT-CREDITS-PER TO LC-CREDITS-PER
003530     COMPUTE WS-COUT ROUNDED =
003540         TOT-CREDITS-PER * PRC-PRIX-CREDIT
003550     MOVE WS-COUT TO LC-COUT-PER
003560     MOVE TOT-PRIMES-CUM TO LC-PRIMES-CUM
003570     MOVE TOT-CREDITS-CUM TO LC-CREDITS-CUM
003580     COMPUTE WS-COUT ROUNDED =
003590         TOT-CREDITS-CUM * PRC-PRIX-CREDIT
003600     MOVE WS-COUT TO LC-COUT-CUM
003610     MOVE LIGNE-COUT TO WS-LIGNE
003620     PERFORM 9000-ECRIT-LIGNE
003630     IF WS-COUT-DEBORDES > 0
003640         ADD 1 TO WS-EXCEPTIONS
003650         MOVE 4 TO RETURN-CODE
003660         MOVE SPACES TO WS-LIGNE
003670         STRING "ATTENTION TABLE DES PROMOTIONS SATUREE - "
003680             WS-COUT-DEBORDES " ENREGISTREMENTS NON COMPTES."
003690             DELIMITED BY SIZE INTO WS-LIGNE
003700         PERFORM 9000-ECRIT-LIGNE
003710     END-IF.
003720*
003730*    =============================================================
003740*    3010-IMPRIME-PROMOTION  --  PRINTS THE PROMOTION AT CT-IDX
003750*    AND ADDS IT TO THE TOTALS.  A PROMOTION NO LONGER ON
003760*    PROMOPRM IS SHOWN AS RETIRED.
003770*    =============================================================
003780 3010-IMPRIME-PROMOTION.
003790     MOVE CT-CODE(CT-IDX) TO LC-CODE
003800     MOVE CT-REGLE(CT-IDX) TO LC-REGLE
003810     IF CT-LIBELLE(CT-IDX) = SPACES
003820         MOVE "(PROMOTION RETIREE)" TO LC-LIBELLE
003830     ELSE
003840         MOVE CT-LIBELLE(CT-IDX) TO LC-LIBELLE
003850     END-IF
003860     MOVE CT-PRIMES-PER(CT-IDX) TO LC-PRIMES-PER
003870     MOVE CT-JOUEURS-PER(CT-IDX) TO LC-JOUEURS-PER
003880     MOVE CT-CREDITS-PER(CT-IDX) TO LC-CREDITS-PER
003890     COMPUTE WS-COUT ROUNDED =
003900         CT-CREDITS-PER(CT-IDX) * PRC-PRIX-CREDIT
003910     MOVE WS-COUT TO LC-COUT-PER
003920     MOVE CT-PRIMES-CUM(CT-IDX) TO LC-PRIMES-CUM
003930     MOVE CT-CREDITS-CUM(CT-IDX) TO LC-CREDITS-CUM
003940     COMPUTE WS-COUT ROUNDED =
003950         CT-CREDITS-CUM(CT-IDX) * PRC-PRIX-CREDIT
003960     MOVE WS-COUT TO LC-COUT-CUM
003970     MOVE LIGNE-COUT TO WS-LIGNE
003980     PERFORM 9000-ECRIT-LIGNE
003990     ADD CT-PRIMES-PER(CT-IDX) TO TOT-PRIMES-PER
004000     ADD CT-JOUEURS-PER(CT-IDX) TO TOT-JOUEURS-PER
004010     ADD CT-CREDITS-PER(CT-IDX) TO TOT-CREDITS-PER
004020     ADD CT-PRIMES-CUM(CT-IDX) TO TOT-PRIMES-CUM
004030     ADD CT-CREDITS-CUM(CT-IDX) TO TOT-CREDITS-CUM.
004040*
004050*    =============================================================
004060*    8000-CHERCHE-PROMOTION  --  LOCATES (OR ADDS) THE ENTRY OF
004070*    PROMOTION WS-CLE-PROMO, LEAVING ITS SLOT IN WS-COUT-INDEX
004080*    (ZERO, AND A COUNT OF THE LOSS, WHEN THE TABLE IS FULL).
004090*    =============================================================
004100 8000-CHERCHE-PROMOTION.
004110     MOVE "N" TO WS-COUT-TROUVE-SW
004120     MOVE ZERO TO WS-COUT-INDEX
004130     PERFORM VARYING CT-IDX FROM 1 BY 1
004140             UNTIL CT-IDX > COUT-COUNT
004150                OR COUT-TROUVE
004160         IF CT-CODE(CT-IDX) = WS-CLE-PROMO
004170             SET COUT-TROUVE TO TRUE
004180             SET WS-COUT-INDEX TO CT-IDX
004190         END-IF
004200     END-PERFORM
004210     IF NOT COUT-TROUVE
004220         IF COUT-COUNT < 100
004230             ADD 1 TO COUT-COUNT
004240             MOVE COUT-COUNT TO WS-COUT-INDEX
004250             INITIALIZE COUT-ENTRY(WS-COUT-INDEX)
004260             MOVE WS-CLE-PROMO TO CT-CODE(WS-COUT-INDEX)
004270         ELSE
004280             ADD 1 TO WS-COUT-DEBORDES
004290         END-IF
004300     END-IF.
004310*
004320*    =============================================================
004330*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
004340*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
004350*    WHEN THE PAGE IS FULL.
004360*    =============================================================
004370 9000-ECRIT-LIGNE.
004380     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
004390         PERFORM 9010-ENTETE-PAGE
004400     END-IF
004410     MOVE SPACE TO PRT-CC
004420     MOVE WS-LIGNE TO PRT-LINE
004430     WRITE PRINT-RECORD
004440     ADD 1 TO RPT-LIGNE-CNT.
004450*
004460*    =============================================================
004470*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
004480*    TIME, PAGE NUMBER AND THE TWO COLUMN-HEADER LINES.
004490*    =============================================================
004500 9010-ENTETE-PAGE.
004510     ADD 1 TO RPT-PAGE-CNT
004520     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
004530     MOVE WS-TODAY-DATE TO ENT-DATE
004540     MOVE WS-TIME-NOW TO ENT-HEURE
004550     MOVE RPT-PAGE-AFF TO ENT-PAGE
004560     MOVE "1" TO PRT-CC
004570     MOVE ENT-LIGNE-1 TO PRT-LINE
004580     WRITE PRINT-RECORD
004590     MOVE SPACE TO PRT-CC
004600     MOVE ENT-LIGNE-2 TO PRT-LINE
004610     WRITE PRINT-RECORD
004620     MOVE SPACES TO PRT-LINE
004630     WRITE PRINT-RECORD
004640     MOVE ENT-COLONNES TO PRT-LINE
004650     WRITE PRINT-RECORD
004660     MOVE ENT-COLONNES-2 TO PRT-LINE
004670     WRITE PRINT-RECORD
004680     MOVE ALL "-" TO PRT-LINE
004690     WRITE PRINT-RECORD
004700     MOVE 6 TO RPT-LIGNE-CNT.
004710*
004720*    =============================================================
004730*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
004740*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
004750*    PROGRAM ENDS.
004760*    =============================================================
004770 9900-ENREG-JOURNAL.
004780     MOVE "PENDUPRC" TO RLOG-PROGRAM
004790     MOVE WS-RLOG-DATE TO RLOG-DATE
004800     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
004810     ACCEPT RLOG-END-TIME FROM TIME
004820     COMPUTE RLOG-LUS = WS-CARTES-LUES + WS-PREG-LUS
004830     MOVE ZERO TO RLOG-ECRITS
004840     MOVE ZERO TO RLOG-REJETES
004850     MOVE WS-EXCEPTIONS TO RLOG-EXCEPTIONS
004860     MOVE RETURN-CODE TO RLOG-RETOUR
004870     OPEN EXTEND RUN-LOG-FILE
004880     IF WS-RLOG-STATUS = "35"
004890         OPEN OUTPUT RUN-LOG-FILE
004900     END-IF
004910     WRITE RUN-LOG-RECORD
004920     CLOSE RUN-LOG-FILE.
004930*
004940 END PROGRAM Penduprc.
