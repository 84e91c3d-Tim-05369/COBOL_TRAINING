000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendupro.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - NIGHTLY PROMOTION RUN.
000140*                      EVALUATES CREDMVT (GAMES CHARGED),
000150*                      RESULTFL (MOT DU JOUR SOLVED) AND TOURNFL
000160*                      (TOURNAMENT WON) AGAINST THE PROMOTION
000170*                      RULES OF PROMOPRM (SEE PENDPROM) AND
000180*                      CREDITS EACH BONUS EARNED TO CREDITFL,
000190*                      WITH A "B" MOVEMENT ON CREDMVT UNDER
000200*                      OPERATOR "PENDUPRO", SO THE FRONT DESK NO
000210*                      LONGER KEYS BONUSES AS PENDUCRD TOP-UPS
000220*                      AND THE PENDUFAC DRAWER TIE-OUT STAYS
000230*                      RIGHT.  EVERY AWARD IS FIRST RECORDED ON
000240*                      THE PROMOREG REGISTER (SEE PENDPREG); AN
000250*                      EVENT ALREADY REGISTERED FOR A RULE IS
000260*                      NEVER PAID AGAIN, SO A RERUN OR A MISSED
000270*                      NIGHT IS SAFE.  RUN AFTER PENDUBAT AND
000280*                      PENDUTRN, BEFORE PENDUFAC AND PENDUJRN.
000290*                      CONTROL LISTING ON PROMORPT, ONE RUNLOG
000300*                      ENTRY PER RUN.
000301*    10/15/2026 MD    A BONUS WHOSE CREDITS CANNOT GO ON CREDITFL
000302*                      IS TAKEN BACK OFF THE REGISTER, SO IT IS
000303*                      OFFERED AGAIN NEXT NIGHT AND PENDUPRC DOES
000304*                      NOT COUNT IT.  THE "T" EVENT IS NOW THE
000305*                      DAY OF THE FINAL FOLLOWED BY ITS WORD, SO A
000306*                      LATER FINAL DRAWING THE SAME WORD IS PAID;
000307*                      A FINAL WHOSE GAME IS NO LONGER ON RESULTFL
000308*                      CANNOT BE DATED AND IS NOT PAID.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-PC.
000350 OBJECT-COMPUTER. IBM-PC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PROMO-PARM-FILE ASSIGN TO "PROMOPRM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PROM-STATUS.
000410     SELECT PROMO-REG-FILE ASSIGN TO "PROMOREG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PREG-CLE
000450         FILE STATUS IS WS-PREG-STATUS.
000460     SELECT CREDIT-MVT-FILE ASSIGN TO "CREDMVT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CMV-STATUS.
000490     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RESULT-STATUS.
000520     SELECT TOURN-FILE ASSIGN TO "TOURNFL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TOURN-STATUS.
000550     SELECT PLAYER-FILE ASSIGN TO "PLAYERFL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PLYR-PLAYER-ID
000590         FILE STATUS IS WS-PLYR-STATUS.
000600     SELECT CREDIT-FILE ASSIGN TO "CREDITFL"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS CRD-PLAYER-ID
000640         FILE STATUS IS WS-CRD-STATUS.
000650     SELECT PRINT-FILE ASSIGN TO "PROMORPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PRINT-STATUS.
000680     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-RLOG-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PROMO-PARM-FILE.
000750 COPY "PENDPROM.CPY".
000760 FD  PROMO-REG-FILE.
000770 COPY "PENDPREG.CPY".
000780 FD  CREDIT-MVT-FILE.
000790 COPY "PENDCMVT.CPY".
000800 FD  RESULTS-FILE.
000810 COPY "PENDRSLT.CPY".
000820 FD  TOURN-FILE.
000830 COPY "PENDTRNM.CPY".
000840 FD  PLAYER-FILE.
000850 COPY "PENDPLYR.CPY".
000860 FD  CREDIT-FILE.
000870 COPY "PENDCRD.CPY".
000880 FD  PRINT-FILE.
000890 COPY "PENDPRNT.CPY".
000900 FD  RUN-LOG-FILE.
000910 COPY "PENDRLOG.CPY".
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950*    ---- FILE STATUS SWITCHES -----------------------------------
000960 77  WS-PROM-STATUS            PIC X(02) VALUE SPACES.
000970 77  WS-PREG-STATUS            PIC X(02) VALUE SPACES.
000980 77  WS-CMV-STATUS             PIC X(02) VALUE SPACES.
000990 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
001000 77  WS-TOURN-STATUS           PIC X(02) VALUE SPACES.
001010 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
001020 77  WS-CRD-STATUS             PIC X(02) VALUE SPACES.
001030 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
001040 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001050 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001060 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001070 77  WS-PROM-EOF-SW            PIC X(01) VALUE "N".
001080     88  PROM-EOF                  VALUE "Y".
001090 77  WS-CMV-EOF-SW             PIC X(01) VALUE "N".
001100     88  CMV-EOF                   VALUE "Y".
001110 77  WS-RESULT-EOF-SW          PIC X(01) VALUE "N".
001120     88  RESULT-EOF                VALUE "Y".
001130 77  WS-TOURN-EOF-SW           PIC X(01) VALUE "N".
001140     88  TOURN-EOF                 VALUE "Y".
001150 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001160 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001170*
001180*    ---- PROMOTION RULES (PROMOPRM CARDS) -----------------------
001190 01  REGLE-TABLE-AREA.
001200     05  REGLE-ENTRY OCCURS 50 TIMES
001210             INDEXED BY RG-IDX.
001220         10  RG-CODE           PIC X(06).
001230         10  RG-REGLE          PIC X(01).
001240         10  RG-SEUIL          PIC 9(03).
001250         10  RG-CREDITS        PIC 9(03).
001260         10  RG-DEBUT          PIC 9(08).
001270         10  RG-FIN            PIC 9(08).
001280         10  RG-LIBELLE        PIC X(30).
001290         10  RG-PRIMES         PIC 9(05).
001300         10  RG-CREDITS-DONNES PIC 9(07).
001310         10  RG-DEJA           PIC 9(07).
001320         10  RG-REFUSES        PIC 9(05).
001330 77  REGLE-COUNT               PIC 9(02) VALUE ZERO.
001340 77  WS-REGLE-INDEX            PIC 9(02) VALUE ZERO.
001350 77  WS-NB-REGLES-P            PIC 9(02) VALUE ZERO.
001360 77  WS-NB-REGLES-D            PIC 9(02) VALUE ZERO.
001370 77  WS-NB-REGLES-T            PIC 9(02) VALUE ZERO.
001380 77  WS-CARTE-FIN              PIC 9(08) VALUE ZERO.
001390 77  WS-MOTIF-CARTE            PIC X(40) VALUE SPACES.
001400 77  WS-ETAT-REGLE             PIC X(10) VALUE SPACES.
001410*
001420*    ---- GAMES CHARGED PER PLAYER, PER "P" RULE -----------------
001430 01  PARTIE-TALLY-AREA.
001440     05  PARTIE-TALLY-ENTRY OCCURS 3000 TIMES
001450             INDEXED BY PT-IDX.
001460         10  PT-REGLE          PIC 9(02).
001470         10  PT-PLAYER-ID      PIC X(10).
001480         10  PT-PARTIES        PIC 9(06).
001490 77  PARTIE-TALLY-COUNT        PIC 9(04) VALUE ZERO.
001500 77  WS-PT-TROUVE-SW           PIC X(01) VALUE "N".
001510     88  PT-TROUVE                 VALUE "Y".
001520 77  WS-PT-INDEX               PIC 9(04) VALUE ZERO.
001530 77  WS-PT-DEBORDES            PIC 9(07) VALUE ZERO.
001540 77  WS-PALIERS                PIC 9(06) VALUE ZERO.
001550 77  WS-PALIER-N               PIC 9(06) VALUE ZERO.
001560 77  WS-PALIER                 PIC 9(06) VALUE ZERO.
001570*
001580*    ---- THE TOURNAMENT ON TOURNFL ------------------------------
001590 77  TOURN-DERN-ROUND            PIC 9(02) VALUE ZERO.
001600 77  TOURN-MATCHS-DERN-ROUND     PIC 9(03) VALUE ZERO.
001610 77  TOURN-A-JOUER               PIC 9(03) VALUE ZERO.
001620 77  TOURN-FINALE-STATUS         PIC X(01) VALUE SPACE.
001630 77  TOURN-CHAMPION              PIC X(10) VALUE SPACES.
001640 77  TOURN-MOT-FINALE            PIC X(20) VALUE SPACES.
001650 77  TOURN-DATE-FINALE           PIC 9(08) VALUE ZERO.
001651 01  TOURN-EVENEMENT.
001652     05  TOURN-EVT-DATE            PIC 9(08) VALUE ZERO.
001653     05  TOURN-EVT-MOT             PIC X(12) VALUE SPACES.
001660 77  WS-TOURNOI-SW             PIC X(01) VALUE "N".
001670     88  TOURNOI-TERMINE           VALUE "Y".
001680*
001690*    ---- THE AWARD BEING MADE -----------------------------------
001700 77  PRO-PLAYER-ID             PIC X(10) VALUE SPACES.
001710 77  PRO-EVENEMENT             PIC X(20) VALUE SPACES.
001720 77  PRO-NOUVEAU-SOLDE         PIC 9(05) VALUE ZERO.
001730 77  PRO-MOTIF                 PIC X(20) VALUE SPACES.
001740 77  WS-DEJA-SW                PIC X(01) VALUE "N".
001750     88  DEJA-PRIME                VALUE "Y".
001760 77  WS-CRD-NOUVEAU-SW         PIC X(01) VALUE "N".
001770     88  CRD-NOUVEAU               VALUE "Y".
001780*
001790*    ---- REFUSAL ------------------------------------------------
001800 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001810     88  TRAITEMENT-REFUSE         VALUE "Y".
001820 77  WS-MOTIF-REFUS            PIC X(132) VALUE SPACES.
001830*
001840*    ---- RUN COUNTS ---------------------------------------------
001850 77  WS-CARTES-LUES            PIC 9(05) VALUE ZERO.
001860 77  WS-CARTES-REJETEES        PIC 9(05) VALUE ZERO.
001870 77  WS-CMV-LUS                PIC 9(07) VALUE ZERO.
001880 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
001890 77  WS-TRN-LUS                PIC 9(07) VALUE ZERO.
001900 77  WS-PRIMES                 PIC 9(07) VALUE ZERO.
001910 77  WS-CREDITS-DONNES         PIC 9(07) VALUE ZERO.
001920 77  WS-DEJA                   PIC 9(07) VALUE ZERO.
001930 77  WS-REFUSES                PIC 9(07) VALUE ZERO.
001940 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
001950*
001960*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001970 01  ENT-LIGNE-1.
001980     05  FILLER                PIC X(44) VALUE
001990         "PROMOTIONS ET CREDITS OFFERTS - JEU DU PENDU".
002000     05  FILLER                PIC X(88) VALUE SPACES.
002010 01  ENT-LIGNE-2.
002020     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
002030     05  ENT-DATE              PIC 9(08).
002040     05  FILLER                PIC X(05) VALUE " A : ".
002050     05  ENT-HEURE             PIC 9(08).
002060     05  FILLER                PIC X(75) VALUE SPACES.
002070     05  FILLER                PIC X(07) VALUE "PAGE : ".
002080     05  ENT-PAGE              PIC ZZZZ9.
002090     05  FILLER                PIC X(13) VALUE SPACES.
002100 01  ENT-COLONNES.
002110     05  FILLER                PIC X(08) VALUE "PROMO".
002120     05  FILLER                PIC X(03) VALUE "R".
002130     05  FILLER                PIC X(12) VALUE "JOUEUR".
002140     05  FILLER                PIC X(22) VALUE "EVENEMENT".
002150     05  FILLER                PIC X(08) VALUE " CREDITS".
002160     05  FILLER                PIC X(08) VALUE "   SOLDE".
002170     05  FILLER                PIC X(71) VALUE "  ETAT".
002180 01  LIGNE-PRIME.
002190     05  LP-PROMO              PIC X(06).
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  LP-REGLE              PIC X(01).
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  LP-PLAYER-ID          PIC X(10).
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  LP-EVENEMENT          PIC X(20).
002260     05  FILLER                PIC X(02) VALUE SPACES.
002270     05  LP-CREDITS            PIC ZZZZZZZ9.
002280     05  LP-SOLDE              PIC ZZZZZZZ9.
002290     05  FILLER                PIC X(02) VALUE SPACES.
002300     05  LP-ETAT               PIC X(30).
002310     05  FILLER                PIC X(39) VALUE SPACES.
002320 01  LIGNE-REGLE.
002330     05  LR-CODE               PIC X(06).
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  LR-REGLE              PIC X(01).
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  LR-LIBELLE            PIC X(30).
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  LR-PRIMES             PIC ZZZZZ9.
002400     05  FILLER                PIC X(02) VALUE SPACES.
002410     05  LR-CREDITS            PIC ZZZZZZ9.
002420     05  FILLER                PIC X(02) VALUE SPACES.
002430     05  LR-DEJA               PIC ZZZZZZ9.
002440     05  FILLER                PIC X(02) VALUE SPACES.
002450     05  LR-REFUSES            PIC ZZZZ9.
002460     05  FILLER                PIC X(58) VALUE SPACES.
002470 01  ENT-REGLES.
002480     05  FILLER                PIC X(08) VALUE "PROMO".
002490     05  FILLER                PIC X(03) VALUE "R".
002500     05  FILLER                PIC X(32) VALUE "LIBELLE".
002510     05  FILLER                PIC X(06) VALUE "PRIMES".
002520     05  FILLER                PIC X(02) VALUE SPACES.
002530     05  FILLER                PIC X(07) VALUE "CREDITS".
002540     05  FILLER                PIC X(02) VALUE SPACES.
002550     05  FILLER                PIC X(07) VALUE "   DEJA".
002560     05  FILLER                PIC X(02) VALUE SPACES.
002570     05  FILLER                PIC X(05) VALUE "REFUS".
002580     05  FILLER                PIC X(58) VALUE SPACES.
002590 01  LIGNE-TOTAL.
002600     05  LT-LIBELLE            PIC X(40).
002610     05  LT-VALEUR             PIC ZZZZZZ9.
002620     05  FILLER                PIC X(85) VALUE SPACES.
002630 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002640*
002650*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002660 COPY "PENDRPTW.CPY".
002670*
002680 PROCEDURE DIVISION.
002690*
002700*    =============================================================
002710*    0000-MAINLINE  --  LOADS THE RULES, COUNTS THE GAMES
002720*    CHARGED, LOOKS AT THE TOURNAMENT AND THE RESULTS, AND PAYS
002730*    EVERY BONUS EARNED AND NOT YET REGISTERED.
002740*    =============================================================
002750 0000-MAINLINE.
002760     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002770     ACCEPT WS-RLOG-DEBUT FROM TIME
002780     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002790     ACCEPT WS-TIME-NOW FROM TIME
002800     OPEN OUTPUT PRINT-FILE
002810     PERFORM 1000-LIT-REGLES
002820     IF REGLE-COUNT = 0
002830         MOVE "AUCUNE PROMOTION VALIDE SUR PROMOPRM." TO WS-LIGNE
002840         PERFORM 9000-ECRIT-LIGNE
002850     ELSE
002860         IF WS-NB-REGLES-P > 0
002870             PERFORM 2000-COMPTE-PARTIES
002880         END-IF
002890         IF WS-NB-REGLES-T > 0
002900             PERFORM 5000-CHARGE-TOURNOI
002910         END-IF
002920         PERFORM 3000-OUVRE-FICHIERS
002930         IF TRAITEMENT-REFUSE
002940             MOVE 8 TO RETURN-CODE
002950             ADD 1 TO WS-EXCEPTIONS
002960             MOVE WS-MOTIF-REFUS TO WS-LIGNE
002970             PERFORM 9000-ECRIT-LIGNE
002980         ELSE
002990             MOVE "*** PRIMES ATTRIBUEES OU REFUSEES ***"
003000                 TO WS-LIGNE
003010             PERFORM 9000-ECRIT-LIGNE
003020             PERFORM 4000-PRIMES-PARTIES
003030             IF WS-NB-REGLES-D > 0 OR TOURNOI-TERMINE
003040                 PERFORM 6000-PRIMES-RESULTATS
003050             END-IF
003060             IF TOURNOI-TERMINE
003070                 PERFORM 6500-PRIME-TOURNOI
003080             END-IF
003090             PERFORM 3900-FERME-FICHIERS
003100             PERFORM 7000-IMPRIME-TOTAUX
003110         END-IF
003120     END-IF
003130     IF WS-EXCEPTIONS > 0 AND RETURN-CODE < 4
003140         MOVE 4 TO RETURN-CODE
003150     END-IF
003160     MOVE SPACES TO WS-LIGNE
003170     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
003180     PERFORM 9000-ECRIT-LIGNE
003190     CLOSE PRINT-FILE
003200     PERFORM 9900-ENREG-JOURNAL
003210     STOP RUN.
003220*
003230*    =============================================================
003240*    1000-LIT-REGLES  --  READS THE PROMOPRM CARDS INTO THE RULE
003250*    TABLE, LISTING EACH ONE WITH ITS STATE OR THE REASON IT
003260*    WAS REJECTED.  A MISSING FILE MEANS NO PROMOTION.
003270*    =============================================================
003280 1000-LIT-REGLES.
003290     MOVE "*** PROMOTIONS (PROMOPRM) ***" TO WS-LIGNE
003300     PERFORM 9000-ECRIT-LIGNE
003310     OPEN INPUT PROMO-PARM-FILE
003320     IF WS-PROM-STATUS NOT = "00"
003330         SET PROM-EOF TO TRUE
003340     ELSE
003350         PERFORM 1010-LIT-CARTE UNTIL PROM-EOF
003360         CLOSE PROMO-PARM-FILE
003370     END-IF
003380     MOVE SPACES TO WS-LIGNE
003390     PERFORM 9000-ECRIT-LIGNE.
003400*
003410*    =============================================================
003420*    1010-LIT-CARTE  --  READS ONE PROMOPRM CARD; A COMMENT CARD
003430*    OR A BLANK CARD IS SKIPPED.
003440*    =============================================================
003450 1010-LIT-CARTE.
003460     READ PROMO-PARM-FILE
003470         AT END
003480             SET PROM-EOF TO TRUE
003490         NOT AT END
003500             IF PROMO-PARM-RECORD NOT = SPACES
003510                     AND PROM-COMMENTAIRE NOT = "*"
003520                 ADD 1 TO WS-CARTES-LUES
003530                 PERFORM 1020-CONTROLE-CARTE
003540             END-IF
003550     END-READ.
003560*
003570*    =============================================================
003580*    1020-CONTROLE-CARTE  --  CHECKS THE CARD JUST READ AND,
003590*    WHEN IT IS GOOD, FILES IT IN THE RULE TABLE.
003600*    =============================================================
003610 1020-CONTROLE-CARTE.
003620     MOVE SPACES TO WS-MOTIF-CARTE
003630     MOVE 99999999 TO WS-CARTE-FIN
003640     IF PROM-FIN IS NUMERIC
003650         MOVE PROM-FIN TO WS-CARTE-FIN
003660     END-IF
003670     MOVE ZERO TO WS-REGLE-INDEX
003680     PERFORM VARYING RG-IDX FROM 1 BY 1
003690             UNTIL RG-IDX > REGLE-COUNT
003700         IF RG-CODE(RG-IDX) = PROM-CODE
003710             SET WS-REGLE-INDEX TO RG-IDX
003720         END-IF
003730     END-PERFORM
003740     EVALUATE TRUE
003750         WHEN PROM-CODE = SPACES
003760             MOVE "CODE PROMOTION ABSENT" TO WS-MOTIF-CARTE
003770         WHEN WS-REGLE-INDEX > 0
003780             MOVE "CODE PROMOTION EN DOUBLE" TO WS-MOTIF-CARTE
003790         WHEN PROM-REGLE NOT = "P" AND NOT = "D"
003800                 AND NOT = "T"
003810             MOVE "REGLE INCONNUE (P, D OU T)" TO WS-MOTIF-CARTE
003820         WHEN PROM-CREDITS IS NOT NUMERIC
003830                 OR PROM-CREDITS = ZERO
003840             MOVE "CREDITS OFFERTS INVALIDES" TO WS-MOTIF-CARTE
003850         WHEN PROM-REGLE = "P"
003860                 AND (PROM-SEUIL IS NOT NUMERIC
003870                      OR PROM-SEUIL = ZERO)
003880             MOVE "SEUIL DE PARTIES INVALIDE" TO WS-MOTIF-CARTE
003890         WHEN PROM-DEBUT IS NOT NUMERIC
003900             MOVE "DATE DE DEBUT INVALIDE" TO WS-MOTIF-CARTE
003910         WHEN PROM-FIN NOT = SPACES
003920                 AND PROM-FIN IS NOT NUMERIC
003930             MOVE "DATE DE FIN INVALIDE" TO WS-MOTIF-CARTE
003940         WHEN WS-CARTE-FIN < PROM-DEBUT
003950             MOVE "FIN AVANT LE DEBUT" TO WS-MOTIF-CARTE
003960         WHEN REGLE-COUNT NOT < 50
003970             MOVE "TABLE DES PROMOTIONS PLEINE"
003980                 TO WS-MOTIF-CARTE
003990     END-EVALUATE
004000     IF WS-MOTIF-CARTE NOT = SPACES
004010         ADD 1 TO WS-CARTES-REJETEES
004020         ADD 1 TO WS-EXCEPTIONS
004030         MOVE SPACES TO WS-LIGNE
004040         STRING PROM-CODE "  " PROM-REGLE "  " PROM-LIBELLE
004050             "  REJETEE : " WS-MOTIF-CARTE
004060             DELIMITED BY SIZE INTO WS-LIGNE
004070         PERFORM 9000-ECRIT-LIGNE
004080     ELSE
004090         PERFORM 1030-RANGE-REGLE
004100     END-IF.
004110*
004120*    =============================================================
004130*    1030-RANGE-REGLE  --  FILES THE GOOD CARD JUST CHECKED AND
004140*    LISTS IT WITH ITS DATES AND WHETHER IT IS IN FORCE TODAY.
004150*    A RULE ALREADY ENDED STAYS IN THE TABLE, SO AN EVENT OF ITS
004160*    PERIOD NOT YET PAID IS STILL PAID.
004170*    =============================================================
004180 1030-RANGE-REGLE.
004190     ADD 1 TO REGLE-COUNT
004200     MOVE PROM-CODE TO RG-CODE(REGLE-COUNT)
004210     MOVE PROM-REGLE TO RG-REGLE(REGLE-COUNT)
004220     MOVE ZERO TO RG-SEUIL(REGLE-COUNT)
004230     IF PROM-REGLE = "P"
004240         MOVE PROM-SEUIL TO RG-SEUIL(REGLE-COUNT)
004250     END-IF
004260     MOVE PROM-CREDITS TO RG-CREDITS(REGLE-COUNT)
004270     MOVE PROM-DEBUT TO RG-DEBUT(REGLE-COUNT)
004280     MOVE WS-CARTE-FIN TO RG-FIN(REGLE-COUNT)
004290     MOVE PROM-LIBELLE TO RG-LIBELLE(REGLE-COUNT)
004300     MOVE ZERO TO RG-PRIMES(REGLE-COUNT)
004310     MOVE ZERO TO RG-CREDITS-DONNES(REGLE-COUNT)
004320     MOVE ZERO TO RG-DEJA(REGLE-COUNT)
004330     MOVE ZERO TO RG-REFUSES(REGLE-COUNT)
004340     EVALUATE PROM-REGLE
004350         WHEN "P"
004360             ADD 1 TO WS-NB-REGLES-P
004370         WHEN "D"
004380             ADD 1 TO WS-NB-REGLES-D
004390         WHEN "T"
004400             ADD 1 TO WS-NB-REGLES-T
004410     END-EVALUATE
004420     EVALUATE TRUE
004430         WHEN WS-TODAY-DATE < RG-DEBUT(REGLE-COUNT)
004440             MOVE "A VENIR" TO WS-ETAT-REGLE
004450         WHEN WS-TODAY-DATE > RG-FIN(REGLE-COUNT)
004460             MOVE "TERMINEE" TO WS-ETAT-REGLE
004470         WHEN OTHER
004480             MOVE "EN VIGUEUR" TO WS-ETAT-REGLE
004490     END-EVALUATE
004500     MOVE SPACES TO WS-LIGNE
004510     STRING PROM-CODE "  " PROM-REGLE "  " PROM-LIBELLE
004520         "  SEUIL " RG-SEUIL(REGLE-COUNT)
004530         "  CREDITS " PROM-CREDITS
004540         "  DU " RG-DEBUT(REGLE-COUNT)
004550         " AU " RG-FIN(REGLE-COUNT) "  " WS-ETAT-REGLE
004560         DELIMITED BY SIZE INTO WS-LIGNE
004570     PERFORM 9000-ECRIT-LIGNE.
004580*
004590*    =============================================================
004600*    2000-COMPTE-PARTIES  --  READS CREDMVT TO EOF, COUNTING FOR
004610*    EACH "P" RULE THE GAMES EVERY PLAYER WAS CHARGED FOR IN
004620*    THE RULE'S PERIOD, UP TO TODAY.
004630*    =============================================================
004640 2000-COMPTE-PARTIES.
004650     OPEN INPUT CREDIT-MVT-FILE
004660     IF WS-CMV-STATUS NOT = "00"
004670         SET CMV-EOF TO TRUE
004680     ELSE
004690         PERFORM 2010-LIRE-MOUVEMENT UNTIL CMV-EOF
004700         CLOSE CREDIT-MVT-FILE
004710     END-IF.
004720*
004730*    =============================================================
004740*    2010-LIRE-MOUVEMENT  --  READS ONE MOVEMENT; A GAME DEBIT
004750*    IS OFFERED TO EVERY "P" RULE.
004760*    =============================================================
004770 2010-LIRE-MOUVEMENT.
004780     READ CREDIT-MVT-FILE
004790         AT END
004800             SET CMV-EOF TO TRUE
004810         NOT AT END
004820             ADD 1 TO WS-CMV-LUS
004830             IF CMV-TYPE = "J"
004840                     AND CMV-DATE NOT > WS-TODAY-DATE
004850                 PERFORM 2020-COMPTE-REGLE
004860                     VARYING RG-IDX FROM 1 BY 1
004870                     UNTIL RG-IDX > REGLE-COUNT
004880             END-IF
004890     END-READ.
004900*
004910*    =============================================================
004920*    2020-COMPTE-REGLE  --  COUNTS THE GAME JUST READ FOR RULE
004930*    RG-IDX IF IT IS A "P" RULE AND THE GAME FALLS IN ITS
004940*    PERIOD.
004950*    =============================================================
004960 2020-COMPTE-REGLE.
004970     IF RG-REGLE(RG-IDX) = "P"
004980             AND CMV-DATE NOT < RG-DEBUT(RG-IDX)
004990             AND CMV-DATE NOT > RG-FIN(RG-IDX)
005000         PERFORM 2030-CHERCHE-COMPTEUR
005010         IF WS-PT-INDEX > 0
005020             ADD 1 TO PT-PARTIES(WS-PT-INDEX)
005030         END-IF
005040     END-IF.
005050*
005060*    =============================================================
005070*    2030-CHERCHE-COMPTEUR  --  LOCATES (OR ADDS) THE COUNTER OF
005080*    CMV-PLAYER-ID UNDER RULE RG-IDX, LEAVING ITS SLOT IN
005090*    WS-PT-INDEX (ZERO, AND A COUNT OF THE LOSS, WHEN THE TABLE
005100*    IS FULL).
005110*    =============================================================
005120 2030-CHERCHE-COMPTEUR.
005130     MOVE "N" TO WS-PT-TROUVE-SW
005140     MOVE ZERO TO WS-PT-INDEX
005150     SET WS-REGLE-INDEX TO RG-IDX
005160     PERFORM VARYING PT-IDX FROM 1 BY 1
005170             UNTIL PT-IDX > PARTIE-TALLY-COUNT
005180                OR PT-TROUVE
005190         IF PT-REGLE(PT-IDX) = WS-REGLE-INDEX
005200                 AND PT-PLAYER-ID(PT-IDX) = CMV-PLAYER-ID
005210             SET PT-TROUVE TO TRUE
005220             SET WS-PT-INDEX TO PT-IDX
005230         END-IF
005240     END-PERFORM
005250     IF NOT PT-TROUVE
005260         IF PARTIE-TALLY-COUNT < 3000
005270             ADD 1 TO PARTIE-TALLY-COUNT
005280             MOVE PARTIE-TALLY-COUNT TO WS-PT-INDEX
005290             MOVE WS-REGLE-INDEX TO PT-REGLE(WS-PT-INDEX)
005300             MOVE CMV-PLAYER-ID TO PT-PLAYER-ID(WS-PT-INDEX)
005310             MOVE ZERO TO PT-PARTIES(WS-PT-INDEX)
005320         ELSE
005330             ADD 1 TO WS-PT-DEBORDES
005340         END-IF
005350     END-IF.
005360*
005370*    =============================================================
005380*    3000-OUVRE-FICHIERS  --  OPENS THE REGISTER AND THE LEDGER
005390*    FOR UPDATE (CREATING EITHER ON ITS FIRST USE), THE PLAYER
005400*    MASTER FOR LOOKUP AND CREDMVT FOR THE BONUS MOVEMENTS.
005410*    WITHOUT THE REGISTER OR THE LEDGER NOTHING IS PAID.
005420*    =============================================================
005430 3000-OUVRE-FICHIERS.
005440     OPEN I-O PROMO-REG-FILE
005450     IF WS-PREG-STATUS = "35"
005460         OPEN OUTPUT PROMO-REG-FILE
005470         CLOSE PROMO-REG-FILE
005480         OPEN I-O PROMO-REG-FILE
005490     END-IF
005500     OPEN I-O CREDIT-FILE
005510     IF WS-CRD-STATUS = "35"
005520         OPEN OUTPUT CREDIT-FILE
005530         CLOSE CREDIT-FILE
005540         OPEN I-O CREDIT-FILE
005550     END-IF
005560     OPEN INPUT PLAYER-FILE
005570     OPEN EXTEND CREDIT-MVT-FILE
005580     IF WS-CMV-STATUS = "35"
005590         OPEN OUTPUT CREDIT-MVT-FILE
005600     END-IF
005610     EVALUATE TRUE
005620         WHEN WS-PREG-STATUS NOT = "00"
005630             SET TRAITEMENT-REFUSE TO TRUE
005640             STRING "TRAITEMENT REFUSE : PROMOREG NON OUVERT "
005650                 "(STATUT " WS-PREG-STATUS
005660                 ") - AUCUNE PRIME VERSEE."
005670                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
005680         WHEN WS-CRD-STATUS NOT = "00"
005690             SET TRAITEMENT-REFUSE TO TRUE
005700             STRING "TRAITEMENT REFUSE : CREDITFL NON OUVERT "
005710                 "(STATUT " WS-CRD-STATUS
005720                 ") - AUCUNE PRIME VERSEE."
005730                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
005740         WHEN WS-PLYR-STATUS NOT = "00"
005750             SET TRAITEMENT-REFUSE TO TRUE
005760             STRING "TRAITEMENT REFUSE : PLAYERFL NON OUVERT "
005770                 "(STATUT " WS-PLYR-STATUS
005780                 ") - AUCUNE PRIME VERSEE."
005790                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
005800         WHEN WS-CMV-STATUS NOT = "00"
005810             SET TRAITEMENT-REFUSE TO TRUE
005820             STRING "TRAITEMENT REFUSE : CREDMVT NON OUVERT "
005830                 "(STATUT " WS-CMV-STATUS
005840                 ") - AUCUNE PRIME VERSEE."
005850                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
005860     END-EVALUATE
005870     IF TRAITEMENT-REFUSE
005880         PERFORM 3900-FERME-FICHIERS
005890     END-IF.
005900*
005910*    =============================================================
005920*    3900-FERME-FICHIERS  --  CLOSES THE FILES 3000 OPENED.
005930*    =============================================================
005940 3900-FERME-FICHIERS.
005950     CLOSE PROMO-REG-FILE
005960     CLOSE CREDIT-FILE
005970     CLOSE PLAYER-FILE
005980     CLOSE CREDIT-MVT-FILE.
005990*
006000*    =============================================================
006010*    4000-PRIMES-PARTIES  --  PAYS THE "P" RULES: ONE BONUS FOR
006020*    EVERY SEUIL GAMES A PLAYER WAS CHARGED FOR IN THE RULE'S
006030*    PERIOD.
006040*    =============================================================
006050 4000-PRIMES-PARTIES.
006060     PERFORM 4010-PRIMES-COMPTEUR
006070         VARYING PT-IDX FROM 1 BY 1
006080         UNTIL PT-IDX > PARTIE-TALLY-COUNT.
006090*
006100*    =============================================================
006110*    4010-PRIMES-COMPTEUR  --  OFFERS EVERY STEP REACHED BY THE
006120*    COUNTER AT PT-IDX (SEUIL, 2 X SEUIL, ...) FOR PAYMENT; A
006130*    STEP ALREADY REGISTERED IS NOT PAID AGAIN.
006140*    =============================================================
006150 4010-PRIMES-COMPTEUR.
006160     MOVE PT-REGLE(PT-IDX) TO WS-REGLE-INDEX
006170     MOVE PT-PLAYER-ID(PT-IDX) TO PRO-PLAYER-ID
006180     DIVIDE PT-PARTIES(PT-IDX) BY RG-SEUIL(WS-REGLE-INDEX)
006190         GIVING WS-PALIERS
006200     PERFORM 4020-PRIME-PALIER
006210         VARYING WS-PALIER-N FROM 1 BY 1
006220         UNTIL WS-PALIER-N > WS-PALIERS.
006230*
006240*    =============================================================
006250*    4020-PRIME-PALIER  --  PAYS STEP WS-PALIER-N OF THE COUNTER
006260*    AT PT-IDX UNLESS IT IS ALREADY ON THE REGISTER.
006270*    =============================================================
006280 4020-PRIME-PALIER.
006290     COMPUTE WS-PALIER =
006300         WS-PALIER-N * RG-SEUIL(WS-REGLE-INDEX)
006310     MOVE SPACES TO PRO-EVENEMENT
006320     MOVE WS-PALIER TO PRO-EVENEMENT
006330     PERFORM 8000-ATTRIBUE-PRIME.
006340*
006350*    =============================================================
006360*    5000-CHARGE-TOURNOI  --  READS TOURNFL TO SEE WHETHER ITS
006370*    TOURNAMENT IS OVER: EVERY MATCH DECIDED AND THE LAST ROUND
006380*    A SINGLE MATCH PLAYED - THE FINAL.  KEEPS THE CHAMPION AND
006390*    THE FINAL'S WORD; WITH THE DAY OF THE FINAL (FOUND ON
006400*    RESULTFL) IT IDENTIFIES THE TOURNAMENT ON THE REGISTER.
006410*    =============================================================
006420 5000-CHARGE-TOURNOI.
006430     OPEN INPUT TOURN-FILE
006440     IF WS-TOURN-STATUS NOT = "00"
006450         SET TOURN-EOF TO TRUE
006460     ELSE
006470         PERFORM 5010-LIRE-MATCH UNTIL TOURN-EOF
006480         CLOSE TOURN-FILE
006490     END-IF
006500     IF WS-TRN-LUS > 0
006510             AND TOURN-A-JOUER = 0
006520             AND TOURN-MATCHS-DERN-ROUND = 1
006530             AND TOURN-FINALE-STATUS = "J"
006540             AND TOURN-CHAMPION NOT = SPACES
006550         SET TOURNOI-TERMINE TO TRUE
006560         MOVE ZERO TO TOURN-DATE-FINALE
006570     END-IF.
006580*
006590*    =============================================================
006600*    5010-LIRE-MATCH  --  READS ONE BRACKET RECORD, NOTING THE
006610*    MATCHES STILL TO DECIDE AND THE LAST ROUND REACHED.
006620*    =============================================================
006630 5010-LIRE-MATCH.
006640     READ TOURN-FILE
006650         AT END
006660             SET TOURN-EOF TO TRUE
006670         NOT AT END
006680             ADD 1 TO WS-TRN-LUS
006690             IF TRN-STATUS = "A" OR TRN-WINNER = SPACES
006700                 ADD 1 TO TOURN-A-JOUER
006710             END-IF
006720             EVALUATE TRUE
006730                 WHEN TRN-ROUND > TOURN-DERN-ROUND
006740                     MOVE TRN-ROUND TO TOURN-DERN-ROUND
006750                     MOVE 1 TO TOURN-MATCHS-DERN-ROUND
006760                     MOVE TRN-STATUS TO TOURN-FINALE-STATUS
006770                     MOVE TRN-WINNER TO TOURN-CHAMPION
006780                     MOVE TRN-WORD TO TOURN-MOT-FINALE
006790                 WHEN TRN-ROUND = TOURN-DERN-ROUND
006800                     ADD 1 TO TOURN-MATCHS-DERN-ROUND
006810             END-EVALUATE
006820     END-READ.
006830*
006840*    =============================================================
006850*    6000-PRIMES-RESULTATS  --  READS RESULTFL TO EOF: PAYS THE
006860*    "D" RULES FOR EVERY MOT DU JOUR SOLVED, AND DATES THE
006870*    TOURNAMENT FINAL FROM THE CHAMPION'S GAME ON ITS WORD
006880*    (LEFT AT ZERO WHEN THAT GAME HAS BEEN PURGED).
006890*    =============================================================
006900 6000-PRIMES-RESULTATS.
006910     OPEN INPUT RESULTS-FILE
006920     IF WS-RESULT-STATUS NOT = "00"
006930         SET RESULT-EOF TO TRUE
006940     ELSE
006950         PERFORM 6010-LIRE-RESULTAT UNTIL RESULT-EOF
006960         CLOSE RESULTS-FILE
006970     END-IF.
006980*
006990*    =============================================================
007000*    6010-LIRE-RESULTAT  --  READS ONE GAME.
007010*    =============================================================
007020 6010-LIRE-RESULTAT.
007030     READ RESULTS-FILE
007040         AT END
007050             SET RESULT-EOF TO TRUE
007060         NOT AT END
007070             ADD 1 TO WS-RSLT-LUS
007080             IF RSLT-MODE = "C"
007090                     AND RSLT-OUTCOME = "W"
007100                     AND RSLT-DATE NOT > WS-TODAY-DATE
007110                 MOVE RSLT-PLAYER-ID TO PRO-PLAYER-ID
007120                 MOVE SPACES TO PRO-EVENEMENT
007130                 MOVE RSLT-DATE TO PRO-EVENEMENT
007140                 PERFORM 6020-PRIME-DEFI
007150                     VARYING RG-IDX FROM 1 BY 1
007160                     UNTIL RG-IDX > REGLE-COUNT
007170             END-IF
007180             IF TOURNOI-TERMINE
007190                     AND RSLT-MODE = "T"
007200                     AND RSLT-WORD = TOURN-MOT-FINALE
007210                     AND RSLT-PLAYER-ID = TOURN-CHAMPION
007220                 MOVE RSLT-DATE TO TOURN-DATE-FINALE
007230             END-IF
007240     END-READ.
007250*
007260*    =============================================================
007270*    6020-PRIME-DEFI  --  PAYS RULE RG-IDX FOR THE MOT DU JOUR
007280*    JUST READ IF IT IS A "D" RULE AND THE DAY IS IN ITS PERIOD.
007290*    =============================================================
007300 6020-PRIME-DEFI.
007310     IF RG-REGLE(RG-IDX) = "D"
007320             AND RSLT-DATE NOT < RG-DEBUT(RG-IDX)
007330             AND RSLT-DATE NOT > RG-FIN(RG-IDX)
007340         SET WS-REGLE-INDEX TO RG-IDX
007350         PERFORM 8000-ATTRIBUE-PRIME
007360     END-IF.
007370*
007380*    =============================================================
007390*    6500-PRIME-TOURNOI  --  PAYS EVERY "T" RULE WHOSE PERIOD
007400*    HOLDS THE DAY OF THE FINAL TO THE CHAMPION.  THE EVENT IS
007401*    THE DAY OF THE FINAL FOLLOWED BY THE FIRST 12 LETTERS OF
007402*    ITS WORD.  A FINAL NOT DATED FROM RESULTFL IS NOT PAID: A
007403*    RUN-DAY DATE WOULD GIVE A NEW EVENT EVERY NIGHT.
007410*    =============================================================
007420 6500-PRIME-TOURNOI.
007425     IF TOURN-DATE-FINALE NOT = ZERO
007430         MOVE TOURN-CHAMPION TO PRO-PLAYER-ID
007431         MOVE TOURN-DATE-FINALE TO TOURN-EVT-DATE
007432         MOVE TOURN-MOT-FINALE TO TOURN-EVT-MOT
007440         MOVE TOURN-EVENEMENT TO PRO-EVENEMENT
007450         PERFORM 6510-PRIME-TOURNOI-REGLE
007460             VARYING RG-IDX FROM 1 BY 1
007470             UNTIL RG-IDX > REGLE-COUNT
007475     END-IF.
007480*
007490*    =============================================================
007500*    6510-PRIME-TOURNOI-REGLE  --  PAYS RULE RG-IDX IF IT IS A
007510*    "T" RULE IN FORCE ON THE DAY OF THE FINAL.
007520*    =============================================================
007530 6510-PRIME-TOURNOI-REGLE.
007540     IF RG-REGLE(RG-IDX) = "T"
007550             AND TOURN-DATE-FINALE NOT < RG-DEBUT(RG-IDX)
007560             AND TOURN-DATE-FINALE NOT > RG-FIN(RG-IDX)
007570         SET WS-REGLE-INDEX TO RG-IDX
007580         PERFORM 8000-ATTRIBUE-PRIME
007590     END-IF.
007600*
007610*    =============================================================
007620*    7000-IMPRIME-TOTAUX  --  PRINTS EACH RULE'S COUNTS FOR THE
007630*    RUN, THEN THE RUN TOTALS.
007640*    =============================================================
007650 7000-IMPRIME-TOTAUX.
007660     MOVE SPACES TO WS-LIGNE
007670     PERFORM 9000-ECRIT-LIGNE
007680     MOVE ENT-REGLES TO WS-LIGNE
007690     PERFORM 9000-ECRIT-LIGNE
007700     PERFORM 7010-IMPRIME-REGLE
007710         VARYING RG-IDX FROM 1 BY 1
007720         UNTIL RG-IDX > REGLE-COUNT
007730     MOVE SPACES TO WS-LIGNE
007740     PERFORM 9000-ECRIT-LIGNE
007750     MOVE "TOTAUX DE CONTROLE" TO WS-LIGNE
007760     PERFORM 9000-ECRIT-LIGNE
007770     MOVE "CARTES PROMOPRM LUES" TO LT-LIBELLE
007780     MOVE WS-CARTES-LUES TO LT-VALEUR
007790     MOVE LIGNE-TOTAL TO WS-LIGNE
007800     PERFORM 9000-ECRIT-LIGNE
007810     MOVE "CARTES PROMOPRM REJETEES" TO LT-LIBELLE
007820     MOVE WS-CARTES-REJETEES TO LT-VALEUR
007830     MOVE LIGNE-TOTAL TO WS-LIGNE
007840     PERFORM 9000-ECRIT-LIGNE
007850     MOVE "MOUVEMENTS CREDMVT LUS" TO LT-LIBELLE
007860     MOVE WS-CMV-LUS TO LT-VALEUR
007870     MOVE LIGNE-TOTAL TO WS-LIGNE
007880     PERFORM 9000-ECRIT-LIGNE
007890     MOVE "PARTIES RESULTFL LUES" TO LT-LIBELLE
007900     MOVE WS-RSLT-LUS TO LT-VALEUR
007910     MOVE LIGNE-TOTAL TO WS-LIGNE
007920     PERFORM 9000-ECRIT-LIGNE
007930     MOVE "MATCHS TOURNFL LUS" TO LT-LIBELLE
007940     MOVE WS-TRN-LUS TO LT-VALEUR
007950     MOVE LIGNE-TOTAL TO WS-LIGNE
007960     PERFORM 9000-ECRIT-LIGNE
007970     MOVE "PRIMES VERSEES" TO LT-LIBELLE
007980     MOVE WS-PRIMES TO LT-VALEUR
007990     MOVE LIGNE-TOTAL TO WS-LIGNE
008000     PERFORM 9000-ECRIT-LIGNE
008010     MOVE "CREDITS OFFERTS (MOUVEMENTS B)" TO LT-LIBELLE
008020     MOVE WS-CREDITS-DONNES TO LT-VALEUR
008030     MOVE LIGNE-TOTAL TO WS-LIGNE
008040     PERFORM 9000-ECRIT-LIGNE
008050     MOVE "EVENEMENTS DEJA PRIMES" TO LT-LIBELLE
008060     MOVE WS-DEJA TO LT-VALEUR
008070     MOVE LIGNE-TOTAL TO WS-LIGNE
008080     PERFORM 9000-ECRIT-LIGNE
008090     MOVE "PRIMES REFUSEES" TO LT-LIBELLE
008100     MOVE WS-REFUSES TO LT-VALEUR
008110     MOVE LIGNE-TOTAL TO WS-LIGNE
008120     PERFORM 9000-ECRIT-LIGNE
008130     IF WS-PT-DEBORDES > 0
008140         MOVE SPACES TO WS-LIGNE
008150         STRING "ATTENTION TABLE DES COMPTEURS DE PARTIES "
008160             "SATUREE - " WS-PT-DEBORDES
008170             " PARTIES NON COMPTEES."
008180             DELIMITED BY SIZE INTO WS-LIGNE
008190         PERFORM 9000-ECRIT-LIGNE
008200     END-IF.
008210*
008220*    =============================================================
008230*    7010-IMPRIME-REGLE  --  PRINTS THE COUNTS OF RULE RG-IDX.
008240*    =============================================================
008250 7010-IMPRIME-REGLE.
008260     MOVE RG-CODE(RG-IDX) TO LR-CODE
008270     MOVE RG-REGLE(RG-IDX) TO LR-REGLE
008280     MOVE RG-LIBELLE(RG-IDX) TO LR-LIBELLE
008290     MOVE RG-PRIMES(RG-IDX) TO LR-PRIMES
008300     MOVE RG-CREDITS-DONNES(RG-IDX) TO LR-CREDITS
008310     MOVE RG-DEJA(RG-IDX) TO LR-DEJA
008320     MOVE RG-REFUSES(RG-IDX) TO LR-REFUSES
008330     MOVE LIGNE-REGLE TO WS-LIGNE
008340     PERFORM 9000-ECRIT-LIGNE.
008350*
008360*    =============================================================
008370*    8000-ATTRIBUE-PRIME  --  PAYS RULE WS-REGLE-INDEX TO
008380*    PRO-PLAYER-ID FOR THE EVENT PRO-EVENEMENT.  AN EVENT
008390*    ALREADY ON THE REGISTER IS ONLY COUNTED.  AN UNKNOWN OR
008400*    SUSPENDED PLAYER, OR A BALANCE THE BONUS WOULD OVERFLOW,
008410*    IS REFUSED AND LISTED; NOTHING IS REGISTERED, SO THE
008420*    BONUS IS OFFERED AGAIN NEXT NIGHT.  OTHERWISE THE AWARD IS
008430*    REGISTERED, THEN CREDITED, THEN LOGGED ON CREDMVT (SEE
008431*    8030 FOR A CREDIT THAT FAILS).
008440*    =============================================================
008450 8000-ATTRIBUE-PRIME.
008460     MOVE "N" TO WS-DEJA-SW
008470     MOVE SPACES TO PRO-MOTIF
008480     MOVE RG-CODE(WS-REGLE-INDEX) TO PREG-PROMO
008490     MOVE PRO-PLAYER-ID TO PREG-PLAYER-ID
008500     MOVE PRO-EVENEMENT TO PREG-EVENEMENT
008510     READ PROMO-REG-FILE
008520         INVALID KEY
008530             CONTINUE
008540         NOT INVALID KEY
008550             SET DEJA-PRIME TO TRUE
008560     END-READ
008570     IF DEJA-PRIME
008580         ADD 1 TO WS-DEJA
008590         ADD 1 TO RG-DEJA(WS-REGLE-INDEX)
008600     ELSE
008610         PERFORM 8010-CONTROLE-JOUEUR
008620         IF PRO-MOTIF = SPACES
008630             PERFORM 8020-CONTROLE-SOLDE
008640         END-IF
008650         IF PRO-MOTIF = SPACES
008660             PERFORM 8030-VERSE-PRIME
008670         END-IF
008680         IF PRO-MOTIF NOT = SPACES
008690             ADD 1 TO WS-REFUSES
008700             ADD 1 TO RG-REFUSES(WS-REGLE-INDEX)
008710             MOVE ZERO TO PRO-NOUVEAU-SOLDE
008720         END-IF
008730         PERFORM 8040-IMPRIME-PRIME
008740     END-IF.
008750*
008760*    =============================================================
008770*    8010-CONTROLE-JOUEUR  --  A BONUS GOES ONLY TO A PLAYER ON
008780*    PLAYERFL WHO IS NOT SUSPENDED.
008790*    =============================================================
008800 8010-CONTROLE-JOUEUR.
008810     MOVE PRO-PLAYER-ID TO PLYR-PLAYER-ID
008820     READ PLAYER-FILE
008830         INVALID KEY
008840             MOVE "JOUEUR INCONNU" TO PRO-MOTIF
008850         NOT INVALID KEY
008860             IF PLYR-STATUS = "S"
008870                 MOVE "JOUEUR SUSPENDU" TO PRO-MOTIF
008880             END-IF
008890     END-READ.
008900*
008910*    =============================================================
008920*    8020-CONTROLE-SOLDE  --  READS THE PLAYER'S LEDGER RECORD
008930*    (NONE YET MEANS A ZERO BALANCE) AND WORKS OUT THE NEW
008940*    BALANCE, REFUSING A BONUS THAT WOULD OVERFLOW IT.
008950*    =============================================================
008960 8020-CONTROLE-SOLDE.
008970     MOVE "N" TO WS-CRD-NOUVEAU-SW
008980     MOVE PRO-PLAYER-ID TO CRD-PLAYER-ID
008990     READ CREDIT-FILE
009000         INVALID KEY
009010             SET CRD-NOUVEAU TO TRUE
009020             MOVE ZERO TO CRD-BALANCE
009030     END-READ
009040     ADD CRD-BALANCE RG-CREDITS(WS-REGLE-INDEX)
009050         GIVING PRO-NOUVEAU-SOLDE
009060         ON SIZE ERROR
009070             MOVE "SOLDE PLEIN" TO PRO-MOTIF
009080             ADD 1 TO WS-EXCEPTIONS
009090     END-ADD.
009100*
009110*    =============================================================
009120*    8030-VERSE-PRIME  --  REGISTERS THE AWARD, PUTS THE
009130*    CREDITS ON THE LEDGER AND LOGS THE "B" MOVEMENT.  THE
009140*    REGISTER COMES FIRST, SO A BONUS IS NEVER PAID TWICE.  IF
009150*    CREDITFL REFUSES THE UPDATE THE REGISTER RECORD IS DELETED
009160*    AGAIN AND THE BONUS IS OFFERED NEXT NIGHT.  ONLY A RUN
009161*    STOPPED BETWEEN THE TWO WRITES CAN LEAVE AN AWARD
009162*    REGISTERED BUT UNPAID: IT HAS NO "B" MOVEMENT ON CREDMVT
009163*    AND IS CREDITED BY HAND FROM THE RUN'S LISTING.
009170*    =============================================================
009180 8030-VERSE-PRIME.
009190     MOVE RG-CODE(WS-REGLE-INDEX) TO PREG-PROMO
009200     MOVE PRO-PLAYER-ID TO PREG-PLAYER-ID
009210     MOVE PRO-EVENEMENT TO PREG-EVENEMENT
009220     MOVE RG-REGLE(WS-REGLE-INDEX) TO PREG-REGLE
009230     MOVE RG-CREDITS(WS-REGLE-INDEX) TO PREG-CREDITS
009240     MOVE WS-TODAY-DATE TO PREG-DATE
009250     MOVE WS-TIME-NOW TO PREG-TIME
009260     WRITE PROMO-REG-RECORD
009270         INVALID KEY
009280             MOVE "REGISTRE NON ECRIT" TO PRO-MOTIF
009290             ADD 1 TO WS-EXCEPTIONS
009300     END-WRITE
009310     IF PRO-MOTIF = SPACES
009320         MOVE PRO-PLAYER-ID TO CRD-PLAYER-ID
009330         MOVE PRO-NOUVEAU-SOLDE TO CRD-BALANCE
009340         IF CRD-NOUVEAU
009350             WRITE CREDIT-RECORD
009360         ELSE
009370             REWRITE CREDIT-RECORD
009380         END-IF
009390         IF WS-CRD-STATUS NOT = "00"
009400             MOVE "CREDITFL NON MAJ" TO PRO-MOTIF
009410             ADD 1 TO WS-EXCEPTIONS
009415             DELETE PROMO-REG-FILE RECORD
009416                 INVALID KEY
009417                     MOVE "REGISTRE EN ECART" TO PRO-MOTIF
009419             END-DELETE
009420         ELSE
009430             MOVE PRO-PLAYER-ID TO CMV-PLAYER-ID
009440             MOVE "B" TO CMV-TYPE
009450             MOVE RG-CREDITS(WS-REGLE-INDEX) TO CMV-QUANTITE
009460             MOVE "PENDUPRO" TO CMV-OPERATOR
009470             MOVE WS-TODAY-DATE TO CMV-DATE
009480             MOVE WS-TIME-NOW TO CMV-TIME
009490             WRITE CREDIT-MVT-RECORD
009500             ADD 1 TO WS-PRIMES
009510             ADD 1 TO RG-PRIMES(WS-REGLE-INDEX)
009520             ADD RG-CREDITS(WS-REGLE-INDEX)
009530                 TO WS-CREDITS-DONNES
009540             ADD RG-CREDITS(WS-REGLE-INDEX)
009550                 TO RG-CREDITS-DONNES(WS-REGLE-INDEX)
009560         END-IF
009570     END-IF.
009580*
009590*    =============================================================
009600*    8040-IMPRIME-PRIME  --  LISTS THE AWARD JUST MADE OR
009610*    REFUSED.
009620*    =============================================================
009630 8040-IMPRIME-PRIME.
009640     MOVE RG-CODE(WS-REGLE-INDEX) TO LP-PROMO
009650     MOVE RG-REGLE(WS-REGLE-INDEX) TO LP-REGLE
009660     MOVE PRO-PLAYER-ID TO LP-PLAYER-ID
009670     MOVE PRO-EVENEMENT TO LP-EVENEMENT
009680     MOVE RG-CREDITS(WS-REGLE-INDEX) TO LP-CREDITS
009690     MOVE PRO-NOUVEAU-SOLDE TO LP-SOLDE
009700     MOVE SPACES TO LP-ETAT
009710     IF PRO-MOTIF = SPACES
009720         MOVE "VERSEE" TO LP-ETAT
009730     ELSE
009740         STRING "REFUSEE : " PRO-MOTIF
009750             DELIMITED BY SIZE INTO LP-ETAT
009760     END-IF
009770     MOVE LIGNE-PRIME TO WS-LIGNE
009780     PERFORM 9000-ECRIT-LIGNE.
009790*
009800*    =============================================================
009810*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
009820*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
009830*    WHEN THE PAGE IS FULL.
009840*    =============================================================
009850 9000-ECRIT-LIGNE.
009860     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
009870         PERFORM 9010-ENTETE-PAGE
009880     END-IF
009890     MOVE SPACE TO PRT-CC
009900     MOVE WS-LIGNE TO PRT-LINE
009910     WRITE PRINT-RECORD
009920     ADD 1 TO RPT-LIGNE-CNT.
009930*
009940*    =============================================================
009950*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
009960*    TIME, PAGE NUMBER AND THE COLUMN HEADERS.
009970*    =============================================================
009980 9010-ENTETE-PAGE.
009990     ADD 1 TO RPT-PAGE-CNT
010000     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
010010     MOVE WS-TODAY-DATE TO ENT-DATE
010020     MOVE WS-TIME-NOW TO ENT-HEURE
010030     MOVE RPT-PAGE-AFF TO ENT-PAGE
010040     MOVE "1" TO PRT-CC
010050     MOVE ENT-LIGNE-1 TO PRT-LINE
010060     WRITE PRINT-RECORD
010070     MOVE SPACE TO PRT-CC
010080     MOVE ENT-LIGNE-2 TO PRT-LINE
010090     WRITE PRINT-RECORD
010100     MOVE SPACES TO PRT-LINE
010110     WRITE PRINT-RECORD
010120     MOVE ENT-COLONNES TO PRT-LINE
010130     WRITE PRINT-RECORD
010140     MOVE ALL "-" TO PRT-LINE
010150     WRITE PRINT-RECORD
010160     MOVE 5 TO RPT-LIGNE-CNT.
010170*
010180*    =============================================================
010190*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
010200*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
010210*    PROGRAM ENDS.
010220*    =============================================================
010230 9900-ENREG-JOURNAL.
010240     MOVE "PENDUPRO" TO RLOG-PROGRAM
010250     MOVE WS-RLOG-DATE TO RLOG-DATE
010260     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
010270     ACCEPT RLOG-END-TIME FROM TIME
010280     COMPUTE RLOG-LUS = WS-CARTES-LUES + WS-CMV-LUS
010290         + WS-RSLT-LUS + WS-TRN-LUS
010300     MOVE WS-PRIMES TO RLOG-ECRITS
010310     COMPUTE RLOG-REJETES = WS-CARTES-REJETEES + WS-REFUSES
010320     MOVE WS-EXCEPTIONS TO RLOG-EXCEPTIONS
010330     MOVE RETURN-CODE TO RLOG-RETOUR
010340     OPEN EXTEND RUN-LOG-FILE
010350     IF WS-RLOG-STATUS = "35"
010360         OPEN OUTPUT RUN-LOG-FILE
010370     END-IF
010380     WRITE RUN-LOG-RECORD
010390     CLOSE RUN-LOG-FILE.
010400*
010410 END PROGRAM Pendupro.
