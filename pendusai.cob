000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendusai.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - MONTHLY SEASON CLOSE.
000140*                      RANKS THE LEADERFL PLAYERS ON THEIR
000150*                      LDR-POINTS, APPENDS THE SEASON (DATES,
000160*                      CLOSE TIME, PLAYERS AND POINTS) AND ITS
000170*                      TOP FINISHERS TO THE PERMANENT HALLFAME
000180*                      FILE (SEE PENDHALL), THEN RESETS
000190*                      LDR-POINTS TO ZERO FOR EVERY PLAYER SO
000200*                      THE NEXT SEASON STARTS LEVEL.  REFUSES
000210*                      (RETURN-CODE 8) A SEASON ALREADY ON
000220*                      HALLFAME OR OLDER THAN THE LAST ONE
000230*                      CLOSED, AND A CLOSE ON A NIGHT WITHOUT A
000240*                      CLEAN PENDUCHP RUN ON THE RUNLOG.  MODE
000250*                      "R" ON THE SAISPRM CARD (SEE PENDSAPM)
000260*                      ONLY REDOES THE RESET OF A SEASON
000270*                      ALREADY CLOSED.  RUN AFTER PENDUCHP AND
000280*                      BEFORE PENDUARC.  CONTROL LISTING ON
000290*                      SAISRPT, ONE RUNLOG ENTRY PER RUN.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-PC.
000340 OBJECT-COMPUTER. IBM-PC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SAIS-PARM-FILE ASSIGN TO "SAISPRM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SAPM-STATUS.
000400     SELECT HALL-FAME-FILE ASSIGN TO "HALLFAME"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HALL-STATUS.
000430     SELECT LEADER-FILE ASSIGN TO "LEADERFL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS LDR-PLAYER-ID
000470         FILE STATUS IS WS-LEADER-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO "SAISRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRINT-STATUS.
000510     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RLOG-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SAIS-PARM-FILE.
000580 COPY "PENDSAPM.CPY".
000590 FD  HALL-FAME-FILE.
000600 COPY "PENDHALL.CPY".
000610 FD  LEADER-FILE.
000620 COPY "PENDLDR.CPY".
000630 FD  PRINT-FILE.
000640 COPY "PENDPRNT.CPY".
000650 FD  RUN-LOG-FILE.
000660 COPY "PENDRLOG.CPY".
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700*    ---- FILE STATUS SWITCHES -----------------------------------
000710 77  WS-SAPM-STATUS            PIC X(02) VALUE SPACES.
000720 77  WS-HALL-STATUS            PIC X(02) VALUE SPACES.
000730 77  WS-LEADER-STATUS          PIC X(02) VALUE SPACES.
000740 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000750 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000760 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000770 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000780 77  WS-HALL-EOF-SW            PIC X(01) VALUE "N".
000790     88  HALL-EOF                  VALUE "Y".
000800 77  WS-LDR-EOF-SW             PIC X(01) VALUE "N".
000810     88  LDR-EOF                   VALUE "Y".
000820 77  WS-RLOG-EOF-SW            PIC X(01) VALUE "N".
000830     88  RLOG-EOF                  VALUE "Y".
000840 01  WS-TODAY-AREA.
000850     05  WS-TODAY-DATE         PIC 9(08) VALUE ZERO.
000860     05  WS-TODAY-R REDEFINES WS-TODAY-DATE.
000870         10  WS-TODAY-AAAAMM   PIC 9(06).
000880         10  WS-TODAY-JJ       PIC 9(02).
000890 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000900*
000910*    ---- RUN PARAMETERS (SAISPRM CARD, ELSE DEFAULTS) -----------
000920 01  SAI-SAISON-AREA.
000930     05  SAI-SAISON            PIC 9(06) VALUE ZERO.
000940     05  SAI-SAISON-R REDEFINES SAI-SAISON.
000950         10  SAI-ANNEE         PIC 9(04).
000960         10  SAI-MOIS          PIC 9(02).
000970 77  SAI-PODIUM                PIC 9(02) VALUE 3.
000980 77  SAI-MODE                  PIC X(01) VALUE "N".
000990     88  REPRISE-RAZ               VALUE "R".
001000 77  SAI-DEBUT                 PIC 9(08) VALUE ZERO.
001010 77  SAI-FIN                   PIC 9(08) VALUE ZERO.
001020*
001030*    ---- WHAT HALLFAME ALREADY HOLDS ----------------------------
001040 77  PAL-DERN-SAISON           PIC 9(06) VALUE ZERO.
001050 77  PAL-DERN-CLOTURE          PIC 9(08) VALUE ZERO.
001060 77  PAL-TROUVE-SW             PIC X(01) VALUE "N".
001070     88  SAISON-DEJA-CLOTUREE      VALUE "Y".
001080 77  PAL-DATE-ORIGINE          PIC 9(08) VALUE ZERO.
001090 77  PAL-DEBUT-ORIGINE         PIC 9(08) VALUE ZERO.
001100 77  PAL-FIN-ORIGINE           PIC 9(08) VALUE ZERO.
001110 77  WS-CHAMPIONNAT-SW         PIC X(01) VALUE "N".
001120     88  CHAMPIONNAT-EDITE         VALUE "Y".
001130*
001140*    ---- REFUSAL ------------------------------------------------
001150 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001160     88  TRAITEMENT-REFUSE         VALUE "Y".
001170 77  WS-MOTIF-REFUS            PIC X(132) VALUE SPACES.
001180*
001190*    ---- TOP FINISHERS, HIGHEST POINTS FIRST --------------------
001200 01  PODIUM-AREA.
001210     05  PODIUM-ENTRY OCCURS 10 TIMES
001220             INDEXED BY PD-IDX.
001230         10  PD-PLAYER-ID      PIC X(10).
001240         10  PD-POINTS         PIC 9(07).
001250 77  PD-COUNT                  PIC 9(02) VALUE ZERO.
001260 77  WS-PLACE                  PIC 9(02) VALUE ZERO.
001270 77  WS-RANG                   PIC 9(02) VALUE ZERO.
001280 77  WS-PRECEDENT              PIC 9(02) VALUE ZERO.
001290*
001300*    ---- RUN COUNTS ---------------------------------------------
001310 77  WS-LDR-CLASSES            PIC 9(07) VALUE ZERO.
001320 77  WS-JOUEURS-POINTES        PIC 9(05) VALUE ZERO.
001330 77  WS-TOT-POINTS             PIC 9(09) VALUE ZERO.
001340 77  WS-HALL-ECRITS            PIC 9(07) VALUE ZERO.
001350 77  WS-LDR-LUS                PIC 9(07) VALUE ZERO.
001360 77  WS-LDR-REMIS              PIC 9(07) VALUE ZERO.
001370 77  WS-LDR-ERREURS            PIC 9(07) VALUE ZERO.
001380 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
001390*
001400*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001410 01  ENT-LIGNE-1.
001420     05  FILLER                PIC X(44) VALUE
001430         "CLOTURE DE SAISON - JEU DU PENDU".
001440     05  FILLER                PIC X(88) VALUE SPACES.
001450 01  ENT-LIGNE-2.
001460     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001470     05  ENT-DATE              PIC 9(08).
001480     05  FILLER                PIC X(05) VALUE " A : ".
001490     05  ENT-HEURE             PIC 9(08).
001500     05  FILLER                PIC X(75) VALUE SPACES.
001510     05  FILLER                PIC X(07) VALUE "PAGE : ".
001520     05  ENT-PAGE              PIC ZZZZ9.
001530     05  FILLER                PIC X(13) VALUE SPACES.
001540 01  ENT-COLONNES.
001550     05  FILLER                PIC X(08) VALUE "  RANG".
001560     05  FILLER                PIC X(12) VALUE "JOUEUR".
001570     05  FILLER                PIC X(10) VALUE "    POINTS".
001580     05  FILLER                PIC X(102) VALUE SPACES.
001590 01  LIGNE-PODIUM.
001600     05  LP-RANG               PIC ZZZZZ9.
001610     05  FILLER                PIC X(02) VALUE SPACES.
001620     05  LP-PLAYER-ID          PIC X(10).
001630     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  LP-POINTS             PIC ZZZZZZZ9.
001650     05  FILLER                PIC X(104) VALUE SPACES.
001660 01  LIGNE-TOTAL.
001670     05  LT-LIBELLE            PIC X(40).
001680     05  LT-VALEUR             PIC ZZZZZZZZ9.
001690     05  FILLER                PIC X(83) VALUE SPACES.
001700 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001710*
001720*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001730 COPY "PENDRPTW.CPY".
001740*
001750 PROCEDURE DIVISION.
001760*
001770*    =============================================================
001780*    0000-MAINLINE  --  READS THE CARD AND HALLFAME, CHECKS THE
001790*    SEASON MAY BE CLOSED AND, UNLESS IT IS REFUSED, RANKS THE
001800*    SEASON, RECORDS IT ON HALLFAME AND RESETS THE POINTS.
001810*    =============================================================
001820 0000-MAINLINE.
001830     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
001840     ACCEPT WS-RLOG-DEBUT FROM TIME
001850     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001860     ACCEPT WS-TIME-NOW FROM TIME
001870     MOVE WS-TODAY-AAAAMM TO SAI-SAISON
001880     MOVE WS-TODAY-DATE TO SAI-FIN
001890     PERFORM 1000-LIT-PARAMETRE
001900     PERFORM 1100-LIT-PALMARES
001910     PERFORM 1200-CONTROLE-SEQUENCE
001920     OPEN OUTPUT PRINT-FILE
001930     PERFORM 1300-IMPRIME-PARAMETRES
001940     IF NOT TRAITEMENT-REFUSE
001950             AND NOT REPRISE-RAZ
001960         PERFORM 2000-CLASSE-SAISON
001970     END-IF
001980     IF NOT TRAITEMENT-REFUSE
001990             AND NOT REPRISE-RAZ
002000         PERFORM 3000-ENREG-PALMARES
002010     END-IF
002020     IF TRAITEMENT-REFUSE
002030         MOVE 8 TO RETURN-CODE
002040         ADD 1 TO WS-EXCEPTIONS
002050         MOVE WS-MOTIF-REFUS TO WS-LIGNE
002060         PERFORM 9000-ECRIT-LIGNE
002070     ELSE
002080         PERFORM 4000-REMISE-A-ZERO
002090         PERFORM 7000-IMPRIME-TOTAUX
002100     END-IF
002110     MOVE SPACES TO WS-LIGNE
002120     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
002130     PERFORM 9000-ECRIT-LIGNE
002140     CLOSE PRINT-FILE
002150     PERFORM 9900-ENREG-JOURNAL
002160     STOP RUN.
002170*
002180*    =============================================================
002190*    1000-LIT-PARAMETRE  --  READS THE SAISPRM CARD.  A MISSING
002200*    CARD OR A NON-NUMERIC FIELD KEEPS ITS DEFAULT; A PODIUM
002210*    OUTSIDE 01-10 KEEPS THE DEFAULT OF 03.
002220*    =============================================================
002230 1000-LIT-PARAMETRE.
002240     OPEN INPUT SAIS-PARM-FILE
002250     IF WS-SAPM-STATUS = "00"
002260         READ SAIS-PARM-FILE
002270             AT END
002280                 CONTINUE
002290             NOT AT END
002300                 PERFORM 1010-APPLIQUE-CARTE
002310         END-READ
002320         CLOSE SAIS-PARM-FILE
002330     END-IF.
002340*
002350*    =============================================================
002360*    1010-APPLIQUE-CARTE  --  TAKES THE FIELDS OF THE CARD JUST
002370*    READ.
002380*    =============================================================
002390 1010-APPLIQUE-CARTE.
002400     IF SAPM-SAISON IS NUMERIC
002410         MOVE SAPM-SAISON TO SAI-SAISON
002420     END-IF
002430     IF SAPM-PODIUM IS NUMERIC
002440             AND SAPM-PODIUM > 0
002450             AND SAPM-PODIUM NOT > 10
002460         MOVE SAPM-PODIUM TO SAI-PODIUM
002470     END-IF
002480     IF SAPM-MODE = "R"
002490         MOVE "R" TO SAI-MODE
002500     END-IF.
002510*
002520*    =============================================================
002530*    1100-LIT-PALMARES  --  READS HALLFAME FOR THE LAST SEASON
002540*    CLOSED, THE DAY IT WAS CLOSED, AND WHETHER THE SEASON ASKED
002550*    FOR IS ALREADY THERE.  A MISSING FILE MEANS NO SEASON HAS
002560*    BEEN CLOSED YET.
002570*    =============================================================
002580 1100-LIT-PALMARES.
002590     OPEN INPUT HALL-FAME-FILE
002600     IF WS-HALL-STATUS NOT = "00"
002610         SET HALL-EOF TO TRUE
002620     ELSE
002630         PERFORM 1110-LIT-SAISON UNTIL HALL-EOF
002640         CLOSE HALL-FAME-FILE
002650     END-IF.
002660*
002670*    =============================================================
002680*    1110-LIT-SAISON  --  READS ONE HALLFAME RECORD; ONLY THE
002690*    "S" SEASON RECORDS MATTER HERE.
002700*    =============================================================
002710 1110-LIT-SAISON.
002720     READ HALL-FAME-FILE
002730         AT END
002740             SET HALL-EOF TO TRUE
002750         NOT AT END
002760             IF HALL-SAISON-CLOTUREE
002770                 IF HALL-SAISON > PAL-DERN-SAISON
002780                     MOVE HALL-SAISON TO PAL-DERN-SAISON
002790                     MOVE HALC-DATE TO PAL-DERN-CLOTURE
002800                 END-IF
002810                 IF HALL-SAISON = SAI-SAISON
002820                     SET SAISON-DEJA-CLOTUREE TO TRUE
002830                     MOVE HALC-DATE TO PAL-DATE-ORIGINE
002840                     MOVE HALC-DEBUT TO PAL-DEBUT-ORIGINE
002850                     MOVE HALC-FIN TO PAL-FIN-ORIGINE
002860                 END-IF
002870             END-IF
002880     END-READ.
002890*
002900*    =============================================================
002910*    1200-CONTROLE-SEQUENCE  --  A FIRST CLOSE IS REFUSED FOR A
002920*    BAD MONTH, A SEASON ALREADY ON HALLFAME OR OLDER THAN THE
002930*    LAST ONE CLOSED, OR WHEN THE MONTH'S CHAMPIONSHIP HAS NOT
002940*    BEEN PRINTED TONIGHT; A RESET-ONLY RERUN IS REFUSED FOR A
002950*    SEASON NEVER CLOSED.  THE SEASON STARTS ON THE DAY THE
002960*    LAST ONE WAS CLOSED (THE FIRST DAY OF ITS MONTH FOR THE
002970*    VERY FIRST CLOSE) AND ENDS TONIGHT; A RERUN SHOWS THE
002980*    DATES RECORDED WHEN THE SEASON WAS CLOSED.
002990*    =============================================================
003000 1200-CONTROLE-SEQUENCE.
003010     EVALUATE TRUE
003020         WHEN SAISON-DEJA-CLOTUREE
003030             MOVE PAL-DEBUT-ORIGINE TO SAI-DEBUT
003040             MOVE PAL-FIN-ORIGINE TO SAI-FIN
003050         WHEN PAL-DERN-CLOTURE > 0
003060             MOVE PAL-DERN-CLOTURE TO SAI-DEBUT
003070         WHEN OTHER
003080             COMPUTE SAI-DEBUT = SAI-SAISON * 100 + 1
003090     END-EVALUATE
003100     EVALUATE TRUE
003110         WHEN SAI-MOIS < 1 OR SAI-MOIS > 12
003120             SET TRAITEMENT-REFUSE TO TRUE
003130             STRING "TRAITEMENT REFUSE : SAISON " SAI-SAISON
003140                 " INVALIDE (AAAAMM)."
003150                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003160         WHEN REPRISE-RAZ
003170             IF NOT SAISON-DEJA-CLOTUREE
003180                 SET TRAITEMENT-REFUSE TO TRUE
003190                 STRING "TRAITEMENT REFUSE : REMISE A ZERO "
003200                     "D'UNE SAISON JAMAIS CLOTUREE ("
003210                     SAI-SAISON ")."
003220                     DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003230             END-IF
003240         WHEN SAISON-DEJA-CLOTUREE
003250             SET TRAITEMENT-REFUSE TO TRUE
003260             STRING "TRAITEMENT REFUSE : SAISON " SAI-SAISON
003270                 " DEJA CLOTUREE LE " PAL-DATE-ORIGINE
003280                 " - REMISE A ZERO SEULE PAR LE MODE R."
003290                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003300         WHEN SAI-SAISON < PAL-DERN-SAISON
003310             SET TRAITEMENT-REFUSE TO TRUE
003320             STRING "TRAITEMENT REFUSE : SAISON ANTERIEURE A "
003330                 "LA DERNIERE CLOTUREE (" PAL-DERN-SAISON ")."
003340                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003350         WHEN OTHER
003360             PERFORM 1210-CONTROLE-CHAMPIONNAT
003370     END-EVALUATE.
003380*
003390*    =============================================================
003400*    1210-CONTROLE-CHAMPIONNAT  --  LOOKS FOR TONIGHT'S PENDUCHP
003410*    ENTRY ON THE RUNLOG WITH A ZERO RETURN CODE.  WITHOUT IT
003420*    THE MONTH'S STANDINGS WERE NEVER PRINTED AND THE CLOSE IS
003430*    REFUSED.  A MISSING LOG COUNTS AS NO RUN.
003440*    =============================================================
003450 1210-CONTROLE-CHAMPIONNAT.
003460     OPEN INPUT RUN-LOG-FILE
003470     IF WS-RLOG-STATUS = "00"
003480         PERFORM 1220-LIRE-JOURNAL UNTIL RLOG-EOF
003490         CLOSE RUN-LOG-FILE
003500     END-IF
003510     IF NOT CHAMPIONNAT-EDITE
003520         SET TRAITEMENT-REFUSE TO TRUE
003530         STRING "TRAITEMENT REFUSE : PAS DE PASSAGE PENDUCHP "
003540             "SANS ERREUR LE " WS-TODAY-DATE
003550             " - CLASSEMENT DU MOIS NON EDITE."
003560             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003570     END-IF.
003580*
003590*    =============================================================
003600*    1220-LIRE-JOURNAL  --  READS ONE RUNLOG RECORD.
003610*    =============================================================
003620 1220-LIRE-JOURNAL.
003630     READ RUN-LOG-FILE
003640         AT END
003650             SET RLOG-EOF TO TRUE
003660         NOT AT END
003670             IF RLOG-PROGRAM = "PENDUCHP"
003680                     AND RLOG-DATE = WS-TODAY-DATE
003690                     AND RLOG-RETOUR = ZERO
003700                 SET CHAMPIONNAT-EDITE TO TRUE
003710             END-IF
003720     END-READ.
003730*
003740*    =============================================================
003750*    1300-IMPRIME-PARAMETRES  --  ECHOES THE SEASON, ITS DATES,
003760*    THE PODIUM SIZE AND THE MODE AT THE HEAD OF THE REPORT.
003770*    =============================================================
003780 1300-IMPRIME-PARAMETRES.
003790     MOVE SPACES TO WS-LIGNE
003800     STRING "SAISON " SAI-SAISON "   DU " SAI-DEBUT
003810         " AU " SAI-FIN "   FINISSEURS RETENUS : " SAI-PODIUM
003820         DELIMITED BY SIZE INTO WS-LIGNE
003830     PERFORM 9000-ECRIT-LIGNE
003840     MOVE SPACES TO WS-LIGNE
003850     IF REPRISE-RAZ
003860         MOVE "MODE R - REMISE A ZERO SEULE, HALLFAME INCHANGE"
003870             TO WS-LIGNE
003880     ELSE
003890         MOVE "MODE NORMAL - PALMARES PUIS REMISE A ZERO"
003900             TO WS-LIGNE
003910     END-IF
003920     PERFORM 9000-ECRIT-LIGNE
003930     MOVE SPACES TO WS-LIGNE
003940     PERFORM 9000-ECRIT-LIGNE.
003950*
003960*    =============================================================
003970*    2000-CLASSE-SAISON  --  READS LEADERFL IN KEY ORDER AND
003980*    KEEPS THE BEST SAI-PODIUM PLAYERS ON POINTS.  WITHOUT THE
003990*    FILE THERE IS NOTHING TO CLOSE AND THE RUN IS REFUSED.
004000*    =============================================================
004010 2000-CLASSE-SAISON.
004020     OPEN INPUT LEADER-FILE
004030     IF WS-LEADER-STATUS NOT = "00"
004040         SET TRAITEMENT-REFUSE TO TRUE
004050         STRING "TRAITEMENT REFUSE : LEADERFL ILLISIBLE "
004060             "(STATUT " WS-LEADER-STATUS ")."
004070             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
004080     ELSE
004090         MOVE "N" TO WS-LDR-EOF-SW
004100         PERFORM 2010-LIT-JOUEUR UNTIL LDR-EOF
004110         CLOSE LEADER-FILE
004120     END-IF.
004130*
004140*    =============================================================
004150*    2010-LIT-JOUEUR  --  READS ONE LEADERBOARD RECORD.  A PLAYER
004160*    WITH NO POINTS THIS SEASON IS NOT RANKED.
004170*    =============================================================
004180 2010-LIT-JOUEUR.
004190     READ LEADER-FILE
004200         AT END
004210             SET LDR-EOF TO TRUE
004220         NOT AT END
004230             ADD 1 TO WS-LDR-CLASSES
004240             IF LDR-POINTS IS NUMERIC
004250                     AND LDR-POINTS > ZERO
004260                 ADD 1 TO WS-JOUEURS-POINTES
004270                 ADD LDR-POINTS TO WS-TOT-POINTS
004280                 PERFORM 2020-PLACE-JOUEUR
004290             END-IF
004300     END-READ.
004310*
004320*    =============================================================
004330*    2020-PLACE-JOUEUR  --  FINDS WHERE THE PLAYER JUST READ
004340*    FALLS AMONG THE FINISHERS KEPT SO FAR.  ON EQUAL POINTS THE
004350*    PLAYER ALREADY PLACED STAYS AHEAD.  A PLAYER BELOW THE LAST
004360*    PLACE KEPT IS DROPPED; OTHERWISE THE LOWER PLACES MOVE DOWN
004370*    ONE AND THE LAST ONE FALLS OFF IF THE PODIUM IS FULL.
004380*    =============================================================
004390 2020-PLACE-JOUEUR.
004400     MOVE ZERO TO WS-PLACE
004410     PERFORM VARYING PD-IDX FROM 1 BY 1
004420             UNTIL PD-IDX > PD-COUNT OR WS-PLACE > 0
004430         IF PD-POINTS(PD-IDX) < LDR-POINTS
004440             SET WS-PLACE TO PD-IDX
004450         END-IF
004460     END-PERFORM
004470     IF WS-PLACE = 0
004480         COMPUTE WS-PLACE = PD-COUNT + 1
004490     END-IF
004500     IF WS-PLACE NOT > SAI-PODIUM
004510         IF PD-COUNT < SAI-PODIUM
004520             ADD 1 TO PD-COUNT
004530         END-IF
004540         PERFORM 2030-DECALE-PLACE
004550             VARYING WS-RANG FROM PD-COUNT BY -1
004560             UNTIL WS-RANG NOT > WS-PLACE
004570         MOVE LDR-PLAYER-ID TO PD-PLAYER-ID(WS-PLACE)
004580         MOVE LDR-POINTS TO PD-POINTS(WS-PLACE)
004590     END-IF.
004600*
004610*    =============================================================
004620*    2030-DECALE-PLACE  --  MOVES THE FINISHER ABOVE WS-RANG
004630*    DOWN INTO WS-RANG.
004640*    =============================================================
004650 2030-DECALE-PLACE.
004660     COMPUTE WS-PRECEDENT = WS-RANG - 1
004670     MOVE PODIUM-ENTRY(WS-PRECEDENT) TO PODIUM-ENTRY(WS-RANG).
004680*
004690*    =============================================================
004700*    3000-ENREG-PALMARES  --  APPENDS THE SEASON'S "S" RECORD
004710*    AND ONE "F" RECORD PER FINISHER TO HALLFAME (CREATING IT
004720*    ON THE FIRST CLOSE) AND PRINTS THE FINISHERS.  IF HALLFAME
004730*    CANNOT BE WRITTEN THE POINTS ARE LEFT ALONE, SO THE SEASON
004740*    CAN STILL BE CLOSED ONCE THE FILE IS PUT RIGHT.
004750*    =============================================================
004760 3000-ENREG-PALMARES.
004770     OPEN EXTEND HALL-FAME-FILE
004780     IF WS-HALL-STATUS = "35"
004790         OPEN OUTPUT HALL-FAME-FILE
004800     END-IF
004810     IF WS-HALL-STATUS NOT = "00"
004820         SET TRAITEMENT-REFUSE TO TRUE
004830         STRING "TRAITEMENT REFUSE : HALLFAME NON ECRIT "
004840             "(STATUT " WS-HALL-STATUS
004850             ") - POINTS NON REMIS A ZERO."
004860             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
004870     ELSE
004880         MOVE SPACES TO HALL-FAME-RECORD
004890         MOVE SAI-SAISON TO HALL-SAISON
004900         MOVE "S" TO HALL-TYPE
004910         MOVE SAI-DEBUT TO HALC-DEBUT
004920         MOVE SAI-FIN TO HALC-FIN
004930         MOVE WS-TODAY-DATE TO HALC-DATE
004940         MOVE WS-TIME-NOW TO HALC-HEURE
004950         MOVE WS-JOUEURS-POINTES TO HALC-JOUEURS
004960         MOVE WS-TOT-POINTS TO HALC-POINTS
004970         WRITE HALL-FAME-RECORD
004980         ADD 1 TO WS-HALL-ECRITS
004990         MOVE "*** PALMARES DE LA SAISON ***" TO WS-LIGNE
005000         PERFORM 9000-ECRIT-LIGNE
005010         PERFORM 3010-ENREG-FINISSEUR
005020             VARYING WS-RANG FROM 1 BY 1
005030             UNTIL WS-RANG > PD-COUNT
005040         IF PD-COUNT = 0
005050             MOVE "AUCUN JOUEUR N'A MARQUE DE POINTS."
005060                 TO WS-LIGNE
005070             PERFORM 9000-ECRIT-LIGNE
005080         END-IF
005090         CLOSE HALL-FAME-FILE
005100         MOVE SPACES TO WS-LIGNE
005110         PERFORM 9000-ECRIT-LIGNE
005120     END-IF.
005130*
005140*    =============================================================
005150*    3010-ENREG-FINISSEUR  --  WRITES AND PRINTS ONE FINISHER.
005160*    =============================================================
005170 3010-ENREG-FINISSEUR.
005180     MOVE SPACES TO HALL-FAME-RECORD
005190     MOVE SAI-SAISON TO HALL-SAISON
005200     MOVE "F" TO HALL-TYPE
005210     MOVE WS-RANG TO HALF-RANG
005220     MOVE PD-PLAYER-ID(WS-RANG) TO HALF-PLAYER-ID
005230     MOVE PD-POINTS(WS-RANG) TO HALF-POINTS
005240     WRITE HALL-FAME-RECORD
005250     ADD 1 TO WS-HALL-ECRITS
005260     MOVE WS-RANG TO LP-RANG
005270     MOVE PD-PLAYER-ID(WS-RANG) TO LP-PLAYER-ID
005280     MOVE PD-POINTS(WS-RANG) TO LP-POINTS
005290     MOVE LIGNE-PODIUM TO WS-LIGNE
005300     PERFORM 9000-ECRIT-LIGNE.
005310*
005320*    =============================================================
005330*    4000-REMISE-A-ZERO  --  RE-READS LEADERFL IN KEY ORDER AND
005340*    SETS EVERY PLAYER'S POINTS BACK TO ZERO.  WINS AND LOSSES
005350*    ARE CAREER TOTALS (PROVED BY PENDURCN) AND ARE KEPT.
005360*    =============================================================
005370 4000-REMISE-A-ZERO.
005380     OPEN I-O LEADER-FILE
005390     IF WS-LEADER-STATUS NOT = "00"
005400         ADD 1 TO WS-EXCEPTIONS
005410         MOVE 8 TO RETURN-CODE
005420         MOVE SPACES TO WS-LIGNE
005430         STRING "LEADERFL NON OUVERT EN MISE A JOUR (STATUT "
005440             WS-LEADER-STATUS ") - RELANCER EN MODE R."
005450             DELIMITED BY SIZE INTO WS-LIGNE
005460         PERFORM 9000-ECRIT-LIGNE
005470     ELSE
005480         MOVE "N" TO WS-LDR-EOF-SW
005490         PERFORM 4010-REMET-JOUEUR UNTIL LDR-EOF
005500         CLOSE LEADER-FILE
005510     END-IF.
005520*
005530*    =============================================================
005540*    4010-REMET-JOUEUR  --  READS ONE LEADERBOARD RECORD AND
005550*    REWRITES IT WITH ZERO POINTS IF IT HAS ANY (OR A LEGACY
005560*    RECORD WITHOUT THE POINTS COLUMN).
005570*    =============================================================
005580 4010-REMET-JOUEUR.
005590     READ LEADER-FILE
005600         AT END
005610             SET LDR-EOF TO TRUE
005620         NOT AT END
005630             ADD 1 TO WS-LDR-LUS
005640             IF LDR-POINTS IS NOT NUMERIC
005650                     OR LDR-POINTS > ZERO
005660                 MOVE ZERO TO LDR-POINTS
005670                 REWRITE LEADER-RECORD
005680                 IF WS-LEADER-STATUS = "00"
005690                     ADD 1 TO WS-LDR-REMIS
005700                 ELSE
005710                     ADD 1 TO WS-LDR-ERREURS
005720                     ADD 1 TO WS-EXCEPTIONS
005730                     MOVE 8 TO RETURN-CODE
005740                 END-IF
005750             END-IF
005760     END-READ.
005770*
005780*    =============================================================
005790*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN COUNTS.
005800*    =============================================================
005810 7000-IMPRIME-TOTAUX.
005820     MOVE "TOTAUX DE CONTROLE" TO WS-LIGNE
005830     PERFORM 9000-ECRIT-LIGNE
005840     IF NOT REPRISE-RAZ
005850         MOVE "JOUEURS CLASSES (LEADERFL)" TO LT-LIBELLE
005860         MOVE WS-LDR-CLASSES TO LT-VALEUR
005870         MOVE LIGNE-TOTAL TO WS-LIGNE
005880         PERFORM 9000-ECRIT-LIGNE
005890         MOVE "JOUEURS AYANT MARQUE DES POINTS" TO LT-LIBELLE
005900         MOVE WS-JOUEURS-POINTES TO LT-VALEUR
005910         MOVE LIGNE-TOTAL TO WS-LIGNE
005920         PERFORM 9000-ECRIT-LIGNE
005930         MOVE "POINTS DE LA SAISON" TO LT-LIBELLE
005940         MOVE WS-TOT-POINTS TO LT-VALEUR
005950         MOVE LIGNE-TOTAL TO WS-LIGNE
005960         PERFORM 9000-ECRIT-LIGNE
005970         MOVE "ENREGISTREMENTS HALLFAME ECRITS" TO LT-LIBELLE
005980         MOVE WS-HALL-ECRITS TO LT-VALEUR
005990         MOVE LIGNE-TOTAL TO WS-LIGNE
006000         PERFORM 9000-ECRIT-LIGNE
006010     END-IF
006020     MOVE "JOUEURS RELUS POUR LA REMISE A ZERO" TO LT-LIBELLE
006030     MOVE WS-LDR-LUS TO LT-VALEUR
006040     MOVE LIGNE-TOTAL TO WS-LIGNE
006050     PERFORM 9000-ECRIT-LIGNE
006060     MOVE "POINTS REMIS A ZERO" TO LT-LIBELLE
006070     MOVE WS-LDR-REMIS TO LT-VALEUR
006080     MOVE LIGNE-TOTAL TO WS-LIGNE
006090     PERFORM 9000-ECRIT-LIGNE
006100     MOVE "ERREURS DE REECRITURE LEADERFL" TO LT-LIBELLE
006110     MOVE WS-LDR-ERREURS TO LT-VALEUR
006120     MOVE LIGNE-TOTAL TO WS-LIGNE
006130     PERFORM 9000-ECRIT-LIGNE
006140     IF WS-LDR-ERREURS > 0
006150         MOVE SPACES TO WS-LIGNE
006160         STRING "ATTENTION REMISE A ZERO INCOMPLETE - "
006170             "RELANCER EN MODE R."
006180             DELIMITED BY SIZE INTO WS-LIGNE
006190         PERFORM 9000-ECRIT-LIGNE
006200     END-IF.
006210*
006220*    =============================================================
006230*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
006240*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
006250*    WHEN THE PAGE IS FULL.
006260*    =============================================================
006270 9000-ECRIT-LIGNE.
006280     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
006290         PERFORM 9010-ENTETE-PAGE
006300     END-IF
006310     MOVE SPACE TO PRT-CC
006320     MOVE WS-LIGNE TO PRT-LINE
006330     WRITE PRINT-RECORD
006340     ADD 1 TO RPT-LIGNE-CNT.
006350*
006360*    =============================================================
006370*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
006380*    TIME, PAGE NUMBER AND THE COLUMN HEADERS.
006390*    =============================================================
006400 9010-ENTETE-PAGE.
006410     ADD 1 TO RPT-PAGE-CNT
006420     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
006430     MOVE WS-TODAY-DATE TO ENT-DATE
006440     MOVE WS-TIME-NOW TO ENT-HEURE
006450     MOVE RPT-PAGE-AFF TO ENT-PAGE
006460     MOVE "1" TO PRT-CC
006470     MOVE ENT-LIGNE-1 TO PRT-LINE
006480     WRITE PRINT-RECORD
006490     MOVE SPACE TO PRT-CC
006500     MOVE ENT-LIGNE-2 TO PRT-LINE
006510     WRITE PRINT-RECORD
006520     MOVE SPACES TO PRT-LINE
006530     WRITE PRINT-RECORD
006540     MOVE ENT-COLONNES TO PRT-LINE
006550     WRITE PRINT-RECORD
006560     MOVE ALL "-" TO PRT-LINE
006570     WRITE PRINT-RECORD
006580     MOVE 5 TO RPT-LIGNE-CNT.
006590*
006600*    =============================================================
006610*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
006620*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
006630*    PROGRAM ENDS.
006640*    =============================================================
006650 9900-ENREG-JOURNAL.
006660     MOVE "PENDUSAI" TO RLOG-PROGRAM
006670     MOVE WS-RLOG-DATE TO RLOG-DATE
006680     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
006690     ACCEPT RLOG-END-TIME FROM TIME
006700     COMPUTE RLOG-LUS = WS-LDR-CLASSES + WS-LDR-LUS
006710     COMPUTE RLOG-ECRITS = WS-HALL-ECRITS + WS-LDR-REMIS
006720     MOVE WS-LDR-ERREURS TO RLOG-REJETES
006730     MOVE WS-EXCEPTIONS TO RLOG-EXCEPTIONS
006740     MOVE RETURN-CODE TO RLOG-RETOUR
006750     OPEN EXTEND RUN-LOG-FILE
006760     IF WS-RLOG-STATUS = "35"
006770         OPEN OUTPUT RUN-LOG-FILE
006780     END-IF
006790     WRITE RUN-LOG-RECORD
006800     CLOSE RUN-LOG-FILE.
006810*
006820 END PROGRAM Pendusai.
