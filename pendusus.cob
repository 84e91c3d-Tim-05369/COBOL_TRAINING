000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendusus.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - NIGHTLY SUSPICIOUS-PLAY
000140*                      SCREENING OFF THE RESULTFL GAMES AND THE
000150*                      AUDITFL GUESS TRAIL OF ONE DAY.  EACH
000160*                      GUESS IS TIED TO THE GAME IT BELONGS TO
000170*                      (THE PLAYER'S FIRST GAME ENDING AT OR
000180*                      AFTER IT), AND EVERY PATTERN BELOW IS
000190*                      PRINTED TO SUSPRPT WITH ITS REASON CODE
000200*                      AND THE GAME AND GUESS LINES BEHIND IT.
000210*                      THRESHOLDS COME FROM THE SUSPPRM CARD
000220*                      (SEE PENDSUPM).  EVERY PLAYER FLAGGED IS
000230*                      COUNTED ON THE WATCHLST FILE (SEE
000240*                      PENDWTCH); A REPEAT OFFENDER GOES ON THE
000250*                      WATCH LIST PRINTED AT THE END OF THE
000260*                      REPORT AND SHOWN BY PENDUPMT.  GAMES
000270*                      PLAYED FROM A QUEUE (INSIDE A PENDUBAT OR
000280*                      PENDUTRN RUN ON THE RUNLOG) ARE NOT
000290*                      TIMED: THEIR GUESSES ARRIVE AT MACHINE
000300*                      SPEED BY DESIGN.
000310*
000320*    REASON CODES
000330*    ------------
000340*    S01  WIN WITH NO MISSED LETTER ON A WORD RATED AT OR ABOVE
000350*          THE SUSPPRM RATING (8 BY DEFAULT).
000360*    S02  A GAME WITH MORE GAPS BETWEEN TWO GUESSES SHORTER
000370*          THAN A PERSON CAN TYPE THAN THE CARD ALLOWS.
000380*    S03  MOT DU JOUR WON WITH NO MISSED LETTER WITHIN MINUTES
000390*          OF ANOTHER PLAYER'S WIN ON IT.
000400*    S04  THE DAY'S HIT RATIO IS FAR ABOVE THE PLAYER'S OWN
000410*          HISTORY ON THE LIVE AUDIT TRAIL.
000420*    S05  GUESSES OF TWO SESSIONS OF THE SAME PLAYER-ID
000430*          INTERLEAVE (THE ESSAIS LEFT GO BACK UP).
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-PC.
000480 OBJECT-COMPUTER. IBM-PC.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SUSP-PARM-FILE ASSIGN TO "SUSPPRM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SUPM-STATUS.
000540     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RESULT-STATUS.
000570     SELECT AUDIT-FILE ASSIGN TO "AUDITFL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT WORD-FILE ASSIGN TO "WORDFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-WORD-STATUS.
000630     SELECT WATCH-FILE ASSIGN TO "WATCHLST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS WTCH-PLAYER-ID
000670         FILE STATUS IS WS-WTCH-STATUS.
000680     SELECT PRINT-FILE ASSIGN TO "SUSPRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-STATUS.
000710     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RLOG-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUSP-PARM-FILE.
000780 COPY "PENDSUPM.CPY".
000790 FD  RESULTS-FILE.
000800 COPY "PENDRSLT.CPY".
000810 FD  AUDIT-FILE.
000820 COPY "PENDAUD.CPY".
000830 FD  WORD-FILE.
000840 COPY "PENDWORD.CPY".
000850 FD  WATCH-FILE.
000860 COPY "PENDWTCH.CPY".
000870 FD  PRINT-FILE.
000880 COPY "PENDPRNT.CPY".
000890 FD  RUN-LOG-FILE.
000900 COPY "PENDRLOG.CPY".
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940*    ---- FILE STATUS SWITCHES -----------------------------------
000950 77  WS-SUPM-STATUS            PIC X(02) VALUE SPACES.
000960 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
000970 77  WS-AUDIT-STATUS           PIC X(02) VALUE SPACES.
000980 77  WS-WORD-STATUS            PIC X(02) VALUE SPACES.
000990 77  WS-WTCH-STATUS            PIC X(02) VALUE SPACES.
001000 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
001010 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001020 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001030 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001040 77  WS-RSLT-EOF-SW            PIC X(01) VALUE "N".
001050     88  RSLT-EOF                  VALUE "Y".
001060 77  WS-AUD-EOF-SW             PIC X(01) VALUE "N".
001070     88  AUD-EOF                   VALUE "Y".
001080 77  WS-RLOG-EOF-SW            PIC X(01) VALUE "N".
001090     88  RLOG-EOF                  VALUE "Y".
001100 77  WS-WTCH-EOF-SW            PIC X(01) VALUE "N".
001110     88  WTCH-EOF                  VALUE "Y".
001120 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001130 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001140*
001150*    ---- SCREENING THRESHOLDS (SUSPPRM, ELSE DEFAULTS) ----------
001160 77  SUS-DATE                  PIC 9(08) VALUE ZERO.
001170 77  SUS-COTE-MIN              PIC 9(01) VALUE 8.
001180 77  SUS-ECART-MIN             PIC 9(03) VALUE 50.
001190 77  SUS-NB-RAPIDES            PIC 9(02) VALUE 3.
001200 77  SUS-DELAI-DEFI            PIC 9(03) VALUE 10.
001210 77  SUS-MARGE-TAUX            PIC 9(03) VALUE 30.
001220 77  SUS-MIN-ESSAIS            PIC 9(03) VALUE 20.
001230 77  SUS-SEUIL-RECIDIVE        PIC 9(02) VALUE 3.
001240 77  SUS-DELAI-CS              PIC 9(07) VALUE ZERO.
001250*
001260*    ---- TIME OF DAY, SPLIT AND IN HUNDREDTHS -------------------
001270 01  WS-HEURE-LUE.
001280     05  WHL-HH                PIC 9(02).
001290     05  WHL-MM                PIC 9(02).
001300     05  WHL-SS                PIC 9(02).
001310     05  WHL-CC                PIC 9(02).
001320 01  WS-HEURE-NUM REDEFINES WS-HEURE-LUE
001330                               PIC 9(08).
001340 77  WS-HEURE-CS               PIC 9(07) VALUE ZERO.
001350 01  HEURE-EDIT.
001360     05  HE-HH                 PIC 9(02).
001370     05  FILLER                PIC X(01) VALUE ":".
001380     05  HE-MM                 PIC 9(02).
001390     05  FILLER                PIC X(01) VALUE ":".
001400     05  HE-SS                 PIC 9(02).
001410     05  FILLER                PIC X(01) VALUE ".".
001420     05  HE-CC                 PIC 9(02).
001430*
001440*    ---- WORD RATINGS (WORDFILE IN MEMORY) ----------------------
001450 01  WORD-TABLE-AREA.
001460     05  WORD-TABLE-ENTRY      OCCURS 50 TIMES.
001470         10  WT-TEXT           PIC X(20).
001480         10  WT-CATEGORY       PIC X(12).
001490         10  WT-RATING         PIC 9(01).
001500 77  WORD-COUNT                PIC 9(02) VALUE ZERO.
001510 77  WORD-INDEX                PIC 9(02) VALUE ZERO.
001520*
001530*    ---- QUEUED-PLAY WINDOWS (PENDUBAT/PENDUTRN RUNS) -----------
001540 01  FENETRE-AREA.
001550     05  FENETRE-ENTRY OCCURS 20 TIMES.
001560         10  FEN-DEBUT-CS      PIC 9(07).
001570         10  FEN-FIN-CS        PIC 9(07).
001580 77  FENETRE-COUNT             PIC 9(02) VALUE ZERO.
001590 77  FEN-I                     PIC 9(02) VALUE ZERO.
001600*
001610*    ---- THE DAY'S GAMES ----------------------------------------
001620 01  GAME-TABLE-AREA.
001630     05  GAME-TABLE-ENTRY OCCURS 1000 TIMES
001640             INDEXED BY GT-IDX.
001650         10  GT-PLAYER-ID      PIC X(10).
001660         10  GT-WORD           PIC X(20).
001670         10  GT-DEPART         PIC 9(02).
001680         10  GT-LEFT           PIC 9(02).
001690         10  GT-OUTCOME        PIC X(01).
001700         10  GT-HEURE          PIC 9(08).
001710         10  GT-FIN-CS         PIC 9(07).
001720         10  GT-HINTS          PIC 9(02).
001730         10  GT-MODE           PIC X(01).
001740         10  GT-COTE           PIC 9(01).
001750         10  GT-DIFFERE        PIC X(01).
001760         10  GT-COUPS          PIC 9(03).
001770         10  GT-RATES          PIC 9(03).
001780         10  GT-RAPIDES        PIC 9(03).
001790         10  GT-CHEVAUCHE      PIC X(01).
001800         10  GT-DERNIER-CS     PIC 9(07).
001810         10  GT-DERNIER-ESS    PIC 9(02).
001820 77  GAME-COUNT                PIC 9(04) VALUE ZERO.
001830 77  WS-GAME-DEBORDES          PIC 9(07) VALUE ZERO.
001840 77  WS-PARTIE                 PIC 9(04) VALUE ZERO.
001850 77  WS-AUTRE-PARTIE           PIC 9(04) VALUE ZERO.
001860 77  GT-J                      PIC 9(04) VALUE ZERO.
001870*
001880*    ---- THE DAY'S GUESSES --------------------------------------
001890 01  AUD-TABLE-AREA.
001900     05  AUD-TABLE-ENTRY OCCURS 5000 TIMES
001910             INDEXED BY AT-IDX.
001920         10  AT-PLAYER-ID      PIC X(10).
001930         10  AT-LETTER         PIC X(01).
001940         10  AT-RESULT         PIC X(01).
001950         10  AT-ESS            PIC 9(02).
001960         10  AT-HEURE          PIC 9(08).
001970         10  AT-CS             PIC 9(07).
001980         10  AT-TYPE           PIC X(01).
001990         10  AT-PARTIE         PIC 9(04).
002000         10  AT-ECART          PIC 9(07).
002010         10  AT-MARQUE         PIC X(01).
002020 77  AUD-COUNT                 PIC 9(04) VALUE ZERO.
002030 77  WS-AUD-DEBORDES           PIC 9(07) VALUE ZERO.
002040*
002050*    ---- PER-PLAYER HIT RATIOS AND FLAGS ------------------------
002060 01  PLAYER-TABLE-AREA.
002070     05  PLAYER-TABLE-ENTRY OCCURS 1000 TIMES
002080             INDEXED BY PT-IDX.
002090         10  PT-PLAYER-ID      PIC X(10).
002100         10  PT-JOUR-COUPS     PIC 9(05).
002110         10  PT-JOUR-TROUVES   PIC 9(05).
002120         10  PT-HIST-COUPS     PIC 9(07).
002130         10  PT-HIST-TROUVES   PIC 9(07).
002140         10  PT-ALERTES        PIC 9(03).
002150         10  PT-MOTIF          PIC X(03).
002160         10  PT-NOUVEAU-SW     PIC X(01).
002170 77  PLAYER-COUNT              PIC 9(04) VALUE ZERO.
002180 77  WS-JOUEUR-TROUVE-SW       PIC X(01) VALUE "N".
002190     88  JOUEUR-TROUVE             VALUE "Y".
002200 77  WS-AJOUT-SW               PIC X(01) VALUE "N".
002210     88  AJOUT-AUTORISE            VALUE "Y".
002220 77  WS-JOUEUR-INDEX           PIC 9(04) VALUE ZERO.
002230 77  WS-JOUEUR-DEBORDES        PIC 9(07) VALUE ZERO.
002240 77  WS-CLE-PLAYER-ID          PIC X(10) VALUE SPACES.
002250 77  WS-TAUX-JOUR              PIC 9(03) VALUE ZERO.
002260 77  WS-TAUX-HIST              PIC 9(03) VALUE ZERO.
002270*
002280*    ---- RUN COUNTS ---------------------------------------------
002290 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
002300 77  WS-AUD-LUS                PIC 9(07) VALUE ZERO.
002310 77  CNT-S01                   PIC 9(05) VALUE ZERO.
002320 77  CNT-S02                   PIC 9(05) VALUE ZERO.
002330 77  CNT-S03                   PIC 9(05) VALUE ZERO.
002340 77  CNT-S04                   PIC 9(05) VALUE ZERO.
002350 77  CNT-S05                   PIC 9(05) VALUE ZERO.
002360 77  WS-ALERTES                PIC 9(05) VALUE ZERO.
002370 77  WS-WTCH-ECRITS            PIC 9(07) VALUE ZERO.
002380 77  WS-SURVEILLES             PIC 9(05) VALUE ZERO.
002390 77  WS-MOTIF-COURANT          PIC X(03) VALUE SPACES.
002400*
002410*    ---- REPORT HEADING AND DETAIL LINES ------------------------
002420 01  ENT-LIGNE-1.
002430     05  FILLER                PIC X(44) VALUE
002440         "SURVEILLANCE DU JEU - PARTIES SUSPECTES".
002450     05  FILLER                PIC X(88) VALUE SPACES.
002460 01  ENT-LIGNE-2.
002470     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
002480     05  ENT-DATE              PIC 9(08).
002490     05  FILLER                PIC X(05) VALUE " A : ".
002500     05  ENT-HEURE             PIC 9(08).
002510     05  FILLER                PIC X(75) VALUE SPACES.
002520     05  FILLER                PIC X(07) VALUE "PAGE : ".
002530     05  ENT-PAGE              PIC ZZZZ9.
002540     05  FILLER                PIC X(13) VALUE SPACES.
002550 01  LIGNE-ALERTE.
002560     05  LA-MOTIF              PIC X(03).
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  LA-PLAYER-ID          PIC X(10).
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  LA-LIBELLE            PIC X(60).
002610     05  FILLER                PIC X(55) VALUE SPACES.
002620 01  LIGNE-PARTIE.
002630     05  FILLER                PIC X(06) VALUE SPACES.
002640     05  FILLER                PIC X(09) VALUE "PARTIE : ".
002650     05  LP-PLAYER-ID          PIC X(10).
002660     05  FILLER                PIC X(01) VALUE SPACE.
002670     05  LP-WORD               PIC X(20).
002680     05  FILLER                PIC X(06) VALUE " COTE ".
002690     05  LP-COTE               PIC 9(01).
002700     05  FILLER                PIC X(01) VALUE SPACE.
002710     05  LP-ISSUE              PIC X(07).
002720     05  FILLER                PIC X(08) VALUE " ESSAIS ".
002730     05  LP-DEPART             PIC Z9.
002740     05  FILLER                PIC X(01) VALUE "/".
002750     05  LP-LEFT               PIC Z9.
002760     05  FILLER                PIC X(09) VALUE " INDICES ".
002770     05  LP-HINTS              PIC Z9.
002780     05  FILLER                PIC X(05) VALUE " FIN ".
002790     05  LP-HEURE              PIC X(11).
002800     05  FILLER                PIC X(06) VALUE " MODE ".
002810     05  LP-MODE               PIC X(01).
002820     05  FILLER                PIC X(24) VALUE SPACES.
002830 01  LIGNE-COUP.
002840     05  FILLER                PIC X(10) VALUE SPACES.
002850     05  LC-HEURE              PIC X(11).
002860     05  FILLER                PIC X(02) VALUE SPACES.
002870     05  LC-LETTER             PIC X(01).
002880     05  FILLER                PIC X(02) VALUE SPACES.
002890     05  LC-RESULTAT           PIC X(07).
002900     05  FILLER                PIC X(08) VALUE "  RESTE ".
002910     05  LC-ESS                PIC Z9.
002920     05  FILLER                PIC X(08) VALUE "  ECART ".
002930     05  LC-ECART              PIC ZZZZ9.99.
002940     05  FILLER                PIC X(02) VALUE SPACES.
002950     05  LC-MARQUE             PIC X(20).
002960     05  FILLER                PIC X(51) VALUE SPACES.
002970 77  WS-ECART-SEC              PIC 9(05)V99 VALUE ZERO.
002980 01  LIGNE-SURVEILLE.
002990     05  LS-PLAYER-ID          PIC X(10).
003000     05  FILLER                PIC X(02) VALUE SPACES.
003010     05  LS-NUITS              PIC ZZZZ9.
003020     05  FILLER                PIC X(15) VALUE " NUIT(S) DU ".
003030     05  LS-PREMIERE           PIC 9(08).
003040     05  FILLER                PIC X(04) VALUE " AU ".
003050     05  LS-DERNIERE           PIC 9(08).
003060     05  FILLER                PIC X(09) VALUE "  MOTIF ".
003070     05  LS-MOTIF              PIC X(03).
003080     05  FILLER                PIC X(02) VALUE SPACES.
003090     05  LS-NOUVEAU            PIC X(07).
003100     05  FILLER                PIC X(59) VALUE SPACES.
003110 01  LIGNE-TOTAL.
003120     05  LT-LIBELLE            PIC X(40).
003130     05  LT-VALEUR             PIC ZZZZZZ9.
003140     05  FILLER                PIC X(85) VALUE SPACES.
003150 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
003160*
003170*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
003180 COPY "PENDRPTW.CPY".
003190*
003200 PROCEDURE DIVISION.
003210*
003220*    =============================================================
003230*    0000-MAINLINE  --  LOADS THE DAY, TIES EACH GUESS TO ITS
003240*    GAME, RUNS THE FIVE SCREENS, UPDATES THE WATCH LIST AND
003250*    PRINTS THE RUN TOTALS.
003260*    =============================================================
003270 0000-MAINLINE.
003280     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
003290     ACCEPT WS-RLOG-DEBUT FROM TIME
003300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003310     ACCEPT WS-TIME-NOW FROM TIME
003320     MOVE WS-TODAY-DATE TO SUS-DATE
003330     PERFORM 1000-LIT-PARAMETRE
003340     PERFORM 1100-CHARGE-MOTS
003350     PERFORM 1200-CHARGE-FENETRES
003360     OPEN OUTPUT PRINT-FILE
003370     MOVE SPACES TO WS-LIGNE
003380     STRING "JOURNEE EXAMINEE : " SUS-DATE
003390         DELIMITED BY SIZE INTO WS-LIGNE
003400     PERFORM 9000-ECRIT-LIGNE
003410     MOVE SPACES TO WS-LIGNE
003420     PERFORM 9000-ECRIT-LIGNE
003430     PERFORM 2000-CHARGE-PARTIES
003440     PERFORM 2100-CHARGE-AUDITS
003450     PERFORM 3000-RATTACHE-COUPS
003460         VARYING AT-IDX FROM 1 BY 1
003470         UNTIL AT-IDX > AUD-COUNT
003480     PERFORM 4000-CONTROLE-PARTIE
003490         VARYING GT-IDX FROM 1 BY 1
003500         UNTIL GT-IDX > GAME-COUNT
003510     PERFORM 5000-CONTROLE-TAUX
003520         VARYING PT-IDX FROM 1 BY 1
003530         UNTIL PT-IDX > PLAYER-COUNT
003540     PERFORM 6000-MAJ-SURVEILLANCE
003550     PERFORM 6500-IMPRIME-SURVEILLANCE
003560     PERFORM 7000-IMPRIME-TOTAUX
003570     MOVE SPACES TO WS-LIGNE
003580     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
003590     PERFORM 9000-ECRIT-LIGNE
003600     CLOSE PRINT-FILE
003610     PERFORM 9900-ENREG-JOURNAL
003620     STOP RUN.
003630*
003640*    =============================================================
003650*    1000-LIT-PARAMETRE  --  READS THE SUSPPRM THRESHOLDS ONCE
003660*    FOR THE RUN.  A MISSING CARD OR A NON-NUMERIC FIELD KEEPS
003670*    THE BUILT-IN DEFAULT FOR THAT THRESHOLD.
003680*    =============================================================
003690 1000-LIT-PARAMETRE.
003700     OPEN INPUT SUSP-PARM-FILE
003710     IF WS-SUPM-STATUS = "00"
003720         READ SUSP-PARM-FILE
003730             AT END
003740                 CONTINUE
003750             NOT AT END
003760                 IF SUPM-DATE IS NUMERIC
003770                     MOVE SUPM-DATE TO SUS-DATE
003780                 END-IF
003790                 IF SUPM-COTE-MIN IS NUMERIC
003800                     MOVE SUPM-COTE-MIN TO SUS-COTE-MIN
003810                 END-IF
003820                 IF SUPM-ECART-MIN IS NUMERIC
003830                     MOVE SUPM-ECART-MIN TO SUS-ECART-MIN
003840                 END-IF
003850                 IF SUPM-NB-RAPIDES IS NUMERIC
003860                     MOVE SUPM-NB-RAPIDES TO SUS-NB-RAPIDES
003870                 END-IF
003880                 IF SUPM-DELAI-DEFI IS NUMERIC
003890                     MOVE SUPM-DELAI-DEFI TO SUS-DELAI-DEFI
003900                 END-IF
003910                 IF SUPM-MARGE-TAUX IS NUMERIC
003920                     MOVE SUPM-MARGE-TAUX TO SUS-MARGE-TAUX
003930                 END-IF
003940                 IF SUPM-MIN-ESSAIS IS NUMERIC
003950                     MOVE SUPM-MIN-ESSAIS TO SUS-MIN-ESSAIS
003960                 END-IF
003970                 IF SUPM-SEUIL-RECIDIVE IS NUMERIC
003980                     MOVE SUPM-SEUIL-RECIDIVE
003990                         TO SUS-SEUIL-RECIDIVE
004000                 END-IF
004010         END-READ
004020         CLOSE SUSP-PARM-FILE
004030     END-IF
004040     COMPUTE SUS-DELAI-CS = SUS-DELAI-DEFI * 6000.
004050*
004060*    =============================================================
004070*    1100-CHARGE-MOTS  --  LOADS WORDFILE FOR THE RATING OF
004080*    EACH GAME'S WORD.
004090*    =============================================================
004100 1100-CHARGE-MOTS.
004110     MOVE ZERO TO WORD-COUNT
004120     OPEN INPUT WORD-FILE
004130     IF WS-WORD-STATUS = "00"
004140         PERFORM 1110-LIRE-MOT
004150             UNTIL WS-WORD-STATUS NOT = "00"
004160                 OR WORD-COUNT = 50
004170         CLOSE WORD-FILE
004180     END-IF.
004190*
004200*    =============================================================
004210*    1110-LIRE-MOT  --  READS ONE WORD INTO THE WORD TABLE.
004220*    =============================================================
004230 1110-LIRE-MOT.
004240     READ WORD-FILE INTO WORD-TABLE-ENTRY(WORD-COUNT + 1)
004250         AT END
004260             MOVE "10" TO WS-WORD-STATUS
004270         NOT AT END
004280             IF WT-TEXT(WORD-COUNT + 1) NOT = SPACES
004290                 ADD 1 TO WORD-COUNT
004300             END-IF
004310     END-READ.
004320*
004330*    =============================================================
004340*    1200-CHARGE-FENETRES  --  COLLECTS THE START/END TIMES OF
004350*    THE SCREENED DAY'S PENDUBAT AND PENDUTRN RUNS.  A GAME
004360*    ENDING INSIDE ONE WAS PLAYED FROM A QUEUE, NOT TYPED.
004370*    =============================================================
004380 1200-CHARGE-FENETRES.
004390     MOVE ZERO TO FENETRE-COUNT
004400     OPEN INPUT RUN-LOG-FILE
004410     IF WS-RLOG-STATUS = "00"
004420         PERFORM 1210-LIRE-JOURNAL UNTIL RLOG-EOF
004430         CLOSE RUN-LOG-FILE
004440     END-IF.
004450*
004460*    =============================================================
004470*    1210-LIRE-JOURNAL  --  KEEPS ONE QUEUED-PLAY WINDOW.
004480*    =============================================================
004490 1210-LIRE-JOURNAL.
004500     READ RUN-LOG-FILE
004510         AT END
004520             SET RLOG-EOF TO TRUE
004530         NOT AT END
004540             IF (RLOG-PROGRAM = "PENDUBAT"
004550                     OR RLOG-PROGRAM = "PENDUTRN")
004560                     AND RLOG-DATE = SUS-DATE
004570                     AND FENETRE-COUNT < 20
004580                 ADD 1 TO FENETRE-COUNT
004590                 MOVE RLOG-START-TIME TO WS-HEURE-NUM
004600                 PERFORM 8100-CONVERTIT-HEURE
004610                 MOVE WS-HEURE-CS
004620                     TO FEN-DEBUT-CS(FENETRE-COUNT)
004630                 MOVE RLOG-END-TIME TO WS-HEURE-NUM
004640                 PERFORM 8100-CONVERTIT-HEURE
004650                 MOVE WS-HEURE-CS
004660                     TO FEN-FIN-CS(FENETRE-COUNT)
004670             END-IF
004680     END-READ.
004690*
004700*    =============================================================
004710*    2000-CHARGE-PARTIES  --  LOADS THE SCREENED DAY'S GAMES
004720*    FROM RESULTFL AND OPENS A RATIO ENTRY FOR EACH PLAYER.
004730*    =============================================================
004740 2000-CHARGE-PARTIES.
004750     OPEN INPUT RESULTS-FILE
004760     IF WS-RESULT-STATUS NOT = "00"
004770         SET RSLT-EOF TO TRUE
004780     ELSE
004790         PERFORM 2010-LIRE-RESULTAT UNTIL RSLT-EOF
004800         CLOSE RESULTS-FILE
004810     END-IF.
004820*
004830*    =============================================================
004840*    2010-LIRE-RESULTAT  --  ADDS ONE GAME OF THE DAY TO THE
004850*    GAME TABLE, WITH ITS WORD'S RATING AND WHETHER IT WAS
004860*    PLAYED FROM A QUEUE.
004870*    =============================================================
004880 2010-LIRE-RESULTAT.
004890     READ RESULTS-FILE
004900         AT END
004910             SET RSLT-EOF TO TRUE
004920         NOT AT END
004930             ADD 1 TO WS-RSLT-LUS
004940             IF RSLT-DATE = SUS-DATE
004950                 IF GAME-COUNT < 1000
004960                     PERFORM 2020-AJOUTE-PARTIE
004970                 ELSE
004980                     ADD 1 TO WS-GAME-DEBORDES
004990                 END-IF
005000             END-IF
005010     END-READ.
005020*
005030*    =============================================================
005040*    2020-AJOUTE-PARTIE  --  FILLS THE NEXT GAME TABLE ENTRY
005050*    FROM THE RESULTS RECORD JUST READ.
005060*    =============================================================
005070 2020-AJOUTE-PARTIE.
005080     ADD 1 TO GAME-COUNT
005090     MOVE RSLT-PLAYER-ID TO GT-PLAYER-ID(GAME-COUNT)
005100     MOVE RSLT-WORD TO GT-WORD(GAME-COUNT)
005110     MOVE RSLT-ESSAIS-DEPART TO GT-DEPART(GAME-COUNT)
005120     MOVE RSLT-ESSAIS-LEFT TO GT-LEFT(GAME-COUNT)
005130     MOVE RSLT-OUTCOME TO GT-OUTCOME(GAME-COUNT)
005140     MOVE RSLT-TIME TO GT-HEURE(GAME-COUNT)
005150     MOVE RSLT-TIME TO WS-HEURE-NUM
005160     PERFORM 8100-CONVERTIT-HEURE
005170     MOVE WS-HEURE-CS TO GT-FIN-CS(GAME-COUNT)
005180     IF RSLT-HINTS IS NUMERIC
005190         MOVE RSLT-HINTS TO GT-HINTS(GAME-COUNT)
005200     ELSE
005210         MOVE ZERO TO GT-HINTS(GAME-COUNT)
005220     END-IF
005230     MOVE RSLT-MODE TO GT-MODE(GAME-COUNT)
005240     MOVE ZERO TO GT-COTE(GAME-COUNT)
005250     PERFORM VARYING WORD-INDEX FROM 1 BY 1
005260             UNTIL WORD-INDEX > WORD-COUNT
005270         IF WT-TEXT(WORD-INDEX) = RSLT-WORD
005280             MOVE WT-RATING(WORD-INDEX) TO GT-COTE(GAME-COUNT)
005290         END-IF
005300     END-PERFORM
005310     MOVE "N" TO GT-DIFFERE(GAME-COUNT)
005320     PERFORM VARYING FEN-I FROM 1 BY 1
005330             UNTIL FEN-I > FENETRE-COUNT
005340         IF GT-FIN-CS(GAME-COUNT) NOT < FEN-DEBUT-CS(FEN-I)
005350                 AND GT-FIN-CS(GAME-COUNT)
005360                     NOT > FEN-FIN-CS(FEN-I)
005370             MOVE "Y" TO GT-DIFFERE(GAME-COUNT)
005380         END-IF
005390     END-PERFORM
005400     MOVE ZERO TO GT-COUPS(GAME-COUNT)
005410     MOVE ZERO TO GT-RATES(GAME-COUNT)
005420     MOVE ZERO TO GT-RAPIDES(GAME-COUNT)
005430     MOVE "N" TO GT-CHEVAUCHE(GAME-COUNT)
005440     MOVE ZERO TO GT-DERNIER-CS(GAME-COUNT)
005450     MOVE ZERO TO GT-DERNIER-ESS(GAME-COUNT)
005460     MOVE RSLT-PLAYER-ID TO WS-CLE-PLAYER-ID
005470     SET AJOUT-AUTORISE TO TRUE
005480     PERFORM 8000-CHERCHE-JOUEUR.
005490*
005500*    =============================================================
005510*    2100-CHARGE-AUDITS  --  READS AUDITFL TO EOF: THE SCREENED
005520*    DAY'S GUESSES GO TO THE GUESS TABLE, EARLIER LETTER
005530*    GUESSES OF THE DAY'S PLAYERS BUILD THEIR HISTORY RATIO.
005540*    =============================================================
005550 2100-CHARGE-AUDITS.
005560     OPEN INPUT AUDIT-FILE
005570     IF WS-AUDIT-STATUS NOT = "00"
005580         SET AUD-EOF TO TRUE
005590     ELSE
005600         PERFORM 2110-LIRE-AUDIT UNTIL AUD-EOF
005610         CLOSE AUDIT-FILE
005620     END-IF.
005630*
005640*    =============================================================
005650*    2110-LIRE-AUDIT  --  ROUTES ONE AUDIT RECORD BY DATE.
005660*    =============================================================
005670 2110-LIRE-AUDIT.
005680     READ AUDIT-FILE
005690         AT END
005700             SET AUD-EOF TO TRUE
005710         NOT AT END
005720             ADD 1 TO WS-AUD-LUS
005730             EVALUATE TRUE
005740                 WHEN AUD-DATE = SUS-DATE
005750                     PERFORM 2120-AJOUTE-COUP
005760                 WHEN AUD-DATE < SUS-DATE
005770                     PERFORM 2130-CUMULE-HISTORIQUE
005780             END-EVALUATE
005790     END-READ.
005800*
005810*    =============================================================
005820*    2120-AJOUTE-COUP  --  ADDS ONE GUESS OF THE DAY TO THE
005830*    GUESS TABLE.
005840*    =============================================================
005850 2120-AJOUTE-COUP.
005860     IF AUD-COUNT < 5000
005870         ADD 1 TO AUD-COUNT
005880         MOVE AUD-PLAYER-ID TO AT-PLAYER-ID(AUD-COUNT)
005890         MOVE AUD-LETTER TO AT-LETTER(AUD-COUNT)
005900         MOVE AUD-RESULT TO AT-RESULT(AUD-COUNT)
005910         MOVE AUD-ESSAIS-LEFT TO AT-ESS(AUD-COUNT)
005920         MOVE AUD-TIME TO AT-HEURE(AUD-COUNT)
005930         MOVE AUD-TIME TO WS-HEURE-NUM
005940         PERFORM 8100-CONVERTIT-HEURE
005950         MOVE WS-HEURE-CS TO AT-CS(AUD-COUNT)
005960         MOVE AUD-REC-TYPE TO AT-TYPE(AUD-COUNT)
005970         MOVE ZERO TO AT-PARTIE(AUD-COUNT)
005980         MOVE ZERO TO AT-ECART(AUD-COUNT)
005990         MOVE SPACE TO AT-MARQUE(AUD-COUNT)
006000     ELSE
006010         ADD 1 TO WS-AUD-DEBORDES
006020     END-IF.
006030*
006040*    =============================================================
006050*    2130-CUMULE-HISTORIQUE  --  ADDS ONE EARLIER LETTER GUESS
006060*    TO ITS PLAYER'S HISTORY RATIO, FOR PLAYERS SEEN TODAY.
006070*    =============================================================
006080 2130-CUMULE-HISTORIQUE.
006090     IF AUD-REC-TYPE NOT = "I"
006100         MOVE AUD-PLAYER-ID TO WS-CLE-PLAYER-ID
006110         MOVE "N" TO WS-AJOUT-SW
006120         PERFORM 8000-CHERCHE-JOUEUR
006130         IF WS-JOUEUR-INDEX > 0
006140             ADD 1 TO PT-HIST-COUPS(WS-JOUEUR-INDEX)
006150             IF AUD-RESULT = "H"
006160                 ADD 1 TO PT-HIST-TROUVES(WS-JOUEUR-INDEX)
006170             END-IF
006180         END-IF
006190     END-IF.
006200*
006210*    =============================================================
006220*    3000-RATTACHE-COUPS  --  TIES THE GUESS AT AT-IDX TO THE
006230*    PLAYER'S FIRST GAME ENDING AT OR AFTER IT, THEN ROLLS IT
006240*    INTO THAT GAME'S COUNTS: MISSES, GAPS UNDER THE HUMAN
006250*    MINIMUM, AND ESSAIS LEFT GOING BACK UP (TWO SESSIONS
006260*    INTERLEAVED).  A GUESS OF A GAME NEVER FINISHED IS LEFT
006270*    UNTIED.
006280*    =============================================================
006290 3000-RATTACHE-COUPS.
006300     MOVE ZERO TO WS-PARTIE
006310     PERFORM VARYING GT-J FROM 1 BY 1
006320             UNTIL GT-J > GAME-COUNT
006330         IF GT-PLAYER-ID(GT-J) = AT-PLAYER-ID(AT-IDX)
006340                 AND GT-FIN-CS(GT-J) NOT < AT-CS(AT-IDX)
006350             IF WS-PARTIE = 0
006360                 MOVE GT-J TO WS-PARTIE
006370             ELSE
006380                 IF GT-FIN-CS(GT-J) < GT-FIN-CS(WS-PARTIE)
006390                     MOVE GT-J TO WS-PARTIE
006400                 END-IF
006410             END-IF
006420         END-IF
006430     END-PERFORM
006440     IF WS-PARTIE > 0
006450         MOVE WS-PARTIE TO AT-PARTIE(AT-IDX)
006460         PERFORM 3010-CUMULE-COUP
006470     END-IF.
006480*
006490*    =============================================================
006500*    3010-CUMULE-COUP  --  ROLLS THE GUESS AT AT-IDX INTO GAME
006510*    WS-PARTIE AND INTO ITS PLAYER'S DAY RATIO.
006520*    =============================================================
006530 3010-CUMULE-COUP.
006540     IF AT-TYPE(AT-IDX) NOT = "I"
006550         ADD 1 TO GT-COUPS(WS-PARTIE)
006560         IF AT-RESULT(AT-IDX) = "M"
006570             ADD 1 TO GT-RATES(WS-PARTIE)
006580         END-IF
006590         MOVE AT-PLAYER-ID(AT-IDX) TO WS-CLE-PLAYER-ID
006600         MOVE "N" TO WS-AJOUT-SW
006610         PERFORM 8000-CHERCHE-JOUEUR
006620         IF WS-JOUEUR-INDEX > 0
006630             ADD 1 TO PT-JOUR-COUPS(WS-JOUEUR-INDEX)
006640             IF AT-RESULT(AT-IDX) = "H"
006650                 ADD 1 TO PT-JOUR-TROUVES(WS-JOUEUR-INDEX)
006660             END-IF
006670         END-IF
006680     END-IF
006690     IF GT-DERNIER-CS(WS-PARTIE) > 0
006700         IF AT-CS(AT-IDX) > GT-DERNIER-CS(WS-PARTIE)
006710             COMPUTE AT-ECART(AT-IDX) =
006720                 AT-CS(AT-IDX) - GT-DERNIER-CS(WS-PARTIE)
006730         END-IF
006740         IF AT-ECART(AT-IDX) < SUS-ECART-MIN
006750             ADD 1 TO GT-RAPIDES(WS-PARTIE)
006760             MOVE "R" TO AT-MARQUE(AT-IDX)
006770         END-IF
006780         IF AT-ESS(AT-IDX) NOT < GT-DERNIER-ESS(WS-PARTIE)
006790             MOVE "Y" TO GT-CHEVAUCHE(WS-PARTIE)
006800             MOVE "C" TO AT-MARQUE(AT-IDX)
006810         END-IF
006820     END-IF
006830     MOVE AT-CS(AT-IDX) TO GT-DERNIER-CS(WS-PARTIE)
006840     MOVE AT-ESS(AT-IDX) TO GT-DERNIER-ESS(WS-PARTIE).
006850*
006860*    =============================================================
006870*    4000-CONTROLE-PARTIE  --  RUNS THE GAME-LEVEL SCREENS
006880*    (S01, S02, S03, S05) ON THE GAME AT GT-IDX.
006890*    =============================================================
006900 4000-CONTROLE-PARTIE.
006910     SET WS-PARTIE TO GT-IDX
006920     IF GT-OUTCOME(GT-IDX) = "W"
006930             AND GT-RATES(GT-IDX) = 0
006940             AND GT-COTE(GT-IDX) NOT < SUS-COTE-MIN
006950         MOVE "S01" TO WS-MOTIF-COURANT
006960         MOVE SPACES TO LA-LIBELLE
006970         STRING "VICTOIRE SANS LETTRE RATEE SUR UN MOT COTE "
006980             GT-COTE(GT-IDX)
006990             DELIMITED BY SIZE INTO LA-LIBELLE
007000         PERFORM 4900-SIGNALE-PARTIE
007010         ADD 1 TO CNT-S01
007020     END-IF
007030     IF GT-DIFFERE(GT-IDX) = "N"
007040             AND GT-RAPIDES(GT-IDX) > SUS-NB-RAPIDES
007050         MOVE "S02" TO WS-MOTIF-COURANT
007060         MOVE SPACES TO LA-LIBELLE
007070         STRING "SAISIES PLUS RAPIDES QU'UNE FRAPPE HUMAINE : "
007080             GT-RAPIDES(GT-IDX) " ECART(S)"
007090             DELIMITED BY SIZE INTO LA-LIBELLE
007100         PERFORM 4900-SIGNALE-PARTIE
007110         ADD 1 TO CNT-S02
007120     END-IF
007130     IF GT-MODE(GT-IDX) = "C"
007140             AND GT-OUTCOME(GT-IDX) = "W"
007150             AND GT-RATES(GT-IDX) = 0
007160         PERFORM 4100-CONTROLE-DEFI
007170     END-IF
007180     IF GT-CHEVAUCHE(GT-IDX) = "Y"
007190         MOVE "S05" TO WS-MOTIF-COURANT
007200         MOVE SPACES TO LA-LIBELLE
007210         MOVE "SESSIONS SIMULTANEES SOUS LE MEME IDENTIFIANT"
007220             TO LA-LIBELLE
007230         PERFORM 4900-SIGNALE-PARTIE
007240         ADD 1 TO CNT-S05
007250     END-IF.
007260*
007270*    =============================================================
007280*    4100-CONTROLE-DEFI  --  S03: LOOKS FOR ANOTHER PLAYER'S
007290*    MOT DU JOUR WIN ENDING WITHIN THE CARD'S DELAY BEFORE THIS
007300*    FLAWLESS ONE, KEEPING THE CLOSEST.
007310*    =============================================================
007320 4100-CONTROLE-DEFI.
007330     MOVE ZERO TO WS-AUTRE-PARTIE
007340     PERFORM VARYING GT-J FROM 1 BY 1
007350             UNTIL GT-J > GAME-COUNT
007360         IF GT-MODE(GT-J) = "C"
007370                 AND GT-OUTCOME(GT-J) = "W"
007380                 AND GT-PLAYER-ID(GT-J)
007390                     NOT = GT-PLAYER-ID(GT-IDX)
007400                 AND GT-FIN-CS(GT-J) < GT-FIN-CS(GT-IDX)
007410                 AND GT-FIN-CS(GT-IDX) - GT-FIN-CS(GT-J)
007420                     NOT > SUS-DELAI-CS
007430             IF WS-AUTRE-PARTIE = 0
007440                 MOVE GT-J TO WS-AUTRE-PARTIE
007450             ELSE
007460                 IF GT-FIN-CS(GT-J)
007470                         > GT-FIN-CS(WS-AUTRE-PARTIE)
007480                     MOVE GT-J TO WS-AUTRE-PARTIE
007490                 END-IF
007500             END-IF
007510         END-IF
007520     END-PERFORM
007530     IF WS-AUTRE-PARTIE > 0
007540         MOVE "S03" TO WS-MOTIF-COURANT
007550         MOVE SPACES TO LA-LIBELLE
007560         STRING "MOT DU JOUR SANS FAUTE APRES LA REUSSITE DE "
007570             GT-PLAYER-ID(WS-AUTRE-PARTIE)
007580             DELIMITED BY SIZE INTO LA-LIBELLE
007590         PERFORM 4900-SIGNALE-PARTIE
007600         MOVE WS-AUTRE-PARTIE TO WS-PARTIE
007610         PERFORM 9100-IMPRIME-PARTIE
007620         SET WS-PARTIE TO GT-IDX
007630         ADD 1 TO CNT-S03
007640     END-IF.
007650*
007660*    =============================================================
007670*    4900-SIGNALE-PARTIE  --  PRINTS ONE GAME-LEVEL FLAG (CODE
007680*    IN WS-MOTIF-COURANT, TEXT IN LA-LIBELLE) WITH THE GAME AT
007690*    WS-PARTIE AND ITS GUESSES AS EVIDENCE, AND COUNTS IT
007700*    AGAINST THE PLAYER.
007710*    =============================================================
007720 4900-SIGNALE-PARTIE.
007730     MOVE GT-PLAYER-ID(WS-PARTIE) TO WS-CLE-PLAYER-ID
007740     PERFORM 8200-COMPTE-ALERTE
007750     MOVE SPACES TO WS-LIGNE
007760     PERFORM 9000-ECRIT-LIGNE
007770     MOVE WS-MOTIF-COURANT TO LA-MOTIF
007780     MOVE GT-PLAYER-ID(WS-PARTIE) TO LA-PLAYER-ID
007790     MOVE LIGNE-ALERTE TO WS-LIGNE
007800     PERFORM 9000-ECRIT-LIGNE
007810     PERFORM 9100-IMPRIME-PARTIE
007820     PERFORM 9110-IMPRIME-COUP
007830         VARYING AT-IDX FROM 1 BY 1
007840         UNTIL AT-IDX > AUD-COUNT.
007850*
007860*    =============================================================
007870*    5000-CONTROLE-TAUX  --  S04: THE PLAYER AT PT-IDX HIT A
007880*    SHARE OF THE DAY'S LETTERS FAR ABOVE THEIR OWN HISTORY,
007890*    WITH ENOUGH GUESSES ON BOTH SIDES TO MEAN SOMETHING.
007900*    =============================================================
007910 5000-CONTROLE-TAUX.
007920     IF PT-JOUR-COUPS(PT-IDX) NOT < SUS-MIN-ESSAIS
007930             AND PT-HIST-COUPS(PT-IDX) NOT < SUS-MIN-ESSAIS
007940         COMPUTE WS-TAUX-JOUR =
007950             PT-JOUR-TROUVES(PT-IDX) * 100
007960             / PT-JOUR-COUPS(PT-IDX)
007970         COMPUTE WS-TAUX-HIST =
007980             PT-HIST-TROUVES(PT-IDX) * 100
007990             / PT-HIST-COUPS(PT-IDX)
008000         IF WS-TAUX-JOUR NOT < WS-TAUX-HIST + SUS-MARGE-TAUX
008010             ADD 1 TO PT-ALERTES(PT-IDX)
008020             MOVE "S04" TO PT-MOTIF(PT-IDX)
008030             MOVE SPACES TO WS-LIGNE
008040             PERFORM 9000-ECRIT-LIGNE
008050             MOVE "S04" TO LA-MOTIF
008060             MOVE PT-PLAYER-ID(PT-IDX) TO LA-PLAYER-ID
008070             MOVE "TAUX DE REUSSITE TRES SUPERIEUR A L'HISTORIQUE"
008080                 TO LA-LIBELLE
008090             MOVE LIGNE-ALERTE TO WS-LIGNE
008100             PERFORM 9000-ECRIT-LIGNE
008110             MOVE SPACES TO WS-LIGNE
008120             STRING "      JOUR : " PT-JOUR-TROUVES(PT-IDX)
008130                 " SUR " PT-JOUR-COUPS(PT-IDX)
008140                 " (" WS-TAUX-JOUR " %)   HISTORIQUE : "
008150                 PT-HIST-TROUVES(PT-IDX)
008160                 " SUR " PT-HIST-COUPS(PT-IDX)
008170                 " (" WS-TAUX-HIST " %)"
008180                 DELIMITED BY SIZE INTO WS-LIGNE
008190             PERFORM 9000-ECRIT-LIGNE
008200             ADD 1 TO CNT-S04
008210         END-IF
008220     END-IF.
008230*
008240*    =============================================================
008250*    6000-MAJ-SURVEILLANCE  --  COUNTS THE NIGHT AGAINST EVERY
008260*    PLAYER FLAGGED TONIGHT ON WATCHLST.  A RERUN OF A NIGHT
008270*    ALREADY COUNTED DOES NOT COUNT IT TWICE.
008280*    =============================================================
008290 6000-MAJ-SURVEILLANCE.
008300     OPEN I-O WATCH-FILE
008310     IF WS-WTCH-STATUS = "35"
008320         OPEN OUTPUT WATCH-FILE
008330         CLOSE WATCH-FILE
008340         OPEN I-O WATCH-FILE
008350     END-IF
008360     PERFORM 6010-MAJ-UN-JOUEUR
008370         VARYING PT-IDX FROM 1 BY 1
008380         UNTIL PT-IDX > PLAYER-COUNT
008390     CLOSE WATCH-FILE.
008400*
008410*    =============================================================
008420*    6010-MAJ-UN-JOUEUR  --  CREATES OR UPDATES THE WATCHLST
008430*    RECORD OF THE PLAYER AT PT-IDX IF FLAGGED TONIGHT, AND
008440*    PUTS THE PLAYER UNDER WATCH ONCE THE NIGHTS FLAGGED REACH
008450*    THE CARD'S THRESHOLD.
008460*    =============================================================
008470 6010-MAJ-UN-JOUEUR.
008480     IF PT-ALERTES(PT-IDX) > 0
008490         MOVE PT-PLAYER-ID(PT-IDX) TO WTCH-PLAYER-ID
008500         READ WATCH-FILE
008510             INVALID KEY
008520                 MOVE PT-PLAYER-ID(PT-IDX) TO WTCH-PLAYER-ID
008530                 MOVE 1 TO WTCH-NUITS
008540                 MOVE SUS-DATE TO WTCH-PREMIERE-DATE
008550                 MOVE SUS-DATE TO WTCH-DERNIERE-DATE
008560                 MOVE PT-MOTIF(PT-IDX) TO WTCH-MOTIF
008570                 MOVE SPACE TO WTCH-STATUS
008580                 IF WTCH-NUITS NOT < SUS-SEUIL-RECIDIVE
008590                     MOVE "W" TO WTCH-STATUS
008600                     MOVE "Y" TO PT-NOUVEAU-SW(PT-IDX)
008610                 END-IF
008620                 WRITE WATCH-RECORD
008630                 ADD 1 TO WS-WTCH-ECRITS
008640             NOT INVALID KEY
008650                 IF WTCH-DERNIERE-DATE < SUS-DATE
008660                     ADD 1 TO WTCH-NUITS
008670                     MOVE SUS-DATE TO WTCH-DERNIERE-DATE
008680                     MOVE PT-MOTIF(PT-IDX) TO WTCH-MOTIF
008690                     IF WTCH-NUITS NOT < SUS-SEUIL-RECIDIVE
008700                             AND WTCH-STATUS NOT = "W"
008710                         MOVE "W" TO WTCH-STATUS
008720                         MOVE "Y" TO PT-NOUVEAU-SW(PT-IDX)
008730                     END-IF
008740                     REWRITE WATCH-RECORD
008750                     ADD 1 TO WS-WTCH-ECRITS
008760                 END-IF
008770         END-READ
008780     END-IF.
008790*
008800*    =============================================================
008810*    6500-IMPRIME-SURVEILLANCE  --  PRINTS THE WATCH LIST (EVERY
008820*    WATCHLST PLAYER UNDER WATCH) IN KEY ORDER, MARKING THOSE
008830*    PUT ON IT TONIGHT.
008840*    =============================================================
008850 6500-IMPRIME-SURVEILLANCE.
008860     MOVE SPACES TO WS-LIGNE
008870     PERFORM 9000-ECRIT-LIGNE
008880     MOVE "LISTE DE SURVEILLANCE (RECIDIVISTES)" TO WS-LIGNE
008890     PERFORM 9000-ECRIT-LIGNE
008900     MOVE ZERO TO WS-SURVEILLES
008910     MOVE "N" TO WS-WTCH-EOF-SW
008920     OPEN INPUT WATCH-FILE
008930     IF WS-WTCH-STATUS = "00"
008940         MOVE LOW-VALUES TO WTCH-PLAYER-ID
008950         START WATCH-FILE KEY NOT < WTCH-PLAYER-ID
008960             INVALID KEY
008970                 SET WTCH-EOF TO TRUE
008980         END-START
008990         PERFORM 6510-LISTE-UN-SURVEILLE UNTIL WTCH-EOF
009000         CLOSE WATCH-FILE
009010     END-IF
009020     IF WS-SURVEILLES = 0
009030         MOVE "  AUCUN JOUEUR SOUS SURVEILLANCE." TO WS-LIGNE
009040         PERFORM 9000-ECRIT-LIGNE
009050     END-IF
009060     MOVE SPACES TO WS-LIGNE
009070     PERFORM 9000-ECRIT-LIGNE.
009080*
009090*    =============================================================
009100*    6510-LISTE-UN-SURVEILLE  --  PRINTS ONE WATCHED PLAYER.
009110*    =============================================================
009120 6510-LISTE-UN-SURVEILLE.
009130     READ WATCH-FILE NEXT RECORD
009140         AT END
009150             SET WTCH-EOF TO TRUE
009160         NOT AT END
009170             IF WTCH-STATUS = "W"
009180                 ADD 1 TO WS-SURVEILLES
009190                 MOVE SPACES TO LS-NOUVEAU
009200                 MOVE WTCH-PLAYER-ID TO LS-PLAYER-ID
009210                 MOVE WTCH-NUITS TO LS-NUITS
009220                 MOVE WTCH-PREMIERE-DATE TO LS-PREMIERE
009230                 MOVE WTCH-DERNIERE-DATE TO LS-DERNIERE
009240                 MOVE WTCH-MOTIF TO LS-MOTIF
009250                 MOVE WTCH-PLAYER-ID TO WS-CLE-PLAYER-ID
009260                 MOVE "N" TO WS-AJOUT-SW
009270                 PERFORM 8000-CHERCHE-JOUEUR
009280                 IF WS-JOUEUR-INDEX > 0
009290                     IF PT-NOUVEAU-SW(WS-JOUEUR-INDEX) = "Y"
009300                         MOVE "NOUVEAU" TO LS-NOUVEAU
009310                     END-IF
009320                 END-IF
009330                 MOVE LIGNE-SURVEILLE TO WS-LIGNE
009340                 PERFORM 9000-ECRIT-LIGNE
009350             END-IF
009360     END-READ.
009370*
009380*    =============================================================
009390*    7000-IMPRIME-TOTAUX  --  PRINTS THE FLAG COUNTS BY REASON
009400*    CODE AND ANY TABLE OVERFLOW.
009410*    =============================================================
009420 7000-IMPRIME-TOTAUX.
009430     MOVE "PARTIES EXAMINEES" TO LT-LIBELLE
009440     MOVE GAME-COUNT TO LT-VALEUR
009450     PERFORM 7010-ECRIT-TOTAL
009460     MOVE "COUPS EXAMINES" TO LT-LIBELLE
009470     MOVE AUD-COUNT TO LT-VALEUR
009480     PERFORM 7010-ECRIT-TOTAL
009490     MOVE "S01 VICTOIRES SANS FAUTE COTE HAUTE" TO LT-LIBELLE
009500     MOVE CNT-S01 TO LT-VALEUR
009510     PERFORM 7010-ECRIT-TOTAL
009520     MOVE "S02 SAISIES TROP RAPIDES" TO LT-LIBELLE
009530     MOVE CNT-S02 TO LT-VALEUR
009540     PERFORM 7010-ECRIT-TOTAL
009550     MOVE "S03 MOT DU JOUR APRES UN AUTRE JOUEUR" TO LT-LIBELLE
009560     MOVE CNT-S03 TO LT-VALEUR
009570     PERFORM 7010-ECRIT-TOTAL
009580     MOVE "S04 TAUX DE REUSSITE ANORMAL" TO LT-LIBELLE
009590     MOVE CNT-S04 TO LT-VALEUR
009600     PERFORM 7010-ECRIT-TOTAL
009610     MOVE "S05 SESSIONS SIMULTANEES" TO LT-LIBELLE
009620     MOVE CNT-S05 TO LT-VALEUR
009630     PERFORM 7010-ECRIT-TOTAL
009640     MOVE "JOUEURS SOUS SURVEILLANCE" TO LT-LIBELLE
009650     MOVE WS-SURVEILLES TO LT-VALEUR
009660     PERFORM 7010-ECRIT-TOTAL
009670     COMPUTE WS-ALERTES =
009680         CNT-S01 + CNT-S02 + CNT-S03 + CNT-S04 + CNT-S05
009690     IF WS-GAME-DEBORDES > 0
009700             OR WS-AUD-DEBORDES > 0
009710             OR WS-JOUEUR-DEBORDES > 0
009720         MOVE SPACES TO WS-LIGNE
009730         STRING "ATTENTION TABLES SATUREES - "
009740             WS-GAME-DEBORDES " PARTIES, "
009750             WS-AUD-DEBORDES " COUPS, "
009760             WS-JOUEUR-DEBORDES " JOUEURS NON EXAMINES."
009770             DELIMITED BY SIZE INTO WS-LIGNE
009780         PERFORM 9000-ECRIT-LIGNE
009790     END-IF.
009800*
009810*    =============================================================
009820*    7010-ECRIT-TOTAL  --  PRINTS ONE TOTAL LINE.
009830*    =============================================================
009840 7010-ECRIT-TOTAL.
009850     MOVE LIGNE-TOTAL TO WS-LIGNE
009860     PERFORM 9000-ECRIT-LIGNE.
009870*
009880*    =============================================================
009890*    8000-CHERCHE-JOUEUR  --  LOCATES THE RATIO ENTRY FOR
009900*    WS-CLE-PLAYER-ID, LEAVING ITS SLOT IN WS-JOUEUR-INDEX.
009910*    WHEN AJOUT-AUTORISE IS SET A MISSING PLAYER IS ADDED (OR,
009920*    THE TABLE BEING FULL, COUNTED AS LOST); OTHERWISE A
009930*    MISSING PLAYER LEAVES THE INDEX AT ZERO.
009940*    =============================================================
009950 8000-CHERCHE-JOUEUR.
009960     MOVE "N" TO WS-JOUEUR-TROUVE-SW
009970     MOVE ZERO TO WS-JOUEUR-INDEX
009980     PERFORM VARYING PT-IDX FROM 1 BY 1
009990             UNTIL PT-IDX > PLAYER-COUNT
010000                OR JOUEUR-TROUVE
010010         IF PT-PLAYER-ID(PT-IDX) = WS-CLE-PLAYER-ID
010020             SET JOUEUR-TROUVE TO TRUE
010030             SET WS-JOUEUR-INDEX TO PT-IDX
010040         END-IF
010050     END-PERFORM
010060     IF NOT JOUEUR-TROUVE AND AJOUT-AUTORISE
010070         IF PLAYER-COUNT < 1000
010080             ADD 1 TO PLAYER-COUNT
010090             MOVE PLAYER-COUNT TO WS-JOUEUR-INDEX
010100             MOVE WS-CLE-PLAYER-ID
010110                 TO PT-PLAYER-ID(WS-JOUEUR-INDEX)
010120             MOVE ZERO TO PT-JOUR-COUPS(WS-JOUEUR-INDEX)
010130             MOVE ZERO TO PT-JOUR-TROUVES(WS-JOUEUR-INDEX)
010140             MOVE ZERO TO PT-HIST-COUPS(WS-JOUEUR-INDEX)
010150             MOVE ZERO TO PT-HIST-TROUVES(WS-JOUEUR-INDEX)
010160             MOVE ZERO TO PT-ALERTES(WS-JOUEUR-INDEX)
010170             MOVE SPACES TO PT-MOTIF(WS-JOUEUR-INDEX)
010180             MOVE "N" TO PT-NOUVEAU-SW(WS-JOUEUR-INDEX)
010190         ELSE
010200             ADD 1 TO WS-JOUEUR-DEBORDES
010210         END-IF
010220     END-IF.
010230*
010240*    =============================================================
010250*    8100-CONVERTIT-HEURE  --  TURNS THE HHMMSSCC TIME IN
010260*    WS-HEURE-NUM INTO HUNDREDTHS SINCE MIDNIGHT (WS-HEURE-CS).
010270*    =============================================================
010280 8100-CONVERTIT-HEURE.
010290     COMPUTE WS-HEURE-CS =
010300         ((WHL-HH * 60 + WHL-MM) * 60 + WHL-SS) * 100 + WHL-CC.
010310*
010320*    =============================================================
010330*    8200-COMPTE-ALERTE  --  COUNTS ONE FLAG AGAINST THE PLAYER
010340*    WS-CLE-PLAYER-ID, KEEPING THE LATEST REASON CODE.
010350*    =============================================================
010360 8200-COMPTE-ALERTE.
010370     MOVE "N" TO WS-AJOUT-SW
010380     PERFORM 8000-CHERCHE-JOUEUR
010390     IF WS-JOUEUR-INDEX > 0
010400         ADD 1 TO PT-ALERTES(WS-JOUEUR-INDEX)
010410         MOVE WS-MOTIF-COURANT TO PT-MOTIF(WS-JOUEUR-INDEX)
010420     END-IF.
010430*
010440*    =============================================================
010450*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
010460*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
010470*    WHEN THE PAGE IS FULL.
010480*    =============================================================
010490 9000-ECRIT-LIGNE.
010500     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
010510         PERFORM 9010-ENTETE-PAGE
010520     END-IF
010530     MOVE SPACE TO PRT-CC
010540     MOVE WS-LIGNE TO PRT-LINE
010550     WRITE PRINT-RECORD
010560     ADD 1 TO RPT-LIGNE-CNT.
010570*
010580*    =============================================================
010590*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
010600*    TIME AND PAGE NUMBER.
010610*    =============================================================
010620 9010-ENTETE-PAGE.
010630     ADD 1 TO RPT-PAGE-CNT
010640     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
010650     MOVE WS-TODAY-DATE TO ENT-DATE
010660     MOVE WS-TIME-NOW TO ENT-HEURE
010670     MOVE RPT-PAGE-AFF TO ENT-PAGE
010680     MOVE "1" TO PRT-CC
010690     MOVE ENT-LIGNE-1 TO PRT-LINE
010700     WRITE PRINT-RECORD
010710     MOVE SPACE TO PRT-CC
010720     MOVE ENT-LIGNE-2 TO PRT-LINE
010730     WRITE PRINT-RECORD
010740     MOVE ALL "-" TO PRT-LINE
010750     WRITE PRINT-RECORD
010760     MOVE 3 TO RPT-LIGNE-CNT.
010770*
010780*    =============================================================
010790*    9100-IMPRIME-PARTIE  --  PRINTS THE EVIDENCE LINE FOR THE
010800*    GAME AT WS-PARTIE.
010810*    =============================================================
010820 9100-IMPRIME-PARTIE.
010830     MOVE GT-PLAYER-ID(WS-PARTIE) TO LP-PLAYER-ID
010840     MOVE GT-WORD(WS-PARTIE) TO LP-WORD
010850     MOVE GT-COTE(WS-PARTIE) TO LP-COTE
010860     IF GT-OUTCOME(WS-PARTIE) = "W"
010870         MOVE "GAGNEE" TO LP-ISSUE
010880     ELSE
010890         MOVE "PERDUE" TO LP-ISSUE
010900     END-IF
010910     MOVE GT-DEPART(WS-PARTIE) TO LP-DEPART
010920     MOVE GT-LEFT(WS-PARTIE) TO LP-LEFT
010930     MOVE GT-HINTS(WS-PARTIE) TO LP-HINTS
010940     MOVE GT-HEURE(WS-PARTIE) TO WS-HEURE-NUM
010950     PERFORM 9120-EDITE-HEURE
010960     MOVE HEURE-EDIT TO LP-HEURE
010970     MOVE GT-MODE(WS-PARTIE) TO LP-MODE
010980     MOVE LIGNE-PARTIE TO WS-LIGNE
010990     PERFORM 9000-ECRIT-LIGNE.
011000*
011010*    =============================================================
011020*    9110-IMPRIME-COUP  --  PRINTS THE GUESS AT AT-IDX AS AN
011030*    EVIDENCE LINE IF IT BELONGS TO THE GAME AT WS-PARTIE,
011040*    MARKING A TOO-FAST GAP OR AN INTERLEAVED SESSION.
011050*    =============================================================
011060 9110-IMPRIME-COUP.
011070     IF AT-PARTIE(AT-IDX) = WS-PARTIE
011080         MOVE SPACES TO LC-MARQUE
011090         MOVE AT-HEURE(AT-IDX) TO WS-HEURE-NUM
011100         PERFORM 9120-EDITE-HEURE
011110         MOVE HEURE-EDIT TO LC-HEURE
011120         MOVE AT-LETTER(AT-IDX) TO LC-LETTER
011130         EVALUATE TRUE
011140             WHEN AT-TYPE(AT-IDX) = "I"
011150                 MOVE "INDICE" TO LC-RESULTAT
011160             WHEN AT-RESULT(AT-IDX) = "H"
011170                 MOVE "TROUVEE" TO LC-RESULTAT
011180             WHEN OTHER
011190                 MOVE "RATEE" TO LC-RESULTAT
011200         END-EVALUATE
011210         MOVE AT-ESS(AT-IDX) TO LC-ESS
011220         COMPUTE WS-ECART-SEC = AT-ECART(AT-IDX) / 100
011230         MOVE WS-ECART-SEC TO LC-ECART
011240         EVALUATE AT-MARQUE(AT-IDX)
011250             WHEN "R"
011260                 MOVE "<< TROP RAPIDE" TO LC-MARQUE
011270             WHEN "C"
011280                 MOVE "<< AUTRE SESSION" TO LC-MARQUE
011290         END-EVALUATE
011300         MOVE LIGNE-COUP TO WS-LIGNE
011310         PERFORM 9000-ECRIT-LIGNE
011320     END-IF.
011330*
011340*    =============================================================
011350*    9120-EDITE-HEURE  --  EDITS THE TIME IN WS-HEURE-NUM AS
011360*    HH:MM:SS.CC IN HEURE-EDIT.
011370*    =============================================================
011380 9120-EDITE-HEURE.
011390     MOVE WHL-HH TO HE-HH
011400     MOVE WHL-MM TO HE-MM
011410     MOVE WHL-SS TO HE-SS
011420     MOVE WHL-CC TO HE-CC.
011430*
011440*    =============================================================
011450*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
011460*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
011470*    PROGRAM ENDS.
011480*    =============================================================
011490 9900-ENREG-JOURNAL.
011500     MOVE "PENDUSUS" TO RLOG-PROGRAM
011510     MOVE WS-RLOG-DATE TO RLOG-DATE
011520     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
011530     ACCEPT RLOG-END-TIME FROM TIME
011540     COMPUTE RLOG-LUS = WS-RSLT-LUS + WS-AUD-LUS
011550     MOVE WS-WTCH-ECRITS TO RLOG-ECRITS
011560     MOVE ZERO TO RLOG-REJETES
011570     COMPUTE RLOG-EXCEPTIONS = WS-ALERTES
011580         + WS-GAME-DEBORDES + WS-AUD-DEBORDES
011590         + WS-JOUEUR-DEBORDES
011600     MOVE RETURN-CODE TO RLOG-RETOUR
011610     OPEN EXTEND RUN-LOG-FILE
011620     IF WS-RLOG-STATUS = "35"
011630         OPEN OUTPUT RUN-LOG-FILE
011640     END-IF
011650     WRITE RUN-LOG-RECORD
011660     CLOSE RUN-LOG-FILE.
011670*
011680 END PROGRAM Pendusus.
