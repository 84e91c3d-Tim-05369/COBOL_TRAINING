000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Penducal.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - MONTHLY RECALIBRATION
000140*                      OF THE WORD DIFFICULTY RATINGS FROM
000150*                      ACTUAL PLAY.  FOR EVERY WORDFILE WORD
000160*                      PLAYED AT LEAST THE CALPRM MINIMUM
000170*                      NUMBER OF TIMES ON RESULTFL AND THE
000180*                      ARCHRSLT GENERATION(S), WORKS OUT THE
000190*                      WIN RATE, THE AVERAGE ESSAIS CONSUMED
000200*                      AND THE SHARE OF GAMES WITH A HINT, AND
000210*                      PROPOSES A 1-9 RATING FROM THEM.  PRINTS
000220*                      OLD AND PROPOSED RATINGS TO CALIBRPT.
000230*                      IN "A" MODE REWRITES WORDFILE WITH THE
000240*                      NEW RATINGS AND LOGS EACH CHANGE TO
000250*                      WORDHIST UNDER THE USER-ID "SYSTEME".
000260*
000270*    PROPOSED RATING
000280*    ---------------
000290*    A DIFFICULTY SCORE OF 0 TO 100 WEIGHS THE LOSS RATE 5,
000300*    THE SHARE OF THE STARTING ESSAIS CONSUMED 3 AND THE SHARE
000310*    OF GAMES WITH A HINT 2.  THE RATING IS THAT SCORE TIMES 9
000320*    OVER 100, PLUS 1, CAPPED AT 9: A WORD EVERYONE SOLVES AT
000330*    ONCE WITHOUT HELP RATES 1, A WORD NOBODY SOLVES RATES 9.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-PC.
000380 OBJECT-COMPUTER. IBM-PC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CALIB-PARM-FILE ASSIGN TO "CALPRM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CLPM-STATUS.
000440     SELECT WORD-FILE ASSIGN TO "WORDFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-WORD-STATUS.
000470     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RESULT-STATUS.
000500     SELECT ARCH-RESULTS-FILE ASSIGN TO "ARCHRSLT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ARSL-STATUS.
000530     SELECT HISTORY-FILE ASSIGN TO "WORDHIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-HIST-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO "CALIBRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRINT-STATUS.
000590     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RLOG-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CALIB-PARM-FILE.
000660 COPY "PENDCLPM.CPY".
000670 FD  WORD-FILE.
000680 COPY "PENDWORD.CPY".
000690 FD  RESULTS-FILE.
000700 COPY "PENDRSLT.CPY".
000710*    ARCHRSLT CARRIES RESULTFL RECORDS ROLLED OUT BY PENDUARC;
000720*    SAME LAYOUT AS PENDRSLT UNDER ITS OWN NAMES.
000730 FD  ARCH-RESULTS-FILE.
000740 01  ARCH-RESULTS-RECORD.
000750     05  ARSL-PLAYER-ID        PIC X(10).
000760     05  ARSL-WORD             PIC X(20).
000770     05  ARSL-ESSAIS-DEPART    PIC 9(02).
000780     05  ARSL-ESSAIS-LEFT      PIC 9(02).
000790     05  ARSL-OUTCOME          PIC X(01).
000800     05  ARSL-DATE             PIC 9(08).
000810     05  ARSL-TIME             PIC 9(08).
000820     05  ARSL-CATEGORY         PIC X(12).
000830     05  ARSL-HINTS            PIC 9(02).
000840     05  ARSL-SCORE            PIC 9(05).
000850     05  ARSL-MODE             PIC X(01).
000860 FD  HISTORY-FILE.
000870 COPY "PENDWHST.CPY".
000880 FD  PRINT-FILE.
000890 COPY "PENDPRNT.CPY".
000900 FD  RUN-LOG-FILE.
000910 COPY "PENDRLOG.CPY".
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950*    ---- FILE STATUS SWITCHES -----------------------------------
000960 77  WS-CLPM-STATUS            PIC X(02) VALUE SPACES.
000970 77  WS-WORD-STATUS            PIC X(02) VALUE SPACES.
000980 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
000990 77  WS-ARSL-STATUS            PIC X(02) VALUE SPACES.
001000 77  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
001010 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
001020 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001030 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001040 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001050 77  WS-RSLT-EOF-SW            PIC X(01) VALUE "N".
001060     88  RSLT-EOF                  VALUE "Y".
001070 77  WS-ARSL-EOF-SW            PIC X(01) VALUE "N".
001080     88  ARSL-EOF                  VALUE "Y".
001090 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001100 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001110*
001120*    ---- RUN PARAMETERS (CALPRM, ELSE DEFAULTS) -----------------
001130 77  CAL-MODE                  PIC X(01) VALUE "R".
001140     88  CAL-APPLIQUE              VALUE "A".
001150 77  CAL-MIN-PARTIES           PIC 9(03) VALUE 20.
001160 77  CAL-USER-ID               PIC X(10) VALUE "SYSTEME".
001170*
001180*    ---- WORD TABLE (SAME 50-ENTRY LIMIT AS THE GAME PROGRAMS) --
001190 01  WORD-TABLE-AREA.
001200     05  WORD-TABLE-ENTRY      OCCURS 50 TIMES.
001210         10  WT-TEXT           PIC X(20).
001220         10  WT-CATEGORY       PIC X(12).
001230         10  WT-RATING         PIC 9(01).
001240 77  WORD-COUNT                PIC 9(02) VALUE ZERO.
001250 77  WORD-INDEX                PIC 9(02) VALUE ZERO.
001260 77  WS-MOT-POSITION           PIC 9(02) VALUE ZERO.
001270*
001280*    ---- OBSERVED PLAY, ONE ENTRY PER WORD TABLE ENTRY ----------
001290 01  STAT-TABLE-AREA.
001300     05  STAT-ENTRY            OCCURS 50 TIMES.
001310         10  ST-PARTIES        PIC 9(05).
001320         10  ST-GAGNEES        PIC 9(05).
001330         10  ST-DEPART         PIC 9(07).
001340         10  ST-CONSOMMES      PIC 9(07).
001350         10  ST-AVEC-INDICE    PIC 9(05).
001360         10  ST-NOUVELLE-COTE  PIC 9(01).
001370*
001380*    ---- ONE GAME BEING TALLIED ---------------------------------
001390 77  WS-CLE-MOT                PIC X(20) VALUE SPACES.
001400 77  WS-JEU-DEPART             PIC 9(02) VALUE ZERO.
001410 77  WS-JEU-LEFT               PIC 9(02) VALUE ZERO.
001420 77  WS-JEU-OUTCOME            PIC X(01) VALUE SPACE.
001430 77  WS-JEU-HINTS              PIC 9(02) VALUE ZERO.
001440*
001450*    ---- RATING COMPUTATION WORK AREAS --------------------------
001460 77  WS-TAUX-GAIN              PIC 9(03) VALUE ZERO.
001470 77  WS-TAUX-CONSO             PIC 9(03) VALUE ZERO.
001480 77  WS-TAUX-INDICE            PIC 9(03) VALUE ZERO.
001490 77  WS-SCORE-DIFF             PIC 9(03) VALUE ZERO.
001500 77  WS-MOY-ESSAIS             PIC 9(03)V9 VALUE ZERO.
001510 77  WS-COTE-CALC              PIC 9(02) VALUE ZERO.
001520*
001530*    ---- RUN COUNTS ---------------------------------------------
001540 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
001550 77  WS-ARSL-LUS               PIC 9(07) VALUE ZERO.
001560 77  WS-HORS-LISTE             PIC 9(07) VALUE ZERO.
001570 77  WS-MOTS-CALIBRES          PIC 9(05) VALUE ZERO.
001580 77  WS-MOTS-INSUFFISANTS      PIC 9(05) VALUE ZERO.
001590 77  WS-MOTS-MODIFIES          PIC 9(05) VALUE ZERO.
001600 77  WS-MOTS-APPLIQUES         PIC 9(05) VALUE ZERO.
001610 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001620     88  TRAITEMENT-REFUSE         VALUE "Y".
001630*
001640*    ---- DATE/TIME STAMP WORK AREAS -----------------------------
001650 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
001660 77  WS-TIME-HIST              PIC 9(08) VALUE ZERO.
001670*
001680*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001690 01  ENT-LIGNE-1.
001700     05  FILLER                PIC X(44) VALUE
001710         "RECALIBRAGE DES COTES DE DIFFICULTE".
001720     05  FILLER                PIC X(88) VALUE SPACES.
001730 01  ENT-LIGNE-2.
001740     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001750     05  ENT-DATE              PIC 9(08).
001760     05  FILLER                PIC X(05) VALUE " A : ".
001770     05  ENT-HEURE             PIC 9(08).
001780     05  FILLER                PIC X(75) VALUE SPACES.
001790     05  FILLER                PIC X(07) VALUE "PAGE : ".
001800     05  ENT-PAGE              PIC ZZZZ9.
001810     05  FILLER                PIC X(13) VALUE SPACES.
001820 01  ENT-COLONNES.
001830     05  FILLER                PIC X(21) VALUE "MOT".
001840     05  FILLER                PIC X(13) VALUE "CATEGORIE".
001850     05  FILLER                PIC X(09) VALUE "  PARTIES".
001860     05  FILLER                PIC X(09) VALUE "  GAIN %".
001870     05  FILLER                PIC X(11) VALUE " ESSAIS MOY".
001880     05  FILLER                PIC X(10) VALUE " INDICE %".
001890     05  FILLER                PIC X(07) VALUE "  SCORE".
001900     05  FILLER                PIC X(07) VALUE "  COTE".
001910     05  FILLER                PIC X(09) VALUE " PROPOSEE".
001920     05  FILLER                PIC X(36) VALUE "  DECISION".
001930 01  LIGNE-MOT.
001940     05  LM-MOT                PIC X(20).
001950     05  FILLER                PIC X(01) VALUE SPACE.
001960     05  LM-CATEGORIE          PIC X(12).
001970     05  FILLER                PIC X(01) VALUE SPACE.
001980     05  LM-PARTIES            PIC ZZZZZZZZ9.
001990     05  LM-GAIN               PIC ZZZZZZZ9.
002000     05  FILLER                PIC X(01) VALUE SPACE.
002010     05  LM-MOY-ESSAIS         PIC ZZZZZZZ9.9.
002020     05  FILLER                PIC X(01) VALUE SPACE.
002030     05  LM-INDICE             PIC ZZZZZZZZ9.
002040     05  LM-SCORE              PIC ZZZZZZ9.
002050     05  LM-COTE               PIC ZZZZZZ9.
002060     05  LM-NOUVELLE           PIC ZZZZZZZZ9.
002070     05  FILLER                PIC X(02) VALUE SPACES.
002080     05  LM-DECISION           PIC X(34).
002090 01  LIGNE-TOTAL.
002100     05  LT-LIBELLE            PIC X(40).
002110     05  LT-VALEUR             PIC ZZZZZZ9.
002120     05  FILLER                PIC X(85) VALUE SPACES.
002130 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002140*
002150*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002160 COPY "PENDRPTW.CPY".
002170*
002180 PROCEDURE DIVISION.
002190*
002200*    =============================================================
002210*    0000-MAINLINE  --  LOADS THE WORD LIST, TALLIES THE GAMES
002220*    PLAYED ON EACH WORD, PRINTS THE OLD AND PROPOSED RATINGS
002230*    AND, IN "A" MODE, APPLIES THEM.
002240*    =============================================================
002250 0000-MAINLINE.
002260     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002270     ACCEPT WS-RLOG-DEBUT FROM TIME
002280     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002290     ACCEPT WS-TIME-NOW FROM TIME
002300     PERFORM 1000-LIT-PARAMETRE
002310     PERFORM 1100-CHARGE-MOTS
002320     OPEN OUTPUT PRINT-FILE
002330     MOVE SPACES TO WS-LIGNE
002340     IF CAL-APPLIQUE
002350         STRING "MODE : APPLICATION DES COTES PROPOSEES   "
002360             "MINIMUM DE PARTIES : " CAL-MIN-PARTIES
002370             DELIMITED BY SIZE INTO WS-LIGNE
002380     ELSE
002390         STRING "MODE : RECOMMANDATIONS SEULEMENT   "
002400             "MINIMUM DE PARTIES : " CAL-MIN-PARTIES
002410             DELIMITED BY SIZE INTO WS-LIGNE
002420     END-IF
002430     PERFORM 9000-ECRIT-LIGNE
002440     MOVE SPACES TO WS-LIGNE
002450     PERFORM 9000-ECRIT-LIGNE
002460     IF WORD-COUNT = 0
002470         SET TRAITEMENT-REFUSE TO TRUE
002480         MOVE 8 TO RETURN-CODE
002490         MOVE "TRAITEMENT REFUSE : WORDFILE ABSENT OU VIDE."
002500             TO WS-LIGNE
002510         PERFORM 9000-ECRIT-LIGNE
002520     ELSE
002530         PERFORM 2000-CHARGE-RESULTATS
002540         PERFORM 2100-CHARGE-ARCHIVE
002550         PERFORM 3000-CALIBRE-MOT
002560             VARYING WORD-INDEX FROM 1 BY 1
002570             UNTIL WORD-INDEX > WORD-COUNT
002580         IF CAL-APPLIQUE AND WS-MOTS-MODIFIES > 0
002590             PERFORM 4000-APPLIQUE-COTES
002600         END-IF
002610     END-IF
002620     PERFORM 7000-IMPRIME-TOTAUX
002630     MOVE SPACES TO WS-LIGNE
002640     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
002650     PERFORM 9000-ECRIT-LIGNE
002660     CLOSE PRINT-FILE
002670     PERFORM 9900-ENREG-JOURNAL
002680     STOP RUN.
002690*
002700*    =============================================================
002710*    1000-LIT-PARAMETRE  --  READS THE CALPRM CARD.  A MISSING
002720*    CARD ONLY RECOMMENDS; A NON-NUMERIC MINIMUM KEEPS 020.
002730*    =============================================================
002740 1000-LIT-PARAMETRE.
002750     OPEN INPUT CALIB-PARM-FILE
002760     IF WS-CLPM-STATUS = "00"
002770         READ CALIB-PARM-FILE
002780             AT END
002790                 CONTINUE
002800             NOT AT END
002810                 IF CLPM-MODE = "A" OR CLPM-MODE = "a"
002820                     MOVE "A" TO CAL-MODE
002830                 END-IF
002840                 IF CLPM-MIN-PARTIES IS NUMERIC
002850                         AND CLPM-MIN-PARTIES > 0
002860                     MOVE CLPM-MIN-PARTIES TO CAL-MIN-PARTIES
002870                 END-IF
002880         END-READ
002890         CLOSE CALIB-PARM-FILE
002900     END-IF.
002910*
002920*    =============================================================
002930*    1100-CHARGE-MOTS  --  LOADS WORDFILE INTO THE WORD TABLE
002940*    AND CLEARS EACH WORD'S PLAY TALLY.
002950*    =============================================================
002960 1100-CHARGE-MOTS.
002970     MOVE ZERO TO WORD-COUNT
002980     OPEN INPUT WORD-FILE
002990     IF WS-WORD-STATUS = "00"
003000         PERFORM 1110-LIRE-MOT
003010             UNTIL WS-WORD-STATUS NOT = "00"
003020                 OR WORD-COUNT = 50
003030         CLOSE WORD-FILE
003040     END-IF
003050     PERFORM VARYING WORD-INDEX FROM 1 BY 1
003060             UNTIL WORD-INDEX > 50
003070         MOVE ZERO TO ST-PARTIES(WORD-INDEX)
003080         MOVE ZERO TO ST-GAGNEES(WORD-INDEX)
003090         MOVE ZERO TO ST-DEPART(WORD-INDEX)
003100         MOVE ZERO TO ST-CONSOMMES(WORD-INDEX)
003110         MOVE ZERO TO ST-AVEC-INDICE(WORD-INDEX)
003120         MOVE ZERO TO ST-NOUVELLE-COTE(WORD-INDEX)
003130     END-PERFORM.
003140*
003150*    =============================================================
003160*    1110-LIRE-MOT  --  READS ONE WORD INTO THE WORD TABLE.
003170*    =============================================================
003180 1110-LIRE-MOT.
003190     READ WORD-FILE INTO WORD-TABLE-ENTRY(WORD-COUNT + 1)
003200         AT END
003210             MOVE "10" TO WS-WORD-STATUS
003220         NOT AT END
003230             IF WT-TEXT(WORD-COUNT + 1) NOT = SPACES
003240                 ADD 1 TO WORD-COUNT
003250             END-IF
003260     END-READ.
003270*
003280*    =============================================================
003290*    2000-CHARGE-RESULTATS  --  TALLIES EVERY GAME ON THE LIVE
003300*    RESULTFL AGAINST ITS WORD.
003310*    =============================================================
003320 2000-CHARGE-RESULTATS.
003330     OPEN INPUT RESULTS-FILE
003340     IF WS-RESULT-STATUS NOT = "00"
003350         SET RSLT-EOF TO TRUE
003360     ELSE
003370         PERFORM 2010-LIRE-RESULTAT UNTIL RSLT-EOF
003380         CLOSE RESULTS-FILE
003390     END-IF.
003400*
003410*    =============================================================
003420*    2010-LIRE-RESULTAT  --  READS ONE RESULTFL GAME.
003430*    =============================================================
003440 2010-LIRE-RESULTAT.
003450     READ RESULTS-FILE
003460         AT END
003470             SET RSLT-EOF TO TRUE
003480         NOT AT END
003490             ADD 1 TO WS-RSLT-LUS
003500             MOVE RSLT-WORD TO WS-CLE-MOT
003510             MOVE RSLT-ESSAIS-DEPART TO WS-JEU-DEPART
003520             MOVE RSLT-ESSAIS-LEFT TO WS-JEU-LEFT
003530             MOVE RSLT-OUTCOME TO WS-JEU-OUTCOME
003540             IF RSLT-HINTS IS NUMERIC
003550                 MOVE RSLT-HINTS TO WS-JEU-HINTS
003560             ELSE
003570                 MOVE ZERO TO WS-JEU-HINTS
003580             END-IF
003590             PERFORM 2500-CUMULE-PARTIE
003600     END-READ.
003610*
003620*    =============================================================
003630*    2100-CHARGE-ARCHIVE  --  TALLIES THE GAMES ON THE ARCHRSLT
003640*    GENERATION(S) NAMED IN THE JOB (DUMMY FOR NONE), SO THE
003650*    SAMPLE REACHES BACK PAST THE LAST PENDUARC PURGE.
003660*    =============================================================
003670 2100-CHARGE-ARCHIVE.
003680     OPEN INPUT ARCH-RESULTS-FILE
003690     IF WS-ARSL-STATUS NOT = "00"
003700         SET ARSL-EOF TO TRUE
003710     ELSE
003720         PERFORM 2110-LIRE-ARCHIVE UNTIL ARSL-EOF
003730         CLOSE ARCH-RESULTS-FILE
003740     END-IF.
003750*
003760*    =============================================================
003770*    2110-LIRE-ARCHIVE  --  READS ONE ARCHIVED GAME.
003780*    =============================================================
003790 2110-LIRE-ARCHIVE.
003800     READ ARCH-RESULTS-FILE
003810         AT END
003820             SET ARSL-EOF TO TRUE
003830         NOT AT END
003840             ADD 1 TO WS-ARSL-LUS
003850             MOVE ARSL-WORD TO WS-CLE-MOT
003860             MOVE ARSL-ESSAIS-DEPART TO WS-JEU-DEPART
003870             MOVE ARSL-ESSAIS-LEFT TO WS-JEU-LEFT
003880             MOVE ARSL-OUTCOME TO WS-JEU-OUTCOME
003890             IF ARSL-HINTS IS NUMERIC
003900                 MOVE ARSL-HINTS TO WS-JEU-HINTS
003910             ELSE
003920                 MOVE ZERO TO WS-JEU-HINTS
003930             END-IF
003940             PERFORM 2500-CUMULE-PARTIE
003950     END-READ.
003960*
003970*    =============================================================
003980*    2500-CUMULE-PARTIE  --  ADDS THE GAME IN THE WS-JEU- AREAS
003990*    TO ITS WORD'S TALLY.  A WORD NO LONGER ON WORDFILE IS ONLY
004000*    COUNTED.
004010*    =============================================================
004020 2500-CUMULE-PARTIE.
004030     MOVE ZERO TO WS-MOT-POSITION
004040     PERFORM VARYING WORD-INDEX FROM 1 BY 1
004050             UNTIL WORD-INDEX > WORD-COUNT
004060                OR WS-MOT-POSITION > 0
004070         IF WT-TEXT(WORD-INDEX) = WS-CLE-MOT
004080             MOVE WORD-INDEX TO WS-MOT-POSITION
004090         END-IF
004100     END-PERFORM
004110     IF WS-MOT-POSITION = 0
004120         ADD 1 TO WS-HORS-LISTE
004130     ELSE
004140         ADD 1 TO ST-PARTIES(WS-MOT-POSITION)
004150         IF WS-JEU-OUTCOME = "W"
004160             ADD 1 TO ST-GAGNEES(WS-MOT-POSITION)
004170         END-IF
004180         ADD WS-JEU-DEPART TO ST-DEPART(WS-MOT-POSITION)
004190         IF WS-JEU-DEPART > WS-JEU-LEFT
004200             COMPUTE ST-CONSOMMES(WS-MOT-POSITION) =
004210                 ST-CONSOMMES(WS-MOT-POSITION)
004220                 + WS-JEU-DEPART - WS-JEU-LEFT
004230         END-IF
004240         IF WS-JEU-HINTS > 0
004250             ADD 1 TO ST-AVEC-INDICE(WS-MOT-POSITION)
004260         END-IF
004270     END-IF.
004280*
004290*    =============================================================
004300*    3000-CALIBRE-MOT  --  WORKS OUT THE OBSERVED FIGURES AND
004310*    THE PROPOSED RATING OF THE WORD AT WORD-INDEX AND PRINTS
004320*    ITS LINE.  A WORD BELOW THE MINIMUM NUMBER OF GAMES KEEPS
004330*    ITS RATING.
004340*    =============================================================
004350 3000-CALIBRE-MOT.
004360     MOVE WT-TEXT(WORD-INDEX) TO LM-MOT
004370     MOVE WT-CATEGORY(WORD-INDEX) TO LM-CATEGORIE
004380     MOVE ST-PARTIES(WORD-INDEX) TO LM-PARTIES
004390     MOVE WT-RATING(WORD-INDEX) TO LM-COTE
004400     MOVE WT-RATING(WORD-INDEX) TO ST-NOUVELLE-COTE(WORD-INDEX)
004410     IF ST-PARTIES(WORD-INDEX) < CAL-MIN-PARTIES
004420         ADD 1 TO WS-MOTS-INSUFFISANTS
004430         MOVE ZERO TO LM-GAIN
004440         MOVE ZERO TO LM-MOY-ESSAIS
004450         MOVE ZERO TO LM-INDICE
004460         MOVE ZERO TO LM-SCORE
004470         MOVE WT-RATING(WORD-INDEX) TO LM-NOUVELLE
004480         MOVE "ECHANTILLON INSUFFISANT" TO LM-DECISION
004490     ELSE
004500         ADD 1 TO WS-MOTS-CALIBRES
004510         PERFORM 3010-CALCULE-COTE
004520         MOVE WS-TAUX-GAIN TO LM-GAIN
004530         MOVE WS-MOY-ESSAIS TO LM-MOY-ESSAIS
004540         MOVE WS-TAUX-INDICE TO LM-INDICE
004550         MOVE WS-SCORE-DIFF TO LM-SCORE
004560         MOVE ST-NOUVELLE-COTE(WORD-INDEX) TO LM-NOUVELLE
004570         IF ST-NOUVELLE-COTE(WORD-INDEX)
004580                 = WT-RATING(WORD-INDEX)
004590             MOVE "INCHANGEE" TO LM-DECISION
004600         ELSE
004610             ADD 1 TO WS-MOTS-MODIFIES
004620             IF CAL-APPLIQUE
004630                 MOVE "MODIFIEE" TO LM-DECISION
004640             ELSE
004650                 MOVE "A MODIFIER" TO LM-DECISION
004660             END-IF
004670         END-IF
004680     END-IF
004690     MOVE LIGNE-MOT TO WS-LIGNE
004700     PERFORM 9000-ECRIT-LIGNE.
004710*
004720*    =============================================================
004730*    3010-CALCULE-COTE  --  WIN RATE, SHARE OF ESSAIS CONSUMED,
004740*    SHARE OF GAMES WITH A HINT, THE WEIGHTED DIFFICULTY SCORE
004750*    AND THE PROPOSED RATING OF THE WORD AT WORD-INDEX.
004760*    =============================================================
004770 3010-CALCULE-COTE.
004780     COMPUTE WS-TAUX-GAIN =
004790         ST-GAGNEES(WORD-INDEX) * 100 / ST-PARTIES(WORD-INDEX)
004800     IF ST-DEPART(WORD-INDEX) > 0
004810         COMPUTE WS-TAUX-CONSO =
004820             ST-CONSOMMES(WORD-INDEX) * 100
004830             / ST-DEPART(WORD-INDEX)
004840     ELSE
004850         MOVE ZERO TO WS-TAUX-CONSO
004860     END-IF
004870     COMPUTE WS-TAUX-INDICE =
004880         ST-AVEC-INDICE(WORD-INDEX) * 100
004890         / ST-PARTIES(WORD-INDEX)
004900     COMPUTE WS-MOY-ESSAIS ROUNDED =
004910         ST-CONSOMMES(WORD-INDEX) / ST-PARTIES(WORD-INDEX)
004920     COMPUTE WS-SCORE-DIFF =
004930         ((100 - WS-TAUX-GAIN) * 5 + WS-TAUX-CONSO * 3
004940           + WS-TAUX-INDICE * 2) / 10
004950     COMPUTE WS-COTE-CALC = WS-SCORE-DIFF * 9 / 100 + 1
004960     IF WS-COTE-CALC > 9
004970         MOVE 9 TO WS-COTE-CALC
004980     END-IF
004990     MOVE WS-COTE-CALC TO ST-NOUVELLE-COTE(WORD-INDEX).
005000*
005010*    =============================================================
005020*    4000-APPLIQUE-COTES  --  "A" MODE: LOGS EACH CHANGED RATING
005030*    TO WORDHIST UNDER THE SYSTEM USER-ID, THEN REWRITES
005040*    WORDFILE IN FULL FROM THE TABLE, THE WAY PENDUMNT DOES.
005050*    =============================================================
005060 4000-APPLIQUE-COTES.
005070     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
005080     ACCEPT WS-TIME-HIST FROM TIME
005090     OPEN EXTEND HISTORY-FILE
005100     IF WS-HIST-STATUS = "35"
005110         OPEN OUTPUT HISTORY-FILE
005120     END-IF
005130     PERFORM 4010-APPLIQUE-UN-MOT
005140         VARYING WORD-INDEX FROM 1 BY 1
005150         UNTIL WORD-INDEX > WORD-COUNT
005160     CLOSE HISTORY-FILE
005170     OPEN OUTPUT WORD-FILE
005180     PERFORM VARYING WORD-INDEX FROM 1 BY 1
005190             UNTIL WORD-INDEX > WORD-COUNT
005200         MOVE WORD-TABLE-ENTRY(WORD-INDEX) TO WORD-RECORD
005210         WRITE WORD-RECORD
005220     END-PERFORM
005230     CLOSE WORD-FILE.
005240*
005250*    =============================================================
005260*    4010-APPLIQUE-UN-MOT  --  CARRIES THE PROPOSED RATING OF
005270*    THE WORD AT WORD-INDEX INTO THE TABLE AND LOGS THE "C"
005280*    HISTORY RECORD, IF IT CHANGED.
005290*    =============================================================
005300 4010-APPLIQUE-UN-MOT.
005310     IF ST-NOUVELLE-COTE(WORD-INDEX) NOT = WT-RATING(WORD-INDEX)
005320         MOVE ST-NOUVELLE-COTE(WORD-INDEX)
005330             TO WT-RATING(WORD-INDEX)
005340         MOVE CAL-USER-ID TO WHST-USER-ID
005350         MOVE "C" TO WHST-ACTION
005360         MOVE WT-TEXT(WORD-INDEX) TO WHST-OLD-WORD
005370         MOVE WT-TEXT(WORD-INDEX) TO WHST-NEW-WORD
005380         MOVE WS-DATE-NOW TO WHST-DATE
005390         MOVE WS-TIME-HIST TO WHST-TIME
005400         MOVE WT-CATEGORY(WORD-INDEX) TO WHST-CATEGORY
005410         MOVE WT-RATING(WORD-INDEX) TO WHST-DIFF-RATING
005420         WRITE WORD-HIST-RECORD
005430         ADD 1 TO WS-MOTS-APPLIQUES
005440     END-IF.
005450*
005460*    =============================================================
005470*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN TOTALS.
005480*    =============================================================
005490 7000-IMPRIME-TOTAUX.
005500     MOVE SPACES TO WS-LIGNE
005510     PERFORM 9000-ECRIT-LIGNE
005520     MOVE "PARTIES LUES (RESULTFL)" TO LT-LIBELLE
005530     MOVE WS-RSLT-LUS TO LT-VALEUR
005540     PERFORM 7010-ECRIT-TOTAL
005550     MOVE "PARTIES LUES (ARCHRSLT)" TO LT-LIBELLE
005560     MOVE WS-ARSL-LUS TO LT-VALEUR
005570     PERFORM 7010-ECRIT-TOTAL
005580     MOVE "PARTIES SUR DES MOTS HORS LISTE" TO LT-LIBELLE
005590     MOVE WS-HORS-LISTE TO LT-VALEUR
005600     PERFORM 7010-ECRIT-TOTAL
005610     MOVE "MOTS EXAMINES" TO LT-LIBELLE
005620     MOVE WORD-COUNT TO LT-VALEUR
005630     PERFORM 7010-ECRIT-TOTAL
005640     MOVE "MOTS A ECHANTILLON INSUFFISANT" TO LT-LIBELLE
005650     MOVE WS-MOTS-INSUFFISANTS TO LT-VALEUR
005660     PERFORM 7010-ECRIT-TOTAL
005670     MOVE "MOTS RECALIBRES" TO LT-LIBELLE
005680     MOVE WS-MOTS-CALIBRES TO LT-VALEUR
005690     PERFORM 7010-ECRIT-TOTAL
005700     MOVE "COTES A MODIFIER" TO LT-LIBELLE
005710     MOVE WS-MOTS-MODIFIES TO LT-VALEUR
005720     PERFORM 7010-ECRIT-TOTAL
005730     MOVE "COTES MODIFIEES DANS WORDFILE" TO LT-LIBELLE
005740     MOVE WS-MOTS-APPLIQUES TO LT-VALEUR
005750     PERFORM 7010-ECRIT-TOTAL.
005760*
005770*    =============================================================
005780*    7010-ECRIT-TOTAL  --  PRINTS ONE TOTAL LINE.
005790*    =============================================================
005800 7010-ECRIT-TOTAL.
005810     MOVE LIGNE-TOTAL TO WS-LIGNE
005820     PERFORM 9000-ECRIT-LIGNE.
005830*
005840*    =============================================================
005850*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
005860*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
005870*    WHEN THE PAGE IS FULL.
005880*    =============================================================
005890 9000-ECRIT-LIGNE.
005900     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
005910         PERFORM 9010-ENTETE-PAGE
005920     END-IF
005930     MOVE SPACE TO PRT-CC
005940     MOVE WS-LIGNE TO PRT-LINE
005950     WRITE PRINT-RECORD
005960     ADD 1 TO RPT-LIGNE-CNT.
005970*
005980*    =============================================================
005990*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
006000*    TIME, PAGE NUMBER AND COLUMN HEADERS.
006010*    =============================================================
006020 9010-ENTETE-PAGE.
006030     ADD 1 TO RPT-PAGE-CNT
006040     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
006050     MOVE WS-TODAY-DATE TO ENT-DATE
006060     MOVE WS-TIME-NOW TO ENT-HEURE
006070     MOVE RPT-PAGE-AFF TO ENT-PAGE
006080     MOVE "1" TO PRT-CC
006090     MOVE ENT-LIGNE-1 TO PRT-LINE
006100     WRITE PRINT-RECORD
006110     MOVE SPACE TO PRT-CC
006120     MOVE ENT-LIGNE-2 TO PRT-LINE
006130     WRITE PRINT-RECORD
006140     MOVE SPACES TO PRT-LINE
006150     WRITE PRINT-RECORD
006160     MOVE ENT-COLONNES TO PRT-LINE
006170     WRITE PRINT-RECORD
006180     MOVE ALL "-" TO PRT-LINE
006190     WRITE PRINT-RECORD
006200     MOVE 5 TO RPT-LIGNE-CNT.
006210*
006220*    =============================================================
006230*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
006240*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
006250*    PROGRAM ENDS.
006260*    =============================================================
006270 9900-ENREG-JOURNAL.
006280     MOVE "PENDUCAL" TO RLOG-PROGRAM
006290     MOVE WS-RLOG-DATE TO RLOG-DATE
006300     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
006310     ACCEPT RLOG-END-TIME FROM TIME
006320     COMPUTE RLOG-LUS = WS-RSLT-LUS + WS-ARSL-LUS
006330     MOVE WS-MOTS-APPLIQUES TO RLOG-ECRITS
006340     MOVE WS-HORS-LISTE TO RLOG-REJETES
006350     IF TRAITEMENT-REFUSE
006360         MOVE 1 TO RLOG-EXCEPTIONS
006370     ELSE
006380         MOVE ZERO TO RLOG-EXCEPTIONS
006390     END-IF
006400     MOVE RETURN-CODE TO RLOG-RETOUR
006410     OPEN EXTEND RUN-LOG-FILE
006420     IF WS-RLOG-STATUS = "35"
006430         OPEN OUTPUT RUN-LOG-FILE
006440     END-IF
006450     WRITE RUN-LOG-RECORD
006460     CLOSE RUN-LOG-FILE.
006470*
006480 END PROGRAM Penducal.
