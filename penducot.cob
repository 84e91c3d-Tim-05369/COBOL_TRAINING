000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Penducot.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - NIGHTLY SKILL RATING
000140*                      UPDATE.  KEEPS ONE ELO-STYLE RATING PER
000150*                      PLAYER ON RATINGFL (SEE PENDCOTE): EVERY
000160*                      DECIDED TOURNFL MATCH MOVES BOTH PLAYERS
000170*                      BY THE RESULT AGAINST THE OPPONENT'S
000180*                      RATING, EVERY OTHER RESULTFL GAME MOVES
000190*                      THE PLAYER BY THE RESULT AGAINST THE
000200*                      WORD'S DIFFICULTY RATING ON WORDFILE.
000210*                      TUNED BY THE COTEPRM CARD (SEE PENDCTPM).
000220*                      RESULTFL IS READ IN THE ORDER WRITTEN AND
000230*                      A GAME NO LATER THAN THE LAST ONE APPLIED
000240*                      TO THE PLAYER IS SKIPPED, SO A RERUN OR A
000250*                      MISSED NIGHT IS SAFE.  RUN AFTER PENDUBAT
000260*                      AND PENDUTRN, BEFORE THE PENDUARC PURGE.
000270*                      CONTROL LISTING ON COTERPT, ONE RUNLOG
000280*                      ENTRY PER RUN.
000282*    10/15/2026 MD    TOURNAMENT GAME GIVEN TO THE LOWEST ROUND
000284*                      STILL UNCLAIMED FOR THE PLAYER WHEN THE
000286*                      SAME WORD WAS DRAWN IN SEVERAL ROUNDS.
000290*
000300*    RATING
000310*    ------
000320*    THE EXPECTED SCORE AGAINST AN OPPONENT IS 1 / (1 + 10 **
000330*    (D / 400)), D BEING THE OPPONENT'S RATING LESS THE
000340*    PLAYER'S, HELD TO +/- 400.  THE RATING MOVES BY K TIMES
000350*    (SCORE - EXPECTED), THE SCORE BEING 1 FOR A WIN AND 0 FOR
000360*    A LOSS.  K IS THE PROVISIONAL FACTOR UNTIL THE PLAYER HAS
000370*    THE COTEPRM NUMBER OF GAMES AND MATCHES RATED, THEN THE
000380*    ESTABLISHED ONE.  A RATING NEVER FALLS BELOW 100.  A
000390*    TOURNAMENT GAME IS RATED ONLY THROUGH ITS MATCH, AT THE
000400*    TIME OF THE LATER OF THE TWO SIDES' GAMES, BOTH SIDES FROM
000410*    THEIR RATINGS BEFORE THE MATCH.
000411*
000412*    A TOURNAMENT GAME BELONGS TO THE PLAYER'S DECIDED MATCH ON
000413*    THE SAME WORD.  WHEN THE SAME WORD WAS DRAWN FOR THE PLAYER
000414*    IN MORE THAN ONE ROUND, THE GAMES ARE TAKEN IN RESULTFL
000415*    ORDER, EACH BY THE LOWEST ROUND NOT YET GIVEN ONE OF THEM.
000416*    A GAME LEFT OVER BELONGS TO NO MATCH AND IS NOT RATED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-PC.
000460 OBJECT-COMPUTER. IBM-PC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT COTE-PARM-FILE ASSIGN TO "COTEPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CTPM-STATUS.
000520     SELECT RATING-FILE ASSIGN TO "RATINGFL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS RTG-PLAYER-ID
000560         FILE STATUS IS WS-RTG-STATUS.
000570     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RESULT-STATUS.
000600     SELECT TOURN-FILE ASSIGN TO "TOURNFL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-TOURN-STATUS.
000630     SELECT WORD-FILE ASSIGN TO "WORDFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-WORD-STATUS.
000660     SELECT PRINT-FILE ASSIGN TO "COTERPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RLOG-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  COTE-PARM-FILE.
000760 COPY "PENDCTPM.CPY".
000770 FD  RATING-FILE.
000780 COPY "PENDCOTE.CPY".
000790 FD  RESULTS-FILE.
000800 COPY "PENDRSLT.CPY".
000810 FD  TOURN-FILE.
000820 COPY "PENDTRNM.CPY".
000830 FD  WORD-FILE.
000840 COPY "PENDWORD.CPY".
000850 FD  PRINT-FILE.
000860 COPY "PENDPRNT.CPY".
000870 FD  RUN-LOG-FILE.
000880 COPY "PENDRLOG.CPY".
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920*    ---- FILE STATUS SWITCHES -----------------------------------
000930 77  WS-CTPM-STATUS            PIC X(02) VALUE SPACES.
000940 77  WS-RTG-STATUS             PIC X(02) VALUE SPACES.
000950 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
000960 77  WS-TOURN-STATUS           PIC X(02) VALUE SPACES.
000970 77  WS-WORD-STATUS            PIC X(02) VALUE SPACES.
000980 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000990 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001000 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001010 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001020 77  WS-RESULT-EOF-SW          PIC X(01) VALUE "N".
001030     88  RESULT-EOF                VALUE "Y".
001040 77  WS-TOURN-EOF-SW           PIC X(01) VALUE "N".
001050     88  TOURN-EOF                 VALUE "Y".
001060 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001070 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001080*
001090*    ---- RUN PARAMETERS (COTEPRM CARD, ELSE DEFAULTS) -----------
001100 77  COT-COTE-INITIALE         PIC 9(04) VALUE 1500.
001110 77  COT-K-PROVISOIRE          PIC 9(02) VALUE 40.
001120 77  COT-K-ETABLI              PIC 9(02) VALUE 20.
001130 77  COT-SEUIL-PROVISOIRE      PIC 9(03) VALUE 20.
001140*
001150*    ---- WORD TABLE (SAME 50-ENTRY LIMIT AS THE GAME PROGRAMS) --
001160 01  WORD-TABLE-AREA.
001170     05  WORD-TABLE-ENTRY      OCCURS 50 TIMES.
001180         10  WT-TEXT           PIC X(20).
001190         10  WT-CATEGORY       PIC X(12).
001200         10  WT-RATING         PIC 9(01).
001210 77  WORD-COUNT                PIC 9(02) VALUE ZERO.
001220 77  WORD-INDEX                PIC 9(02) VALUE ZERO.
001230 77  WS-MOT-POSITION           PIC 9(02) VALUE ZERO.
001240*
001250*    ---- DECIDED MATCHES OF THE TOURNFL BRACKET -----------------
001260 01  MATCH-TABLE-AREA.
001270     05  MATCH-TABLE-ENTRY OCCURS 200 TIMES
001280             INDEXED BY MT-IDX.
001290         10  MT-ROUND          PIC 9(02).
001300         10  MT-MATCH          PIC 9(03).
001310         10  MT-PLAYER-1       PIC X(10).
001320         10  MT-PLAYER-2       PIC X(10).
001330         10  MT-WORD           PIC X(20).
001340         10  MT-WINNER         PIC X(10).
001350         10  MT-DECISION.
001360             15  MT-DEC-DATE   PIC 9(08).
001370             15  MT-DEC-TIME   PIC 9(08).
001380         10  MT-COTE-SW        PIC X(01).
001383         10  MT-VU-1           PIC X(01).
001386         10  MT-VU-2           PIC X(01).
001390 77  MATCH-COUNT               PIC 9(03) VALUE ZERO.
001400 77  WS-MATCHS-DEBORDES        PIC 9(05) VALUE ZERO.
001410 77  WS-MATCH-INDEX            PIC 9(03) VALUE ZERO.
001412 77  WS-MATCH-COTE             PIC 9(01) VALUE ZERO.
001414 77  WS-COTE-TROUVE            PIC 9(01) VALUE ZERO.
001416 77  WS-ROUND-MIN              PIC 9(02) VALUE ZERO.
001420*
001430*    ---- THE GAME BEING RATED (SAME LAYOUT AS RTG-DERNIER) ------
001440 01  WS-EVENEMENT.
001450     05  EVT-DATE              PIC 9(08).
001460     05  EVT-TIME              PIC 9(08).
001470 77  WS-EVT-MOIS               PIC 9(06) VALUE ZERO.
001480 77  WS-JOUEUR-ID              PIC X(10) VALUE SPACES.
001490 77  WS-RTG-NOUVEAU-SW         PIC X(01) VALUE "N".
001500     88  RTG-NOUVEAU               VALUE "Y".
001510*
001520*    ---- RATING ARITHMETIC --------------------------------------
001530 77  WS-COTE-JOUEUR            PIC 9(04) VALUE ZERO.
001540 77  WS-COTE-ADVERSE           PIC S9(05) VALUE ZERO.
001550 77  WS-SCORE                  PIC 9(01) VALUE ZERO.
001560 77  WS-K                      PIC 9(02) VALUE ZERO.
001570 77  WS-ECART                  PIC S9(05) VALUE ZERO.
001580 77  WS-ATTENDU                PIC 9V9(06) VALUE ZERO.
001590 77  WS-PUISSANCE              PIC 9(02)V9(06) VALUE ZERO.
001600 77  WS-VARIATION              PIC S9(03) VALUE ZERO.
001610 77  WS-NOUVELLE-COTE          PIC S9(05) VALUE ZERO.
001620*
001630*    ---- THE TWO SIDES OF THE MATCH BEING RATED -----------------
001640 77  CM-COTE-1                 PIC 9(04) VALUE ZERO.
001650 77  CM-COTE-2                 PIC 9(04) VALUE ZERO.
001660 77  CM-K-1                    PIC 9(02) VALUE ZERO.
001670 77  CM-K-2                    PIC 9(02) VALUE ZERO.
001680 77  CM-SCORE-1                PIC 9(01) VALUE ZERO.
001690 77  CM-SCORE-2                PIC 9(01) VALUE ZERO.
001700 77  CM-VAR-1                  PIC S9(03) VALUE ZERO.
001710 77  CM-VAR-2                  PIC S9(03) VALUE ZERO.
001720 77  CM-APPLIQUE-1-SW          PIC X(01) VALUE "N".
001730     88  CM-APPLIQUE-1             VALUE "Y".
001740 77  CM-APPLIQUE-2-SW          PIC X(01) VALUE "N".
001750     88  CM-APPLIQUE-2             VALUE "Y".
001760*
001770*    ---- REFUSAL ------------------------------------------------
001780 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001790     88  TRAITEMENT-REFUSE         VALUE "Y".
001800 77  WS-MOTIF-REFUS            PIC X(132) VALUE SPACES.
001810*
001820*    ---- RUN COUNTS ---------------------------------------------
001830 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
001840 77  WS-TRN-LUS                PIC 9(07) VALUE ZERO.
001850 77  WS-PARTIES-COTEES         PIC 9(07) VALUE ZERO.
001860 77  WS-MATCHS-COTES           PIC 9(07) VALUE ZERO.
001870 77  WS-DEJA-COTES             PIC 9(07) VALUE ZERO.
001880 77  WS-JOUEURS-CREES          PIC 9(07) VALUE ZERO.
001890 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
001900*
001910*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001920 01  ENT-LIGNE-1.
001930     05  FILLER                PIC X(44) VALUE
001940         "COTES DES JOUEURS - MISE A JOUR - PENDU".
001950     05  FILLER                PIC X(88) VALUE SPACES.
001960 01  ENT-LIGNE-2.
001970     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001980     05  ENT-DATE              PIC 9(08).
001990     05  FILLER                PIC X(05) VALUE " A : ".
002000     05  ENT-HEURE             PIC 9(08).
002010     05  FILLER                PIC X(75) VALUE SPACES.
002020     05  FILLER                PIC X(07) VALUE "PAGE : ".
002030     05  ENT-PAGE              PIC ZZZZ9.
002040     05  FILLER                PIC X(13) VALUE SPACES.
002050 01  ENT-COLONNES.
002060     05  FILLER                PIC X(04) VALUE "RD".
002070     05  FILLER                PIC X(05) VALUE "NO".
002080     05  FILLER                PIC X(11) VALUE "JOUEUR 1".
002090     05  FILLER                PIC X(05) VALUE "COTE".
002100     05  FILLER                PIC X(07) VALUE " VAR".
002110     05  FILLER                PIC X(11) VALUE "JOUEUR 2".
002120     05  FILLER                PIC X(05) VALUE "COTE".
002130     05  FILLER                PIC X(07) VALUE " VAR".
002140     05  FILLER                PIC X(12) VALUE "VAINQUEUR".
002150     05  FILLER                PIC X(65) VALUE "ETAT".
002160 01  LIGNE-MATCH.
002170     05  LM-ROUND              PIC 99.
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  LM-MATCH              PIC ZZ9.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  LM-PLAYER-1           PIC X(10).
002220     05  FILLER                PIC X(01) VALUE SPACE.
002230     05  LM-COTE-1             PIC ZZZ9.
002240     05  FILLER                PIC X(01) VALUE SPACE.
002250     05  LM-VAR-1              PIC +++9.
002260     05  FILLER                PIC X(03) VALUE SPACES.
002270     05  LM-PLAYER-2           PIC X(10).
002280     05  FILLER                PIC X(01) VALUE SPACE.
002290     05  LM-COTE-2             PIC ZZZ9.
002300     05  FILLER                PIC X(01) VALUE SPACE.
002310     05  LM-VAR-2              PIC +++9.
002320     05  FILLER                PIC X(03) VALUE SPACES.
002330     05  LM-VAINQUEUR          PIC X(10).
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  LM-ETAT               PIC X(20).
002360     05  FILLER                PIC X(45) VALUE SPACES.
002370 01  LIGNE-TOTAL.
002380     05  LT-LIBELLE            PIC X(40).
002390     05  LT-VALEUR             PIC ZZZZZZ9.
002400     05  FILLER                PIC X(85) VALUE SPACES.
002410 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002420*
002430*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002440 COPY "PENDRPTW.CPY".
002450*
002460 PROCEDURE DIVISION.
002470*
002480*    =============================================================
002490*    0000-MAINLINE  --  LOADS THE PARAMETERS, THE WORDS AND THE
002500*    DECIDED MATCHES, DATES EACH MATCH, THEN RATES RESULTFL IN
002510*    THE ORDER WRITTEN.
002520*    =============================================================
002530 0000-MAINLINE.
002540     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002550     ACCEPT WS-RLOG-DEBUT FROM TIME
002560     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002570     ACCEPT WS-TIME-NOW FROM TIME
002580     OPEN OUTPUT PRINT-FILE
002590     PERFORM 1000-LIT-PARAMETRE
002600     PERFORM 1100-CHARGE-MOTS
002610     PERFORM 1200-CHARGE-MATCHS
002620     PERFORM 3000-OUVRE-COTES
002630     IF TRAITEMENT-REFUSE
002640         MOVE 8 TO RETURN-CODE
002650         ADD 1 TO WS-EXCEPTIONS
002660         MOVE WS-MOTIF-REFUS TO WS-LIGNE
002670         PERFORM 9000-ECRIT-LIGNE
002680     ELSE
002690         IF MATCH-COUNT > 0
002700             PERFORM 2000-DATE-MATCHS
002710         END-IF
002720         MOVE "*** MATCHS DE TOURNOI ***" TO WS-LIGNE
002730         PERFORM 9000-ECRIT-LIGNE
002740         PERFORM 4000-COTE-RESULTATS
002750         CLOSE RATING-FILE
002760         PERFORM 7000-IMPRIME-TOTAUX
002770     END-IF
002780     IF WS-EXCEPTIONS > 0 AND RETURN-CODE < 4
002790         MOVE 4 TO RETURN-CODE
002800     END-IF
002810     MOVE SPACES TO WS-LIGNE
002820     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
002830     PERFORM 9000-ECRIT-LIGNE
002840     CLOSE PRINT-FILE
002850     PERFORM 9900-ENREG-JOURNAL
002860     STOP RUN.
002870*
002880*    =============================================================
002890*    1000-LIT-PARAMETRE  --  READS THE COTEPRM CARD.  A MISSING
002900*    CARD OR A NON-NUMERIC OR ZERO FIELD KEEPS ITS DEFAULT.  THE
002910*    VALUES IN FORCE HEAD THE LISTING.
002920*    =============================================================
002930 1000-LIT-PARAMETRE.
002940     OPEN INPUT COTE-PARM-FILE
002950     IF WS-CTPM-STATUS = "00"
002960         READ COTE-PARM-FILE
002970             AT END
002980                 CONTINUE
002990             NOT AT END
003000                 PERFORM 1010-APPLIQUE-CARTE
003010         END-READ
003020         CLOSE COTE-PARM-FILE
003030     END-IF
003040     MOVE SPACES TO WS-LIGNE
003050     STRING "PARAMETRES : COTE INITIALE " COT-COTE-INITIALE
003060         "  K PROVISOIRE " COT-K-PROVISOIRE
003070         "  K ETABLI " COT-K-ETABLI
003080         "  PROVISOIRE JUSQU'A " COT-SEUIL-PROVISOIRE
003090         " PARTIES ET MATCHS"
003100         DELIMITED BY SIZE INTO WS-LIGNE
003110     PERFORM 9000-ECRIT-LIGNE
003120     MOVE SPACES TO WS-LIGNE
003130     PERFORM 9000-ECRIT-LIGNE.
003140*
003150*    =============================================================
003160*    1010-APPLIQUE-CARTE  --  TAKES THE FIELDS OF THE CARD JUST
003170*    READ.
003180*    =============================================================
003190 1010-APPLIQUE-CARTE.
003200     IF CTPM-COTE-INITIALE IS NUMERIC
003210             AND CTPM-COTE-INITIALE > 0
003220         MOVE CTPM-COTE-INITIALE TO COT-COTE-INITIALE
003230     END-IF
003240     IF CTPM-K-PROVISOIRE IS NUMERIC
003250             AND CTPM-K-PROVISOIRE > 0
003260         MOVE CTPM-K-PROVISOIRE TO COT-K-PROVISOIRE
003270     END-IF
003280     IF CTPM-K-ETABLI IS NUMERIC
003290             AND CTPM-K-ETABLI > 0
003300         MOVE CTPM-K-ETABLI TO COT-K-ETABLI
003310     END-IF
003320     IF CTPM-SEUIL-PROVISOIRE IS NUMERIC
003330             AND CTPM-SEUIL-PROVISOIRE > 0
003340         MOVE CTPM-SEUIL-PROVISOIRE TO COT-SEUIL-PROVISOIRE
003350     END-IF.
003360*
003370*    =============================================================
003380*    1100-CHARGE-MOTS  --  LOADS WORDFILE INTO THE WORD TABLE
003390*    FOR THE DIFFICULTY RATINGS.
003400*    =============================================================
003410 1100-CHARGE-MOTS.
003420     MOVE ZERO TO WORD-COUNT
003430     OPEN INPUT WORD-FILE
003440     IF WS-WORD-STATUS = "00"
003450         PERFORM 1110-LIRE-MOT
003460             UNTIL WS-WORD-STATUS NOT = "00"
003470                 OR WORD-COUNT = 50
003480         CLOSE WORD-FILE
003490     END-IF.
003500*
003510*    =============================================================
003520*    1110-LIRE-MOT  --  READS ONE WORD INTO THE WORD TABLE.
003530*    =============================================================
003540 1110-LIRE-MOT.
003550     READ WORD-FILE INTO WORD-TABLE-ENTRY(WORD-COUNT + 1)
003560         AT END
003570             MOVE "10" TO WS-WORD-STATUS
003580         NOT AT END
003590             IF WT-TEXT(WORD-COUNT + 1) NOT = SPACES
003600                 ADD 1 TO WORD-COUNT
003610             END-IF
003620     END-READ.
003630*
003640*    =============================================================
003650*    1200-CHARGE-MATCHS  --  LOADS THE DECIDED MATCHES OF THE
003660*    TOURNFL BRACKET (PLAYED, BOTH SIDES SEATED, A WINNER).  A
003670*    BYE IS NOT A GAME AND IS NOT RATED.  A MISSING BRACKET
003680*    MEANS NO MATCH TO RATE.
003690*    =============================================================
003700 1200-CHARGE-MATCHS.
003710     OPEN INPUT TOURN-FILE
003720     IF WS-TOURN-STATUS NOT = "00"
003730         SET TOURN-EOF TO TRUE
003740     ELSE
003750         PERFORM 1210-LIRE-MATCH UNTIL TOURN-EOF
003760         CLOSE TOURN-FILE
003770     END-IF.
003780*
003790*    =============================================================
003800*    1210-LIRE-MATCH  --  READS ONE BRACKET RECORD AND FILES IT
003810*    IF THE MATCH IS DECIDED.
003820*    =============================================================
003830 1210-LIRE-MATCH.
003840     READ TOURN-FILE
003850         AT END
003860             SET TOURN-EOF TO TRUE
003870         NOT AT END
003880             ADD 1 TO WS-TRN-LUS
003890             IF TRN-STATUS = "J"
003900                     AND TRN-PLAYER-1 NOT = SPACES
003910                     AND TRN-PLAYER-2 NOT = SPACES
003920                     AND TRN-WINNER NOT = SPACES
003930                 PERFORM 1220-RANGE-MATCH
003940             END-IF
003950     END-READ.
003960*
003970*    =============================================================
003980*    1220-RANGE-MATCH  --  FILES THE DECIDED MATCH JUST READ,
003990*    NOT YET DATED.
004000*    =============================================================
004010 1220-RANGE-MATCH.
004020     IF MATCH-COUNT < 200
004030         ADD 1 TO MATCH-COUNT
004040         MOVE TRN-ROUND TO MT-ROUND(MATCH-COUNT)
004050         MOVE TRN-MATCH TO MT-MATCH(MATCH-COUNT)
004060         MOVE TRN-PLAYER-1 TO MT-PLAYER-1(MATCH-COUNT)
004070         MOVE TRN-PLAYER-2 TO MT-PLAYER-2(MATCH-COUNT)
004080         MOVE TRN-WORD TO MT-WORD(MATCH-COUNT)
004090         MOVE TRN-WINNER TO MT-WINNER(MATCH-COUNT)
004100         MOVE ZERO TO MT-DEC-DATE(MATCH-COUNT)
004110         MOVE ZERO TO MT-DEC-TIME(MATCH-COUNT)
004120         MOVE "N" TO MT-COTE-SW(MATCH-COUNT)
004123         MOVE "N" TO MT-VU-1(MATCH-COUNT)
004126         MOVE "N" TO MT-VU-2(MATCH-COUNT)
004130     ELSE
004140         ADD 1 TO WS-MATCHS-DEBORDES
004150         ADD 1 TO WS-EXCEPTIONS
004160     END-IF.
004170*
004180*    =============================================================
004190*    2000-DATE-MATCHS  --  FIRST PASS OF RESULTFL: DATES EACH
004200*    DECIDED MATCH BY THE LATER OF ITS TWO SIDES' TOURNAMENT
004206*    GAMES, THE GAME THAT DECIDED IT.  THE SIDES CLAIMED ON THE
004212*    WAY ARE FREED AGAIN FOR THE SECOND PASS.
004220*    =============================================================
004230 2000-DATE-MATCHS.
004240     OPEN INPUT RESULTS-FILE
004250     IF WS-RESULT-STATUS NOT = "00"
004260         SET RESULT-EOF TO TRUE
004270     ELSE
004280         PERFORM 2010-LIRE-PARTIE-TOURNOI UNTIL RESULT-EOF
004290         CLOSE RESULTS-FILE
004300     END-IF
004302     PERFORM 2040-LIBERE-MATCH
004304         VARYING MT-IDX FROM 1 BY 1
004306         UNTIL MT-IDX > MATCH-COUNT
004310     MOVE "N" TO WS-RESULT-EOF-SW.
004320*
004330*    =============================================================
004340*    2010-LIRE-PARTIE-TOURNOI  --  READS ONE GAME; A TOURNAMENT
004350*    GAME ON A DECIDED MATCH MAY PUSH THE MATCH'S DATE FORWARD.
004360*    =============================================================
004370 2010-LIRE-PARTIE-TOURNOI.
004380     READ RESULTS-FILE
004390         AT END
004400             SET RESULT-EOF TO TRUE
004410         NOT AT END
004420             IF RSLT-MODE = "T"
004430                 MOVE RSLT-DATE TO EVT-DATE
004440                 MOVE RSLT-TIME TO EVT-TIME
004450                 PERFORM 2020-CHERCHE-MATCH
004460                 IF WS-MATCH-INDEX > 0
004470                     PERFORM 2030-RETIENT-DATE
004480                 END-IF
004490             END-IF
004500     END-READ.
004510*
004520*    =============================================================
004530*    2020-CHERCHE-MATCH  --  LOCATES THE DECIDED MATCH PLAYED BY
004540*    RSLT-PLAYER-ID ON RSLT-WORD, LEAVING ITS SLOT IN
004550*    WS-MATCH-INDEX (ZERO WHEN THE GAME IS NOT ONE OF THEM).
004552*    WHEN THE WORD CAME UP FOR THE PLAYER IN SEVERAL ROUNDS THE
004554*    LOWEST ROUND WHOSE SIDE IS NOT YET CLAIMED TAKES THE GAME,
004556*    AND THAT SIDE IS MARKED CLAIMED.
004560*    =============================================================
004570 2020-CHERCHE-MATCH.
004580     MOVE ZERO TO WS-MATCH-INDEX
004583     MOVE ZERO TO WS-MATCH-COTE
004586     MOVE 99 TO WS-ROUND-MIN
004590     PERFORM VARYING MT-IDX FROM 1 BY 1
004600             UNTIL MT-IDX > MATCH-COUNT
004620         IF MT-WORD(MT-IDX) = RSLT-WORD
004622             MOVE ZERO TO WS-COTE-TROUVE
004624             IF MT-PLAYER-1(MT-IDX) = RSLT-PLAYER-ID
004626                     AND MT-VU-1(MT-IDX) = "N"
004628                 MOVE 1 TO WS-COTE-TROUVE
004630             END-IF
004632             IF MT-PLAYER-2(MT-IDX) = RSLT-PLAYER-ID
004634                     AND MT-VU-2(MT-IDX) = "N"
004636                 MOVE 2 TO WS-COTE-TROUVE
004638             END-IF
004640             IF WS-COTE-TROUVE > 0
004642                     AND MT-ROUND(MT-IDX) < WS-ROUND-MIN
004644                 MOVE MT-ROUND(MT-IDX) TO WS-ROUND-MIN
004646                 SET WS-MATCH-INDEX TO MT-IDX
004648                 MOVE WS-COTE-TROUVE TO WS-MATCH-COTE
004650             END-IF
004660         END-IF
004662     END-PERFORM
004664     EVALUATE WS-MATCH-COTE
004666         WHEN 1
004668             MOVE "Y" TO MT-VU-1(WS-MATCH-INDEX)
004670         WHEN 2
004672             MOVE "Y" TO MT-VU-2(WS-MATCH-INDEX)
004674     END-EVALUATE.
004680*
004690*    =============================================================
004700*    2030-RETIENT-DATE  --  KEEPS THE GAME JUST READ AS THE DATE
004710*    OF THE MATCH AT WS-MATCH-INDEX WHEN IT IS THE LATER ONE.
004720*    =============================================================
004730 2030-RETIENT-DATE.
004740     IF WS-EVENEMENT > MT-DECISION(WS-MATCH-INDEX)
004750         MOVE WS-EVENEMENT TO MT-DECISION(WS-MATCH-INDEX)
004760     END-IF.
004761*
004762*    =============================================================
004763*    2040-LIBERE-MATCH  --  FREES BOTH SIDES OF THE MATCH AT
004764*    MT-IDX BEFORE RESULTFL IS READ AGAIN.
004765*    =============================================================
004766 2040-LIBERE-MATCH.
004767     MOVE "N" TO MT-VU-1(MT-IDX)
004768     MOVE "N" TO MT-VU-2(MT-IDX).
004770*
004780*    =============================================================
004790*    3000-OUVRE-COTES  --  OPENS RATINGFL FOR UPDATE, CREATING
004800*    IT ON ITS FIRST USE.  WITHOUT IT NOTHING IS RATED.
004810*    =============================================================
004820 3000-OUVRE-COTES.
004830     OPEN I-O RATING-FILE
004840     IF WS-RTG-STATUS = "35"
004850         OPEN OUTPUT RATING-FILE
004860         CLOSE RATING-FILE
004870         OPEN I-O RATING-FILE
004880     END-IF
004890     IF WS-RTG-STATUS NOT = "00"
004900         SET TRAITEMENT-REFUSE TO TRUE
004910         STRING "TRAITEMENT REFUSE : RATINGFL NON OUVERT "
004920             "(STATUT " WS-RTG-STATUS
004930             ") - AUCUNE COTE MISE A JOUR."
004940             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
004950     END-IF.
004960*
004970*    =============================================================
004980*    4000-COTE-RESULTATS  --  SECOND PASS OF RESULTFL, IN THE
004990*    ORDER WRITTEN: RATES EVERY GAME AND EVERY MATCH NOT YET
005000*    APPLIED.
005010*    =============================================================
005020 4000-COTE-RESULTATS.
005030     OPEN INPUT RESULTS-FILE
005040     IF WS-RESULT-STATUS NOT = "00"
005050         SET RESULT-EOF TO TRUE
005060     ELSE
005070         PERFORM 4010-LIRE-RESULTAT UNTIL RESULT-EOF
005080         CLOSE RESULTS-FILE
005090     END-IF.
005100*
005110*    =============================================================
005120*    4010-LIRE-RESULTAT  --  READS ONE GAME.  A TOURNAMENT GAME
005130*    RATES ITS MATCH WHEN IT IS THE GAME THAT DECIDED IT AND IS
005140*    OTHERWISE LEFT ALONE; ANY OTHER WON OR LOST GAME IS RATED
005150*    AGAINST ITS WORD.
005160*    =============================================================
005170 4010-LIRE-RESULTAT.
005180     READ RESULTS-FILE
005190         AT END
005200             SET RESULT-EOF TO TRUE
005210         NOT AT END
005220             ADD 1 TO WS-RSLT-LUS
005230             MOVE RSLT-DATE TO EVT-DATE
005240             MOVE RSLT-TIME TO EVT-TIME
005250             EVALUATE TRUE
005260                 WHEN RSLT-MODE = "T"
005270                     PERFORM 2020-CHERCHE-MATCH
005280                     IF WS-MATCH-INDEX > 0
005290                         IF MT-DECISION(WS-MATCH-INDEX)
005300                                 = WS-EVENEMENT
005310                             AND MT-COTE-SW(WS-MATCH-INDEX)
005320                                 = "N"
005330                             MOVE "Y" TO
005340                                 MT-COTE-SW(WS-MATCH-INDEX)
005350                             PERFORM 5000-COTE-MATCH
005360                         END-IF
005370                     END-IF
005380                 WHEN RSLT-OUTCOME = "W" OR RSLT-OUTCOME = "L"
005390                     PERFORM 4100-COTE-PARTIE
005400             END-EVALUATE
005410     END-READ.
005420*
005430*    =============================================================
005440*    4100-COTE-PARTIE  --  RATES THE GAME JUST READ AGAINST ITS
005450*    WORD, UNLESS THE PLAYER'S RATING ALREADY HOLDS IT.
005460*    =============================================================
005470 4100-COTE-PARTIE.
005480     MOVE RSLT-PLAYER-ID TO WS-JOUEUR-ID
005490     PERFORM 8000-LIT-COTE
005500     IF WS-EVENEMENT NOT > RTG-DERNIER
005510         ADD 1 TO WS-DEJA-COTES
005520     ELSE
005530         PERFORM 4110-COTE-MOT
005540         MOVE RTG-COTE TO WS-COTE-JOUEUR
005550         IF RSLT-OUTCOME = "W"
005560             MOVE 1 TO WS-SCORE
005570         ELSE
005580             MOVE 0 TO WS-SCORE
005590         END-IF
005600         PERFORM 8400-FACTEUR-K
005610         PERFORM 8500-CALCULE-VARIATION
005620         PERFORM 8100-APPLIQUE-VARIATION
005630         ADD 1 TO RTG-PARTIES
005640         PERFORM 8200-ECRIT-COTE
005650         ADD 1 TO WS-PARTIES-COTEES
005660     END-IF.
005670*
005680*    =============================================================
005690*    4110-COTE-MOT  --  WORKS OUT THE RATING THE WORD PLAYS AT:
005700*    THE INITIAL RATING PLUS 100 PER DIFFICULTY POINT ABOVE 5.
005710*    A WORD NO LONGER ON WORDFILE PLAYS AT 5.
005720*    =============================================================
005730 4110-COTE-MOT.
005740     MOVE COT-COTE-INITIALE TO WS-COTE-ADVERSE
005750     MOVE ZERO TO WS-MOT-POSITION
005760     PERFORM VARYING WORD-INDEX FROM 1 BY 1
005770             UNTIL WORD-INDEX > WORD-COUNT
005780                OR WS-MOT-POSITION > 0
005790         IF WT-TEXT(WORD-INDEX) = RSLT-WORD
005800             MOVE WORD-INDEX TO WS-MOT-POSITION
005810             COMPUTE WS-COTE-ADVERSE = COT-COTE-INITIALE
005820                 + (WT-RATING(WORD-INDEX) - 5) * 100
005830         END-IF
005840     END-PERFORM
005850     IF WS-COTE-ADVERSE < 100
005860         MOVE 100 TO WS-COTE-ADVERSE
005870     END-IF.
005880*
005890*    =============================================================
005900*    5000-COTE-MATCH  --  RATES THE MATCH AT WS-MATCH-INDEX,
005910*    DECIDED BY THE GAME JUST READ: BOTH CHANGES ARE WORKED OUT
005920*    FROM THE RATINGS BEFORE THE MATCH, THEN APPLIED TO EACH
005930*    SIDE WHOSE RATING DOES NOT HOLD IT YET.
005940*    =============================================================
005950 5000-COTE-MATCH.
005960     SET MT-IDX TO WS-MATCH-INDEX
005970     MOVE MT-PLAYER-1(MT-IDX) TO WS-JOUEUR-ID
005980     PERFORM 8000-LIT-COTE
005990     MOVE RTG-COTE TO CM-COTE-1
006000     PERFORM 8400-FACTEUR-K
006010     MOVE WS-K TO CM-K-1
006020     MOVE "N" TO CM-APPLIQUE-1-SW
006030     IF WS-EVENEMENT > RTG-DERNIER
006040         SET CM-APPLIQUE-1 TO TRUE
006050     END-IF
006060     MOVE MT-PLAYER-2(MT-IDX) TO WS-JOUEUR-ID
006070     PERFORM 8000-LIT-COTE
006080     MOVE RTG-COTE TO CM-COTE-2
006090     PERFORM 8400-FACTEUR-K
006100     MOVE WS-K TO CM-K-2
006110     MOVE "N" TO CM-APPLIQUE-2-SW
006120     IF WS-EVENEMENT > RTG-DERNIER
006130         SET CM-APPLIQUE-2 TO TRUE
006140     END-IF
006150     IF MT-WINNER(MT-IDX) = MT-PLAYER-1(MT-IDX)
006160         MOVE 1 TO CM-SCORE-1
006170         MOVE 0 TO CM-SCORE-2
006180     ELSE
006190         MOVE 0 TO CM-SCORE-1
006200         MOVE 1 TO CM-SCORE-2
006210     END-IF
006220     MOVE CM-COTE-1 TO WS-COTE-JOUEUR
006230     MOVE CM-COTE-2 TO WS-COTE-ADVERSE
006240     MOVE CM-SCORE-1 TO WS-SCORE
006250     MOVE CM-K-1 TO WS-K
006260     PERFORM 8500-CALCULE-VARIATION
006270     MOVE WS-VARIATION TO CM-VAR-1
006280     MOVE CM-COTE-2 TO WS-COTE-JOUEUR
006290     MOVE CM-COTE-1 TO WS-COTE-ADVERSE
006300     MOVE CM-SCORE-2 TO WS-SCORE
006310     MOVE CM-K-2 TO WS-K
006320     PERFORM 8500-CALCULE-VARIATION
006330     MOVE WS-VARIATION TO CM-VAR-2
006340     IF CM-APPLIQUE-1
006350         MOVE MT-PLAYER-1(MT-IDX) TO WS-JOUEUR-ID
006360         MOVE CM-VAR-1 TO WS-VARIATION
006370         PERFORM 5010-APPLIQUE-MATCH
006380     ELSE
006390         MOVE ZERO TO CM-VAR-1
006400         ADD 1 TO WS-DEJA-COTES
006410     END-IF
006420     IF CM-APPLIQUE-2
006430         MOVE MT-PLAYER-2(MT-IDX) TO WS-JOUEUR-ID
006440         MOVE CM-VAR-2 TO WS-VARIATION
006450         PERFORM 5010-APPLIQUE-MATCH
006460     ELSE
006470         MOVE ZERO TO CM-VAR-2
006480         ADD 1 TO WS-DEJA-COTES
006490     END-IF
006500     IF CM-APPLIQUE-1 OR CM-APPLIQUE-2
006510         ADD 1 TO WS-MATCHS-COTES
006520     END-IF
006530     PERFORM 5020-IMPRIME-MATCH.
006540*
006550*    =============================================================
006560*    5010-APPLIQUE-MATCH  --  APPLIES THE CHANGE IN WS-VARIATION
006570*    TO THE RATING OF WS-JOUEUR-ID FOR ONE MATCH.
006580*    =============================================================
006590 5010-APPLIQUE-MATCH.
006600     PERFORM 8000-LIT-COTE
006610     PERFORM 8100-APPLIQUE-VARIATION
006620     ADD 1 TO RTG-MATCHS
006630     PERFORM 8200-ECRIT-COTE.
006640*
006650*    =============================================================
006660*    5020-IMPRIME-MATCH  --  LISTS THE MATCH JUST RATED.
006670*    =============================================================
006680 5020-IMPRIME-MATCH.
006690     MOVE MT-ROUND(MT-IDX) TO LM-ROUND
006700     MOVE MT-MATCH(MT-IDX) TO LM-MATCH
006710     MOVE MT-PLAYER-1(MT-IDX) TO LM-PLAYER-1
006720     MOVE CM-COTE-1 TO LM-COTE-1
006730     MOVE CM-VAR-1 TO LM-VAR-1
006740     MOVE MT-PLAYER-2(MT-IDX) TO LM-PLAYER-2
006750     MOVE CM-COTE-2 TO LM-COTE-2
006760     MOVE CM-VAR-2 TO LM-VAR-2
006770     MOVE MT-WINNER(MT-IDX) TO LM-VAINQUEUR
006780     EVALUATE TRUE
006790         WHEN CM-APPLIQUE-1 AND CM-APPLIQUE-2
006800             MOVE "COTE" TO LM-ETAT
006810         WHEN CM-APPLIQUE-1 OR CM-APPLIQUE-2
006820             MOVE "COTE EN PARTIE" TO LM-ETAT
006830         WHEN OTHER
006840             MOVE "DEJA COTE" TO LM-ETAT
006850     END-EVALUATE
006860     MOVE LIGNE-MATCH TO WS-LIGNE
006870     PERFORM 9000-ECRIT-LIGNE.
006880*
006890*    =============================================================
006900*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN TOTALS.
006910*    =============================================================
006920 7000-IMPRIME-TOTAUX.
006930     MOVE SPACES TO WS-LIGNE
006940     PERFORM 9000-ECRIT-LIGNE
006950     MOVE "TOTAUX DE CONTROLE" TO WS-LIGNE
006960     PERFORM 9000-ECRIT-LIGNE
006970     MOVE "PARTIES RESULTFL LUES" TO LT-LIBELLE
006980     MOVE WS-RSLT-LUS TO LT-VALEUR
006990     MOVE LIGNE-TOTAL TO WS-LIGNE
007000     PERFORM 9000-ECRIT-LIGNE
007010     MOVE "MATCHS TOURNFL LUS" TO LT-LIBELLE
007020     MOVE WS-TRN-LUS TO LT-VALEUR
007030     MOVE LIGNE-TOTAL TO WS-LIGNE
007040     PERFORM 9000-ECRIT-LIGNE
007050     MOVE "PARTIES COTEES CONTRE LE MOT" TO LT-LIBELLE
007060     MOVE WS-PARTIES-COTEES TO LT-VALEUR
007070     MOVE LIGNE-TOTAL TO WS-LIGNE
007080     PERFORM 9000-ECRIT-LIGNE
007090     MOVE "MATCHS DE TOURNOI COTES" TO LT-LIBELLE
007100     MOVE WS-MATCHS-COTES TO LT-VALEUR
007110     MOVE LIGNE-TOTAL TO WS-LIGNE
007120     PERFORM 9000-ECRIT-LIGNE
007130     MOVE "RESULTATS DEJA PRIS EN COMPTE" TO LT-LIBELLE
007140     MOVE WS-DEJA-COTES TO LT-VALEUR
007150     MOVE LIGNE-TOTAL TO WS-LIGNE
007160     PERFORM 9000-ECRIT-LIGNE
007170     MOVE "NOUVEAUX JOUEURS COTES" TO LT-LIBELLE
007180     MOVE WS-JOUEURS-CREES TO LT-VALEUR
007190     MOVE LIGNE-TOTAL TO WS-LIGNE
007200     PERFORM 9000-ECRIT-LIGNE
007210     IF WS-MATCHS-DEBORDES > 0
007220         MOVE SPACES TO WS-LIGNE
007230         STRING "ATTENTION TABLE DES MATCHS SATUREE - "
007240             WS-MATCHS-DEBORDES " MATCHS NON COTES."
007250             DELIMITED BY SIZE INTO WS-LIGNE
007260         PERFORM 9000-ECRIT-LIGNE
007270     END-IF.
007280*
007290*    =============================================================
007300*    8000-LIT-COTE  --  READS THE RATING OF WS-JOUEUR-ID, OR
007310*    SETS UP A NEW ONE AT THE INITIAL RATING WHEN THE PLAYER
007320*    HAS NONE YET.
007330*    =============================================================
007340 8000-LIT-COTE.
007350     MOVE "N" TO WS-RTG-NOUVEAU-SW
007360     MOVE WS-JOUEUR-ID TO RTG-PLAYER-ID
007370     READ RATING-FILE
007380         INVALID KEY
007390             SET RTG-NOUVEAU TO TRUE
007400             MOVE WS-JOUEUR-ID TO RTG-PLAYER-ID
007410             MOVE COT-COTE-INITIALE TO RTG-COTE
007420             MOVE ZERO TO RTG-PARTIES
007430             MOVE ZERO TO RTG-MATCHS
007440             MOVE ZERO TO RTG-MOIS
007450             MOVE COT-COTE-INITIALE TO RTG-COTE-MOIS
007460             MOVE ZERO TO RTG-DERN-DATE
007470             MOVE ZERO TO RTG-DERN-TIME
007480     END-READ.
007490*
007500*    =============================================================
007510*    8100-APPLIQUE-VARIATION  --  MOVES THE RATING JUST READ BY
007520*    WS-VARIATION (NEVER BELOW 100), FIRST KEEPING THE RATING
007530*    AS IT STOOD WHEN THE GAME'S MONTH BEGAN, AND MARKS THE
007540*    GAME AS THE LAST ONE APPLIED.
007550*    =============================================================
007560 8100-APPLIQUE-VARIATION.
007570     DIVIDE EVT-DATE BY 100 GIVING WS-EVT-MOIS
007580     IF RTG-MOIS < WS-EVT-MOIS
007590         MOVE RTG-COTE TO RTG-COTE-MOIS
007600         MOVE WS-EVT-MOIS TO RTG-MOIS
007610     END-IF
007620     COMPUTE WS-NOUVELLE-COTE = RTG-COTE + WS-VARIATION
007630     IF WS-NOUVELLE-COTE < 100
007640         MOVE 100 TO WS-NOUVELLE-COTE
007650     END-IF
007660     IF WS-NOUVELLE-COTE > 9999
007670         MOVE 9999 TO WS-NOUVELLE-COTE
007680     END-IF
007690     MOVE WS-NOUVELLE-COTE TO RTG-COTE
007700     MOVE WS-EVENEMENT TO RTG-DERNIER.
007710*
007720*    =============================================================
007730*    8200-ECRIT-COTE  --  WRITES A NEW RATING OR REWRITES AN
007740*    EXISTING ONE.  A FAILURE IS LISTED AND COUNTED.
007750*    =============================================================
007760 8200-ECRIT-COTE.
007770     IF RTG-NOUVEAU
007780         WRITE RATING-RECORD
007790         IF WS-RTG-STATUS = "00"
007800             ADD 1 TO WS-JOUEURS-CREES
007810         END-IF
007820     ELSE
007830         REWRITE RATING-RECORD
007840     END-IF
007850     IF WS-RTG-STATUS NOT = "00"
007860         ADD 1 TO WS-EXCEPTIONS
007870         MOVE SPACES TO WS-LIGNE
007880         STRING "COTE NON ECRITE POUR " RTG-PLAYER-ID
007890             " (STATUT " WS-RTG-STATUS ")"
007900             DELIMITED BY SIZE INTO WS-LIGNE
007910         PERFORM 9000-ECRIT-LIGNE
007920     END-IF.
007930*
007940*    =============================================================
007950*    8400-FACTEUR-K  --  PICKS THE K FACTOR FOR THE RATING JUST
007960*    READ: PROVISIONAL UNTIL THE COTEPRM NUMBER OF GAMES AND
007970*    MATCHES, ESTABLISHED AFTER.
007980*    =============================================================
007990 8400-FACTEUR-K.
008000     IF RTG-PARTIES + RTG-MATCHS < COT-SEUIL-PROVISOIRE
008010         MOVE COT-K-PROVISOIRE TO WS-K
008020     ELSE
008030         MOVE COT-K-ETABLI TO WS-K
008040     END-IF.
008050*
008060*    =============================================================
008070*    8500-CALCULE-VARIATION  --  WORKS OUT THE CHANGE FOR A
008080*    PLAYER RATED WS-COTE-JOUEUR WHO SCORED WS-SCORE AGAINST AN
008090*    OPPONENT RATED WS-COTE-ADVERSE, WITH FACTOR WS-K.
008100*    =============================================================
008110 8500-CALCULE-VARIATION.
008120     COMPUTE WS-ECART = WS-COTE-ADVERSE - WS-COTE-JOUEUR
008130     IF WS-ECART > 400
008140         MOVE 400 TO WS-ECART
008150     END-IF
008160     IF WS-ECART < -400
008170         MOVE -400 TO WS-ECART
008180     END-IF
008190     COMPUTE WS-PUISSANCE ROUNDED = 10 ** (WS-ECART / 400)
008200     COMPUTE WS-ATTENDU ROUNDED = 1 / (1 + WS-PUISSANCE)
008210     COMPUTE WS-VARIATION ROUNDED =
008220         WS-K * (WS-SCORE - WS-ATTENDU).
008230*
008240*    =============================================================
008250*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
008260*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
008270*    WHEN THE PAGE IS FULL.
008280*    =============================================================
008290 9000-ECRIT-LIGNE.
008300     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
008310         PERFORM 9010-ENTETE-PAGE
008320     END-IF
008330     MOVE SPACE TO PRT-CC
008340     MOVE WS-LIGNE TO PRT-LINE
008350     WRITE PRINT-RECORD
008360     ADD 1 TO RPT-LIGNE-CNT.
008370*
008380*    =============================================================
008390*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
008400*    TIME, PAGE NUMBER AND THE COLUMN HEADERS.
008410*    =============================================================
008420 9010-ENTETE-PAGE.
008430     ADD 1 TO RPT-PAGE-CNT
008440     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
008450     MOVE WS-TODAY-DATE TO ENT-DATE
008460     MOVE WS-TIME-NOW TO ENT-HEURE
008470     MOVE RPT-PAGE-AFF TO ENT-PAGE
008480     MOVE "1" TO PRT-CC
008490     MOVE ENT-LIGNE-1 TO PRT-LINE
008500     WRITE PRINT-RECORD
008510     MOVE SPACE TO PRT-CC
008520     MOVE ENT-LIGNE-2 TO PRT-LINE
008530     WRITE PRINT-RECORD
008540     MOVE SPACES TO PRT-LINE
008550     WRITE PRINT-RECORD
008560     MOVE ENT-COLONNES TO PRT-LINE
008570     WRITE PRINT-RECORD
008580     MOVE ALL "-" TO PRT-LINE
008590     WRITE PRINT-RECORD
008600     MOVE 5 TO RPT-LIGNE-CNT.
008610*
008620*    =============================================================
008630*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
008640*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
008650*    PROGRAM ENDS.
008660*    =============================================================
008670 9900-ENREG-JOURNAL.
008680     MOVE "PENDUCOT" TO RLOG-PROGRAM
008690     MOVE WS-RLOG-DATE TO RLOG-DATE
008700     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
008710     ACCEPT RLOG-END-TIME FROM TIME
008720     COMPUTE RLOG-LUS = WS-RSLT-LUS + WS-TRN-LUS
008730     COMPUTE RLOG-ECRITS = WS-PARTIES-COTEES + WS-MATCHS-COTES
008740     MOVE WS-MATCHS-DEBORDES TO RLOG-REJETES
008750     MOVE WS-EXCEPTIONS TO RLOG-EXCEPTIONS
008760     MOVE RETURN-CODE TO RLOG-RETOUR
008770     OPEN EXTEND RUN-LOG-FILE
008780     IF WS-RLOG-STATUS = "35"
008790         OPEN OUTPUT RUN-LOG-FILE
008800     END-IF
008810     WRITE RUN-LOG-RECORD
008820     CLOSE RUN-LOG-FILE.
008830*
008840 END PROGRAM Penducot.
