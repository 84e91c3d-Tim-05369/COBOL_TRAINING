000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendurec.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - FORWARD RECOVERY OF THE
000140*                      LEADERFL AND CREDITFL MASTERS.  STARTS
000150*                      FROM THE SAUVEGARDE COPIES TAKEN BY THE
000160*                      NIGHTLY PENDUSAV JOB AND REPLAYS THE
000170*                      JOURNALS UP TO THE DATE/TIME ON THE
000180*                      PARAMETER CARD (SEE PENDRPRM):
000190*                      LDR-WINS/LDR-LOSSES ARE REBUILT FROM THE
000200*                      RSLTBASE CARRY-FORWARD PLUS RESULTFL,
000210*                      THE WAY PENDURCN PROVES THEM; LDR-POINTS
000220*                      FROM THE SAVED POINTS PLUS THE SCORES OF
000230*                      THE GAMES PLAYED SINCE THE BACKUP
000240*                      (RESULTFL, AND ARCHRSLT FOR ANY GAMES A
000250*                      PENDUARC PURGE HAS ROLLED OUT SINCE);
000260*                      CRD-BALANCE FROM THE SAVED BALANCE PLUS
000270*                      THE CREDMVT MOVEMENTS SINCE THE BACKUP.
000280*                      EVERY PLAYER WHOSE RECORD CHANGES IS
000290*                      PRINTED BEFORE (AS ON THE LIVE FILE) AND
000300*                      AFTER (AS REBUILT) ON RECOVRPT.  REFUSES
000310*                      TO RUN (RETURN-CODE 8) ON A BAD CARD, A
000320*                      MISSING SAUVEGARDE, OR A REPLAY POINT
000330*                      OLDER THAN THE LAST PENDUARC PURGE, WHOSE
000340*                      RSLTBASE ALREADY CARRIES LATER GAMES.
000341*    10/15/2026 MD    REPLAYS THE PENDUDRM "E" (EXPIRED BALANCE)
000342*                      CREDMVT MOVEMENTS AS DEBITS.
000343*    10/15/2026 MD    A PENDUSAI SEASON CLOSE INSIDE THE REPLAY
000344*                      WINDOW (SEE PENDHALL) RESETS THE POINTS:
000345*                      ONLY GAMES AFTER THE CLOSE ARE SCORED.
000346*    10/15/2026 MD    REPLAYS THE "B" (PROMOTION BONUS) CREDMVT
000347*                      MOVEMENTS WRITTEN BY PENDUPRO AS CREDITS.
000348*    10/15/2026 MD    A REBUILT BALANCE PAST 99999 IS HELD AT
000349*                      99999 AND FLAGGED, LIKE A NEGATIVE ONE.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-PC.
000390 OBJECT-COMPUTER. IBM-PC.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE ASSIGN TO "PARMCARD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT LDR-SAVE-FILE ASSIGN TO "LDRSAVE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LDRS-STATUS.
000480     SELECT CRD-SAVE-FILE ASSIGN TO "CRDSAVE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CRDS-STATUS.
000510     SELECT BASELINE-FILE ASSIGN TO "RSLTBASE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-BASE-STATUS.
000540     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RESULT-STATUS.
000570     SELECT ARCH-RESULTS-FILE ASSIGN TO "ARCHRSLT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHR-STATUS.
000600     SELECT CREDIT-MVT-FILE ASSIGN TO "CREDMVT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CMV-STATUS.
000622     SELECT HALL-FAME-FILE ASSIGN TO "HALLFAME"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS WS-HALL-STATUS.
000630     SELECT LEADER-FILE ASSIGN TO "LEADERFL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS LDR-PLAYER-ID
000670         FILE STATUS IS WS-LEADER-STATUS.
000680     SELECT CREDIT-FILE ASSIGN TO "CREDITFL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS CRD-PLAYER-ID
000720         FILE STATUS IS WS-CRD-STATUS.
000730     SELECT PRINT-FILE ASSIGN TO "RECOVRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PRINT-STATUS.
000760     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RLOG-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE.
000830 COPY "PENDRPRM.CPY".
000840*
000850*    THE SAUVEGARDE RECORDS ARE THE PENDLDR/PENDCRD LAYOUTS,
000860*    UNLOADED UNCHANGED BY THE IDCAMS REPRO IN PENDUSAV; THE
000870*    ARCHIVE RECORDS ARE THE PENDRSLT LAYOUT, WRITTEN
000880*    UNCHANGED BY PENDUARC.  THE FIELDS ARE SPELLED OUT HERE
000890*    UNDER THEIR OWN PREFIXES SO THE COPIES AND THE LIVE FILES
000900*    CAN BE OPEN IN ONE PROGRAM.
000910 FD  LDR-SAVE-FILE.
000920 01  LDR-SAVE-RECORD.
000930     05  LDRS-PLAYER-ID        PIC X(10).
000940     05  LDRS-WINS             PIC 9(05).
000950     05  LDRS-LOSSES           PIC 9(05).
000960     05  LDRS-POINTS           PIC 9(07).
000970 FD  CRD-SAVE-FILE.
000980 01  CRD-SAVE-RECORD.
000990     05  CRDS-PLAYER-ID        PIC X(10).
001000     05  CRDS-BALANCE          PIC 9(05).
001010 FD  BASELINE-FILE.
001020 COPY "PENDBASE.CPY".
001030 FD  RESULTS-FILE.
001040 COPY "PENDRSLT.CPY".
001050 FD  ARCH-RESULTS-FILE.
001060 01  ARCH-RESULTS-RECORD.
001070     05  ARSL-PLAYER-ID        PIC X(10).
001080     05  ARSL-WORD             PIC X(20).
001090     05  ARSL-ESSAIS-DEPART    PIC 9(02).
001100     05  ARSL-ESSAIS-LEFT      PIC 9(02).
001110     05  ARSL-OUTCOME          PIC X(01).
001120     05  ARSL-DATE             PIC 9(08).
001130     05  ARSL-TIME             PIC 9(08).
001140     05  ARSL-CATEGORY         PIC X(12).
001150     05  ARSL-HINTS            PIC 9(02).
001160     05  ARSL-SCORE            PIC 9(05).
001170     05  ARSL-MODE             PIC X(01).
001180 FD  CREDIT-MVT-FILE.
001190 COPY "PENDCMVT.CPY".
001192 FD  HALL-FAME-FILE.
001194 COPY "PENDHALL.CPY".
001200 FD  LEADER-FILE.
001210 COPY "PENDLDR.CPY".
001220 FD  CREDIT-FILE.
001230 COPY "PENDCRD.CPY".
001240 FD  PRINT-FILE.
001250 COPY "PENDPRNT.CPY".
001260 FD  RUN-LOG-FILE.
001270 COPY "PENDRLOG.CPY".
001280*
001290 WORKING-STORAGE SECTION.
001300*
001310*    ---- FILE STATUS SWITCHES -----------------------------------
001320 77  WS-PARM-STATUS            PIC X(02) VALUE SPACES.
001330 77  WS-LDRS-STATUS            PIC X(02) VALUE SPACES.
001340 77  WS-CRDS-STATUS            PIC X(02) VALUE SPACES.
001350 77  WS-BASE-STATUS            PIC X(02) VALUE SPACES.
001360 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
001370 77  WS-ARCHR-STATUS           PIC X(02) VALUE SPACES.
001375 77  WS-HALL-STATUS            PIC X(02) VALUE SPACES.
001380 77  WS-CMV-STATUS             PIC X(02) VALUE SPACES.
001390 77  WS-LEADER-STATUS          PIC X(02) VALUE SPACES.
001400 77  WS-CRD-STATUS             PIC X(02) VALUE SPACES.
001410 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
001420 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001430 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001440 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001450 77  WS-LDRS-EOF-SW            PIC X(01) VALUE "N".
001460     88  LDRS-EOF                  VALUE "Y".
001470 77  WS-CRDS-EOF-SW            PIC X(01) VALUE "N".
001480     88  CRDS-EOF                  VALUE "Y".
001490 77  WS-BASE-EOF-SW            PIC X(01) VALUE "N".
001500     88  BASE-EOF                  VALUE "Y".
001510 77  WS-RSLT-EOF-SW            PIC X(01) VALUE "N".
001520     88  RSLT-EOF                  VALUE "Y".
001530 77  WS-ARCHR-EOF-SW           PIC X(01) VALUE "N".
001540     88  ARCHR-EOF                 VALUE "Y".
001550 77  WS-CMV-EOF-SW             PIC X(01) VALUE "N".
001560     88  CMV-EOF                   VALUE "Y".
001562 77  WS-HALL-EOF-SW            PIC X(01) VALUE "N".
001564     88  HALL-EOF                  VALUE "Y".
001570 77  WS-RLOG-EOF-SW            PIC X(01) VALUE "N".
001580     88  RLOG-EOF                  VALUE "Y".
001590 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001600 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001610*
001620*    ---- RUN CONTROL --------------------------------------------
001630 77  WS-REPRISE-SW             PIC X(01) VALUE "N".
001640     88  REPRISE-AUTORISEE         VALUE "Y".
001650 77  WS-SIMULATION-SW          PIC X(01) VALUE "N".
001660     88  SIMULATION                VALUE "Y".
001670 77  WS-MOTIF-REFUS            PIC X(60) VALUE SPACES.
001680 77  WS-DERNIERE-PURGE         PIC 9(08) VALUE ZERO.
001690*
001700*    ---- REPLAY WINDOW: (SAUVEGARDE, LIMITE] --------------------
001710*    EACH STAMP IS DATE THEN TIME, SO ONE COMPARISON OF THE
001720*    GROUPS ORDERS TWO EVENTS.
001730 01  REC-HORO-SAUVE.
001740     05  RHS-DATE              PIC 9(08) VALUE ZERO.
001750     05  RHS-TIME              PIC 9(08) VALUE ZERO.
001760 01  REC-HORO-LIMITE.
001770     05  RHL-DATE              PIC 9(08) VALUE 99999999.
001780     05  RHL-TIME              PIC 9(08) VALUE 99999999.
001790 01  REC-HORO-LU.
001800     05  RHU-DATE              PIC 9(08) VALUE ZERO.
001810     05  RHU-TIME              PIC 9(08) VALUE ZERO.
001812*    LATEST SEASON CLOSE INSIDE THE WINDOW, ZERO IF NONE.
001814 01  REC-HORO-CLOTURE.
001816     05  RHC-DATE              PIC 9(08) VALUE ZERO.
001818     05  RHC-TIME              PIC 9(08) VALUE ZERO.
001820*
001830*    ---- PER-PLAYER REBUILD TABLE -------------------------------
001840 01  REC-TALLY-AREA.
001850     05  REC-TALLY-ENTRY OCCURS 2000 TIMES
001860             INDEXED BY RT-IDX.
001870         10  RT-PLAYER-ID      PIC X(10).
001880         10  RT-LDR-SW         PIC X(01).
001890         10  RT-WINS           PIC 9(05).
001900         10  RT-LOSSES         PIC 9(05).
001910         10  RT-POINTS         PIC 9(07).
001920         10  RT-CRD-SW         PIC X(01).
001930         10  RT-SOLDE          PIC S9(07).
001940 77  REC-TALLY-COUNT           PIC 9(04) VALUE ZERO.
001950 77  WS-REC-TROUVE-SW          PIC X(01) VALUE "N".
001960     88  REC-TROUVE                VALUE "Y".
001970 77  WS-REC-INDEX              PIC 9(04) VALUE ZERO.
001980 77  WS-REC-DEBORDES           PIC 9(07) VALUE ZERO.
001990 77  WS-CLE-PLAYER-ID          PIC X(10) VALUE SPACES.
002000*
002010*    ---- RUN COUNTS ---------------------------------------------
002020 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
002030 77  WS-RSLT-REJOUES           PIC 9(07) VALUE ZERO.
002040 77  WS-RSLT-POSTERIEURS       PIC 9(07) VALUE ZERO.
002050 77  WS-ARCHR-LUS              PIC 9(07) VALUE ZERO.
002060 77  WS-ARCHR-REJOUES          PIC 9(07) VALUE ZERO.
002070 77  WS-CMV-LUS                PIC 9(07) VALUE ZERO.
002080 77  WS-CMV-REJOUES            PIC 9(07) VALUE ZERO.
002090 77  WS-CMV-INCONNUS           PIC 9(07) VALUE ZERO.
002100 77  WS-LDR-MODIFIES           PIC 9(07) VALUE ZERO.
002110 77  WS-LDR-CREES              PIC 9(07) VALUE ZERO.
002120 77  WS-LDR-INCHANGES          PIC 9(07) VALUE ZERO.
002130 77  WS-CRD-MODIFIES           PIC 9(07) VALUE ZERO.
002140 77  WS-CRD-CREES              PIC 9(07) VALUE ZERO.
002150 77  WS-CRD-INCHANGES          PIC 9(07) VALUE ZERO.
002160 77  WS-SOLDES-NEGATIFS        PIC 9(07) VALUE ZERO.
002165 77  WS-SOLDES-PLAFONNES       PIC 9(07) VALUE ZERO.
002170 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
002180 77  WS-NOUVEAU-SOLDE          PIC 9(05) VALUE ZERO.
002190 77  WS-ENREG-ABSENT-SW        PIC X(01) VALUE "N".
002200     88  ENREG-ABSENT              VALUE "Y".
002210*
002220*    ---- REPORT HEADING AND DETAIL LINES ------------------------
002230 01  ENT-LIGNE-1.
002240     05  FILLER                PIC X(44) VALUE
002250         "REPRISE EN AVANT - CLASSEMENT ET CREDITS".
002260     05  FILLER                PIC X(88) VALUE SPACES.
002270 01  ENT-LIGNE-2.
002280     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
002290     05  ENT-DATE              PIC 9(08).
002300     05  FILLER                PIC X(05) VALUE " A : ".
002310     05  ENT-HEURE             PIC 9(08).
002320     05  FILLER                PIC X(75) VALUE SPACES.
002330     05  FILLER                PIC X(07) VALUE "PAGE : ".
002340     05  ENT-PAGE              PIC ZZZZ9.
002350     05  FILLER                PIC X(13) VALUE SPACES.
002360 01  ENT-COLONNES.
002370     05  FILLER                PIC X(24) VALUE
002380         "JOUEUR      FICHIER".
002390     05  FILLER                PIC X(23) VALUE
002400         "VICT.  DEF. PTS/SOL    ".
002410     05  FILLER                PIC X(21) VALUE
002420         "VICT.  DEF. PTS/SOL  ".
002430     05  FILLER                PIC X(10) VALUE "REMARQUE".
002440     05  FILLER                PIC X(54) VALUE SPACES.
002450 01  ENT-SOUS-COLONNES.
002460     05  FILLER                PIC X(24) VALUE SPACES.
002470     05  FILLER                PIC X(23) VALUE
002480         "---- AVANT (EN PLACE) -".
002490     05  FILLER                PIC X(21) VALUE
002500         "---- APRES (REFAIT) -".
002510     05  FILLER                PIC X(64) VALUE SPACES.
002520 01  LIGNE-DETAIL.
002530     05  LD-PLAYER-ID          PIC X(10).
002540     05  FILLER                PIC X(02) VALUE SPACES.
002550     05  LD-FICHIER            PIC X(10).
002560     05  FILLER                PIC X(02) VALUE SPACES.
002570     05  LD-AV-WINS            PIC ZZZZ9.
002580     05  FILLER                PIC X(01) VALUE SPACE.
002590     05  LD-AV-LOSSES          PIC ZZZZ9.
002600     05  FILLER                PIC X(01) VALUE SPACE.
002610     05  LD-AV-VALEUR          PIC ZZZZZZ9.
002620     05  FILLER                PIC X(04) VALUE SPACES.
002630     05  LD-AP-WINS            PIC ZZZZ9.
002640     05  FILLER                PIC X(01) VALUE SPACE.
002650     05  LD-AP-LOSSES          PIC ZZZZ9.
002660     05  FILLER                PIC X(01) VALUE SPACE.
002670     05  LD-AP-VALEUR          PIC ZZZZZZ9.
002680     05  FILLER                PIC X(02) VALUE SPACES.
002690     05  LD-REMARQUE           PIC X(30).
002700     05  FILLER                PIC X(34) VALUE SPACES.
002710 01  LIGNE-TOTAL.
002720     05  LT-LIBELLE            PIC X(40).
002730     05  LT-VALEUR             PIC ZZZZZZ9.
002740     05  FILLER                PIC X(85) VALUE SPACES.
002750 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002760*
002770*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002780 COPY "PENDRPTW.CPY".
002790*
002800 PROCEDURE DIVISION.
002810*
002820*    =============================================================
002830*    0000-MAINLINE  --  VALIDATES THE CARD AND THE SEQUENCE,
002840*    LOADS THE SAUVEGARDES, REPLAYS THE JOURNALS AND APPLIES
002850*    (OR, IN SIMULATION, ONLY PRINTS) THE REBUILT RECORDS.
002860*    =============================================================
002870 0000-MAINLINE.
002880     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002890     ACCEPT WS-RLOG-DEBUT FROM TIME
002900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002910     ACCEPT WS-TIME-NOW FROM TIME
002920     OPEN OUTPUT PRINT-FILE
002930     PERFORM 1000-LIT-PARAMETRE
002940     IF REPRISE-AUTORISEE
002950         PERFORM 1100-CONTROLE-SEQUENCE
002955         PERFORM 1150-CHERCHE-CLOTURE
002960     END-IF
002970     IF REPRISE-AUTORISEE
002980         PERFORM 2000-CHARGE-SAUVEGARDES
002990     END-IF
003000     IF REPRISE-AUTORISEE
003010         PERFORM 1200-IMPRIME-PARAMETRES
003020         PERFORM 3000-CHARGE-BASELINE
003030         PERFORM 3100-CHARGE-RESULTATS
003040         PERFORM 3200-CHARGE-ARCHIVE
003050         PERFORM 4000-CHARGE-MOUVEMENTS
003060         PERFORM 5000-APPLIQUE-CLASSEMENT
003070         PERFORM 6000-APPLIQUE-CREDITS
003080         PERFORM 7000-IMPRIME-TOTAUX
003090     ELSE
003100         MOVE SPACES TO WS-LIGNE
003110         STRING "REPRISE REFUSEE - " WS-MOTIF-REFUS
003120             DELIMITED BY SIZE INTO WS-LIGNE
003130         PERFORM 9000-ECRIT-LIGNE
003140         ADD 1 TO WS-EXCEPTIONS
003150         MOVE 8 TO RETURN-CODE
003160     END-IF
003170     MOVE SPACES TO WS-LIGNE
003180     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
003190     PERFORM 9000-ECRIT-LIGNE
003200     CLOSE PRINT-FILE
003210     PERFORM 9900-ENREG-JOURNAL
003220     STOP RUN.
003230*
003240*    =============================================================
003250*    1000-LIT-PARAMETRE  --  READS THE ONE PARAMETER CARD.  A
003260*    MISSING CARD OR A BAD DATE REFUSES THE RUN.
003270*    =============================================================
003280 1000-LIT-PARAMETRE.
003290     MOVE "N" TO WS-REPRISE-SW
003300     OPEN INPUT PARM-FILE
003310     IF WS-PARM-STATUS NOT = "00"
003320         MOVE "PARMCARD INTROUVABLE." TO WS-MOTIF-REFUS
003330     ELSE
003340         READ PARM-FILE
003350             AT END
003360                 MOVE "PARMCARD VIDE." TO WS-MOTIF-REFUS
003370             NOT AT END
003380                 PERFORM 1010-FIXE-FENETRE
003390         END-READ
003400         CLOSE PARM-FILE
003410     END-IF.
003420*
003430*    =============================================================
003440*    1010-FIXE-FENETRE  --  VALIDATES THE CARD JUST READ AND
003450*    SETS THE REPLAY WINDOW.  THE SAUVEGARDE DATE IS REQUIRED;
003460*    A BLANK TIME IS THE END OF ITS DAY, A BLANK LIMIT IS
003470*    EVERYTHING ON FILE.
003480*    =============================================================
003490 1010-FIXE-FENETRE.
003500     EVALUATE TRUE
003510         WHEN RPRM-SAVE-DATE IS NOT NUMERIC
003520             MOVE "DATE DE SAUVEGARDE ABSENTE OU INVALIDE."
003530                 TO WS-MOTIF-REFUS
003540         WHEN RPRM-SAVE-TIME NOT = SPACES
003550                 AND RPRM-SAVE-TIME IS NOT NUMERIC
003560             MOVE "HEURE DE SAUVEGARDE INVALIDE."
003570                 TO WS-MOTIF-REFUS
003580         WHEN RPRM-LIMITE-DATE NOT = SPACES
003590                 AND RPRM-LIMITE-DATE IS NOT NUMERIC
003600             MOVE "DATE LIMITE INVALIDE." TO WS-MOTIF-REFUS
003610         WHEN RPRM-LIMITE-TIME NOT = SPACES
003620                 AND RPRM-LIMITE-TIME IS NOT NUMERIC
003630             MOVE "HEURE LIMITE INVALIDE." TO WS-MOTIF-REFUS
003640         WHEN OTHER
003650             MOVE RPRM-SAVE-DATE TO RHS-DATE
003660             IF RPRM-SAVE-TIME = SPACES
003670                 MOVE 99999999 TO RHS-TIME
003680             ELSE
003690                 MOVE RPRM-SAVE-TIME TO RHS-TIME
003700             END-IF
003710             IF RPRM-LIMITE-DATE NOT = SPACES
003720                 MOVE RPRM-LIMITE-DATE TO RHL-DATE
003730             END-IF
003740             IF RPRM-LIMITE-TIME NOT = SPACES
003750                 MOVE RPRM-LIMITE-TIME TO RHL-TIME
003760             END-IF
003770             IF RPRM-MODE = "S"
003780                 SET SIMULATION TO TRUE
003790             END-IF
003800             IF REC-HORO-LIMITE < REC-HORO-SAUVE
003810                 MOVE "LIMITE ANTERIEURE A LA SAUVEGARDE."
003820                     TO WS-MOTIF-REFUS
003830             ELSE
003840                 SET REPRISE-AUTORISEE TO TRUE
003850             END-IF
003860     END-EVALUATE.
003870*
003880*    =============================================================
003890*    1100-CONTROLE-SEQUENCE  --  FINDS THE LATEST PENDUARC PURGE
003900*    ON THE RUNLOG.  ITS RSLTBASE CARRIES EVERY GAME BEFORE THE
003910*    PURGE DATE, SO A REPLAY LIMIT EARLIER THAN THAT DATE CANNOT
003920*    BE HONOURED AND THE RUN IS REFUSED.  A MISSING LOG COUNTS
003930*    AS NO PURGE.
003940*    =============================================================
003950 1100-CONTROLE-SEQUENCE.
003960     MOVE ZERO TO WS-DERNIERE-PURGE
003970     MOVE "N" TO WS-RLOG-EOF-SW
003980     OPEN INPUT RUN-LOG-FILE
003990     IF WS-RLOG-STATUS = "00"
004000         PERFORM 1110-LIRE-JOURNAL UNTIL RLOG-EOF
004010         CLOSE RUN-LOG-FILE
004020     END-IF
004030     IF WS-DERNIERE-PURGE > RHL-DATE
004040         MOVE "LIMITE ANTERIEURE AU DERNIER PENDUARC."
004050             TO WS-MOTIF-REFUS
004060         MOVE "N" TO WS-REPRISE-SW
004070     END-IF.
004080*
004090*    =============================================================
004100*    1110-LIRE-JOURNAL  --  KEEPS THE DATE OF THE LATEST
004110*    PENDUARC RUN-LOG RECORD.
004120*    =============================================================
004130 1110-LIRE-JOURNAL.
004140     READ RUN-LOG-FILE
004150         AT END
004160             SET RLOG-EOF TO TRUE
004170         NOT AT END
004180             IF RLOG-PROGRAM = "PENDUARC"
004190                     AND RLOG-DATE > WS-DERNIERE-PURGE
004200                 MOVE RLOG-DATE TO WS-DERNIERE-PURGE
004210             END-IF
004211     END-READ.
004212*
004213*    =============================================================
004214*    1150-CHERCHE-CLOTURE  --  FINDS THE LATEST PENDUSAI SEASON
004215*    CLOSE INSIDE THE REPLAY WINDOW ON HALLFAME (SEE PENDHALL).
004216*    THE CLOSE SET EVERY PLAYER'S POINTS TO ZERO, SO THE SAVED
004217*    POINTS ARE DROPPED AND ONLY THE GAMES PLAYED AFTER IT ARE
004218*    SCORED.  A MISSING FILE MEANS NO SEASON CLOSED YET.
004219*    =============================================================
004220 1150-CHERCHE-CLOTURE.
004221     OPEN INPUT HALL-FAME-FILE
004222     IF WS-HALL-STATUS = "00"
004223         PERFORM 1160-LIRE-PALMARES UNTIL HALL-EOF
004224         CLOSE HALL-FAME-FILE
004225     END-IF.
004226*
004227*    =============================================================
004228*    1160-LIRE-PALMARES  --  KEEPS THE LATEST "S" SEASON RECORD
004229*    CLOSED AFTER THE SAUVEGARDE AND NOT AFTER THE LIMIT.
004230*    =============================================================
004231 1160-LIRE-PALMARES.
004232     READ HALL-FAME-FILE
004233         AT END
004234             SET HALL-EOF TO TRUE
004235         NOT AT END
004236             IF HALL-SAISON-CLOTUREE
004237                 MOVE HALC-DATE TO RHU-DATE
004238                 MOVE HALC-HEURE TO RHU-TIME
004239                 IF REC-HORO-LU > REC-HORO-SAUVE
004240                         AND REC-HORO-LU NOT > REC-HORO-LIMITE
004241                         AND REC-HORO-LU > REC-HORO-CLOTURE
004242                     MOVE REC-HORO-LU TO REC-HORO-CLOTURE
004243                 END-IF
004244             END-IF
004245     END-READ.
004246*
004247*    =============================================================
004250*    1200-IMPRIME-PARAMETRES  --  ECHOES THE REPLAY WINDOW AND
004260*    THE MODE AT THE HEAD OF THE REPORT.
004270*    =============================================================
004280 1200-IMPRIME-PARAMETRES.
004290     MOVE SPACES TO WS-LIGNE
004300     STRING "SAUVEGARDE DU " RHS-DATE " " RHS-TIME
004310         "   REPRISE JUSQU'AU " RHL-DATE " " RHL-TIME
004320         DELIMITED BY SIZE INTO WS-LIGNE
004330     PERFORM 9000-ECRIT-LIGNE
004331     IF RHC-DATE > ZERO
004332         MOVE SPACES TO WS-LIGNE
004333         STRING "CLOTURE DE SAISON DU " RHC-DATE " " RHC-TIME
004334             " - POINTS REPARTIS DE ZERO A CETTE HEURE"
004335             DELIMITED BY SIZE INTO WS-LIGNE
004336         PERFORM 9000-ECRIT-LIGNE
004337     END-IF
004340     MOVE SPACES TO WS-LIGNE
004350     IF SIMULATION
004360         MOVE "MODE SIMULATION - LEADERFL ET CREDITFL INTACTS"
004370             TO WS-LIGNE
004380     ELSE
004390         MOVE "MODE MISE A JOUR - LEADERFL ET CREDITFL REECRITS"
004400             TO WS-LIGNE
004410     END-IF
004420     PERFORM 9000-ECRIT-LIGNE
004430     MOVE SPACES TO WS-LIGNE
004440     PERFORM 9000-ECRIT-LIGNE.
004450*
004460*    =============================================================
004470*    2000-CHARGE-SAUVEGARDES  --  SEEDS THE REBUILD TABLE WITH
004480*    THE SAVED POINTS AND BALANCES.  WITHOUT BOTH COPIES THERE
004490*    IS NOTHING TO REPLAY FROM AND THE RUN IS REFUSED.
004500*    =============================================================
004510 2000-CHARGE-SAUVEGARDES.
004520     OPEN INPUT LDR-SAVE-FILE
004530     OPEN INPUT CRD-SAVE-FILE
004540     IF WS-LDRS-STATUS NOT = "00"
004550             OR WS-CRDS-STATUS NOT = "00"
004560         MOVE "SAUVEGARDE LDRSAVE OU CRDSAVE INTROUVABLE."
004570             TO WS-MOTIF-REFUS
004580         MOVE "N" TO WS-REPRISE-SW
004590     ELSE
004600         PERFORM 2010-LIRE-SAUVE-CLASSEMENT UNTIL LDRS-EOF
004610         PERFORM 2020-LIRE-SAUVE-CREDIT UNTIL CRDS-EOF
004620     END-IF
004630     IF WS-LDRS-STATUS NOT = "35"
004640         CLOSE LDR-SAVE-FILE
004650     END-IF
004660     IF WS-CRDS-STATUS NOT = "35"
004670         CLOSE CRD-SAVE-FILE
004680     END-IF.
004690*
004700*    =============================================================
004710*    2010-LIRE-SAUVE-CLASSEMENT  --  TAKES ONE SAVED LEADERBOARD
004720*    RECORD.  ONLY ITS POINTS ARE KEPT: THE WINS AND LOSSES ARE
004730*    REBUILT IN FULL FROM RSLTBASE AND RESULTFL.  A LEGACY
004740*    RECORD WITHOUT THE POINTS COLUMN STARTS AT ZERO.
004750*    =============================================================
004760 2010-LIRE-SAUVE-CLASSEMENT.
004770     READ LDR-SAVE-FILE
004780         AT END
004790             SET LDRS-EOF TO TRUE
004800         NOT AT END
004810             MOVE LDRS-PLAYER-ID TO WS-CLE-PLAYER-ID
004820             PERFORM 8000-CHERCHE-JOUEUR
004830             IF WS-REC-INDEX > 0
004840                 MOVE "Y" TO RT-LDR-SW(WS-REC-INDEX)
004850                 IF LDRS-POINTS IS NUMERIC
004855                         AND RHC-DATE = ZERO
004860                     MOVE LDRS-POINTS
004870                         TO RT-POINTS(WS-REC-INDEX)
004880                 END-IF
004890             END-IF
004900     END-READ.
004910*
004920*    =============================================================
004930*    2020-LIRE-SAUVE-CREDIT  --  TAKES ONE SAVED LEDGER RECORD
004940*    AS THE STARTING BALANCE FOR THE CREDMVT REPLAY.
004950*    =============================================================
004960 2020-LIRE-SAUVE-CREDIT.
004970     READ CRD-SAVE-FILE
004980         AT END
004990             SET CRDS-EOF TO TRUE
005000         NOT AT END
005010             MOVE CRDS-PLAYER-ID TO WS-CLE-PLAYER-ID
005020             PERFORM 8000-CHERCHE-JOUEUR
005030             IF WS-REC-INDEX > 0
005040                 MOVE "Y" TO RT-CRD-SW(WS-REC-INDEX)
005050                 MOVE CRDS-BALANCE TO RT-SOLDE(WS-REC-INDEX)
005060             END-IF
005070     END-READ.
005080*
005090*    =============================================================
005100*    3000-CHARGE-BASELINE  --  ADDS THE W/L CARRY-FORWARD
005110*    WRITTEN BY PENDUARC AT EACH PURGE.  A MISSING FILE
005120*    (NOTHING PURGED YET) MEANS AN EMPTY BASELINE.
005130*    =============================================================
005140 3000-CHARGE-BASELINE.
005150     OPEN INPUT BASELINE-FILE
005160     IF WS-BASE-STATUS NOT = "00"
005170         SET BASE-EOF TO TRUE
005180     ELSE
005190         PERFORM 3010-LIRE-BASELINE UNTIL BASE-EOF
005200         CLOSE BASELINE-FILE
005210     END-IF.
005220*
005230*    =============================================================
005240*    3010-LIRE-BASELINE  --  ADDS ONE BASELINE RECORD TO ITS
005250*    PLAYER'S REBUILT WINS AND LOSSES.
005260*    =============================================================
005270 3010-LIRE-BASELINE.
005280     READ BASELINE-FILE
005290         AT END
005300             SET BASE-EOF TO TRUE
005310         NOT AT END
005320             MOVE BASE-PLAYER-ID TO WS-CLE-PLAYER-ID
005330             PERFORM 8000-CHERCHE-JOUEUR
005340             IF WS-REC-INDEX > 0
005350                 MOVE "Y" TO RT-LDR-SW(WS-REC-INDEX)
005360                 ADD BASE-WINS TO RT-WINS(WS-REC-INDEX)
005370                 ADD BASE-LOSSES TO RT-LOSSES(WS-REC-INDEX)
005380             END-IF
005390     END-READ.
005400*
005410*    =============================================================
005420*    3100-CHARGE-RESULTATS  --  READS RESULTFL TO EOF.
005430*    =============================================================
005440 3100-CHARGE-RESULTATS.
005450     OPEN INPUT RESULTS-FILE
005460     IF WS-RESULT-STATUS NOT = "00"
005470         SET RSLT-EOF TO TRUE
005480     ELSE
005490         PERFORM 3110-LIRE-RESULTAT UNTIL RSLT-EOF
005500         CLOSE RESULTS-FILE
005510     END-IF.
005520*
005530*    =============================================================
005540*    3110-LIRE-RESULTAT  --  EVERY GAME UP TO THE LIMIT COUNTS
005550*    ITS WIN OR LOSS; A GAME PLAYED SINCE THE SAUVEGARDE ALSO
005560*    ADDS ITS SCORE TO THE SAVED POINTS.  A GAME PAST THE
005570*    LIMIT IS IGNORED.
005580*    =============================================================
005590 3110-LIRE-RESULTAT.
005600     READ RESULTS-FILE
005610         AT END
005620             SET RSLT-EOF TO TRUE
005630         NOT AT END
005640             ADD 1 TO WS-RSLT-LUS
005650             MOVE RSLT-DATE TO RHU-DATE
005660             MOVE RSLT-TIME TO RHU-TIME
005670             IF REC-HORO-LU > REC-HORO-LIMITE
005680                 ADD 1 TO WS-RSLT-POSTERIEURS
005690             ELSE
005700                 PERFORM 3120-CUMULE-RESULTAT
005710             END-IF
005720     END-READ.
005730*
005740*    =============================================================
005750*    3120-CUMULE-RESULTAT  --  ROLLS THE GAME JUST READ INTO
005760*    ITS PLAYER'S REBUILD ENTRY.
005770*    =============================================================
005780 3120-CUMULE-RESULTAT.
005790     MOVE RSLT-PLAYER-ID TO WS-CLE-PLAYER-ID
005800     PERFORM 8000-CHERCHE-JOUEUR
005810     IF WS-REC-INDEX > 0
005820         MOVE "Y" TO RT-LDR-SW(WS-REC-INDEX)
005830         IF RSLT-OUTCOME = "W"
005840             ADD 1 TO RT-WINS(WS-REC-INDEX)
005850         ELSE
005860             ADD 1 TO RT-LOSSES(WS-REC-INDEX)
005870         END-IF
005880         IF REC-HORO-LU > REC-HORO-SAUVE
005890             ADD 1 TO WS-RSLT-REJOUES
005900             IF RSLT-SCORE IS NUMERIC
005905                     AND REC-HORO-LU > REC-HORO-CLOTURE
005910                 ADD RSLT-SCORE TO RT-POINTS(WS-REC-INDEX)
005920             END-IF
005930         END-IF
005940     END-IF.
005950*
005960*    =============================================================
005970*    3200-CHARGE-ARCHIVE  --  READS THE ARCHRSLT GENERATION(S)
005980*    NAMED IN THE JCL FOR GAMES PLAYED SINCE THE SAUVEGARDE BUT
005990*    ALREADY PURGED FROM RESULTFL.  THEIR WINS AND LOSSES ARE
006000*    ALREADY IN RSLTBASE; ONLY THEIR SCORES ARE REPLAYED.  NO
006010*    ARCHIVE MEANS NO PURGE SINCE THE BACKUP.
006020*    =============================================================
006030 3200-CHARGE-ARCHIVE.
006040     OPEN INPUT ARCH-RESULTS-FILE
006050     IF WS-ARCHR-STATUS NOT = "00"
006060         SET ARCHR-EOF TO TRUE
006070     ELSE
006080         PERFORM 3210-LIRE-ARCHIVE UNTIL ARCHR-EOF
006090         CLOSE ARCH-RESULTS-FILE
006100     END-IF.
006110*
006120*    =============================================================
006130*    3210-LIRE-ARCHIVE  --  ADDS THE SCORE OF ONE ARCHIVED GAME
006140*    INSIDE THE REPLAY WINDOW TO ITS PLAYER'S POINTS.
006150*    =============================================================
006160 3210-LIRE-ARCHIVE.
006170     READ ARCH-RESULTS-FILE
006180         AT END
006190             SET ARCHR-EOF TO TRUE
006200         NOT AT END
006210             ADD 1 TO WS-ARCHR-LUS
006220             MOVE ARSL-DATE TO RHU-DATE
006230             MOVE ARSL-TIME TO RHU-TIME
006240             IF REC-HORO-LU > REC-HORO-SAUVE
006250                     AND REC-HORO-LU NOT > REC-HORO-LIMITE
006260                 MOVE ARSL-PLAYER-ID TO WS-CLE-PLAYER-ID
006270                 PERFORM 8000-CHERCHE-JOUEUR
006280                 IF WS-REC-INDEX > 0
006290                     ADD 1 TO WS-ARCHR-REJOUES
006300                     MOVE "Y" TO RT-LDR-SW(WS-REC-INDEX)
006310                     IF ARSL-SCORE IS NUMERIC
006315                             AND REC-HORO-LU > REC-HORO-CLOTURE
006320                         ADD ARSL-SCORE
006330                             TO RT-POINTS(WS-REC-INDEX)
006340                     END-IF
006350                 END-IF
006360             END-IF
006370     END-READ.
006380*
006390*    =============================================================
006400*    4000-CHARGE-MOUVEMENTS  --  READS CREDMVT TO EOF.
006410*    =============================================================
006420 4000-CHARGE-MOUVEMENTS.
006430     OPEN INPUT CREDIT-MVT-FILE
006440     IF WS-CMV-STATUS NOT = "00"
006450         SET CMV-EOF TO TRUE
006460     ELSE
006470         PERFORM 4010-LIRE-MOUVEMENT UNTIL CMV-EOF
006480         CLOSE CREDIT-MVT-FILE
006490     END-IF.
006500*
006510*    =============================================================
006520*    4010-LIRE-MOUVEMENT  --  REPLAYS ONE MOVEMENT INSIDE THE
006530*    WINDOW AGAINST ITS PLAYER'S SAVED BALANCE.
006540*    =============================================================
006550 4010-LIRE-MOUVEMENT.
006560     READ CREDIT-MVT-FILE
006570         AT END
006580             SET CMV-EOF TO TRUE
006590         NOT AT END
006600             ADD 1 TO WS-CMV-LUS
006610             MOVE CMV-DATE TO RHU-DATE
006620             MOVE CMV-TIME TO RHU-TIME
006630             IF REC-HORO-LU > REC-HORO-SAUVE
006640                     AND REC-HORO-LU NOT > REC-HORO-LIMITE
006650                 PERFORM 4020-CUMULE-MOUVEMENT
006660             END-IF
006670     END-READ.
006680*
006690*    =============================================================
006700*    4020-CUMULE-MOUVEMENT  --  APPLIES THE MOVEMENT JUST READ
006710*    BY TYPE, THE WAY THE CHARGING PROGRAM APPLIED IT.  A TYPE
006720*    THIS PROGRAM DOES NOT KNOW IS COUNTED AS AN EXCEPTION.
006730*    =============================================================
006740 4020-CUMULE-MOUVEMENT.
006750     MOVE CMV-PLAYER-ID TO WS-CLE-PLAYER-ID
006760     PERFORM 8000-CHERCHE-JOUEUR
006770     IF WS-REC-INDEX > 0
006780         MOVE "Y" TO RT-CRD-SW(WS-REC-INDEX)
006790         EVALUATE CMV-TYPE
006800             WHEN "A"
006805             WHEN "B"
006810                 ADD CMV-QUANTITE TO RT-SOLDE(WS-REC-INDEX)
006820                 ADD 1 TO WS-CMV-REJOUES
006830             WHEN "J"
006840             WHEN "I"
006845             WHEN "E"
006850                 SUBTRACT CMV-QUANTITE
006860                     FROM RT-SOLDE(WS-REC-INDEX)
006870                 ADD 1 TO WS-CMV-REJOUES
006880             WHEN OTHER
006890                 ADD 1 TO WS-CMV-INCONNUS
006900         END-EVALUATE
006910     END-IF.
006920*
006930*    =============================================================
006940*    5000-APPLIQUE-CLASSEMENT  --  COMPARES EVERY REBUILT
006950*    LEADERBOARD ENTRY WITH THE LIVE RECORD AND, OUTSIDE
006960*    SIMULATION, WRITES OR REWRITES THE ONES THAT DIFFER.
006970*    =============================================================
006980 5000-APPLIQUE-CLASSEMENT.
006990     MOVE SPACES TO WS-LIGNE
007000     MOVE "CLASSEMENT (LEADERFL)" TO WS-LIGNE
007010     PERFORM 9000-ECRIT-LIGNE
007020     IF SIMULATION
007030         OPEN INPUT LEADER-FILE
007040     ELSE
007050         OPEN I-O LEADER-FILE
007060         IF WS-LEADER-STATUS = "35"
007070             OPEN OUTPUT LEADER-FILE
007080             CLOSE LEADER-FILE
007090             OPEN I-O LEADER-FILE
007100         END-IF
007110     END-IF
007120     PERFORM 5010-COMPARE-CLASSEMENT
007130         VARYING RT-IDX FROM 1 BY 1
007140         UNTIL RT-IDX > REC-TALLY-COUNT
007150     IF WS-LEADER-STATUS NOT = "35"
007160         CLOSE LEADER-FILE
007170     END-IF
007180     MOVE SPACES TO WS-LIGNE
007190     PERFORM 9000-ECRIT-LIGNE.
007200*
007210*    =============================================================
007220*    5010-COMPARE-CLASSEMENT  --  HANDLES ONE REBUILD ENTRY:
007230*    UNCHANGED, CHANGED (PRINTED AND REWRITTEN) OR ABSENT FROM
007240*    THE LIVE FILE (PRINTED AND CREATED).
007250*    =============================================================
007260 5010-COMPARE-CLASSEMENT.
007270     IF RT-LDR-SW(RT-IDX) = "Y"
007280         MOVE "N" TO WS-ENREG-ABSENT-SW
007290         MOVE RT-PLAYER-ID(RT-IDX) TO LDR-PLAYER-ID
007300         READ LEADER-FILE
007310             INVALID KEY
007320                 SET ENREG-ABSENT TO TRUE
007330         END-READ
007340         IF NOT ENREG-ABSENT
007350                 AND WS-LEADER-STATUS NOT = "00"
007360             SET ENREG-ABSENT TO TRUE
007370         END-IF
007380         MOVE SPACES TO LIGNE-DETAIL
007390         MOVE RT-PLAYER-ID(RT-IDX) TO LD-PLAYER-ID
007400         MOVE "CLASSEMENT" TO LD-FICHIER
007410         MOVE RT-WINS(RT-IDX) TO LD-AP-WINS
007420         MOVE RT-LOSSES(RT-IDX) TO LD-AP-LOSSES
007430         MOVE RT-POINTS(RT-IDX) TO LD-AP-VALEUR
007440         IF ENREG-ABSENT
007450             MOVE "ABSENT - CREE" TO LD-REMARQUE
007460             MOVE LIGNE-DETAIL TO WS-LIGNE
007470             PERFORM 9000-ECRIT-LIGNE
007480             ADD 1 TO WS-LDR-CREES
007490             IF NOT SIMULATION
007500                 MOVE RT-PLAYER-ID(RT-IDX) TO LDR-PLAYER-ID
007510                 MOVE RT-WINS(RT-IDX) TO LDR-WINS
007520                 MOVE RT-LOSSES(RT-IDX) TO LDR-LOSSES
007530                 MOVE RT-POINTS(RT-IDX) TO LDR-POINTS
007540                 WRITE LEADER-RECORD
007550             END-IF
007560         ELSE
007570             IF LDR-POINTS IS NOT NUMERIC
007580                 MOVE ZERO TO LDR-POINTS
007590             END-IF
007600             IF LDR-WINS = RT-WINS(RT-IDX)
007610                     AND LDR-LOSSES = RT-LOSSES(RT-IDX)
007620                     AND LDR-POINTS = RT-POINTS(RT-IDX)
007630                 ADD 1 TO WS-LDR-INCHANGES
007640             ELSE
007650                 MOVE LDR-WINS TO LD-AV-WINS
007660                 MOVE LDR-LOSSES TO LD-AV-LOSSES
007670                 MOVE LDR-POINTS TO LD-AV-VALEUR
007680                 MOVE "MODIFIE" TO LD-REMARQUE
007690                 MOVE LIGNE-DETAIL TO WS-LIGNE
007700                 PERFORM 9000-ECRIT-LIGNE
007710                 ADD 1 TO WS-LDR-MODIFIES
007720                 IF NOT SIMULATION
007730                     MOVE RT-WINS(RT-IDX) TO LDR-WINS
007740                     MOVE RT-LOSSES(RT-IDX) TO LDR-LOSSES
007750                     MOVE RT-POINTS(RT-IDX) TO LDR-POINTS
007760                     REWRITE LEADER-RECORD
007770                 END-IF
007780             END-IF
007790         END-IF
007800     END-IF.
007810*
007820*    =============================================================
007830*    6000-APPLIQUE-CREDITS  --  SAME COMPARISON FOR THE REBUILT
007840*    CREDITFL BALANCES.
007850*    =============================================================
007860 6000-APPLIQUE-CREDITS.
007870     MOVE SPACES TO WS-LIGNE
007880     MOVE "CREDITS (CREDITFL)" TO WS-LIGNE
007890     PERFORM 9000-ECRIT-LIGNE
007900     IF SIMULATION
007910         OPEN INPUT CREDIT-FILE
007920     ELSE
007930         OPEN I-O CREDIT-FILE
007940         IF WS-CRD-STATUS = "35"
007950             OPEN OUTPUT CREDIT-FILE
007960             CLOSE CREDIT-FILE
007970             OPEN I-O CREDIT-FILE
007980         END-IF
007990     END-IF
008000     PERFORM 6010-COMPARE-CREDIT
008010         VARYING RT-IDX FROM 1 BY 1
008020         UNTIL RT-IDX > REC-TALLY-COUNT
008030     IF WS-CRD-STATUS NOT = "35"
008040         CLOSE CREDIT-FILE
008050     END-IF
008060     MOVE SPACES TO WS-LIGNE
008070     PERFORM 9000-ECRIT-LIGNE.
008080*
008090*    =============================================================
008100*    6010-COMPARE-CREDIT  --  HANDLES ONE REBUILT BALANCE.  A
008110*    REPLAY THAT WOULD TAKE A BALANCE BELOW ZERO (A MOVEMENT
008120*    MISSING FROM CREDMVT, OR THE WRONG SAUVEGARDE) IS HELD AT
008130*    ZERO AND FLAGGED.  ONE PAST WHAT CRD-BALANCE CAN HOLD IS
008135*    HELD AT 99999 AND FLAGGED IN THE SAME WAY.
008140*    =============================================================
008150 6010-COMPARE-CREDIT.
008160     IF RT-CRD-SW(RT-IDX) = "Y"
008170         MOVE SPACES TO LIGNE-DETAIL
008180         IF RT-SOLDE(RT-IDX) < 0
008190             MOVE ZERO TO WS-NOUVEAU-SOLDE
008200             ADD 1 TO WS-SOLDES-NEGATIFS
008210             MOVE "SOLDE NEGATIF RAMENE A ZERO" TO LD-REMARQUE
008220         ELSE
008222             IF RT-SOLDE(RT-IDX) > 99999
008224                 MOVE 99999 TO WS-NOUVEAU-SOLDE
008226                 ADD 1 TO WS-SOLDES-PLAFONNES
008228                 MOVE "SOLDE PLAFONNE A 99999" TO LD-REMARQUE
008229             ELSE
008230                 MOVE RT-SOLDE(RT-IDX) TO WS-NOUVEAU-SOLDE
008235             END-IF
008240         END-IF
008250         MOVE "N" TO WS-ENREG-ABSENT-SW
008260         MOVE RT-PLAYER-ID(RT-IDX) TO CRD-PLAYER-ID
008270         READ CREDIT-FILE
008280             INVALID KEY
008290                 SET ENREG-ABSENT TO TRUE
008300         END-READ
008310         IF NOT ENREG-ABSENT
008320                 AND WS-CRD-STATUS NOT = "00"
008330             SET ENREG-ABSENT TO TRUE
008340         END-IF
008350         MOVE RT-PLAYER-ID(RT-IDX) TO LD-PLAYER-ID
008360         MOVE "CREDITS" TO LD-FICHIER
008370         MOVE WS-NOUVEAU-SOLDE TO LD-AP-VALEUR
008380         IF ENREG-ABSENT
008390             IF LD-REMARQUE = SPACES
008400                 MOVE "ABSENT - CREE" TO LD-REMARQUE
008410             END-IF
008420             MOVE LIGNE-DETAIL TO WS-LIGNE
008430             PERFORM 9000-ECRIT-LIGNE
008440             ADD 1 TO WS-CRD-CREES
008450             IF NOT SIMULATION
008460                 MOVE RT-PLAYER-ID(RT-IDX) TO CRD-PLAYER-ID
008470                 MOVE WS-NOUVEAU-SOLDE TO CRD-BALANCE
008480                 WRITE CREDIT-RECORD
008490             END-IF
008500         ELSE
008510             IF CRD-BALANCE = WS-NOUVEAU-SOLDE
008520                 ADD 1 TO WS-CRD-INCHANGES
008530             ELSE
008540                 MOVE CRD-BALANCE TO LD-AV-VALEUR
008550                 IF LD-REMARQUE = SPACES
008560                     MOVE "MODIFIE" TO LD-REMARQUE
008570                 END-IF
008580                 MOVE LIGNE-DETAIL TO WS-LIGNE
008590                 PERFORM 9000-ECRIT-LIGNE
008600                 ADD 1 TO WS-CRD-MODIFIES
008610                 IF NOT SIMULATION
008620                     MOVE WS-NOUVEAU-SOLDE TO CRD-BALANCE
008630                     REWRITE CREDIT-RECORD
008640                 END-IF
008650             END-IF
008660         END-IF
008670     END-IF.
008680*
008690*    =============================================================
008700*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN-CONTROL TOTALS AND
008710*    RAISES THE RETURN CODE WHEN PLAYERS COULD NOT BE REBUILT.
008720*    =============================================================
008730 7000-IMPRIME-TOTAUX.
008740     MOVE "JOUEURS RECONSTRUITS" TO LT-LIBELLE
008750     MOVE REC-TALLY-COUNT TO LT-VALEUR
008760     PERFORM 7010-ECRIT-TOTAL
008770     MOVE "RESULTATS REJOUES (RESULTFL)" TO LT-LIBELLE
008780     MOVE WS-RSLT-REJOUES TO LT-VALEUR
008790     PERFORM 7010-ECRIT-TOTAL
008800     MOVE "RESULTATS POSTERIEURS A LA LIMITE" TO LT-LIBELLE
008810     MOVE WS-RSLT-POSTERIEURS TO LT-VALEUR
008820     PERFORM 7010-ECRIT-TOTAL
008830     MOVE "RESULTATS REJOUES (ARCHRSLT)" TO LT-LIBELLE
008840     MOVE WS-ARCHR-REJOUES TO LT-VALEUR
008850     PERFORM 7010-ECRIT-TOTAL
008860     MOVE "MOUVEMENTS REJOUES (CREDMVT)" TO LT-LIBELLE
008870     MOVE WS-CMV-REJOUES TO LT-VALEUR
008880     PERFORM 7010-ECRIT-TOTAL
008890     MOVE "CLASSEMENT  MODIFIES / CREES" TO LT-LIBELLE
008900     COMPUTE LT-VALEUR = WS-LDR-MODIFIES + WS-LDR-CREES
008910     PERFORM 7010-ECRIT-TOTAL
008920     MOVE "CLASSEMENT  INCHANGES" TO LT-LIBELLE
008930     MOVE WS-LDR-INCHANGES TO LT-VALEUR
008940     PERFORM 7010-ECRIT-TOTAL
008950     MOVE "CREDITS     MODIFIES / CREES" TO LT-LIBELLE
008960     COMPUTE LT-VALEUR = WS-CRD-MODIFIES + WS-CRD-CREES
008970     PERFORM 7010-ECRIT-TOTAL
008980     MOVE "CREDITS     INCHANGES" TO LT-LIBELLE
008990     MOVE WS-CRD-INCHANGES TO LT-VALEUR
009000     PERFORM 7010-ECRIT-TOTAL
009010     MOVE "SOLDES NEGATIFS RAMENES A ZERO" TO LT-LIBELLE
009020     MOVE WS-SOLDES-NEGATIFS TO LT-VALEUR
009030     PERFORM 7010-ECRIT-TOTAL
009032     MOVE "SOLDES PLAFONNES A 99999" TO LT-LIBELLE
009034     MOVE WS-SOLDES-PLAFONNES TO LT-VALEUR
009036     PERFORM 7010-ECRIT-TOTAL
009040     MOVE "MOUVEMENTS DE TYPE INCONNU" TO LT-LIBELLE
009050     MOVE WS-CMV-INCONNUS TO LT-VALEUR
009060     PERFORM 7010-ECRIT-TOTAL
009070     COMPUTE WS-EXCEPTIONS =
009080         WS-SOLDES-NEGATIFS + WS-CMV-INCONNUS + WS-REC-DEBORDES
009085         + WS-SOLDES-PLAFONNES
009090     IF WS-REC-DEBORDES > 0
009100         MOVE SPACES TO WS-LIGNE
009110         STRING "ATTENTION TABLE DES JOUEURS SATUREE - "
009120             WS-REC-DEBORDES " ENREG. NON RECONSTRUITS."
009130             DELIMITED BY SIZE INTO WS-LIGNE
009140         PERFORM 9000-ECRIT-LIGNE
009150         MOVE 8 TO RETURN-CODE
009160     END-IF.
009170*
009180*    =============================================================
009190*    7010-ECRIT-TOTAL  --  PRINTS ONE TOTAL LINE.
009200*    =============================================================
009210 7010-ECRIT-TOTAL.
009220     MOVE LIGNE-TOTAL TO WS-LIGNE
009230     PERFORM 9000-ECRIT-LIGNE.
009240*
009250*    =============================================================
009260*    8000-CHERCHE-JOUEUR  --  LOCATES (OR ADDS) THE REBUILD
009270*    ENTRY FOR WS-CLE-PLAYER-ID, LEAVING ITS SLOT IN
009280*    WS-REC-INDEX (ZERO, AND A COUNT OF THE LOSS, WHEN THE
009290*    TABLE IS FULL).
009300*    =============================================================
009310 8000-CHERCHE-JOUEUR.
009320     MOVE "N" TO WS-REC-TROUVE-SW
009330     MOVE ZERO TO WS-REC-INDEX
009340     PERFORM VARYING RT-IDX FROM 1 BY 1
009350             UNTIL RT-IDX > REC-TALLY-COUNT
009360                OR REC-TROUVE
009370         IF RT-PLAYER-ID(RT-IDX) = WS-CLE-PLAYER-ID
009380             SET REC-TROUVE TO TRUE
009390             SET WS-REC-INDEX TO RT-IDX
009400         END-IF
009410     END-PERFORM
009420     IF NOT REC-TROUVE
009430         IF REC-TALLY-COUNT < 2000
009440             ADD 1 TO REC-TALLY-COUNT
009450             MOVE REC-TALLY-COUNT TO WS-REC-INDEX
009460             MOVE WS-CLE-PLAYER-ID
009470                 TO RT-PLAYER-ID(WS-REC-INDEX)
009480             MOVE "N" TO RT-LDR-SW(WS-REC-INDEX)
009490             MOVE ZERO TO RT-WINS(WS-REC-INDEX)
009500             MOVE ZERO TO RT-LOSSES(WS-REC-INDEX)
009510             MOVE ZERO TO RT-POINTS(WS-REC-INDEX)
009520             MOVE "N" TO RT-CRD-SW(WS-REC-INDEX)
009530             MOVE ZERO TO RT-SOLDE(WS-REC-INDEX)
009540         ELSE
009550             ADD 1 TO WS-REC-DEBORDES
009560         END-IF
009570     END-IF.
009580*
009590*    =============================================================
009600*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
009610*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
009620*    WHEN THE PAGE IS FULL.
009630*    =============================================================
009640 9000-ECRIT-LIGNE.
009650     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
009660         PERFORM 9010-ENTETE-PAGE
009670     END-IF
009680     MOVE SPACE TO PRT-CC
009690     MOVE WS-LIGNE TO PRT-LINE
009700     WRITE PRINT-RECORD
009710     ADD 1 TO RPT-LIGNE-CNT.
009720*
009730*    =============================================================
009740*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
009750*    TIME, PAGE NUMBER AND THE COLUMN HEADERS.
009760*    =============================================================
009770 9010-ENTETE-PAGE.
009780     ADD 1 TO RPT-PAGE-CNT
009790     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
009800     MOVE WS-TODAY-DATE TO ENT-DATE
009810     MOVE WS-TIME-NOW TO ENT-HEURE
009820     MOVE RPT-PAGE-AFF TO ENT-PAGE
009830     MOVE "1" TO PRT-CC
009840     MOVE ENT-LIGNE-1 TO PRT-LINE
009850     WRITE PRINT-RECORD
009860     MOVE SPACE TO PRT-CC
009870     MOVE ENT-LIGNE-2 TO PRT-LINE
009880     WRITE PRINT-RECORD
009890     MOVE SPACES TO PRT-LINE
009900     WRITE PRINT-RECORD
009910     MOVE ENT-SOUS-COLONNES TO PRT-LINE
009920     WRITE PRINT-RECORD
009930     MOVE ENT-COLONNES TO PRT-LINE
009940     WRITE PRINT-RECORD
009950     MOVE ALL "-" TO PRT-LINE
009960     WRITE PRINT-RECORD
009970     MOVE 6 TO RPT-LIGNE-CNT.
009980*
009990*    =============================================================
010000*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
010010*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
010020*    PROGRAM ENDS.
010030*    =============================================================
010040 9900-ENREG-JOURNAL.
010050     MOVE "PENDUREC" TO RLOG-PROGRAM
010060     MOVE WS-RLOG-DATE TO RLOG-DATE
010070     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
010080     ACCEPT RLOG-END-TIME FROM TIME
010090     COMPUTE RLOG-LUS = WS-RSLT-LUS + WS-ARCHR-LUS + WS-CMV-LUS
010100     IF SIMULATION
010110         MOVE ZERO TO RLOG-ECRITS
010120     ELSE
010130         COMPUTE RLOG-ECRITS = WS-LDR-MODIFIES + WS-LDR-CREES
010140             + WS-CRD-MODIFIES + WS-CRD-CREES
010150     END-IF
010160     MOVE WS-RSLT-POSTERIEURS TO RLOG-REJETES
010170     MOVE WS-EXCEPTIONS TO RLOG-EXCEPTIONS
010180     MOVE RETURN-CODE TO RLOG-RETOUR
010190     OPEN EXTEND RUN-LOG-FILE
010200     IF WS-RLOG-STATUS = "35"
010210         OPEN OUTPUT RUN-LOG-FILE
010220     END-IF
010230     WRITE RUN-LOG-RECORD
010240     CLOSE RUN-LOG-FILE.
010250*
010260 END PROGRAM Pendurec.
