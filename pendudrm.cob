000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendudrm.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - MONTHLY DORMANT-PLAYER
000140*                      SWEEP.  TAKES EACH PLAYER'S LAST GAME
000150*                      DATE FROM RESULTFL AND THE ARCHRSLT
000160*                      GENERATIONS (THE ENROLMENT DATE FOR A
000170*                      PLAYER WHO NEVER PLAYED) AND PUTS AN
000180*                      ACTIVE PLAYER TO SLEEP (PLYR-STATUS "D")
000190*                      AFTER THE DORMPRM NUMBER OF MONTHS
000200*                      WITHOUT A GAME, WAKING A DORMANT ONE WHO
000210*                      HAS PLAYED SINCE; BOTH ARE LOGGED TO
000220*                      PLYRHIST UNDER "SYSTEME".  AFTER THE
000230*                      LONGER DORMPRM PERIOD WITHOUT ANY
000240*                      ACTIVITY (GAME, CREDIT MOVEMENT OR
000250*                      ENROLMENT) THE REMAINING CREDITFL
000260*                      BALANCE IS EXPIRED THROUGH CREDMVT TYPE
000270*                      "E", SO PENDUFAC STILL TIES THE LEDGER
000280*                      OUT.  PRINTS THE ACTIONS AND AN AGED
000290*                      LIABILITY OF THE OPEN BALANCES BY
000300*                      LAST-ACTIVITY BRACKET TO DORMRPT.
000301*    10/15/2026 MD    THE UPDATE PASS IS REFUSED (RC 8) WHEN A
000302*                      FILE IT UPDATES WILL NOT OPEN.  A FAILED
000303*                      PLAYERFL OR CREDITFL REWRITE IS LISTED
000304*                      AND COUNTED (RC 8); NOTHING IS LOGGED TO
000305*                      PLYRHIST OR CREDMVT FOR IT.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-PC.
000350 OBJECT-COMPUTER. IBM-PC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DORM-PARM-FILE ASSIGN TO "DORMPRM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DMPM-STATUS.
000410     SELECT PLAYER-FILE ASSIGN TO "PLAYERFL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PLYR-PLAYER-ID
000450         FILE STATUS IS WS-PLYR-STATUS.
000460     SELECT CREDIT-FILE ASSIGN TO "CREDITFL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CRD-PLAYER-ID
000500         FILE STATUS IS WS-CRD-STATUS.
000510     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RESULT-STATUS.
000540     SELECT ARCH-RESULTS-FILE ASSIGN TO "ARCHRSLT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ARSL-STATUS.
000570     SELECT CREDIT-MVT-FILE ASSIGN TO "CREDMVT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CMV-STATUS.
000600     SELECT HISTORY-FILE ASSIGN TO "PLYRHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-HIST-STATUS.
000630     SELECT PRINT-FILE ASSIGN TO "DORMRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRINT-STATUS.
000660     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RLOG-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  DORM-PARM-FILE.
000730 COPY "PENDDMPM.CPY".
000740 FD  PLAYER-FILE.
000750 COPY "PENDPLYR.CPY".
000760 FD  CREDIT-FILE.
000770 COPY "PENDCRD.CPY".
000780 FD  RESULTS-FILE.
000790 COPY "PENDRSLT.CPY".
000800*    ARCHRSLT CARRIES RESULTFL RECORDS ROLLED OUT BY PENDUARC;
000810*    SAME LAYOUT AS PENDRSLT UNDER ITS OWN NAMES.
000820 FD  ARCH-RESULTS-FILE.
000830 01  ARCH-RESULTS-RECORD.
000840     05  ARSL-PLAYER-ID        PIC X(10).
000850     05  ARSL-WORD             PIC X(20).
000860     05  ARSL-ESSAIS-DEPART    PIC 9(02).
000870     05  ARSL-ESSAIS-LEFT      PIC 9(02).
000880     05  ARSL-OUTCOME          PIC X(01).
000890     05  ARSL-DATE             PIC 9(08).
000900     05  ARSL-TIME             PIC 9(08).
000910     05  ARSL-CATEGORY         PIC X(12).
000920     05  ARSL-HINTS            PIC 9(02).
000930     05  ARSL-SCORE            PIC 9(05).
000940     05  ARSL-MODE             PIC X(01).
000950 FD  CREDIT-MVT-FILE.
000960 COPY "PENDCMVT.CPY".
000970 FD  HISTORY-FILE.
000980 COPY "PENDPHST.CPY".
000990 FD  PRINT-FILE.
001000 COPY "PENDPRNT.CPY".
001010 FD  RUN-LOG-FILE.
001020 COPY "PENDRLOG.CPY".
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060*    ---- FILE STATUS SWITCHES -----------------------------------
001070 77  WS-DMPM-STATUS            PIC X(02) VALUE SPACES.
001080 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
001090 77  WS-CRD-STATUS             PIC X(02) VALUE SPACES.
001100 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
001110 77  WS-ARSL-STATUS            PIC X(02) VALUE SPACES.
001120 77  WS-CMV-STATUS             PIC X(02) VALUE SPACES.
001130 77  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
001140 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
001150 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
001160 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
001170 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
001180 77  WS-PLYR-EOF-SW            PIC X(01) VALUE "N".
001190     88  PLYR-EOF                  VALUE "Y".
001200 77  WS-CRD-EOF-SW             PIC X(01) VALUE "N".
001210     88  CRD-EOF                   VALUE "Y".
001220 77  WS-RSLT-EOF-SW            PIC X(01) VALUE "N".
001230     88  RSLT-EOF                  VALUE "Y".
001240 77  WS-ARSL-EOF-SW            PIC X(01) VALUE "N".
001250     88  ARSL-EOF                  VALUE "Y".
001260 77  WS-CMV-EOF-SW             PIC X(01) VALUE "N".
001270     88  CMV-EOF                   VALUE "Y".
001280 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
001290 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001300*
001310*    ---- SWEEP PARAMETERS (DORMPRM, ELSE DEFAULTS) --------------
001320 77  DRM-MOIS-DORMANT          PIC 9(03) VALUE 6.
001330 77  DRM-MOIS-EXPIRE           PIC 9(03) VALUE 12.
001340 77  DRM-MODE                  PIC X(01) VALUE "M".
001350     88  SIMULATION                VALUE "S".
001360 77  DRM-USER-ID               PIC X(10) VALUE "SYSTEME".
001370 77  DRM-OPERATEUR             PIC X(10) VALUE "PENDUDRM".
001380 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001390     88  TRAITEMENT-REFUSE         VALUE "Y".
001395 77  WS-MOTIF-REFUS            PIC X(132) VALUE SPACES.
001400*
001410*    ---- DATE ARITHMETIC (WHOLE MONTHS BETWEEN TWO DATES) -------
001420 01  DRM-DATE-REF.
001430     05  DR-AAAA               PIC 9(04).
001440     05  DR-MM                 PIC 9(02).
001450     05  DR-JJ                 PIC 9(02).
001460 01  DRM-DATE-REF-N REDEFINES DRM-DATE-REF
001470                               PIC 9(08).
001480 01  DRM-DATE-CALC.
001490     05  DC-AAAA               PIC 9(04).
001500     05  DC-MM                 PIC 9(02).
001510     05  DC-JJ                 PIC 9(02).
001520 01  DRM-DATE-CALC-N REDEFINES DRM-DATE-CALC
001530                               PIC 9(08).
001540 77  WS-NB-MOIS                PIC S9(05) VALUE ZERO.
001550 77  WS-MOIS-JEU               PIC S9(05) VALUE ZERO.
001560 77  WS-MOIS-ACTIVITE          PIC S9(05) VALUE ZERO.
001570*
001580*    ---- ONE ENTRY PER PLAYER (PLAYERFL AND/OR CREDITFL) --------
001590 01  DORM-TABLE-AREA.
001600     05  DORM-ENTRY OCCURS 2000 TIMES
001610             INDEXED BY PD-IDX.
001620         10  PD-PLAYER-ID      PIC X(10).
001630         10  PD-NAME           PIC X(30).
001640         10  PD-STATUS         PIC X(01).
001650         10  PD-ENROLL-DATE    PIC 9(08).
001660         10  PD-DERN-JEU       PIC 9(08).
001670         10  PD-DERN-MVT       PIC 9(08).
001680         10  PD-DERN-ACTIVITE  PIC 9(08).
001690         10  PD-MAITRE-SW      PIC X(01).
001700         10  PD-CRD-SW         PIC X(01).
001710         10  PD-SOLDE          PIC 9(05).
001720 77  DORM-COUNT                PIC 9(04) VALUE ZERO.
001730 77  WS-DORM-TROUVE-SW         PIC X(01) VALUE "N".
001740     88  DORM-TROUVE               VALUE "Y".
001750 77  WS-DORM-INDEX             PIC 9(04) VALUE ZERO.
001760 77  WS-DORM-DEBORDES          PIC 9(07) VALUE ZERO.
001770 77  WS-AJOUT-SW               PIC X(01) VALUE "N".
001780     88  AJOUT-AUTORISE            VALUE "Y".
001790 77  WS-CLE-PLAYER-ID          PIC X(10) VALUE SPACES.
001800 77  WS-DATE-LUE               PIC 9(08) VALUE ZERO.
001810*
001820*    ---- AGED LIABILITY BRACKETS --------------------------------
001830 01  TRANCHE-AREA.
001840     05  TRANCHE-ENTRY OCCURS 4 TIMES.
001850         10  TR-JOUEURS        PIC 9(07).
001860         10  TR-CREDITS        PIC 9(09).
001870 01  TRANCHE-LIBELLES.
001880     05  FILLER                PIC X(20) VALUE
001890         "0 A 3 MOIS".
001900     05  FILLER                PIC X(20) VALUE
001910         "3 A 6 MOIS".
001920     05  FILLER                PIC X(20) VALUE
001930         "6 A 12 MOIS".
001940     05  FILLER                PIC X(20) VALUE
001950         "PLUS DE 12 MOIS".
001960 01  TRANCHE-LIBELLE-TAB REDEFINES TRANCHE-LIBELLES.
001970     05  TR-LIBELLE            PIC X(20) OCCURS 4 TIMES.
001980 77  TR-I                      PIC 9(01) VALUE ZERO.
001990 77  TOT-JOUEURS-ENCOURS       PIC 9(07) VALUE ZERO.
002000 77  TOT-CREDITS-ENCOURS       PIC 9(09) VALUE ZERO.
002010*
002020*    ---- EXPIRY WORK AREAS --------------------------------------
002030 77  WS-RESTE-A-EXPIRER        PIC 9(05) VALUE ZERO.
002040 77  WS-TRANCHE-MVT            PIC 9(03) VALUE ZERO.
002050*
002060*    ---- RUN COUNTS ---------------------------------------------
002070 77  WS-PLYR-LUS               PIC 9(07) VALUE ZERO.
002080 77  WS-CRD-LUS                PIC 9(07) VALUE ZERO.
002090 77  WS-RSLT-LUS               PIC 9(07) VALUE ZERO.
002100 77  WS-ARSL-LUS               PIC 9(07) VALUE ZERO.
002110 77  WS-CMV-LUS                PIC 9(07) VALUE ZERO.
002120 77  WS-MIS-EN-SOMMEIL         PIC 9(07) VALUE ZERO.
002130 77  WS-REVEILLES              PIC 9(07) VALUE ZERO.
002140 77  WS-SOLDES-EXPIRES         PIC 9(07) VALUE ZERO.
002150 77  WS-CREDITS-EXPIRES        PIC 9(09) VALUE ZERO.
002160 77  WS-ECRITS                 PIC 9(07) VALUE ZERO.
002161 77  WS-EXCEPTIONS             PIC 9(05) VALUE ZERO.
002162 77  WS-MAJ-SW                 PIC X(01) VALUE "N".
002163     88  MAJ-EN-ERREUR             VALUE "Y".
002164 77  WS-MAJ-FICHIER            PIC X(08) VALUE SPACES.
002165 77  WS-MAJ-STATUT             PIC X(02) VALUE SPACES.
002170*
002180*    ---- DATE/TIME STAMP WORK AREAS -----------------------------
002190 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
002200 77  WS-TIME-MAJ               PIC 9(08) VALUE ZERO.
002210*
002220*    ---- REPORT HEADING AND DETAIL LINES ------------------------
002230 01  ENT-LIGNE-1.
002240     05  FILLER                PIC X(44) VALUE
002250         "JOUEURS DORMANTS ET ENCOURS DE CREDITS".
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
002370     05  FILLER                PIC X(12) VALUE "JOUEUR".
002380     05  FILLER                PIC X(31) VALUE "NOM".
002390     05  FILLER                PIC X(10) VALUE "DERN.JEU".
002400     05  FILLER                PIC X(10) VALUE "DERN.ACT.".
002410     05  FILLER                PIC X(07) VALUE "   MOIS".
002420     05  FILLER                PIC X(08) VALUE "   SOLDE".
002430     05  FILLER                PIC X(54) VALUE "  ACTION".
002440 01  LIGNE-ACTION.
002450     05  LA-PLAYER-ID          PIC X(10).
002460     05  FILLER                PIC X(02) VALUE SPACES.
002470     05  LA-NOM                PIC X(30).
002480     05  FILLER                PIC X(01) VALUE SPACE.
002490     05  LA-DERN-JEU           PIC 9(08).
002500     05  FILLER                PIC X(02) VALUE SPACES.
002510     05  LA-DERN-ACTIVITE      PIC 9(08).
002520     05  FILLER                PIC X(02) VALUE SPACES.
002530     05  LA-MOIS               PIC ZZZZ9.
002540     05  LA-SOLDE              PIC ZZZZZZZ9.
002550     05  FILLER                PIC X(02) VALUE SPACES.
002560     05  LA-ACTION             PIC X(54).
002570 01  LIGNE-TRANCHE.
002580     05  LTR-LIBELLE           PIC X(20).
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  LTR-JOUEURS           PIC ZZZZZZ9.
002610     05  FILLER                PIC X(10) VALUE " JOUEURS  ".
002620     05  LTR-CREDITS           PIC ZZZZZZZZ9.
002630     05  FILLER                PIC X(08) VALUE " CREDITS".
002640     05  FILLER                PIC X(76) VALUE SPACES.
002650 01  LIGNE-TOTAL.
002660     05  LT-LIBELLE            PIC X(40).
002670     05  LT-VALEUR             PIC ZZZZZZZZ9.
002680     05  FILLER                PIC X(83) VALUE SPACES.
002690 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002700*
002710*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002720 COPY "PENDRPTW.CPY".
002730*
002740 PROCEDURE DIVISION.
002750*
002760*    =============================================================
002770*    0000-MAINLINE  --  BUILDS EACH PLAYER'S LAST GAME AND LAST
002780*    ACTIVITY DATES, APPLIES THE DORMANCY AND EXPIRY RULES AND
002790*    PRINTS THE ACTIONS AND THE AGED LIABILITY.
002800*    =============================================================
002810 0000-MAINLINE.
002820     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002830     ACCEPT WS-RLOG-DEBUT FROM TIME
002840     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002850     ACCEPT WS-TIME-NOW FROM TIME
002860     MOVE WS-TODAY-DATE TO DRM-DATE-REF-N
002870     PERFORM 1000-LIT-PARAMETRE
002880     OPEN OUTPUT PRINT-FILE
002890     PERFORM 1100-IMPRIME-PARAMETRES
002900     IF TRAITEMENT-REFUSE
002910         MOVE 8 TO RETURN-CODE
002920     ELSE
002930         PERFORM 2000-CHARGE-MAITRE
002940         PERFORM 2100-CHARGE-SOLDES
002950         PERFORM 2200-CHARGE-RESULTATS
002960         PERFORM 2300-CHARGE-ARCHIVE
002970         PERFORM 2400-CHARGE-MOUVEMENTS
002980         PERFORM 3000-TRAITE-JOUEURS
002990         PERFORM 5000-IMPRIME-ENCOURS
003000         PERFORM 7000-IMPRIME-TOTAUX
003010     END-IF
003020     MOVE SPACES TO WS-LIGNE
003030     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
003040     PERFORM 9000-ECRIT-LIGNE
003050     CLOSE PRINT-FILE
003060     PERFORM 9900-ENREG-JOURNAL
003070     STOP RUN.
003080*
003090*    =============================================================
003100*    1000-LIT-PARAMETRE  --  READS THE DORMPRM CARD.  A MISSING
003110*    CARD OR A NON-NUMERIC FIELD KEEPS THE DEFAULT; AN EXPIRY
003120*    PERIOD SHORTER THAN THE DORMANCY PERIOD IS REFUSED.
003130*    =============================================================
003140 1000-LIT-PARAMETRE.
003150     OPEN INPUT DORM-PARM-FILE
003160     IF WS-DMPM-STATUS = "00"
003170         READ DORM-PARM-FILE
003180             AT END
003190                 CONTINUE
003200             NOT AT END
003210                 IF DMPM-DATE IS NUMERIC
003220                     MOVE DMPM-DATE TO DRM-DATE-REF-N
003230                 END-IF
003240                 IF DMPM-MOIS-DORMANT IS NUMERIC
003250                         AND DMPM-MOIS-DORMANT > 0
003260                     MOVE DMPM-MOIS-DORMANT TO DRM-MOIS-DORMANT
003270                 END-IF
003280                 IF DMPM-MOIS-EXPIRE IS NUMERIC
003290                         AND DMPM-MOIS-EXPIRE > 0
003300                     MOVE DMPM-MOIS-EXPIRE TO DRM-MOIS-EXPIRE
003310                 END-IF
003320                 IF DMPM-MODE = "S"
003330                     MOVE "S" TO DRM-MODE
003340                 END-IF
003350         END-READ
003360         CLOSE DORM-PARM-FILE
003370     END-IF
003380     IF DRM-MOIS-EXPIRE < DRM-MOIS-DORMANT
003390         SET TRAITEMENT-REFUSE TO TRUE
003400     END-IF.
003410*
003420*    =============================================================
003430*    1100-IMPRIME-PARAMETRES  --  PRINTS THE RULES THE RUN
003440*    APPLIES, OR WHY IT REFUSED.
003450*    =============================================================
003460 1100-IMPRIME-PARAMETRES.
003470     MOVE SPACES TO WS-LIGNE
003480     STRING "DATE DE REFERENCE : " DRM-DATE-REF-N
003490         "   SOMMEIL APRES " DRM-MOIS-DORMANT
003500         " MOIS SANS PARTIE   EXPIRATION APRES "
003510         DRM-MOIS-EXPIRE " MOIS SANS ACTIVITE"
003520         DELIMITED BY SIZE INTO WS-LIGNE
003530     PERFORM 9000-ECRIT-LIGNE
003540     IF SIMULATION
003550         MOVE "SIMULATION - AUCUN FICHIER N'EST MODIFIE"
003560             TO WS-LIGNE
003570         PERFORM 9000-ECRIT-LIGNE
003580     END-IF
003590     IF TRAITEMENT-REFUSE
003600         MOVE SPACES TO WS-LIGNE
003610         STRING "TRAITEMENT REFUSE : LE DELAI D'EXPIRATION EST "
003620             "PLUS COURT QUE LE DELAI DE SOMMEIL."
003630             DELIMITED BY SIZE INTO WS-LIGNE
003640         PERFORM 9000-ECRIT-LIGNE
003650     END-IF
003660     MOVE SPACES TO WS-LIGNE
003670     PERFORM 9000-ECRIT-LIGNE.
003680*
003690*    =============================================================
003700*    2000-CHARGE-MAITRE  --  LOADS EVERY PLAYERFL RECORD INTO
003710*    THE PLAYER TABLE.
003720*    =============================================================
003730 2000-CHARGE-MAITRE.
003740     OPEN INPUT PLAYER-FILE
003750     IF WS-PLYR-STATUS NOT = "00"
003760         SET PLYR-EOF TO TRUE
003770     ELSE
003780         MOVE LOW-VALUES TO PLYR-PLAYER-ID
003790         START PLAYER-FILE KEY NOT < PLYR-PLAYER-ID
003800             INVALID KEY
003810                 SET PLYR-EOF TO TRUE
003820         END-START
003830         PERFORM 2010-LIRE-MAITRE UNTIL PLYR-EOF
003840         CLOSE PLAYER-FILE
003850     END-IF.
003860*
003870*    =============================================================
003880*    2010-LIRE-MAITRE  --  ADDS ONE MASTER RECORD TO THE TABLE.
003890*    =============================================================
003900 2010-LIRE-MAITRE.
003910     READ PLAYER-FILE NEXT RECORD
003920         AT END
003930             SET PLYR-EOF TO TRUE
003940         NOT AT END
003950             ADD 1 TO WS-PLYR-LUS
003960             MOVE PLYR-PLAYER-ID TO WS-CLE-PLAYER-ID
003970             SET AJOUT-AUTORISE TO TRUE
003980             PERFORM 8000-CHERCHE-JOUEUR
003990             IF WS-DORM-INDEX > 0
004000                 MOVE PLYR-NAME TO PD-NAME(WS-DORM-INDEX)
004010                 MOVE PLYR-STATUS TO PD-STATUS(WS-DORM-INDEX)
004020                 IF PLYR-ENROLL-DATE IS NUMERIC
004030                     MOVE PLYR-ENROLL-DATE
004040                         TO PD-ENROLL-DATE(WS-DORM-INDEX)
004050                 END-IF
004060                 MOVE "Y" TO PD-MAITRE-SW(WS-DORM-INDEX)
004070             END-IF
004080     END-READ.
004090*
004100*    =============================================================
004110*    2100-CHARGE-SOLDES  --  LOADS EVERY CREDITFL BALANCE INTO
004120*    THE TABLE, ADDING A LEDGER WITH NO MASTER RECORD.
004130*    =============================================================
004140 2100-CHARGE-SOLDES.
004150     OPEN INPUT CREDIT-FILE
004160     IF WS-CRD-STATUS NOT = "00"
004170         SET CRD-EOF TO TRUE
004180     ELSE
004190         MOVE LOW-VALUES TO CRD-PLAYER-ID
004200         START CREDIT-FILE KEY NOT < CRD-PLAYER-ID
004210             INVALID KEY
004220                 SET CRD-EOF TO TRUE
004230         END-START
004240         PERFORM 2110-LIRE-SOLDE UNTIL CRD-EOF
004250         CLOSE CREDIT-FILE
004260     END-IF.
004270*
004280*    =============================================================
004290*    2110-LIRE-SOLDE  --  ADDS ONE LEDGER BALANCE TO THE TABLE.
004300*    =============================================================
004310 2110-LIRE-SOLDE.
004320     READ CREDIT-FILE NEXT RECORD
004330         AT END
004340             SET CRD-EOF TO TRUE
004350         NOT AT END
004360             ADD 1 TO WS-CRD-LUS
004370             MOVE CRD-PLAYER-ID TO WS-CLE-PLAYER-ID
004380             SET AJOUT-AUTORISE TO TRUE
004390             PERFORM 8000-CHERCHE-JOUEUR
004400             IF WS-DORM-INDEX > 0
004410                 MOVE CRD-BALANCE TO PD-SOLDE(WS-DORM-INDEX)
004420                 MOVE "Y" TO PD-CRD-SW(WS-DORM-INDEX)
004430             END-IF
004440     END-READ.
004450*
004460*    =============================================================
004470*    2200-CHARGE-RESULTATS  --  KEEPS EACH PLAYER'S LATEST GAME
004480*    DATE FROM THE LIVE RESULTFL.
004490*    =============================================================
004500 2200-CHARGE-RESULTATS.
004510     OPEN INPUT RESULTS-FILE
004520     IF WS-RESULT-STATUS NOT = "00"
004530         SET RSLT-EOF TO TRUE
004540     ELSE
004550         PERFORM 2210-LIRE-RESULTAT UNTIL RSLT-EOF
004560         CLOSE RESULTS-FILE
004570     END-IF.
004580*
004590*    =============================================================
004600*    2210-LIRE-RESULTAT  --  READS ONE RESULTFL GAME.
004610*    =============================================================
004620 2210-LIRE-RESULTAT.
004630     READ RESULTS-FILE
004640         AT END
004650             SET RSLT-EOF TO TRUE
004660         NOT AT END
004670             ADD 1 TO WS-RSLT-LUS
004680             MOVE RSLT-PLAYER-ID TO WS-CLE-PLAYER-ID
004690             MOVE RSLT-DATE TO WS-DATE-LUE
004700             PERFORM 2500-NOTE-PARTIE
004710     END-READ.
004720*
004730*    =============================================================
004740*    2300-CHARGE-ARCHIVE  --  SAME FOR THE ARCHRSLT GENERATIONS
004750*    NAMED IN THE JOB (ALL OF THEM, SO A PLAYER LAST SEEN
004760*    BEFORE SEVERAL PURGES IS STILL DATED).
004770*    =============================================================
004780 2300-CHARGE-ARCHIVE.
004790     OPEN INPUT ARCH-RESULTS-FILE
004800     IF WS-ARSL-STATUS NOT = "00"
004810         SET ARSL-EOF TO TRUE
004820     ELSE
004830         PERFORM 2310-LIRE-ARCHIVE UNTIL ARSL-EOF
004840         CLOSE ARCH-RESULTS-FILE
004850     END-IF.
004860*
004870*    =============================================================
004880*    2310-LIRE-ARCHIVE  --  READS ONE ARCHIVED GAME.
004890*    =============================================================
004900 2310-LIRE-ARCHIVE.
004910     READ ARCH-RESULTS-FILE
004920         AT END
004930             SET ARSL-EOF TO TRUE
004940         NOT AT END
004950             ADD 1 TO WS-ARSL-LUS
004960             MOVE ARSL-PLAYER-ID TO WS-CLE-PLAYER-ID
004970             MOVE ARSL-DATE TO WS-DATE-LUE
004980             PERFORM 2500-NOTE-PARTIE
004990     END-READ.
005000*
005010*    =============================================================
005020*    2400-CHARGE-MOUVEMENTS  --  KEEPS EACH PLAYER'S LATEST
005030*    CREDIT MOVEMENT DATE.  AN EXPIRY IS NOT ACTIVITY.
005040*    =============================================================
005050 2400-CHARGE-MOUVEMENTS.
005060     OPEN INPUT CREDIT-MVT-FILE
005070     IF WS-CMV-STATUS NOT = "00"
005080         SET CMV-EOF TO TRUE
005090     ELSE
005100         PERFORM 2410-LIRE-MOUVEMENT UNTIL CMV-EOF
005110         CLOSE CREDIT-MVT-FILE
005120     END-IF.
005130*
005140*    =============================================================
005150*    2410-LIRE-MOUVEMENT  --  READS ONE CREDIT MOVEMENT.
005160*    =============================================================
005170 2410-LIRE-MOUVEMENT.
005180     READ CREDIT-MVT-FILE
005190         AT END
005200             SET CMV-EOF TO TRUE
005210         NOT AT END
005220             ADD 1 TO WS-CMV-LUS
005230             IF CMV-TYPE NOT = "E"
005240                 MOVE CMV-PLAYER-ID TO WS-CLE-PLAYER-ID
005250                 MOVE "N" TO WS-AJOUT-SW
005260                 PERFORM 8000-CHERCHE-JOUEUR
005270                 IF WS-DORM-INDEX > 0
005280                     IF CMV-DATE > PD-DERN-MVT(WS-DORM-INDEX)
005290                         MOVE CMV-DATE
005300                             TO PD-DERN-MVT(WS-DORM-INDEX)
005310                     END-IF
005320                 END-IF
005330             END-IF
005340     END-READ.
005350*
005360*    =============================================================
005370*    2500-NOTE-PARTIE  --  KEEPS WS-DATE-LUE AS THE LAST GAME
005380*    DATE OF WS-CLE-PLAYER-ID IF LATER THAN THE ONE HELD.  A
005390*    PLAYER WITH NEITHER A MASTER NOR A LEDGER RECORD HAS
005400*    NOTHING TO SWEEP AND IS SKIPPED.
005410*    =============================================================
005420 2500-NOTE-PARTIE.
005430     MOVE "N" TO WS-AJOUT-SW
005440     PERFORM 8000-CHERCHE-JOUEUR
005450     IF WS-DORM-INDEX > 0
005460         IF WS-DATE-LUE > PD-DERN-JEU(WS-DORM-INDEX)
005470             MOVE WS-DATE-LUE TO PD-DERN-JEU(WS-DORM-INDEX)
005480         END-IF
005490     END-IF.
005500*
005510*    =============================================================
005520*    3000-TRAITE-JOUEURS  --  OPENS WHAT THE RULES MAY UPDATE
005530*    (NOTHING IN SIMULATION) AND RUNS EVERY PLAYER THROUGH
005540*    THEM.  A FILE THAT WILL NOT OPEN REFUSES THE WHOLE PASS.
005550*    =============================================================
005560 3000-TRAITE-JOUEURS.
005570     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
005580     ACCEPT WS-TIME-MAJ FROM TIME
005590     MOVE "MISES EN SOMMEIL, REVEILS ET EXPIRATIONS"
005600         TO WS-LIGNE
005610     PERFORM 9000-ECRIT-LIGNE
005620     MOVE SPACES TO WS-LIGNE
005630     PERFORM 9000-ECRIT-LIGNE
005640     IF NOT SIMULATION
005643         PERFORM 3050-OUVRE-FICHIERS
005646     END-IF
005649     IF TRAITEMENT-REFUSE
005652         MOVE 8 TO RETURN-CODE
005655         MOVE WS-MOTIF-REFUS TO WS-LIGNE
005658         PERFORM 9000-ECRIT-LIGNE
005661     ELSE
005664         PERFORM 3010-TRAITE-UN-JOUEUR
005667             VARYING PD-IDX FROM 1 BY 1
005670             UNTIL PD-IDX > DORM-COUNT
005673         IF NOT SIMULATION
005676             CLOSE PLAYER-FILE
005679             CLOSE CREDIT-FILE
005682             CLOSE CREDIT-MVT-FILE
005685             CLOSE HISTORY-FILE
005700         END-IF
005703     END-IF.
005706*
005709*    =============================================================
005712*    3050-OUVRE-FICHIERS  --  OPENS THE FILES THE UPDATE PASS
005715*    WRITES.  ANY STATUS OTHER THAN "00" REFUSES THE PASS,
005718*    CLOSING WHAT DID OPEN, BEFORE A SINGLE RECORD IS TOUCHED.
005721*    =============================================================
005724 3050-OUVRE-FICHIERS.
005727     OPEN I-O PLAYER-FILE
005730     OPEN I-O CREDIT-FILE
005733     OPEN EXTEND CREDIT-MVT-FILE
005736     IF WS-CMV-STATUS = "35"
005739         OPEN OUTPUT CREDIT-MVT-FILE
005750     END-IF
005751     OPEN EXTEND HISTORY-FILE
005752     IF WS-HIST-STATUS = "35"
005753         OPEN OUTPUT HISTORY-FILE
005754     END-IF
005755     MOVE SPACES TO WS-MAJ-FICHIER
005756     EVALUATE TRUE
005757         WHEN WS-PLYR-STATUS NOT = "00"
005758             MOVE "PLAYERFL" TO WS-MAJ-FICHIER
005759             MOVE WS-PLYR-STATUS TO WS-MAJ-STATUT
005760         WHEN WS-CRD-STATUS NOT = "00"
005761             MOVE "CREDITFL" TO WS-MAJ-FICHIER
005762             MOVE WS-CRD-STATUS TO WS-MAJ-STATUT
005763         WHEN WS-CMV-STATUS NOT = "00"
005764             MOVE "CREDMVT" TO WS-MAJ-FICHIER
005765             MOVE WS-CMV-STATUS TO WS-MAJ-STATUT
005766         WHEN WS-HIST-STATUS NOT = "00"
005767             MOVE "PLYRHIST" TO WS-MAJ-FICHIER
005768             MOVE WS-HIST-STATUS TO WS-MAJ-STATUT
005769     END-EVALUATE
005770     IF WS-MAJ-FICHIER NOT = SPACES
005771         SET TRAITEMENT-REFUSE TO TRUE
005772         STRING "TRAITEMENT REFUSE : " WS-MAJ-FICHIER
005773             " NON OUVERT (STATUT " WS-MAJ-STATUT
005774             ") - AUCUN JOUEUR MODIFIE."
005775             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
005800         CLOSE PLAYER-FILE
005810         CLOSE CREDIT-FILE
005820         CLOSE CREDIT-MVT-FILE
005830         CLOSE HISTORY-FILE
005840     END-IF.
005850*
005860*    =============================================================
005870*    3010-TRAITE-UN-JOUEUR  --  DATES THE PLAYER AT PD-IDX AND
005880*    APPLIES THE RULES: A SUSPENDED PLAYER IS LEFT ALONE; AN
005890*    ACTIVE ONE IDLE FOR THE DORMANCY PERIOD GOES TO SLEEP; A
005900*    DORMANT ONE WHO HAS PLAYED SINCE WAKES UP; ANY BALANCE
005910*    LEFT AFTER THE EXPIRY PERIOD WITHOUT ACTIVITY EXPIRES.
005920*    =============================================================
005930 3010-TRAITE-UN-JOUEUR.
005940     MOVE PD-DERN-JEU(PD-IDX) TO DRM-DATE-CALC-N
005950     IF DRM-DATE-CALC-N = 0
005960         MOVE PD-ENROLL-DATE(PD-IDX) TO DRM-DATE-CALC-N
005970     END-IF
005980     PERFORM 8100-CALCULE-MOIS
005990     MOVE WS-NB-MOIS TO WS-MOIS-JEU
006000     MOVE PD-DERN-JEU(PD-IDX) TO PD-DERN-ACTIVITE(PD-IDX)
006010     IF PD-DERN-MVT(PD-IDX) > PD-DERN-ACTIVITE(PD-IDX)
006020         MOVE PD-DERN-MVT(PD-IDX) TO PD-DERN-ACTIVITE(PD-IDX)
006030     END-IF
006040     IF PD-ENROLL-DATE(PD-IDX) > PD-DERN-ACTIVITE(PD-IDX)
006050         MOVE PD-ENROLL-DATE(PD-IDX)
006060             TO PD-DERN-ACTIVITE(PD-IDX)
006070     END-IF
006080     MOVE PD-DERN-ACTIVITE(PD-IDX) TO DRM-DATE-CALC-N
006090     PERFORM 8100-CALCULE-MOIS
006100     MOVE WS-NB-MOIS TO WS-MOIS-ACTIVITE
006110     IF PD-MAITRE-SW(PD-IDX) = "Y"
006120         EVALUATE TRUE
006130             WHEN PD-STATUS(PD-IDX) = "A"
006140                     AND WS-MOIS-JEU NOT < DRM-MOIS-DORMANT
006150                 MOVE "D" TO PD-STATUS(PD-IDX)
006160                 PERFORM 3100-CHANGE-STATUT
006164                 IF MAJ-EN-ERREUR
006168                     MOVE "A" TO PD-STATUS(PD-IDX)
006172                 ELSE
006176                     ADD 1 TO WS-MIS-EN-SOMMEIL
006180                     MOVE "MIS EN SOMMEIL (STATUT D)"
006184                         TO LA-ACTION
006188                     PERFORM 3900-IMPRIME-ACTION
006192                 END-IF
006200             WHEN PD-STATUS(PD-IDX) = "D"
006210                     AND WS-MOIS-JEU < DRM-MOIS-DORMANT
006220                 MOVE "A" TO PD-STATUS(PD-IDX)
006230                 PERFORM 3100-CHANGE-STATUT
006234                 IF MAJ-EN-ERREUR
006238                     MOVE "D" TO PD-STATUS(PD-IDX)
006242                 ELSE
006246                     ADD 1 TO WS-REVEILLES
006250                     MOVE "REVEILLE (A REJOUE, STATUT A)"
006254                         TO LA-ACTION
006258                     PERFORM 3900-IMPRIME-ACTION
006262                 END-IF
006270         END-EVALUATE
006280     END-IF
006290     IF PD-SOLDE(PD-IDX) > 0
006300             AND WS-MOIS-ACTIVITE NOT < DRM-MOIS-EXPIRE
006370         PERFORM 3200-EXPIRE-SOLDE
006371         IF NOT MAJ-EN-ERREUR
006372             MOVE SPACES TO LA-ACTION
006373             STRING "SOLDE EXPIRE : " PD-SOLDE(PD-IDX) " CREDITS"
006374                 DELIMITED BY SIZE INTO LA-ACTION
006375             PERFORM 3900-IMPRIME-ACTION
006376             ADD 1 TO WS-SOLDES-EXPIRES
006377             ADD PD-SOLDE(PD-IDX) TO WS-CREDITS-EXPIRES
006378             MOVE ZERO TO PD-SOLDE(PD-IDX)
006379         END-IF
006380     END-IF.
006390*
006400*    =============================================================
006410*    3100-CHANGE-STATUT  --  REWRITES THE MASTER RECORD OF THE
006420*    PLAYER AT PD-IDX WITH ITS NEW STATUS AND LOGS THE CHANGE
006430*    TO PLYRHIST ("D" TO SLEEP, "R" TO WAKE), EXCEPT IN
006440*    SIMULATION.  A FAILED REWRITE IS NOT LOGGED (SEE 3300).
006450*    =============================================================
006460 3100-CHANGE-STATUT.
006465     MOVE "N" TO WS-MAJ-SW
006470     IF NOT SIMULATION
006480         MOVE PD-PLAYER-ID(PD-IDX) TO PLYR-PLAYER-ID
006490         READ PLAYER-FILE
006500             INVALID KEY
006510                 CONTINUE
006520             NOT INVALID KEY
006530                 MOVE PD-STATUS(PD-IDX) TO PLYR-STATUS
006540                 REWRITE PLAYER-RECORD
006550                 IF WS-PLYR-STATUS = "00"
006560                     PERFORM 3110-ECRIT-HISTORIQUE
006590                 ELSE
006595                     MOVE "PLAYERFL" TO WS-MAJ-FICHIER
006600                     MOVE WS-PLYR-STATUS TO WS-MAJ-STATUT
006605                     PERFORM 3300-ERREUR-MAJ
006610                 END-IF
006670         END-READ
006680     END-IF.
006681*
006682*    =============================================================
006683*    3110-ECRIT-HISTORIQUE  --  LOGS THE STATUS CHANGE JUST
006684*    REWRITTEN TO PLYRHIST.
006685*    =============================================================
006686 3110-ECRIT-HISTORIQUE.
006687     ADD 1 TO WS-ECRITS
006688     MOVE DRM-USER-ID TO PHST-USER-ID
006689     IF PD-STATUS(PD-IDX) = "D"
006690         MOVE "D" TO PHST-ACTION
006691     ELSE
006692         MOVE "R" TO PHST-ACTION
006693     END-IF
006694     MOVE PD-PLAYER-ID(PD-IDX) TO PHST-PLAYER-ID
006695     MOVE PD-NAME(PD-IDX) TO PHST-NAME
006696     MOVE WS-DATE-NOW TO PHST-DATE
006697     MOVE WS-TIME-MAJ TO PHST-TIME
006698     WRITE PLAYER-HIST-RECORD.
006699*
006700*    =============================================================
006710*    3200-EXPIRE-SOLDE  --  BRINGS THE PLAYER'S CREDITFL
006720*    BALANCE TO ZERO AND WRITES THE MATCHING "E" MOVEMENTS
006730*    (IN SLICES THE SIZE OF CMV-QUANTITE), EXCEPT IN
006740*    SIMULATION.  A FAILED REWRITE WRITES NO MOVEMENT (SEE
006750*    3300) AND LEAVES THE BALANCE OPEN ON THE LIABILITY.
006760*    =============================================================
006770 3200-EXPIRE-SOLDE.
006775     MOVE "N" TO WS-MAJ-SW
006780     IF NOT SIMULATION
006790         MOVE PD-PLAYER-ID(PD-IDX) TO CRD-PLAYER-ID
006800         READ CREDIT-FILE
006810             INVALID KEY
006820                 CONTINUE
006830             NOT INVALID KEY
006840                 MOVE CRD-BALANCE TO WS-RESTE-A-EXPIRER
006850                 MOVE ZERO TO CRD-BALANCE
006860                 REWRITE CREDIT-RECORD
006864                 IF WS-CRD-STATUS = "00"
006868                     ADD 1 TO WS-ECRITS
006872                     PERFORM 3210-ECRIT-EXPIRATION
006876                         UNTIL WS-RESTE-A-EXPIRER = 0
006880                 ELSE
006884                     MOVE "CREDITFL" TO WS-MAJ-FICHIER
006888                     MOVE WS-CRD-STATUS TO WS-MAJ-STATUT
006892                     PERFORM 3300-ERREUR-MAJ
006896                 END-IF
006900         END-READ
006910     END-IF.
006930*
006940*    =============================================================
006950*    3210-ECRIT-EXPIRATION  --  WRITES ONE "E" MOVEMENT FOR UP
006960*    TO 999 OF THE CREDITS LEFT TO EXPIRE.
006970*    =============================================================
006980 3210-ECRIT-EXPIRATION.
006990     IF WS-RESTE-A-EXPIRER > 999
007000         MOVE 999 TO WS-TRANCHE-MVT
007010     ELSE
007020         MOVE WS-RESTE-A-EXPIRER TO WS-TRANCHE-MVT
007030     END-IF
007040     SUBTRACT WS-TRANCHE-MVT FROM WS-RESTE-A-EXPIRER
007050     MOVE PD-PLAYER-ID(PD-IDX) TO CMV-PLAYER-ID
007060     MOVE "E" TO CMV-TYPE
007070     MOVE WS-TRANCHE-MVT TO CMV-QUANTITE
007080     MOVE DRM-OPERATEUR TO CMV-OPERATOR
007090     MOVE WS-DATE-NOW TO CMV-DATE
007100     MOVE WS-TIME-MAJ TO CMV-TIME
007110     WRITE CREDIT-MVT-RECORD
007120     ADD 1 TO WS-ECRITS.
007121*
007122*    =============================================================
007123*    3300-ERREUR-MAJ  --  A REWRITE OF WS-MAJ-FICHIER FAILED FOR
007124*    THE PLAYER AT PD-IDX: LISTS THE PLAYER AND THE STATUS,
007125*    COUNTS THE EXCEPTION AND RAISES THE RETURN CODE.
007126*    =============================================================
007127 3300-ERREUR-MAJ.
007128     SET MAJ-EN-ERREUR TO TRUE
007129     ADD 1 TO WS-EXCEPTIONS
007130     MOVE 8 TO RETURN-CODE
007131     MOVE SPACES TO LA-ACTION
007132     STRING "ERREUR REECRITURE " WS-MAJ-FICHIER
007133         " (STATUT " WS-MAJ-STATUT ")"
007134         DELIMITED BY SIZE INTO LA-ACTION
007135     PERFORM 3900-IMPRIME-ACTION.
007136*
007140*    =============================================================
007150*    3900-IMPRIME-ACTION  --  PRINTS ONE ACTION LINE (TEXT IN
007160*    LA-ACTION) FOR THE PLAYER AT PD-IDX.
007170*    =============================================================
007180 3900-IMPRIME-ACTION.
007190     MOVE PD-PLAYER-ID(PD-IDX) TO LA-PLAYER-ID
007200     MOVE PD-NAME(PD-IDX) TO LA-NOM
007210     MOVE PD-DERN-JEU(PD-IDX) TO LA-DERN-JEU
007220     MOVE PD-DERN-ACTIVITE(PD-IDX) TO LA-DERN-ACTIVITE
007230     MOVE WS-MOIS-JEU TO LA-MOIS
007240     MOVE PD-SOLDE(PD-IDX) TO LA-SOLDE
007250     MOVE LIGNE-ACTION TO WS-LIGNE
007260     PERFORM 9000-ECRIT-LIGNE.
007270*
007280*    =============================================================
007290*    5000-IMPRIME-ENCOURS  --  AGES EVERY OPEN BALANCE LEFT
007300*    AFTER THE SWEEP BY MONTHS SINCE THE PLAYER'S LAST
007310*    ACTIVITY AND PRINTS THE LIABILITY PER BRACKET.
007320*    =============================================================
007330 5000-IMPRIME-ENCOURS.
007340     INITIALIZE TRANCHE-AREA
007350     PERFORM 5010-CLASSE-SOLDE
007360         VARYING PD-IDX FROM 1 BY 1
007370         UNTIL PD-IDX > DORM-COUNT
007380     MOVE SPACES TO WS-LIGNE
007390     PERFORM 9000-ECRIT-LIGNE
007400     STRING "ENCOURS DE CREDITS NON JOUES PAR ANCIENNETE DE LA"
007410         " DERNIERE ACTIVITE"
007420         DELIMITED BY SIZE INTO WS-LIGNE
007430     PERFORM 9000-ECRIT-LIGNE
007440     MOVE SPACES TO WS-LIGNE
007450     PERFORM 9000-ECRIT-LIGNE
007460     PERFORM 5020-IMPRIME-TRANCHE
007470         VARYING TR-I FROM 1 BY 1 UNTIL TR-I > 4
007480     MOVE "TOTAL DE L'ENCOURS" TO LTR-LIBELLE
007490     MOVE TOT-JOUEURS-ENCOURS TO LTR-JOUEURS
007500     MOVE TOT-CREDITS-ENCOURS TO LTR-CREDITS
007510     MOVE LIGNE-TRANCHE TO WS-LIGNE
007520     PERFORM 9000-ECRIT-LIGNE.
007530*
007540*    =============================================================
007550*    5010-CLASSE-SOLDE  --  ADDS THE OPEN BALANCE OF THE PLAYER
007560*    AT PD-IDX TO ITS BRACKET.
007570*    =============================================================
007580 5010-CLASSE-SOLDE.
007590     IF PD-SOLDE(PD-IDX) > 0
007600         MOVE PD-DERN-ACTIVITE(PD-IDX) TO DRM-DATE-CALC-N
007610         PERFORM 8100-CALCULE-MOIS
007620         EVALUATE TRUE
007630             WHEN WS-NB-MOIS < 3
007640                 MOVE 1 TO TR-I
007650             WHEN WS-NB-MOIS < 6
007660                 MOVE 2 TO TR-I
007670             WHEN WS-NB-MOIS < 12
007680                 MOVE 3 TO TR-I
007690             WHEN OTHER
007700                 MOVE 4 TO TR-I
007710         END-EVALUATE
007720         ADD 1 TO TR-JOUEURS(TR-I)
007730         ADD PD-SOLDE(PD-IDX) TO TR-CREDITS(TR-I)
007740         ADD 1 TO TOT-JOUEURS-ENCOURS
007750         ADD PD-SOLDE(PD-IDX) TO TOT-CREDITS-ENCOURS
007760     END-IF.
007770*
007780*    =============================================================
007790*    5020-IMPRIME-TRANCHE  --  PRINTS THE LIABILITY OF BRACKET
007800*    TR-I.
007810*    =============================================================
007820 5020-IMPRIME-TRANCHE.
007830     MOVE TR-LIBELLE(TR-I) TO LTR-LIBELLE
007840     MOVE TR-JOUEURS(TR-I) TO LTR-JOUEURS
007850     MOVE TR-CREDITS(TR-I) TO LTR-CREDITS
007860     MOVE LIGNE-TRANCHE TO WS-LIGNE
007870     PERFORM 9000-ECRIT-LIGNE.
007880*
007890*    =============================================================
007900*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN TOTALS.
007910*    =============================================================
007920 7000-IMPRIME-TOTAUX.
007930     MOVE SPACES TO WS-LIGNE
007940     PERFORM 9000-ECRIT-LIGNE
007950     MOVE "JOUEURS EXAMINES" TO LT-LIBELLE
007960     MOVE DORM-COUNT TO LT-VALEUR
007970     PERFORM 7010-ECRIT-TOTAL
007980     MOVE "JOUEURS MIS EN SOMMEIL" TO LT-LIBELLE
007990     MOVE WS-MIS-EN-SOMMEIL TO LT-VALEUR
008000     PERFORM 7010-ECRIT-TOTAL
008010     MOVE "JOUEURS REVEILLES" TO LT-LIBELLE
008020     MOVE WS-REVEILLES TO LT-VALEUR
008030     PERFORM 7010-ECRIT-TOTAL
008040     MOVE "SOLDES EXPIRES" TO LT-LIBELLE
008050     MOVE WS-SOLDES-EXPIRES TO LT-VALEUR
008060     PERFORM 7010-ECRIT-TOTAL
008070     MOVE "CREDITS EXPIRES (CREDMVT TYPE E)" TO LT-LIBELLE
008080     MOVE WS-CREDITS-EXPIRES TO LT-VALEUR
008082     PERFORM 7010-ECRIT-TOTAL
008084     MOVE "REECRITURES EN ERREUR" TO LT-LIBELLE
008086     MOVE WS-EXCEPTIONS TO LT-VALEUR
008090     PERFORM 7010-ECRIT-TOTAL
008100     IF WS-DORM-DEBORDES > 0
008110         MOVE SPACES TO WS-LIGNE
008120         STRING "ATTENTION TABLE DES JOUEURS SATUREE - "
008130             WS-DORM-DEBORDES " JOUEURS NON TRAITES"
008140             DELIMITED BY SIZE INTO WS-LIGNE
008150         PERFORM 9000-ECRIT-LIGNE
008160     END-IF.
008170*
008180*    =============================================================
008190*    7010-ECRIT-TOTAL  --  PRINTS ONE TOTAL LINE.
008200*    =============================================================
008210 7010-ECRIT-TOTAL.
008220     MOVE LIGNE-TOTAL TO WS-LIGNE
008230     PERFORM 9000-ECRIT-LIGNE.
008240*
008250*    =============================================================
008260*    8000-CHERCHE-JOUEUR  --  LOCATES THE TABLE ENTRY FOR
008270*    WS-CLE-PLAYER-ID, LEAVING ITS SLOT IN WS-DORM-INDEX.  WHEN
008280*    AJOUT-AUTORISE IS SET A MISSING PLAYER IS ADDED (OR, THE
008290*    TABLE BEING FULL, COUNTED AS LOST); OTHERWISE A MISSING
008300*    PLAYER LEAVES THE INDEX AT ZERO.
008310*    =============================================================
008320 8000-CHERCHE-JOUEUR.
008330     MOVE "N" TO WS-DORM-TROUVE-SW
008340     MOVE ZERO TO WS-DORM-INDEX
008350     PERFORM VARYING PD-IDX FROM 1 BY 1
008360             UNTIL PD-IDX > DORM-COUNT
008370                OR DORM-TROUVE
008380         IF PD-PLAYER-ID(PD-IDX) = WS-CLE-PLAYER-ID
008390             SET DORM-TROUVE TO TRUE
008400             SET WS-DORM-INDEX TO PD-IDX
008410         END-IF
008420     END-PERFORM
008430     IF NOT DORM-TROUVE AND AJOUT-AUTORISE
008440         IF DORM-COUNT < 2000
008450             ADD 1 TO DORM-COUNT
008460             MOVE DORM-COUNT TO WS-DORM-INDEX
008470             MOVE WS-CLE-PLAYER-ID
008480                 TO PD-PLAYER-ID(WS-DORM-INDEX)
008490             MOVE SPACES TO PD-NAME(WS-DORM-INDEX)
008500             MOVE SPACE TO PD-STATUS(WS-DORM-INDEX)
008510             MOVE ZERO TO PD-ENROLL-DATE(WS-DORM-INDEX)
008520             MOVE ZERO TO PD-DERN-JEU(WS-DORM-INDEX)
008530             MOVE ZERO TO PD-DERN-MVT(WS-DORM-INDEX)
008540             MOVE ZERO TO PD-DERN-ACTIVITE(WS-DORM-INDEX)
008550             MOVE "N" TO PD-MAITRE-SW(WS-DORM-INDEX)
008560             MOVE "N" TO PD-CRD-SW(WS-DORM-INDEX)
008570             MOVE ZERO TO PD-SOLDE(WS-DORM-INDEX)
008580         ELSE
008590             ADD 1 TO WS-DORM-DEBORDES
008600         END-IF
008610     END-IF.
008620*
008630*    =============================================================
008640*    8100-CALCULE-MOIS  --  WHOLE MONTHS FROM THE DATE IN
008650*    DRM-DATE-CALC TO THE REFERENCE DATE, INTO WS-NB-MOIS.  A
008660*    ZERO (UNKNOWN) DATE COUNTS AS 999 MONTHS.
008670*    =============================================================
008680 8100-CALCULE-MOIS.
008690     IF DRM-DATE-CALC-N = 0
008700         MOVE 999 TO WS-NB-MOIS
008710     ELSE
008720         COMPUTE WS-NB-MOIS =
008730             (DR-AAAA - DC-AAAA) * 12 + DR-MM - DC-MM
008740         IF DR-JJ < DC-JJ
008750             SUBTRACT 1 FROM WS-NB-MOIS
008760         END-IF
008770         IF WS-NB-MOIS < 0
008780             MOVE ZERO TO WS-NB-MOIS
008790         END-IF
008800     END-IF.
008810*
008820*    =============================================================
008830*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
008840*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
008850*    WHEN THE PAGE IS FULL.
008860*    =============================================================
008870 9000-ECRIT-LIGNE.
008880     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
008890         PERFORM 9010-ENTETE-PAGE
008900     END-IF
008910     MOVE SPACE TO PRT-CC
008920     MOVE WS-LIGNE TO PRT-LINE
008930     WRITE PRINT-RECORD
008940     ADD 1 TO RPT-LIGNE-CNT.
008950*
008960*    =============================================================
008970*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
008980*    TIME, PAGE NUMBER AND COLUMN HEADERS.
008990*    =============================================================
009000 9010-ENTETE-PAGE.
009010     ADD 1 TO RPT-PAGE-CNT
009020     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
009030     MOVE WS-TODAY-DATE TO ENT-DATE
009040     MOVE WS-TIME-NOW TO ENT-HEURE
009050     MOVE RPT-PAGE-AFF TO ENT-PAGE
009060     MOVE "1" TO PRT-CC
009070     MOVE ENT-LIGNE-1 TO PRT-LINE
009080     WRITE PRINT-RECORD
009090     MOVE SPACE TO PRT-CC
009100     MOVE ENT-LIGNE-2 TO PRT-LINE
009110     WRITE PRINT-RECORD
009120     MOVE SPACES TO PRT-LINE
009130     WRITE PRINT-RECORD
009140     MOVE ENT-COLONNES TO PRT-LINE
009150     WRITE PRINT-RECORD
009160     MOVE ALL "-" TO PRT-LINE
009170     WRITE PRINT-RECORD
009180     MOVE 5 TO RPT-LIGNE-CNT.
009190*
009200*    =============================================================
009210*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
009220*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
009230*    PROGRAM ENDS.
009240*    =============================================================
009250 9900-ENREG-JOURNAL.
009260     MOVE "PENDUDRM" TO RLOG-PROGRAM
009270     MOVE WS-RLOG-DATE TO RLOG-DATE
009280     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
009290     ACCEPT RLOG-END-TIME FROM TIME
009300     COMPUTE RLOG-LUS = WS-PLYR-LUS + WS-CRD-LUS
009310         + WS-RSLT-LUS + WS-ARSL-LUS + WS-CMV-LUS
009320     MOVE WS-ECRITS TO RLOG-ECRITS
009330     MOVE ZERO TO RLOG-REJETES
009340     IF TRAITEMENT-REFUSE
009350         MOVE 1 TO RLOG-EXCEPTIONS
009360     ELSE
009366         COMPUTE RLOG-EXCEPTIONS =
009372             WS-DORM-DEBORDES + WS-EXCEPTIONS
009380     END-IF
009390     MOVE RETURN-CODE TO RLOG-RETOUR
009400     OPEN EXTEND RUN-LOG-FILE
009410     IF WS-RLOG-STATUS = "35"
009420         OPEN OUTPUT RUN-LOG-FILE
009430     END-IF
009440     WRITE RUN-LOG-RECORD
009450     CLOSE RUN-LOG-FILE.
009460*
009470 END PROGRAM Pendudrm.
