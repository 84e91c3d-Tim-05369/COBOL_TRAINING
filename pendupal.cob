000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendupal.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - HALL-OF-FAME REPORT FOR
000140*                      THE SALLE'S NOTICE BOARD, OFF THE
000150*                      PERMANENT HALLFAME FILE WRITTEN BY THE
000160*                      PENDUSAI SEASON CLOSE (SEE PENDHALL).
000170*                      PRINTS EVERY CLOSED SEASON WITH ITS DATES
000180*                      AND ITS FINISHERS, THEN EACH PLAYER'S
000190*                      CAREER RECORD - TITLES, SECOND AND THIRD
000200*                      PLACES, SEASONS FINISHED AMONG THE
000210*                      LEADERS AND THE LAST SEASON WON - MOST
000220*                      TITLES FIRST.  REPORT ON PALMRPT, ONE
000230*                      RUNLOG ENTRY PER RUN.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-PC.
000280 OBJECT-COMPUTER. IBM-PC.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT HALL-FAME-FILE ASSIGN TO "HALLFAME"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-HALL-STATUS.
000340     SELECT PRINT-FILE ASSIGN TO "PALMRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PRINT-STATUS.
000370     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RLOG-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  HALL-FAME-FILE.
000440 COPY "PENDHALL.CPY".
000450 FD  PRINT-FILE.
000460 COPY "PENDPRNT.CPY".
000470 FD  RUN-LOG-FILE.
000480 COPY "PENDRLOG.CPY".
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520*    ---- FILE STATUS SWITCHES -----------------------------------
000530 77  WS-HALL-STATUS            PIC X(02) VALUE SPACES.
000540 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000550 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000560 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000570 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000580 77  WS-HALL-EOF-SW            PIC X(01) VALUE "N".
000590     88  HALL-EOF                  VALUE "Y".
000600 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
000610 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000620*
000630*    ---- CAREER RECORD PER PLAYER -------------------------------
000640 01  PALM-TALLY-AREA.
000650     05  PALM-TALLY-ENTRY OCCURS 1000 TIMES
000660             INDEXED BY PL-IDX.
000670         10  PL-PLAYER-ID      PIC X(10).
000680         10  PL-TITRES         PIC 9(03).
000690         10  PL-DEUXIEMES      PIC 9(03).
000700         10  PL-TROISIEMES     PIC 9(03).
000710         10  PL-CLASSEMENTS    PIC 9(03).
000720         10  PL-DERN-TITRE     PIC 9(06).
000730         10  PL-CLE            PIC 9(09).
000740         10  PL-EDITE-SW       PIC X(01).
000750 77  PALM-TALLY-COUNT          PIC 9(04) VALUE ZERO.
000760 77  WS-PALM-TROUVE-SW         PIC X(01) VALUE "N".
000770     88  PALM-TROUVE               VALUE "Y".
000780 77  WS-PALM-INDEX             PIC 9(04) VALUE ZERO.
000790 77  WS-PALM-DEBORDES          PIC 9(07) VALUE ZERO.
000800*
000810*    ---- CAREER ORDER TABLE (SLOTS, MOST TITLES FIRST) ----------
000820 01  ORDRE-TABLE-AREA.
000830     05  ORDRE-SLOT            PIC 9(04) OCCURS 1000 TIMES.
000840 77  WS-RANG                   PIC 9(04) VALUE ZERO.
000850 77  WS-MAX-CLE                PIC 9(09) VALUE ZERO.
000860 77  WS-MAX-SLOT               PIC 9(04) VALUE ZERO.
000870 77  WS-SUJET                  PIC 9(04) VALUE ZERO.
000880*
000890*    ---- RUN COUNTS ---------------------------------------------
000900 77  WS-HALL-LUS               PIC 9(07) VALUE ZERO.
000910 77  WS-SAISONS                PIC 9(05) VALUE ZERO.
000920 77  WS-FINISSEURS             PIC 9(07) VALUE ZERO.
000930*
000940*    ---- REPORT HEADING AND DETAIL LINES ------------------------
000950 01  ENT-LIGNE-1.
000960     05  FILLER                PIC X(44) VALUE
000970         "PALMARES DU CHAMPIONNAT - JEU DU PENDU".
000980     05  FILLER                PIC X(88) VALUE SPACES.
000990 01  ENT-LIGNE-2.
001000     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001010     05  ENT-DATE              PIC 9(08).
001020     05  FILLER                PIC X(05) VALUE " A : ".
001030     05  ENT-HEURE             PIC 9(08).
001040     05  FILLER                PIC X(75) VALUE SPACES.
001050     05  FILLER                PIC X(07) VALUE "PAGE : ".
001060     05  ENT-PAGE              PIC ZZZZ9.
001070     05  FILLER                PIC X(13) VALUE SPACES.
001080 01  LIGNE-SAISON.
001090     05  FILLER                PIC X(07) VALUE "SAISON ".
001100     05  LS-SAISON             PIC 9(06).
001110     05  FILLER                PIC X(05) VALUE "  DU ".
001120     05  LS-DEBUT              PIC 9(08).
001130     05  FILLER                PIC X(04) VALUE " AU ".
001140     05  LS-FIN                PIC 9(08).
001150     05  FILLER                PIC X(03) VALUE " - ".
001160     05  LS-JOUEURS            PIC ZZZZ9.
001170     05  FILLER                PIC X(11) VALUE " JOUEURS, ".
001180     05  LS-POINTS             PIC ZZZZZZZZ9.
001190     05  FILLER                PIC X(07) VALUE " POINTS".
001200     05  FILLER                PIC X(59) VALUE SPACES.
001210 01  LIGNE-FINISSEUR.
001220     05  FILLER                PIC X(04) VALUE SPACES.
001230     05  LF-TITRE              PIC X(09).
001240     05  FILLER                PIC X(02) VALUE SPACES.
001250     05  LF-PLAYER-ID          PIC X(10).
001260     05  FILLER                PIC X(01) VALUE SPACE.
001270     05  LF-POINTS             PIC ZZZZZZ9.
001280     05  FILLER                PIC X(07) VALUE " POINTS".
001290     05  FILLER                PIC X(92) VALUE SPACES.
001300 01  COL-CARRIERE.
001310     05  FILLER                PIC X(06) VALUE "  RANG".
001320     05  FILLER                PIC X(12) VALUE "  JOUEUR".
001330     05  FILLER                PIC X(08) VALUE "  TITRES".
001340     05  FILLER                PIC X(07) VALUE "   2EME".
001350     05  FILLER                PIC X(07) VALUE "   3EME".
001360     05  FILLER                PIC X(10) VALUE "  CLASSE".
001370     05  FILLER                PIC X(14) VALUE "  DERN. TITRE".
001380     05  FILLER                PIC X(68) VALUE SPACES.
001390 01  LIGNE-CARRIERE.
001400     05  LC-RANG               PIC ZZZZZ9.
001410     05  FILLER                PIC X(02) VALUE SPACES.
001420     05  LC-PLAYER-ID          PIC X(10).
001430     05  FILLER                PIC X(03) VALUE SPACES.
001440     05  LC-TITRES             PIC ZZZZ9.
001450     05  FILLER                PIC X(02) VALUE SPACES.
001460     05  LC-DEUXIEMES          PIC ZZZZ9.
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  LC-TROISIEMES         PIC ZZZZ9.
001490     05  FILLER                PIC X(05) VALUE SPACES.
001500     05  LC-CLASSEMENTS        PIC ZZZZ9.
001510     05  FILLER                PIC X(07) VALUE SPACES.
001520     05  LC-DERN-TITRE         PIC X(06).
001530     05  FILLER                PIC X(69) VALUE SPACES.
001540 01  LIGNE-TOTAL.
001550     05  LT-LIBELLE            PIC X(40).
001560     05  LT-VALEUR             PIC ZZZZZZ9.
001570     05  FILLER                PIC X(85) VALUE SPACES.
001580 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001590*
001600*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001610 COPY "PENDRPTW.CPY".
001620*
001630 PROCEDURE DIVISION.
001640*
001650*    =============================================================
001660*    0000-MAINLINE  --  PRINTS THE SEASONS AS HALLFAME IS READ,
001670*    THEN ORDERS AND PRINTS THE CAREER RECORDS.
001680*    =============================================================
001690 0000-MAINLINE.
001700     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
001710     ACCEPT WS-RLOG-DEBUT FROM TIME
001720     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001730     ACCEPT WS-TIME-NOW FROM TIME
001740     OPEN OUTPUT PRINT-FILE
001750     PERFORM 1000-IMPRIME-SAISONS
001760     PERFORM 2000-ORDONNE-CARRIERES
001770     PERFORM 3000-IMPRIME-CARRIERES
001780     PERFORM 7000-IMPRIME-TOTAUX
001790     MOVE SPACES TO WS-LIGNE
001800     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
001810     PERFORM 9000-ECRIT-LIGNE
001820     CLOSE PRINT-FILE
001830     PERFORM 9900-ENREG-JOURNAL
001840     STOP RUN.
001850*
001860*    =============================================================
001870*    1000-IMPRIME-SAISONS  --  READS HALLFAME TO EOF, PRINTING
001880*    EACH SEASON AND ITS FINISHERS IN THE ORDER THEY WERE
001890*    CLOSED.  A MISSING FILE MEANS NO SEASON CLOSED YET.
001900*    =============================================================
001910 1000-IMPRIME-SAISONS.
001920     MOVE "*** PODIUMS DES SAISONS PASSEES ***" TO WS-LIGNE
001930     PERFORM 9000-ECRIT-LIGNE
001940     OPEN INPUT HALL-FAME-FILE
001950     IF WS-HALL-STATUS NOT = "00"
001960         SET HALL-EOF TO TRUE
001970     ELSE
001980         PERFORM 1010-LIT-PALMARES UNTIL HALL-EOF
001990         CLOSE HALL-FAME-FILE
002000     END-IF
002010     IF WS-SAISONS = 0
002020         MOVE "AUCUNE SAISON CLOTUREE." TO WS-LIGNE
002030         PERFORM 9000-ECRIT-LIGNE
002040     END-IF
002050     MOVE SPACES TO WS-LIGNE
002060     PERFORM 9000-ECRIT-LIGNE.
002070*
002080*    =============================================================
002090*    1010-LIT-PALMARES  --  PRINTS ONE HALLFAME RECORD: A SEASON
002100*    LINE FOR AN "S" RECORD, A FINISHER LINE (ALSO ROLLED INTO
002110*    THE PLAYER'S CAREER) FOR AN "F" RECORD.
002120*    =============================================================
002130 1010-LIT-PALMARES.
002140     READ HALL-FAME-FILE
002150         AT END
002160             SET HALL-EOF TO TRUE
002170         NOT AT END
002180             ADD 1 TO WS-HALL-LUS
002190             EVALUATE TRUE
002200                 WHEN HALL-SAISON-CLOTUREE
002210                     PERFORM 1020-IMPRIME-SAISON
002220                 WHEN HALL-FINISSEUR
002230                     PERFORM 1030-IMPRIME-FINISSEUR
002240             END-EVALUATE
002250     END-READ.
002260*
002270*    =============================================================
002280*    1020-IMPRIME-SAISON  --  PRINTS THE SEASON LINE, WITH A
002290*    BLANK LINE BETWEEN SEASONS.
002300*    =============================================================
002310 1020-IMPRIME-SAISON.
002320     IF WS-SAISONS > 0
002330         MOVE SPACES TO WS-LIGNE
002340         PERFORM 9000-ECRIT-LIGNE
002350     END-IF
002360     ADD 1 TO WS-SAISONS
002370     MOVE HALL-SAISON TO LS-SAISON
002380     MOVE HALC-DEBUT TO LS-DEBUT
002390     MOVE HALC-FIN TO LS-FIN
002400     MOVE HALC-JOUEURS TO LS-JOUEURS
002410     MOVE HALC-POINTS TO LS-POINTS
002420     MOVE LIGNE-SAISON TO WS-LIGNE
002430     PERFORM 9000-ECRIT-LIGNE.
002440*
002450*    =============================================================
002460*    1030-IMPRIME-FINISSEUR  --  PRINTS ONE FINISHER AND ADDS
002470*    THE PLACE TO THE PLAYER'S CAREER RECORD.
002480*    =============================================================
002490 1030-IMPRIME-FINISSEUR.
002500     ADD 1 TO WS-FINISSEURS
002510     EVALUATE HALF-RANG
002520         WHEN 1
002530             MOVE "1ER  ---" TO LF-TITRE
002540         WHEN 2
002550             MOVE "2EME ---" TO LF-TITRE
002560         WHEN 3
002570             MOVE "3EME ---" TO LF-TITRE
002580         WHEN OTHER
002590             MOVE SPACES TO LF-TITRE
002600             STRING HALF-RANG "EME ---"
002610                 DELIMITED BY SIZE INTO LF-TITRE
002620     END-EVALUATE
002630     MOVE HALF-PLAYER-ID TO LF-PLAYER-ID
002640     MOVE HALF-POINTS TO LF-POINTS
002650     MOVE LIGNE-FINISSEUR TO WS-LIGNE
002660     PERFORM 9000-ECRIT-LIGNE
002670     PERFORM 1040-CHERCHE-JOUEUR
002680     IF WS-PALM-INDEX > 0
002690         ADD 1 TO PL-CLASSEMENTS(WS-PALM-INDEX)
002700         EVALUATE HALF-RANG
002710             WHEN 1
002720                 ADD 1 TO PL-TITRES(WS-PALM-INDEX)
002730                 MOVE HALL-SAISON TO PL-DERN-TITRE(WS-PALM-INDEX)
002740             WHEN 2
002750                 ADD 1 TO PL-DEUXIEMES(WS-PALM-INDEX)
002760             WHEN 3
002770                 ADD 1 TO PL-TROISIEMES(WS-PALM-INDEX)
002780         END-EVALUATE
002790     END-IF.
002800*
002810*    =============================================================
002820*    1040-CHERCHE-JOUEUR  --  LOCATES (OR ADDS) THE CAREER ENTRY
002830*    FOR HALF-PLAYER-ID, LEAVING ITS SLOT IN WS-PALM-INDEX
002840*    (ZERO, AND A COUNT OF THE LOSS, WHEN THE TABLE IS FULL).
002850*    =============================================================
002860 1040-CHERCHE-JOUEUR.
002870     MOVE "N" TO WS-PALM-TROUVE-SW
002880     MOVE ZERO TO WS-PALM-INDEX
002890     PERFORM VARYING PL-IDX FROM 1 BY 1
002900             UNTIL PL-IDX > PALM-TALLY-COUNT
002910         IF PL-PLAYER-ID(PL-IDX) = HALF-PLAYER-ID
002920             SET PALM-TROUVE TO TRUE
002930             SET WS-PALM-INDEX TO PL-IDX
002940         END-IF
002950     END-PERFORM
002960     IF NOT PALM-TROUVE
002970         IF PALM-TALLY-COUNT < 1000
002980             ADD 1 TO PALM-TALLY-COUNT
002990             MOVE PALM-TALLY-COUNT TO WS-PALM-INDEX
003000             MOVE HALF-PLAYER-ID
003010                 TO PL-PLAYER-ID(WS-PALM-INDEX)
003020             MOVE ZERO TO PL-TITRES(WS-PALM-INDEX)
003030             MOVE ZERO TO PL-DEUXIEMES(WS-PALM-INDEX)
003040             MOVE ZERO TO PL-TROISIEMES(WS-PALM-INDEX)
003050             MOVE ZERO TO PL-CLASSEMENTS(WS-PALM-INDEX)
003060             MOVE ZERO TO PL-DERN-TITRE(WS-PALM-INDEX)
003070             MOVE "N" TO PL-EDITE-SW(WS-PALM-INDEX)
003080         ELSE
003090             ADD 1 TO WS-PALM-DEBORDES
003100         END-IF
003110     END-IF.
003120*
003130*    =============================================================
003140*    2000-ORDONNE-CARRIERES  --  GIVES EACH PLAYER A SORT KEY
003150*    (TITLES, THEN SECOND PLACES, THEN THIRD PLACES) AND BUILDS
003160*    THE ORDER TABLE BY REPEATED SELECTION OF THE HIGHEST KEY
003170*    NOT YET PLACED.
003180*    =============================================================
003190 2000-ORDONNE-CARRIERES.
003200     PERFORM 2010-CALCULE-CLE
003210         VARYING WS-RANG FROM 1 BY 1
003220         UNTIL WS-RANG > PALM-TALLY-COUNT
003230     PERFORM 2020-PLACE-SUIVANT
003240         VARYING WS-RANG FROM 1 BY 1
003250         UNTIL WS-RANG > PALM-TALLY-COUNT.
003260*
003270*    =============================================================
003280*    2010-CALCULE-CLE  --  BUILDS ONE PLAYER'S SORT KEY.
003290*    =============================================================
003300 2010-CALCULE-CLE.
003310     COMPUTE PL-CLE(WS-RANG) = PL-TITRES(WS-RANG) * 1000000
003320         + PL-DEUXIEMES(WS-RANG) * 1000
003330         + PL-TROISIEMES(WS-RANG).
003340*
003350*    =============================================================
003360*    2020-PLACE-SUIVANT  --  FINDS THE HIGHEST NOT-YET-PLACED
003370*    KEY AND RECORDS ITS SLOT AT THE CURRENT RANK.
003380*    =============================================================
003390 2020-PLACE-SUIVANT.
003400     MOVE ZERO TO WS-MAX-CLE
003410     MOVE ZERO TO WS-MAX-SLOT
003420     PERFORM VARYING PL-IDX FROM 1 BY 1
003430             UNTIL PL-IDX > PALM-TALLY-COUNT
003440         IF PL-EDITE-SW(PL-IDX) = "N"
003450                 AND (WS-MAX-SLOT = 0
003460                     OR PL-CLE(PL-IDX) > WS-MAX-CLE)
003470             MOVE PL-CLE(PL-IDX) TO WS-MAX-CLE
003480             SET WS-MAX-SLOT TO PL-IDX
003490         END-IF
003500     END-PERFORM
003510     IF WS-MAX-SLOT > 0
003520         MOVE "Y" TO PL-EDITE-SW(WS-MAX-SLOT)
003530         MOVE WS-MAX-SLOT TO ORDRE-SLOT(WS-RANG)
003540     END-IF.
003550*
003560*    =============================================================
003570*    3000-IMPRIME-CARRIERES  --  PRINTS THE CAREER RECORDS IN
003580*    ORDER.
003590*    =============================================================
003600 3000-IMPRIME-CARRIERES.
003610     MOVE "*** PALMARES PAR JOUEUR ***" TO WS-LIGNE
003620     PERFORM 9000-ECRIT-LIGNE
003630     MOVE COL-CARRIERE TO WS-LIGNE
003640     PERFORM 9000-ECRIT-LIGNE
003650     PERFORM 3010-IMPRIME-JOUEUR
003660         VARYING WS-RANG FROM 1 BY 1
003670         UNTIL WS-RANG > PALM-TALLY-COUNT
003680     IF WS-PALM-DEBORDES > 0
003690         MOVE SPACES TO WS-LIGNE
003700         STRING "ATTENTION TABLE DES JOUEURS SATUREE - "
003710             "PLACES NON COMPTEES"
003720             DELIMITED BY SIZE INTO WS-LIGNE
003730         PERFORM 9000-ECRIT-LIGNE
003740     END-IF
003750     MOVE SPACES TO WS-LIGNE
003760     PERFORM 9000-ECRIT-LIGNE.
003770*
003780*    =============================================================
003790*    3010-IMPRIME-JOUEUR  --  PRINTS ONE PLAYER'S CAREER LINE.
003800*    =============================================================
003810 3010-IMPRIME-JOUEUR.
003820     MOVE ORDRE-SLOT(WS-RANG) TO WS-SUJET
003830     MOVE WS-RANG TO LC-RANG
003840     MOVE PL-PLAYER-ID(WS-SUJET) TO LC-PLAYER-ID
003850     MOVE PL-TITRES(WS-SUJET) TO LC-TITRES
003860     MOVE PL-DEUXIEMES(WS-SUJET) TO LC-DEUXIEMES
003870     MOVE PL-TROISIEMES(WS-SUJET) TO LC-TROISIEMES
003880     MOVE PL-CLASSEMENTS(WS-SUJET) TO LC-CLASSEMENTS
003890     IF PL-DERN-TITRE(WS-SUJET) > 0
003900         MOVE PL-DERN-TITRE(WS-SUJET) TO LC-DERN-TITRE
003910     ELSE
003920         MOVE "-" TO LC-DERN-TITRE
003930     END-IF
003940     MOVE LIGNE-CARRIERE TO WS-LIGNE
003950     PERFORM 9000-ECRIT-LIGNE.
003960*
003970*    =============================================================
003980*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN COUNTS.
003990*    =============================================================
004000 7000-IMPRIME-TOTAUX.
004010     MOVE "TOTAUX DE CONTROLE" TO WS-LIGNE
004020     PERFORM 9000-ECRIT-LIGNE
004030     MOVE "ENREGISTREMENTS HALLFAME LUS" TO LT-LIBELLE
004040     MOVE WS-HALL-LUS TO LT-VALEUR
004050     MOVE LIGNE-TOTAL TO WS-LIGNE
004060     PERFORM 9000-ECRIT-LIGNE
004070     MOVE "SAISONS CLOTUREES" TO LT-LIBELLE
004080     MOVE WS-SAISONS TO LT-VALEUR
004090     MOVE LIGNE-TOTAL TO WS-LIGNE
004100     PERFORM 9000-ECRIT-LIGNE
004110     MOVE "PLACES AU PALMARES" TO LT-LIBELLE
004120     MOVE WS-FINISSEURS TO LT-VALEUR
004130     MOVE LIGNE-TOTAL TO WS-LIGNE
004140     PERFORM 9000-ECRIT-LIGNE
004150     MOVE "JOUEURS AU PALMARES" TO LT-LIBELLE
004160     MOVE PALM-TALLY-COUNT TO LT-VALEUR
004170     MOVE LIGNE-TOTAL TO WS-LIGNE
004180     PERFORM 9000-ECRIT-LIGNE.
004190*
004200*    =============================================================
004210*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
004220*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
004230*    WHEN THE PAGE IS FULL.
004240*    =============================================================
004250 9000-ECRIT-LIGNE.
004260     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
004270         PERFORM 9010-ENTETE-PAGE
004280     END-IF
004290     MOVE SPACE TO PRT-CC
004300     MOVE WS-LIGNE TO PRT-LINE
004310     WRITE PRINT-RECORD
004320     ADD 1 TO RPT-LIGNE-CNT.
004330*
004340*    =============================================================
004350*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
004360*    TIME AND PAGE NUMBER.  EACH SECTION PRINTS ITS OWN COLUMN
004370*    HEADINGS.
004380*    =============================================================
004390 9010-ENTETE-PAGE.
004400     ADD 1 TO RPT-PAGE-CNT
004410     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
004420     MOVE WS-TODAY-DATE TO ENT-DATE
004430     MOVE WS-TIME-NOW TO ENT-HEURE
004440     MOVE RPT-PAGE-AFF TO ENT-PAGE
004450     MOVE "1" TO PRT-CC
004460     MOVE ENT-LIGNE-1 TO PRT-LINE
004470     WRITE PRINT-RECORD
004480     MOVE SPACE TO PRT-CC
004490     MOVE ENT-LIGNE-2 TO PRT-LINE
004500     WRITE PRINT-RECORD
004510     MOVE ALL "-" TO PRT-LINE
004520     WRITE PRINT-RECORD
004530     MOVE 3 TO RPT-LIGNE-CNT.
004540*
004550*    =============================================================
004560*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
004570*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
004580*    PROGRAM ENDS.
004590*    =============================================================
004600 9900-ENREG-JOURNAL.
004610     MOVE "PENDUPAL" TO RLOG-PROGRAM
004620     MOVE WS-RLOG-DATE TO RLOG-DATE
004630     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
004640     ACCEPT RLOG-END-TIME FROM TIME
004650     MOVE WS-HALL-LUS TO RLOG-LUS
004660     MOVE ZERO TO RLOG-ECRITS
004670     MOVE ZERO TO RLOG-REJETES
004680     MOVE WS-PALM-DEBORDES TO RLOG-EXCEPTIONS
004690     MOVE RETURN-CODE TO RLOG-RETOUR
004700     OPEN EXTEND RUN-LOG-FILE
004710     IF WS-RLOG-STATUS = "35"
004720         OPEN OUTPUT RUN-LOG-FILE
004730     END-IF
004740     WRITE RUN-LOG-RECORD
004750     CLOSE RUN-LOG-FILE.
004760*
004770 END PROGRAM Pendupal.
