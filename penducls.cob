000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Penducls.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - SKILL RATINGS REPORT.
000140*                      LISTS EVERY PLAYER ON RATINGFL (SEE
000150*                      PENDCOTE) BY RATING, HIGHEST FIRST, WITH
000160*                      THE CHANGE SINCE THE START OF THE MONTH,
000170*                      THE GAMES AND MATCHES RATED AND THE
000180*                      PROVISIONAL FLAG WHILE THE PLAYER IS UNDER
000190*                      THE COTEPRM THRESHOLD (SEE PENDCTPM).  RUN
000200*                      AFTER PENDUCOT.  REPORT ON COTECLS, ONE
000210*                      RUNLOG ENTRY PER RUN.
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-PC.
000260 OBJECT-COMPUTER. IBM-PC.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT COTE-PARM-FILE ASSIGN TO "COTEPRM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CTPM-STATUS.
000320     SELECT RATING-FILE ASSIGN TO "RATINGFL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS RTG-PLAYER-ID
000360         FILE STATUS IS WS-RTG-STATUS.
000370     SELECT PRINT-FILE ASSIGN TO "COTECLS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PRINT-STATUS.
000400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RLOG-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  COTE-PARM-FILE.
000470 COPY "PENDCTPM.CPY".
000480 FD  RATING-FILE.
000490 COPY "PENDCOTE.CPY".
000500 FD  PRINT-FILE.
000510 COPY "PENDPRNT.CPY".
000520 FD  RUN-LOG-FILE.
000530 COPY "PENDRLOG.CPY".
000540*
000550 WORKING-STORAGE SECTION.
000560*
000570*    ---- FILE STATUS SWITCHES -----------------------------------
000580 77  WS-CTPM-STATUS            PIC X(02) VALUE SPACES.
000590 77  WS-RTG-STATUS             PIC X(02) VALUE SPACES.
000600 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000610 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000620 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000630 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000640 77  WS-RTG-EOF-SW             PIC X(01) VALUE "N".
000650     88  RTG-EOF                   VALUE "Y".
000660 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
000670 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000680 77  WS-MOIS-COURANT           PIC 9(06) VALUE ZERO.
000690*
000700*    ---- RUN PARAMETER (COTEPRM CARD, ELSE DEFAULT) -------------
000710 77  CLS-SEUIL-PROVISOIRE      PIC 9(03) VALUE 20.
000720*
000730*    ---- RATINGS TABLE ------------------------------------------
000740 01  COTE-TABLE-AREA.
000750     05  COTE-TABLE-ENTRY OCCURS 2000 TIMES
000760             INDEXED BY CT-IDX.
000770         10  CT-PLAYER-ID      PIC X(10).
000780         10  CT-COTE           PIC 9(04).
000790         10  CT-VARIATION      PIC S9(04).
000800         10  CT-PARTIES        PIC 9(05).
000810         10  CT-MATCHS         PIC 9(04).
000820         10  CT-DERN-DATE      PIC 9(08).
000830         10  CT-PROVISOIRE-SW  PIC X(01).
000840         10  CT-EDITE-SW       PIC X(01).
000850 77  COTE-COUNT                PIC 9(04) VALUE ZERO.
000860 77  WS-COTES-DEBORDES         PIC 9(07) VALUE ZERO.
000870*
000880*    ---- RANKING ORDER TABLE (SLOTS IN DESCENDING RATING) -------
000890 01  ORDRE-TABLE-AREA.
000900     05  ORDRE-SLOT            PIC 9(04) OCCURS 2000 TIMES.
000910 77  WS-RANG                   PIC 9(04) VALUE ZERO.
000920 77  WS-MAX-COTE               PIC 9(04) VALUE ZERO.
000930 77  WS-MAX-SLOT               PIC 9(04) VALUE ZERO.
000940 77  WS-SUJET                  PIC 9(04) VALUE ZERO.
000950*
000960*    ---- RUN COUNTS ---------------------------------------------
000970 77  WS-RTG-LUS                PIC 9(07) VALUE ZERO.
000980 77  WS-PROVISOIRES            PIC 9(07) VALUE ZERO.
000990 77  WS-LIGNES-EDITEES         PIC 9(07) VALUE ZERO.
001000*
001010*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001020 01  ENT-LIGNE-1.
001030     05  FILLER                PIC X(44) VALUE
001040         "COTES DES JOUEURS - JEU DU PENDU".
001050     05  FILLER                PIC X(88) VALUE SPACES.
001060 01  ENT-LIGNE-2.
001070     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001080     05  ENT-DATE              PIC 9(08).
001090     05  FILLER                PIC X(05) VALUE " A : ".
001100     05  ENT-HEURE             PIC 9(08).
001110     05  FILLER                PIC X(75) VALUE SPACES.
001120     05  FILLER                PIC X(07) VALUE "PAGE : ".
001130     05  ENT-PAGE              PIC ZZZZ9.
001140     05  FILLER                PIC X(13) VALUE SPACES.
001150 01  ENT-COLONNES.
001160     05  FILLER                PIC X(06) VALUE "RANG".
001170     05  FILLER                PIC X(12) VALUE "JOUEUR".
001180     05  FILLER                PIC X(07) VALUE "COTE".
001190     05  FILLER                PIC X(08) VALUE " VAR".
001200     05  FILLER                PIC X(08) VALUE "PARTIES".
001210     05  FILLER                PIC X(07) VALUE "MATCHS".
001220     05  FILLER                PIC X(11) VALUE "DERN. JEU".
001230     05  FILLER                PIC X(73) VALUE "STATUT".
001240 01  LIGNE-RANG.
001250     05  LR-RANG               PIC ZZZ9.
001260     05  FILLER                PIC X(02) VALUE SPACES.
001270     05  LR-PLAYER-ID          PIC X(10).
001280     05  FILLER                PIC X(02) VALUE SPACES.
001290     05  LR-COTE               PIC ZZZ9.
001300     05  FILLER                PIC X(03) VALUE SPACES.
001310     05  LR-VARIATION          PIC +++9.
001320     05  FILLER                PIC X(04) VALUE SPACES.
001330     05  LR-PARTIES            PIC ZZZZ9.
001340     05  FILLER                PIC X(03) VALUE SPACES.
001350     05  LR-MATCHS             PIC ZZZ9.
001360     05  FILLER                PIC X(03) VALUE SPACES.
001370     05  LR-DERN-DATE          PIC 9(08).
001380     05  FILLER                PIC X(03) VALUE SPACES.
001390     05  LR-STATUT             PIC X(10).
001400     05  FILLER                PIC X(63) VALUE SPACES.
001410 01  LIGNE-TOTAL.
001420     05  LT-LIBELLE            PIC X(40).
001430     05  LT-VALEUR             PIC ZZZZZZ9.
001440     05  FILLER                PIC X(85) VALUE SPACES.
001450 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001460*
001470*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001480 COPY "PENDRPTW.CPY".
001490*
001500 PROCEDURE DIVISION.
001510*
001520*    =============================================================
001530*    0000-MAINLINE  --  LOADS THE RATINGS, RANKS THEM AND
001540*    PRINTS THE REPORT.
001550*    =============================================================
001560 0000-MAINLINE.
001570     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
001580     ACCEPT WS-RLOG-DEBUT FROM TIME
001590     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001600     ACCEPT WS-TIME-NOW FROM TIME
001610     DIVIDE WS-TODAY-DATE BY 100 GIVING WS-MOIS-COURANT
001620     OPEN OUTPUT PRINT-FILE
001630     PERFORM 1000-LIT-PARAMETRE
001640     PERFORM 1100-CHARGE-COTES
001650     PERFORM 2000-ORDONNE-CLASSEMENT
001660     PERFORM 3000-IMPRIME-RAPPORT
001670     CLOSE PRINT-FILE
001680     PERFORM 9900-ENREG-JOURNAL
001690     STOP RUN.
001700*
001710*    =============================================================
001720*    1000-LIT-PARAMETRE  --  READS THE COTEPRM CARD FOR THE
001730*    PROVISIONAL THRESHOLD.  A MISSING CARD OR A NON-NUMERIC OR
001740*    ZERO FIELD KEEPS THE DEFAULT.
001750*    =============================================================
001760 1000-LIT-PARAMETRE.
001770     OPEN INPUT COTE-PARM-FILE
001780     IF WS-CTPM-STATUS = "00"
001790         READ COTE-PARM-FILE
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 IF CTPM-SEUIL-PROVISOIRE IS NUMERIC
001840                         AND CTPM-SEUIL-PROVISOIRE > 0
001850                     MOVE CTPM-SEUIL-PROVISOIRE
001860                         TO CLS-SEUIL-PROVISOIRE
001870                 END-IF
001880         END-READ
001890         CLOSE COTE-PARM-FILE
001900     END-IF.
001910*
001920*    =============================================================
001930*    1100-CHARGE-COTES  --  LOADS RATINGFL INTO THE RATINGS
001940*    TABLE.  A MISSING FILE MEANS NO PLAYER IS RATED YET.
001950*    =============================================================
001960 1100-CHARGE-COTES.
001970     OPEN INPUT RATING-FILE
001980     IF WS-RTG-STATUS NOT = "00"
001990         SET RTG-EOF TO TRUE
002000     ELSE
002010         PERFORM 1110-LIRE-COTE UNTIL RTG-EOF
002020         CLOSE RATING-FILE
002030     END-IF.
002040*
002050*    =============================================================
002060*    1110-LIRE-COTE  --  READS ONE RATING INTO THE TABLE: THE
002070*    CHANGE IS COUNTED FROM THE START OF THE CURRENT MONTH (NONE
002080*    WHEN THE PLAYER HAS NOT PLAYED SINCE), AND THE PLAYER IS
002090*    PROVISIONAL UNDER THE THRESHOLD OF GAMES AND MATCHES.
002100*    =============================================================
002110 1110-LIRE-COTE.
002120     READ RATING-FILE
002130         AT END
002140             SET RTG-EOF TO TRUE
002150         NOT AT END
002160             ADD 1 TO WS-RTG-LUS
002170             IF COTE-COUNT < 2000
002180                 PERFORM 1120-RANGE-COTE
002190             ELSE
002200                 ADD 1 TO WS-COTES-DEBORDES
002210             END-IF
002220     END-READ.
002230*
002240*    =============================================================
002250*    1120-RANGE-COTE  --  FILES THE RATING JUST READ.
002260*    =============================================================
002270 1120-RANGE-COTE.
002280     ADD 1 TO COTE-COUNT
002290     MOVE RTG-PLAYER-ID TO CT-PLAYER-ID(COTE-COUNT)
002300     MOVE RTG-COTE TO CT-COTE(COTE-COUNT)
002310     MOVE ZERO TO CT-VARIATION(COTE-COUNT)
002320     IF RTG-MOIS = WS-MOIS-COURANT
002330         COMPUTE CT-VARIATION(COTE-COUNT) =
002340             RTG-COTE - RTG-COTE-MOIS
002350     END-IF
002360     MOVE RTG-PARTIES TO CT-PARTIES(COTE-COUNT)
002370     MOVE RTG-MATCHS TO CT-MATCHS(COTE-COUNT)
002380     MOVE RTG-DERN-DATE TO CT-DERN-DATE(COTE-COUNT)
002390     MOVE "N" TO CT-PROVISOIRE-SW(COTE-COUNT)
002400     IF RTG-PARTIES + RTG-MATCHS < CLS-SEUIL-PROVISOIRE
002410         MOVE "Y" TO CT-PROVISOIRE-SW(COTE-COUNT)
002420         ADD 1 TO WS-PROVISOIRES
002430     END-IF
002440     MOVE "N" TO CT-EDITE-SW(COTE-COUNT).
002450*
002460*    =============================================================
002470*    2000-ORDONNE-CLASSEMENT  --  BUILDS THE RANKING ORDER
002480*    TABLE BY REPEATED SELECTION OF THE HIGHEST NOT-YET-RANKED
002490*    RATING.
002500*    =============================================================
002510 2000-ORDONNE-CLASSEMENT.
002520     PERFORM 2010-PLACE-SUIVANT
002530         VARYING WS-RANG FROM 1 BY 1
002540         UNTIL WS-RANG > COTE-COUNT.
002550*
002560*    =============================================================
002570*    2010-PLACE-SUIVANT  --  FINDS THE HIGHEST NOT-YET-RANKED
002580*    ENTRY AND RECORDS ITS SLOT AT THE CURRENT RANK.
002590*    =============================================================
002600 2010-PLACE-SUIVANT.
002610     MOVE ZERO TO WS-MAX-COTE
002620     MOVE ZERO TO WS-MAX-SLOT
002630     PERFORM VARYING CT-IDX FROM 1 BY 1
002640             UNTIL CT-IDX > COTE-COUNT
002650         IF CT-EDITE-SW(CT-IDX) = "N"
002660                 AND (WS-MAX-SLOT = 0
002670                     OR CT-COTE(CT-IDX) > WS-MAX-COTE)
002680             MOVE CT-COTE(CT-IDX) TO WS-MAX-COTE
002690             SET WS-MAX-SLOT TO CT-IDX
002700         END-IF
002710     END-PERFORM
002720     IF WS-MAX-SLOT > 0
002730         MOVE "Y" TO CT-EDITE-SW(WS-MAX-SLOT)
002740         MOVE WS-MAX-SLOT TO ORDRE-SLOT(WS-RANG)
002750     END-IF.
002760*
002770*    =============================================================
002780*    3000-IMPRIME-RAPPORT  --  PRINTS THE RANKING, THE TOTALS
002790*    AND THE END-OF-REPORT MARK.
002800*    =============================================================
002810 3000-IMPRIME-RAPPORT.
002820     MOVE SPACES TO WS-LIGNE
002830     STRING "VAR = VARIATION DE LA COTE DEPUIS LE DEBUT DU MOIS "
002840         WS-MOIS-COURANT "  -  PROVISOIRE SOUS "
002850         CLS-SEUIL-PROVISOIRE " PARTIES ET MATCHS COTES"
002860         DELIMITED BY SIZE INTO WS-LIGNE
002870     PERFORM 9000-ECRIT-LIGNE
002880     MOVE SPACES TO WS-LIGNE
002890     PERFORM 9000-ECRIT-LIGNE
002900     IF COTE-COUNT = 0
002910         MOVE "AUCUN JOUEUR COTE SUR RATINGFL." TO WS-LIGNE
002920         PERFORM 9000-ECRIT-LIGNE
002930     END-IF
002940     PERFORM 3010-IMPRIME-RANG
002950         VARYING WS-RANG FROM 1 BY 1
002960         UNTIL WS-RANG > COTE-COUNT
002970     MOVE SPACES TO WS-LIGNE
002980     PERFORM 9000-ECRIT-LIGNE
002990     MOVE "JOUEURS COTES" TO LT-LIBELLE
003000     MOVE COTE-COUNT TO LT-VALEUR
003010     MOVE LIGNE-TOTAL TO WS-LIGNE
003020     PERFORM 9000-ECRIT-LIGNE
003030     MOVE "DONT COTES PROVISOIRES" TO LT-LIBELLE
003040     MOVE WS-PROVISOIRES TO LT-VALEUR
003050     MOVE LIGNE-TOTAL TO WS-LIGNE
003060     PERFORM 9000-ECRIT-LIGNE
003070     IF WS-COTES-DEBORDES > 0
003080         MOVE SPACES TO WS-LIGNE
003090         STRING "ATTENTION TABLE DES JOUEURS SATUREE - "
003100             WS-COTES-DEBORDES " COTES NON EDITEES"
003110             DELIMITED BY SIZE INTO WS-LIGNE
003120         PERFORM 9000-ECRIT-LIGNE
003130         MOVE 4 TO RETURN-CODE
003140     END-IF
003150     MOVE SPACES TO WS-LIGNE
003160     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
003170     PERFORM 9000-ECRIT-LIGNE.
003180*
003190*    =============================================================
003200*    3010-IMPRIME-RANG  --  PRINTS ONE LINE OF THE RANKING.
003210*    =============================================================
003220 3010-IMPRIME-RANG.
003230     MOVE ORDRE-SLOT(WS-RANG) TO WS-SUJET
003240     MOVE SPACES TO LIGNE-RANG
003250     MOVE WS-RANG TO LR-RANG
003260     MOVE CT-PLAYER-ID(WS-SUJET) TO LR-PLAYER-ID
003270     MOVE CT-COTE(WS-SUJET) TO LR-COTE
003280     MOVE CT-VARIATION(WS-SUJET) TO LR-VARIATION
003290     MOVE CT-PARTIES(WS-SUJET) TO LR-PARTIES
003300     MOVE CT-MATCHS(WS-SUJET) TO LR-MATCHS
003310     MOVE CT-DERN-DATE(WS-SUJET) TO LR-DERN-DATE
003320     IF CT-PROVISOIRE-SW(WS-SUJET) = "Y"
003330         MOVE "PROVISOIRE" TO LR-STATUT
003340     END-IF
003350     MOVE LIGNE-RANG TO WS-LIGNE
003360     PERFORM 9000-ECRIT-LIGNE
003370     ADD 1 TO WS-LIGNES-EDITEES.
003380*
003390*    =============================================================
003400*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
003410*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
003420*    WHEN THE PAGE IS FULL.
003430*    =============================================================
003440 9000-ECRIT-LIGNE.
003450     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
003460         PERFORM 9010-ENTETE-PAGE
003470     END-IF
003480     MOVE SPACE TO PRT-CC
003490     MOVE WS-LIGNE TO PRT-LINE
003500     WRITE PRINT-RECORD
003510     ADD 1 TO RPT-LIGNE-CNT.
003520*
003530*    =============================================================
003540*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
003550*    TIME, PAGE NUMBER AND THE COLUMN HEADERS.
003560*    =============================================================
003570 9010-ENTETE-PAGE.
003580     ADD 1 TO RPT-PAGE-CNT
003590     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
003600     MOVE WS-TODAY-DATE TO ENT-DATE
003610     MOVE WS-TIME-NOW TO ENT-HEURE
003620     MOVE RPT-PAGE-AFF TO ENT-PAGE
003630     MOVE "1" TO PRT-CC
003640     MOVE ENT-LIGNE-1 TO PRT-LINE
003650     WRITE PRINT-RECORD
003660     MOVE SPACE TO PRT-CC
003670     MOVE ENT-LIGNE-2 TO PRT-LINE
003680     WRITE PRINT-RECORD
003690     MOVE SPACES TO PRT-LINE
003700     WRITE PRINT-RECORD
003710     MOVE ENT-COLONNES TO PRT-LINE
003720     WRITE PRINT-RECORD
003730     MOVE ALL "-" TO PRT-LINE
003740     WRITE PRINT-RECORD
003750     MOVE 5 TO RPT-LIGNE-CNT.
003760*
003770*    =============================================================
003780*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
003790*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
003800*    PROGRAM ENDS.
003810*    =============================================================
003820 9900-ENREG-JOURNAL.
003830     MOVE "PENDUCLS" TO RLOG-PROGRAM
003840     MOVE WS-RLOG-DATE TO RLOG-DATE
003850     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
003860     ACCEPT RLOG-END-TIME FROM TIME
003870     MOVE WS-RTG-LUS TO RLOG-LUS
003880     MOVE WS-LIGNES-EDITEES TO RLOG-ECRITS
003890     MOVE WS-COTES-DEBORDES TO RLOG-REJETES
003900     MOVE ZERO TO RLOG-EXCEPTIONS
003910     MOVE RETURN-CODE TO RLOG-RETOUR
003920     OPEN EXTEND RUN-LOG-FILE
003930     IF WS-RLOG-STATUS = "35"
003940         OPEN OUTPUT RUN-LOG-FILE
003950     END-IF
003960     WRITE RUN-LOG-RECORD
003970     CLOSE RUN-LOG-FILE.
003980*
003990 END PROGRAM Penducls.
