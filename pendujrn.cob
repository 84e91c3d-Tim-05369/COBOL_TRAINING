000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendujrn.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - NIGHTLY ACCOUNTING
000140*                      JOURNAL EXTRACT OFF CREDMVT, SO THE DAY'S
000150*                      CREDIT SALES AND CONSUMPTION NO LONGER
000160*                      HAVE TO BE RE-KEYED FROM THE PENDUFAC
000170*                      PRINT.  ONE POSTING LINE PER OPERATOR
000180*                      FOR THE TOP-UPS SOLD ("A"), ONE FOR THE
000190*                      GAME DEBITS ("J"), ONE FOR THE HINT
000200*                      DEBITS ("I") AND ONE FOR EVERY OTHER
000210*                      MOVEMENT TYPE, WITH THE ACCOUNT CODES OF
000220*                      THE JRNLPRM POSTING CARDS, BETWEEN A
000230*                      HEADER CARRYING THE RUN SEQUENCE NUMBER
000240*                      AND A TRAILER CARRYING THE LINE COUNT
000250*                      AND HASH TOTALS (SEE PENDJRNL).  THE
000260*                      SEND REGISTER (JRNLREG) NUMBERS THE DAYS
000270*                      AND REFUSES A DAY ALREADY SENT OR OLDER
000280*                      THAN THE LAST ONE SENT; A RESEND ("R" ON
000290*                      THE CONTROL CARD) REBUILDS THE DAY UNDER
000300*                      ITS ORIGINAL NUMBER, WHICH THE
000310*                      ACCOUNTING SIDE WILL NOT POST TWICE.
000320*                      CONTROL LISTING ON JRNLRPT, ONE RUNLOG
000330*                      ENTRY PER RUN.
000331*    10/15/2026 MD    THE PROMOTION BONUSES CREDITED BY PENDUPRO
000332*                      (CREDMVT TYPE "B") ARE POSTED ON A CLASS
000333*                      OF THEIR OWN, "B", WITH ITS OWN POSTING
000334*                      CARD: A BONUS IS A PROMOTION EXPENSE, NOT
000335*                      A SALE, AND RAISES THE CREDITS OWED WHERE
000336*                      THE OTHER MOVEMENTS ("E") LOWER THEM.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-PC.
000380 OBJECT-COMPUTER. IBM-PC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JRNL-PARM-FILE ASSIGN TO "JRNLPRM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-JRPM-STATUS.
000440     SELECT JRNL-REG-FILE ASSIGN TO "JRNLREG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JREG-STATUS.
000470     SELECT CREDIT-MVT-FILE ASSIGN TO "CREDMVT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CMV-STATUS.
000500     SELECT JOURNAL-FILE ASSIGN TO "JRNLEXT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-JRNL-STATUS.
000530     SELECT PRINT-FILE ASSIGN TO "JRNLRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRINT-STATUS.
000560     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RLOG-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JRNL-PARM-FILE.
000630 COPY "PENDJRPM.CPY".
000640 FD  JRNL-REG-FILE.
000650 COPY "PENDJREG.CPY".
000660 FD  CREDIT-MVT-FILE.
000670 COPY "PENDCMVT.CPY".
000680 FD  JOURNAL-FILE.
000690 COPY "PENDJRNL.CPY".
000700 FD  PRINT-FILE.
000710 COPY "PENDPRNT.CPY".
000720 FD  RUN-LOG-FILE.
000730 COPY "PENDRLOG.CPY".
000740*
000750 WORKING-STORAGE SECTION.
000760*
000770*    ---- FILE STATUS SWITCHES -----------------------------------
000780 77  WS-JRPM-STATUS            PIC X(02) VALUE SPACES.
000790 77  WS-JREG-STATUS            PIC X(02) VALUE SPACES.
000800 77  WS-CMV-STATUS             PIC X(02) VALUE SPACES.
000810 77  WS-JRNL-STATUS            PIC X(02) VALUE SPACES.
000820 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000830 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000840 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000850 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000860 77  WS-JRPM-EOF-SW            PIC X(01) VALUE "N".
000870     88  JRPM-EOF                  VALUE "Y".
000880 77  WS-JREG-EOF-SW            PIC X(01) VALUE "N".
000890     88  JREG-EOF                  VALUE "Y".
000900 77  WS-CMV-EOF-SW             PIC X(01) VALUE "N".
000910     88  CMV-EOF                   VALUE "Y".
000920 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
000930 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000940*
000950*    ---- RUN PARAMETERS (JRNLPRM CONTROL CARD, ELSE DEFAULTS) ---
000960 77  JRN-DATE-JOURNEE          PIC 9(08) VALUE ZERO.
000970 77  JRN-MODE                  PIC X(01) VALUE "N".
000980     88  RENVOI                    VALUE "R".
000990 77  JRN-PRIX-CREDIT           PIC 9(03)V99 VALUE 1.00.
001000 77  JRN-INTERFACE             PIC X(08) VALUE "PENDUJRN".
001010 77  JRN-DEVISE                PIC X(03) VALUE "EUR".
001020*
001030*    ---- POSTING CARDS, ONE SLOT PER MOVEMENT CLASS -------------
001040*    SLOT 1 "A" TOP-UPS, 2 "J" GAMES, 3 "I" HINTS, 4 "O" OTHER,
001045*    5 "B" PROMOTION BONUSES.
001050 01  IMPUTATION-CLASSES        PIC X(05) VALUE "AJIOB".
001060 01  IMPUTATION-CLASSE-TAB REDEFINES IMPUTATION-CLASSES.
001070     05  IC-CLASSE             PIC X(01) OCCURS 5 TIMES.
001080 01  IMPUTATION-AREA.
001090     05  IMPUTATION-ENTRY OCCURS 5 TIMES.
001100         10  IM-PRESENT-SW     PIC X(01).
001110         10  IM-COMPTE-DEBIT   PIC 9(08).
001120         10  IM-COMPTE-CREDIT  PIC 9(08).
001130         10  IM-LIBELLE        PIC X(15).
001140         10  IM-QUANTITE       PIC 9(07).
001150 77  IM-I                      PIC 9(01) VALUE ZERO.
001160*
001170*    ---- TOP-UPS SOLD PER OPERATOR -----------------------------
001180 01  OPER-TABLE-AREA.
001190     05  OPER-ENTRY OCCURS 100 TIMES
001200             INDEXED BY OP-IDX.
001210         10  OP-OPERATEUR      PIC X(10).
001220         10  OP-QUANTITE       PIC 9(07).
001230 77  OPER-COUNT                PIC 9(03) VALUE ZERO.
001240 77  WS-OPER-TROUVE-SW         PIC X(01) VALUE "N".
001250     88  OPER-TROUVE               VALUE "Y".
001260 77  WS-OPER-INDEX             PIC 9(03) VALUE ZERO.
001270 77  WS-OPER-DEBORDES          PIC 9(07) VALUE ZERO.
001280*
001290*    ---- SEND REGISTER ------------------------------------------
001300 77  REG-DERN-SEQUENCE         PIC 9(06) VALUE ZERO.
001310 77  REG-DERN-DATE             PIC 9(08) VALUE ZERO.
001320 77  REG-TROUVE-SW             PIC X(01) VALUE "N".
001330     88  JOURNEE-DEJA-ENVOYEE      VALUE "Y".
001340 77  REG-SEQUENCE-ORIGINE      PIC 9(06) VALUE ZERO.
001350 77  REG-NB-LIGNES-ORIGINE     PIC 9(05) VALUE ZERO.
001360 77  REG-MONTANT-ORIGINE       PIC 9(11)V99 VALUE ZERO.
001370 77  REG-HASH-ORIGINE          PIC 9(12) VALUE ZERO.
001380*
001390*    ---- THIS RUN'S SEQUENCE, REFUSAL AND TRAILER TOTALS --------
001400 77  JRN-SEQUENCE              PIC 9(06) VALUE ZERO.
001410 77  WS-REFUS-SW               PIC X(01) VALUE "N".
001420     88  TRAITEMENT-REFUSE         VALUE "Y".
001430 77  WS-MOTIF-REFUS            PIC X(132) VALUE SPACES.
001440 77  WS-ECART-SW               PIC X(01) VALUE "N".
001450     88  RENVOI-DIFFERENT          VALUE "Y".
001460 77  JRN-NB-LIGNES             PIC 9(05) VALUE ZERO.
001470 77  JRN-TOT-QUANTITE          PIC 9(09) VALUE ZERO.
001480 77  JRN-TOT-MONTANT           PIC 9(11)V99 VALUE ZERO.
001490 77  JRN-HASH-COMPTES          PIC 9(12) VALUE ZERO.
001500 77  JRN-MONTANT-LIGNE         PIC 9(09)V99 VALUE ZERO.
001510*
001520*    ---- POSTING LINE BEING BUILT -------------------------------
001530 77  PL-CLASSE                 PIC X(01) VALUE SPACE.
001540 77  PL-OPERATEUR              PIC X(10) VALUE SPACES.
001550 77  PL-QUANTITE               PIC 9(07) VALUE ZERO.
001560*
001570*    ---- RUN COUNTS ---------------------------------------------
001580 77  WS-CMV-LUS                PIC 9(07) VALUE ZERO.
001590 77  WS-CMV-JOURNEE            PIC 9(07) VALUE ZERO.
001600 77  WS-ECRITS                 PIC 9(07) VALUE ZERO.
001610*
001620*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001630 01  ENT-LIGNE-1.
001640     05  FILLER                PIC X(44) VALUE
001650         "JOURNAL COMPTABLE DES CREDITS DE JEU".
001660     05  FILLER                PIC X(88) VALUE SPACES.
001670 01  ENT-LIGNE-2.
001680     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001690     05  ENT-DATE              PIC 9(08).
001700     05  FILLER                PIC X(05) VALUE " A : ".
001710     05  ENT-HEURE             PIC 9(08).
001720     05  FILLER                PIC X(75) VALUE SPACES.
001730     05  FILLER                PIC X(07) VALUE "PAGE : ".
001740     05  ENT-PAGE              PIC ZZZZ9.
001750     05  FILLER                PIC X(13) VALUE SPACES.
001760 01  ENT-COLONNES.
001770     05  FILLER                PIC X(07) VALUE "LIGNE".
001780     05  FILLER                PIC X(04) VALUE "CL".
001790     05  FILLER                PIC X(12) VALUE "OPERATEUR".
001800     05  FILLER                PIC X(10) VALUE "DEBIT".
001810     05  FILLER                PIC X(10) VALUE "CREDIT".
001820     05  FILLER                PIC X(09) VALUE " QUANTITE".
001830     05  FILLER                PIC X(16) VALUE "         MONTANT".
001840     05  FILLER                PIC X(64) VALUE "  LIBELLE".
001850 01  LIGNE-ECRITURE.
001860     05  LE-LIGNE              PIC ZZZZ9.
001870     05  FILLER                PIC X(02) VALUE SPACES.
001880     05  LE-CLASSE             PIC X(01).
001890     05  FILLER                PIC X(03) VALUE SPACES.
001900     05  LE-OPERATEUR          PIC X(10).
001910     05  FILLER                PIC X(02) VALUE SPACES.
001920     05  LE-COMPTE-DEBIT       PIC 9(08).
001930     05  FILLER                PIC X(02) VALUE SPACES.
001940     05  LE-COMPTE-CREDIT      PIC 9(08).
001950     05  FILLER                PIC X(02) VALUE SPACES.
001960     05  LE-QUANTITE           PIC ZZZZZZ9.
001970     05  FILLER                PIC X(02) VALUE SPACES.
001980     05  LE-MONTANT            PIC ZZZZZZZZZZ9.99.
001990     05  FILLER                PIC X(02) VALUE SPACES.
002000     05  LE-LIBELLE            PIC X(20).
002010     05  FILLER                PIC X(44) VALUE SPACES.
002020 01  LIGNE-TOTAL.
002030     05  LT-LIBELLE            PIC X(40).
002040     05  LT-VALEUR             PIC ZZZZZZZZZZZ9.
002050     05  FILLER                PIC X(80) VALUE SPACES.
002060 01  LIGNE-MONTANT.
002070     05  LM-LIBELLE            PIC X(40).
002080     05  LM-VALEUR             PIC ZZZZZZZZZZ9.99.
002090     05  FILLER                PIC X(78) VALUE SPACES.
002100 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
002110*
002120*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
002130 COPY "PENDRPTW.CPY".
002140*
002150 PROCEDURE DIVISION.
002160*
002170*    =============================================================
002180*    0000-MAINLINE  --  READS THE CARDS AND THE SEND REGISTER,
002190*    TALLIES THE DAY'S MOVEMENTS AND, UNLESS THE DAY IS REFUSED,
002200*    WRITES THE JOURNAL EXTRACT AND REGISTERS THE SEND.
002210*    =============================================================
002220 0000-MAINLINE.
002230     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
002240     ACCEPT WS-RLOG-DEBUT FROM TIME
002250     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002260     ACCEPT WS-TIME-NOW FROM TIME
002270     MOVE WS-TODAY-DATE TO JRN-DATE-JOURNEE
002280     INITIALIZE IMPUTATION-AREA
002290     PERFORM 1000-LIT-PARAMETRES
002300     PERFORM 1100-LIT-REGISTRE
002310     PERFORM 1200-CONTROLE-SEQUENCE
002320     IF NOT TRAITEMENT-REFUSE
002330         PERFORM 2000-CHARGE-MOUVEMENTS
002340         PERFORM 2100-CONTROLE-IMPUTATIONS
002350     END-IF
002360     OPEN OUTPUT PRINT-FILE
002370     PERFORM 2900-IMPRIME-PARAMETRES
002380     IF TRAITEMENT-REFUSE
002390         MOVE 8 TO RETURN-CODE
002400         MOVE WS-MOTIF-REFUS TO WS-LIGNE
002410         PERFORM 9000-ECRIT-LIGNE
002420     ELSE
002430         PERFORM 3000-ECRIT-JOURNAL
002440         PERFORM 4000-ENREG-ENVOI
002450         PERFORM 7000-IMPRIME-TOTAUX
002460     END-IF
002470     MOVE SPACES TO WS-LIGNE
002480     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
002490     PERFORM 9000-ECRIT-LIGNE
002500     CLOSE PRINT-FILE
002510     PERFORM 9900-ENREG-JOURNAL
002520     STOP RUN.
002530*
002540*    =============================================================
002550*    1000-LIT-PARAMETRES  --  READS THE JRNLPRM CARDS: THE "C"
002560*    CONTROL CARD (A NON-NUMERIC FIELD KEEPS ITS DEFAULT) AND
002570*    THE "P" POSTING CARDS, ONE PER MOVEMENT CLASS.
002580*    =============================================================
002590 1000-LIT-PARAMETRES.
002600     OPEN INPUT JRNL-PARM-FILE
002610     IF WS-JRPM-STATUS NOT = "00"
002620         SET JRPM-EOF TO TRUE
002630     ELSE
002640         PERFORM 1010-LIT-CARTE UNTIL JRPM-EOF
002650         CLOSE JRNL-PARM-FILE
002660     END-IF.
002670*
002680*    =============================================================
002690*    1010-LIT-CARTE  --  APPLIES ONE JRNLPRM CARD.
002700*    =============================================================
002710 1010-LIT-CARTE.
002720     READ JRNL-PARM-FILE
002730         AT END
002740             SET JRPM-EOF TO TRUE
002750         NOT AT END
002760             EVALUATE JRPM-CARTE
002770                 WHEN "C"
002780                     IF JRPM-DATE IS NUMERIC
002790                         MOVE JRPM-DATE TO JRN-DATE-JOURNEE
002800                     END-IF
002810                     IF JRPM-MODE = "R"
002820                         MOVE "R" TO JRN-MODE
002830                     END-IF
002840                     IF JRPM-PRIX-CREDIT IS NUMERIC
002850                             AND JRPM-PRIX-CREDIT > 0
002860                         MOVE JRPM-PRIX-CREDIT
002870                             TO JRN-PRIX-CREDIT
002880                     END-IF
002890                 WHEN "P"
002900                     PERFORM 1020-RANGE-IMPUTATION
002910             END-EVALUATE
002920     END-READ.
002930*
002940*    =============================================================
002950*    1020-RANGE-IMPUTATION  --  FILES ONE POSTING CARD IN THE
002960*    SLOT OF ITS CLASS.  A CARD FOR AN UNKNOWN CLASS OR WITH A
002970*    NON-NUMERIC ACCOUNT CODE IS IGNORED.
002980*    =============================================================
002990 1020-RANGE-IMPUTATION.
003000     MOVE ZERO TO IM-I
003010     EVALUATE JRPM-CLASSE
003020         WHEN "A"
003030             MOVE 1 TO IM-I
003040         WHEN "J"
003050             MOVE 2 TO IM-I
003060         WHEN "I"
003070             MOVE 3 TO IM-I
003080         WHEN "O"
003090             MOVE 4 TO IM-I
003092         WHEN "B"
003094             MOVE 5 TO IM-I
003100     END-EVALUATE
003110     IF IM-I > 0
003120             AND JRPM-COMPTE-DEBIT IS NUMERIC
003130             AND JRPM-COMPTE-CREDIT IS NUMERIC
003140         MOVE "Y" TO IM-PRESENT-SW(IM-I)
003150         MOVE JRPM-COMPTE-DEBIT TO IM-COMPTE-DEBIT(IM-I)
003160         MOVE JRPM-COMPTE-CREDIT TO IM-COMPTE-CREDIT(IM-I)
003170         MOVE JRPM-LIBELLE TO IM-LIBELLE(IM-I)
003180     END-IF.
003190*
003200*    =============================================================
003210*    1100-LIT-REGISTRE  --  READS THE SEND REGISTER FOR THE LAST
003220*    SEQUENCE NUMBER AND DAY SENT, AND FOR THE FIRST SEND OF
003230*    THE DAY BEING JOURNALED, IF ANY.
003240*    =============================================================
003250 1100-LIT-REGISTRE.
003260     OPEN INPUT JRNL-REG-FILE
003270     IF WS-JREG-STATUS NOT = "00"
003280         SET JREG-EOF TO TRUE
003290     ELSE
003300         PERFORM 1110-LIT-ENVOI UNTIL JREG-EOF
003310         CLOSE JRNL-REG-FILE
003320     END-IF.
003330*
003340*    =============================================================
003350*    1110-LIT-ENVOI  --  READS ONE REGISTERED SEND.
003360*    =============================================================
003370 1110-LIT-ENVOI.
003380     READ JRNL-REG-FILE
003390         AT END
003400             SET JREG-EOF TO TRUE
003410         NOT AT END
003420             IF JREG-SEQUENCE > REG-DERN-SEQUENCE
003430                 MOVE JREG-SEQUENCE TO REG-DERN-SEQUENCE
003440             END-IF
003450             IF JREG-DATE-JOURNEE > REG-DERN-DATE
003460                 MOVE JREG-DATE-JOURNEE TO REG-DERN-DATE
003470             END-IF
003480             IF JREG-DATE-JOURNEE = JRN-DATE-JOURNEE
003490                     AND JREG-MODE = "N"
003500                 SET JOURNEE-DEJA-ENVOYEE TO TRUE
003510                 MOVE JREG-SEQUENCE TO REG-SEQUENCE-ORIGINE
003520                 MOVE JREG-NB-LIGNES TO REG-NB-LIGNES-ORIGINE
003530                 MOVE JREG-TOT-MONTANT TO REG-MONTANT-ORIGINE
003540                 MOVE JREG-HASH-COMPTES TO REG-HASH-ORIGINE
003550             END-IF
003560     END-READ.
003570*
003580*    =============================================================
003590*    1200-CONTROLE-SEQUENCE  --  GIVES THE RUN ITS SEQUENCE
003600*    NUMBER: THE NEXT ONE FOR A FIRST SEND, THE ORIGINAL ONE
003610*    FOR A RESEND.  REFUSES A FIRST SEND OF A DAY ALREADY SENT
003620*    OR OLDER THAN THE LAST DAY SENT, AND A RESEND OF A DAY
003630*    NEVER SENT.
003640*    =============================================================
003650 1200-CONTROLE-SEQUENCE.
003660     IF RENVOI
003670         IF JOURNEE-DEJA-ENVOYEE
003680             MOVE REG-SEQUENCE-ORIGINE TO JRN-SEQUENCE
003690         ELSE
003700             SET TRAITEMENT-REFUSE TO TRUE
003710             STRING "TRAITEMENT REFUSE : RENVOI D'UNE JOURNEE "
003720                 "JAMAIS ENVOYEE (" JRN-DATE-JOURNEE ")."
003730                 DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003740         END-IF
003750     ELSE
003760         EVALUATE TRUE
003770             WHEN JOURNEE-DEJA-ENVOYEE
003780                 SET TRAITEMENT-REFUSE TO TRUE
003790                 STRING "TRAITEMENT REFUSE : JOURNEE DEJA "
003800                     "ENVOYEE SOUS LE NUMERO "
003810                     REG-SEQUENCE-ORIGINE
003820                     " - RENVOI PAR LE MODE R."
003830                     DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003840             WHEN JRN-DATE-JOURNEE < REG-DERN-DATE
003850                 SET TRAITEMENT-REFUSE TO TRUE
003860                 STRING "TRAITEMENT REFUSE : JOURNEE "
003870                     "ANTERIEURE A LA DERNIERE ENVOYEE ("
003880                     REG-DERN-DATE ")."
003890                     DELIMITED BY SIZE INTO WS-MOTIF-REFUS
003900             WHEN OTHER
003910                 COMPUTE JRN-SEQUENCE = REG-DERN-SEQUENCE + 1
003920         END-EVALUATE
003930     END-IF.
003940*
003950*    =============================================================
003960*    2000-CHARGE-MOUVEMENTS  --  READS CREDMVT TO EOF, ROLLING
003970*    THE DAY'S MOVEMENTS INTO THE POSTING CLASSES.
003980*    =============================================================
003990 2000-CHARGE-MOUVEMENTS.
004000     OPEN INPUT CREDIT-MVT-FILE
004010     IF WS-CMV-STATUS NOT = "00"
004020         SET CMV-EOF TO TRUE
004030     ELSE
004040         PERFORM 2010-LIRE-MOUVEMENT UNTIL CMV-EOF
004050         CLOSE CREDIT-MVT-FILE
004060     END-IF.
004070*
004080*    =============================================================
004090*    2010-LIRE-MOUVEMENT  --  ROLLS ONE MOVEMENT OF THE DAY
004100*    INTO ITS CLASS (AND, FOR A TOP-UP, ITS OPERATOR).
004110*    =============================================================
004120 2010-LIRE-MOUVEMENT.
004130     READ CREDIT-MVT-FILE
004140         AT END
004150             SET CMV-EOF TO TRUE
004160         NOT AT END
004170             ADD 1 TO WS-CMV-LUS
004180             IF CMV-DATE = JRN-DATE-JOURNEE
004190                 ADD 1 TO WS-CMV-JOURNEE
004200                 EVALUATE CMV-TYPE
004210                     WHEN "A"
004220                         ADD CMV-QUANTITE TO IM-QUANTITE(1)
004230                         PERFORM 2020-CUMULE-OPERATEUR
004240                     WHEN "J"
004250                         ADD CMV-QUANTITE TO IM-QUANTITE(2)
004260                     WHEN "I"
004270                         ADD CMV-QUANTITE TO IM-QUANTITE(3)
004275                     WHEN "B"
004277                         ADD CMV-QUANTITE TO IM-QUANTITE(5)
004280                     WHEN OTHER
004290                         ADD CMV-QUANTITE TO IM-QUANTITE(4)
004300                 END-EVALUATE
004310             END-IF
004320     END-READ.
004330*
004340*    =============================================================
004350*    2020-CUMULE-OPERATEUR  --  ADDS THE TOP-UP JUST READ TO
004360*    ITS OPERATOR'S ENTRY (ADDED ON FIRST SIGHT; COUNTED AS
004370*    LOST WHEN THE TABLE IS FULL).
004380*    =============================================================
004390 2020-CUMULE-OPERATEUR.
004400     MOVE "N" TO WS-OPER-TROUVE-SW
004410     MOVE ZERO TO WS-OPER-INDEX
004420     PERFORM VARYING OP-IDX FROM 1 BY 1
004430             UNTIL OP-IDX > OPER-COUNT
004440                OR OPER-TROUVE
004450         IF OP-OPERATEUR(OP-IDX) = CMV-OPERATOR
004460             SET OPER-TROUVE TO TRUE
004470             SET WS-OPER-INDEX TO OP-IDX
004480         END-IF
004490     END-PERFORM
004500     IF NOT OPER-TROUVE
004510         IF OPER-COUNT < 100
004520             ADD 1 TO OPER-COUNT
004530             MOVE OPER-COUNT TO WS-OPER-INDEX
004540             MOVE CMV-OPERATOR TO OP-OPERATEUR(WS-OPER-INDEX)
004550             MOVE ZERO TO OP-QUANTITE(WS-OPER-INDEX)
004560         ELSE
004570             ADD 1 TO WS-OPER-DEBORDES
004580         END-IF
004590     END-IF
004600     IF WS-OPER-INDEX > 0
004610         ADD CMV-QUANTITE TO OP-QUANTITE(WS-OPER-INDEX)
004620     END-IF.
004630*
004640*    =============================================================
004650*    2100-CONTROLE-IMPUTATIONS  --  REFUSES THE DAY WHEN A
004660*    CLASS WITH MOVEMENTS HAS NO POSTING CARD, OR WHEN THE
004670*    OPERATOR TABLE OVERFLOWED: A JOURNAL THAT DOES NOT CARRY
004680*    THE WHOLE DAY MUST NOT BE SENT.
004690*    =============================================================
004700 2100-CONTROLE-IMPUTATIONS.
004710     PERFORM 2110-CONTROLE-CLASSE
004720         VARYING IM-I FROM 1 BY 1 UNTIL IM-I > 5
004730     IF WS-OPER-DEBORDES > 0 AND NOT TRAITEMENT-REFUSE
004740         SET TRAITEMENT-REFUSE TO TRUE
004750         STRING "TRAITEMENT REFUSE : TABLE DES OPERATEURS "
004760             "SATUREE - " WS-OPER-DEBORDES
004770             " RECHARGES NON JOURNALISEES."
004780             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
004790     END-IF.
004800*
004810*    =============================================================
004820*    2110-CONTROLE-CLASSE  --  CHECKS THE POSTING CARD OF
004830*    CLASS IM-I.
004840*    =============================================================
004850 2110-CONTROLE-CLASSE.
004860     IF IM-QUANTITE(IM-I) > 0
004870             AND IM-PRESENT-SW(IM-I) NOT = "Y"
004880             AND NOT TRAITEMENT-REFUSE
004890         SET TRAITEMENT-REFUSE TO TRUE
004900         STRING "TRAITEMENT REFUSE : PAS DE CARTE D'IMPUTATION "
004910             "POUR LA CLASSE " IC-CLASSE(IM-I) "."
004920             DELIMITED BY SIZE INTO WS-MOTIF-REFUS
004930     END-IF.
004940*
004950*    =============================================================
004960*    2900-IMPRIME-PARAMETRES  --  PRINTS THE DAY, MODE AND
004970*    SEQUENCE NUMBER THE RUN WORKS UNDER.
004980*    =============================================================
004990 2900-IMPRIME-PARAMETRES.
005000     MOVE SPACES TO WS-LIGNE
005010     STRING "JOURNEE : " JRN-DATE-JOURNEE
005020         "   SEQUENCE : " JRN-SEQUENCE
005030         "   DERNIERE ENVOYEE : " REG-DERN-DATE
005040         " (NUMERO " REG-DERN-SEQUENCE ")"
005050         DELIMITED BY SIZE INTO WS-LIGNE
005060     PERFORM 9000-ECRIT-LIGNE
005070     IF RENVOI
005080         MOVE SPACES TO WS-LIGNE
005090         STRING "RENVOI DE LA JOURNEE SOUS SON NUMERO D'ORIGINE"
005100             " - LA COMPTABILITE NE LE COMPTABILISE QU'UNE FOIS"
005110             DELIMITED BY SIZE INTO WS-LIGNE
005120         PERFORM 9000-ECRIT-LIGNE
005130     END-IF
005140     MOVE SPACES TO WS-LIGNE
005150     PERFORM 9000-ECRIT-LIGNE.
005160*
005170*    =============================================================
005180*    3000-ECRIT-JOURNAL  --  WRITES THE HEADER, ONE POSTING
005190*    LINE PER TOP-UP OPERATOR, ONE EACH FOR THE GAME, HINT,
005200*    OTHER AND BONUS CLASSES THAT MOVED, AND THE TRAILER.
005210*    =============================================================
005220 3000-ECRIT-JOURNAL.
005230     OPEN OUTPUT JOURNAL-FILE
005240     MOVE SPACES TO JOURNAL-RECORD
005250     MOVE "H" TO JRNL-TYPE
005260     MOVE JRN-SEQUENCE TO JRNL-SEQUENCE
005270     MOVE JRN-INTERFACE TO JRNH-INTERFACE
005280     MOVE JRN-DATE-JOURNEE TO JRNH-DATE-JOURNEE
005290     MOVE WS-TODAY-DATE TO JRNH-DATE-CREATION
005300     MOVE WS-TIME-NOW TO JRNH-HEURE-CREATION
005310     MOVE JRN-MODE TO JRNH-RENVOI
005320     MOVE JRN-DEVISE TO JRNH-DEVISE
005330     WRITE JOURNAL-RECORD
005340     ADD 1 TO WS-ECRITS
005350     MOVE "A" TO PL-CLASSE
005360     MOVE 1 TO IM-I
005370     PERFORM 3010-ECRIT-OPERATEUR
005380         VARYING OP-IDX FROM 1 BY 1
005390         UNTIL OP-IDX > OPER-COUNT
005400     MOVE SPACES TO PL-OPERATEUR
005410     PERFORM 3020-ECRIT-CLASSE
005420         VARYING IM-I FROM 2 BY 1 UNTIL IM-I > 5
005430     MOVE SPACES TO JOURNAL-RECORD
005440     MOVE "T" TO JRNL-TYPE
005450     MOVE JRN-SEQUENCE TO JRNL-SEQUENCE
005460     MOVE JRN-NB-LIGNES TO JRNT-NB-LIGNES
005470     MOVE JRN-TOT-QUANTITE TO JRNT-TOT-QUANTITE
005480     MOVE JRN-TOT-MONTANT TO JRNT-TOT-MONTANT
005490     MOVE JRN-HASH-COMPTES TO JRNT-HASH-COMPTES
005500     WRITE JOURNAL-RECORD
005510     ADD 1 TO WS-ECRITS
005520     CLOSE JOURNAL-FILE.
005530*
005540*    =============================================================
005550*    3010-ECRIT-OPERATEUR  --  POSTS THE TOP-UPS SOLD BY THE
005560*    OPERATOR AT OP-IDX.
005570*    =============================================================
005580 3010-ECRIT-OPERATEUR.
005590     MOVE OP-OPERATEUR(OP-IDX) TO PL-OPERATEUR
005600     MOVE OP-QUANTITE(OP-IDX) TO PL-QUANTITE
005610     PERFORM 3100-ECRIT-LIGNE-JOURNAL.
005620*
005630*    =============================================================
005640*    3020-ECRIT-CLASSE  --  POSTS CLASS IM-I IF IT MOVED.
005650*    =============================================================
005660 3020-ECRIT-CLASSE.
005670     IF IM-QUANTITE(IM-I) > 0
005680         MOVE IC-CLASSE(IM-I) TO PL-CLASSE
005690         MOVE IM-QUANTITE(IM-I) TO PL-QUANTITE
005700         PERFORM 3100-ECRIT-LIGNE-JOURNAL
005710     END-IF.
005720*
005730*    =============================================================
005740*    3100-ECRIT-LIGNE-JOURNAL  --  WRITES ONE POSTING LINE FOR
005750*    PL-CLASSE/PL-OPERATEUR/PL-QUANTITE WITH THE ACCOUNTS OF
005760*    SLOT IM-I, ADDS IT TO THE TRAILER TOTALS AND LISTS IT.
005770*    =============================================================
005780 3100-ECRIT-LIGNE-JOURNAL.
005790     ADD 1 TO JRN-NB-LIGNES
005800     COMPUTE JRN-MONTANT-LIGNE ROUNDED =
005810         PL-QUANTITE * JRN-PRIX-CREDIT
005820     MOVE SPACES TO JOURNAL-RECORD
005830     MOVE "D" TO JRNL-TYPE
005840     MOVE JRN-SEQUENCE TO JRNL-SEQUENCE
005850     MOVE JRN-NB-LIGNES TO JRND-LIGNE
005860     MOVE JRN-DATE-JOURNEE TO JRND-DATE-JOURNEE
005870     MOVE PL-CLASSE TO JRND-CLASSE
005880     MOVE PL-OPERATEUR TO JRND-OPERATEUR
005890     MOVE IM-COMPTE-DEBIT(IM-I) TO JRND-COMPTE-DEBIT
005900     MOVE IM-COMPTE-CREDIT(IM-I) TO JRND-COMPTE-CREDIT
005910     MOVE PL-QUANTITE TO JRND-QUANTITE
005920     MOVE JRN-MONTANT-LIGNE TO JRND-MONTANT
005930     MOVE IM-LIBELLE(IM-I) TO JRND-LIBELLE
005940     WRITE JOURNAL-RECORD
005950     ADD 1 TO WS-ECRITS
005960     ADD PL-QUANTITE TO JRN-TOT-QUANTITE
005970     ADD JRN-MONTANT-LIGNE TO JRN-TOT-MONTANT
005980     ADD IM-COMPTE-DEBIT(IM-I) TO JRN-HASH-COMPTES
005990     ADD IM-COMPTE-CREDIT(IM-I) TO JRN-HASH-COMPTES
006000     MOVE JRN-NB-LIGNES TO LE-LIGNE
006010     MOVE PL-CLASSE TO LE-CLASSE
006020     MOVE PL-OPERATEUR TO LE-OPERATEUR
006030     MOVE IM-COMPTE-DEBIT(IM-I) TO LE-COMPTE-DEBIT
006040     MOVE IM-COMPTE-CREDIT(IM-I) TO LE-COMPTE-CREDIT
006050     MOVE PL-QUANTITE TO LE-QUANTITE
006060     MOVE JRN-MONTANT-LIGNE TO LE-MONTANT
006070     MOVE IM-LIBELLE(IM-I) TO LE-LIBELLE
006080     MOVE LIGNE-ECRITURE TO WS-LIGNE
006090     PERFORM 9000-ECRIT-LIGNE.
006100*
006110*    =============================================================
006120*    4000-ENREG-ENVOI  --  APPENDS THE SEND TO THE REGISTER.  A
006130*    RESEND WHOSE TOTALS NO LONGER MATCH THE ORIGINAL SEND
006140*    (MOVEMENTS OF THE DAY ADDED SINCE) IS FLAGGED, SINCE THE
006150*    ACCOUNTING SIDE WILL KEEP THE FIRST FILE IT POSTED.
006160*    =============================================================
006170 4000-ENREG-ENVOI.
006180     MOVE JRN-SEQUENCE TO JREG-SEQUENCE
006190     MOVE JRN-DATE-JOURNEE TO JREG-DATE-JOURNEE
006200     MOVE WS-TODAY-DATE TO JREG-DATE-ENVOI
006210     MOVE WS-TIME-NOW TO JREG-HEURE-ENVOI
006220     MOVE JRN-MODE TO JREG-MODE
006230     MOVE JRN-NB-LIGNES TO JREG-NB-LIGNES
006240     MOVE JRN-TOT-QUANTITE TO JREG-TOT-QUANTITE
006250     MOVE JRN-TOT-MONTANT TO JREG-TOT-MONTANT
006260     MOVE JRN-HASH-COMPTES TO JREG-HASH-COMPTES
006270     OPEN EXTEND JRNL-REG-FILE
006280     IF WS-JREG-STATUS = "35"
006290         OPEN OUTPUT JRNL-REG-FILE
006300     END-IF
006310     WRITE JRNL-REG-RECORD
006320     CLOSE JRNL-REG-FILE
006330     IF RENVOI
006340         IF JRN-NB-LIGNES NOT = REG-NB-LIGNES-ORIGINE
006350                 OR JRN-TOT-MONTANT NOT = REG-MONTANT-ORIGINE
006360                 OR JRN-HASH-COMPTES NOT = REG-HASH-ORIGINE
006370             SET RENVOI-DIFFERENT TO TRUE
006380             MOVE 4 TO RETURN-CODE
006390         END-IF
006400     END-IF.
006410*
006420*    =============================================================
006430*    7000-IMPRIME-TOTAUX  --  PRINTS THE TRAILER TOTALS AND THE
006440*    RUN COUNTS.
006450*    =============================================================
006460 7000-IMPRIME-TOTAUX.
006470     MOVE SPACES TO WS-LIGNE
006480     PERFORM 9000-ECRIT-LIGNE
006490     MOVE "MOUVEMENTS DE LA JOURNEE" TO LT-LIBELLE
006500     MOVE WS-CMV-JOURNEE TO LT-VALEUR
006510     PERFORM 7010-ECRIT-TOTAL
006520     MOVE "LIGNES D'ECRITURE" TO LT-LIBELLE
006530     MOVE JRN-NB-LIGNES TO LT-VALEUR
006540     PERFORM 7010-ECRIT-TOTAL
006550     MOVE "TOTAL DES CREDITS" TO LT-LIBELLE
006560     MOVE JRN-TOT-QUANTITE TO LT-VALEUR
006570     PERFORM 7010-ECRIT-TOTAL
006580     MOVE "TOTAL CONTROLE DES COMPTES" TO LT-LIBELLE
006590     MOVE JRN-HASH-COMPTES TO LT-VALEUR
006600     PERFORM 7010-ECRIT-TOTAL
006610     MOVE "MONTANT TOTAL" TO LM-LIBELLE
006620     MOVE JRN-TOT-MONTANT TO LM-VALEUR
006630     MOVE LIGNE-MONTANT TO WS-LIGNE
006640     PERFORM 9000-ECRIT-LIGNE
006650     IF RENVOI-DIFFERENT
006660         MOVE SPACES TO WS-LIGNE
006670         PERFORM 9000-ECRIT-LIGNE
006680         MOVE SPACES TO WS-LIGNE
006690         STRING "ATTENTION : LE RENVOI DIFFERE DE L'ENVOI "
006700             "D'ORIGINE (" REG-NB-LIGNES-ORIGINE
006710             " LIGNES) - A REGULARISER EN COMPTABILITE."
006720             DELIMITED BY SIZE INTO WS-LIGNE
006730         PERFORM 9000-ECRIT-LIGNE
006740     END-IF.
006750*
006760*    =============================================================
006770*    7010-ECRIT-TOTAL  --  PRINTS ONE TOTAL LINE.
006780*    =============================================================
006790 7010-ECRIT-TOTAL.
006800     MOVE LIGNE-TOTAL TO WS-LIGNE
006810     PERFORM 9000-ECRIT-LIGNE.
006820*
006830*    =============================================================
006840*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
006850*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
006860*    WHEN THE PAGE IS FULL.
006870*    =============================================================
006880 9000-ECRIT-LIGNE.
006890     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
006900         PERFORM 9010-ENTETE-PAGE
006910     END-IF
006920     MOVE SPACE TO PRT-CC
006930     MOVE WS-LIGNE TO PRT-LINE
006940     WRITE PRINT-RECORD
006950     ADD 1 TO RPT-LIGNE-CNT.
006960*
006970*    =============================================================
006980*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
006990*    TIME, PAGE NUMBER AND COLUMN HEADERS.
007000*    =============================================================
007010 9010-ENTETE-PAGE.
007020     ADD 1 TO RPT-PAGE-CNT
007030     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
007040     MOVE WS-TODAY-DATE TO ENT-DATE
007050     MOVE WS-TIME-NOW TO ENT-HEURE
007060     MOVE RPT-PAGE-AFF TO ENT-PAGE
007070     MOVE "1" TO PRT-CC
007080     MOVE ENT-LIGNE-1 TO PRT-LINE
007090     WRITE PRINT-RECORD
007100     MOVE SPACE TO PRT-CC
007110     MOVE ENT-LIGNE-2 TO PRT-LINE
007120     WRITE PRINT-RECORD
007130     MOVE SPACES TO PRT-LINE
007140     WRITE PRINT-RECORD
007150     MOVE ENT-COLONNES TO PRT-LINE
007160     WRITE PRINT-RECORD
007170     MOVE ALL "-" TO PRT-LINE
007180     WRITE PRINT-RECORD
007190     MOVE 5 TO RPT-LIGNE-CNT.
007200*
007210*    =============================================================
007220*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
007230*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
007240*    PROGRAM ENDS.  THE ENTRY OF A RUN THAT WROTE AN EXTRACT
007250*    IS THE RECORD OF THE SEND.
007260*    =============================================================
007270 9900-ENREG-JOURNAL.
007280     MOVE "PENDUJRN" TO RLOG-PROGRAM
007290     MOVE WS-RLOG-DATE TO RLOG-DATE
007300     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
007310     ACCEPT RLOG-END-TIME FROM TIME
007320     MOVE WS-CMV-LUS TO RLOG-LUS
007330     MOVE WS-ECRITS TO RLOG-ECRITS
007340     MOVE ZERO TO RLOG-REJETES
007350     IF TRAITEMENT-REFUSE OR RENVOI-DIFFERENT
007360         MOVE 1 TO RLOG-EXCEPTIONS
007370     ELSE
007380         MOVE ZERO TO RLOG-EXCEPTIONS
007390     END-IF
007400     MOVE RETURN-CODE TO RLOG-RETOUR
007410     OPEN EXTEND RUN-LOG-FILE
007420     IF WS-RLOG-STATUS = "35"
007430         OPEN OUTPUT RUN-LOG-FILE
007440     END-IF
007450     WRITE RUN-LOG-RECORD
007460     CLOSE RUN-LOG-FILE.
007470*
007480 END PROGRAM Pendujrn.
