000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendusec.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - DAILY SECURITY
000140*                      EXCEPTION LISTING FOR THE MANAGER.
000150*                      PRINTS THE DAY'S SECLOG RECORDS (SEE
000160*                      PENDSECL) IN THE ORDER WRITTEN, THE
000170*                      COUNTS PER OPERATOR WITH THOSE AT OR OVER
000180*                      THE SECUPRM FAILED SIGN-ON THRESHOLD
000190*                      MARKED, AND EVERY OPERATOR LEFT LOCKED
000200*                      OR SUSPENDED ON OPERFL (SEE PENDOPER).
000202*    10/15/2026 MD    ALSO SUMS UP THE DAY'S USE OF THE PENDUKIO
000204*                      SELF-SERVICE KIOSK FROM KIOSKLOG (SEE
000206*                      PENDKIOS).
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-PC.
000250 OBJECT-COMPUTER. IBM-PC.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SECU-PARM-FILE ASSIGN TO "SECUPRM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-SEPM-STATUS.
000310     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SECL-STATUS.
000340     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS OPER-ID
000380         FILE STATUS IS WS-OPER-STATUS.
000382     SELECT KIOSK-LOG-FILE ASSIGN TO "KIOSKLOG"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-KIOS-STATUS.
000390     SELECT PRINT-FILE ASSIGN TO "SECURPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRINT-STATUS.
000420     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RLOG-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SECU-PARM-FILE.
000490 COPY "PENDSEPM.CPY".
000500 FD  SECURITY-FILE.
000510 COPY "PENDSECL.CPY".
000520 FD  OPERATOR-FILE.
000530 COPY "PENDOPER.CPY".
000533 FD  KIOSK-LOG-FILE.
000536 COPY "PENDKIOS.CPY".
000540 FD  PRINT-FILE.
000550 COPY "PENDPRNT.CPY".
000560 FD  RUN-LOG-FILE.
000570 COPY "PENDRLOG.CPY".
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610*    ---- FILE STATUS SWITCHES -----------------------------------
000620 77  WS-SEPM-STATUS            PIC X(02) VALUE SPACES.
000630 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000640 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000645 77  WS-KIOS-STATUS            PIC X(02) VALUE SPACES.
000650 77  WS-PRINT-STATUS           PIC X(02) VALUE SPACES.
000660 77  WS-RLOG-STATUS            PIC X(02) VALUE SPACES.
000670 77  WS-RLOG-DATE              PIC 9(08) VALUE ZERO.
000680 77  WS-RLOG-DEBUT             PIC 9(08) VALUE ZERO.
000690 77  WS-SECL-EOF-SW            PIC X(01) VALUE "N".
000700     88  SECL-EOF                  VALUE "Y".
000710 77  WS-OPER-EOF-SW            PIC X(01) VALUE "N".
000720     88  OPER-EOF                  VALUE "Y".
000723 77  WS-KIOS-EOF-SW            PIC X(01) VALUE "N".
000726     88  KIOS-EOF                  VALUE "Y".
000730 77  WS-TODAY-DATE             PIC 9(08) VALUE ZERO.
000740 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000750*
000760*    ---- LISTING PARAMETERS (SECUPRM, ELSE DEFAULTS) ------------
000770 77  SEC-DATE                  PIC 9(08) VALUE ZERO.
000780 77  SEC-SEUIL-ECHECS          PIC 9(02) VALUE 3.
000790*
000800*    ---- TIME OF DAY, SPLIT -------------------------------------
000810 01  WS-HEURE-LUE.
000820     05  WHL-HH                PIC 9(02).
000830     05  WHL-MM                PIC 9(02).
000840     05  WHL-SS                PIC 9(02).
000850     05  WHL-CC                PIC 9(02).
000860 01  WS-HEURE-NUM REDEFINES WS-HEURE-LUE
000870                               PIC 9(08).
000880 01  HEURE-EDIT.
000890     05  HE-HH                 PIC 9(02).
000900     05  FILLER                PIC X(01) VALUE ":".
000910     05  HE-MM                 PIC 9(02).
000920     05  FILLER                PIC X(01) VALUE ":".
000930     05  HE-SS                 PIC 9(02).
000940*
000950*    ---- PER-OPERATOR COUNTS FOR THE DAY ------------------------
000960 01  OPER-TABLE-AREA.
000970     05  OPER-TABLE-ENTRY OCCURS 200 TIMES
000980             INDEXED BY OT-IDX.
000990         10  OT-OPER-ID        PIC X(10).
001000         10  OT-ECHECS         PIC 9(05).
001010         10  OT-VERROUS        PIC 9(05).
001020         10  OT-REFUS          PIC 9(05).
001030         10  OT-CHANGEMENTS    PIC 9(05).
001040 77  OPER-COUNT                PIC 9(03) VALUE ZERO.
001050 77  WS-OPER-DEBORDES          PIC 9(05) VALUE ZERO.
001060*
001070*    ---- RUN COUNTS ---------------------------------------------
001080 77  WS-SECL-LUS               PIC 9(07) VALUE ZERO.
001090 77  WS-EVENEMENTS             PIC 9(07) VALUE ZERO.
001100 77  WS-TOT-ECHECS             PIC 9(07) VALUE ZERO.
001110 77  WS-TOT-REFUS              PIC 9(07) VALUE ZERO.
001120 77  WS-TOT-CHANGEMENTS        PIC 9(07) VALUE ZERO.
001130 77  WS-SIGNALES               PIC 9(05) VALUE ZERO.
001140 77  WS-BLOQUES                PIC 9(05) VALUE ZERO.
001141*
001142*    ---- KIOSK USE FOR THE DAY ----------------------------------
001143 77  WS-KIOS-LUS               PIC 9(07) VALUE ZERO.
001144 77  WS-KIO-CONSULTATIONS      PIC 9(07) VALUE ZERO.
001145 77  WS-KIO-FICHES             PIC 9(07) VALUE ZERO.
001146 77  WS-KIO-INCONNUS           PIC 9(07) VALUE ZERO.
001147 77  WS-KIO-SUSPENDUS          PIC 9(07) VALUE ZERO.
001148 77  WS-KIO-PAGES              PIC 9(07) VALUE ZERO.
001150*
001160*    ---- REPORT HEADING AND DETAIL LINES ------------------------
001170 01  ENT-LIGNE-1.
001180     05  FILLER                PIC X(44) VALUE
001190         "SECURITE - EXCEPTIONS DU JOUR".
001200     05  FILLER                PIC X(88) VALUE SPACES.
001210 01  ENT-LIGNE-2.
001220     05  FILLER                PIC X(11) VALUE "EDITE LE : ".
001230     05  ENT-DATE              PIC 9(08).
001240     05  FILLER                PIC X(05) VALUE " A : ".
001250     05  ENT-HEURE             PIC 9(08).
001260     05  FILLER                PIC X(75) VALUE SPACES.
001270     05  FILLER                PIC X(07) VALUE "PAGE : ".
001280     05  ENT-PAGE              PIC ZZZZ9.
001290     05  FILLER                PIC X(13) VALUE SPACES.
001300 01  LIGNE-EVENEMENT.
001310     05  LE-HEURE              PIC X(08).
001320     05  FILLER                PIC X(02) VALUE SPACES.
001330     05  LE-PROGRAM            PIC X(08).
001340     05  FILLER                PIC X(02) VALUE SPACES.
001350     05  LE-OPER-ID            PIC X(10).
001360     05  FILLER                PIC X(02) VALUE SPACES.
001370     05  LE-LIBELLE            PIC X(30).
001380     05  FILLER                PIC X(02) VALUE SPACES.
001390     05  LE-CHOIX              PIC X(01).
001400     05  FILLER                PIC X(02) VALUE SPACES.
001410     05  LE-CIBLE              PIC X(10).
001420     05  FILLER                PIC X(02) VALUE SPACES.
001430     05  LE-DETAIL             PIC X(20).
001440     05  FILLER                PIC X(33) VALUE SPACES.
001450 01  LIGNE-CUMUL.
001460     05  LCU-OPER-ID           PIC X(10).
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  LCU-ECHECS            PIC ZZZZ9.
001490     05  FILLER                PIC X(04) VALUE SPACES.
001500     05  LCU-VERROUS           PIC ZZZZ9.
001510     05  FILLER                PIC X(04) VALUE SPACES.
001520     05  LCU-REFUS             PIC ZZZZ9.
001530     05  FILLER                PIC X(04) VALUE SPACES.
001540     05  LCU-CHANGEMENTS       PIC ZZZZ9.
001550     05  FILLER                PIC X(04) VALUE SPACES.
001560     05  LCU-MARQUE            PIC X(20).
001570     05  FILLER                PIC X(64) VALUE SPACES.
001580 01  LIGNE-BLOQUE.
001590     05  LB-OPER-ID            PIC X(10).
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  LB-NAME               PIC X(30).
001620     05  FILLER                PIC X(02) VALUE SPACES.
001630     05  LB-ROLE               PIC X(01).
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  LB-STATUT             PIC X(10).
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  LB-ECHECS             PIC Z9.
001680     05  FILLER                PIC X(02) VALUE SPACES.
001690     05  LB-DERN-CONNEXION     PIC 9(08).
001700     05  FILLER                PIC X(61) VALUE SPACES.
001710 01  LIGNE-TOTAL.
001720     05  LT-LIBELLE            PIC X(40).
001730     05  LT-VALEUR             PIC ZZZZZZ9.
001740     05  FILLER                PIC X(85) VALUE SPACES.
001750 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001760*
001770*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001780 COPY "PENDRPTW.CPY".
001790*
001800 PROCEDURE DIVISION.
001810*
001820*    =============================================================
001830*    0000-MAINLINE  --  LISTS THE DAY'S SECURITY EVENTS, THE
001840*    COUNTS PER OPERATOR AND THE BLOCKED OPERATORS, THEN THE
001850*    RUN TOTALS.
001860*    =============================================================
001870 0000-MAINLINE.
001880     ACCEPT WS-RLOG-DATE FROM DATE YYYYMMDD
001890     ACCEPT WS-RLOG-DEBUT FROM TIME
001900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001910     ACCEPT WS-TIME-NOW FROM TIME
001920     MOVE WS-TODAY-DATE TO SEC-DATE
001930     PERFORM 1000-LIT-PARAMETRE
001940     OPEN OUTPUT PRINT-FILE
001950     MOVE SPACES TO WS-LIGNE
001960     STRING "JOURNEE EXAMINEE : " SEC-DATE
001970         "   SEUIL D'ECHECS : " SEC-SEUIL-ECHECS
001980         DELIMITED BY SIZE INTO WS-LIGNE
001990     PERFORM 9000-ECRIT-LIGNE
002000     MOVE SPACES TO WS-LIGNE
002010     PERFORM 9000-ECRIT-LIGNE
002020     PERFORM 2000-LISTE-EVENEMENTS
002030     PERFORM 3000-IMPRIME-CUMULS
002040     PERFORM 4000-LISTE-BLOQUES
002045     PERFORM 4500-RESUME-BORNE
002050     PERFORM 7000-IMPRIME-TOTAUX
002060     MOVE SPACES TO WS-LIGNE
002070     MOVE "*** FIN DE L'ETAT ***" TO WS-LIGNE
002080     PERFORM 9000-ECRIT-LIGNE
002090     CLOSE PRINT-FILE
002100     PERFORM 9900-ENREG-JOURNAL
002110     STOP RUN.
002120*
002130*    =============================================================
002140*    1000-LIT-PARAMETRE  --  READS THE SECUPRM CARD ONCE FOR THE
002150*    RUN.  A MISSING CARD OR A NON-NUMERIC FIELD KEEPS THE
002160*    BUILT-IN DEFAULT.
002170*    =============================================================
002180 1000-LIT-PARAMETRE.
002190     OPEN INPUT SECU-PARM-FILE
002200     IF WS-SEPM-STATUS = "00"
002210         READ SECU-PARM-FILE
002220             AT END
002230                 CONTINUE
002240             NOT AT END
002250                 IF SEPM-DATE IS NUMERIC
002260                     MOVE SEPM-DATE TO SEC-DATE
002270                 END-IF
002280                 IF SEPM-SEUIL-ECHECS IS NUMERIC
002290                 AND SEPM-SEUIL-ECHECS > ZERO
002300                     MOVE SEPM-SEUIL-ECHECS TO SEC-SEUIL-ECHECS
002310                 END-IF
002320         END-READ
002330         CLOSE SECU-PARM-FILE
002340     END-IF.
002350*
002360*    =============================================================
002370*    2000-LISTE-EVENEMENTS  --  PRINTS EVERY SECLOG RECORD OF
002380*    THE DAY IN THE ORDER WRITTEN AND COUNTS IT AGAINST ITS
002390*    OPERATOR.  NO SECLOG YET MEANS NOTHING WAS EVER LOGGED.
002400*    =============================================================
002410 2000-LISTE-EVENEMENTS.
002420     MOVE "EVENEMENTS DU JOUR" TO WS-LIGNE
002430     PERFORM 9000-ECRIT-LIGNE
002440     MOVE SPACES TO WS-LIGNE
002450     STRING "HEURE     PROGRAM   OPERATEUR   EVENEMENT"
002460         "                       C  CIBLE       DETAIL"
002470         DELIMITED BY SIZE INTO WS-LIGNE
002480     PERFORM 9000-ECRIT-LIGNE
002490     OPEN INPUT SECURITY-FILE
002500     IF WS-SECL-STATUS NOT = "00"
002510         MOVE "  AUCUN JOURNAL DE SECURITE." TO WS-LIGNE
002520         PERFORM 9000-ECRIT-LIGNE
002530     ELSE
002540         PERFORM 2010-LIT-EVENEMENT UNTIL SECL-EOF
002550         CLOSE SECURITY-FILE
002560     END-IF
002570     IF WS-EVENEMENTS = ZERO
002580         MOVE "  AUCUN EVENEMENT POUR LA JOURNEE." TO WS-LIGNE
002590         PERFORM 9000-ECRIT-LIGNE
002600     END-IF
002610     MOVE SPACES TO WS-LIGNE
002620     PERFORM 9000-ECRIT-LIGNE.
002630*
002640*    =============================================================
002650*    2010-LIT-EVENEMENT  --  READS ONE SECLOG RECORD AND HANDLES
002660*    IT IF IT BELONGS TO THE DAY LISTED.
002670*    =============================================================
002680 2010-LIT-EVENEMENT.
002690     READ SECURITY-FILE
002700         AT END
002710             SET SECL-EOF TO TRUE
002720         NOT AT END
002730             ADD 1 TO WS-SECL-LUS
002740             IF SECL-DATE = SEC-DATE
002750                 ADD 1 TO WS-EVENEMENTS
002760                 PERFORM 2020-IMPRIME-EVENEMENT
002770                 PERFORM 2030-CUMULE-EVENEMENT
002780             END-IF
002790     END-READ.
002800*
002810*    =============================================================
002820*    2020-IMPRIME-EVENEMENT  --  PRINTS ONE EVENT LINE.
002830*    =============================================================
002840 2020-IMPRIME-EVENEMENT.
002850     MOVE SECL-TIME TO WS-HEURE-NUM
002860     MOVE WHL-HH TO HE-HH
002870     MOVE WHL-MM TO HE-MM
002880     MOVE WHL-SS TO HE-SS
002890     MOVE HEURE-EDIT TO LE-HEURE
002900     MOVE SECL-PROGRAM TO LE-PROGRAM
002910     MOVE SECL-OPER-ID TO LE-OPER-ID
002920     EVALUATE SECL-EVENEMENT
002930         WHEN "I"
002940             MOVE "IDENTIFIANT INCONNU" TO LE-LIBELLE
002950         WHEN "P"
002960             MOVE "MOT DE PASSE FAUX" TO LE-LIBELLE
002970         WHEN "V"
002980             MOVE "MOT DE PASSE FAUX - VERROUILLE"
002990                 TO LE-LIBELLE
003000         WHEN "B"
003010             MOVE "CONNEXION COMPTE BLOQUE" TO LE-LIBELLE
003020         WHEN "R"
003030             MOVE "ACTION REFUSEE AU ROLE" TO LE-LIBELLE
003040         WHEN "O"
003050             MOVE "CHANGEMENT OPERATEUR" TO LE-LIBELLE
003060         WHEN OTHER
003070             MOVE "EVENEMENT INCONNU" TO LE-LIBELLE
003080     END-EVALUATE
003090     MOVE SECL-CHOIX TO LE-CHOIX
003100     MOVE SECL-CIBLE TO LE-CIBLE
003110     MOVE SECL-DETAIL TO LE-DETAIL
003120     MOVE LIGNE-EVENEMENT TO WS-LIGNE
003130     PERFORM 9000-ECRIT-LIGNE.
003140*
003150*    =============================================================
003160*    2030-CUMULE-EVENEMENT  --  ADDS THE EVENT TO ITS OPERATOR'S
003170*    COUNTS, ADDING THE OPERATOR TO THE TABLE ON FIRST SIGHT.
003180*    AN UNKNOWN ID TYPED AT SIGN-ON IS COUNTED UNDER WHAT WAS
003190*    TYPED, SO A GUESSING RUN SHOWS UP.
003200*    =============================================================
003210 2030-CUMULE-EVENEMENT.
003220     PERFORM VARYING OT-IDX FROM 1 BY 1
003230             UNTIL OT-IDX > OPER-COUNT
003240                OR OT-OPER-ID(OT-IDX) = SECL-OPER-ID
003250     END-PERFORM
003260     IF OT-IDX > OPER-COUNT
003270         IF OPER-COUNT < 200
003280             ADD 1 TO OPER-COUNT
003290             SET OT-IDX TO OPER-COUNT
003300             MOVE SECL-OPER-ID TO OT-OPER-ID(OT-IDX)
003310             MOVE ZERO TO OT-ECHECS(OT-IDX)
003320             MOVE ZERO TO OT-VERROUS(OT-IDX)
003330             MOVE ZERO TO OT-REFUS(OT-IDX)
003340             MOVE ZERO TO OT-CHANGEMENTS(OT-IDX)
003350         ELSE
003360             ADD 1 TO WS-OPER-DEBORDES
003370         END-IF
003380     END-IF
003390     EVALUATE SECL-EVENEMENT
003400         WHEN "I" WHEN "P" WHEN "B" WHEN "V"
003410             ADD 1 TO WS-TOT-ECHECS
003420         WHEN "R"
003430             ADD 1 TO WS-TOT-REFUS
003440         WHEN "O"
003450             ADD 1 TO WS-TOT-CHANGEMENTS
003460     END-EVALUATE
003470     IF OT-IDX NOT > OPER-COUNT
003480         EVALUATE SECL-EVENEMENT
003490             WHEN "I" WHEN "P" WHEN "B"
003500                 ADD 1 TO OT-ECHECS(OT-IDX)
003510             WHEN "V"
003520                 ADD 1 TO OT-ECHECS(OT-IDX)
003530                 ADD 1 TO OT-VERROUS(OT-IDX)
003540             WHEN "R"
003550                 ADD 1 TO OT-REFUS(OT-IDX)
003560             WHEN "O"
003570                 ADD 1 TO OT-CHANGEMENTS(OT-IDX)
003580         END-EVALUATE
003590     END-IF.
003600*
003610*    =============================================================
003620*    3000-IMPRIME-CUMULS  --  PRINTS THE COUNTS PER OPERATOR,
003630*    MARKING AN OPERATOR AT OR OVER THE FAILED SIGN-ON
003640*    THRESHOLD OR LOCKED DURING THE DAY.
003650*    =============================================================
003660 3000-IMPRIME-CUMULS.
003670     MOVE "CUMUL PAR OPERATEUR" TO WS-LIGNE
003680     PERFORM 9000-ECRIT-LIGNE
003690     MOVE SPACES TO WS-LIGNE
003700     STRING "OPERATEUR   ECHECS  VERROUS    REFUS   CHANGTS"
003710         DELIMITED BY SIZE INTO WS-LIGNE
003720     PERFORM 9000-ECRIT-LIGNE
003730     PERFORM 3010-IMPRIME-CUMUL
003740         VARYING OT-IDX FROM 1 BY 1
003750         UNTIL OT-IDX > OPER-COUNT
003760     IF OPER-COUNT = ZERO
003770         MOVE "  AUCUN OPERATEUR." TO WS-LIGNE
003780         PERFORM 9000-ECRIT-LIGNE
003790     END-IF
003800     MOVE SPACES TO WS-LIGNE
003810     PERFORM 9000-ECRIT-LIGNE.
003820*
003830*    =============================================================
003840*    3010-IMPRIME-CUMUL  --  PRINTS ONE OPERATOR'S COUNTS.
003850*    =============================================================
003860 3010-IMPRIME-CUMUL.
003870     MOVE OT-OPER-ID(OT-IDX) TO LCU-OPER-ID
003880     MOVE OT-ECHECS(OT-IDX) TO LCU-ECHECS
003890     MOVE OT-VERROUS(OT-IDX) TO LCU-VERROUS
003900     MOVE OT-REFUS(OT-IDX) TO LCU-REFUS
003910     MOVE OT-CHANGEMENTS(OT-IDX) TO LCU-CHANGEMENTS
003920     MOVE SPACES TO LCU-MARQUE
003930     IF OT-ECHECS(OT-IDX) NOT < SEC-SEUIL-ECHECS
003940     OR OT-VERROUS(OT-IDX) > ZERO
003950         MOVE "<< A VERIFIER" TO LCU-MARQUE
003960         ADD 1 TO WS-SIGNALES
003970     END-IF
003980     MOVE LIGNE-CUMUL TO WS-LIGNE
003990     PERFORM 9000-ECRIT-LIGNE.
004000*
004010*    =============================================================
004020*    4000-LISTE-BLOQUES  --  LISTS EVERY OPERATOR LEFT LOCKED
004030*    ("V") OR SUSPENDED ("S") ON THE MASTER, WHATEVER THE DAY
004040*    IT HAPPENED, SO NONE IS FORGOTTEN.
004050*    =============================================================
004060 4000-LISTE-BLOQUES.
004070     MOVE "OPERATEURS VERROUILLES OU SUSPENDUS" TO WS-LIGNE
004080     PERFORM 9000-ECRIT-LIGNE
004090     MOVE SPACES TO WS-LIGNE
004100     STRING "OPERATEUR   NOM                             R  "
004110         "STATUT      EC  DERN.CONN"
004120         DELIMITED BY SIZE INTO WS-LIGNE
004130     PERFORM 9000-ECRIT-LIGNE
004140     OPEN INPUT OPERATOR-FILE
004150     IF WS-OPER-STATUS NOT = "00"
004160         MOVE "  FICHIER DES OPERATEURS ABSENT." TO WS-LIGNE
004170         PERFORM 9000-ECRIT-LIGNE
004180     ELSE
004190         PERFORM 4010-LIT-OPERATEUR UNTIL OPER-EOF
004200         CLOSE OPERATOR-FILE
004210     END-IF
004220     IF WS-BLOQUES = ZERO
004230         MOVE "  AUCUN OPERATEUR BLOQUE." TO WS-LIGNE
004240         PERFORM 9000-ECRIT-LIGNE
004250     END-IF
004260     MOVE SPACES TO WS-LIGNE
004270     PERFORM 9000-ECRIT-LIGNE.
004280*
004290*    =============================================================
004300*    4010-LIT-OPERATEUR  --  READS ONE MASTER RECORD AND PRINTS
004310*    IT IF THE OPERATOR CANNOT SIGN ON.
004320*    =============================================================
004330 4010-LIT-OPERATEUR.
004340     READ OPERATOR-FILE NEXT RECORD
004350         AT END
004360             SET OPER-EOF TO TRUE
004370         NOT AT END
004380             IF OPER-STATUS = "V" OR OPER-STATUS = "S"
004390                 ADD 1 TO WS-BLOQUES
004400                 MOVE OPER-ID TO LB-OPER-ID
004410                 MOVE OPER-NAME TO LB-NAME
004420                 MOVE OPER-ROLE TO LB-ROLE
004430                 IF OPER-STATUS = "V"
004440                     MOVE "VERROUILLE" TO LB-STATUT
004450                 ELSE
004460                     MOVE "SUSPENDU" TO LB-STATUT
004470                 END-IF
004480                 MOVE OPER-ECHECS TO LB-ECHECS
004490                 MOVE OPER-DERN-CONNEXION TO LB-DERN-CONNEXION
004500                 MOVE LIGNE-BLOQUE TO WS-LIGNE
004510                 PERFORM 9000-ECRIT-LIGNE
004511             END-IF
004512     END-READ.
004513*
004514*    =============================================================
004515*    4500-RESUME-BORNE  --  SUMS UP THE DAY'S KIOSKLOG RECORDS
004516*    (SEE PENDKIOS): HOW MANY LOOKUPS THE SELF-SERVICE KIOSK
004517*    SERVED, HOW MANY IDS IT REFUSED AND HOW MANY PAGES OF PAST
004518*    GAMES WERE LOOKED AT.
004519*    =============================================================
004520 4500-RESUME-BORNE.
004521     MOVE "UTILISATION DE LA BORNE D'INFORMATION" TO WS-LIGNE
004522     PERFORM 9000-ECRIT-LIGNE
004523     OPEN INPUT KIOSK-LOG-FILE
004524     IF WS-KIOS-STATUS = "00"
004525         PERFORM 4510-LIT-CONSULTATION UNTIL KIOS-EOF
004526         CLOSE KIOSK-LOG-FILE
004527     END-IF
004528     MOVE "CONSULTATIONS" TO LT-LIBELLE
004529     MOVE WS-KIO-CONSULTATIONS TO LT-VALEUR
004530     MOVE LIGNE-TOTAL TO WS-LIGNE
004531     PERFORM 9000-ECRIT-LIGNE
004532     MOVE "  FICHES AFFICHEES" TO LT-LIBELLE
004533     MOVE WS-KIO-FICHES TO LT-VALEUR
004534     MOVE LIGNE-TOTAL TO WS-LIGNE
004535     PERFORM 9000-ECRIT-LIGNE
004536     MOVE "  IDENTIFIANTS INCONNUS" TO LT-LIBELLE
004537     MOVE WS-KIO-INCONNUS TO LT-VALEUR
004538     MOVE LIGNE-TOTAL TO WS-LIGNE
004539     PERFORM 9000-ECRIT-LIGNE
004540     MOVE "  JOUEURS SUSPENDUS RENVOYES" TO LT-LIBELLE
004541     MOVE WS-KIO-SUSPENDUS TO LT-VALEUR
004542     MOVE LIGNE-TOTAL TO WS-LIGNE
004543     PERFORM 9000-ECRIT-LIGNE
004544     MOVE "PAGES DE PARTIES CONSULTEES" TO LT-LIBELLE
004545     MOVE WS-KIO-PAGES TO LT-VALEUR
004546     MOVE LIGNE-TOTAL TO WS-LIGNE
004547     PERFORM 9000-ECRIT-LIGNE
004548     MOVE SPACES TO WS-LIGNE
004549     PERFORM 9000-ECRIT-LIGNE.
004550*
004551*    =============================================================
004552*    4510-LIT-CONSULTATION  --  READS ONE KIOSKLOG RECORD AND
004553*    COUNTS IT IF IT BELONGS TO THE DAY LISTED.
004554*    =============================================================
004555 4510-LIT-CONSULTATION.
004556     READ KIOSK-LOG-FILE
004557         AT END
004558             SET KIOS-EOF TO TRUE
004559         NOT AT END
004560             ADD 1 TO WS-KIOS-LUS
004561             IF KIOS-DATE = SEC-DATE
004562                 ADD 1 TO WS-KIO-CONSULTATIONS
004563                 EVALUATE KIOS-RESULTAT
004564                     WHEN "T"
004565                         ADD 1 TO WS-KIO-FICHES
004566                     WHEN "S"
004567                         ADD 1 TO WS-KIO-SUSPENDUS
004568                     WHEN OTHER
004569                         ADD 1 TO WS-KIO-INCONNUS
004570                 END-EVALUATE
004571                 IF KIOS-PAGES IS NUMERIC
004572                     ADD KIOS-PAGES TO WS-KIO-PAGES
004573                 END-IF
004574             END-IF
004575     END-READ.
004576*
004577*    =============================================================
004578*    7000-IMPRIME-TOTAUX  --  PRINTS THE RUN TOTALS.
004579*    =============================================================
004580 7000-IMPRIME-TOTAUX.
004590     MOVE "EVENEMENTS DE LA JOURNEE" TO LT-LIBELLE
004600     MOVE WS-EVENEMENTS TO LT-VALEUR
004610     MOVE LIGNE-TOTAL TO WS-LIGNE
004620     PERFORM 9000-ECRIT-LIGNE
004630     MOVE "CONNEXIONS ECHOUEES" TO LT-LIBELLE
004640     MOVE WS-TOT-ECHECS TO LT-VALEUR
004650     MOVE LIGNE-TOTAL TO WS-LIGNE
004660     PERFORM 9000-ECRIT-LIGNE
004670     MOVE "ACTIONS REFUSEES" TO LT-LIBELLE
004680     MOVE WS-TOT-REFUS TO LT-VALEUR
004690     MOVE LIGNE-TOTAL TO WS-LIGNE
004700     PERFORM 9000-ECRIT-LIGNE
004710     MOVE "CHANGEMENTS D'OPERATEURS" TO LT-LIBELLE
004720     MOVE WS-TOT-CHANGEMENTS TO LT-VALEUR
004730     MOVE LIGNE-TOTAL TO WS-LIGNE
004740     PERFORM 9000-ECRIT-LIGNE
004750     MOVE "OPERATEURS A VERIFIER" TO LT-LIBELLE
004760     MOVE WS-SIGNALES TO LT-VALEUR
004770     MOVE LIGNE-TOTAL TO WS-LIGNE
004780     PERFORM 9000-ECRIT-LIGNE
004790     MOVE "OPERATEURS BLOQUES" TO LT-LIBELLE
004800     MOVE WS-BLOQUES TO LT-VALEUR
004810     MOVE LIGNE-TOTAL TO WS-LIGNE
004820     PERFORM 9000-ECRIT-LIGNE
004830     IF WS-OPER-DEBORDES > ZERO
004840         MOVE "EVENEMENTS HORS TABLE (200 OPERATEURS)"
004850             TO LT-LIBELLE
004860         MOVE WS-OPER-DEBORDES TO LT-VALEUR
004870         MOVE LIGNE-TOTAL TO WS-LIGNE
004880         PERFORM 9000-ECRIT-LIGNE
004890     END-IF.
004900*
004910*    =============================================================
004920*    9000-ECRIT-LIGNE  --  WRITES ONE REPORT LINE FROM WS-LIGNE,
004930*    BREAKING TO A NEW PAGE (WITH THE HEADING BLOCK REPEATED)
004940*    WHEN THE PAGE IS FULL.
004950*    =============================================================
004960 9000-ECRIT-LIGNE.
004970     IF RPT-LIGNE-CNT NOT < RPT-LIGNES-PAR-PAGE
004980         PERFORM 9010-ENTETE-PAGE
004990     END-IF
005000     MOVE SPACE TO PRT-CC
005010     MOVE WS-LIGNE TO PRT-LINE
005020     WRITE PRINT-RECORD
005030     ADD 1 TO RPT-LIGNE-CNT.
005040*
005050*    =============================================================
005060*    9010-ENTETE-PAGE  --  STARTS A NEW PAGE: TITLE, RUN DATE/
005070*    TIME AND PAGE NUMBER.
005080*    =============================================================
005090 9010-ENTETE-PAGE.
005100     ADD 1 TO RPT-PAGE-CNT
005110     MOVE RPT-PAGE-CNT TO RPT-PAGE-AFF
005120     MOVE WS-TODAY-DATE TO ENT-DATE
005130     MOVE WS-TIME-NOW TO ENT-HEURE
005140     MOVE RPT-PAGE-AFF TO ENT-PAGE
005150     MOVE "1" TO PRT-CC
005160     MOVE ENT-LIGNE-1 TO PRT-LINE
005170     WRITE PRINT-RECORD
005180     MOVE SPACE TO PRT-CC
005190     MOVE ENT-LIGNE-2 TO PRT-LINE
005200     WRITE PRINT-RECORD
005210     MOVE ALL "-" TO PRT-LINE
005220     WRITE PRINT-RECORD
005230     MOVE 3 TO RPT-LIGNE-CNT.
005240*
005250*    =============================================================
005260*    9900-ENREG-JOURNAL  --  APPENDS THIS RUN'S ONE RECORD TO
005270*    THE SHARED RUNLOG FILE (SEE PENDRLOG) JUST BEFORE THE
005280*    PROGRAM ENDS.
005290*    =============================================================
005300 9900-ENREG-JOURNAL.
005310     MOVE "PENDUSEC" TO RLOG-PROGRAM
005320     MOVE WS-RLOG-DATE TO RLOG-DATE
005330     MOVE WS-RLOG-DEBUT TO RLOG-START-TIME
005340     ACCEPT RLOG-END-TIME FROM TIME
005350     COMPUTE RLOG-LUS = WS-SECL-LUS + WS-KIOS-LUS
005360     MOVE WS-EVENEMENTS TO RLOG-ECRITS
005370     MOVE ZERO TO RLOG-REJETES
005380     COMPUTE RLOG-EXCEPTIONS = WS-SIGNALES + WS-BLOQUES
005390         + WS-OPER-DEBORDES
005400     MOVE RETURN-CODE TO RLOG-RETOUR
005410     OPEN EXTEND RUN-LOG-FILE
005420     IF WS-RLOG-STATUS = "35"
005430         OPEN OUTPUT RUN-LOG-FILE
005440     END-IF
005450     WRITE RUN-LOG-RECORD
005460     CLOSE RUN-LOG-FILE.
005470*
005480 END PROGRAM Pendusec.
