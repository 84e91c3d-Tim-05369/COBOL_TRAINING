000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Penduopm.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - OPERATOR MASTER
000140*                      MAINTENANCE, IN THE STYLE OF PENDUPMT.
000150*                      ADDS OPERATORS TO OPERFL (SEE PENDOPER),
000160*                      CHANGES A ROLE OR A PASSWORD, SUSPENDS,
000170*                      REACTIVATES (WHICH ALSO UNLOCKS) AND
000180*                      LISTS THEM.  SUPERVISORS ONLY; EVERY
000190*                      CHANGE IS LOGGED TO SECLOG AS EVENT "O"
000200*                      WITH THE OPERATOR CHANGED AS CIBLE.
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-PC.
000250 OBJECT-COMPUTER. IBM-PC.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OPER-ID
000320         FILE STATUS IS WS-OPER-STATUS.
000330     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SECL-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  OPERATOR-FILE.
000400 COPY "PENDOPER.CPY".
000410 FD  SECURITY-FILE.
000420 COPY "PENDSECL.CPY".
000430*
000440 WORKING-STORAGE SECTION.
000450*
000460*    ---- FILE STATUS SWITCHES -----------------------------------
000470 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000480 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000490 77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000500     88  LIST-EOF                  VALUE "Y".
000510*
000520*    ---- OPERATOR AND MENU WORK AREAS ---------------------------
000530 77  OPM-USER-ID               PIC X(10) VALUE SPACES.
000540 77  OPM-CHOIX                 PIC X(01) VALUE SPACE.
000550 77  WS-FIN-SW                 PIC X(01) VALUE "N".
000560     88  FIN-DEMANDEE              VALUE "Y".
000570*
000580*    ---- OPERATOR ENTRY WORK AREAS ------------------------------
000590 77  OPM-OPER-ID               PIC X(10) VALUE SPACES.
000600 77  OPM-NOM                   PIC X(30) VALUE SPACES.
000610 77  OPM-MOT-DE-PASSE          PIC X(10) VALUE SPACES.
000620 77  OPM-ROLE                  PIC X(01) VALUE SPACE.
000630     88  OPM-ROLE-VALIDE           VALUE "M" "C" "J" "T" "S".
000640 77  OPM-ANCIEN-ROLE           PIC X(01) VALUE SPACE.
000650 77  WS-OPER-TROUVE-SW         PIC X(01) VALUE "N".
000660     88  OPER-TROUVE               VALUE "Y".
000670 77  WS-OPERATEURS-LISTES      PIC 9(05) VALUE ZERO.
000680*
000690*    ---- DATE/TIME STAMP WORK AREAS -----------------------------
000700 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
000710 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000720*
000730*    ---- SHARED SIGN-ON WORK AREAS ------------------------------
000740 COPY "PENDSGNW.CPY".
000750*
000760 PROCEDURE DIVISION.
000770*
000780*    =============================================================
000790*    0000-MAINLINE  --  SIGNS THE SUPERVISOR ON, THEN SERVES
000800*    MENU REQUESTS UNTIL THE OPERATOR QUITS.
000810*    =============================================================
000820 0000-MAINLINE.
000830     PERFORM 1000-DEMANDE-OPERATEUR
000840     IF ACCES-AUTORISE
000850         PERFORM 2000-SERT-MENU UNTIL FIN-DEMANDEE
000860     END-IF
000870     DISPLAY "Fin de la maintenance des opérateurs."
000880     STOP RUN.
000890*
000900*    =============================================================
000910*    1000-DEMANDE-OPERATEUR  --  SIGNS THE OPERATOR ON AGAINST
000920*    THE OPERFL MASTER (SGN-MAX-ESSAIS ATTEMPTS), THEN CHECKS
000930*    THE ROLE AGAINST THIS PROGRAM.  THE ID RECORDED ON EVERY
000940*    SECLOG RECORD IS THUS ALWAYS A KNOWN, ACTIVE OPERATOR.
000950*    =============================================================
000960 1000-DEMANDE-OPERATEUR.
000970     MOVE ZERO TO SGN-ESSAIS
000980     MOVE "N" TO SGN-CONNEXION-SW
000990     MOVE "N" TO SGN-ACCES-SW
001000     MOVE "N" TO SGN-MAJ-SW
001010     PERFORM 1002-TENTATIVE-CONNEXION
001020         UNTIL CONNEXION-ACCEPTEE
001030            OR SGN-ESSAIS NOT < SGN-MAX-ESSAIS
001040     IF CONNEXION-ACCEPTEE
001050         PERFORM 1005-CONTROLE-ROLE
001060     ELSE
001070         DISPLAY "Connexion impossible - session terminée."
001080     END-IF.
001090*
001100*    =============================================================
001110*    1001-SAISIE-OPERATEUR  --  ASKS FOR ONE OPERATOR IDENTIFIER,
001120*    UPPERCASED AS ON THE MASTER.
001130*    =============================================================
001140 1001-SAISIE-OPERATEUR.
001150     DISPLAY "Identifiant de l'opérateur : " WITH NO ADVANCING
001160     ACCEPT OPM-USER-ID
001170     INSPECT OPM-USER-ID CONVERTING
001180         "abcdefghijklmnopqrstuvwxyz"
001190         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001200*
001210*    =============================================================
001220*    1002-TENTATIVE-CONNEXION  --  ONE SIGN-ON ATTEMPT: A
001230*    NON-BLANK IDENTIFIER AND ITS PASSWORD.
001240*    =============================================================
001250 1002-TENTATIVE-CONNEXION.
001260     MOVE SPACES TO OPM-USER-ID
001270     PERFORM 1001-SAISIE-OPERATEUR
001280         UNTIL OPM-USER-ID NOT = SPACES
001290     DISPLAY "Mot de passe : " WITH NO ADVANCING
001300     MOVE SPACES TO SGN-MOT-DE-PASSE
001310     ACCEPT SGN-MOT-DE-PASSE
001320     ADD 1 TO SGN-ESSAIS
001330     PERFORM 1003-CONTROLE-OPERATEUR.
001340*
001350*    =============================================================
001360*    1003-CONTROLE-OPERATEUR  --  CHECKS THE ATTEMPT AGAINST
001370*    OPERFL.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
001380*    LOCKS THE ACCOUNT ("V") AT SGN-MAX-ESSAIS IN A ROW; A GOOD
001390*    ONE CLEARS THE COUNT.  EVERY FAILURE GOES TO SECLOG.
001400*    =============================================================
001410 1003-CONTROLE-OPERATEUR.
001420     MOVE SPACE TO SGN-CHOIX
001430     MOVE SPACES TO SGN-CIBLE
001440     MOVE SPACES TO SGN-DETAIL
001450     MOVE SPACE TO SGN-EVENEMENT
001460     OPEN I-O OPERATOR-FILE
001470     IF WS-OPER-STATUS NOT = "00"
001480         DISPLAY "Fichier des opérateurs absent - "
001490             "connexion impossible."
001500         MOVE SGN-MAX-ESSAIS TO SGN-ESSAIS
001510     ELSE
001520         MOVE OPM-USER-ID TO OPER-ID
001530         READ OPERATOR-FILE
001540             INVALID KEY
001550                 MOVE "I" TO SGN-EVENEMENT
001560             NOT INVALID KEY
001570                 PERFORM 1004-CONTROLE-MOT-DE-PASSE
001580         END-READ
001590         CLOSE OPERATOR-FILE
001600         EVALUATE SGN-EVENEMENT
001610             WHEN "B" WHEN "V"
001620                 DISPLAY "Compte suspendu ou verrouillé - "
001630                     "voir un superviseur."
001640                 PERFORM 8500-ENREG-SECURITE
001650             WHEN "I" WHEN "P"
001660                 DISPLAY "Identifiant ou mot de passe invalide."
001670                 PERFORM 8500-ENREG-SECURITE
001680         END-EVALUATE
001690     END-IF.
001700*
001710*    =============================================================
001720*    1004-CONTROLE-MOT-DE-PASSE  --  JUDGES THE OPERATOR RECORD
001730*    JUST READ AND REWRITES ITS FAILURE COUNT.
001740*    =============================================================
001750 1004-CONTROLE-MOT-DE-PASSE.
001760     EVALUATE TRUE
001770         WHEN OPER-STATUS NOT = "A"
001780             MOVE "B" TO SGN-EVENEMENT
001790         WHEN OPER-PASSWORD NOT = SGN-MOT-DE-PASSE
001800             ADD 1 TO OPER-ECHECS
001810             IF OPER-ECHECS NOT < SGN-MAX-ESSAIS
001820                 MOVE "V" TO OPER-STATUS
001830                 MOVE "V" TO SGN-EVENEMENT
001840             ELSE
001850                 MOVE "P" TO SGN-EVENEMENT
001860             END-IF
001870             REWRITE OPERATOR-RECORD
001880         WHEN OTHER
001890             PERFORM 8000-HORODATAGE
001900             MOVE ZERO TO OPER-ECHECS
001910             MOVE WS-DATE-NOW TO OPER-DERN-CONNEXION
001920             REWRITE OPERATOR-RECORD
001930             MOVE OPER-ROLE TO SGN-ROLE
001940             SET CONNEXION-ACCEPTEE TO TRUE
001950             DISPLAY "Bonjour " OPER-NAME
001960     END-EVALUATE.
001970*
001980*    =============================================================
001990*    1005-CONTROLE-ROLE  --  THE OPERATOR MASTER DECIDES WHO MAY
002000*    DO WHAT EVERYWHERE ELSE, SO ONLY A SUPERVISOR MAY KEEP IT.
002010*    =============================================================
002020 1005-CONTROLE-ROLE.
002030     IF ROLE-SUPERVISEUR
002040         SET ACCES-AUTORISE TO TRUE
002050         SET MAJ-AUTORISEE TO TRUE
002060     ELSE
002070         MOVE "*" TO SGN-CHOIX
002080         PERFORM 8510-ACTION-REFUSEE
002090     END-IF.
002100*
002110*    =============================================================
002120*    2000-SERT-MENU  --  DISPLAYS THE MENU, READS ONE CHOICE AND
002130*    DISPATCHES IT.
002140*    =============================================================
002150 2000-SERT-MENU.
002160     DISPLAY " "
002170     DISPLAY "--- MAINTENANCE DES OPÉRATEURS ---"
002180     DISPLAY "A = Ajouter un opérateur"
002190     DISPLAY "M = Modifier le rôle d'un opérateur"
002200     DISPLAY "P = Changer le mot de passe d'un opérateur"
002210     DISPLAY "S = Suspendre un opérateur"
002220     DISPLAY "R = Réactiver / déverrouiller un opérateur"
002230     DISPLAY "L = Lister les opérateurs"
002240     DISPLAY "Q = Quitter"
002250     DISPLAY "Choix : " WITH NO ADVANCING
002260     ACCEPT OPM-CHOIX
002270     EVALUATE OPM-CHOIX
002280         WHEN "A" WHEN "a"
002290             PERFORM 3000-AJOUTE-OPERATEUR
002300         WHEN "M" WHEN "m"
002310             PERFORM 4000-CHANGE-ROLE
002320         WHEN "P" WHEN "p"
002330             PERFORM 4500-CHANGE-MOT-DE-PASSE
002340         WHEN "S" WHEN "s"
002350             PERFORM 5000-SUSPEND-OPERATEUR
002360         WHEN "R" WHEN "r"
002370             PERFORM 5500-REACTIVE-OPERATEUR
002380         WHEN "L" WHEN "l"
002390             PERFORM 6000-LISTE-OPERATEURS
002400         WHEN "Q" WHEN "q"
002410             SET FIN-DEMANDEE TO TRUE
002420         WHEN OTHER
002430             DISPLAY "Choix invalide, recommencez."
002440     END-EVALUATE.
002450*
002460*    =============================================================
002470*    3000-AJOUTE-OPERATEUR  --  ACCEPTS A NEW OPERATOR-ID,
002480*    REJECTS A BLANK ID OR A DOUBLE, TAKES THE NAME, THE FIRST
002490*    PASSWORD AND THE ROLE, WRITES THE MASTER RECORD (ACTIVE)
002500*    AND LOGS THE CREATION.
002510*    =============================================================
002520 3000-AJOUTE-OPERATEUR.
002530     PERFORM 3010-SAISIE-CIBLE
002540     IF OPM-OPER-ID = SPACES
002550         DISPLAY "Identifiant vide, rejeté."
002560     ELSE
002570         PERFORM 7000-CHERCHE-OPERATEUR
002580         IF OPER-TROUVE
002590             CLOSE OPERATOR-FILE
002600             DISPLAY "Opérateur déjà enregistré, rejeté."
002610         ELSE
002620             DISPLAY "Nom de l'opérateur : " WITH NO ADVANCING
002630             MOVE SPACES TO OPM-NOM
002640             ACCEPT OPM-NOM
002650             PERFORM 3030-SAISIE-MOT-DE-PASSE
002660             PERFORM 3020-SAISIE-ROLE
002670             PERFORM 3040-ECRIT-OPERATEUR
002680         END-IF
002690     END-IF.
002700*
002710*    =============================================================
002720*    3010-SAISIE-CIBLE  --  ASKS FOR THE IDENTIFIER OF THE
002730*    OPERATOR TO MAINTAIN AND UPPERCASES IT AS ON THE MASTER.
002740*    =============================================================
002750 3010-SAISIE-CIBLE.
002760     DISPLAY "Opérateur concerné : " WITH NO ADVANCING
002770     MOVE SPACES TO OPM-OPER-ID
002780     ACCEPT OPM-OPER-ID
002790     INSPECT OPM-OPER-ID CONVERTING
002800         "abcdefghijklmnopqrstuvwxyz"
002810         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002820*
002830*    =============================================================
002840*    3020-SAISIE-ROLE  --  ASKS FOR A ROLE UNTIL A VALID ONE IS
002850*    GIVEN.
002860*    =============================================================
002870 3020-SAISIE-ROLE.
002880     MOVE SPACE TO OPM-ROLE
002890     PERFORM 3021-SAISIE-UN-ROLE
002900         UNTIL OPM-ROLE-VALIDE.
002910*
002920*    =============================================================
002930*    3021-SAISIE-UN-ROLE  --  ASKS FOR ONE ROLE LETTER.
002940*    =============================================================
002950 3021-SAISIE-UN-ROLE.
002960     DISPLAY "Rôle (M=mots C=crédits J=joueurs T=tournois "
002970         "S=superviseur) : " WITH NO ADVANCING
002980     ACCEPT OPM-ROLE
002990     INSPECT OPM-ROLE CONVERTING
003000         "mcjts" TO "MCJTS"
003010     IF NOT OPM-ROLE-VALIDE
003020         DISPLAY "Rôle invalide, recommencez."
003030     END-IF.
003040*
003050*    =============================================================
003060*    3030-SAISIE-MOT-DE-PASSE  --  ASKS FOR A PASSWORD UNTIL A
003070*    NON-BLANK ONE IS GIVEN.
003080*    =============================================================
003090 3030-SAISIE-MOT-DE-PASSE.
003100     MOVE SPACES TO OPM-MOT-DE-PASSE
003110     PERFORM 3031-SAISIE-UN-MOT-DE-PASSE
003120         UNTIL OPM-MOT-DE-PASSE NOT = SPACES.
003130*
003140*    =============================================================
003150*    3031-SAISIE-UN-MOT-DE-PASSE  --  ASKS FOR ONE PASSWORD.
003160*    =============================================================
003170 3031-SAISIE-UN-MOT-DE-PASSE.
003180     DISPLAY "Mot de passe : " WITH NO ADVANCING
003190     ACCEPT OPM-MOT-DE-PASSE.
003200*
003210*    =============================================================
003220*    3040-ECRIT-OPERATEUR  --  WRITES THE NEW MASTER RECORD
003230*    (ACTIVE, NO FAILED SIGN-ON, CREATED TODAY) AND LOGS IT.
003240*    =============================================================
003250 3040-ECRIT-OPERATEUR.
003260     PERFORM 8000-HORODATAGE
003270     PERFORM 7010-OUVRE-MAITRE
003280     MOVE OPM-OPER-ID TO OPER-ID
003290     MOVE OPM-NOM TO OPER-NAME
003300     MOVE OPM-MOT-DE-PASSE TO OPER-PASSWORD
003310     MOVE "A" TO OPER-STATUS
003320     MOVE OPM-ROLE TO OPER-ROLE
003330     MOVE ZERO TO OPER-ECHECS
003340     MOVE WS-DATE-NOW TO OPER-CREATE-DATE
003350     MOVE ZERO TO OPER-DERN-CONNEXION
003360     WRITE OPERATOR-RECORD
003370     CLOSE OPERATOR-FILE
003380     MOVE "A" TO SGN-CHOIX
003390     MOVE SPACES TO SGN-DETAIL
003400     STRING "CREATION ROLE " OPM-ROLE
003410         DELIMITED BY SIZE INTO SGN-DETAIL
003420     PERFORM 8600-ENREG-CHANGEMENT
003430     DISPLAY "Opérateur ajouté : " OPM-OPER-ID.
003440*
003450*    =============================================================
003460*    4000-CHANGE-ROLE  --  GIVES AN EXISTING OPERATOR A NEW
003470*    ROLE.  A SUPERVISOR MAY NOT CHANGE THEIR OWN ROLE, SO THE
003480*    INSTALLATION CANNOT BE LEFT WITHOUT ONE BY MISTAKE.
003490*    =============================================================
003500 4000-CHANGE-ROLE.
003510     PERFORM 3010-SAISIE-CIBLE
003520     IF OPM-OPER-ID = OPM-USER-ID
003530         DISPLAY "Impossible sur votre propre compte."
003540     ELSE
003550         PERFORM 7000-CHERCHE-OPERATEUR
003560         IF NOT OPER-TROUVE
003570             DISPLAY "Opérateur absent du fichier maître."
003580         ELSE
003590             DISPLAY OPER-ID " " OPER-NAME " rôle actuel "
003600                 OPER-ROLE
003610             MOVE OPER-ROLE TO OPM-ANCIEN-ROLE
003620             PERFORM 3020-SAISIE-ROLE
003630             IF OPM-ROLE = OPM-ANCIEN-ROLE
003640                 DISPLAY "Rôle inchangé."
003650                 CLOSE OPERATOR-FILE
003660             ELSE
003670                 MOVE OPM-ROLE TO OPER-ROLE
003680                 REWRITE OPERATOR-RECORD
003690                 CLOSE OPERATOR-FILE
003700                 MOVE "M" TO SGN-CHOIX
003710                 MOVE SPACES TO SGN-DETAIL
003720                 STRING "ROLE " OPM-ANCIEN-ROLE " VERS " OPM-ROLE
003730                     DELIMITED BY SIZE INTO SGN-DETAIL
003740                 PERFORM 8600-ENREG-CHANGEMENT
003750                 DISPLAY "Rôle modifié : " OPM-OPER-ID
003760             END-IF
003770         END-IF
003780     END-IF.
003790*
003800*    =============================================================
003810*    4500-CHANGE-MOT-DE-PASSE  --  SETS A NEW PASSWORD FOR AN
003820*    EXISTING OPERATOR (THE SUPERVISOR'S OWN INCLUDED) AND
003830*    CLEARS THE FAILED SIGN-ON COUNT.  A LOCKED OPERATOR STAYS
003840*    LOCKED UNTIL REACTIVATED.
003850*    =============================================================
003860 4500-CHANGE-MOT-DE-PASSE.
003870     PERFORM 3010-SAISIE-CIBLE
003880     PERFORM 7000-CHERCHE-OPERATEUR
003890     IF NOT OPER-TROUVE
003900         DISPLAY "Opérateur absent du fichier maître."
003910     ELSE
003920         PERFORM 3030-SAISIE-MOT-DE-PASSE
003930         MOVE OPM-MOT-DE-PASSE TO OPER-PASSWORD
003940         MOVE ZERO TO OPER-ECHECS
003950         REWRITE OPERATOR-RECORD
003960         CLOSE OPERATOR-FILE
003970         MOVE "P" TO SGN-CHOIX
003980         MOVE "MOT DE PASSE CHANGE" TO SGN-DETAIL
003990         PERFORM 8600-ENREG-CHANGEMENT
004000         DISPLAY "Mot de passe changé : " OPM-OPER-ID
004010     END-IF.
004020*
004030*    =============================================================
004040*    5000-SUSPEND-OPERATEUR  --  MARKS AN EXISTING OPERATOR
004050*    SUSPENDED.  A SUPERVISOR MAY NOT SUSPEND THEMSELVES.
004060*    =============================================================
004070 5000-SUSPEND-OPERATEUR.
004080     PERFORM 3010-SAISIE-CIBLE
004090     IF OPM-OPER-ID = OPM-USER-ID
004100         DISPLAY "Impossible sur votre propre compte."
004110     ELSE
004120         PERFORM 7000-CHERCHE-OPERATEUR
004130         IF NOT OPER-TROUVE
004140             DISPLAY "Opérateur absent du fichier maître."
004150         ELSE
004160             IF OPER-STATUS = "S"
004170                 DISPLAY "Opérateur déjà suspendu."
004180                 CLOSE OPERATOR-FILE
004190             ELSE
004200                 MOVE "S" TO OPER-STATUS
004210                 REWRITE OPERATOR-RECORD
004220                 CLOSE OPERATOR-FILE
004230                 MOVE "S" TO SGN-CHOIX
004240                 MOVE "SUSPENSION" TO SGN-DETAIL
004250                 PERFORM 8600-ENREG-CHANGEMENT
004260                 DISPLAY "Opérateur suspendu : " OPM-OPER-ID
004270             END-IF
004280         END-IF
004290     END-IF.
004300*
004310*    =============================================================
004320*    5500-REACTIVE-OPERATEUR  --  MARKS A SUSPENDED OR LOCKED
004330*    OPERATOR ACTIVE AGAIN WITH A CLEAN FAILED SIGN-ON COUNT.
004340*    =============================================================
004350 5500-REACTIVE-OPERATEUR.
004360     PERFORM 3010-SAISIE-CIBLE
004370     PERFORM 7000-CHERCHE-OPERATEUR
004380     IF NOT OPER-TROUVE
004390         DISPLAY "Opérateur absent du fichier maître."
004400     ELSE
004410         IF OPER-STATUS = "A" AND OPER-ECHECS = ZERO
004420             DISPLAY "Opérateur déjà actif."
004430             CLOSE OPERATOR-FILE
004440         ELSE
004450             MOVE SPACES TO SGN-DETAIL
004460             STRING "REACTIVATION DE " OPER-STATUS
004470                 DELIMITED BY SIZE INTO SGN-DETAIL
004480             MOVE "A" TO OPER-STATUS
004490             MOVE ZERO TO OPER-ECHECS
004500             REWRITE OPERATOR-RECORD
004510             CLOSE OPERATOR-FILE
004520             MOVE "R" TO SGN-CHOIX
004530             PERFORM 8600-ENREG-CHANGEMENT
004540             DISPLAY "Opérateur réactivé : " OPM-OPER-ID
004550         END-IF
004560     END-IF.
004570*
004580*    =============================================================
004590*    6000-LISTE-OPERATEURS  --  LISTS THE MASTER FILE IN KEY
004600*    ORDER.  PASSWORDS ARE NEVER SHOWN.
004610*    =============================================================
004620 6000-LISTE-OPERATEURS.
004630     MOVE "N" TO WS-LIST-EOF-SW
004640     MOVE ZERO TO WS-OPERATEURS-LISTES
004650     OPEN INPUT OPERATOR-FILE
004660     IF WS-OPER-STATUS NOT = "00"
004670         DISPLAY "Fichier des opérateurs absent."
004680     ELSE
004690         MOVE LOW-VALUES TO OPER-ID
004700         START OPERATOR-FILE KEY NOT < OPER-ID
004710             INVALID KEY
004720                 SET LIST-EOF TO TRUE
004730         END-START
004740         PERFORM 6010-LISTE-UN-OPERATEUR UNTIL LIST-EOF
004750         CLOSE OPERATOR-FILE
004760         DISPLAY "Opérateurs enregistrés : "
004770             WS-OPERATEURS-LISTES
004780     END-IF.
004790*
004800*    =============================================================
004810*    6010-LISTE-UN-OPERATEUR  --  SHOWS ONE MASTER RECORD FOR
004820*    6000-LISTE-OPERATEURS.
004830*    =============================================================
004840 6010-LISTE-UN-OPERATEUR.
004850     READ OPERATOR-FILE NEXT RECORD
004860         AT END
004870             SET LIST-EOF TO TRUE
004880         NOT AT END
004890             ADD 1 TO WS-OPERATEURS-LISTES
004900             EVALUATE OPER-STATUS
004910                 WHEN "S"
004920                     DISPLAY OPER-ID " " OPER-NAME " rôle "
004930                         OPER-ROLE " SUSPENDU"
004940                 WHEN "V"
004950                     DISPLAY OPER-ID " " OPER-NAME " rôle "
004960                         OPER-ROLE " VERROUILLÉ"
004970                 WHEN OTHER
004980                     DISPLAY OPER-ID " " OPER-NAME " rôle "
004990                         OPER-ROLE " actif, connecté le "
005000                         OPER-DERN-CONNEXION
005010             END-EVALUATE
005020     END-READ.
005030*
005040*    =============================================================
005050*    7000-CHERCHE-OPERATEUR  --  READS THE MASTER RECORD FOR
005060*    OPM-OPER-ID BY KEY, LEAVING THE FILE OPEN I-O AND THE
005070*    RECORD AREA LOADED WHEN FOUND (CALLER CLOSES).  NOT FOUND
005080*    CLOSES THE FILE AND CLEARS THE SWITCH.
005090*    =============================================================
005100 7000-CHERCHE-OPERATEUR.
005110     MOVE "N" TO WS-OPER-TROUVE-SW
005120     PERFORM 7010-OUVRE-MAITRE
005130     MOVE OPM-OPER-ID TO OPER-ID
005140     READ OPERATOR-FILE
005150         INVALID KEY
005160             CLOSE OPERATOR-FILE
005170         NOT INVALID KEY
005180             SET OPER-TROUVE TO TRUE
005190     END-READ.
005200*
005210*    =============================================================
005220*    7010-OUVRE-MAITRE  --  OPENS THE MASTER I-O.  THE FILE IS
005230*    ALLOCATED WITH ITS FIRST SUPERVISOR BY PENDALOP, SO IT IS
005240*    ALWAYS THERE ONCE SOMEBODY HAS SIGNED ON.
005250*    =============================================================
005260 7010-OUVRE-MAITRE.
005270     OPEN I-O OPERATOR-FILE.
005280*
005290*    =============================================================
005300*    8000-HORODATAGE  --  CAPTURES THE CURRENT DATE AND TIME FOR
005310*    THE MASTER AND SECURITY-LOG RECORDS.
005320*    =============================================================
005330 8000-HORODATAGE.
005340     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
005350     ACCEPT WS-TIME-NOW FROM TIME.
005360*
005370*    =============================================================
005380*    8500-ENREG-SECURITE  --  APPENDS ONE RECORD TO SECLOG FOR
005390*    THE OPERATOR IN OPM-USER-ID.  EVENEMENT, CHOIX, CIBLE AND
005400*    DETAIL ARE SET BY THE CALLER.
005410*    =============================================================
005420 8500-ENREG-SECURITE.
005430     PERFORM 8000-HORODATAGE
005440     MOVE WS-DATE-NOW TO SECL-DATE
005450     MOVE WS-TIME-NOW TO SECL-TIME
005460     MOVE "PENDUOPM" TO SECL-PROGRAM
005470     MOVE OPM-USER-ID TO SECL-OPER-ID
005480     MOVE SGN-EVENEMENT TO SECL-EVENEMENT
005490     MOVE SGN-CHOIX TO SECL-CHOIX
005500     MOVE SGN-CIBLE TO SECL-CIBLE
005510     MOVE SGN-DETAIL TO SECL-DETAIL
005520     OPEN EXTEND SECURITY-FILE
005530     IF WS-SECL-STATUS = "35"
005540         OPEN OUTPUT SECURITY-FILE
005550     END-IF
005560     WRITE SECURITY-LOG-RECORD
005570     CLOSE SECURITY-FILE.
005580*
005590*    =============================================================
005600*    8510-ACTION-REFUSEE  --  TURNS AWAY A MENU OPTION THE
005610*    OPERATOR'S ROLE DOES NOT ALLOW (OPTION IN SGN-CHOIX) AND
005620*    LOGS THE REFUSAL.
005630*    =============================================================
005640 8510-ACTION-REFUSEE.
005650     DISPLAY "Action non autorisée pour votre rôle."
005660     MOVE "R" TO SGN-EVENEMENT
005670     MOVE SPACES TO SGN-CIBLE
005680     MOVE SPACES TO SGN-DETAIL
005690     STRING "ROLE " SGN-ROLE DELIMITED BY SIZE INTO SGN-DETAIL
005700     PERFORM 8500-ENREG-SECURITE.
005710*
005720*    =============================================================
005730*    8600-ENREG-CHANGEMENT  --  LOGS ONE CHANGE TO THE OPERATOR
005740*    MASTER (EVENT "O") FOR OPM-OPER-ID.  CHOIX AND DETAIL ARE
005750*    SET BY THE CALLER.
005760*    =============================================================
005770 8600-ENREG-CHANGEMENT.
005780     MOVE "O" TO SGN-EVENEMENT
005790     MOVE OPM-OPER-ID TO SGN-CIBLE
005800     PERFORM 8500-ENREG-SECURITE.
005810*
005820 END PROGRAM Penduopm.
