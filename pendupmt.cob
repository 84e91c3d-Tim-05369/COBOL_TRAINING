000150*                      REGISTERS, SUSPENDS, REACTIVATES AND
000160*                      LISTS PLAYERFL ENTRIES, AND LOGS EVERY
000170*                      CHANGE TO PLYRHIST WITH THE OPERATOR ID.
000171*    10/15/2026 MD    SHOWS THE WATCHLST STANDING (SEE PENDWTCH)
000172*                      BEFORE A SUSPENSION OR REACTIVATION; MENU W
000173*                      LISTS THE PLAYERS UNDER WATCH.
000174*    10/15/2026 MD    DORMANT ("D") PLAYERS OF THE PENDUDRM SWEEP
000175*                      LIST AS SUCH; REACTIVATION WAKES THEM.
000176*    10/15/2026 MD    SIGN-ON WITH PASSWORD AGAINST OPERFL (SEE
000177*                      PENDOPER).  CREDIT SALES MAY ONLY LIST; ALL
000178*                      ELSE NEEDS PLAYER ADMIN OR SUPERVISOR.
000179*                      FAILED SIGN-ONS AND REFUSALS GO TO SECLOG.
000180*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS PLYR-PLAYER-ID
000290         FILE STATUS IS WS-PLYR-STATUS.
000295     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000300         ORGANIZATION IS INDEXED
000305         ACCESS MODE IS RANDOM
000310         RECORD KEY IS OPER-ID
000315         FILE STATUS IS WS-OPER-STATUS.
000320     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000325         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SECL-STATUS.
000350     SELECT HISTORY-FILE ASSIGN TO "PLYRHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-HIST-STATUS.
000371     SELECT WATCH-FILE ASSIGN TO "WATCHLST"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS WTCH-PLAYER-ID
000375         FILE STATUS IS WS-WTCH-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000420 COPY "PENDPLYR.CPY".
000490 FD  HISTORY-FILE.
000500 COPY "PENDPHST.CPY".
000501 FD  WATCH-FILE.
000502 COPY "PENDWTCH.CPY".
000503 FD  OPERATOR-FILE.
000504 COPY "PENDOPER.CPY".
000505 FD  SECURITY-FILE.
000506 COPY "PENDSECL.CPY".
000510*
000520 WORKING-STORAGE SECTION.
000530*
000540*    ---- FILE STATUS SWITCHES -----------------------------------
000550 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
000570 77  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
000571 77  WS-WTCH-STATUS            PIC X(02) VALUE SPACES.
000573 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000575 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000580 77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000590     88  LIST-EOF                  VALUE "Y".
000600*
000700 77  WS-JOUEUR-TROUVE-SW       PIC X(01) VALUE "N".
000710     88  JOUEUR-TROUVE             VALUE "Y".
000720 77  WS-JOUEURS-LISTES         PIC 9(05) VALUE ZERO.
000721 77  WS-SURVEILLES             PIC 9(05) VALUE ZERO.
000730*
000740*    ---- DATE/TIME STAMP WORK AREAS -----------------------------
000750 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
000760 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000762*
000764*    ---- SHARED SIGN-ON WORK AREAS ------------------------------
000766 COPY "PENDSGNW.CPY".
000770*
000780 PROCEDURE DIVISION.
000790*
000830*    =============================================================
000840 0000-MAINLINE.
000850     PERFORM 1000-DEMANDE-OPERATEUR
000855     IF ACCES-AUTORISE
000860         PERFORM 2000-SERT-MENU UNTIL FIN-DEMANDEE
000865     END-IF
000870     DISPLAY "Fin de la maintenance des joueurs."
000880     STOP RUN.
000890*
000900*    =============================================================
000908*    1000-DEMANDE-OPERATEUR  --  SIGNS THE OPERATOR ON AGAINST
000916*    THE OPERFL MASTER (SGN-MAX-ESSAIS ATTEMPTS), THEN CHECKS
000924*    THE ROLE AGAINST THIS PROGRAM.  THE ID RECORDED ON EVERY
000932*    HISTORY RECORD IS THUS ALWAYS A KNOWN, ACTIVE OPERATOR.
000940*    =============================================================
000950 1000-DEMANDE-OPERATEUR.
000953     MOVE ZERO TO SGN-ESSAIS
000956     MOVE "N" TO SGN-CONNEXION-SW
000959     MOVE "N" TO SGN-ACCES-SW
000962     MOVE "N" TO SGN-MAJ-SW
000965     PERFORM 1002-TENTATIVE-CONNEXION
000968         UNTIL CONNEXION-ACCEPTEE
000971            OR SGN-ESSAIS NOT < SGN-MAX-ESSAIS
000974     IF CONNEXION-ACCEPTEE
000977         PERFORM 1005-CONTROLE-ROLE
000980     ELSE
000983         DISPLAY "Connexion impossible - session terminée."
000986     END-IF.
000990*
000991*    =============================================================
000992*    1001-SAISIE-OPERATEUR  --  ASKS FOR ONE OPERATOR IDENTIFIER,
000993*    UPPERCASED AS ON THE MASTER.
000994*    =============================================================
000995 1001-SAISIE-OPERATEUR.
000996     DISPLAY "Identifiant de l'opérateur : " WITH NO ADVANCING
000997     ACCEPT PMT-USER-ID
000998     INSPECT PMT-USER-ID CONVERTING
000999         "abcdefghijklmnopqrstuvwxyz"
001000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001001*
001002*    =============================================================
001003*    1002-TENTATIVE-CONNEXION  --  ONE SIGN-ON ATTEMPT: A
001004*    NON-BLANK IDENTIFIER AND ITS PASSWORD.
001005*    =============================================================
001006 1002-TENTATIVE-CONNEXION.
001007     MOVE SPACES TO PMT-USER-ID
001008     PERFORM 1001-SAISIE-OPERATEUR
001009         UNTIL PMT-USER-ID NOT = SPACES
001010     DISPLAY "Mot de passe : " WITH NO ADVANCING
001011     MOVE SPACES TO SGN-MOT-DE-PASSE
001012     ACCEPT SGN-MOT-DE-PASSE
001013     ADD 1 TO SGN-ESSAIS
001014     PERFORM 1003-CONTROLE-OPERATEUR.
001015*
001016*    =============================================================
001017*    1003-CONTROLE-OPERATEUR  --  CHECKS THE ATTEMPT AGAINST
001018*    OPERFL.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
001019*    LOCKS THE ACCOUNT ("V") AT SGN-MAX-ESSAIS IN A ROW; A GOOD
001020*    ONE CLEARS THE COUNT.  EVERY FAILURE GOES TO SECLOG.
001021*    =============================================================
001022 1003-CONTROLE-OPERATEUR.
001023     MOVE SPACE TO SGN-CHOIX
001024     MOVE SPACES TO SGN-CIBLE
001025     MOVE SPACES TO SGN-DETAIL
001026     MOVE SPACE TO SGN-EVENEMENT
001027     OPEN I-O OPERATOR-FILE
001028     IF WS-OPER-STATUS NOT = "00"
001029         DISPLAY "Fichier des opérateurs absent - "
001030             "connexion impossible."
001031         MOVE SGN-MAX-ESSAIS TO SGN-ESSAIS
001032     ELSE
001033         MOVE PMT-USER-ID TO OPER-ID
001034         READ OPERATOR-FILE
001035             INVALID KEY
001036                 MOVE "I" TO SGN-EVENEMENT
001037             NOT INVALID KEY
001038                 PERFORM 1004-CONTROLE-MOT-DE-PASSE
001039         END-READ
001040         CLOSE OPERATOR-FILE
001041         EVALUATE SGN-EVENEMENT
001042             WHEN "B" WHEN "V"
001043                 DISPLAY "Compte suspendu ou verrouillé - "
001044                     "voir un superviseur."
001045                 PERFORM 8500-ENREG-SECURITE
001046             WHEN "I" WHEN "P"
001047                 DISPLAY "Identifiant ou mot de passe invalide."
001048                 PERFORM 8500-ENREG-SECURITE
001049         END-EVALUATE
001050     END-IF.
001051*
001052*    =============================================================
001053*    1004-CONTROLE-MOT-DE-PASSE  --  JUDGES THE OPERATOR RECORD
001054*    JUST READ AND REWRITES ITS FAILURE COUNT.
001055*    =============================================================
001056 1004-CONTROLE-MOT-DE-PASSE.
001057     EVALUATE TRUE
001058         WHEN OPER-STATUS NOT = "A"
001059             MOVE "B" TO SGN-EVENEMENT
001060         WHEN OPER-PASSWORD NOT = SGN-MOT-DE-PASSE
001061             ADD 1 TO OPER-ECHECS
001062             IF OPER-ECHECS NOT < SGN-MAX-ESSAIS
001063                 MOVE "V" TO OPER-STATUS
001064                 MOVE "V" TO SGN-EVENEMENT
001065             ELSE
001066                 MOVE "P" TO SGN-EVENEMENT
001067             END-IF
001068             REWRITE OPERATOR-RECORD
001069         WHEN OTHER
001070             PERFORM 8000-HORODATAGE
001071             MOVE ZERO TO OPER-ECHECS
001072             MOVE WS-DATE-NOW TO OPER-DERN-CONNEXION
001073             REWRITE OPERATOR-RECORD
001074             MOVE OPER-ROLE TO SGN-ROLE
001075             SET CONNEXION-ACCEPTEE TO TRUE
001076             DISPLAY "Bonjour " OPER-NAME
001077     END-EVALUATE.
001078*
001079*    =============================================================
001080*    1005-CONTROLE-ROLE  --  THE PLAYER LIST IS OPEN TO THE
001081*    PLAYER-ADMIN, CREDIT-SALES AND SUPERVISOR ROLES (THE FRONT
001082*    DESK CHECKS A REGISTRATION BEFORE A SALE); REGISTERING,
001083*    SUSPENDING, REACTIVATING AND THE WATCH LIST ARE FOR
001084*    PLAYER ADMIN AND SUPERVISORS.
001085*    =============================================================
001086 1005-CONTROLE-ROLE.
001087     IF ROLE-JOUEURS OR ROLE-CREDITS OR ROLE-SUPERVISEUR
001088         SET ACCES-AUTORISE TO TRUE
001089     ELSE
001090         MOVE "*" TO SGN-CHOIX
001091         PERFORM 8510-ACTION-REFUSEE
001092     END-IF
001093     IF ROLE-JOUEURS OR ROLE-SUPERVISEUR
001094         SET MAJ-AUTORISEE TO TRUE
001095     END-IF.
001096*
001097*    =============================================================
001098*    2000-SERT-MENU  --  DISPLAYS THE MENU OPTIONS THE ROLE
001099*    ALLOWS, READS ONE CHOICE AND DISPATCHES IT.
001100*    =============================================================
001110 2000-SERT-MENU.
001120     DISPLAY " "
001130     DISPLAY "--- MAINTENANCE DES JOUEURS ---"
001136     IF MAJ-AUTORISEE
001142         DISPLAY "I = Inscrire un joueur"
001148         DISPLAY "S = Suspendre un joueur"
001154         DISPLAY "R = Réactiver un joueur"
001160     END-IF
001170     DISPLAY "L = Lister les joueurs"
001172     IF MAJ-AUTORISEE
001174         DISPLAY "W = Lister les joueurs sous surveillance"
001176     END-IF
001180     DISPLAY "Q = Quitter"
001190     DISPLAY "Choix : " WITH NO ADVANCING
001200     ACCEPT PMT-CHOIX
001210     EVALUATE PMT-CHOIX
001220         WHEN "I" WHEN "i"
001222             IF MAJ-AUTORISEE
001224                 PERFORM 3000-INSCRIT-JOUEUR
001226             ELSE
001228                 MOVE "I" TO SGN-CHOIX
001230                 PERFORM 8510-ACTION-REFUSEE
001232             END-IF
001240         WHEN "S" WHEN "s"
001242             IF MAJ-AUTORISEE
001244                 PERFORM 4000-SUSPEND-JOUEUR
001246             ELSE
001248                 MOVE "S" TO SGN-CHOIX
001250                 PERFORM 8510-ACTION-REFUSEE
001252             END-IF
001260         WHEN "R" WHEN "r"
001262             IF MAJ-AUTORISEE
001264                 PERFORM 4500-REACTIVE-JOUEUR
001266             ELSE
001268                 MOVE "R" TO SGN-CHOIX
001270                 PERFORM 8510-ACTION-REFUSEE
001272             END-IF
001280         WHEN "L" WHEN "l"
001290             PERFORM 5000-LISTE-JOUEURS
001291         WHEN "W" WHEN "w"
001292             IF MAJ-AUTORISEE
001293                 PERFORM 5500-LISTE-SURVEILLANCE
001294             ELSE
001295                 MOVE "W" TO SGN-CHOIX
001296                 PERFORM 8510-ACTION-REFUSEE
001297             END-IF
001300         WHEN "Q" WHEN "q"
001310             SET FIN-DEMANDEE TO TRUE
001320         WHEN OTHER
002020     IF NOT JOUEUR-TROUVE
002030         DISPLAY "Joueur absent du fichier maître."
002040     ELSE
002041         PERFORM 6100-AFFICHE-SURVEILLANCE
002050         IF PLYR-STATUS = "S"
002060             DISPLAY "Joueur déjà suspendu."
002070             CLOSE PLAYER-FILE
002270     IF NOT JOUEUR-TROUVE
002280         DISPLAY "Joueur absent du fichier maître."
002290     ELSE
002291         PERFORM 6100-AFFICHE-SURVEILLANCE
002300         IF PLYR-STATUS = "A"
002310             DISPLAY "Joueur déjà actif."
002320             CLOSE PLAYER-FILE
002670             SET LIST-EOF TO TRUE
002680         NOT AT END
002690             ADD 1 TO WS-JOUEURS-LISTES
002691             EVALUATE PLYR-STATUS
002692                 WHEN "S"
002693                     DISPLAY PLYR-PLAYER-ID " " PLYR-NAME
002694                         " inscrit " PLYR-ENROLL-DATE " SUSPENDU"
002695                 WHEN "D"
002696                     DISPLAY PLYR-PLAYER-ID " " PLYR-NAME
002697                         " inscrit " PLYR-ENROLL-DATE " dormant"
002698                 WHEN OTHER
002699                     DISPLAY PLYR-PLAYER-ID " " PLYR-NAME
002700                         " inscrit " PLYR-ENROLL-DATE " actif"
002701             END-EVALUATE
002702     END-READ.
002703*
002704*    =============================================================
002705*    5500-LISTE-SURVEILLANCE  --  LISTS THE WATCHLST PLAYERS
002706*    UNDER WATCH IN KEY ORDER, FOR THE FRONT DESK TO DECIDE ON
002707*    SUSPENSIONS.
002708*    =============================================================
002709 5500-LISTE-SURVEILLANCE.
002710     MOVE "N" TO WS-LIST-EOF-SW
002711     MOVE ZERO TO WS-SURVEILLES
002712     OPEN INPUT WATCH-FILE
002713     IF WS-WTCH-STATUS NOT = "00"
002714         DISPLAY "Liste de surveillance absente - aucun joueur."
002715     ELSE
002716         MOVE LOW-VALUES TO WTCH-PLAYER-ID
002717         START WATCH-FILE KEY NOT < WTCH-PLAYER-ID
002718             INVALID KEY
002719                 SET LIST-EOF TO TRUE
002720         END-START
002721         PERFORM 5510-LISTE-UN-SURVEILLE UNTIL LIST-EOF
002722         CLOSE WATCH-FILE
002723         DISPLAY "Joueurs sous surveillance : " WS-SURVEILLES
002724     END-IF.
002725*
002726*    =============================================================
002727*    5510-LISTE-UN-SURVEILLE  --  SHOWS ONE WATCHED PLAYER FOR
002728*    5500-LISTE-SURVEILLANCE.
002729*    =============================================================
002730 5510-LISTE-UN-SURVEILLE.
002731     READ WATCH-FILE NEXT RECORD
002732         AT END
002733             SET LIST-EOF TO TRUE
002734         NOT AT END
002735             IF WTCH-STATUS = "W"
002736                 ADD 1 TO WS-SURVEILLES
002737                 DISPLAY WTCH-PLAYER-ID " " WTCH-NUITS
002738                     " nuit(s) signalée(s) du "
002739                     WTCH-PREMIERE-DATE
002740                     " au " WTCH-DERNIERE-DATE
002741                     " motif " WTCH-MOTIF
002760             END-IF
002770     END-READ.
002780*
003040         CLOSE PLAYER-FILE
003050         OPEN I-O PLAYER-FILE
003060     END-IF.
003061*
003062*    =============================================================
003063*    6100-AFFICHE-SURVEILLANCE  --  SHOWS THE OPERATOR WHETHER
003064*    PMT-PLAYER-ID HAS BEEN FLAGGED BY THE NIGHTLY SCREENING
003065*    (WATCHLST) BEFORE THE STATUS IS CHANGED.  NOTHING IS SHOWN
003066*    FOR A PLAYER NEVER FLAGGED.
003067*    =============================================================
003068 6100-AFFICHE-SURVEILLANCE.
003069     OPEN INPUT WATCH-FILE
003070     IF WS-WTCH-STATUS = "00"
003071         MOVE PMT-PLAYER-ID TO WTCH-PLAYER-ID
003072         READ WATCH-FILE
003073             INVALID KEY
003074                 CONTINUE
003075             NOT INVALID KEY
003076                 IF WTCH-STATUS = "W"
003077                     DISPLAY "*** Joueur sous surveillance ***"
003078                 END-IF
003079                 DISPLAY "Signalé " WTCH-NUITS " nuit(s) du "
003080                     WTCH-PREMIERE-DATE " au " WTCH-DERNIERE-DATE
003081                     ", dernier motif " WTCH-MOTIF
003082         END-READ
003083         CLOSE WATCH-FILE
003084     END-IF.
003085*
003086*    =============================================================
003090*    7000-ENREG-HISTORIQUE  --  APPENDS ONE CHANGE RECORD (WHO,
003100*    WHEN, ACTION, PLAYER) TO PLYRHIST.  ACTION AND THE NAME ARE
003110*    SET BY THE CALLER.
003300     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
003310     ACCEPT WS-TIME-NOW FROM TIME.
003320*
003330*    =============================================================
003340*    8500-ENREG-SECURITE  --  APPENDS ONE RECORD TO SECLOG FOR
003350*    THE OPERATOR IN PMT-USER-ID.  EVENEMENT, CHOIX, CIBLE AND
003360*    DETAIL ARE SET BY THE CALLER.
003370*    =============================================================
003380 8500-ENREG-SECURITE.
003390     PERFORM 8000-HORODATAGE
003400     MOVE WS-DATE-NOW TO SECL-DATE
003410     MOVE WS-TIME-NOW TO SECL-TIME
003420     MOVE "PENDUPMT" TO SECL-PROGRAM
003430     MOVE PMT-USER-ID TO SECL-OPER-ID
003440     MOVE SGN-EVENEMENT TO SECL-EVENEMENT
003450     MOVE SGN-CHOIX TO SECL-CHOIX
003460     MOVE SGN-CIBLE TO SECL-CIBLE
003470     MOVE SGN-DETAIL TO SECL-DETAIL
003480     OPEN EXTEND SECURITY-FILE
003490     IF WS-SECL-STATUS = "35"
003500         OPEN OUTPUT SECURITY-FILE
003510     END-IF
003520     WRITE SECURITY-LOG-RECORD
003530     CLOSE SECURITY-FILE.
003540*
003550*    =============================================================
003560*    8510-ACTION-REFUSEE  --  TURNS AWAY A MENU OPTION THE
003570*    OPERATOR'S ROLE DOES NOT ALLOW (OPTION IN SGN-CHOIX) AND
003580*    LOGS THE REFUSAL.
003590*    =============================================================
003600 8510-ACTION-REFUSEE.
003610     DISPLAY "Action non autorisée pour votre rôle."
003620     MOVE "R" TO SGN-EVENEMENT
003630     MOVE SPACES TO SGN-CIBLE
003640     MOVE SPACES TO SGN-DETAIL
003650     STRING "ROLE " SGN-ROLE DELIMITED BY SIZE INTO SGN-DETAIL
003660     PERFORM 8500-ENREG-SECURITE.
003670*
003680 END PROGRAM Pendupmt.
