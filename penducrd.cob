000160*                      SHOWS AND LISTS BALANCES, AND LOGS EVERY
000170*                      TOP-UP TO CREDMVT WITH THE OPERATOR ID
000180*                      THE WAY PENDUMNT LOGS TO WORDHIST.
000181*    10/15/2026 MD    THE OPERATOR NOW SIGNS ON WITH A PASSWORD
000182*                      AGAINST THE OPERFL MASTER (SEE PENDOPER);
000183*                      ONLY THE CREDIT-SALES AND SUPERVISOR
000184*                      ROLES ARE OFFERED THE TOP-UP, THE
000185*                      PLAYER-ADMIN ROLE MAY LOOK UP BALANCES.
000186*                      FAILED SIGN-ONS AND REFUSALS ARE LOGGED
000187*                      TO SECLOG.
000190*
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS PLYR-PLAYER-ID
000380         FILE STATUS IS WS-PLYR-STATUS.
000381     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS RANDOM
000384         RECORD KEY IS OPER-ID
000385         FILE STATUS IS WS-OPER-STATUS.
000386     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000387         ORGANIZATION IS LINE SEQUENTIAL
000388         FILE STATUS IS WS-SECL-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000450 COPY "PENDCMVT.CPY".
000460 FD  PLAYER-FILE.
000470 COPY "PENDPLYR.CPY".
000472 FD  OPERATOR-FILE.
000474 COPY "PENDOPER.CPY".
000476 FD  SECURITY-FILE.
000478 COPY "PENDSECL.CPY".
000480*
000490 WORKING-STORAGE SECTION.
000500*
000520 77  WS-CRD-STATUS             PIC X(02) VALUE SPACES.
000530 77  WS-CMV-STATUS             PIC X(02) VALUE SPACES.
000540 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
000542 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000544 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000550 77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000560     88  LIST-EOF                  VALUE "Y".
000570*
000730 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
000740 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000750*
000752*    ---- SHARED SIGN-ON WORK AREAS ------------------------------
000754 COPY "PENDSGNW.CPY".
000756*
000760 PROCEDURE DIVISION.
000770*
000780*    =============================================================
000810*    =============================================================
000820 0000-MAINLINE.
000830     PERFORM 1000-DEMANDE-OPERATEUR
000835     IF ACCES-AUTORISE
000840         PERFORM 2000-SERT-MENU UNTIL FIN-DEMANDEE
000845     END-IF
000850     DISPLAY "Fin de la vente de crédits."
000860     STOP RUN.
000870*
000880*    =============================================================
000890*    1000-DEMANDE-OPERATEUR  --  SIGNS THE OPERATOR ON AGAINST
000900*    THE OPERFL MASTER (SGN-MAX-ESSAIS ATTEMPTS), THEN CHECKS
000910*    THE ROLE AGAINST THIS PROGRAM.  THE ID IS THE ONE WRITTEN
000920*    TO SECLOG FOR A FAILURE OR REFUSAL AND ON EVERY TOP-UP.
000930*    =============================================================
000940 1000-DEMANDE-OPERATEUR.
000943     MOVE ZERO TO SGN-ESSAIS
000946     MOVE "N" TO SGN-CONNEXION-SW
000949     MOVE "N" TO SGN-ACCES-SW
000952     MOVE "N" TO SGN-MAJ-SW
000955     PERFORM 1002-TENTATIVE-CONNEXION
000958         UNTIL CONNEXION-ACCEPTEE
000961            OR SGN-ESSAIS NOT < SGN-MAX-ESSAIS
000964     IF CONNEXION-ACCEPTEE
000967         PERFORM 1005-CONTROLE-ROLE
000970     ELSE
000973         DISPLAY "Connexion impossible - session terminée."
000976     END-IF.
000980*
000981*    =============================================================
000982*    1001-SAISIE-OPERATEUR  --  ASKS FOR ONE OPERATOR IDENTIFIER,
000983*    UPPERCASED AS ON THE MASTER.
000984*    =============================================================
000985 1001-SAISIE-OPERATEUR.
000986     DISPLAY "Identifiant de l'opérateur : " WITH NO ADVANCING
000987     ACCEPT CRD-USER-ID
000988     INSPECT CRD-USER-ID CONVERTING
000989         "abcdefghijklmnopqrstuvwxyz"
000990         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000991*
000992*    =============================================================
000993*    1002-TENTATIVE-CONNEXION  --  ONE SIGN-ON ATTEMPT: A
000994*    NON-BLANK IDENTIFIER AND ITS PASSWORD.
000995*    =============================================================
000996 1002-TENTATIVE-CONNEXION.
000997     MOVE SPACES TO CRD-USER-ID
000998     PERFORM 1001-SAISIE-OPERATEUR
000999         UNTIL CRD-USER-ID NOT = SPACES
001000     DISPLAY "Mot de passe : " WITH NO ADVANCING
001001     MOVE SPACES TO SGN-MOT-DE-PASSE
001002     ACCEPT SGN-MOT-DE-PASSE
001003     ADD 1 TO SGN-ESSAIS
001004     PERFORM 1003-CONTROLE-OPERATEUR.
001005*
001006*    =============================================================
001007*    1003-CONTROLE-OPERATEUR  --  CHECKS THE ATTEMPT AGAINST
001008*    OPERFL.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
001009*    LOCKS THE ACCOUNT ("V") AT SGN-MAX-ESSAIS IN A ROW; A GOOD
001010*    ONE CLEARS THE COUNT.  EVERY FAILURE GOES TO SECLOG.
001011*    =============================================================
001012 1003-CONTROLE-OPERATEUR.
001013     MOVE SPACE TO SGN-CHOIX
001014     MOVE SPACES TO SGN-CIBLE
001015     MOVE SPACES TO SGN-DETAIL
001016     MOVE SPACE TO SGN-EVENEMENT
001017     OPEN I-O OPERATOR-FILE
001018     IF WS-OPER-STATUS NOT = "00"
001019         DISPLAY "Fichier des opérateurs absent - "
001020             "connexion impossible."
001021         MOVE SGN-MAX-ESSAIS TO SGN-ESSAIS
001022     ELSE
001023         MOVE CRD-USER-ID TO OPER-ID
001024         READ OPERATOR-FILE
001025             INVALID KEY
001026                 MOVE "I" TO SGN-EVENEMENT
001027             NOT INVALID KEY
001028                 PERFORM 1004-CONTROLE-MOT-DE-PASSE
001029         END-READ
001030         CLOSE OPERATOR-FILE
001031         EVALUATE SGN-EVENEMENT
001032             WHEN "B" WHEN "V"
001033                 DISPLAY "Compte suspendu ou verrouillé - "
001034                     "voir un superviseur."
001035                 PERFORM 8500-ENREG-SECURITE
001036             WHEN "I" WHEN "P"
001037                 DISPLAY "Identifiant ou mot de passe invalide."
001038                 PERFORM 8500-ENREG-SECURITE
001039         END-EVALUATE
001040     END-IF.
001041*
001042*    =============================================================
001043*    1004-CONTROLE-MOT-DE-PASSE  --  JUDGES THE OPERATOR RECORD
001044*    JUST READ AND REWRITES ITS FAILURE COUNT.
001045*    =============================================================
001046 1004-CONTROLE-MOT-DE-PASSE.
001047     EVALUATE TRUE
001048         WHEN OPER-STATUS NOT = "A"
001049             MOVE "B" TO SGN-EVENEMENT
001050         WHEN OPER-PASSWORD NOT = SGN-MOT-DE-PASSE
001051             ADD 1 TO OPER-ECHECS
001052             IF OPER-ECHECS NOT < SGN-MAX-ESSAIS
001053                 MOVE "V" TO OPER-STATUS
001054                 MOVE "V" TO SGN-EVENEMENT
001055             ELSE
001056                 MOVE "P" TO SGN-EVENEMENT
001057             END-IF
001058             REWRITE OPERATOR-RECORD
001059         WHEN OTHER
001060             PERFORM 8000-HORODATAGE
001061             MOVE ZERO TO OPER-ECHECS
001062             MOVE WS-DATE-NOW TO OPER-DERN-CONNEXION
001063             REWRITE OPERATOR-RECORD
001064             MOVE OPER-ROLE TO SGN-ROLE
001065             SET CONNEXION-ACCEPTEE TO TRUE
001066             DISPLAY "Bonjour " OPER-NAME
001067     END-EVALUATE.
001068*
001069*    =============================================================
001070*    1005-CONTROLE-ROLE  --  BALANCES MAY BE LOOKED UP BY THE
001071*    CREDIT-SALES, PLAYER-ADMIN AND SUPERVISOR ROLES; ONLY
001072*    CREDIT SALES AND SUPERVISORS MAY SELL CREDITS.
001073*    =============================================================
001074 1005-CONTROLE-ROLE.
001075     IF ROLE-CREDITS OR ROLE-JOUEURS OR ROLE-SUPERVISEUR
001076         SET ACCES-AUTORISE TO TRUE
001077     ELSE
001078         MOVE "*" TO SGN-CHOIX
001079         PERFORM 8510-ACTION-REFUSEE
001080     END-IF
001081     IF ROLE-CREDITS OR ROLE-SUPERVISEUR
001082         SET MAJ-AUTORISEE TO TRUE
001083     END-IF.
001084*
001085*    =============================================================
001086*    2000-SERT-MENU  --  DISPLAYS THE MENU OPTIONS THE ROLE
001087*    ALLOWS, READS ONE CHOICE AND DISPATCHES IT.
001090*    =============================================================
001100 2000-SERT-MENU.
001110     DISPLAY " "
001120     DISPLAY "--- VENTE DE CREDITS ---"
001125     IF MAJ-AUTORISEE
001130         DISPLAY "A = Approvisionner un joueur"
001135     END-IF
001140     DISPLAY "S = Solde d'un joueur"
001150     DISPLAY "L = Lister les soldes"
001160     DISPLAY "Q = Quitter"
001180     ACCEPT CRD-CHOIX
001190     EVALUATE CRD-CHOIX
001200         WHEN "A" WHEN "a"
001202             IF MAJ-AUTORISEE
001204                 PERFORM 3000-APPROVISIONNE
001206             ELSE
001208                 MOVE "A" TO SGN-CHOIX
001210                 PERFORM 8510-ACTION-REFUSEE
001212             END-IF
001220         WHEN "S" WHEN "s"
001230             PERFORM 4000-AFFICHE-SOLDE
001240         WHEN "L" WHEN "l"
003110     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
003120     ACCEPT WS-TIME-NOW FROM TIME.
003130*
003140*    =============================================================
003150*    8500-ENREG-SECURITE  --  APPENDS ONE RECORD TO SECLOG FOR
003160*    THE OPERATOR IN CRD-USER-ID.  EVENEMENT, CHOIX, CIBLE AND
003170*    DETAIL ARE SET BY THE CALLER.
003180*    =============================================================
003190 8500-ENREG-SECURITE.
003200     PERFORM 8000-HORODATAGE
003210     MOVE WS-DATE-NOW TO SECL-DATE
003220     MOVE WS-TIME-NOW TO SECL-TIME
003230     MOVE "PENDUCRD" TO SECL-PROGRAM
003240     MOVE CRD-USER-ID TO SECL-OPER-ID
003250     MOVE SGN-EVENEMENT TO SECL-EVENEMENT
003260     MOVE SGN-CHOIX TO SECL-CHOIX
003270     MOVE SGN-CIBLE TO SECL-CIBLE
003280     MOVE SGN-DETAIL TO SECL-DETAIL
003290     OPEN EXTEND SECURITY-FILE
003300     IF WS-SECL-STATUS = "35"
003310         OPEN OUTPUT SECURITY-FILE
003320     END-IF
003330     WRITE SECURITY-LOG-RECORD
003340     CLOSE SECURITY-FILE.
003350*
003360*    =============================================================
003370*    8510-ACTION-REFUSEE  --  TURNS AWAY A MENU OPTION THE
003380*    OPERATOR'S ROLE DOES NOT ALLOW (OPTION IN SGN-CHOIX) AND
003390*    LOGS THE REFUSAL.
003400*    =============================================================
003410 8510-ACTION-REFUSEE.
003420     DISPLAY "Action non autorisée pour votre rôle."
003430     MOVE "R" TO SGN-EVENEMENT
003440     MOVE SPACES TO SGN-CIBLE
003450     MOVE SPACES TO SGN-DETAIL
003460     STRING "ROLE " SGN-ROLE DELIMITED BY SIZE INTO SGN-DETAIL
003470     PERFORM 8500-ENREG-SECURITE.
003480*
003490 END PROGRAM Penducrd.
