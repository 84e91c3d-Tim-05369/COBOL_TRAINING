000240*                      CHECK WORK ON THE ACCENT-FOLDED FORM, SO
000250*                      AN ACCENTED SPELLING OF A WORD ALREADY
000260*                      ON FILE IS STILL REJECTED AS A DOUBLE.
000261*    10/15/2026 MD    THE OPERATOR NOW SIGNS ON WITH A PASSWORD
000262*                      AGAINST THE OPERFL MASTER (SEE PENDOPER)
000263*                      AND NEEDS THE WORD-MAINTENANCE OR
000264*                      SUPERVISOR ROLE; FAILED SIGN-ONS AND
000265*                      REFUSALS ARE LOGGED TO SECLOG.
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000370     SELECT HISTORY-FILE ASSIGN TO "WORDHIST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-HIST-STATUS.
000391     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS OPER-ID
000395         FILE STATUS IS WS-OPER-STATUS.
000396     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-SECL-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000440 COPY "PENDWORD.CPY".
000450 FD  HISTORY-FILE.
000460 COPY "PENDWHST.CPY".
000462 FD  OPERATOR-FILE.
000464 COPY "PENDOPER.CPY".
000466 FD  SECURITY-FILE.
000468 COPY "PENDSECL.CPY".
000470*
000480 WORKING-STORAGE SECTION.
000490*
000500*    ---- FILE STATUS SWITCHES -----------------------------------
000510 77  WS-WORD-STATUS            PIC X(02) VALUE SPACES.
000520 77  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
000522 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000524 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000530*
000540*    ---- OPERATOR AND MENU WORK AREAS ---------------------------
000550 77  MNT-USER-ID               PIC X(10) VALUE SPACES.
000900*    ---- SHARED ALPHABET / ACCENT-FOLDING TABLE -----------------
000910 COPY "PENDALPH.CPY".
000920*
000922*    ---- SHARED SIGN-ON WORK AREAS ------------------------------
000924 COPY "PENDSGNW.CPY".
000926*
000930 PROCEDURE DIVISION.
000940*
000950*    =============================================================
000980*    =============================================================
000990 0000-MAINLINE.
001000     PERFORM 1000-DEMANDE-OPERATEUR
001006     IF ACCES-AUTORISE
001012         PERFORM 1010-CHARGE-MOTS
001018         PERFORM 2000-SERT-MENU UNTIL FIN-DEMANDEE
001024     END-IF
001030     DISPLAY "Fin de la maintenance des mots."
001040     STOP RUN.
001050*
001060*    =============================================================
001068*    1000-DEMANDE-OPERATEUR  --  SIGNS THE OPERATOR ON AGAINST
001076*    THE OPERFL MASTER (SGN-MAX-ESSAIS ATTEMPTS), THEN CHECKS
001084*    THE ROLE AGAINST THIS PROGRAM.  THE ID RECORDED ON EVERY
001092*    HISTORY RECORD IS THUS ALWAYS A KNOWN, ACTIVE OPERATOR.
001100*    =============================================================
001110 1000-DEMANDE-OPERATEUR.
001111     MOVE ZERO TO SGN-ESSAIS
001112     MOVE "N" TO SGN-CONNEXION-SW
001113     MOVE "N" TO SGN-ACCES-SW
001114     MOVE "N" TO SGN-MAJ-SW
001115     PERFORM 1002-TENTATIVE-CONNEXION
001116         UNTIL CONNEXION-ACCEPTEE
001117            OR SGN-ESSAIS NOT < SGN-MAX-ESSAIS
001118     IF CONNEXION-ACCEPTEE
001119         PERFORM 1005-CONTROLE-ROLE
001120     ELSE
001121         DISPLAY "Connexion impossible - session terminée."
001122     END-IF.
001123*
001124*    =============================================================
001125*    1001-SAISIE-OPERATEUR  --  ASKS FOR ONE OPERATOR IDENTIFIER,
001126*    UPPERCASED AS ON THE MASTER.
001127*    =============================================================
001128 1001-SAISIE-OPERATEUR.
001129     DISPLAY "Identifiant de l'opérateur : " WITH NO ADVANCING
001130     ACCEPT MNT-USER-ID
001131     INSPECT MNT-USER-ID CONVERTING
001132         "abcdefghijklmnopqrstuvwxyz"
001133         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001134*
001135*    =============================================================
001136*    1002-TENTATIVE-CONNEXION  --  ONE SIGN-ON ATTEMPT: A
001137*    NON-BLANK IDENTIFIER AND ITS PASSWORD.
001138*    =============================================================
001139 1002-TENTATIVE-CONNEXION.
001140     MOVE SPACES TO MNT-USER-ID
001141     PERFORM 1001-SAISIE-OPERATEUR
001142         UNTIL MNT-USER-ID NOT = SPACES
001143     DISPLAY "Mot de passe : " WITH NO ADVANCING
001144     MOVE SPACES TO SGN-MOT-DE-PASSE
001145     ACCEPT SGN-MOT-DE-PASSE
001146     ADD 1 TO SGN-ESSAIS
001147     PERFORM 1003-CONTROLE-OPERATEUR.
001148*
001149*    =============================================================
001150*    1003-CONTROLE-OPERATEUR  --  CHECKS THE ATTEMPT AGAINST
001151*    OPERFL.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
001152*    LOCKS THE ACCOUNT ("V") AT SGN-MAX-ESSAIS IN A ROW; A GOOD
001153*    ONE CLEARS THE COUNT.  EVERY FAILURE GOES TO SECLOG.
001154*    =============================================================
001155 1003-CONTROLE-OPERATEUR.
001156     MOVE SPACE TO SGN-CHOIX
001157     MOVE SPACES TO SGN-CIBLE
001158     MOVE SPACES TO SGN-DETAIL
001159     MOVE SPACE TO SGN-EVENEMENT
001160     OPEN I-O OPERATOR-FILE
001161     IF WS-OPER-STATUS NOT = "00"
001162         DISPLAY "Fichier des opérateurs absent - "
001163             "connexion impossible."
001164         MOVE SGN-MAX-ESSAIS TO SGN-ESSAIS
001165     ELSE
001166         MOVE MNT-USER-ID TO OPER-ID
001167         READ OPERATOR-FILE
001168             INVALID KEY
001169                 MOVE "I" TO SGN-EVENEMENT
001170             NOT INVALID KEY
001171                 PERFORM 1004-CONTROLE-MOT-DE-PASSE
001172         END-READ
001173         CLOSE OPERATOR-FILE
001174         EVALUATE SGN-EVENEMENT
001175             WHEN "B" WHEN "V"
001176                 DISPLAY "Compte suspendu ou verrouillé - "
001177                     "voir un superviseur."
001178                 PERFORM 8500-ENREG-SECURITE
001179             WHEN "I" WHEN "P"
001180                 DISPLAY "Identifiant ou mot de passe invalide."
001181                 PERFORM 8500-ENREG-SECURITE
001182         END-EVALUATE
001183     END-IF.
001184*
001185*    =============================================================
001186*    1004-CONTROLE-MOT-DE-PASSE  --  JUDGES THE OPERATOR RECORD
001187*    JUST READ AND REWRITES ITS FAILURE COUNT.
001188*    =============================================================
001189 1004-CONTROLE-MOT-DE-PASSE.
001190     EVALUATE TRUE
001191         WHEN OPER-STATUS NOT = "A"
001192             MOVE "B" TO SGN-EVENEMENT
001193         WHEN OPER-PASSWORD NOT = SGN-MOT-DE-PASSE
001194             ADD 1 TO OPER-ECHECS
001195             IF OPER-ECHECS NOT < SGN-MAX-ESSAIS
001196                 MOVE "V" TO OPER-STATUS
001197                 MOVE "V" TO SGN-EVENEMENT
001198             ELSE
001199                 MOVE "P" TO SGN-EVENEMENT
001200             END-IF
001201             REWRITE OPERATOR-RECORD
001202         WHEN OTHER
001203             PERFORM 8000-HORODATAGE
001204             MOVE ZERO TO OPER-ECHECS
001205             MOVE WS-DATE-NOW TO OPER-DERN-CONNEXION
001206             REWRITE OPERATOR-RECORD
001207             MOVE OPER-ROLE TO SGN-ROLE
001208             SET CONNEXION-ACCEPTEE TO TRUE
001209             DISPLAY "Bonjour " OPER-NAME
001210     END-EVALUATE.
001211*
001212*    =============================================================
001213*    1005-CONTROLE-ROLE  --  WORD MAINTENANCE IS OPEN TO THE
001214*    WORD-MAINTENANCE ROLE AND TO SUPERVISORS ONLY: EVEN THE
001215*    LISTING GIVES THE ANSWERS AWAY.
001216*    =============================================================
001217 1005-CONTROLE-ROLE.
001218     IF ROLE-MOTS OR ROLE-SUPERVISEUR
001219         SET ACCES-AUTORISE TO TRUE
001220         SET MAJ-AUTORISEE TO TRUE
001221     ELSE
001222         MOVE "*" TO SGN-CHOIX
001223         PERFORM 8510-ACTION-REFUSEE
001224     END-IF.
001225*
001230*    =============================================================
001240*    1010-CHARGE-MOTS  --  LOADS THE WORD LIST FROM WORDFILE INTO
001250*    WORD-TABLE-AREA FOR IN-MEMORY MAINTENANCE.
004220     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
004230     ACCEPT WS-TIME-NOW FROM TIME.
004240*
004250*    =============================================================
004260*    8500-ENREG-SECURITE  --  APPENDS ONE RECORD TO SECLOG FOR
004270*    THE OPERATOR IN MNT-USER-ID.  EVENEMENT, CHOIX, CIBLE AND
004280*    DETAIL ARE SET BY THE CALLER.
004290*    =============================================================
004300 8500-ENREG-SECURITE.
004310     PERFORM 8000-HORODATAGE
004320     MOVE WS-DATE-NOW TO SECL-DATE
004330     MOVE WS-TIME-NOW TO SECL-TIME
004340     MOVE "PENDUMNT" TO SECL-PROGRAM
004350     MOVE MNT-USER-ID TO SECL-OPER-ID
004360     MOVE SGN-EVENEMENT TO SECL-EVENEMENT
004370     MOVE SGN-CHOIX TO SECL-CHOIX
004380     MOVE SGN-CIBLE TO SECL-CIBLE
004390     MOVE SGN-DETAIL TO SECL-DETAIL
004400     OPEN EXTEND SECURITY-FILE
004410     IF WS-SECL-STATUS = "35"
004420         OPEN OUTPUT SECURITY-FILE
004430     END-IF
004440     WRITE SECURITY-LOG-RECORD
004450     CLOSE SECURITY-FILE.
004460*
004470*    =============================================================
004480*    8510-ACTION-REFUSEE  --  TURNS AWAY A MENU OPTION THE
004490*    OPERATOR'S ROLE DOES NOT ALLOW (OPTION IN SGN-CHOIX) AND
004500*    LOGS THE REFUSAL.
004510*    =============================================================
004520 8510-ACTION-REFUSEE.
004530     DISPLAY "Action non autorisée pour votre rôle."
004540     MOVE "R" TO SGN-EVENEMENT
004550     MOVE SPACES TO SGN-CIBLE
004560     MOVE SPACES TO SGN-DETAIL
004570     STRING "ROLE " SGN-ROLE DELIMITED BY SIZE INTO SGN-DETAIL
004580     PERFORM 8500-ENREG-SECURITE.
004590*
004600 END PROGRAM Pendumnt.
