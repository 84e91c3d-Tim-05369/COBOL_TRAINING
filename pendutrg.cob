000180*                      BYE) AND WRITES TOURNFL FOR PENDUTRN TO
000190*                      PLAY.  STARTS A FRESH TOURNAMENT: ANY
000200*                      PRIOR BRACKET IS OVERWRITTEN.
000201*    10/15/2026 MD    SIGN-ON WITH PASSWORD AGAINST OPERFL (SEE
000202*                      PENDOPER); ONLY TOURNAMENT ADMIN AND
000203*                      SUPERVISOR MAY BUILD A BRACKET.  FAILURES
000204*                      AND REFUSALS GO TO SECLOG.
000205*    10/15/2026 MD    SEEDED BRACKET: ENTRANTS RANKED BY RATINGFL
000206*                      SKILL RATING (SEE PENDCOTE), UNRATED LAST,
000207*                      PADDED TO THE NEXT POWER OF TWO IN STANDARD
000208*                      SEED ORDER: TOP SEEDS MEET LATE AND THE
000209*                      BYES GO TO THE HIGHEST SEEDS.
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000280     SELECT TOURN-FILE ASSIGN TO "TOURNFL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TRN-STATUS.
000302     SELECT RATING-FILE ASSIGN TO "RATINGFL"
000304         ORGANIZATION IS INDEXED
000305         ACCESS MODE IS RANDOM
000306         RECORD KEY IS RTG-PLAYER-ID
000308         FILE STATUS IS WS-RTG-STATUS.
000310     SELECT PLAYER-FILE ASSIGN TO "PLAYERFL"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS PLYR-PLAYER-ID
000350         FILE STATUS IS WS-PLYR-STATUS.
000351     SELECT OPERATOR-FILE ASSIGN TO "OPERFL"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS OPER-ID
000355         FILE STATUS IS WS-OPER-STATUS.
000356     SELECT SECURITY-FILE ASSIGN TO "SECLOG"
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-SECL-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000400 COPY "PENDTRNM.CPY".
000410 FD  PLAYER-FILE.
000420 COPY "PENDPLYR.CPY".
000421 FD  OPERATOR-FILE.
000422 COPY "PENDOPER.CPY".
000423 FD  SECURITY-FILE.
000424 COPY "PENDSECL.CPY".
000425 FD  RATING-FILE.
000426 COPY "PENDCOTE.CPY".
000430*
000440 WORKING-STORAGE SECTION.
000450*
000460*    ---- FILE STATUS SWITCHES -----------------------------------
000470 77  WS-TRN-STATUS             PIC X(02) VALUE SPACES.
000480 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
000482 77  WS-OPER-STATUS            PIC X(02) VALUE SPACES.
000484 77  WS-SECL-STATUS            PIC X(02) VALUE SPACES.
000486 77  WS-RTG-STATUS             PIC X(02) VALUE SPACES.
000490*
000500*    ---- OPERATOR AND ENTRY WORK AREAS --------------------------
000510 77  TRG-USER-ID               PIC X(10) VALUE SPACES.
000570*
000580*    ---- ENTRANTS AND BRACKET BUILD WORK AREAS ------------------
000590 01  ENTRANT-TABLE-AREA.
000600     05  ENTRANT-ENTRY         OCCURS 64 TIMES.
000601         10  ENTRANT-ID        PIC X(10).
000602         10  ENTRANT-COTE      PIC 9(04).
000603         10  ENTRANT-PLACE-SW  PIC X(01).
000610 77  ENTRANT-COUNT             PIC 9(02) VALUE ZERO.
000611*    TETE-SLOT(N) IS THE ENTRANT SEEDED N.  POSITION-TETE HOLDS
000612*    THE SEEDS IN BRACKET ORDER: ROUND-1 MATCH M OPPOSES
000613*    POSITIONS 2M-1 AND 2M (SEE 2600-PLACE-TETES).
000614 01  TETE-TABLE-AREA.
000615     05  TETE-SLOT             PIC 9(02) OCCURS 64 TIMES.
000616 01  POSITION-TABLE-AREA.
000617     05  POSITION-TETE         PIC 9(02) OCCURS 64 TIMES.
000618 01  POSITION-TRAVAIL-AREA.
000619     05  POSITION-TRAVAIL      PIC 9(02) OCCURS 64 TIMES.
000620 77  TRG-I                     PIC 9(02) VALUE ZERO.
000621 77  TRG-J                     PIC 9(02) VALUE ZERO.
000622 77  TRG-TAILLE                PIC 9(02) VALUE ZERO.
000623 77  TRG-TETE                  PIC 9(02) VALUE ZERO.
000624 77  TRG-TETE-1                PIC 9(02) VALUE ZERO.
000625 77  TRG-TETE-2                PIC 9(02) VALUE ZERO.
000626 77  WS-MAX-COTE               PIC 9(04) VALUE ZERO.
000627 77  WS-MAX-SLOT               PIC 9(02) VALUE ZERO.
000630 77  TRG-MATCH-NO              PIC 9(03) VALUE ZERO.
000640 77  WS-MATCHES-ECRITS         PIC 9(03) VALUE ZERO.
000641*
000642*    ---- DATE AND TIME WORK AREAS -------------------------------
000643 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
000644 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
000645*
000646*    ---- SHARED SIGN-ON WORK AREAS ------------------------------
000647 COPY "PENDSGNW.CPY".
000650*
000660 PROCEDURE DIVISION.
000670*
000680*    =============================================================
000690*    0000-MAINLINE  --  SIGNS THE OPERATOR ON, COLLECTS THE
000700*    ENTRANTS AND WRITES THE ROUND-1 BRACKET.
000710*    =============================================================
000720 0000-MAINLINE.
000730     PERFORM 1000-DEMANDE-OPERATEUR
000737     IF ACCES-AUTORISE
000744         DISPLAY "Inscription au tournoi - identifiants des "
000751             "joueurs, vide pour terminer."
000758         PERFORM 2000-SAISIE-ENTRANT UNTIL FIN-SAISIE
000765         IF ENTRANT-COUNT < 2
000772             DISPLAY "Moins de deux inscrits - aucun tournoi "
000779                 "créé."
000786         ELSE
000793             PERFORM 3000-ECRIT-BRACKET
000800             DISPLAY "Tournoi créé : " WS-MATCHES-ECRITS
000807                 " match(s) au premier tour."
000814         END-IF
000830     END-IF
000840     STOP RUN.
000850*
000860*    =============================================================
000866*    1000-DEMANDE-OPERATEUR  --  SIGNS THE OPERATOR ON AGAINST
000872*    THE OPERFL MASTER (SGN-MAX-ESSAIS ATTEMPTS), THEN CHECKS
000878*    THE ROLE AGAINST THIS PROGRAM.  THE ID IS THE ONE WRITTEN
000884*    TO THE SECLOG SECURITY LOG FOR EVERY FAILURE OR REFUSAL.
000890*    =============================================================
000900 1000-DEMANDE-OPERATEUR.
000901     MOVE ZERO TO SGN-ESSAIS
000902     MOVE "N" TO SGN-CONNEXION-SW
000903     MOVE "N" TO SGN-ACCES-SW
000904     MOVE "N" TO SGN-MAJ-SW
000905     PERFORM 1002-TENTATIVE-CONNEXION
000906         UNTIL CONNEXION-ACCEPTEE
000907            OR SGN-ESSAIS NOT < SGN-MAX-ESSAIS
000908     IF CONNEXION-ACCEPTEE
000909         PERFORM 1005-CONTROLE-ROLE
000910     ELSE
000911         DISPLAY "Connexion impossible - session terminée."
000912     END-IF.
000913*
000914*    =============================================================
000915*    1001-SAISIE-OPERATEUR  --  ASKS FOR ONE OPERATOR IDENTIFIER,
000916*    UPPERCASED AS ON THE MASTER.
000917*    =============================================================
000918 1001-SAISIE-OPERATEUR.
000919     DISPLAY "Identifiant de l'opérateur : " WITH NO ADVANCING
000920     ACCEPT TRG-USER-ID
000921     INSPECT TRG-USER-ID CONVERTING
000922         "abcdefghijklmnopqrstuvwxyz"
000923         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000924*
000925*    =============================================================
000926*    1002-TENTATIVE-CONNEXION  --  ONE SIGN-ON ATTEMPT: A
000927*    NON-BLANK IDENTIFIER AND ITS PASSWORD.
000928*    =============================================================
000929 1002-TENTATIVE-CONNEXION.
000930     MOVE SPACES TO TRG-USER-ID
000931     PERFORM 1001-SAISIE-OPERATEUR
000932         UNTIL TRG-USER-ID NOT = SPACES
000933     DISPLAY "Mot de passe : " WITH NO ADVANCING
000934     MOVE SPACES TO SGN-MOT-DE-PASSE
000935     ACCEPT SGN-MOT-DE-PASSE
000936     ADD 1 TO SGN-ESSAIS
000937     PERFORM 1003-CONTROLE-OPERATEUR.
000938*
000939*    =============================================================
000940*    1003-CONTROLE-OPERATEUR  --  CHECKS THE ATTEMPT AGAINST
000941*    OPERFL.  A WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND
000942*    LOCKS THE ACCOUNT ("V") AT SGN-MAX-ESSAIS IN A ROW; A GOOD
000943*    ONE CLEARS THE COUNT.  EVERY FAILURE GOES TO SECLOG.
000944*    =============================================================
000945 1003-CONTROLE-OPERATEUR.
000946     MOVE SPACE TO SGN-CHOIX
000947     MOVE SPACES TO SGN-CIBLE
000948     MOVE SPACES TO SGN-DETAIL
000949     MOVE SPACE TO SGN-EVENEMENT
000950     OPEN I-O OPERATOR-FILE
000951     IF WS-OPER-STATUS NOT = "00"
000952         DISPLAY "Fichier des opérateurs absent - "
000953             "connexion impossible."
000954         MOVE SGN-MAX-ESSAIS TO SGN-ESSAIS
000955     ELSE
000956         MOVE TRG-USER-ID TO OPER-ID
000957         READ OPERATOR-FILE
000958             INVALID KEY
000959                 MOVE "I" TO SGN-EVENEMENT
000960             NOT INVALID KEY
000961                 PERFORM 1004-CONTROLE-MOT-DE-PASSE
000962         END-READ
000963         CLOSE OPERATOR-FILE
000964         EVALUATE SGN-EVENEMENT
000965             WHEN "B" WHEN "V"
000966                 DISPLAY "Compte suspendu ou verrouillé - "
000967                     "voir un superviseur."
000968                 PERFORM 8500-ENREG-SECURITE
000969             WHEN "I" WHEN "P"
000970                 DISPLAY "Identifiant ou mot de passe invalide."
000971                 PERFORM 8500-ENREG-SECURITE
000972         END-EVALUATE
000973     END-IF.
000974*
000975*    =============================================================
000976*    1004-CONTROLE-MOT-DE-PASSE  --  JUDGES THE OPERATOR RECORD
000977*    JUST READ AND REWRITES ITS FAILURE COUNT.
000978*    =============================================================
000979 1004-CONTROLE-MOT-DE-PASSE.
000980     EVALUATE TRUE
000981         WHEN OPER-STATUS NOT = "A"
000982             MOVE "B" TO SGN-EVENEMENT
000983         WHEN OPER-PASSWORD NOT = SGN-MOT-DE-PASSE
000984             ADD 1 TO OPER-ECHECS
000985             IF OPER-ECHECS NOT < SGN-MAX-ESSAIS
000986                 MOVE "V" TO OPER-STATUS
000987                 MOVE "V" TO SGN-EVENEMENT
000988             ELSE
000989                 MOVE "P" TO SGN-EVENEMENT
000990             END-IF
000991             REWRITE OPERATOR-RECORD
000992         WHEN OTHER
000993             PERFORM 8000-HORODATAGE
000994             MOVE ZERO TO OPER-ECHECS
000995             MOVE WS-DATE-NOW TO OPER-DERN-CONNEXION
000996             REWRITE OPERATOR-RECORD
000997             MOVE OPER-ROLE TO SGN-ROLE
000998             SET CONNEXION-ACCEPTEE TO TRUE
000999             DISPLAY "Bonjour " OPER-NAME
001000     END-EVALUATE.
001001*
001002*    =============================================================
001003*    1005-CONTROLE-ROLE  --  A NEW BRACKET OVERWRITES TOURNFL,
001004*    SO ONLY THE TOURNAMENT-ADMIN AND SUPERVISOR ROLES MAY
001005*    REGISTER ONE.
001006*    =============================================================
001007 1005-CONTROLE-ROLE.
001008     IF ROLE-TOURNOIS OR ROLE-SUPERVISEUR
001009         SET ACCES-AUTORISE TO TRUE
001010         SET MAJ-AUTORISEE TO TRUE
001011     ELSE
001012         MOVE "*" TO SGN-CHOIX
001013         PERFORM 8510-ACTION-REFUSEE
001014     END-IF.
001015*
001020*    =============================================================
001030*    2000-SAISIE-ENTRANT  --  TAKES ONE ENTRANT: BLANK ENDS THE
001040*    REGISTRATION, AN ID NOT ACTIVE ON THE MASTER OR ALREADY
001220             IF JOUEUR-VALIDE
001230                 ADD 1 TO ENTRANT-COUNT
001240                 MOVE TRG-SAISIE TO ENTRANT-ID(ENTRANT-COUNT)
001245                 PERFORM 2020-LIT-COTE-ENTRANT
001250                 IF ENTRANT-COTE(ENTRANT-COUNT) = ZERO
001252                     DISPLAY "Inscrit no " ENTRANT-COUNT " : "
001254                         TRG-SAISIE " (non coté)"
001256                 ELSE
001258                     DISPLAY "Inscrit no " ENTRANT-COUNT " : "
001260                         TRG-SAISIE " (cote "
001262                         ENTRANT-COTE(ENTRANT-COUNT) ")"
001264                 END-IF
001270             END-IF
001280     END-EVALUATE.
001290*
001600         END-IF
001610     END-IF.
001620*
001621*    =============================================================
001622*    2020-LIT-COTE-ENTRANT  --  TAKES THE NEW ENTRANT'S SKILL
001623*    RATING FROM RATINGFL.  A PLAYER NOT YET RATED, OR NO
001624*    RATINGFL AT ALL, LEAVES ZERO: UNRATED, SEEDED LAST.
001625*    =============================================================
001626 2020-LIT-COTE-ENTRANT.
001627     MOVE ZERO TO ENTRANT-COTE(ENTRANT-COUNT)
001628     MOVE "N" TO ENTRANT-PLACE-SW(ENTRANT-COUNT)
001629     OPEN INPUT RATING-FILE
001630     IF WS-RTG-STATUS = "00"
001631         MOVE TRG-SAISIE TO RTG-PLAYER-ID
001632         READ RATING-FILE
001633             INVALID KEY
001634                 CONTINUE
001635             NOT INVALID KEY
001636                 MOVE RTG-COTE TO ENTRANT-COTE(ENTRANT-COUNT)
001637         END-READ
001638         CLOSE RATING-FILE
001639     END-IF.
001640*
001641*    =============================================================
001642*    2500-ORDONNE-TETES  --  SEEDS THE ENTRANTS BY REPEATED
001643*    SELECTION OF THE HIGHEST NOT-YET-SEEDED RATING.  TIES, AND
001644*    THE UNRATED, KEEP THEIR ENTRY ORDER.
001645*    =============================================================
001646 2500-ORDONNE-TETES.
001647     PERFORM 2510-PLACE-TETE
001648         VARYING TRG-TETE FROM 1 BY 1
001649         UNTIL TRG-TETE > ENTRANT-COUNT.
001650*
001651*    =============================================================
001652*    2510-PLACE-TETE  --  FINDS THE HIGHEST NOT-YET-SEEDED
001653*    ENTRANT AND MAKES IT SEED TRG-TETE.
001654*    =============================================================
001655 2510-PLACE-TETE.
001656     MOVE ZERO TO WS-MAX-COTE
001657     MOVE ZERO TO WS-MAX-SLOT
001658     PERFORM VARYING TRG-I FROM 1 BY 1
001659             UNTIL TRG-I > ENTRANT-COUNT
001660         IF ENTRANT-PLACE-SW(TRG-I) = "N"
001661                 AND (WS-MAX-SLOT = 0
001662                     OR ENTRANT-COTE(TRG-I) > WS-MAX-COTE)
001663             MOVE ENTRANT-COTE(TRG-I) TO WS-MAX-COTE
001664             MOVE TRG-I TO WS-MAX-SLOT
001665         END-IF
001666     END-PERFORM
001667     MOVE "Y" TO ENTRANT-PLACE-SW(WS-MAX-SLOT)
001668     MOVE WS-MAX-SLOT TO TETE-SLOT(TRG-TETE)
001669     IF WS-MAX-COTE = ZERO
001670         DISPLAY "Tête de série " TRG-TETE " : "
001671             ENTRANT-ID(WS-MAX-SLOT) " (non coté)"
001672     ELSE
001673         DISPLAY "Tête de série " TRG-TETE " : "
001674             ENTRANT-ID(WS-MAX-SLOT) " (cote " WS-MAX-COTE ")"
001675     END-IF.
001676*
001677*    =============================================================
001678*    2600-PLACE-TETES  --  SIZES THE BRACKET AND LAYS THE SEEDS
001679*    OUT IN BRACKET ORDER.  EACH DOUBLING SPLITS POSITION X OF
001680*    A BRACKET OF SIZE T INTO THE PAIR X AND 2T+1-X, SO SEEDS
001681*    1 AND 2 CAN ONLY MEET IN THE FINAL, 1 TO 4 IN THE SEMIS,
001682*    AND SO ON.
001683*    =============================================================
001684 2600-PLACE-TETES.
001685     MOVE 1 TO TRG-TAILLE
001686     MOVE 1 TO POSITION-TETE(1)
001687     PERFORM 2610-DOUBLE-TABLEAU
001688         UNTIL TRG-TAILLE NOT < ENTRANT-COUNT.
001689*
001690*    =============================================================
001691*    2610-DOUBLE-TABLEAU  --  DOUBLES THE BRACKET ONCE.
001692*    =============================================================
001693 2610-DOUBLE-TABLEAU.
001694     PERFORM VARYING TRG-J FROM 1 BY 1
001695             UNTIL TRG-J > TRG-TAILLE
001696         MOVE POSITION-TETE(TRG-J)
001697             TO POSITION-TRAVAIL(2 * TRG-J - 1)
001698         COMPUTE POSITION-TRAVAIL(2 * TRG-J) =
001699             2 * TRG-TAILLE + 1 - POSITION-TETE(TRG-J)
001700     END-PERFORM
001701     COMPUTE TRG-TAILLE = TRG-TAILLE * 2
001702     MOVE POSITION-TRAVAIL-AREA TO POSITION-TABLE-AREA.
001703*
001704*    =============================================================
001705*    3000-ECRIT-BRACKET  --  SEEDS THE ENTRANTS, LAYS OUT THE
001706*    BRACKET AND WRITES ITS ROUND-1 MATCHES TO TOURNFL.  A SEAT
001707*    WITH NO ENTRANT LEFT FOR IT GIVES THE OPPOSING (HIGHER)
001708*    SEED A BYE (STATUS B), ADVANCING UNPLAYED.
001709*    =============================================================
001710 3000-ECRIT-BRACKET.
001711     PERFORM 2500-ORDONNE-TETES
001712     PERFORM 2600-PLACE-TETES
001713     OPEN OUTPUT TOURN-FILE
001720     PERFORM 3010-ECRIT-MATCH
001726         VARYING TRG-MATCH-NO FROM 1 BY 1
001732         UNTIL TRG-MATCH-NO > TRG-TAILLE / 2
001740     CLOSE TOURN-FILE.
001750*
001760*    =============================================================
001770*    3010-ECRIT-MATCH  --  WRITES ROUND-1 MATCH TRG-MATCH-NO,
001780*    THE HIGHER SEED OF THE PAIR ON SIDE 1.
001790*    =============================================================
001800 3010-ECRIT-MATCH.
001805     MOVE POSITION-TETE(2 * TRG-MATCH-NO - 1) TO TRG-TETE-1
001807     MOVE POSITION-TETE(2 * TRG-MATCH-NO) TO TRG-TETE-2
001820     MOVE SPACES TO TOURN-RECORD
001830     MOVE 1 TO TRN-ROUND
001840     MOVE TRG-MATCH-NO TO TRN-MATCH
001850     MOVE ENTRANT-ID(TETE-SLOT(TRG-TETE-1)) TO TRN-PLAYER-1
001860     MOVE SPACES TO TRN-WORD
001870     MOVE SPACES TO TRN-WINNER
001880     MOVE SPACE TO TRN-OUTCOME-1
001890     MOVE SPACE TO TRN-OUTCOME-2
001900     MOVE ZERO TO TRN-ESSAIS-1
001910     MOVE ZERO TO TRN-ESSAIS-2
001920     IF TRG-TETE-2 > ENTRANT-COUNT
001930         MOVE SPACES TO TRN-PLAYER-2
001940         MOVE "B" TO TRN-STATUS
001950         MOVE TRN-PLAYER-1 TO TRN-WINNER
001960         DISPLAY "Exempt (bye) : " TRN-PLAYER-1
001970     ELSE
001980         MOVE ENTRANT-ID(TETE-SLOT(TRG-TETE-2)) TO TRN-PLAYER-2
001990         MOVE "A" TO TRN-STATUS
002000     END-IF
002010     ADD 1 TO WS-MATCHES-ECRITS
002020     WRITE TOURN-RECORD.
002030*
002040*    =============================================================
002050*    8000-HORODATAGE  --  CAPTURES THE CURRENT DATE AND TIME FOR
002060*    THE OPERATOR AND SECURITY-LOG RECORDS.
002070*    =============================================================
002080 8000-HORODATAGE.
002090     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
002100     ACCEPT WS-TIME-NOW FROM TIME.
002110*
002120*    =============================================================
002130*    8500-ENREG-SECURITE  --  APPENDS ONE RECORD TO SECLOG FOR
002140*    THE OPERATOR IN TRG-USER-ID.  EVENEMENT, CHOIX, CIBLE AND
002150*    DETAIL ARE SET BY THE CALLER.
002160*    =============================================================
002170 8500-ENREG-SECURITE.
002180     PERFORM 8000-HORODATAGE
002190     MOVE WS-DATE-NOW TO SECL-DATE
002200     MOVE WS-TIME-NOW TO SECL-TIME
002210     MOVE "PENDUTRG" TO SECL-PROGRAM
002220     MOVE TRG-USER-ID TO SECL-OPER-ID
002230     MOVE SGN-EVENEMENT TO SECL-EVENEMENT
002240     MOVE SGN-CHOIX TO SECL-CHOIX
002250     MOVE SGN-CIBLE TO SECL-CIBLE
002260     MOVE SGN-DETAIL TO SECL-DETAIL
002270     OPEN EXTEND SECURITY-FILE
002280     IF WS-SECL-STATUS = "35"
002290         OPEN OUTPUT SECURITY-FILE
002300     END-IF
002310     WRITE SECURITY-LOG-RECORD
002320     CLOSE SECURITY-FILE.
002330*
002340*    =============================================================
002350*    8510-ACTION-REFUSEE  --  TURNS AWAY A MENU OPTION THE
002360*    OPERATOR'S ROLE DOES NOT ALLOW (OPTION IN SGN-CHOIX) AND
002370*    LOGS THE REFUSAL.
002380*    =============================================================
002390 8510-ACTION-REFUSEE.
002400     DISPLAY "Action non autorisée pour votre rôle."
002410     MOVE "R" TO SGN-EVENEMENT
002420     MOVE SPACES TO SGN-CIBLE
002430     MOVE SPACES TO SGN-DETAIL
002440     STRING "ROLE " SGN-ROLE DELIMITED BY SIZE INTO SGN-DETAIL
002450     PERFORM 8500-ENREG-SECURITE.
002460*
002470 END PROGRAM Pendutrg.
