000010*
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID. Pendukio.
000050 AUTHOR. M-DUBOIS.
000060 INSTALLATION. SALLE-JEUX-BATCH.
000070 DATE-WRITTEN. 10/15/2026.
000080 DATE-COMPILED.
000090*
000100*    MODIFICATION HISTORY
000110*    --------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MD    ORIGINAL VERSION - SELF-SERVICE KIOSK
000140*                      INQUIRY.  READ-ONLY: TAKES A PLAYER-ID,
000150*                      CHECKS IT ON PLAYERFL AND SHOWS ONE
000160*                      SCREEN WITH THE CREDITFL BALANCE, THE
000170*                      LEADERFL WINS/LOSSES/POINTS AND THE
000180*                      CHAMPIONSHIP POSITION, TODAY'S MOT DU
000190*                      JOUR STATUS AND ANY MATCH STILL TO PLAY
000200*                      ON TOURNFL, THEN PAGES BACK THROUGH THE
000210*                      PLAYER'S LAST GAMES ON RESULTFL.  EVERY
000220*                      ID TYPED IS LOGGED TO KIOSKLOG (SEE
000230*                      PENDKIOS).  "FIN" AT THE PROMPT CLOSES
000240*                      THE KIOSK.
000241*    10/15/2026 MD    THE RECENT-GAMES LIST HIDES THE WORD OF
000242*                      TODAY'S MOT DU JOUR AND OF A TOURNAMENT
000243*                      GAME WHOSE TOURNFL MATCH IS NOT YET
000244*                      DECIDED, AS THE SCREEN DOES ELSEWHERE.
000245*    10/15/2026 MD    THE PLAYER'S NAME IS KEPT IN KIO-NOM BEFORE
000246*                      PLAYERFL IS CLOSED, FOR THE SCREEN HEADING.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-PC.
000290 OBJECT-COMPUTER. IBM-PC.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PLAYER-FILE ASSIGN TO "PLAYERFL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS PLYR-PLAYER-ID
000360         FILE STATUS IS WS-PLYR-STATUS.
000370     SELECT CREDIT-FILE ASSIGN TO "CREDITFL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CRD-PLAYER-ID
000410         FILE STATUS IS WS-CRD-STATUS.
000420     SELECT LEADER-FILE ASSIGN TO "LEADERFL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LDR-PLAYER-ID
000460         FILE STATUS IS WS-LEADER-STATUS.
000470     SELECT RESULTS-FILE ASSIGN TO "RESULTFL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RESULT-STATUS.
000500     SELECT DEFI-FILE ASSIGN TO "DEFIMOT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DEFI-STATUS.
000530     SELECT TOURN-FILE ASSIGN TO "TOURNFL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TRN-STATUS.
000560     SELECT KIOSK-LOG-FILE ASSIGN TO "KIOSKLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-KIOS-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PLAYER-FILE.
000630 COPY "PENDPLYR.CPY".
000640 FD  CREDIT-FILE.
000650 COPY "PENDCRD.CPY".
000660 FD  LEADER-FILE.
000670 COPY "PENDLDR.CPY".
000680 FD  RESULTS-FILE.
000690 COPY "PENDRSLT.CPY".
000700 FD  DEFI-FILE.
000710 COPY "PENDDEFI.CPY".
000720 FD  TOURN-FILE.
000730 COPY "PENDTRNM.CPY".
000740 FD  KIOSK-LOG-FILE.
000750 COPY "PENDKIOS.CPY".
000760*
000770 WORKING-STORAGE SECTION.
000780*
000790*    ---- FILE STATUS SWITCHES -----------------------------------
000800 77  WS-PLYR-STATUS            PIC X(02) VALUE SPACES.
000810 77  WS-CRD-STATUS             PIC X(02) VALUE SPACES.
000820 77  WS-LEADER-STATUS          PIC X(02) VALUE SPACES.
000830 77  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
000840 77  WS-DEFI-STATUS            PIC X(02) VALUE SPACES.
000850 77  WS-TRN-STATUS             PIC X(02) VALUE SPACES.
000860 77  WS-KIOS-STATUS            PIC X(02) VALUE SPACES.
000870 77  WS-RSLT-EOF-SW            PIC X(01) VALUE "N".
000880     88  RSLT-EOF                  VALUE "Y".
000890 77  WS-LDR-EOF-SW             PIC X(01) VALUE "N".
000900     88  LDR-EOF                   VALUE "Y".
000910 77  WS-TRN-EOF-SW             PIC X(01) VALUE "N".
000920     88  TRN-EOF                   VALUE "Y".
000930*
000940*    ---- KIOSK SESSION WORK AREAS -------------------------------
000950 77  KIO-PLAYER-ID             PIC X(10) VALUE SPACES.
000955 77  KIO-NOM                   PIC X(30) VALUE SPACES.
000960 77  KIO-REPONSE               PIC X(01) VALUE SPACE.
000970 77  WS-FIN-SW                 PIC X(01) VALUE "N".
000980     88  FIN-KIOSQUE               VALUE "Y".
000990 77  KIO-RESULTAT              PIC X(01) VALUE SPACE.
001000     88  FICHE-AFFICHEE            VALUE "T".
001010 77  KIO-PAGES                 PIC 9(03) VALUE ZERO.
001020*
001030*    ---- STANDINGS WORK AREAS -----------------------------------
001040 77  WS-LDR-TROUVE-SW          PIC X(01) VALUE "N".
001050     88  LDR-TROUVE                VALUE "Y".
001060 77  KIO-POINTS                PIC 9(07) VALUE ZERO.
001070 77  KIO-DEVANT                PIC 9(05) VALUE ZERO.
001080 77  KIO-CLASSES               PIC 9(05) VALUE ZERO.
001090 77  KIO-POSITION              PIC 9(05) VALUE ZERO.
001100*
001110*    ---- MOT DU JOUR AND TOURNAMENT WORK AREAS ------------------
001120 77  WS-DEFI-DATE              PIC 9(08) VALUE ZERO.
001130 77  WS-DEFI-MOT               PIC X(20) VALUE SPACES.
001140 77  WS-DEFI-DEJA-SW           PIC X(01) VALUE "N".
001150     88  DEFI-DEJA-JOUE            VALUE "Y".
001160 77  WS-DEFI-ISSUE             PIC X(01) VALUE SPACE.
001170 77  WS-MATCHS-EN-ATTENTE      PIC 9(03) VALUE ZERO.
001180 77  KIO-ADVERSAIRE            PIC X(10) VALUE SPACES.
001190 77  KIO-COTE-JOUE             PIC X(01) VALUE SPACE.
001195 77  KIO-MOT-TOURNOI           PIC X(20) VALUE SPACES.
001200*
001210*    ---- THE PLAYER'S LAST GAMES (RING OF KIO-MAX-PARTIES) ------
001220 01  PARTIE-TABLE-AREA.
001230     05  PARTIE-ENTRY OCCURS 50 TIMES.
001240         10  PT-DATE           PIC 9(08).
001250         10  PT-WORD           PIC X(20).
001260         10  PT-OUTCOME        PIC X(01).
001270         10  PT-DEPART         PIC 9(02).
001280         10  PT-LEFT           PIC 9(02).
001290         10  PT-HINTS          PIC X(02).
001300         10  PT-SCORE          PIC X(05).
001310         10  PT-MODE           PIC X(01).
001320 77  KIO-MAX-PARTIES           PIC 9(03) VALUE 50.
001330 77  KIO-PAR-PAGE              PIC 9(02) VALUE 5.
001340 77  KIO-PARTIES-LUES          PIC 9(07) VALUE ZERO.
001350 77  KIO-PARTIES-GARDEES       PIC 9(03) VALUE ZERO.
001360 77  KIO-DERNIERE              PIC 9(03) VALUE ZERO.
001370 77  KIO-SLOT                  PIC 9(03) VALUE ZERO.
001380 77  KIO-QUOTIENT              PIC 9(07) VALUE ZERO.
001390 77  KIO-AFFICHEES             PIC 9(03) VALUE ZERO.
001400 77  KIO-SUR-PAGE              PIC 9(02) VALUE ZERO.
001410 77  KIO-ISSUE                 PIC X(07) VALUE SPACES.
001420 77  KIO-MODE-AFF              PIC X(07) VALUE SPACES.
001425 77  KIO-MOT-AFF               PIC X(20) VALUE SPACES.
001430*
001440*    ---- DATE/TIME STAMP WORK AREAS -----------------------------
001450 77  WS-DATE-NOW               PIC 9(08) VALUE ZERO.
001460 77  WS-TIME-NOW               PIC 9(08) VALUE ZERO.
001470*
001480 PROCEDURE DIVISION.
001490*
001500*    =============================================================
001510*    0000-MAINLINE  --  SERVES ONE INQUIRY AFTER ANOTHER UNTIL
001520*    THE KIOSK IS CLOSED WITH "FIN".
001530*    =============================================================
001540 0000-MAINLINE.
001550     PERFORM 1000-CONSULTATION UNTIL FIN-KIOSQUE
001560     DISPLAY "Borne fermée."
001570     STOP RUN.
001580*
001590*    =============================================================
001600*    1000-CONSULTATION  --  ONE INQUIRY: ASKS FOR THE PLAYER-ID,
001610*    SHOWS THE FICHE AND THE PAST GAMES OF A PLAYER IN GOOD
001620*    STANDING, AND LOGS THE LOOKUP WHATEVER ITS OUTCOME.
001630*    =============================================================
001640 1000-CONSULTATION.
001650     DISPLAY " "
001660     DISPLAY "=== BORNE D'INFORMATION - JEU DU PENDU ==="
001670     DISPLAY "Identifiant du joueur : " WITH NO ADVANCING
001680     MOVE SPACES TO KIO-PLAYER-ID
001690     ACCEPT KIO-PLAYER-ID
001700     INSPECT KIO-PLAYER-ID CONVERTING
001710         "abcdefghijklmnopqrstuvwxyz"
001720         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001730     EVALUATE KIO-PLAYER-ID
001740         WHEN SPACES
001750             CONTINUE
001760         WHEN "FIN"
001770             SET FIN-KIOSQUE TO TRUE
001780         WHEN OTHER
001790             MOVE ZERO TO KIO-PAGES
001800             PERFORM 2000-CONTROLE-JOUEUR
001810             IF FICHE-AFFICHEE
001820                 PERFORM 8000-HORODATAGE
001830                 PERFORM 2500-CHARGE-PARTIES
001840                 PERFORM 3000-AFFICHE-FICHE
001850                 PERFORM 4000-PARCOURT-PARTIES
001860             END-IF
001870             PERFORM 8500-ENREG-CONSULTATION
001880     END-EVALUATE.
001890*
001900*    =============================================================
001910*    2000-CONTROLE-JOUEUR  --  LOOKS THE ID UP ON THE PLAYERFL
001920*    MASTER.  AN UNKNOWN ID IS REFUSED AND A SUSPENDED PLAYER IS
001930*    SENT TO THE FRONT DESK; A DORMANT ONE IS SERVED.
001940*    =============================================================
001950 2000-CONTROLE-JOUEUR.
001960     MOVE "I" TO KIO-RESULTAT
001970     OPEN INPUT PLAYER-FILE
001980     IF WS-PLYR-STATUS NOT = "00"
001990         DISPLAY "Fichier des joueurs absent - voir l'accueil."
002000     ELSE
002010         MOVE KIO-PLAYER-ID TO PLYR-PLAYER-ID
002020         READ PLAYER-FILE
002030             INVALID KEY
002040                 DISPLAY "Joueur inconnu - vérifiez votre "
002050                     "identifiant."
002060             NOT INVALID KEY
002065                 MOVE PLYR-NAME TO KIO-NOM
002070                 IF PLYR-STATUS = "S"
002080                     MOVE "S" TO KIO-RESULTAT
002090                     DISPLAY "Compte suspendu - voir l'accueil."
002100                 ELSE
002110                     MOVE "T" TO KIO-RESULTAT
002120                 END-IF
002130         END-READ
002140         CLOSE PLAYER-FILE
002150     END-IF.
002160*
002170*    =============================================================
002180*    2500-CHARGE-PARTIES  --  ONE PASS OF RESULTFL FOR THE
002190*    PLAYER: KEEPS THE LAST KIO-MAX-PARTIES GAMES IN A RING
002200*    (THE OLDEST OVERWRITTEN) AND NOTES TODAY'S CHALLENGE GAME.
002210*    =============================================================
002220 2500-CHARGE-PARTIES.
002230     MOVE ZERO TO KIO-PARTIES-LUES
002240     MOVE ZERO TO KIO-PARTIES-GARDEES
002250     MOVE ZERO TO KIO-DERNIERE
002260     MOVE "N" TO WS-DEFI-DEJA-SW
002270     MOVE SPACE TO WS-DEFI-ISSUE
002280     MOVE "N" TO WS-RSLT-EOF-SW
002290     OPEN INPUT RESULTS-FILE
002300     IF WS-RESULT-STATUS = "00"
002310         PERFORM 2510-LIT-PARTIE UNTIL RSLT-EOF
002320         CLOSE RESULTS-FILE
002330     END-IF.
002340*
002350*    =============================================================
002360*    2510-LIT-PARTIE  --  READS ONE RESULTS RECORD AND KEEPS IT
002370*    IF IT IS ONE OF THE PLAYER'S.
002380*    =============================================================
002390 2510-LIT-PARTIE.
002400     READ RESULTS-FILE
002410         AT END
002420             SET RSLT-EOF TO TRUE
002430         NOT AT END
002440             IF RSLT-PLAYER-ID = KIO-PLAYER-ID
002450                 PERFORM 2520-GARDE-PARTIE
002460             END-IF
002470     END-READ.
002480*
002490*    =============================================================
002500*    2520-GARDE-PARTIE  --  STORES THE GAME JUST READ IN THE
002510*    NEXT RING SLOT.
002520*    =============================================================
002530 2520-GARDE-PARTIE.
002540     ADD 1 TO KIO-PARTIES-LUES
002550     DIVIDE KIO-PARTIES-LUES BY KIO-MAX-PARTIES
002560         GIVING KIO-QUOTIENT REMAINDER KIO-SLOT
002570     IF KIO-SLOT = ZERO
002580         MOVE KIO-MAX-PARTIES TO KIO-SLOT
002590     END-IF
002600     MOVE KIO-SLOT TO KIO-DERNIERE
002610     IF KIO-PARTIES-GARDEES < KIO-MAX-PARTIES
002620         ADD 1 TO KIO-PARTIES-GARDEES
002630     END-IF
002640     MOVE RSLT-DATE TO PT-DATE(KIO-SLOT)
002650     MOVE RSLT-WORD TO PT-WORD(KIO-SLOT)
002660     MOVE RSLT-OUTCOME TO PT-OUTCOME(KIO-SLOT)
002670     MOVE RSLT-ESSAIS-DEPART TO PT-DEPART(KIO-SLOT)
002680     MOVE RSLT-ESSAIS-LEFT TO PT-LEFT(KIO-SLOT)
002690     MOVE RSLT-HINTS TO PT-HINTS(KIO-SLOT)
002700     MOVE RSLT-SCORE TO PT-SCORE(KIO-SLOT)
002710     MOVE RSLT-MODE TO PT-MODE(KIO-SLOT)
002720     IF RSLT-MODE = "C" AND RSLT-DATE = WS-DATE-NOW
002730         SET DEFI-DEJA-JOUE TO TRUE
002740         MOVE RSLT-OUTCOME TO WS-DEFI-ISSUE
002750     END-IF.
002760*
002770*    =============================================================
002780*    3000-AFFICHE-FICHE  --  THE ONE-SCREEN SUMMARY.
002790*    =============================================================
002800 3000-AFFICHE-FICHE.
002810     DISPLAY " "
002820     DISPLAY "Joueur : " KIO-PLAYER-ID " " KIO-NOM
002830     PERFORM 3010-AFFICHE-CREDITS
002840     PERFORM 3020-AFFICHE-CLASSEMENT
002850     PERFORM 3040-AFFICHE-DEFI
002860     PERFORM 3050-AFFICHE-TOURNOI.
002870*
002880*    =============================================================
002890*    3010-AFFICHE-CREDITS  --  THE CREDITFL BALANCE.
002900*    =============================================================
002910 3010-AFFICHE-CREDITS.
002920     OPEN INPUT CREDIT-FILE
002930     IF WS-CRD-STATUS NOT = "00"
002940         DISPLAY "Crédits : aucun (voir l'accueil)."
002950     ELSE
002960         MOVE KIO-PLAYER-ID TO CRD-PLAYER-ID
002970         READ CREDIT-FILE
002980             INVALID KEY
002990                 DISPLAY "Crédits : aucun (voir l'accueil)."
003000             NOT INVALID KEY
003010                 DISPLAY "Crédits restants : " CRD-BALANCE
003020         END-READ
003030         CLOSE CREDIT-FILE
003040     END-IF.
003050*
003060*    =============================================================
003070*    3020-AFFICHE-CLASSEMENT  --  THE LEADERFL RECORD AND THE
003080*    CHAMPIONSHIP POSITION: ONE PLUS THE NUMBER OF PLAYERS WITH
003090*    MORE POINTS, SO PLAYERS LEVEL ON POINTS SHARE A PLACE.
003100*    =============================================================
003110 3020-AFFICHE-CLASSEMENT.
003120     MOVE "N" TO WS-LDR-TROUVE-SW
003130     OPEN INPUT LEADER-FILE
003140     IF WS-LEADER-STATUS = "00"
003150         MOVE KIO-PLAYER-ID TO LDR-PLAYER-ID
003160         READ LEADER-FILE
003170             INVALID KEY
003180                 CONTINUE
003190             NOT INVALID KEY
003200                 SET LDR-TROUVE TO TRUE
003210                 MOVE LDR-POINTS TO KIO-POINTS
003220                 DISPLAY "Victoires : " LDR-WINS
003230                     "   Défaites : " LDR-LOSSES
003240                     "   Points : " LDR-POINTS
003250         END-READ
003260         IF LDR-TROUVE
003270             PERFORM 3030-CALCULE-POSITION
003280         END-IF
003290         CLOSE LEADER-FILE
003300     END-IF
003310     IF NOT LDR-TROUVE
003320         DISPLAY "Pas encore de partie au classement."
003330     END-IF.
003340*
003350*    =============================================================
003360*    3030-CALCULE-POSITION  --  RUNS THROUGH LEADERFL COUNTING
003370*    THE PLAYERS AHEAD AND THE PLAYERS RANKED.
003380*    =============================================================
003390 3030-CALCULE-POSITION.
003400     MOVE ZERO TO KIO-DEVANT
003410     MOVE ZERO TO KIO-CLASSES
003420     MOVE "N" TO WS-LDR-EOF-SW
003430     MOVE LOW-VALUES TO LDR-PLAYER-ID
003440     START LEADER-FILE KEY NOT < LDR-PLAYER-ID
003450         INVALID KEY
003460             SET LDR-EOF TO TRUE
003470     END-START
003480     PERFORM 3031-COMPTE-JOUEUR UNTIL LDR-EOF
003490     COMPUTE KIO-POSITION = KIO-DEVANT + 1
003500     DISPLAY "Position au championnat : " KIO-POSITION
003510         " sur " KIO-CLASSES.
003520*
003530*    =============================================================
003540*    3031-COMPTE-JOUEUR  --  COUNTS ONE LEADERFL RECORD FOR
003550*    3030-CALCULE-POSITION.
003560*    =============================================================
003570 3031-COMPTE-JOUEUR.
003580     READ LEADER-FILE NEXT RECORD
003590         AT END
003600             SET LDR-EOF TO TRUE
003610         NOT AT END
003620             ADD 1 TO KIO-CLASSES
003630             IF LDR-POINTS > KIO-POINTS
003640                 ADD 1 TO KIO-DEVANT
003650             END-IF
003660     END-READ.
003670*
003680*    =============================================================
003690*    3040-AFFICHE-DEFI  --  TODAY'S MOT DU JOUR: NONE SET, STILL
003700*    TO TRY, OR ALREADY TRIED (WON OR LOST).  THE WORD ITSELF
003710*    IS NEVER SHOWN.
003720*    =============================================================
003730 3040-AFFICHE-DEFI.
003740     MOVE ZERO TO WS-DEFI-DATE
003750     MOVE SPACES TO WS-DEFI-MOT
003760     OPEN INPUT DEFI-FILE
003770     IF WS-DEFI-STATUS = "00"
003780         READ DEFI-FILE
003790             AT END
003800                 CONTINUE
003810             NOT AT END
003820                 IF DEFI-DATE IS NUMERIC
003830                     MOVE DEFI-DATE TO WS-DEFI-DATE
003840                 END-IF
003850                 MOVE DEFI-WORD TO WS-DEFI-MOT
003860         END-READ
003870         CLOSE DEFI-FILE
003880     END-IF
003890     EVALUATE TRUE
003900         WHEN DEFI-DEJA-JOUE AND WS-DEFI-ISSUE = "W"
003910             DISPLAY "Mot du jour : déjà tenté aujourd'hui - "
003920                 "gagné."
003930         WHEN DEFI-DEJA-JOUE
003940             DISPLAY "Mot du jour : déjà tenté aujourd'hui - "
003950                 "perdu."
003960         WHEN WS-DEFI-MOT = SPACES
003970                 OR WS-DEFI-DATE NOT = WS-DATE-NOW
003980             DISPLAY "Mot du jour : pas de mot du jour "
003990                 "aujourd'hui."
004000         WHEN OTHER
004010             DISPLAY "Mot du jour : à tenter - une seule "
004020                 "tentative par jour."
004030     END-EVALUATE.
004040*
004050*    =============================================================
004060*    3050-AFFICHE-TOURNOI  --  EVERY TOURNFL MATCH STILL TO PLAY
004070*    ("A") THAT THE PLAYER IS IN, WITH THE OPPONENT AND WHETHER
004080*    THE PLAYER'S OWN SIDE IS ALREADY PLAYED.  THE MATCH WORD
004090*    STAYS SECRET, BUT IS KEPT IN KIO-MOT-TOURNOI SO THE GAMES
004095*    LIST CAN HIDE IT TOO.
004100*    =============================================================
004110 3050-AFFICHE-TOURNOI.
004120     MOVE ZERO TO WS-MATCHS-EN-ATTENTE
004125     MOVE SPACES TO KIO-MOT-TOURNOI
004130     MOVE "N" TO WS-TRN-EOF-SW
004140     OPEN INPUT TOURN-FILE
004150     IF WS-TRN-STATUS = "00"
004160         PERFORM 3051-LIT-MATCH UNTIL TRN-EOF
004170         CLOSE TOURN-FILE
004180     END-IF
004190     IF WS-MATCHS-EN-ATTENTE = ZERO
004200         DISPLAY "Tournoi : aucun match en attente."
004210     END-IF.
004220*
004230*    =============================================================
004240*    3051-LIT-MATCH  --  READS ONE TOURNFL RECORD AND SHOWS IT
004250*    IF IT IS A PENDING MATCH OF THE PLAYER.
004260*    =============================================================
004270 3051-LIT-MATCH.
004280     READ TOURN-FILE
004290         AT END
004300             SET TRN-EOF TO TRUE
004310         NOT AT END
004320             IF TRN-STATUS = "A"
004330                 EVALUATE KIO-PLAYER-ID
004340                     WHEN TRN-PLAYER-1
004350                         MOVE TRN-PLAYER-2 TO KIO-ADVERSAIRE
004360                         MOVE TRN-OUTCOME-1 TO KIO-COTE-JOUE
004365                         MOVE TRN-WORD TO KIO-MOT-TOURNOI
004370                         PERFORM 3052-AFFICHE-MATCH
004380                     WHEN TRN-PLAYER-2
004390                         MOVE TRN-PLAYER-1 TO KIO-ADVERSAIRE
004400                         MOVE TRN-OUTCOME-2 TO KIO-COTE-JOUE
004405                         MOVE TRN-WORD TO KIO-MOT-TOURNOI
004410                         PERFORM 3052-AFFICHE-MATCH
004420                 END-EVALUATE
004430             END-IF
004440     END-READ.
004450*
004460*    =============================================================
004470*    3052-AFFICHE-MATCH  --  SHOWS ONE PENDING MATCH.
004480*    =============================================================
004490 3052-AFFICHE-MATCH.
004500     ADD 1 TO WS-MATCHS-EN-ATTENTE
004510     IF KIO-COTE-JOUE = SPACE
004520         DISPLAY "Tournoi : tour " TRN-ROUND " match "
004530             TRN-MATCH " contre " KIO-ADVERSAIRE
004540             " - à jouer."
004550     ELSE
004560         DISPLAY "Tournoi : tour " TRN-ROUND " match "
004570             TRN-MATCH " contre " KIO-ADVERSAIRE
004580             " - joué, en attente de l'adversaire."
004590     END-IF.
004600*
004610*    =============================================================
004620*    4000-PARCOURT-PARTIES  --  PAGES BACK THROUGH THE KEPT
004630*    GAMES, NEWEST FIRST, KIO-PAR-PAGE AT A TIME, FOR AS LONG
004640*    AS THE PLAYER ASKS FOR MORE.
004650*    =============================================================
004660 4000-PARCOURT-PARTIES.
004670     DISPLAY " "
004680     IF KIO-PARTIES-GARDEES = ZERO
004690         DISPLAY "Aucune partie récente."
004700     ELSE
004710         DISPLAY "Parties récentes : " KIO-PARTIES-LUES
004720         MOVE ZERO TO KIO-AFFICHEES
004730         MOVE KIO-DERNIERE TO KIO-SLOT
004740         MOVE "S" TO KIO-REPONSE
004750         PERFORM 4010-AFFICHE-PAGE
004760             UNTIL KIO-REPONSE NOT = "S"
004770                OR KIO-AFFICHEES NOT < KIO-PARTIES-GARDEES
004780         IF KIO-AFFICHEES NOT < KIO-PARTIES-GARDEES
004790             DISPLAY "--- fin de la liste ---"
004800         END-IF
004810     END-IF.
004820*
004830*    =============================================================
004840*    4010-AFFICHE-PAGE  --  SHOWS ONE PAGE OF GAMES AND, IF
004850*    THERE ARE OLDER ONES, OFFERS THE NEXT PAGE.
004860*    =============================================================
004870 4010-AFFICHE-PAGE.
004880     ADD 1 TO KIO-PAGES
004890     MOVE ZERO TO KIO-SUR-PAGE
004900     PERFORM 4020-AFFICHE-PARTIE
004910         UNTIL KIO-SUR-PAGE NOT < KIO-PAR-PAGE
004920            OR KIO-AFFICHEES NOT < KIO-PARTIES-GARDEES
004930     IF KIO-AFFICHEES < KIO-PARTIES-GARDEES
004940           DISPLAY "S = parties précédentes, "
004950               "Entrée = terminer : " WITH NO ADVANCING
004960         MOVE SPACE TO KIO-REPONSE
004970         ACCEPT KIO-REPONSE
004980         INSPECT KIO-REPONSE CONVERTING "s" TO "S"
004990     END-IF.
005000*
005010*    =============================================================
005020*    4020-AFFICHE-PARTIE  --  SHOWS THE GAME AT KIO-SLOT AND
005030*    STEPS BACK ONE SLOT ROUND THE RING.  TODAY'S MOT DU JOUR
005033*    AND THE WORD OF THE PLAYER'S TOURNAMENT MATCH STILL TO BE
005036*    DECIDED ARE STILL SECRET AND ARE SHOWN AS STARS.
005040*    =============================================================
005050 4020-AFFICHE-PARTIE.
005060     IF PT-OUTCOME(KIO-SLOT) = "W"
005070         MOVE "gagnée" TO KIO-ISSUE
005080     ELSE
005090         MOVE "perdue" TO KIO-ISSUE
005100     END-IF
005110     EVALUATE PT-MODE(KIO-SLOT)
005120         WHEN "C"
005130             MOVE "défi" TO KIO-MODE-AFF
005140         WHEN "T"
005150             MOVE "tournoi" TO KIO-MODE-AFF
005160         WHEN OTHER
005170             MOVE "libre" TO KIO-MODE-AFF
005180     END-EVALUATE
005181     MOVE PT-WORD(KIO-SLOT) TO KIO-MOT-AFF
005182     IF (PT-MODE(KIO-SLOT) = "C"
005183             AND PT-DATE(KIO-SLOT) = WS-DATE-NOW)
005184        OR (PT-MODE(KIO-SLOT) = "T"
005185             AND KIO-MOT-TOURNOI NOT = SPACES
005186             AND PT-WORD(KIO-SLOT) = KIO-MOT-TOURNOI)
005187         MOVE "*****" TO KIO-MOT-AFF
005188     END-IF
005190     DISPLAY PT-DATE(KIO-SLOT) " " KIO-MOT-AFF " "
005200         KIO-ISSUE " " KIO-MODE-AFF " essais "
005210         PT-LEFT(KIO-SLOT) "/" PT-DEPART(KIO-SLOT)
005220         " indices " PT-HINTS(KIO-SLOT)
005230         " points " PT-SCORE(KIO-SLOT)
005240     ADD 1 TO KIO-AFFICHEES
005250     ADD 1 TO KIO-SUR-PAGE
005260     IF KIO-SLOT = 1
005270         MOVE KIO-MAX-PARTIES TO KIO-SLOT
005280     ELSE
005290         SUBTRACT 1 FROM KIO-SLOT
005300     END-IF.
005310*
005320*    =============================================================
005330*    8000-HORODATAGE  --  CAPTURES THE CURRENT DATE AND TIME FOR
005340*    TODAY'S MOT DU JOUR AND THE KIOSK LOG.
005350*    =============================================================
005360 8000-HORODATAGE.
005370     ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD
005380     ACCEPT WS-TIME-NOW FROM TIME.
005390*
005400*    =============================================================
005410*    8500-ENREG-CONSULTATION  --  APPENDS ONE RECORD TO KIOSKLOG
005420*    FOR THE LOOKUP JUST SERVED (SEE PENDKIOS).
005430*    =============================================================
005440 8500-ENREG-CONSULTATION.
005450     PERFORM 8000-HORODATAGE
005460     MOVE WS-DATE-NOW TO KIOS-DATE
005470     MOVE WS-TIME-NOW TO KIOS-TIME
005480     MOVE KIO-PLAYER-ID TO KIOS-PLAYER-ID
005490     MOVE KIO-RESULTAT TO KIOS-RESULTAT
005500     MOVE KIO-PAGES TO KIOS-PAGES
005510     OPEN EXTEND KIOSK-LOG-FILE
005520     IF WS-KIOS-STATUS = "35"
005530         OPEN OUTPUT KIOSK-LOG-FILE
005540     END-IF
005550     WRITE KIOSK-LOG-RECORD
005560     CLOSE KIOSK-LOG-FILE.
005570*
005580 END PROGRAM Pendukio.
