000180*                      PRINTS TO A REAL 132-COLUMN REPORT FILE
000190*                      (FACTURPT) WITH CARRIAGE CONTROL, PAGE
000200*                      HEADINGS AND A MARKED END-OF-REPORT LINE.
000201*    10/15/2026 MD    CREDITS EXPIRED BY THE MONTHLY DORMANT
000202*                      SWEEP (PENDUDRM, CREDMVT TYPE "E") NOW
000203*                      GET THEIR OWN EXPIRES COLUMN AND DAY
000204*                      TOTAL, SO THE LEDGER STILL TIES OUT.
000205*    10/15/2026 MD    BONUS CREDITS AWARDED BY THE NIGHTLY
000206*                      PROMOTION RUN (PENDUPRO, CREDMVT TYPE "B")
000207*                      GET THEIR OWN PROMOS COLUMN AND DAY TOTAL,
000208*                      APART FROM THE TOP-UPS SOLD, SO THE CASH
000209*                      DRAWER TIES OUT TO THE ACHATS COLUMN ALONE.
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000650         10  FT-PARTIES        PIC 9(05).
000660         10  FT-INDICES        PIC 9(05).
000670         10  FT-ACHATS         PIC 9(05).
000675         10  FT-EXPIRES        PIC 9(05).
000677         10  FT-PROMOS         PIC 9(05).
000680         10  FT-SOLDE          PIC 9(05).
000690 77  FACT-TALLY-COUNT          PIC 9(03) VALUE ZERO.
000700 77  WS-FACT-TROUVE-SW         PIC X(01) VALUE "N".
000760 77  TOT-PARTIES               PIC 9(07) VALUE ZERO.
000770 77  TOT-INDICES               PIC 9(07) VALUE ZERO.
000780 77  TOT-ACHATS                PIC 9(07) VALUE ZERO.
000785 77  TOT-EXPIRES               PIC 9(07) VALUE ZERO.
000787 77  TOT-PROMOS                PIC 9(07) VALUE ZERO.
000790*
000800*    ---- REPORT HEADING AND DETAIL LINES ------------------------
000810 01  ENT-LIGNE-1.
000960     05  FILLER                PIC X(10) VALUE "  PARTIES".
000970     05  FILLER                PIC X(10) VALUE "  INDICES".
000980     05  FILLER                PIC X(10) VALUE "   ACHATS".
000982     05  FILLER                PIC X(10) VALUE "   PROMOS".
000985     05  FILLER                PIC X(10) VALUE "  EXPIRES".
000990     05  FILLER                PIC X(10) VALUE "    SOLDE".
001000     05  FILLER                PIC X(60) VALUE SPACES.
001010 01  LIGNE-JOUEUR.
001020     05  LJ-PLAYER-ID          PIC X(10).
001030     05  FILLER                PIC X(02) VALUE SPACES.
001070     05  FILLER                PIC X(01) VALUE SPACE.
001080     05  LJ-ACHATS             PIC ZZZZZZZZ9.
001090     05  FILLER                PIC X(01) VALUE SPACE.
001091     05  LJ-PROMOS             PIC ZZZZZZZZ9.
001092     05  FILLER                PIC X(01) VALUE SPACE.
001093     05  LJ-EXPIRES            PIC ZZZZZZZZ9.
001096     05  FILLER                PIC X(01) VALUE SPACE.
001100     05  LJ-SOLDE              PIC ZZZZZZZZ9.
001110     05  FILLER                PIC X(61) VALUE SPACES.
001120 01  WS-LIGNE                  PIC X(132) VALUE SPACES.
001130*
001140*    ---- SHARED PAGE-CONTROL WORK AREAS -------------------------
001740             WHEN "A"
001750                 ADD CMV-QUANTITE TO FT-ACHATS(WS-FACT-INDEX)
001760                 ADD CMV-QUANTITE TO TOT-ACHATS
001762             WHEN "E"
001764                 ADD CMV-QUANTITE TO FT-EXPIRES(WS-FACT-INDEX)
001766                 ADD CMV-QUANTITE TO TOT-EXPIRES
001767             WHEN "B"
001768                 ADD CMV-QUANTITE TO FT-PROMOS(WS-FACT-INDEX)
001769                 ADD CMV-QUANTITE TO TOT-PROMOS
001770         END-EVALUATE
001780     END-IF.
001790*
002010             MOVE ZERO TO FT-PARTIES(WS-FACT-INDEX)
002020             MOVE ZERO TO FT-INDICES(WS-FACT-INDEX)
002030             MOVE ZERO TO FT-ACHATS(WS-FACT-INDEX)
002035             MOVE ZERO TO FT-EXPIRES(WS-FACT-INDEX)
002037             MOVE ZERO TO FT-PROMOS(WS-FACT-INDEX)
002040             MOVE ZERO TO FT-SOLDE(WS-FACT-INDEX)
002050         ELSE
002060             ADD 1 TO WS-FACT-DEBORDES
002520     MOVE TOT-PARTIES TO LJ-PARTIES
002530     MOVE TOT-INDICES TO LJ-INDICES
002540     MOVE TOT-ACHATS TO LJ-ACHATS
002542     MOVE TOT-PROMOS TO LJ-PROMOS
002545     MOVE TOT-EXPIRES TO LJ-EXPIRES
002550     MOVE LIGNE-JOUEUR TO WS-LIGNE
002560     PERFORM 9000-ECRIT-LIGNE
002570     IF WS-FACT-DEBORDES > 0
002750     MOVE FT-PARTIES(FT-IDX) TO LJ-PARTIES
002760     MOVE FT-INDICES(FT-IDX) TO LJ-INDICES
002770     MOVE FT-ACHATS(FT-IDX) TO LJ-ACHATS
002772     MOVE FT-PROMOS(FT-IDX) TO LJ-PROMOS
002775     MOVE FT-EXPIRES(FT-IDX) TO LJ-EXPIRES
002780     MOVE FT-SOLDE(FT-IDX) TO LJ-SOLDE
002790     MOVE LIGNE-JOUEUR TO WS-LIGNE
002800     PERFORM 9000-ECRIT-LIGNE.
