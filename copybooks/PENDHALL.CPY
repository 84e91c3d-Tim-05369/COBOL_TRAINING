000100*
000110*    PENDHALL.CPY - RECORD LAYOUT FOR THE PERMANENT HALL-OF-FAME
000120*    FILE (HALLFAME), APPENDED BY THE PENDUSAI SEASON CLOSE AND
000130*    NEVER PURGED.  EACH CLOSED SEASON GETS ONE "S" RECORD (THE
000140*    SEASON DATES, WHEN THE CLOSE RAN, HOW MANY LEADERFL
000150*    PLAYERS HAD THEIR POINTS RESET AND THE POINTS THEY HELD
000160*    BETWEEN THEM) FOLLOWED BY ONE "F" RECORD PER FINISHER
000170*    KEPT, IN RANK ORDER, WITH THE POINTS THE PLAYER CLOSED THE
000180*    SEASON ON.  THE SEASON IS YYYYMM.  PENDUSAI REFUSES A
000190*    SEASON THAT ALREADY HAS ITS "S" RECORD, PENDUPAL PRINTS
000200*    THE FILE FOR THE NOTICE BOARD, AND PENDUREC RESTARTS THE
000210*    POINTS FROM ZERO AT ANY CLOSE INSIDE ITS REPLAY WINDOW.
000220    01  HALL-FAME-RECORD.
000230        05  HALL-SAISON           PIC 9(06).
000240        05  HALL-TYPE             PIC X(01).
000250            88  HALL-SAISON-CLOTUREE  VALUE "S".
000260            88  HALL-FINISSEUR        VALUE "F".
000270        05  HALL-DONNEES          PIC X(46).
000280        05  HALL-CLOTURE REDEFINES HALL-DONNEES.
000290            10  HALC-DEBUT        PIC 9(08).
000300            10  HALC-FIN          PIC 9(08).
000310            10  HALC-DATE         PIC 9(08).
000320            10  HALC-HEURE        PIC 9(08).
000330            10  HALC-JOUEURS      PIC 9(05).
000340            10  HALC-POINTS       PIC 9(09).
000350        05  HALL-CLASSE REDEFINES HALL-DONNEES.
000360            10  HALF-RANG         PIC 9(02).
000370            10  HALF-PLAYER-ID    PIC X(10).
000380            10  HALF-POINTS       PIC 9(07).
000390            10  FILLER            PIC X(27).
