000100*
000110*    PENDSGNW.CPY - SHARED SIGN-ON WORK AREAS FOR THE
000120*    INTERACTIVE PROGRAMS THAT CHECK THEIR OPERATOR AGAINST
000130*    OPERFL (SEE PENDOPER) AND LOG TO SECLOG (SEE PENDSECL).
000140*    A SESSION GETS SGN-MAX-ESSAIS ATTEMPTS; THE SAME NUMBER
000150*    OF WRONG PASSWORDS IN A ROW, ACROSS SESSIONS, LOCKS THE
000160*    OPERATOR UNTIL A SUPERVISOR REACTIVATES THE ACCOUNT.
000170*    ACCES-AUTORISE IS SET WHEN THE ROLE MAY USE THE PROGRAM
000180*    AT ALL, MAJ-AUTORISEE WHEN IT MAY ALSO USE THE OPTIONS
000190*    THAT CHANGE A FILE.
000200    77  SGN-MOT-DE-PASSE      PIC X(10) VALUE SPACES.
000210    77  SGN-ESSAIS            PIC 9(01) VALUE ZERO.
000220    77  SGN-MAX-ESSAIS        PIC 9(01) VALUE 3.
000230    77  SGN-CONNEXION-SW      PIC X(01) VALUE "N".
000240        88  CONNEXION-ACCEPTEE    VALUE "Y".
000250    77  SGN-ROLE              PIC X(01) VALUE SPACE.
000260        88  ROLE-MOTS             VALUE "M".
000270        88  ROLE-CREDITS          VALUE "C".
000280        88  ROLE-JOUEURS          VALUE "J".
000290        88  ROLE-TOURNOIS         VALUE "T".
000300        88  ROLE-SUPERVISEUR      VALUE "S".
000310    77  SGN-ACCES-SW          PIC X(01) VALUE "N".
000320        88  ACCES-AUTORISE        VALUE "Y".
000330    77  SGN-MAJ-SW            PIC X(01) VALUE "N".
000340        88  MAJ-AUTORISEE         VALUE "Y".
000350    77  SGN-EVENEMENT         PIC X(01) VALUE SPACE.
000360    77  SGN-CHOIX             PIC X(01) VALUE SPACE.
000370    77  SGN-CIBLE             PIC X(10) VALUE SPACES.
000380    77  SGN-DETAIL            PIC X(20) VALUE SPACES.
