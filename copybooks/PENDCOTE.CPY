000100*
000110*    PENDCOTE.CPY - RECORD LAYOUT FOR THE PLAYER SKILL RATING
000120*    FILE (RATINGFL).  ONE RECORD PER PLAYER EVER RATED; THE
000130*    FILE IS INDEXED, KEYED ON RTG-PLAYER-ID, KEPT BY THE
000140*    NIGHTLY PENDUCOT RUN, LISTED BY PENDUCLS AND READ BY
000150*    PENDUTRG TO SEED A TOURNAMENT BRACKET.  COTE IS AN
000160*    ELO-STYLE RATING (A NEW PLAYER STARTS AT THE COTEPRM
000170*    INITIAL RATING, SEE PENDCTPM) MOVED BY EVERY DECIDED
000180*    TOURNFL MATCH AGAINST THE OPPONENT'S RATING AND BY EVERY
000190*    OTHER RESULTFL GAME AGAINST THE WORD'S DIFFICULTY RATING.
000200*    PARTIES AND MATCHS COUNT THE GAMES AND MATCHES RATED; A
000210*    PLAYER IS PROVISIONAL UNTIL THEIR SUM REACHES THE COTEPRM
000220*    THRESHOLD.  COTE-MOIS IS THE RATING AS THE MONTH MOIS
000230*    (YYYYMM) BEGAN, FOR THE MONTHLY CHANGE.  DERNIER IS THE
000240*    DATE AND TIME OF THE LAST GAME APPLIED: AN OLDER OR EQUAL
000250*    ONE IS NEVER APPLIED AGAIN, SO A RERUN CHANGES NOTHING.
000260    01  RATING-RECORD.
000270        05  RTG-PLAYER-ID         PIC X(10).
000280        05  RTG-COTE              PIC 9(04).
000290        05  RTG-PARTIES           PIC 9(05).
000300        05  RTG-MATCHS            PIC 9(04).
000310        05  RTG-MOIS              PIC 9(06).
000320        05  RTG-COTE-MOIS         PIC 9(04).
000330        05  RTG-DERNIER.
000340            10  RTG-DERN-DATE     PIC 9(08).
000350            10  RTG-DERN-TIME     PIC 9(08).
