000100*
000110*    PENDWTCH.CPY - RECORD LAYOUT FOR THE SUSPICIOUS-PLAY WATCH
000120*    LIST (WATCHLST).  ONE RECORD PER PLAYER EVER FLAGGED BY
000130*    THE NIGHTLY PENDUSUS SCREENING, INDEXED, KEYED ON
000140*    WTCH-PLAYER-ID: THE NUMBER OF NIGHTS FLAGGED, THE FIRST
000150*    AND LATEST SUCH NIGHT AND THE LATEST REASON CODE.  ONCE
000160*    THE NIGHTS FLAGGED REACH THE SUSPPRM THRESHOLD THE STATUS
000170*    GOES TO "W" (SOUS SURVEILLANCE) AND PENDUPMT SHOWS IT TO
000180*    THE FRONT DESK BEFORE A SUSPENSION OR REACTIVATION.  A
000190*    PLAYER FLAGGED BELOW THE THRESHOLD CARRIES A BLANK STATUS.
000200    01  WATCH-RECORD.
000210        05  WTCH-PLAYER-ID        PIC X(10).
000220        05  WTCH-NUITS            PIC 9(05).
000230        05  WTCH-PREMIERE-DATE    PIC 9(08).
000240        05  WTCH-DERNIERE-DATE    PIC 9(08).
000250        05  WTCH-MOTIF            PIC X(03).
000260        05  WTCH-STATUS           PIC X(01).
