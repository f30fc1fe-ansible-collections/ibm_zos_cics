000260* DATE       INIT DESCRIPTION
000270* ---------- ---- ------------------------------------------------
000280* 09/02/2026 WPY  ORIGINAL COPYBOOK.
000281* 10/15/2026 WPY  ADDED HS-THROTTLED-COUNT AT THE END OF THE
000282*                 RECORD FOR CALLS TURNED AWAY BY THE PONGCLR
000283*                 CALLER REGISTRY (RECORD NOW 120 BYTES). THE
000284*                 KSDS MUST BE REDEFINED WITH RECORDSIZE(113 120)
000285*                 SO RECORDS WRITTEN BEFORE THE CHANGE STILL
000286*                 READ; PONG AND PONGINQ TREAT A MISSING OR
000287*                 NON-NUMERIC THROTTLED COUNT AS ZERO.
000290*****************************************************************
000300     02 HS-KEY.
000310         03 HS-CALL-DATE         PIC 9(08).
000390     02 HS-SPEED-SLOT            OCCURS 6 TIMES.
000400         03 HS-SPEED             PIC X(04).
000410         03 HS-SPEED-COUNT       PIC 9(07).
000420     02 HS-THROTTLED-COUNT       PIC 9(07).
