000210* DATE       INIT DESCRIPTION
000220* ---------- ---- ------------------------------------------------
000230* 08/22/2026 WPY  ORIGINAL PROGRAM.
000235* 10/15/2026 WPY  PONGAUD RECORD GROWS TO 108 BYTES (CHAIN AREA).
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.      PONGRCN.
000560     COPY PONGSTAT.
000570
000580 FD  AUDIT-FILE
000590     RECORD CONTAINS 108 CHARACTERS.
000600 01  PONGAUD-RECORD.
000610     COPY PONGAUD.
000620
