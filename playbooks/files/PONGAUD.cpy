000220*                VOLLEYS LINKED IN THE SAME TASK WITHIN ONE
000230*                SECOND). THE DETAIL AREA MIRRORS THE PAUDREC
000240*                QUEUE LAYOUT, ONE REDEFINITION PER RECORD
000250*                TYPE. THE CHAIN AREA MAKES THE TRAIL TAMPER
000260*                EVIDENT: PAUDRDR NUMBERS EVERY RECORD IT
      *                HARDENS IN HARDENING ORDER (PA-CHAIN-SEQ, FROM
      *                THE HEAD RECORD ON THE PONGACH CONTROL FILE),
      *                CARRIES THE CHAIN VALUE OF THE RECORD HARDENED
      *                JUST BEFORE IT, AND STORES A CHAIN VALUE
      *                COMPUTED BY PONGCHN FROM EVERYTHING ELSE ON THE
      *                RECORD. THE PONGAVR BATCH VERIFIER RECOMPUTES
      *                BOTH. RECORDS HARDENED BEFORE CHAINING BEGAN
      *                HAVE A CHAIN AREA OF SPACES. THE CENTRAL
      *                PONGCAUD COPY CARRIES THE FIRST 63 BYTES ONLY.
      *                THE KSDS IS DEFINED WITH KEYS(26 0) AND
      *                RECORDSIZE(108 108). THE CALLER SUPPLIES THE
      *                01-LEVEL RECORD NAME, E.G.
000270*                    01  PONGAUD-RECORD.
000280*                        COPY PONGAUD.
000290*****************************************************************
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- ------------------------------------------------
000330* 08/22/2026 WPY  ORIGINAL COPYBOOK.
000333* 10/15/2026 WPY  ADD THE CHAIN AREA (PA-CHAIN-SEQ, PA-PREV-CHAIN-
000336*                 VALUE, PA-CHAIN-VALUE); RECORD GROWS 63 -> 108.
000340*****************************************************************
000350     02 PA-KEY.
000360         03 PA-CALL-DATE         PIC 9(08).
000580         03 FILLER               PIC X(01).
000590         03 PA-NEW-SPEED         PIC X(04).
000600         03 FILLER               PIC X(01).
000610     02 PA-CHAIN-AREA.
000620         03 PA-CHAIN-SEQ         PIC 9(09).
000630         03 PA-PREV-CHAIN-VALUE  PIC 9(18).
000640         03 PA-CHAIN-VALUE       PIC 9(18).
