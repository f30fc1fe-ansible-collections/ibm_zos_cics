000100*                PONG IN EVERY REGION LISTED VIA DISTRIBUTED
000110*                PROGRAM LINK, SO THE MORNING HEALTH CHECK IS
000120*                ONE TRANSACTION INSTEAD OF A LOGON PER REGION.
000130*                EACH REGION ALSO CARRIES A STATUS - ACTIVE,
000140*                SUSPENDED, OR MAINTENANCE WITH A FROM/TO
000150*                DATE-TIME WINDOW - AND A CONTACT NAME. THE
      *                SWEEPS (PSWP AND PING SWEEP) AND THE PCOL
      *                CONSOLIDATION LEAVE A SUSPENDED REGION, OR A
      *                MAINTENANCE REGION INSIDE ITS WINDOW, ALONE AND
      *                RECORD IT AS SKIPPED - PLANNED; OUTSIDE ITS
      *                WINDOW A MAINTENANCE REGION IS TREATED AS
      *                ACTIVE. A BLANK STATUS (A RECORD LOADED BEFORE
      *                THE STATUS EXISTED) IS ACTIVE. MAINTAINED
      *                ONLINE WITH THE PROM TRANSACTION (PONGROM).
      *                THE CALLER SUPPLIES THE 01-LEVEL RECORD NAME,
      *                E.G.
000160*                    01  PONGROST-RECORD.
000170*                        COPY PONGROST.
000180*****************************************************************
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- ------------------------------------------------
000220* 08/22/2026 WPY  ORIGINAL COPYBOOK.
000223* 10/15/2026 WPY  ADDED REGION STATUS, MAINTENANCE WINDOW, AND
000226*                 CONTACT NAME (RECORD NOW 79 BYTES).
000230*****************************************************************
000240     02 RO-KEY.
000250         03 RO-SYSID             PIC X(04).
000260     02 RO-REGION-NAME           PIC X(20).
000270     02 RO-STATUS                PIC X(01).
000280         88 RO-STATUS-ACTIVE         VALUE 'A' SPACE.
000290         88 RO-STATUS-SUSPENDED      VALUE 'S'.
000300         88 RO-STATUS-MAINTENANCE    VALUE 'M'.
000310     02 RO-MAINT-FROM.
000320         03 RO-MAINT-FROM-DATE   PIC 9(08).
000330         03 RO-MAINT-FROM-TIME   PIC 9(04).
000340     02 RO-MAINT-TO.
000350         03 RO-MAINT-TO-DATE     PIC 9(08).
000360         03 RO-MAINT-TO-TIME     PIC 9(04).
000370     02 RO-CONTACT-NAME          PIC X(30).
