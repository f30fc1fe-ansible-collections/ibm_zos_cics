000150*                AND THEN THE BUILT-IN DEFAULT APPLY, AS
000160*                ALWAYS. BANDS WITH A FUTURE EFFECTIVE DATE
000170*                CAN BE LOADED AHEAD OF A WEEKEND AND TAKE
000180*                OVER BY THEMSELVES. MAINTAINED ONLINE WITH
000190*                THE PSCM TRANSACTION (PONGSCM), WHICH REFUSES
000200*                OVERLAPPING BANDS; NO RECOMPILE NEEDED. THE
000210*                CALLER SUPPLIES THE 01-LEVEL RECORD NAME, E.G.
000220*                    01  PONGSCHD-RECORD.
000230*                        COPY PONGSCHD.
000240*****************************************************************
000260* DATE       INIT DESCRIPTION
000270* ---------- ---- ------------------------------------------------
000280* 08/22/2026 WPY  ORIGINAL COPYBOOK.
000285* 10/15/2026 WPY  BANDS NOW MAINTAINED ONLINE BY PSCM (PONGSCM).
000290*****************************************************************
000300     02 SC-KEY.
000310         03 SC-REGION-ID         PIC X(08).
