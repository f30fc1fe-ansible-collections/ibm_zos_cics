000150*                PROGRAM LINK ITSELF WORKED; SPEED, RETCODE,
000160*                AND LATENCY ARE ONLY MEANINGFUL WHEN IT DID,
000170*                AND SR-LINK-RESP CARRIES THE RESP CODE WHEN
000180*                IT DID NOT. A REGION THE SWEEP LEFT ALONE
000190*                BECAUSE PONGROST HAD IT SUSPENDED ('S') OR IN
000192*                A MAINTENANCE WINDOW ('M') IS RECORDED AS
000194*                SKIPPED - PLANNED, WITH NO LINK ATTEMPTED. THE
000196*                CALLER SUPPLIES THE 01-LEVEL RECORD NAME, E.G.
000200*                    01  PONGSWR-RECORD.
000210*                        COPY PONGSWR.
000220*****************************************************************
000240* DATE       INIT DESCRIPTION
000250* ---------- ---- ------------------------------------------------
000260* 09/02/2026 WPY  ORIGINAL COPYBOOK.
000265* 10/15/2026 WPY  ADDED THE SKIPPED - PLANNED LINK RESULTS.
000270*****************************************************************
000280     02 SR-KEY.
000290         03 SR-SWEEP-DATE        PIC 9(08).
000330     02 SR-LINK-RESULT           PIC X(01).
000340         88 SR-LINK-OK               VALUE 'Y'.
000350         88 SR-LINK-FAILED            VALUE 'N'.
000352         88 SR-SKIPPED-SUSPENDED      VALUE 'S'.
000354         88 SR-SKIPPED-MAINTENANCE    VALUE 'M'.
000356         88 SR-SKIPPED-PLANNED        VALUE 'S' 'M'.
000360     02 SR-RETURNED-SPEED        PIC X(04).
000370     02 SR-RETCODE               PIC X(02).
000380     02 SR-LATENCY-MS            PIC 9(08).
