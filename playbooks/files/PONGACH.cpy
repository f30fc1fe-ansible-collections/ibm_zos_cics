000010*****************************************************************
000020* COPYBOOK     : PONGACH
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE RECORD ON THE PONGACH AUDIT CHAIN CONTROL
000070*                VSAM KSDS, WHICH HOLDS TWO RECORDS. HEAD IS
000080*                KEPT BY PAUDRDR: THE CHAIN SEQUENCE, CHAIN
000090*                VALUE AND PONGAUD KEY OF THE LAST RECORD IT
000100*                HARDENED, AND THE NUMBER OF RECORDS CHAINED SO
000110*                FAR. PAUDRDR READS IT FOR UPDATE BEFORE EVERY
000120*                PONGAUD WRITE AND REWRITES IT AFTER, SO THE
000130*                CHAIN IS BUILT IN HARDENING ORDER ONE TASK AT
000140*                A TIME. ANCHOR IS KEPT BY THE PONGHKP NIGHTLY
000150*                HOUSEKEEPING: THE HIGHEST CHAIN SEQUENCE IT HAS
000160*                EVER PURGED FROM PONGAUD, THAT RECORD'S CHAIN
000170*                VALUE AND KEY, AND THE NUMBER OF CHAINED
000180*                RECORDS PURGED SO FAR. THE PONGAVR VERIFIER
000190*                TAKES A MISSING SEQUENCE AT OR BELOW THE ANCHOR
000200*                AS PURGED, AND CHECKS THE FIRST RECORD AFTER IT
000210*                AGAINST THE ANCHOR'S CHAIN VALUE. NO RECORD
000220*                MEANS NOTHING HAS BEEN CHAINED (HEAD) OR PURGED
000230*                (ANCHOR) YET. THE FILE MUST BE DEFINED WITH THE
000240*                SAME RECOVERY ATTRIBUTES AS PONGAUD, SO THE
000250*                HEAD AND THE RECORD IT DESCRIBES ARE BACKED OUT
000260*                TOGETHER. THE KSDS IS DEFINED WITH KEYS(8 0)
000270*                AND RECORDSIZE(100 100). THE CALLER SUPPLIES
000280*                THE 01-LEVEL RECORD NAME, E.G.
000290*                    01  PONGACH-RECORD.
000300*                        COPY PONGACH.
000310*****************************************************************
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* ---------- ---- ------------------------------------------------
000350* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000360*****************************************************************
000370     02 AC-KEY                   PIC X(08).
000380         88 AC-CHAIN-HEAD            VALUE 'HEAD    '.
000390         88 AC-PURGE-ANCHOR          VALUE 'ANCHOR  '.
000400     02 AC-CHAIN-SEQ             PIC 9(09).
000410     02 AC-CHAIN-VALUE           PIC 9(18).
000420     02 AC-AUDIT-KEY             PIC X(26).
000430     02 AC-RECORD-COUNT          PIC 9(09).
000440     02 AC-UPDATE-DATE           PIC 9(08).
000450     02 AC-UPDATE-TIME           PIC 9(06).
000460     02 FILLER                   PIC X(16).
