000010*****************************************************************
000020* COPYBOOK     : PONGPCH
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE HELD CHANGE TO A PRODUCTION REGION'S
000070*                PONGCTL RECORD ON THE PONGPCH VSAM KSDS. PMNT
000080*                WRITES THE CHANGE HERE INSTEAD OF TO PONGCTL
000090*                WHEN THE REGION IS FLAGGED AS PRODUCTION, WITH
000100*                THE REQUESTER, THE OLD AND NEW VALUES, AND THE
000110*                REASON GIVEN. A SECOND, DIFFERENT USER APPROVES
000120*                OR REJECTS IT ON PAPR (PROGRAM PONGAPR); ONLY AN
000130*                APPROVED CHANGE IS APPLIED TO PONGCTL. A CHANGE
000140*                STILL PENDING AT PC-EXPIRY-ABSTIME IS MARKED
000150*                EXPIRED BY WHICHEVER OF PMNT OR PAPR NEXT FINDS
000160*                IT AND CAN NO LONGER BE APPROVED. DECIDED
000170*                RECORDS STAY ON FILE WITH THE DECIDING USER AND
000180*                TIME, SO THE REASON IS KEPT WITH THE OUTCOME.
000190*                AT MOST ONE CHANGE PER REGION IS PENDING AT A
000200*                TIME. OLD VALUES ARE BLANK ON AN ADD AND NEW
000210*                VALUES ARE BLANK ON A DELETE. THE KSDS IS
000220*                DEFINED WITH KEYS(22 0) AND RECORDSIZE(160 160).
000230*                THE CALLER SUPPLIES THE 01-LEVEL RECORD NAME,
000240*                E.G.
000250*                    01  PONGPCH-RECORD.
000260*                        COPY PONGPCH.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- ------------------------------------------------
000310* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000320*****************************************************************
000330     02 PC-KEY.
000340         03 PC-REGION-ID         PIC X(08).
000350         03 PC-REQUEST-DATE      PIC X(08).
000360         03 PC-REQUEST-TIME      PIC X(06).
000370     02 PC-STATUS                PIC X(01).
000380         88 PC-PENDING               VALUE 'P'.
000390         88 PC-APPROVED              VALUE 'A'.
000400         88 PC-REJECTED              VALUE 'R'.
000410         88 PC-EXPIRED               VALUE 'X'.
000420     02 PC-CHANGE-TYPE           PIC X(01).
000430         88 PC-CHANGE-ADD            VALUE 'A'.
000440         88 PC-CHANGE-UPDATE         VALUE 'U'.
000450         88 PC-CHANGE-DELETE         VALUE 'D'.
000460     02 PC-REQUESTED-BY          PIC X(08).
000470     02 PC-REQUEST-TERM-ID       PIC X(04).
000480     02 PC-EXPIRY-ABSTIME        PIC 9(15).
000490     02 PC-EXPIRY-DATE           PIC X(08).
000500     02 PC-EXPIRY-TIME           PIC X(06).
000510     02 PC-OLD-VALUES.
000520         03 PC-OLD-SPEED         PIC X(04).
000530         03 PC-OLD-THRESHOLD     PIC X(04).
000540         03 PC-OLD-WINDOW        PIC X(04).
000550         03 PC-OLD-PRODUCTION    PIC X(01).
000560     02 PC-NEW-VALUES.
000570         03 PC-NEW-SPEED         PIC X(04).
000580         03 PC-NEW-THRESHOLD     PIC X(04).
000590         03 PC-NEW-WINDOW        PIC X(04).
000600         03 PC-NEW-PRODUCTION    PIC X(01).
000610     02 PC-REASON                PIC X(40).
000620     02 PC-DECIDED-BY            PIC X(08).
000630     02 PC-DECISION-DATE         PIC X(08).
000640     02 PC-DECISION-TIME         PIC X(06).
000650     02 FILLER                   PIC X(07).
