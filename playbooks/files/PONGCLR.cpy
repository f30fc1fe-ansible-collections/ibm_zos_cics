000010*****************************************************************
000020* COPYBOOK     : PONGCLR
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE ENTRY PER KNOWN CALLER OF PONG ON THE
000070*                PONGCLR CALLER REGISTRY VSAM KSDS. A CALLER IS
000080*                THE TRANSACTION ID PONG RUNS UNDER (EIBTRNID -
000090*                PING, PDRV, PSWP, PMQB, THE MIRROR FOR A DPL
000100*                CALL) PLUS, FOR TRAFFIC ARRIVING THROUGH THE
000110*                PMQB MQ BRIDGE, THE MQ USER ID THAT PUT THE
000120*                REQUEST. PONG LOOKS FOR THE TRANSACTION AND
000130*                USER FIRST, THEN FOR THE TRANSACTION WITH A
000140*                BLANK USER, SO ONE ENTRY CAN COVER EVERY BRIDGE
000150*                USER WITHOUT ONE OF ITS OWN. A CALLER WITH NO
000160*                ENTRY AT ALL IS LET THROUGH UNCOUNTED. A BLOCKED
000170*                CALLER (CR-CALLER-STATUS B), OR ONE THAT HAS
000180*                MADE MORE THAN CR-CALLS-PER-MINUTE CALLS IN THE
000190*                CURRENT MINUTE, IS ANSWERED WITH RETCODE 03
000200*                (THROTTLED) INSTEAD OF A SPEED. ANY STATUS BUT
000210*                B IS ACTIVE, AND A ZERO LIMIT MEANS NO LIMIT.
000220*                THE MINUTE IS COUNTED PER REGION AND PER
000230*                TRANSACTION AND USER, EVEN WHEN THE LIMIT COMES
000240*                FROM THE BLANK-USER ENTRY. THE RECORD IS AN
000250*                80-BYTE CARD IMAGE SO THE REGISTRY CAN BE KEPT
000260*                AS A CARD DATASET AND LOADED WITH IDCAMS REPRO.
000270*                THE KSDS IS DEFINED WITH KEYS(16 0) AND
000280*                RECORDSIZE(80 80). THE CALLER SUPPLIES THE
000290*                01-LEVEL RECORD NAME, E.G.
000300*                    01  PONGCLR-RECORD.
000310*                        COPY PONGCLR.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* ---------- ---- ------------------------------------------------
000360* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000370*****************************************************************
000380     02 CR-KEY.
000390         03 CR-TRANSACTION-ID    PIC X(04).
000400         03 CR-MQ-USER-ID        PIC X(12).
000410     02 CR-CALLER-STATUS         PIC X(01).
000420         88 CR-CALLER-ACTIVE         VALUE 'A'.
000430         88 CR-CALLER-BLOCKED        VALUE 'B'.
000440     02 CR-CALLS-PER-MINUTE      PIC 9(05).
000450     02 CR-DESCRIPTION           PIC X(40).
000460     02 FILLER                   PIC X(18).
