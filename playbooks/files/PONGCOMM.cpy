000330*                 ABENDING.
000340* 08/09/2026 WPY  ADDED CONTFLAG SO A CALLER CAN ASK PONG TO
000350*                 STAY CONVERSATIONAL ACROSS VOLLEYS.
000351* 10/15/2026 WPY  ADDED RC-THROTTLED FOR A CALLER THE PONGCLR
000352*                 REGISTRY HAS BLOCKED OR THAT IS OVER ITS
000353*                 CALLS-PER-MINUTE LIMIT, AND CALLER-USER-ID SO
000354*                 THE PMQB BRIDGE CAN NAME THE MQ USER BEHIND A
000355*                 REQUEST. ANY OTHER CALLER LEAVES IT LOW-VALUES
000356*                 OR SPACES. THE AREA GROWS FROM 7 TO 19 BYTES,
000357*                 SO PONG AND EVERY PROGRAM THAT LINKS TO IT MUST
000358*                 BE RECOMPILED TOGETHER - PONG STILL ABENDS PGCA
000359*                 ON A COMMAREA SHORTER THAN THIS LAYOUT.
000360*****************************************************************
000370     02 SPEED                    PIC X(04).
000380     02 RETCODE                  PIC X(02).
000390         88 RC-NORMAL                    VALUE '00'.
000400         88 RC-INVALID-SPEED             VALUE '02'.
000405         88 RC-THROTTLED                 VALUE '03'.
000410         88 RC-CICS-ERROR                VALUE '90'.
000420         88 RC-ABEND-TRAPPED             VALUE '91'.
000430     02 CONTFLAG                 PIC X(01).
000440         88 CONTINUE-VOLLEY              VALUE 'Y'.
000450         88 END-VOLLEY                   VALUE 'N'.
000460     02 CALLER-USER-ID           PIC X(12).
