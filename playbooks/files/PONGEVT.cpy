000010*****************************************************************
000020* COPYBOOK     : PONGEVT
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE EVENT ON THE OUTBOUND PONG EVENT FEED. THE
000070*                EMITTING PROGRAM FILLS IN THE EVENT TYPE, THE
000080*                REGION, THE COUNTS AND THE DETAIL FOR ITS TYPE
000090*                AND LINKS TO PONGEVP WITH THIS RECORD AS THE
000100*                COMMAREA; PONGEVP STAMPS THE LAYOUT VERSION,
000110*                THE EVENT DATE AND TIME AND THE SOURCE APPLID,
000120*                TRANSACTION AND TASK, AND PUTS THE RECORD AS IT
000130*                STANDS (200 BYTES, ALL DISPLAY, FORMAT MQSTR)
000140*                TO THE PONG.EVENT.QUEUE. THE SAME RECORD IS THE
000150*                ITEM HELD ON THE PONGEVTQ STAGING QUEUE WHILE
000160*                MQ IS DOWN. THE EVENT TYPES AND WHAT EACH ONE
000170*                CARRIES:
000180*                  ALRT  PONG RAISED AN ALERT (A NEW PONGALRT
000190*                        RECORD). REGION-ID IS THE REGION'S
000200*                        APPLID. ERROR, REJECT AND ABEND COUNTS,
000210*                        THRESHOLD AND WINDOW AS ON THE ALERT.
000220*                        ALERT DETAIL WITH STATUS O.
000230*                  ALCL  AN ALERT WAS CLOSED ON PALW. AS ALRT,
000240*                        WITH STATUS C AND THE CLOSED-BY USER,
000250*                        DATE, TIME AND RESOLUTION NOTE.
000260*                  SWPF  THE PSWP SWEEP RECORDED A FAILED LINK
000270*                        OR A RETCODE OTHER THAN 00 FOR A
000280*                        REGION. REGION-ID IS THE SYSID, WITH
000290*                        THE PONGROST REGION NAME. ERROR COUNT
000300*                        IS THE FAILURES SO FAR IN THAT SWEEP
000310*                        RUN. SWEEP DETAIL AS ON THE PONGSWR
000320*                        RESULT RECORD.
000330*                  AUDF  PAUDRDR FAILED TO HARDEN AN AUDIT LINE
000340*                        TO PONGAUD. REGION-ID IS THE APPLID.
000350*                        ERROR COUNT IS 1. AUDIT DETAIL CARRIES
000360*                        THE REASON, THE RESP CODE AND THE
000370*                        FAILED LINE IN FULL.
000380*                COUNTS A TYPE DOES NOT USE ARE ZERO, AND UNUSED
000390*                DETAIL IS SPACES. EV-STAGED-FLAG IS Y WHEN THE
000400*                EVENT WAITED ON THE STAGING QUEUE BEFORE IT
000410*                WENT OUT, SO A CONSUMER KNOWS THE EVENT DATE
000420*                AND TIME MAY BE WELL BEFORE ARRIVAL. DELIVERY
000430*                IS AT LEAST ONCE: A TASK THAT FAILS BETWEEN THE
000440*                PUT AND THE STAGING UPDATE SENDS THE SAME EVENT
000450*                AGAIN, AND THE SOURCE APPLID, TASK, TYPE, DATE
000460*                AND TIME TOGETHER IDENTIFY IT. A NEW FIELD GOES
000470*                INTO FILLER AND RAISES EV-LAYOUT-VERSION. THE
000480*                CALLER SUPPLIES THE 01-LEVEL RECORD NAME, E.G.
000490*                    01  EVENT-RECORD.
000500*                        COPY PONGEVT.
000510*****************************************************************
000520* MODIFICATION HISTORY
000530* DATE       INIT DESCRIPTION
000540* ---------- ---- ------------------------------------------------
000550* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000560*****************************************************************
000570     02 EV-HEADER.
000580         03 EV-LAYOUT-VERSION    PIC X(02).
000590         03 EV-EVENT-TYPE        PIC X(04).
000600             88 EV-ALERT-RAISED      VALUE 'ALRT'.
000610             88 EV-ALERT-CLOSED      VALUE 'ALCL'.
000620             88 EV-SWEEP-FAILURE     VALUE 'SWPF'.
000630             88 EV-AUDIT-FAILURE     VALUE 'AUDF'.
000640         03 EV-EVENT-DATE        PIC 9(08).
000650         03 EV-EVENT-TIME        PIC 9(06).
000660         03 EV-SOURCE-APPLID     PIC X(08).
000670         03 EV-SOURCE-TRANID     PIC X(04).
000680         03 EV-SOURCE-TASK       PIC 9(07).
000690         03 EV-REGION-ID         PIC X(08).
000700         03 EV-REGION-NAME       PIC X(20).
000710     02 EV-COUNTS.
000720         03 EV-ERROR-COUNT       PIC 9(04).
000730         03 EV-REJECT-COUNT      PIC 9(04).
000740         03 EV-ABEND-COUNT       PIC 9(04).
000750         03 EV-THRESHOLD         PIC 9(04).
000760         03 EV-WINDOW-MINS       PIC 9(04).
000770     02 EV-STAGED-FLAG           PIC X(01).
000780         88 EV-SENT-DIRECT           VALUE 'N'.
000790         88 EV-SENT-FROM-STAGING     VALUE 'Y'.
000800     02 FILLER                   PIC X(12).
000810     02 EV-DETAIL                PIC X(100).
000820     02 EV-ALERT-DETAIL REDEFINES EV-DETAIL.
000830         03 EV-ALERT-DATE        PIC 9(08).
000840         03 EV-ALERT-TIME        PIC 9(06).
000850         03 EV-ALERT-STATUS      PIC X(01).
000860         03 EV-CLOSED-BY         PIC X(08).
000870         03 EV-CLOSED-DATE       PIC 9(08).
000880         03 EV-CLOSED-TIME       PIC 9(06).
000890         03 EV-RESOLUTION        PIC X(40).
000900         03 FILLER               PIC X(23).
000910     02 EV-SWEEP-DETAIL REDEFINES EV-DETAIL.
000920         03 EV-SWEEP-DATE        PIC 9(08).
000930         03 EV-SWEEP-TIME        PIC 9(06).
000940         03 EV-LINK-RESULT       PIC X(01).
000950         03 EV-RETURNED-SPEED    PIC X(04).
000960         03 EV-RETCODE           PIC X(02).
000970         03 EV-LINK-RESP         PIC 9(08).
000980         03 EV-LATENCY-MS        PIC 9(08).
000990         03 FILLER               PIC X(63).
001000     02 EV-AUDIT-DETAIL REDEFINES EV-DETAIL.
001010         03 EV-FAIL-REASON       PIC X(24).
001020         03 EV-FAIL-RESP         PIC 9(08).
001030         03 EV-AUDIT-LINE        PIC X(64).
001040         03 FILLER               PIC X(04).
