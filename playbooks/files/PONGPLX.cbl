000010*****************************************************************
000020* PROGRAM      : PONGPLX
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : PLEX-WIDE DAILY ACTIVITY REPORT OVER THE
000070*                CENTRAL PONGCSTA AND PONGCAUD FILES THAT THE
000080*                PONGCOL NIGHTLY CONSOLIDATION BUILDS, DRIVEN
000090*                BY ITS OWN JCL (SEE PONGPLXJ). PONGRPT ONLY
000100*                EVER SEES ONE REGION; THIS REPORT PRINTS ONE
000110*                PAGE PER COLLECTION DATE WITH EVERY REGION
000120*                SIDE BY SIDE - RANKED BY CALL VOLUME, THEN BY
000130*                BAD-CALL RATE WITH THE FULL PS-CALL-STATUS
000140*                MIX, THEN EACH REGION'S RETURNED-SPEED MIX -
000150*                AND AN EXCEPTION LIST NAMING EVERY PONGROST
000160*                REGION WITH NO RECORDS FOR THE DATE (MISSED
000170*                BY THE COLLECTION, OR GENUINELY IDLE) AND
000180*                EVERY REGION WHOSE STATISTICS COUNT AND CALL
000190*                AUDIT ('C') COUNT DISAGREE. ANY EXCEPTION
000200*                ENDS THE STEP WITH RETURN CODE 4 SO THE
000202*                SCHEDULER CAN PAGE SOMEBODY. A ROSTER REGION
000204*                WITH NO RECORDS THAT IS SUSPENDED, OR WHOSE
000206*                MAINTENANCE WINDOW COVERS THE DATE OR THE NEXT
000208*                DAY (WHEN PCOL GATHERS THE DATE'S RECORDS), IS
000210*                LISTED AS SKIPPED - PLANNED, THE SAME RULE PCOL
000212*                APPLIES, AND IS NOT AN EXCEPTION.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240* DATE       INIT DESCRIPTION
000250* ---------- ---- ------------------------------------------------
000260* 10/15/2026 WPY  ORIGINAL PROGRAM.
000263* 10/15/2026 WPY  ROSTER RECORD WIDENED FOR REGION STATUS AND
000266*                 CONTACT; SHORT PRE-STATUS RECORDS STILL READ.
000267* 10/15/2026 WPY  COUNT THROTTLED CALLS IN THEIR OWN COLUMN ON
000268*                 BOTH RANKINGS AND AS BAD CALLS, SO THE STATUS
000269*                 MIX ADDS UP TO THE REGION'S CALLS.
000271* 10/15/2026 WPY  KEEP EACH ROSTER REGION'S STATUS AND MAINTENANCE
000273*                 WINDOW; A SUSPENDED REGION OR ONE IN ITS WINDOW
000275*                 WITH NO RECORDS IS SKIPPED - PLANNED, NOT RC 4.
000277*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      PONGPLX.
000300 AUTHOR.          WILL YATES.
000310 INSTALLATION.    APPLICATION DEVELOPMENT.
000320 DATE-WRITTEN.    10/15/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360
000370 INPUT-OUTPUT SECTION.
000380
000390 FILE-CONTROL.
000400     SELECT ROSTER-FILE     ASSIGN   TO ROSTIN
000410                            ORGANIZATION IS INDEXED
000420                            ACCESS MODE  IS SEQUENTIAL
000430                            RECORD KEY   IS RO-KEY
000440                            FILE STATUS  IS WS-ROSTER-STATUS.
000450
000460     SELECT CSTA-FILE       ASSIGN   TO CSTAIN
000470                            ORGANIZATION IS INDEXED
000480                            ACCESS MODE  IS SEQUENTIAL
000490                            RECORD KEY   IS CS-KEY
000500                            FILE STATUS  IS WS-CSTA-STATUS.
000510
000520     SELECT CAUD-FILE       ASSIGN   TO CAUDIN
000530                            ORGANIZATION IS INDEXED
000540                            ACCESS MODE  IS SEQUENTIAL
000550                            RECORD KEY   IS CA-KEY
000560                            FILE STATUS  IS WS-CAUD-STATUS.
000570
000580     SELECT REPORT-FILE     ASSIGN   TO PRTOUT
000590                            ORGANIZATION IS LINE SEQUENTIAL
000600                            FILE STATUS  IS WS-REPORT-STATUS.
000610
000620 DATA DIVISION.
000630
000640 FILE SECTION.
000650
000660 FD  ROSTER-FILE
000666     RECORD VARYING IN SIZE FROM 24 TO 79 CHARACTERS
000672         DEPENDING ON WS-ROSTER-LENGTH.
000680 01  PONGROST-RECORD.
000690     COPY PONGROST.
000700
000710 FD  CSTA-FILE
000720     RECORD CONTAINS 51 CHARACTERS.
000730 01  PONGCSTA-RECORD.
000740     COPY PONGCSTA.
000750
000760 FD  CAUD-FILE
000770     RECORD CONTAINS 67 CHARACTERS.
000780 01  PONGCAUD-RECORD.
000790     COPY PONGCAUD.
000800
000810 FD  REPORT-FILE
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  REPORT-LINE                 PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860
000870*----------------------------------------------------------------
000880* FILE STATUS AND END-OF-FILE SWITCHES.
000890*----------------------------------------------------------------
000900 01  WS-ROSTER-STATUS            PIC X(02)  VALUE '00'.
000910     88 ROSTER-STATUS-OK             VALUE '00'.
000920     88 ROSTER-STATUS-EOF            VALUE '10'.
000930 01  WS-CSTA-STATUS              PIC X(02)  VALUE '00'.
000940     88 CSTA-STATUS-OK               VALUE '00'.
000950     88 CSTA-STATUS-EOF              VALUE '10'.
000960 01  WS-CAUD-STATUS              PIC X(02)  VALUE '00'.
000970     88 CAUD-STATUS-OK               VALUE '00'.
000980     88 CAUD-STATUS-EOF              VALUE '10'.
000990 01  WS-REPORT-STATUS            PIC X(02)  VALUE '00'.
001000     88 REPORT-STATUS-OK             VALUE '00'.
001005 01  WS-ROSTER-LENGTH            PIC 9(04)  COMP   VALUE ZERO.
001010
001020*----------------------------------------------------------------
001030* ABEND MESSAGE ISSUED WHEN A FILE OPERATION RETURNS A STATUS
001040* THIS PROGRAM DOES NOT EXPECT.
001050*----------------------------------------------------------------
001060 01  WS-ABEND-MESSAGE.
001070     05 FILLER                   PIC X(20)
001080            VALUE 'PONGPLX FILE ERROR: '.
001090     05 WS-ABEND-OPERATION       PIC X(30).
001100     05 FILLER                   PIC X(10)  VALUE ' STATUS = '.
001110     05 WS-ABEND-STATUS          PIC X(02).
001120     05 FILLER                   PIC X(70)  VALUE SPACES.
001130
001140 01  WS-SWITCHES.
001150     05 WS-ROSTER-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001160         88 END-OF-ROSTER-FILE       VALUE 'Y'.
001170     05 WS-CSTA-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001180         88 END-OF-CSTA-FILE         VALUE 'Y'.
001190     05 WS-CAUD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001200         88 END-OF-CAUD-FILE         VALUE 'Y'.
001210     05 WS-RGN-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
001220         88 REGION-SLOT-FOUND        VALUE 'Y'.
001230     05 WS-DATE-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
001240         88 DATE-SLOT-FOUND          VALUE 'Y'.
001250     05 WS-SPD-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
001260         88 SPEED-SLOT-FOUND         VALUE 'Y'.
001270
001280*----------------------------------------------------------------
001290* THE CENTRAL RECORDS CARRY THE ORIGINATING PONGSTAT AND
001300* PONGAUD RECORDS BYTE FOR BYTE BEHIND THE SYSID PREFIX; EACH
001310* IS LAID BACK OVER ITS OWN COPYBOOK HERE SO THE FIELDS CAN BE
001320* TESTED BY NAME.
001330*----------------------------------------------------------------
001340 01  WS-STAT-DETAIL.
001350     COPY PONGSTAT.
001360
001370 01  WS-AUDIT-DETAIL.
001380     COPY PONGAUD.
001390
001400*----------------------------------------------------------------
001410* ONE ENTRY PER REGION: EVERY PONGROST REGION IN SYSID ORDER,
001420* FOLLOWED BY ANY REGION FOUND ON THE CENTRAL FILES THAT IS
001430* NO LONGER (OR NOT YET) ON THE ROSTER. THE SLOT NUMBER IS
001435* ALSO THE REGION'S CELL IN EVERY DATE ENTRY BELOW. A ROSTER
001440* REGION KEEPS ITS STATUS AND MAINTENANCE WINDOW; A RECORD
001445* LOADED BEFORE THE STATUS EXISTED IS ACTIVE.
001450*----------------------------------------------------------------
001460 01  WS-MAX-REGIONS              PIC 9(03)  COMP   VALUE 100.
001470 01  WS-REGION-COUNT             PIC 9(03)  COMP   VALUE ZERO.
001480 01  WS-ROSTER-COUNT             PIC 9(03)  COMP   VALUE ZERO.
001490 01  WS-REGION-TABLE.
001500     05 WS-REGION-ENTRY          OCCURS 100 TIMES.
001510         10 WS-RGN-SYSID         PIC X(04).
001520         10 WS-RGN-NAME          PIC X(20).
001530         10 WS-RGN-ROSTER-SWITCH PIC X(01).
001540             88 RGN-ON-ROSTER        VALUE 'Y'.
001541         10 WS-RGN-STATUS        PIC X(01).
001542             88 RGN-SUSPENDED        VALUE 'S'.
001543             88 RGN-MAINTENANCE      VALUE 'M'.
001544         10 WS-RGN-MAINT-FROM-DATE
001545                                 PIC X(08).
001546         10 WS-RGN-MAINT-TO-DATE PIC X(08).
001550 01  WS-RGN-SUB                  PIC 9(03)  COMP.
001560 01  WS-RGN-SLOT                 PIC 9(03)  COMP   VALUE ZERO.
001570 01  WS-RGN-SKIPPED              PIC 9(07)  COMP-3 VALUE ZERO.
001580 01  WS-LOOKUP-SYSID             PIC X(04).
001590
001600*----------------------------------------------------------------
001610* ONE ENTRY PER DISTINCT COLLECTION DATE, KEPT SORTED
001620* ASCENDING ON DATE AS IT IS BUILT - THE CENTRAL FILES ARRIVE
001630* IN SYSID ORDER, NOT DATE ORDER. EACH DATE HOLDS ONE CELL PER
001640* REGION SLOT. 31 DATES IS A MONTH OF NIGHTLY COLLECTIONS.
001650*----------------------------------------------------------------
001660 01  WS-MAX-DATES                PIC 9(03)  COMP   VALUE 31.
001670 01  WS-DATE-COUNT               PIC 9(03)  COMP   VALUE ZERO.
001680 01  WS-MAX-MIX-SPEEDS           PIC 9(03)  COMP   VALUE 6.
001690 01  WS-DATE-TABLE.
001700     05 WS-DATE-ENTRY            OCCURS 31 TIMES.
001710         10 WS-DT-DATE           PIC 9(08).
001720         10 WS-DT-CELL           OCCURS 100 TIMES.
001730             15 WS-CL-TOTAL      PIC 9(07)  COMP-3.
001740             15 WS-CL-NORMAL     PIC 9(07)  COMP-3.
001750             15 WS-CL-REJECTED   PIC 9(07)  COMP-3.
001760             15 WS-CL-ERROR      PIC 9(07)  COMP-3.
001770             15 WS-CL-ABEND      PIC 9(07)  COMP-3.
001775             15 WS-CL-THROTTLED  PIC 9(07)  COMP-3.
001780             15 WS-CL-AUDIT-CALLS
001790                                 PIC 9(07)  COMP-3.
001800             15 WS-CL-OTHER-SPEED
001810                                 PIC 9(07)  COMP-3.
001820             15 WS-CL-SPEED-COUNT
001830                                 PIC 9(03)  COMP.
001840             15 WS-CL-SPEED-ENTRY
001850                                 OCCURS 6 TIMES.
001860                 20 WS-CL-SPEED  PIC X(04).
001870                 20 WS-CL-SPEED-CNT
001880                                 PIC 9(07)  COMP-3.
001890 01  WS-DATE-SUB                 PIC 9(03)  COMP.
001900 01  WS-DATE-SLOT                PIC 9(03)  COMP.
001910 01  WS-SHIFT-SUB                PIC 9(03)  COMP.
001920 01  WS-CLEAR-SUB                PIC 9(03)  COMP.
001930 01  WS-SPD-SUB                  PIC 9(03)  COMP.
001940 01  WS-DATE-SKIPPED             PIC 9(07)  COMP-3 VALUE ZERO.
001950 01  WS-LOOKUP-DATE              PIC 9(08).
001951
001952*----------------------------------------------------------------
001953* THE DAY AFTER A COLLECTION DATE - THE DAY PCOL GATHERS THAT
001954* DATE'S RECORDS - FOR THE MAINTENANCE WINDOW TEST, WITH THE
001955* DAYS IN EACH MONTH OF A NON-LEAP YEAR.
001956*----------------------------------------------------------------
001957 01  WS-NEXT-DATE                PIC 9(08).
001958 01  WS-NEXT-DATE-SPLIT REDEFINES WS-NEXT-DATE.
001959     05 WS-NEXT-YEAR             PIC 9(04).
001960     05 WS-NEXT-MONTH            PIC 9(02).
001961     05 WS-NEXT-DAY              PIC 9(02).
001962 01  WS-MONTH-END                PIC 9(02).
001963 01  WS-LEAP-QUOTIENT            PIC 9(04)  COMP.
001964 01  WS-LEAP-REMAINDER           PIC 9(04)  COMP.
001965 01  WS-DATE-PLANNED             PIC 9(05)  COMP-3.
001966 01  WS-RGN-PLAN-SWITCH          PIC X(01)  VALUE 'N'.
001967     88 RGN-SKIP-PLANNED             VALUE 'Y'.
001968     88 RGN-NOT-PLANNED              VALUE 'N'.
001969
001970 01  WS-MONTH-LENGTH-VALUES.
001971     05 FILLER                   PIC 9(02)  VALUE 31.
001972     05 FILLER                   PIC 9(02)  VALUE 28.
001973     05 FILLER                   PIC 9(02)  VALUE 31.
001974     05 FILLER                   PIC 9(02)  VALUE 30.
001975     05 FILLER                   PIC 9(02)  VALUE 31.
001976     05 FILLER                   PIC 9(02)  VALUE 30.
001977     05 FILLER                   PIC 9(02)  VALUE 31.
001978     05 FILLER                   PIC 9(02)  VALUE 31.
001979     05 FILLER                   PIC 9(02)  VALUE 30.
001980     05 FILLER                   PIC 9(02)  VALUE 31.
001981     05 FILLER                   PIC 9(02)  VALUE 30.
001982     05 FILLER                   PIC 9(02)  VALUE 31.
001983 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001984     05 WS-MONTH-LENGTH          PIC 9(02)  OCCURS 12 TIMES.
001985
001986*----------------------------------------------------------------
001987* RANKING LIST FOR ONE DATE: THE REGION SLOTS WITH ANY RECORD
001990* ON THE DATE AND THE VALUE THEY ARE RANKED ON (CALL COUNT,
002000* THEN BAD-CALL PERCENTAGE).
002010*----------------------------------------------------------------
002020 01  WS-RANK-COUNT               PIC 9(03)  COMP.
002030 01  WS-RANK-TABLE.
002040     05 WS-RANK-ENTRY            OCCURS 100 TIMES.
002050         10 WS-RANK-RGN          PIC 9(03)  COMP.
002060         10 WS-RANK-KEY          PIC 9(07)V9 COMP-3.
002070 01  WS-RANK-ENTRY-WORK.
002080     05 WS-WORK-RGN              PIC 9(03)  COMP.
002090     05 WS-WORK-KEY              PIC 9(07)V9 COMP-3.
002100 01  WS-RANK-SUB                 PIC 9(03)  COMP.
002110 01  WS-SCAN-SUB                 PIC 9(03)  COMP.
002120 01  WS-SCAN-START               PIC 9(03)  COMP.
002130 01  WS-BEST-SUB                 PIC 9(03)  COMP.
002140
002150*----------------------------------------------------------------
002160* PER-PAGE TOTALS, PERCENTAGE WORK AREAS, AND RUN COUNTERS.
002170*----------------------------------------------------------------
002180 01  WS-PLEX-TOTAL               PIC 9(09)  COMP-3.
002190 01  WS-BAD-COUNT                PIC 9(07)  COMP-3.
002200 01  WS-PCT-WORK                 PIC S9(03)V9 COMP-3.
002210 01  WS-PAGE-COUNT               PIC 9(03)  COMP   VALUE ZERO.
002220 01  WS-DATE-EXCEPTIONS          PIC 9(05)  COMP-3.
002230 01  WS-EXCEPTION-COUNT          PIC 9(05)  COMP-3 VALUE ZERO.
002240
002250*----------------------------------------------------------------
002260* REPORT HEADING, DETAIL, AND SUMMARY LINES.
002270*----------------------------------------------------------------
002280 01  HDG-LINE-1.
002290     05 FILLER                   PIC X(32)
002300            VALUE 'PONG PLEX DAILY ACTIVITY REPORT '.
002310     05 FILLER                   PIC X(19)
002320            VALUE '(PONGCSTA/PONGCAUD)'.
002330     05 FILLER                   PIC X(81)  VALUE SPACES.
002340
002350 01  HDG-DATE-LINE.
002360     05 FILLER                   PIC X(19)
002370            VALUE 'COLLECTION DATE  : '.
002380     05 HDL-DATE                 PIC 9(08).
002390     05 FILLER                   PIC X(10)  VALUE '    PAGE: '.
002400     05 HDL-PAGE                 PIC ZZ9.
002410     05 FILLER                   PIC X(92)  VALUE SPACES.
002420
002430 01  HDG-TOTAL-LINE.
002440     05 FILLER                   PIC X(19)
002450            VALUE 'PLEX CALLS       : '.
002460     05 HTL-TOTAL                PIC ZZZ,ZZZ,ZZ9.
002470     05 FILLER                   PIC X(20)
002480            VALUE ' REGIONS REPORTING: '.
002490     05 HTL-REPORTING            PIC ZZ9.
002500     05 FILLER                   PIC X(04)  VALUE ' OF '.
002510     05 HTL-ROSTER               PIC ZZ9.
002520     05 FILLER                   PIC X(10)  VALUE ' ON ROSTER'.
002530     05 FILLER                   PIC X(62)  VALUE SPACES.
002540
002550 01  HDG-VOLUME.
002560     05 FILLER                   PIC X(29)
002570            VALUE 'REGIONS RANKED BY CALL VOLUME'.
002580     05 FILLER                   PIC X(103) VALUE SPACES.
002590
002600 01  HDG-VOLUME-COLS.
002610     05 FILLER                   PIC X(05)  VALUE ' RANK'.
002620     05 FILLER                   PIC X(06)  VALUE ' SYSID'.
002630     05 FILLER                   PIC X(21)
002640            VALUE ' REGION NAME         '.
002650     05 FILLER                   PIC X(08)  VALUE '   CALLS'.
002660     05 FILLER                   PIC X(07)  VALUE ' SHARE%'.
002670     05 FILLER                   PIC X(09)  VALUE '   NORMAL'.
002680     05 FILLER                   PIC X(09)  VALUE '  REJECTD'.
002690     05 FILLER                   PIC X(09)  VALUE '  TRAPPED'.
002700     05 FILLER                   PIC X(09)  VALUE '   ABENDS'.
002705     05 FILLER                   PIC X(09)  VALUE ' THROTTLD'.
002710     05 FILLER                   PIC X(10)  VALUE ' AUD-CALLS'.
002720     05 FILLER                   PIC X(30)  VALUE SPACES.
002730
002740 01  VOLUME-DETAIL-LINE.
002750     05 FILLER                   PIC X(02)  VALUE SPACES.
002760     05 VDL-RANK                 PIC ZZ9.
002770     05 FILLER                   PIC X(02)  VALUE SPACES.
002780     05 VDL-SYSID                PIC X(04).
002790     05 FILLER                   PIC X(01)  VALUE SPACE.
002800     05 VDL-NAME                 PIC X(20).
002810     05 FILLER                   PIC X(01)  VALUE SPACE.
002820     05 VDL-TOTAL                PIC ZZZ,ZZ9.
002830     05 FILLER                   PIC X(02)  VALUE SPACES.
002840     05 VDL-SHARE-PCT            PIC ZZ9.9.
002850     05 FILLER                   PIC X(02)  VALUE SPACES.
002860     05 VDL-NORMAL               PIC ZZZ,ZZ9.
002870     05 FILLER                   PIC X(02)  VALUE SPACES.
002880     05 VDL-REJECTED             PIC ZZZ,ZZ9.
002890     05 FILLER                   PIC X(02)  VALUE SPACES.
002900     05 VDL-ERROR                PIC ZZZ,ZZ9.
002910     05 FILLER                   PIC X(02)  VALUE SPACES.
002920     05 VDL-ABEND                PIC ZZZ,ZZ9.
002923     05 FILLER                   PIC X(02)  VALUE SPACES.
002926     05 VDL-THROTTLED            PIC ZZZ,ZZ9.
002930     05 FILLER                   PIC X(03)  VALUE SPACES.
002940     05 VDL-AUDIT-CALLS          PIC ZZZ,ZZ9.
002950     05 FILLER                   PIC X(30)  VALUE SPACES.
002960
002970 01  HDG-MIX.
002980     05 FILLER                   PIC X(32)
002990            VALUE 'REGIONS RANKED BY BAD-CALL RATE '.
003000     05 FILLER                   PIC X(40)
003010            VALUE '(REJECTED + TRAPPED + ABEND + THROTTLED)'.
003020     05 FILLER                   PIC X(60)  VALUE SPACES.
003030
003040 01  HDG-MIX-COLS.
003050     05 FILLER                   PIC X(05)  VALUE ' RANK'.
003060     05 FILLER                   PIC X(06)  VALUE ' SYSID'.
003070     05 FILLER                   PIC X(21)
003080            VALUE ' REGION NAME         '.
003090     05 FILLER                   PIC X(08)  VALUE '   CALLS'.
003100     05 FILLER                   PIC X(08)  VALUE ' NORMAL%'.
003110     05 FILLER                   PIC X(07)  VALUE '   REJ%'.
003120     05 FILLER                   PIC X(07)  VALUE '  TRAP%'.
003130     05 FILLER                   PIC X(07)  VALUE '  ABND%'.
003135     05 FILLER                   PIC X(07)  VALUE '  THRT%'.
003140     05 FILLER                   PIC X(07)  VALUE '   BAD%'.
003150     05 FILLER                   PIC X(49)  VALUE SPACES.
003160
003170 01  MIX-DETAIL-LINE.
003180     05 FILLER                   PIC X(02)  VALUE SPACES.
003190     05 MDL-RANK                 PIC ZZ9.
003200     05 FILLER                   PIC X(02)  VALUE SPACES.
003210     05 MDL-SYSID                PIC X(04).
003220     05 FILLER                   PIC X(01)  VALUE SPACE.
003230     05 MDL-NAME                 PIC X(20).
003240     05 FILLER                   PIC X(01)  VALUE SPACE.
003250     05 MDL-TOTAL                PIC ZZZ,ZZ9.
003260     05 FILLER                   PIC X(03)  VALUE SPACES.
003270     05 MDL-NORMAL-PCT           PIC ZZ9.9.
003280     05 FILLER                   PIC X(02)  VALUE SPACES.
003290     05 MDL-REJECTED-PCT         PIC ZZ9.9.
003300     05 FILLER                   PIC X(02)  VALUE SPACES.
003310     05 MDL-ERROR-PCT            PIC ZZ9.9.
003320     05 FILLER                   PIC X(02)  VALUE SPACES.
003330     05 MDL-ABEND-PCT            PIC ZZ9.9.
003340     05 FILLER                   PIC X(02)  VALUE SPACES.
003343     05 MDL-THROTTLED-PCT        PIC ZZ9.9.
003346     05 FILLER                   PIC X(02)  VALUE SPACES.
003350     05 MDL-BAD-PCT              PIC ZZ9.9.
003360     05 FILLER                   PIC X(49)  VALUE SPACES.
003370
003380 01  HDG-SPEED.
003390     05 FILLER                   PIC X(43)
003400            VALUE 'RETURNED SPEED MIX BY REGION (NORMAL CALLS)'.
003410     05 FILLER                   PIC X(89)  VALUE SPACES.
003420
003430 01  SPEED-DETAIL-LINE.
003440     05 FILLER                   PIC X(02)  VALUE SPACES.
003450     05 SDL-SYSID                PIC X(04).
003460     05 FILLER                   PIC X(01)  VALUE SPACE.
003470     05 SDL-NAME                 PIC X(20).
003480     05 SDL-SLOTS.
003490         10 SDL-SLOT             OCCURS 6 TIMES.
003500             15 SDL-GAP          PIC X(02).
003510             15 SDL-SPEED        PIC X(04).
003520             15 SDL-COLON        PIC X(01).
003530             15 SDL-COUNT        PIC ZZZ,ZZ9.
003540     05 FILLER                   PIC X(08)  VALUE '  OTHER:'.
003550     05 SDL-OTHER                PIC ZZZ,ZZ9.
003560     05 FILLER                   PIC X(06)  VALUE SPACES.
003570
003580 01  HDG-EXCEPT.
003590     05 FILLER                   PIC X(10)  VALUE 'EXCEPTIONS'.
003600     05 FILLER                   PIC X(122) VALUE SPACES.
003610
003620 01  EXCEPT-DETAIL-LINE.
003630     05 FILLER                   PIC X(02)  VALUE SPACES.
003640     05 EDL-SYSID                PIC X(04).
003650     05 FILLER                   PIC X(01)  VALUE SPACE.
003660     05 EDL-NAME                 PIC X(20).
003670     05 FILLER                   PIC X(02)  VALUE SPACES.
003680     05 EDL-REASON               PIC X(32).
003690     05 FILLER                   PIC X(07)  VALUE ' STATS:'.
003700     05 EDL-STATS                PIC ZZZ,ZZ9.
003710     05 FILLER                   PIC X(08)  VALUE '  AUDIT:'.
003720     05 EDL-AUDIT                PIC ZZZ,ZZ9.
003730     05 FILLER                   PIC X(42)  VALUE SPACES.
003740
003750 01  NO-EXCEPT-LINE.
003760     05 FILLER                   PIC X(06)  VALUE '  NONE'.
003770     05 FILLER                   PIC X(126) VALUE SPACES.
003780
003790 01  SUMMARY-LINE.
003800     05 FILLER                   PIC X(19)
003810            VALUE 'DATES REPORTED   : '.
003820     05 SUM-DATES                PIC ZZ9.
003830     05 FILLER                   PIC X(14)
003840            VALUE '  EXCEPTIONS: '.
003850     05 SUM-EXCEPTIONS           PIC ZZ,ZZ9.
003860     05 FILLER                   PIC X(90)  VALUE SPACES.
003870
003880 01  DATES-SKIPPED-LINE.
003890     05 FILLER                   PIC X(30)
003900            VALUE 'DISTINCT DATES BEYOND TABLE:  '.
003910     05 DSL-SKIPPED              PIC ZZZ,ZZ9.
003920     05 FILLER                   PIC X(30)
003930            VALUE ' RECORDS SKIPPED - TRIM THE   '.
003940     05 FILLER                   PIC X(22)
003950            VALUE 'CENTRAL FILES SOONER  '.
003960     05 FILLER                   PIC X(43)  VALUE SPACES.
003970
003980 01  REGIONS-SKIPPED-LINE.
003990     05 FILLER                   PIC X(30)
004000            VALUE 'REGIONS BEYOND TABLE:         '.
004010     05 RSL-SKIPPED              PIC ZZZ,ZZ9.
004020     05 FILLER                   PIC X(16)
004030            VALUE ' RECORDS SKIPPED'.
004040     05 FILLER                   PIC X(79)  VALUE SPACES.
004050
004060 01  NO-DATA-LINE.
004070     05 FILLER                   PIC X(34)
004080            VALUE 'NO RECORDS ON PONGCSTA OR PONGCAUD'.
004090     05 FILLER                   PIC X(98)  VALUE SPACES.
004100
004110 PROCEDURE DIVISION.
004120
004130*****************************************************************
004140* 0000-MAINLINE  --  LOAD THE ROSTER, TALLY BOTH CENTRAL FILES
004150*                    BY DATE AND REGION, AND PRINT A PAGE PER
004160*                    COLLECTION DATE.
004170*****************************************************************
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004200     PERFORM 2000-LOAD-ROSTER     THRU 2000-EXIT
004210         UNTIL END-OF-ROSTER-FILE.
004220     PERFORM 3000-PROCESS-STAT    THRU 3000-EXIT
004230         UNTIL END-OF-CSTA-FILE.
004240     PERFORM 4000-PROCESS-AUDIT   THRU 4000-EXIT
004250         UNTIL END-OF-CAUD-FILE.
004260     PERFORM 8000-PRODUCE-REPORT  THRU 8000-EXIT.
004270     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004280     STOP RUN.
004290
004300*****************************************************************
004310* 1000-INITIALIZE  --  OPEN THE FILES AND PRIME THE READS.
004320*****************************************************************
004330 1000-INITIALIZE.
004340     OPEN INPUT  ROSTER-FILE.
004350     IF NOT ROSTER-STATUS-OK
004360         MOVE 'OPEN INPUT ROSTER-FILE' TO WS-ABEND-OPERATION
004370         MOVE WS-ROSTER-STATUS TO WS-ABEND-STATUS
004380         GO TO 9900-ABEND-FILE-ERROR
004390     END-IF.
004400     OPEN INPUT  CSTA-FILE.
004410     IF NOT CSTA-STATUS-OK
004420         MOVE 'OPEN INPUT CSTA-FILE' TO WS-ABEND-OPERATION
004430         MOVE WS-CSTA-STATUS TO WS-ABEND-STATUS
004440         GO TO 9900-ABEND-FILE-ERROR
004450     END-IF.
004460     OPEN INPUT  CAUD-FILE.
004470     IF NOT CAUD-STATUS-OK
004480         MOVE 'OPEN INPUT CAUD-FILE' TO WS-ABEND-OPERATION
004490         MOVE WS-CAUD-STATUS TO WS-ABEND-STATUS
004500         GO TO 9900-ABEND-FILE-ERROR
004510     END-IF.
004520     OPEN OUTPUT REPORT-FILE.
004530     IF NOT REPORT-STATUS-OK
004540         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
004550         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
004560         GO TO 9900-ABEND-FILE-ERROR
004570     END-IF.
004580     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
004590     PERFORM 3100-READ-CSTA   THRU 3100-EXIT.
004600     PERFORM 4100-READ-CAUD   THRU 4100-EXIT.
004610 1000-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 2000-LOAD-ROSTER  --  ADD ONE ROSTER REGION TO THE REGION
004656*                       TABLE WITH ITS STATUS AND MAINTENANCE
004662*                       WINDOW DATES. THE ROSTER ARRIVES IN SYSID
004668*                       ORDER, SO THE TABLE DOES TOO. A RECORD TOO
004674*                       SHORT TO HOLD A STATUS IS ACTIVE.
004680*****************************************************************
004690 2000-LOAD-ROSTER.
004700     IF WS-REGION-COUNT NOT LESS THAN WS-MAX-REGIONS
004710         ADD 1 TO WS-RGN-SKIPPED
004720     ELSE
004730         ADD 1 TO WS-REGION-COUNT
004740         ADD 1 TO WS-ROSTER-COUNT
004750         MOVE RO-SYSID
004760             TO WS-RGN-SYSID (WS-REGION-COUNT)
004770         MOVE RO-REGION-NAME
004780             TO WS-RGN-NAME (WS-REGION-COUNT)
004790         MOVE 'Y' TO WS-RGN-ROSTER-SWITCH (WS-REGION-COUNT)
004792         MOVE 'A' TO WS-RGN-STATUS (WS-REGION-COUNT)
004794         MOVE SPACES TO WS-RGN-MAINT-FROM-DATE (WS-REGION-COUNT)
004796         MOVE SPACES TO WS-RGN-MAINT-TO-DATE (WS-REGION-COUNT)
004798         IF WS-ROSTER-LENGTH IS GREATER THAN 24
004800             MOVE RO-STATUS TO WS-RGN-STATUS (WS-REGION-COUNT)
004802             MOVE RO-MAINT-FROM-DATE
004804                 TO WS-RGN-MAINT-FROM-DATE (WS-REGION-COUNT)
004806             MOVE RO-MAINT-TO-DATE
004808                 TO WS-RGN-MAINT-TO-DATE (WS-REGION-COUNT)
004810         END-IF
004812     END-IF.
004814     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
004820 2000-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860* 2100-READ-ROSTER  --  READ THE NEXT ROSTER RECORD.
004870*****************************************************************
004880 2100-READ-ROSTER.
004890     READ ROSTER-FILE NEXT RECORD
004900         AT END
004910             SET END-OF-ROSTER-FILE TO TRUE
004920     END-READ.
004930     IF NOT ROSTER-STATUS-OK
004940            AND NOT ROSTER-STATUS-EOF
004950         MOVE 'READ ROSTER-FILE' TO WS-ABEND-OPERATION
004960         MOVE WS-ROSTER-STATUS TO WS-ABEND-STATUS
004970         GO TO 9900-ABEND-FILE-ERROR
004980     END-IF.
004990 2100-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030* 3000-PROCESS-STAT  --  TALLY ONE CONSOLIDATED STATISTICS
005040*                        RECORD AND READ THE NEXT.
005050*****************************************************************
005060 3000-PROCESS-STAT.
005070     PERFORM 3200-TALLY-STAT THRU 3200-EXIT.
005080     PERFORM 3100-READ-CSTA  THRU 3100-EXIT.
005090 3000-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130* 3100-READ-CSTA  --  READ THE NEXT CONSOLIDATED STATISTICS
005140*                     RECORD.
005150*****************************************************************
005160 3100-READ-CSTA.
005170     READ CSTA-FILE NEXT RECORD
005180         AT END
005190             SET END-OF-CSTA-FILE TO TRUE
005200     END-READ.
005210     IF NOT CSTA-STATUS-OK
005220            AND NOT CSTA-STATUS-EOF
005230         MOVE 'READ CSTA-FILE' TO WS-ABEND-OPERATION
005240         MOVE WS-CSTA-STATUS TO WS-ABEND-STATUS
005250         GO TO 9900-ABEND-FILE-ERROR
005260     END-IF.
005270 3100-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310* 3200-TALLY-STAT  --  FIND THE RECORD'S REGION AND DATE AND
005320*                      BUMP THE CELL'S STATUS COUNTS AND, FOR
005330*                      A NORMAL CALL, ITS RETURNED-SPEED MIX -
005340*                      A BLANK SPEED IS NOT A SPEED, THE SAME
005350*                      RULE PONGRPT APPLIES.
005360*****************************************************************
005370 3200-TALLY-STAT.
005380     MOVE CS-STAT-KEY  TO PS-KEY.
005390     MOVE CS-STAT-BODY TO WS-STAT-DETAIL (21:27).
005400     MOVE CS-SYSID     TO WS-LOOKUP-SYSID.
005410     PERFORM 5000-FIND-REGION THRU 5000-EXIT.
005420     IF NOT REGION-SLOT-FOUND
005430         GO TO 3200-EXIT
005440     END-IF.
005450     MOVE PS-CALL-DATE TO WS-LOOKUP-DATE.
005460     PERFORM 6000-FIND-DATE THRU 6000-EXIT.
005470     IF NOT DATE-SLOT-FOUND
005480         GO TO 3200-EXIT
005490     END-IF.
005500     ADD 1 TO WS-CL-TOTAL (WS-DATE-SLOT, WS-RGN-SLOT).
005510     IF PS-STATUS-NORMAL
005520         ADD 1 TO WS-CL-NORMAL (WS-DATE-SLOT, WS-RGN-SLOT)
005530         PERFORM 7000-TALLY-SPEED THRU 7000-EXIT
005540     END-IF.
005550     IF PS-STATUS-REJECTED
005560         ADD 1 TO WS-CL-REJECTED (WS-DATE-SLOT, WS-RGN-SLOT)
005570     END-IF.
005580     IF PS-STATUS-ERROR
005590         ADD 1 TO WS-CL-ERROR (WS-DATE-SLOT, WS-RGN-SLOT)
005600     END-IF.
005610     IF PS-STATUS-ABEND
005620         ADD 1 TO WS-CL-ABEND (WS-DATE-SLOT, WS-RGN-SLOT)
005630     END-IF.
005632     IF PS-STATUS-THROTTLED
005634         ADD 1 TO WS-CL-THROTTLED (WS-DATE-SLOT, WS-RGN-SLOT)
005636     END-IF.
005640 3200-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680* 4000-PROCESS-AUDIT  --  TALLY ONE CONSOLIDATED AUDIT RECORD
005690*                         AND READ THE NEXT.
005700*****************************************************************
005710 4000-PROCESS-AUDIT.
005720     PERFORM 4200-TALLY-AUDIT THRU 4200-EXIT.
005730     PERFORM 4100-READ-CAUD   THRU 4100-EXIT.
005740 4000-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780* 4100-READ-CAUD  --  READ THE NEXT CONSOLIDATED AUDIT RECORD.
005790*****************************************************************
005800 4100-READ-CAUD.
005810     READ CAUD-FILE NEXT RECORD
005820         AT END
005830             SET END-OF-CAUD-FILE TO TRUE
005840     END-READ.
005850     IF NOT CAUD-STATUS-OK
005860            AND NOT CAUD-STATUS-EOF
005870         MOVE 'READ CAUD-FILE' TO WS-ABEND-OPERATION
005880         MOVE WS-CAUD-STATUS TO WS-ABEND-STATUS
005890         GO TO 9900-ABEND-FILE-ERROR
005900     END-IF.
005910 4100-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950* 4200-TALLY-AUDIT  --  COUNT A CALL AUDIT RECORD AGAINST ITS
005960*                       REGION AND DATE. MAINTENANCE LINES
005970*                       HAVE NO MATCHING STATISTICS RECORD BY
005980*                       DESIGN AND ARE LEFT OUT, AS PONGRCN
005990*                       LEAVES THEM OUT.
006000*****************************************************************
006010 4200-TALLY-AUDIT.
006020     MOVE CA-AUDIT-KEY  TO PA-KEY.
006030     MOVE CA-AUDIT-BODY TO WS-AUDIT-DETAIL (27:37).
006040     IF NOT PA-TYPE-CALL
006050         GO TO 4200-EXIT
006060     END-IF.
006070     MOVE CA-SYSID TO WS-LOOKUP-SYSID.
006080     PERFORM 5000-FIND-REGION THRU 5000-EXIT.
006090     IF NOT REGION-SLOT-FOUND
006100         GO TO 4200-EXIT
006110     END-IF.
006120     MOVE PA-CALL-DATE TO WS-LOOKUP-DATE.
006130     PERFORM 6000-FIND-DATE THRU 6000-EXIT.
006140     IF NOT DATE-SLOT-FOUND
006150         GO TO 4200-EXIT
006160     END-IF.
006170     ADD 1 TO WS-CL-AUDIT-CALLS (WS-DATE-SLOT, WS-RGN-SLOT).
006180 4200-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220* 5000-FIND-REGION  --  SET WS-RGN-SLOT TO THE REGION TABLE
006230*                       ENTRY FOR WS-LOOKUP-SYSID. BOTH FILES
006240*                       ARRIVE IN SYSID ORDER, SO THE LAST
006250*                       SLOT FOUND IS TRIED FIRST. A SYSID NOT
006260*                       ON THE ROSTER IS ADDED TO THE TABLE SO
006270*                       ITS CALLS STILL COUNT.
006280*****************************************************************
006290 5000-FIND-REGION.
006300     MOVE 'N' TO WS-RGN-FOUND-SWITCH.
006310     IF WS-RGN-SLOT IS GREATER THAN ZERO
006320         IF WS-RGN-SYSID (WS-RGN-SLOT) = WS-LOOKUP-SYSID
006330             SET REGION-SLOT-FOUND TO TRUE
006340             GO TO 5000-EXIT
006350         END-IF
006360     END-IF.
006370     PERFORM 5100-SEARCH-REGION THRU 5100-EXIT
006380         VARYING WS-RGN-SUB FROM 1 BY 1
006390         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT
006400            OR REGION-SLOT-FOUND.
006410     IF REGION-SLOT-FOUND
006420         GO TO 5000-EXIT
006430     END-IF.
006440     IF WS-REGION-COUNT NOT LESS THAN WS-MAX-REGIONS
006450         ADD 1 TO WS-RGN-SKIPPED
006460         MOVE ZERO TO WS-RGN-SLOT
006470         GO TO 5000-EXIT
006480     END-IF.
006490     ADD 1 TO WS-REGION-COUNT.
006500     MOVE WS-REGION-COUNT TO WS-RGN-SLOT.
006510     MOVE WS-LOOKUP-SYSID TO WS-RGN-SYSID (WS-RGN-SLOT).
006520     MOVE 'NOT ON PONGROST' TO WS-RGN-NAME (WS-RGN-SLOT).
006530     MOVE 'N' TO WS-RGN-ROSTER-SWITCH (WS-RGN-SLOT).
006532     MOVE 'A' TO WS-RGN-STATUS (WS-RGN-SLOT).
006534     MOVE SPACES TO WS-RGN-MAINT-FROM-DATE (WS-RGN-SLOT).
006536     MOVE SPACES TO WS-RGN-MAINT-TO-DATE (WS-RGN-SLOT).
006540     SET REGION-SLOT-FOUND TO TRUE.
006550 5000-EXIT.
006560     EXIT.
006570
006580*****************************************************************
006590* 5100-SEARCH-REGION  --  COMPARE ONE REGION TABLE ENTRY TO THE
006600*                         SYSID BEING LOOKED UP.
006610*****************************************************************
006620 5100-SEARCH-REGION.
006630     IF WS-RGN-SYSID (WS-RGN-SUB) = WS-LOOKUP-SYSID
006640         MOVE WS-RGN-SUB TO WS-RGN-SLOT
006650         SET REGION-SLOT-FOUND TO TRUE
006660     END-IF.
006670 5100-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710* 6000-FIND-DATE  --  FIND OR INSERT WS-LOOKUP-DATE IN THE
006720*                     SORTED DATE TABLE AND SET WS-DATE-SLOT.
006730*****************************************************************
006740 6000-FIND-DATE.
006750     MOVE 'N' TO WS-DATE-FOUND-SWITCH.
006760     MOVE 1 TO WS-DATE-SLOT.
006770     PERFORM 6100-FIND-DATE-SLOT THRU 6100-EXIT
006780         UNTIL DATE-SLOT-FOUND
006790            OR WS-DATE-SLOT IS GREATER THAN WS-DATE-COUNT.
006800     IF NOT DATE-SLOT-FOUND
006810         PERFORM 6200-INSERT-DATE THRU 6200-EXIT
006820     ELSE
006830     IF WS-DT-DATE (WS-DATE-SLOT) NOT = WS-LOOKUP-DATE
006840         PERFORM 6200-INSERT-DATE THRU 6200-EXIT
006850     END-IF
006860     END-IF.
006870 6000-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910* 6100-FIND-DATE-SLOT  --  STOP AT THE FIRST ENTRY WHOSE DATE
006920*                          IS NOT BEFORE THE ONE LOOKED UP -
006930*                          EITHER THE MATCHING DATE OR THE
006940*                          INSERTION POINT.
006950*****************************************************************
006960 6100-FIND-DATE-SLOT.
006970     IF WS-DT-DATE (WS-DATE-SLOT) NOT LESS THAN WS-LOOKUP-DATE
006980         SET DATE-SLOT-FOUND TO TRUE
006990     ELSE
007000         ADD 1 TO WS-DATE-SLOT
007010     END-IF.
007020 6100-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060* 6200-INSERT-DATE  --  OPEN UP THE SLOT AND START A FRESH DATE
007070*                       ENTRY THERE WITH EVERY REGION CELL
007080*                       ZEROED. A RUN WITH MORE DISTINCT DATES
007090*                       THAN THE TABLE HOLDS COUNTS THE EXCESS
007100*                       AND IS FLAGGED ON THE REPORT.
007110*****************************************************************
007120 6200-INSERT-DATE.
007130     IF WS-DATE-COUNT NOT LESS THAN WS-MAX-DATES
007140         ADD 1 TO WS-DATE-SKIPPED
007150         MOVE 'N' TO WS-DATE-FOUND-SWITCH
007160         GO TO 6200-EXIT
007170     END-IF.
007180     MOVE WS-DATE-COUNT TO WS-SHIFT-SUB.
007190     PERFORM 6210-SHIFT-DATE THRU 6210-EXIT
007200         UNTIL WS-SHIFT-SUB IS LESS THAN WS-DATE-SLOT.
007210     ADD 1 TO WS-DATE-COUNT.
007220     MOVE WS-LOOKUP-DATE TO WS-DT-DATE (WS-DATE-SLOT).
007230     PERFORM 6220-CLEAR-CELL THRU 6220-EXIT
007240         VARYING WS-CLEAR-SUB FROM 1 BY 1
007250         UNTIL WS-CLEAR-SUB IS GREATER THAN WS-MAX-REGIONS.
007260     SET DATE-SLOT-FOUND TO TRUE.
007270 6200-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310* 6210-SHIFT-DATE  --  SLIDE ONE DATE ENTRY DOWN A SLOT TO MAKE
007320*                      ROOM FOR THE INSERTION.
007330*****************************************************************
007340 6210-SHIFT-DATE.
007350     MOVE WS-DATE-ENTRY (WS-SHIFT-SUB)
007360         TO WS-DATE-ENTRY (WS-SHIFT-SUB + 1).
007370     SUBTRACT 1 FROM WS-SHIFT-SUB.
007380 6210-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420* 6220-CLEAR-CELL  --  ZERO ONE REGION CELL OF THE NEW DATE.
007430*****************************************************************
007440 6220-CLEAR-CELL.
007450     MOVE ZERO TO WS-CL-TOTAL       (WS-DATE-SLOT, WS-CLEAR-SUB).
007460     MOVE ZERO TO WS-CL-NORMAL      (WS-DATE-SLOT, WS-CLEAR-SUB).
007470     MOVE ZERO TO WS-CL-REJECTED    (WS-DATE-SLOT, WS-CLEAR-SUB).
007480     MOVE ZERO TO WS-CL-ERROR       (WS-DATE-SLOT, WS-CLEAR-SUB).
007490     MOVE ZERO TO WS-CL-ABEND       (WS-DATE-SLOT, WS-CLEAR-SUB).
007495     MOVE ZERO TO WS-CL-THROTTLED   (WS-DATE-SLOT, WS-CLEAR-SUB).
007500     MOVE ZERO TO WS-CL-AUDIT-CALLS (WS-DATE-SLOT, WS-CLEAR-SUB).
007510     MOVE ZERO TO WS-CL-OTHER-SPEED (WS-DATE-SLOT, WS-CLEAR-SUB).
007520     MOVE ZERO TO WS-CL-SPEED-COUNT (WS-DATE-SLOT, WS-CLEAR-SUB).
007530 6220-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570* 7000-TALLY-SPEED  --  ADD THE RETURNED SPEED TO THE CELL'S
007580*                       MIX, OR BUMP ITS COUNT IF ALREADY
007590*                       PRESENT. SPEEDS BEYOND THE SLOTS A
007600*                       CELL HOLDS ARE COUNTED AS OTHER.
007610*****************************************************************
007620 7000-TALLY-SPEED.
007630     MOVE 'N' TO WS-SPD-FOUND-SWITCH.
007640     PERFORM 7100-SEARCH-SPEED THRU 7100-EXIT
007650         VARYING WS-SPD-SUB FROM 1 BY 1
007660         UNTIL WS-SPD-SUB IS GREATER THAN
007670               WS-CL-SPEED-COUNT (WS-DATE-SLOT, WS-RGN-SLOT)
007680            OR SPEED-SLOT-FOUND.
007690     IF SPEED-SLOT-FOUND
007700         GO TO 7000-EXIT
007710     END-IF.
007720     IF WS-CL-SPEED-COUNT (WS-DATE-SLOT, WS-RGN-SLOT)
007730            IS LESS THAN WS-MAX-MIX-SPEEDS
007740         ADD 1 TO WS-CL-SPEED-COUNT (WS-DATE-SLOT, WS-RGN-SLOT)
007750         MOVE WS-CL-SPEED-COUNT (WS-DATE-SLOT, WS-RGN-SLOT)
007760             TO WS-SPD-SUB
007770         MOVE PS-RETURNED-SPEED
007780             TO WS-CL-SPEED (WS-DATE-SLOT, WS-RGN-SLOT,
007790                             WS-SPD-SUB)
007800         MOVE 1
007810             TO WS-CL-SPEED-CNT (WS-DATE-SLOT, WS-RGN-SLOT,
007820                                 WS-SPD-SUB)
007830     ELSE
007840         ADD 1 TO WS-CL-OTHER-SPEED (WS-DATE-SLOT, WS-RGN-SLOT)
007850     END-IF.
007860 7000-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900* 7100-SEARCH-SPEED  --  COMPARE ONE MIX ENTRY TO THE SPEED
007910*                        JUST RETURNED.
007920*****************************************************************
007930 7100-SEARCH-SPEED.
007940     IF WS-CL-SPEED (WS-DATE-SLOT, WS-RGN-SLOT, WS-SPD-SUB)
007950            = PS-RETURNED-SPEED
007960         ADD 1 TO WS-CL-SPEED-CNT (WS-DATE-SLOT, WS-RGN-SLOT,
007970                                   WS-SPD-SUB)
007980         SET SPEED-SLOT-FOUND TO TRUE
007990     END-IF.
008000 7100-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040* 8000-PRODUCE-REPORT  --  ONE PAGE PER COLLECTION DATE, THEN
008050*                          THE RUN SUMMARY. ANY EXCEPTION, ANY
008060*                          OVERFLOW, OR AN EMPTY RUN ENDS THE
008070*                          STEP WITH RETURN CODE 4.
008080*****************************************************************
008090 8000-PRODUCE-REPORT.
008100     IF WS-DATE-COUNT = ZERO
008110         WRITE REPORT-LINE FROM HDG-LINE-1
008120             AFTER ADVANCING 1 LINE
008130         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
008140         WRITE REPORT-LINE FROM NO-DATA-LINE
008150             AFTER ADVANCING 1 LINE
008160         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
008170         MOVE 4 TO RETURN-CODE
008180         GO TO 8000-EXIT
008190     END-IF.
008200     PERFORM 8100-PRINT-DATE THRU 8100-EXIT
008210         VARYING WS-DATE-SUB FROM 1 BY 1
008220         UNTIL WS-DATE-SUB IS GREATER THAN WS-DATE-COUNT.
008230     MOVE WS-DATE-COUNT      TO SUM-DATES.
008240     MOVE WS-EXCEPTION-COUNT TO SUM-EXCEPTIONS.
008250     WRITE REPORT-LINE FROM SUMMARY-LINE
008260         AFTER ADVANCING 1 LINE.
008270     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008280     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
008290         MOVE 4 TO RETURN-CODE
008300     END-IF.
008310     IF WS-DATE-SKIPPED IS GREATER THAN ZERO
008320         MOVE WS-DATE-SKIPPED TO DSL-SKIPPED
008330         WRITE REPORT-LINE FROM DATES-SKIPPED-LINE
008340             AFTER ADVANCING 1 LINE
008350         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
008360         MOVE 4 TO RETURN-CODE
008370     END-IF.
008380     IF WS-RGN-SKIPPED IS GREATER THAN ZERO
008390         MOVE WS-RGN-SKIPPED TO RSL-SKIPPED
008400         WRITE REPORT-LINE FROM REGIONS-SKIPPED-LINE
008410             AFTER ADVANCING 1 LINE
008420         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
008430         MOVE 4 TO RETURN-CODE
008440     END-IF.
008450 8000-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490* 8050-CHECK-REPORT-STATUS  --  VERIFY THE LAST WRITE TO
008500*                               REPORT-FILE SUCCEEDED.
008510*****************************************************************
008520 8050-CHECK-REPORT-STATUS.
008530     IF NOT REPORT-STATUS-OK
008540         MOVE 'WRITE REPORT-FILE' TO WS-ABEND-OPERATION
008550         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
008560         GO TO 9900-ABEND-FILE-ERROR
008570     END-IF.
008580 8050-EXIT.
008590     EXIT.
008600
008610*****************************************************************
008620* 8100-PRINT-DATE  --  ONE PAGE: THE HEADINGS, THE VOLUME AND
008630*                      BAD-RATE RANKINGS, THE SPEED MIX, AND
008640*                      THE EXCEPTIONS FOR ONE COLLECTION DATE.
008650*****************************************************************
008660 8100-PRINT-DATE.
008670     ADD 1 TO WS-PAGE-COUNT.
008680     MOVE ZERO TO WS-PLEX-TOTAL.
008690     MOVE ZERO TO WS-RANK-COUNT.
008700     PERFORM 8110-COLLECT-REGION THRU 8110-EXIT
008710         VARYING WS-RGN-SUB FROM 1 BY 1
008720         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT.
008730     MOVE WS-DT-DATE (WS-DATE-SUB) TO HDL-DATE.
008740     MOVE WS-PAGE-COUNT            TO HDL-PAGE.
008750     MOVE WS-PLEX-TOTAL            TO HTL-TOTAL.
008760     MOVE WS-RANK-COUNT            TO HTL-REPORTING.
008770     MOVE WS-ROSTER-COUNT          TO HTL-ROSTER.
008780     WRITE REPORT-LINE FROM HDG-LINE-1
008790         AFTER ADVANCING PAGE.
008800     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008810     WRITE REPORT-LINE FROM HDG-DATE-LINE
008820         AFTER ADVANCING 1 LINE.
008830     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008840     WRITE REPORT-LINE FROM HDG-TOTAL-LINE
008850         AFTER ADVANCING 1 LINE.
008860     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008870
008880     PERFORM 8200-RANK-REGIONS THRU 8200-EXIT.
008890     WRITE REPORT-LINE FROM HDG-VOLUME
008900         AFTER ADVANCING 1 LINE.
008910     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008920     WRITE REPORT-LINE FROM HDG-VOLUME-COLS
008930         AFTER ADVANCING 1 LINE.
008940     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008950     PERFORM 8300-PRINT-VOLUME-LINE THRU 8300-EXIT
008960         VARYING WS-RANK-SUB FROM 1 BY 1
008970         UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-COUNT.
008980
008990     PERFORM 8120-SET-BAD-KEY THRU 8120-EXIT
009000         VARYING WS-RANK-SUB FROM 1 BY 1
009010         UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-COUNT.
009020     PERFORM 8200-RANK-REGIONS THRU 8200-EXIT.
009030     WRITE REPORT-LINE FROM HDG-MIX
009040         AFTER ADVANCING 1 LINE.
009050     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009060     WRITE REPORT-LINE FROM HDG-MIX-COLS
009070         AFTER ADVANCING 1 LINE.
009080     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009090     PERFORM 8400-PRINT-MIX-LINE THRU 8400-EXIT
009100         VARYING WS-RANK-SUB FROM 1 BY 1
009110         UNTIL WS-RANK-SUB IS GREATER THAN WS-RANK-COUNT.
009120
009130     WRITE REPORT-LINE FROM HDG-SPEED
009140         AFTER ADVANCING 1 LINE.
009150     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009160     PERFORM 8500-PRINT-SPEED-LINE THRU 8500-EXIT
009170         VARYING WS-RGN-SUB FROM 1 BY 1
009180         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT.
009190
009200     WRITE REPORT-LINE FROM HDG-EXCEPT
009210         AFTER ADVANCING 1 LINE.
009220     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009230     MOVE ZERO TO WS-DATE-EXCEPTIONS.
009235     MOVE ZERO TO WS-DATE-PLANNED.
009240     PERFORM 8620-SET-NEXT-DATE THRU 8620-EXIT.
009245     PERFORM 8600-CHECK-REGION THRU 8600-EXIT
009250         VARYING WS-RGN-SUB FROM 1 BY 1
009260         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT.
009270     IF WS-DATE-EXCEPTIONS = ZERO
009276            AND WS-DATE-PLANNED = ZERO
009282         WRITE REPORT-LINE FROM NO-EXCEPT-LINE
009290             AFTER ADVANCING 1 LINE
009300         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
009310     END-IF.
009320     ADD WS-DATE-EXCEPTIONS TO WS-EXCEPTION-COUNT.
009330 8100-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370* 8110-COLLECT-REGION  --  PUT A REGION WITH ANY STATISTICS OR
009380*                          CALL AUDIT RECORD ON THE DATE INTO
009390*                          THE RANKING LIST, KEYED ON ITS CALL
009400*                          COUNT.
009410*****************************************************************
009420 8110-COLLECT-REGION.
009430     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) = ZERO
009440            AND WS-CL-AUDIT-CALLS (WS-DATE-SUB, WS-RGN-SUB)
009450                = ZERO
009460         GO TO 8110-EXIT
009470     END-IF.
009480     ADD 1 TO WS-RANK-COUNT.
009490     MOVE WS-RGN-SUB TO WS-RANK-RGN (WS-RANK-COUNT).
009500     MOVE WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB)
009510         TO WS-RANK-KEY (WS-RANK-COUNT).
009520     ADD WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) TO WS-PLEX-TOTAL.
009530 8110-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570* 8120-SET-BAD-KEY  --  RE-KEY ONE RANKING ENTRY ON ITS REGION'S
009580*                       BAD-CALL PERCENTAGE FOR THE SECOND
009590*                       RANKING.
009600*****************************************************************
009610 8120-SET-BAD-KEY.
009620     MOVE WS-RANK-RGN (WS-RANK-SUB) TO WS-RGN-SUB.
009630     COMPUTE WS-BAD-COUNT
009640         = WS-CL-REJECTED (WS-DATE-SUB, WS-RGN-SUB)
009650         + WS-CL-ERROR    (WS-DATE-SUB, WS-RGN-SUB)
009660         + WS-CL-ABEND    (WS-DATE-SUB, WS-RGN-SUB)
009665         + WS-CL-THROTTLED (WS-DATE-SUB, WS-RGN-SUB).
009670     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) IS GREATER THAN ZERO
009680         COMPUTE WS-RANK-KEY (WS-RANK-SUB) ROUNDED
009690             = WS-BAD-COUNT * 100
009700                 / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB)
009710     ELSE
009720         MOVE ZERO TO WS-RANK-KEY (WS-RANK-SUB)
009730     END-IF.
009740 8120-EXIT.
009750     EXIT.
009760
009770*****************************************************************
009780* 8200-RANK-REGIONS  --  SORT THE RANKING LIST DESCENDING ON
009790*                        ITS KEY. A TIE GOES TO THE EARLIER
009800*                        REGION SLOT SO THE ORDER IS THE SAME
009810*                        FROM RUN TO RUN.
009820*****************************************************************
009830 8200-RANK-REGIONS.
009840     PERFORM 8210-PLACE-NEXT THRU 8210-EXIT
009850         VARYING WS-RANK-SUB FROM 1 BY 1
009860         UNTIL WS-RANK-SUB NOT LESS THAN WS-RANK-COUNT.
009870 8200-EXIT.
009880     EXIT.
009890
009900*****************************************************************
009910* 8210-PLACE-NEXT  --  FIND THE HIGHEST REMAINING ENTRY AND
009920*                      SWAP IT INTO THIS POSITION.
009930*****************************************************************
009940 8210-PLACE-NEXT.
009950     MOVE WS-RANK-SUB TO WS-BEST-SUB.
009960     COMPUTE WS-SCAN-START = WS-RANK-SUB + 1.
009970     PERFORM 8220-FIND-HIGHER THRU 8220-EXIT
009980         VARYING WS-SCAN-SUB FROM WS-SCAN-START BY 1
009990         UNTIL WS-SCAN-SUB IS GREATER THAN WS-RANK-COUNT.
010000     IF WS-BEST-SUB NOT = WS-RANK-SUB
010010         MOVE WS-RANK-ENTRY (WS-RANK-SUB) TO WS-RANK-ENTRY-WORK
010020         MOVE WS-RANK-ENTRY (WS-BEST-SUB)
010030             TO WS-RANK-ENTRY (WS-RANK-SUB)
010040         MOVE WS-RANK-ENTRY-WORK TO WS-RANK-ENTRY (WS-BEST-SUB)
010050     END-IF.
010060 8210-EXIT.
010070     EXIT.
010080
010090*****************************************************************
010100* 8220-FIND-HIGHER  --  COMPARE ONE REMAINING ENTRY WITH THE
010110*                       BEST FOUND SO FAR.
010120*****************************************************************
010130 8220-FIND-HIGHER.
010140     IF WS-RANK-KEY (WS-SCAN-SUB)
010150            IS GREATER THAN WS-RANK-KEY (WS-BEST-SUB)
010160         MOVE WS-SCAN-SUB TO WS-BEST-SUB
010170     ELSE
010180     IF WS-RANK-KEY (WS-SCAN-SUB) = WS-RANK-KEY (WS-BEST-SUB)
010190            AND WS-RANK-RGN (WS-SCAN-SUB)
010200                IS LESS THAN WS-RANK-RGN (WS-BEST-SUB)
010210         MOVE WS-SCAN-SUB TO WS-BEST-SUB
010220     END-IF
010230     END-IF.
010240 8220-EXIT.
010250     EXIT.
010260
010270*****************************************************************
010280* 8300-PRINT-VOLUME-LINE  --  ONE REGION OF THE VOLUME RANKING
010290*                             WITH ITS SHARE OF THE PLEX AND
010300*                             ITS STATUS COUNTS.
010310*****************************************************************
010320 8300-PRINT-VOLUME-LINE.
010330     MOVE WS-RANK-RGN (WS-RANK-SUB) TO WS-RGN-SUB.
010340     MOVE WS-RANK-SUB TO VDL-RANK.
010350     MOVE WS-RGN-SYSID (WS-RGN-SUB) TO VDL-SYSID.
010360     MOVE WS-RGN-NAME  (WS-RGN-SUB) TO VDL-NAME.
010370     MOVE WS-CL-TOTAL    (WS-DATE-SUB, WS-RGN-SUB) TO VDL-TOTAL.
010380     MOVE WS-CL-NORMAL   (WS-DATE-SUB, WS-RGN-SUB) TO VDL-NORMAL.
010390     MOVE WS-CL-REJECTED (WS-DATE-SUB, WS-RGN-SUB)
010400         TO VDL-REJECTED.
010410     MOVE WS-CL-ERROR    (WS-DATE-SUB, WS-RGN-SUB) TO VDL-ERROR.
010420     MOVE WS-CL-ABEND    (WS-DATE-SUB, WS-RGN-SUB) TO VDL-ABEND.
010423     MOVE WS-CL-THROTTLED (WS-DATE-SUB, WS-RGN-SUB)
010426         TO VDL-THROTTLED.
010430     MOVE WS-CL-AUDIT-CALLS (WS-DATE-SUB, WS-RGN-SUB)
010440         TO VDL-AUDIT-CALLS.
010450     IF WS-PLEX-TOTAL IS GREATER THAN ZERO
010460         COMPUTE WS-PCT-WORK ROUNDED
010470             = WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) * 100
010480                 / WS-PLEX-TOTAL
010490     ELSE
010500         MOVE ZERO TO WS-PCT-WORK
010510     END-IF.
010520     MOVE WS-PCT-WORK TO VDL-SHARE-PCT.
010530     WRITE REPORT-LINE FROM VOLUME-DETAIL-LINE
010540         AFTER ADVANCING 1 LINE.
010550     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
010560 8300-EXIT.
010570     EXIT.
010580
010590*****************************************************************
010600* 8400-PRINT-MIX-LINE  --  ONE REGION OF THE BAD-RATE RANKING
010610*                          WITH THE SHARE OF ITS OWN CALLS IN
010620*                          EACH PS-CALL-STATUS.
010630*****************************************************************
010640 8400-PRINT-MIX-LINE.
010650     MOVE WS-RANK-RGN (WS-RANK-SUB) TO WS-RGN-SUB.
010660     MOVE WS-RANK-SUB TO MDL-RANK.
010670     MOVE WS-RGN-SYSID (WS-RGN-SUB) TO MDL-SYSID.
010680     MOVE WS-RGN-NAME  (WS-RGN-SUB) TO MDL-NAME.
010690     MOVE WS-CL-TOTAL  (WS-DATE-SUB, WS-RGN-SUB) TO MDL-TOTAL.
010700     MOVE WS-RANK-KEY  (WS-RANK-SUB) TO MDL-BAD-PCT.
010710     PERFORM 8410-SET-MIX-PCTS THRU 8410-EXIT.
010720     WRITE REPORT-LINE FROM MIX-DETAIL-LINE
010730         AFTER ADVANCING 1 LINE.
010740     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
010750 8400-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790* 8410-SET-MIX-PCTS  --  EACH STATUS AS A SHARE OF THE REGION'S
010800*                        CALLS. A REGION WITH ONLY AUDIT
010810*                        RECORDS ON THE DATE SHOWS ZEROES.
010820*****************************************************************
010830 8410-SET-MIX-PCTS.
010840     MOVE ZERO TO MDL-NORMAL-PCT.
010850     MOVE ZERO TO MDL-REJECTED-PCT.
010860     MOVE ZERO TO MDL-ERROR-PCT.
010870     MOVE ZERO TO MDL-ABEND-PCT.
010875     MOVE ZERO TO MDL-THROTTLED-PCT.
010880     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) = ZERO
010890         GO TO 8410-EXIT
010900     END-IF.
010910     COMPUTE WS-PCT-WORK ROUNDED
010920         = WS-CL-NORMAL (WS-DATE-SUB, WS-RGN-SUB) * 100
010930             / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB).
010940     MOVE WS-PCT-WORK TO MDL-NORMAL-PCT.
010950     COMPUTE WS-PCT-WORK ROUNDED
010960         = WS-CL-REJECTED (WS-DATE-SUB, WS-RGN-SUB) * 100
010970             / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB).
010980     MOVE WS-PCT-WORK TO MDL-REJECTED-PCT.
010990     COMPUTE WS-PCT-WORK ROUNDED
011000         = WS-CL-ERROR (WS-DATE-SUB, WS-RGN-SUB) * 100
011010             / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB).
011020     MOVE WS-PCT-WORK TO MDL-ERROR-PCT.
011030     COMPUTE WS-PCT-WORK ROUNDED
011040         = WS-CL-ABEND (WS-DATE-SUB, WS-RGN-SUB) * 100
011050             / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB).
011060     MOVE WS-PCT-WORK TO MDL-ABEND-PCT.
011062     COMPUTE WS-PCT-WORK ROUNDED
011064         = WS-CL-THROTTLED (WS-DATE-SUB, WS-RGN-SUB) * 100
011066             / WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB).
011068     MOVE WS-PCT-WORK TO MDL-THROTTLED-PCT.
011070 8410-EXIT.
011080     EXIT.
011090
011100*****************************************************************
011110* 8500-PRINT-SPEED-LINE  --  ONE REGION'S RETURNED-SPEED MIX
011120*                            FOR THE DATE, IN SYSID ORDER. A
011130*                            REGION WITH NO STATISTICS ON THE
011140*                            DATE IS LEFT OFF.
011150*****************************************************************
011160 8500-PRINT-SPEED-LINE.
011170     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) = ZERO
011180         GO TO 8500-EXIT
011190     END-IF.
011200     MOVE WS-RGN-SYSID (WS-RGN-SUB) TO SDL-SYSID.
011210     MOVE WS-RGN-NAME  (WS-RGN-SUB) TO SDL-NAME.
011220     MOVE SPACES TO SDL-SLOTS.
011230     PERFORM 8510-FORMAT-SLOT THRU 8510-EXIT
011240         VARYING WS-SPD-SUB FROM 1 BY 1
011250         UNTIL WS-SPD-SUB IS GREATER THAN
011260               WS-CL-SPEED-COUNT (WS-DATE-SUB, WS-RGN-SUB).
011270     MOVE WS-CL-OTHER-SPEED (WS-DATE-SUB, WS-RGN-SUB)
011280         TO SDL-OTHER.
011290     WRITE REPORT-LINE FROM SPEED-DETAIL-LINE
011300         AFTER ADVANCING 1 LINE.
011310     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
011320 8500-EXIT.
011330     EXIT.
011340
011350*****************************************************************
011360* 8510-FORMAT-SLOT  --  ONE SPEED AND ITS CALL COUNT.
011370*****************************************************************
011380 8510-FORMAT-SLOT.
011390     MOVE WS-CL-SPEED (WS-DATE-SUB, WS-RGN-SUB, WS-SPD-SUB)
011400         TO SDL-SPEED (WS-SPD-SUB).
011410     MOVE ':' TO SDL-COLON (WS-SPD-SUB).
011420     MOVE WS-CL-SPEED-CNT (WS-DATE-SUB, WS-RGN-SUB, WS-SPD-SUB)
011430         TO SDL-COUNT (WS-SPD-SUB).
011440 8510-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480* 8600-CHECK-REGION  --  LIST A ROSTER REGION WITH NO RECORDS
011490*                        AT ALL FOR THE DATE, A REGION WHOSE
011500*                        STATISTICS AND CALL AUDIT COUNTS
011510*                        DISAGREE, AND A REGION THAT SENT
011513*                        RECORDS BUT IS NOT ON THE ROSTER. A
011516*                        ROSTER REGION WITH NO RECORDS THAT PCOL
011519*                        LEFT ALONE ON PURPOSE IS LISTED AS
011522*                        SKIPPED - PLANNED AND IS NOT COUNTED AS
011525*                        AN EXCEPTION.
011530*****************************************************************
011540 8600-CHECK-REGION.
011550     MOVE WS-RGN-SYSID (WS-RGN-SUB) TO EDL-SYSID.
011560     MOVE WS-RGN-NAME  (WS-RGN-SUB) TO EDL-NAME.
011570     MOVE WS-CL-TOTAL  (WS-DATE-SUB, WS-RGN-SUB) TO EDL-STATS.
011580     MOVE WS-CL-AUDIT-CALLS (WS-DATE-SUB, WS-RGN-SUB)
011590         TO EDL-AUDIT.
011600     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB) = ZERO
011610            AND WS-CL-AUDIT-CALLS (WS-DATE-SUB, WS-RGN-SUB)
011620                = ZERO
011630         IF RGN-ON-ROSTER (WS-RGN-SUB)
011634             PERFORM 8630-CHECK-PLANNED THRU 8630-EXIT
011638             IF RGN-SKIP-PLANNED
011642                 MOVE 'SKIPPED - PLANNED' TO EDL-REASON
011646                 PERFORM 8640-WRITE-PLANNED THRU 8640-EXIT
011650             ELSE
011654                 MOVE 'NO RECORDS - MISSED OR IDLE' TO EDL-REASON
011658                 PERFORM 8610-WRITE-EXCEPTION THRU 8610-EXIT
011662             END-IF
011666         END-IF
011670         GO TO 8600-EXIT
011680     END-IF.
011690     IF WS-CL-TOTAL (WS-DATE-SUB, WS-RGN-SUB)
011700            NOT = WS-CL-AUDIT-CALLS (WS-DATE-SUB, WS-RGN-SUB)
011710         MOVE 'STATS/AUDIT CALL COUNT MISMATCH' TO EDL-REASON
011720         PERFORM 8610-WRITE-EXCEPTION THRU 8610-EXIT
011730     END-IF.
011740     IF NOT RGN-ON-ROSTER (WS-RGN-SUB)
011750         MOVE 'SYSID NOT ON PONGROST' TO EDL-REASON
011760         PERFORM 8610-WRITE-EXCEPTION THRU 8610-EXIT
011770     END-IF.
011780 8600-EXIT.
011790     EXIT.
011800
011810*****************************************************************
011820* 8610-WRITE-EXCEPTION  --  PRINT ONE EXCEPTION LINE AND COUNT
011830*                           IT.
011840*****************************************************************
011850 8610-WRITE-EXCEPTION.
011860     WRITE REPORT-LINE FROM EXCEPT-DETAIL-LINE
011870         AFTER ADVANCING 1 LINE.
011880     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
011890     ADD 1 TO WS-DATE-EXCEPTIONS.
011900 8610-EXIT.
011910     EXIT.
011911
011912*****************************************************************
011913* 8620-SET-NEXT-DATE  --  THE DAY AFTER THE COLLECTION DATE, THE
011914*                         DAY PCOL RUNS TO GATHER ITS RECORDS.
011915*                         FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
011916*                         BY 4, EXCEPT A CENTURY YEAR NOT
011917*                         DIVISIBLE BY 400.
011918*****************************************************************
011919 8620-SET-NEXT-DATE.
011920     MOVE WS-DT-DATE (WS-DATE-SUB) TO WS-NEXT-DATE.
011921     IF WS-NEXT-MONTH IS LESS THAN 1
011922            OR WS-NEXT-MONTH IS GREATER THAN 12
011923         GO TO 8620-EXIT
011924     END-IF.
011925     MOVE WS-MONTH-LENGTH (WS-NEXT-MONTH) TO WS-MONTH-END.
011926     IF WS-NEXT-MONTH = 2
011927         DIVIDE WS-NEXT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011928             REMAINDER WS-LEAP-REMAINDER
011929         IF WS-LEAP-REMAINDER = ZERO
011930             MOVE 29 TO WS-MONTH-END
011931             DIVIDE WS-NEXT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
011932                 REMAINDER WS-LEAP-REMAINDER
011933             IF WS-LEAP-REMAINDER = ZERO
011934                 MOVE 28 TO WS-MONTH-END
011935                 DIVIDE WS-NEXT-YEAR BY 400
011936                     GIVING WS-LEAP-QUOTIENT
011937                     REMAINDER WS-LEAP-REMAINDER
011938                 IF WS-LEAP-REMAINDER = ZERO
011939                     MOVE 29 TO WS-MONTH-END
011940                 END-IF
011941             END-IF
011942         END-IF
011943     END-IF.
011944     IF WS-NEXT-DAY IS LESS THAN WS-MONTH-END
011945         ADD 1 TO WS-NEXT-DAY
011946         GO TO 8620-EXIT
011947     END-IF.
011948     MOVE 1 TO WS-NEXT-DAY.
011949     IF WS-NEXT-MONTH IS LESS THAN 12
011950         ADD 1 TO WS-NEXT-MONTH
011951     ELSE
011952         MOVE 1 TO WS-NEXT-MONTH
011953         ADD 1 TO WS-NEXT-YEAR
011954     END-IF.
011955 8620-EXIT.
011956     EXIT.
011957
011958*****************************************************************
011959* 8630-CHECK-PLANNED  --  THE SAME RULE PCOL APPLIES WHEN IT
011960*                         DECIDES WHETHER TO COLLECT A REGION: A
011961*                         SUSPENDED REGION IS NEVER COLLECTED, AND
011962*                         A MAINTENANCE REGION IS LEFT ALONE
011963*                         INSIDE ITS WINDOW (INCLUSIVE). THE
011964*                         DATE'S RECORDS ARE IDLE IF THE WINDOW
011965*                         COVERS THE DATE ITSELF AND UNCOLLECTED
011966*                         IF IT COVERS THE NEXT DAY, SO A WINDOW
011967*                         THAT TOUCHES EITHER DAY EXPLAINS THEM.
011968*****************************************************************
011969 8630-CHECK-PLANNED.
011970     SET RGN-NOT-PLANNED TO TRUE.
011971     IF RGN-SUSPENDED (WS-RGN-SUB)
011972         SET RGN-SKIP-PLANNED TO TRUE
011973         GO TO 8630-EXIT
011974     END-IF.
011975     IF RGN-MAINTENANCE (WS-RGN-SUB)
011976            AND WS-RGN-MAINT-FROM-DATE (WS-RGN-SUB) IS NUMERIC
011977            AND WS-RGN-MAINT-TO-DATE (WS-RGN-SUB) IS NUMERIC
011978            AND WS-RGN-MAINT-FROM-DATE (WS-RGN-SUB)
011979                NOT GREATER THAN WS-NEXT-DATE
011980            AND WS-RGN-MAINT-TO-DATE (WS-RGN-SUB)
011981                NOT LESS THAN WS-DT-DATE (WS-DATE-SUB)
011982         SET RGN-SKIP-PLANNED TO TRUE
011983     END-IF.
011984 8630-EXIT.
011985     EXIT.
011986
011987*****************************************************************
011988* 8640-WRITE-PLANNED  --  PRINT ONE PLANNED-SKIP LINE. IT IS NOT
011989*                         AN EXCEPTION AND DOES NOT SET RC 4.
011990*****************************************************************
011991 8640-WRITE-PLANNED.
011992     WRITE REPORT-LINE FROM EXCEPT-DETAIL-LINE
011993         AFTER ADVANCING 1 LINE.
011994     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
011995     ADD 1 TO WS-DATE-PLANNED.
011996 8640-EXIT.
011997     EXIT.
011998
011999*****************************************************************
012000* 9000-TERMINATE  --  CLOSE THE FILES.
012001*****************************************************************
012002 9000-TERMINATE.
012003     CLOSE ROSTER-FILE.
012004     IF NOT ROSTER-STATUS-OK
012005         MOVE 'CLOSE ROSTER-FILE' TO WS-ABEND-OPERATION
012006         MOVE WS-ROSTER-STATUS TO WS-ABEND-STATUS
012010         GO TO 9900-ABEND-FILE-ERROR
012020     END-IF.
012030     CLOSE CSTA-FILE.
012040     IF NOT CSTA-STATUS-OK
012050         MOVE 'CLOSE CSTA-FILE' TO WS-ABEND-OPERATION
012060         MOVE WS-CSTA-STATUS TO WS-ABEND-STATUS
012070         GO TO 9900-ABEND-FILE-ERROR
012080     END-IF.
012090     CLOSE CAUD-FILE.
012100     IF NOT CAUD-STATUS-OK
012110         MOVE 'CLOSE CAUD-FILE' TO WS-ABEND-OPERATION
012120         MOVE WS-CAUD-STATUS TO WS-ABEND-STATUS
012130         GO TO 9900-ABEND-FILE-ERROR
012140     END-IF.
012150     CLOSE REPORT-FILE.
012160     IF NOT REPORT-STATUS-OK
012170         MOVE 'CLOSE REPORT-FILE' TO WS-ABEND-OPERATION
012180         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
012190         GO TO 9900-ABEND-FILE-ERROR
012200     END-IF.
012210 9000-EXIT.
012220     EXIT.
012230
012240*****************************************************************
012250* 9900-ABEND-FILE-ERROR  --  A FILE OPERATION RETURNED A STATUS
012260*                            THIS PROGRAM DOES NOT EXPECT.
012270*                            REPORT IT AND STOP THE STEP RATHER
012280*                            THAN REPORT FROM BAD DATA.
012290*****************************************************************
012300 9900-ABEND-FILE-ERROR.
012310     DISPLAY WS-ABEND-MESSAGE.
012320     MOVE 16 TO RETURN-CODE.
012330     STOP RUN.
