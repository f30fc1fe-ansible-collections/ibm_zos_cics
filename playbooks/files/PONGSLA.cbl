000010*****************************************************************
000020* PROGRAM      : PONGSLA
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : MONTHLY SERVICE-LEVEL REPORT OVER THE PONGSWR
000070*                SWEEP RESULTS AND PONGALRT ALERT FILES, DRIVEN
000080*                BY ITS OWN JCL (SEE PONGSLAJ). FOR THE MONTH ON
000090*                THE PARMCARD IT PRINTS ONE LINE PER REGION:
000100*                SWEEPS, CLEAN AND FAILED SWEEPS, PLANNED SKIPS,
000110*                PERCENT CLEAN, THE LONGEST RUN OF CONSECUTIVE
000120*                FAILED SWEEPS, ALERTS RAISED, ALERTS CLOSED
000130*                WITH THEIR MEAN AND WORST MINUTES FROM RAISED
000140*                TO CLOSED, AND ALERTS STILL OPEN AT MONTH END;
000150*                THEN A PLEX TOTAL LINE AND A SUMMARY. A SWEEP
000160*                IS CLEAN WHEN THE LINK WORKED AND PONG HANDED
000170*                BACK RC-NORMAL, AND FAILED OTHERWISE, AS IN THE
000180*                PONGSWM MORNING REPORT. SWEEPS SKIPPED AS
000190*                PLANNED (SUSPENDED OR IN A PONGROST MAINTENANCE
000200*                WINDOW) ARE SHOWN BUT ARE NEITHER CLEAN NOR
000210*                FAILED - THEY DO NOT COUNT AGAINST THE REGION
000220*                AND DO NOT BREAK OR EXTEND A RUN OF FAILURES.
000230*                ALERTS RAISED COUNTS ALERTS RAISED IN THE
000240*                MONTH; THE TIME-TO-CLOSE FIGURES COVER ALERTS
000250*                CLOSED IN THE MONTH, WHENEVER RAISED; AN ALERT
000260*                IS OPEN AT MONTH END WHEN IT WAS RAISED BY THEN
000270*                AND NOT CLOSED BY THEN. A REGION WHOSE PERCENT
000280*                CLEAN IS BELOW THE AVAILABILITY TARGET ON THE
000290*                PARMCARD IS FLAGGED AND ENDS THE STEP WITH
000300*                RETURN CODE 4. THE SWEEP FILE KNOWS A REGION BY
000310*                ITS SYSID AND THE ALERT FILE BY ITS APPLID, SO
000320*                THE CARDS AFTER THE PARMCARD PAIR THEM UP; A
000330*                REGION WITHOUT A CARD IS STILL REPORTED, WITH
000340*                ONLY ITS SWEEP OR ITS ALERT FIGURES.
000350*****************************************************************
000360* MODIFICATION HISTORY
000370* DATE       INIT DESCRIPTION
000380* ---------- ---- ------------------------------------------------
000390* 10/15/2026 WPY  ORIGINAL PROGRAM.
000393* 10/15/2026 WPY  COUNT A CLOSURE WITH UNUSABLE TIMES AS CLOSED;
000396*                 THE MEAN IS TAKEN OVER THE TIMED CLOSURES.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.      PONGSLA.
000430 AUTHOR.          WILL YATES.
000440 INSTALLATION.    APPLICATION DEVELOPMENT.
000450 DATE-WRITTEN.    10/15/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490
000500 INPUT-OUTPUT SECTION.
000510
000520 FILE-CONTROL.
000530     SELECT SWEEP-FILE      ASSIGN   TO SWEEPIN
000540                            ORGANIZATION IS INDEXED
000550                            ACCESS MODE  IS SEQUENTIAL
000560                            RECORD KEY   IS SR-KEY
000570                            FILE STATUS  IS WS-SWEEP-STATUS.
000580
000590     SELECT ALERT-FILE      ASSIGN   TO ALERTIN
000600                            ORGANIZATION IS INDEXED
000610                            ACCESS MODE  IS SEQUENTIAL
000620                            RECORD KEY   IS AL-KEY
000630                            FILE STATUS  IS WS-ALERT-STATUS.
000640
000650     SELECT PARM-FILE       ASSIGN   TO PARMCARD
000660                            ORGANIZATION IS SEQUENTIAL
000670                            FILE STATUS  IS WS-PARM-STATUS.
000680
000690     SELECT REPORT-FILE     ASSIGN   TO PRTOUT
000700                            ORGANIZATION IS LINE SEQUENTIAL
000710                            FILE STATUS  IS WS-REPORT-STATUS.
000720
000730 DATA DIVISION.
000740
000750 FILE SECTION.
000760
000770 FD  SWEEP-FILE
000780     RECORD CONTAINS 61 CHARACTERS.
000790 01  PONGSWR-RECORD.
000800     COPY PONGSWR.
000810
000820 FD  ALERT-FILE
000830     RECORD CONTAINS 105 CHARACTERS.
000840 01  PONGALRT-RECORD.
000850     COPY PONGALRT.
000860
000870 FD  PARM-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  PARM-RECORD                 PIC X(80).
000900
000910 FD  REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  REPORT-LINE                 PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960
000970*----------------------------------------------------------------
000980* FILE STATUS AND END-OF-FILE SWITCHES.
000990*----------------------------------------------------------------
001000 01  WS-SWEEP-STATUS             PIC X(02)  VALUE '00'.
001010     88 SWEEP-STATUS-OK              VALUE '00'.
001020     88 SWEEP-STATUS-EOF             VALUE '10'.
001030     88 SWEEP-STATUS-NOTFND          VALUE '23'.
001040 01  WS-ALERT-STATUS             PIC X(02)  VALUE '00'.
001050     88 ALERT-STATUS-OK              VALUE '00'.
001060     88 ALERT-STATUS-EOF             VALUE '10'.
001070 01  WS-PARM-STATUS              PIC X(02)  VALUE '00'.
001080     88 PARM-STATUS-OK               VALUE '00'.
001090     88 PARM-STATUS-EOF              VALUE '10'.
001100 01  WS-REPORT-STATUS            PIC X(02)  VALUE '00'.
001110     88 REPORT-STATUS-OK             VALUE '00'.
001120
001130*----------------------------------------------------------------
001140* ABEND MESSAGE ISSUED WHEN A FILE OPERATION RETURNS A STATUS
001150* THIS PROGRAM DOES NOT EXPECT, OR THE PARMCARD IS UNUSABLE.
001160*----------------------------------------------------------------
001170 01  WS-ABEND-MESSAGE.
001180     05 FILLER                   PIC X(20)
001190            VALUE 'PONGSLA FILE ERROR: '.
001200     05 WS-ABEND-OPERATION       PIC X(30).
001210     05 FILLER                   PIC X(10)  VALUE ' STATUS = '.
001220     05 WS-ABEND-STATUS          PIC X(02).
001230     05 FILLER                   PIC X(70)  VALUE SPACES.
001240
001250 01  WS-SWITCHES.
001260     05 WS-SWEEP-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001270         88 END-OF-SWEEP-FILE        VALUE 'Y'.
001280     05 WS-ALERT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001290         88 END-OF-ALERT-FILE        VALUE 'Y'.
001300     05 WS-PARM-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001310         88 END-OF-PARM-FILE         VALUE 'Y'.
001320     05 WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001330         88 REGION-FOUND             VALUE 'Y'.
001340         88 REGION-NOT-FOUND         VALUE 'N'.
001350     05 WS-RAISED-SWITCH         PIC X(01)  VALUE 'N'.
001360         88 RAISED-IN-MONTH          VALUE 'Y'.
001370     05 WS-CLOSED-SWITCH         PIC X(01)  VALUE 'N'.
001380         88 CLOSED-IN-MONTH          VALUE 'Y'.
001390     05 WS-OPEN-SWITCH           PIC X(01)  VALUE 'N'.
001400         88 OPEN-AT-MONTH-END        VALUE 'Y'.
001410     05 WS-STAMP-SWITCH          PIC X(01)  VALUE 'N'.
001420         88 STAMP-VALID              VALUE 'Y'.
001430         88 STAMP-NOT-VALID          VALUE 'N'.
001440
001450*----------------------------------------------------------------
001460* THE PARMCARD: REPORT MONTH (YYYYMM, COLUMNS 1-6, BLANK FOR
001470* LAST MONTH) AND THE AVAILABILITY TARGET AS A PERCENTAGE WITH
001480* TWO DECIMALS (COLUMNS 8-13, E.G. 099.50).
001490*----------------------------------------------------------------
001500 01  WS-PARM-CARD.
001510     05 WS-PARM-MONTH            PIC X(06).
001520     05 FILLER                   PIC X(01).
001530     05 WS-PARM-TARGET.
001540         10 WS-PARM-TARGET-WHOLE PIC X(03).
001550         10 WS-PARM-TARGET-POINT PIC X(01).
001560         10 WS-PARM-TARGET-FRACT PIC X(02).
001570     05 FILLER                   PIC X(67).
001580
001590*----------------------------------------------------------------
001600* A REGION CROSS-REFERENCE CARD, ONE PER REGION AFTER THE
001610* PARMCARD: SYSID IN COLUMNS 1-4, APPLID IN COLUMNS 6-13. AN
001620* ASTERISK IN COLUMN 1 MARKS A COMMENT.
001630*----------------------------------------------------------------
001640 01  WS-XREF-CARD.
001650     05 WS-XREF-SYSID            PIC X(04).
001660     05 FILLER                   PIC X(01).
001670     05 WS-XREF-APPLID           PIC X(08).
001680     05 FILLER                   PIC X(67).
001690 01  WS-XREF-CARD-FLAG REDEFINES WS-XREF-CARD.
001700     05 WS-XREF-COLUMN-1         PIC X(01).
001710         88 XREF-COMMENT-CARD        VALUE '*'.
001720     05 FILLER                   PIC X(79).
001730
001740 01  WS-XREF-REJECTS             PIC 9(03)  COMP   VALUE ZERO.
001750
001760 01  WS-REPORT-MONTH             PIC X(06).
001770 01  WS-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
001780     05 WS-MONTH-YEAR            PIC 9(04).
001790     05 WS-MONTH-MONTH           PIC 9(02).
001800 01  WS-MONTH-START.
001810     05 WS-MONTH-START-YYYYMM    PIC X(06).
001820     05 FILLER                   PIC X(02)  VALUE '01'.
001830
001840 01  WS-TODAY                    PIC 9(08).
001850 01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
001860     05 WS-TODAY-YEAR            PIC 9(04).
001870     05 WS-TODAY-MONTH           PIC 9(02).
001880     05 WS-TODAY-DAY             PIC 9(02).
001890
001900 01  WS-TARGET-WHOLE             PIC 9(03).
001910 01  WS-TARGET-FRACT             PIC 9(02).
001920 01  WS-TARGET-PCT               PIC 9(03)V9(02) VALUE ZERO.
001930
001940*----------------------------------------------------------------
001950* ONE ENTRY PER REGION SEEN IN THE MONTH, IN THE ORDER THEY
001960* WERE FIRST MET: THE CROSS-REFERENCE CARDS, THEN SWEEPS, THEN
001970* ALERTS. THE ENTRY AFTER THE LAST REGION CARRIES THE PLEX
001980* TOTALS. A RUN OF FAILURES IS KEPT PER REGION BECAUSE THE
001990* SWEEP FILE ARRIVES IN DATE ORDER WITH THE REGIONS OF EACH
002000* SWEEP INTERLEAVED.
002010*----------------------------------------------------------------
002020 01  WS-MAX-REGIONS              PIC 9(03)  COMP   VALUE 100.
002030
002040 01  WS-REGION-TABLE.
002050     05 WS-REGION-COUNT          PIC 9(03)  COMP   VALUE ZERO.
002060     05 WS-REGION-ENTRY          OCCURS 101 TIMES.
002070         10 WS-RGN-SYSID         PIC X(04).
002080         10 WS-RGN-APPLID        PIC X(08).
002090         10 WS-RGN-NAME          PIC X(20).
002100         10 WS-RGN-CLEAN         PIC 9(07)  COMP-3.
002110         10 WS-RGN-FAILED        PIC 9(07)  COMP-3.
002120         10 WS-RGN-PLANNED       PIC 9(07)  COMP-3.
002130         10 WS-RGN-FAIL-RUN      PIC 9(07)  COMP-3.
002140         10 WS-RGN-LONGEST-RUN   PIC 9(07)  COMP-3.
002150         10 WS-RGN-RAISED        PIC 9(07)  COMP-3.
002160         10 WS-RGN-CLOSED        PIC 9(07)  COMP-3.
002165         10 WS-RGN-TIMED         PIC 9(07)  COMP-3.
002170         10 WS-RGN-TTC-TOTAL     PIC 9(11)  COMP-3.
002180         10 WS-RGN-TTC-WORST     PIC 9(09)  COMP-3.
002190         10 WS-RGN-OPEN          PIC 9(07)  COMP-3.
002200
002210 01  WS-RGN-SUB                  PIC 9(03)  COMP.
002220 01  WS-RGN-SLOT                 PIC 9(03)  COMP.
002230 01  WS-PLEX-SUB                 PIC 9(03)  COMP.
002240 01  WS-LOOKUP-SYSID             PIC X(04).
002250 01  WS-LOOKUP-APPLID            PIC X(08).
002260 01  WS-REGIONS-DROPPED          PIC 9(05)  COMP-3 VALUE ZERO.
002270 01  WS-BELOW-TARGET-COUNT       PIC 9(03)  COMP   VALUE ZERO.
002280
002290 01  WS-COUNTED-SWEEPS           PIC 9(07)  COMP-3.
002300 01  WS-CLEAN-PCT                PIC 9(03)V9(02).
002310 01  WS-MEAN-MINUTES             PIC 9(09)  COMP-3.
002320
002330*----------------------------------------------------------------
002340* MINUTE STAMPS FOR RAISED-TO-CLOSED TIMES: SERIAL DAY NUMBER
002350* TIMES 1440 PLUS MINUTES INTO THE DAY. SERIAL DAYS ARE THE
002360* SAME CALCULATION AS THE PONGALW ALERT WORKBENCH; THE
002370* CUMULATIVE MONTH TABLE IS FOR A NON-LEAP YEAR AND LEAP DAYS
002380* ARE COUNTED FROM THE PRIOR YEAR IN JANUARY AND FEBRUARY.
002390*----------------------------------------------------------------
002400 01  WS-STAMP-DATE               PIC 9(08).
002410 01  WS-STAMP-TIME               PIC 9(06).
002420 01  WS-STAMP-TIME-SPLIT REDEFINES WS-STAMP-TIME.
002430     05 WS-STAMP-HOURS           PIC 9(02).
002440     05 WS-STAMP-MINUTES         PIC 9(02).
002450     05 WS-STAMP-SECONDS         PIC 9(02).
002460 01  WS-STAMP-RESULT             PIC S9(11) COMP-3.
002470 01  WS-RAISED-STAMP             PIC S9(11) COMP-3.
002480 01  WS-CLOSED-STAMP             PIC S9(11) COMP-3.
002490 01  WS-TTC-MINUTES              PIC S9(11) COMP-3.
002500
002510 01  WS-SER-DATE                 PIC 9(08).
002520 01  WS-SER-DATE-SPLIT REDEFINES WS-SER-DATE.
002530     05 WS-SER-YEAR              PIC 9(04).
002540     05 WS-SER-MONTH             PIC 9(02).
002550     05 WS-SER-DAY               PIC 9(02).
002560 01  WS-SER-LEAP-YEAR            PIC 9(04).
002570 01  WS-SER-LEAP-QUOTIENT        PIC S9(04) COMP.
002580 01  WS-SER-SERIAL               PIC S9(09) COMP-3.
002590
002600 01  WS-MONTH-DAY-VALUES.
002610     05 FILLER                   PIC 9(03)  VALUE 000.
002620     05 FILLER                   PIC 9(03)  VALUE 031.
002630     05 FILLER                   PIC 9(03)  VALUE 059.
002640     05 FILLER                   PIC 9(03)  VALUE 090.
002650     05 FILLER                   PIC 9(03)  VALUE 120.
002660     05 FILLER                   PIC 9(03)  VALUE 151.
002670     05 FILLER                   PIC 9(03)  VALUE 181.
002680     05 FILLER                   PIC 9(03)  VALUE 212.
002690     05 FILLER                   PIC 9(03)  VALUE 243.
002700     05 FILLER                   PIC 9(03)  VALUE 273.
002710     05 FILLER                   PIC 9(03)  VALUE 304.
002720     05 FILLER                   PIC 9(03)  VALUE 334.
002730 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
002740     05 WS-CUM-MONTH-DAYS        PIC 9(03)  OCCURS 12 TIMES.
002750
002760*----------------------------------------------------------------
002770* REPORT HEADING, DETAIL, AND SUMMARY LINES. THE TWO COLUMN
002780* HEADING LINES FOLLOW THE DETAIL LINE FIELD FOR FIELD.
002790*----------------------------------------------------------------
002800 01  HDG-LINE-1.
002810     05 FILLER                   PIC X(44)
002820            VALUE 'PONG MONTHLY SERVICE LEVEL REPORT           '.
002830     05 FILLER                   PIC X(88)  VALUE SPACES.
002840
002850 01  HDG-LINE-2.
002860     05 FILLER                   PIC X(14)
002870            VALUE 'MONTH        :'.
002880     05 FILLER                   PIC X(01)  VALUE SPACE.
002890     05 HDG-MONTH                PIC X(06).
002900     05 FILLER                   PIC X(05)  VALUE SPACES.
002910     05 FILLER                   PIC X(22)
002920            VALUE 'AVAILABILITY TARGET : '.
002930     05 HDG-TARGET               PIC ZZ9.99.
002940     05 FILLER                   PIC X(02)  VALUE ' %'.
002950     05 FILLER                   PIC X(76)  VALUE SPACES.
002960
002970 01  HDG-LINE-3.
002980     05 FILLER                   PIC X(37)  VALUE SPACES.
002990     05 FILLER                   PIC X(07)  VALUE ' SWEEPS'.
003000     05 FILLER                   PIC X(01)  VALUE SPACE.
003010     05 FILLER                   PIC X(07)  VALUE '  CLEAN'.
003020     05 FILLER                   PIC X(01)  VALUE SPACE.
003030     05 FILLER                   PIC X(07)  VALUE ' FAILED'.
003040     05 FILLER                   PIC X(01)  VALUE SPACE.
003050     05 FILLER                   PIC X(07)  VALUE 'PLANNED'.
003060     05 FILLER                   PIC X(01)  VALUE SPACE.
003070     05 FILLER                   PIC X(06)  VALUE ' CLEAN'.
003080     05 FILLER                   PIC X(01)  VALUE SPACE.
003090     05 FILLER                   PIC X(06)  VALUE 'LONGST'.
003100     05 FILLER                   PIC X(01)  VALUE SPACE.
003110     05 FILLER                   PIC X(06)  VALUE 'ALERTS'.
003120     05 FILLER                   PIC X(01)  VALUE SPACE.
003130     05 FILLER                   PIC X(06)  VALUE 'ALERTS'.
003140     05 FILLER                   PIC X(01)  VALUE SPACE.
003150     05 FILLER                   PIC X(07)  VALUE '   MEAN'.
003160     05 FILLER                   PIC X(01)  VALUE SPACE.
003170     05 FILLER                   PIC X(07)  VALUE '  WORST'.
003180     05 FILLER                   PIC X(01)  VALUE SPACE.
003190     05 FILLER                   PIC X(06)  VALUE '  OPEN'.
003200     05 FILLER                   PIC X(13)  VALUE SPACES.
003210
003220 01  HDG-LINE-4.
003230     05 FILLER                   PIC X(06)  VALUE ' SYSID'.
003240     05 FILLER                   PIC X(01)  VALUE SPACE.
003250     05 FILLER                   PIC X(08)  VALUE 'APPLID  '.
003260     05 FILLER                   PIC X(01)  VALUE SPACE.
003270     05 FILLER                   PIC X(20)
003280            VALUE 'REGION NAME         '.
003290     05 FILLER                   PIC X(01)  VALUE SPACE.
003300     05 FILLER                   PIC X(07)  VALUE '  TOTAL'.
003310     05 FILLER                   PIC X(01)  VALUE SPACE.
003320     05 FILLER                   PIC X(07)  VALUE ' SWEEPS'.
003330     05 FILLER                   PIC X(01)  VALUE SPACE.
003340     05 FILLER                   PIC X(07)  VALUE ' SWEEPS'.
003350     05 FILLER                   PIC X(01)  VALUE SPACE.
003360     05 FILLER                   PIC X(07)  VALUE '  SKIPS'.
003370     05 FILLER                   PIC X(01)  VALUE SPACE.
003380     05 FILLER                   PIC X(06)  VALUE '   PCT'.
003390     05 FILLER                   PIC X(01)  VALUE SPACE.
003400     05 FILLER                   PIC X(06)  VALUE ' F-RUN'.
003410     05 FILLER                   PIC X(01)  VALUE SPACE.
003420     05 FILLER                   PIC X(06)  VALUE 'RAISED'.
003430     05 FILLER                   PIC X(01)  VALUE SPACE.
003440     05 FILLER                   PIC X(06)  VALUE 'CLOSED'.
003450     05 FILLER                   PIC X(01)  VALUE SPACE.
003460     05 FILLER                   PIC X(07)  VALUE 'TTC MIN'.
003470     05 FILLER                   PIC X(01)  VALUE SPACE.
003480     05 FILLER                   PIC X(07)  VALUE 'TTC MIN'.
003490     05 FILLER                   PIC X(01)  VALUE SPACE.
003500     05 FILLER                   PIC X(06)  VALUE 'AT END'.
003510     05 FILLER                   PIC X(01)  VALUE SPACE.
003520     05 FILLER                   PIC X(12)  VALUE 'NOTE'.
003530
003540 01  REGION-DETAIL-LINE.
003550     05 FILLER                   PIC X(02)  VALUE SPACES.
003560     05 RDL-SYSID                PIC X(04).
003570     05 FILLER                   PIC X(01)  VALUE SPACE.
003580     05 RDL-APPLID               PIC X(08).
003590     05 FILLER                   PIC X(01)  VALUE SPACE.
003600     05 RDL-NAME                 PIC X(20).
003610     05 FILLER                   PIC X(01)  VALUE SPACE.
003620     05 RDL-SWEEPS               PIC ZZZ,ZZ9.
003630     05 FILLER                   PIC X(01)  VALUE SPACE.
003640     05 RDL-CLEAN                PIC ZZZ,ZZ9.
003650     05 FILLER                   PIC X(01)  VALUE SPACE.
003660     05 RDL-FAILED               PIC ZZZ,ZZ9.
003670     05 FILLER                   PIC X(01)  VALUE SPACE.
003680     05 RDL-PLANNED              PIC ZZZ,ZZ9.
003690     05 FILLER                   PIC X(01)  VALUE SPACE.
003700     05 RDL-CLEAN-PCT            PIC ZZ9.99.
003710     05 FILLER                   PIC X(01)  VALUE SPACE.
003720     05 RDL-LONGEST-RUN          PIC ZZ,ZZ9.
003730     05 FILLER                   PIC X(01)  VALUE SPACE.
003740     05 RDL-RAISED               PIC ZZ,ZZ9.
003750     05 FILLER                   PIC X(01)  VALUE SPACE.
003760     05 RDL-CLOSED               PIC ZZ,ZZ9.
003770     05 FILLER                   PIC X(01)  VALUE SPACE.
003780     05 RDL-MEAN-TTC             PIC ZZZ,ZZ9.
003790     05 FILLER                   PIC X(01)  VALUE SPACE.
003800     05 RDL-WORST-TTC            PIC ZZZ,ZZ9.
003810     05 FILLER                   PIC X(01)  VALUE SPACE.
003820     05 RDL-OPEN                 PIC ZZ,ZZ9.
003830     05 FILLER                   PIC X(01)  VALUE SPACE.
003840     05 RDL-NOTE                 PIC X(12).
003850
003860 01  NO-REGION-LINE.
003870     05 FILLER                   PIC X(44)
003880            VALUE '  NO SWEEPS OR ALERTS FOR THE MONTH - HAS PS'.
003890     05 FILLER                   PIC X(15)
003895            VALUE 'WP BEEN RUNNING'.
003900     05 FILLER                   PIC X(73)  VALUE SPACES.
003910
003920 01  PLEX-HDG-LINE.
003930     05 FILLER                   PIC X(44)
003940            VALUE 'PLEX SUMMARY                                '.
003950     05 FILLER                   PIC X(88)  VALUE SPACES.
003960
003970 01  REGION-SUMMARY-LINE.
003980     05 FILLER                   PIC X(23)
003990            VALUE 'REGIONS REPORTED     : '.
004000     05 SUM-REGION-COUNT         PIC ZZ9.
004010     05 FILLER                   PIC X(106) VALUE SPACES.
004020
004030 01  BELOW-SUMMARY-LINE.
004040     05 FILLER                   PIC X(23)
004050            VALUE 'REGIONS BELOW TARGET : '.
004060     05 SUM-BELOW-COUNT          PIC ZZ9.
004070     05 FILLER                   PIC X(106) VALUE SPACES.
004080
004090 01  DROPPED-SUMMARY-LINE.
004100     05 FILLER                   PIC X(23)
004110            VALUE 'RECORDS NOT REPORTED : '.
004120     05 SUM-DROPPED-COUNT        PIC ZZ,ZZ9.
004130     05 FILLER                   PIC X(44)
004140            VALUE ' - REGION TABLE FULL, RAISE WS-MAX-REGIONS  '.
004150     05 FILLER                   PIC X(59)  VALUE SPACES.
004160
004170 01  XREF-SUMMARY-LINE.
004180     05 FILLER                   PIC X(23)
004190            VALUE 'XREF CARDS REJECTED  : '.
004200     05 SUM-XREF-REJECTS         PIC ZZ9.
004210     05 FILLER                   PIC X(13)  VALUE ' (SEE SYSOUT)'.
004220     05 FILLER                   PIC X(93)  VALUE SPACES.
004230
004240 PROCEDURE DIVISION.
004250
004260*****************************************************************
004270* 0000-MAINLINE  --  TALLY THE MONTH'S SWEEPS AND ALERTS BY
004280*                    REGION AND PRINT THE SERVICE LEVELS.
004290*****************************************************************
004300 0000-MAINLINE.
004310     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004320     PERFORM 2000-PROCESS-SWEEP   THRU 2000-EXIT
004330         UNTIL END-OF-SWEEP-FILE.
004340     PERFORM 3000-PROCESS-ALERT   THRU 3000-EXIT
004350         UNTIL END-OF-ALERT-FILE.
004360     PERFORM 8000-PRODUCE-REPORT  THRU 8000-EXIT.
004370     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004380     STOP RUN.
004390
004400*****************************************************************
004410* 1000-INITIALIZE  --  OPEN THE FILES, READ THE PARMCARD AND
004420*                      THE CROSS-REFERENCE CARDS, AND PRIME
004430*                      BOTH READS. THE SWEEP FILE IS IN DATE
004440*                      ORDER, SO IT IS POSITIONED AT THE FIRST
004450*                      OF THE MONTH.
004460*****************************************************************
004470 1000-INITIALIZE.
004480     OPEN INPUT  SWEEP-FILE.
004490     IF NOT SWEEP-STATUS-OK
004500         MOVE 'OPEN INPUT SWEEP-FILE' TO WS-ABEND-OPERATION
004510         MOVE WS-SWEEP-STATUS TO WS-ABEND-STATUS
004520         GO TO 9900-ABEND-FILE-ERROR
004530     END-IF.
004540     OPEN INPUT  ALERT-FILE.
004550     IF NOT ALERT-STATUS-OK
004560         MOVE 'OPEN INPUT ALERT-FILE' TO WS-ABEND-OPERATION
004570         MOVE WS-ALERT-STATUS TO WS-ABEND-STATUS
004580         GO TO 9900-ABEND-FILE-ERROR
004590     END-IF.
004600     OPEN OUTPUT REPORT-FILE.
004610     IF NOT REPORT-STATUS-OK
004620         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
004630         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
004640         GO TO 9900-ABEND-FILE-ERROR
004650     END-IF.
004660     PERFORM 1100-READ-PARM THRU 1100-EXIT.
004670     MOVE WS-REPORT-MONTH TO WS-MONTH-START-YYYYMM.
004680     MOVE WS-MONTH-START  TO SR-SWEEP-DATE.
004690     MOVE ZERO            TO SR-SWEEP-TIME.
004700     MOVE LOW-VALUES      TO SR-SYSID.
004710     START SWEEP-FILE KEY IS NOT LESS THAN SR-KEY
004720         INVALID KEY
004730             SET END-OF-SWEEP-FILE TO TRUE
004740     END-START.
004750     IF NOT SWEEP-STATUS-OK
004760            AND NOT SWEEP-STATUS-NOTFND
004770         MOVE 'START SWEEP-FILE' TO WS-ABEND-OPERATION
004780         MOVE WS-SWEEP-STATUS TO WS-ABEND-STATUS
004790         GO TO 9900-ABEND-FILE-ERROR
004800     END-IF.
004810     IF NOT END-OF-SWEEP-FILE
004820         PERFORM 2100-READ-SWEEP THRU 2100-EXIT
004830     END-IF.
004840     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
004850 1000-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890* 1100-READ-PARM  --  THE FIRST CARD CARRIES THE REPORT MONTH
004900*                     AND THE AVAILABILITY TARGET; A BLANK
004910*                     MONTH MEANS LAST MONTH, SO THE JOB CAN BE
004920*                     SCHEDULED ON THE FIRST WITH NO CHANGE.
004930*                     THE TARGET MUST BE GIVEN. EVERY CARD
004940*                     AFTER THE FIRST IS A CROSS-REFERENCE
004950*                     CARD.
004960*****************************************************************
004970 1100-READ-PARM.
004980     OPEN INPUT PARM-FILE.
004990     IF NOT PARM-STATUS-OK
005000         MOVE 'OPEN INPUT PARM-FILE' TO WS-ABEND-OPERATION
005010         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005020         GO TO 9900-ABEND-FILE-ERROR
005030     END-IF.
005040     READ PARM-FILE INTO WS-PARM-CARD
005050         AT END
005060             MOVE 'READ PARM-FILE (EMPTY)' TO WS-ABEND-OPERATION
005070             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005080             GO TO 9900-ABEND-FILE-ERROR
005090     END-READ.
005100     IF WS-PARM-MONTH = SPACES
005110         ACCEPT WS-TODAY FROM DATE YYYYMMDD
005120         IF WS-TODAY-MONTH = 1
005130             MOVE 12 TO WS-TODAY-MONTH
005140             SUBTRACT 1 FROM WS-TODAY-YEAR
005150         ELSE
005160             SUBTRACT 1 FROM WS-TODAY-MONTH
005170         END-IF
005180         MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
005190     ELSE
005200         MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
005210     END-IF.
005220     IF WS-REPORT-MONTH IS NOT NUMERIC
005230         MOVE 'PARM MONTH NOT YYYYMM' TO WS-ABEND-OPERATION
005240         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005250         GO TO 9900-ABEND-FILE-ERROR
005260     END-IF.
005270     IF WS-MONTH-MONTH IS LESS THAN 1
005280            OR WS-MONTH-MONTH IS GREATER THAN 12
005290         MOVE 'PARM MONTH NOT YYYYMM' TO WS-ABEND-OPERATION
005300         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005310         GO TO 9900-ABEND-FILE-ERROR
005320     END-IF.
005330     IF WS-PARM-TARGET-WHOLE IS NOT NUMERIC
005340            OR WS-PARM-TARGET-POINT NOT = '.'
005350            OR WS-PARM-TARGET-FRACT IS NOT NUMERIC
005360         MOVE 'PARM TARGET NOT 999.99' TO WS-ABEND-OPERATION
005370         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005380         GO TO 9900-ABEND-FILE-ERROR
005390     END-IF.
005400     MOVE WS-PARM-TARGET-WHOLE TO WS-TARGET-WHOLE.
005410     MOVE WS-PARM-TARGET-FRACT TO WS-TARGET-FRACT.
005420     COMPUTE WS-TARGET-PCT = WS-TARGET-WHOLE
005430                           + WS-TARGET-FRACT / 100.
005440     IF WS-TARGET-PCT IS GREATER THAN 100
005450         MOVE 'PARM TARGET OVER 100.00' TO WS-ABEND-OPERATION
005460         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005470         GO TO 9900-ABEND-FILE-ERROR
005480     END-IF.
005490     PERFORM 1200-READ-XREF THRU 1200-EXIT.
005500     PERFORM 1300-ADD-XREF THRU 1300-EXIT
005510         UNTIL END-OF-PARM-FILE.
005520     CLOSE PARM-FILE.
005530 1100-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570* 1200-READ-XREF  --  READ THE NEXT CROSS-REFERENCE CARD.
005580*****************************************************************
005590 1200-READ-XREF.
005600     READ PARM-FILE INTO WS-XREF-CARD
005610         AT END
005620             SET END-OF-PARM-FILE TO TRUE
005630     END-READ.
005640     IF NOT PARM-STATUS-OK
005650            AND NOT PARM-STATUS-EOF
005660         MOVE 'READ PARM-FILE' TO WS-ABEND-OPERATION
005670         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005680         GO TO 9900-ABEND-FILE-ERROR
005690     END-IF.
005700 1200-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740* 1300-ADD-XREF  --  START A REGION ENTRY FOR ONE SYSID/APPLID
005750*                    PAIR. A CARD MISSING EITHER HALF, OR
005760*                    NAMING A SYSID OR APPLID ALREADY PAIRED,
005770*                    IS REJECTED ON SYSOUT AND SETS RETURN
005780*                    CODE 4 - THE REPORT STILL RUNS.
005790*****************************************************************
005800 1300-ADD-XREF.
005810     IF XREF-COMMENT-CARD OR WS-XREF-CARD = SPACES
005820         PERFORM 1200-READ-XREF THRU 1200-EXIT
005830         GO TO 1300-EXIT
005840     END-IF.
005850     IF WS-XREF-SYSID = SPACES OR WS-XREF-APPLID = SPACES
005860         DISPLAY 'PONGSLA XREF CARD REJECTED - SYSID AND '
005870             'APPLID BOTH REQUIRED: ' WS-XREF-CARD (1:13)
005880         ADD 1 TO WS-XREF-REJECTS
005890         PERFORM 1200-READ-XREF THRU 1200-EXIT
005900         GO TO 1300-EXIT
005910     END-IF.
005920     MOVE WS-XREF-SYSID  TO WS-LOOKUP-SYSID.
005930     MOVE WS-XREF-APPLID TO WS-LOOKUP-APPLID.
005940     SET REGION-NOT-FOUND TO TRUE.
005950     PERFORM 4050-MATCH-XREF THRU 4050-EXIT
005960         VARYING WS-RGN-SUB FROM 1 BY 1
005970         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT
005980            OR REGION-FOUND.
005990     IF REGION-FOUND
006000         DISPLAY 'PONGSLA XREF CARD REJECTED - SYSID OR '
006010             'APPLID ALREADY PAIRED: ' WS-XREF-CARD (1:13)
006020         ADD 1 TO WS-XREF-REJECTS
006030         PERFORM 1200-READ-XREF THRU 1200-EXIT
006040         GO TO 1300-EXIT
006050     END-IF.
006060     PERFORM 4200-ADD-REGION THRU 4200-EXIT.
006070     IF REGION-FOUND
006080         MOVE WS-LOOKUP-SYSID  TO WS-RGN-SYSID (WS-RGN-SLOT)
006090         MOVE WS-LOOKUP-APPLID TO WS-RGN-APPLID (WS-RGN-SLOT)
006100     END-IF.
006110     PERFORM 1200-READ-XREF THRU 1200-EXIT.
006120 1300-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 2000-PROCESS-SWEEP  --  COUNT ONE REGION'S OUTCOME IN ONE
006170*                         SWEEP. THE FIRST SWEEP PAST THE MONTH
006175*                         ENDS THE PASS; ONE BEFORE IT (THE
006180*                         START SHOULD HAVE PASSED THEM ALL)
006185*                         IS IGNORED. A FAILURE LENGTHENS
006190*                         THE REGION'S CURRENT RUN OF FAILURES
006200*                         AND A CLEAN SWEEP ENDS IT; A PLANNED
006210*                         SKIP DOES NEITHER.
006220*****************************************************************
006230 2000-PROCESS-SWEEP.
006240     IF SR-SWEEP-DATE (1:6) IS GREATER THAN WS-REPORT-MONTH
006250         SET END-OF-SWEEP-FILE TO TRUE
006260         GO TO 2000-EXIT
006270     END-IF.
006274     IF SR-SWEEP-DATE (1:6) IS LESS THAN WS-REPORT-MONTH
006278         PERFORM 2100-READ-SWEEP THRU 2100-EXIT
006282         GO TO 2000-EXIT
006286     END-IF.
006290     MOVE SR-SYSID TO WS-LOOKUP-SYSID.
006294     PERFORM 4000-FIND-SYSID THRU 4000-EXIT.
006300     IF REGION-NOT-FOUND
006310         ADD 1 TO WS-REGIONS-DROPPED
006320         PERFORM 2100-READ-SWEEP THRU 2100-EXIT
006330         GO TO 2000-EXIT
006340     END-IF.
006350     MOVE SR-REGION-NAME TO WS-RGN-NAME (WS-RGN-SLOT).
006360     IF SR-SKIPPED-PLANNED
006370         ADD 1 TO WS-RGN-PLANNED (WS-RGN-SLOT)
006380     ELSE
006390     IF SR-LINK-OK AND SR-RETCODE = '00'
006400         ADD 1 TO WS-RGN-CLEAN (WS-RGN-SLOT)
006410         MOVE ZERO TO WS-RGN-FAIL-RUN (WS-RGN-SLOT)
006420     ELSE
006430         ADD 1 TO WS-RGN-FAILED (WS-RGN-SLOT)
006440         ADD 1 TO WS-RGN-FAIL-RUN (WS-RGN-SLOT)
006450         IF WS-RGN-FAIL-RUN (WS-RGN-SLOT) IS GREATER THAN
006460                WS-RGN-LONGEST-RUN (WS-RGN-SLOT)
006470             MOVE WS-RGN-FAIL-RUN (WS-RGN-SLOT)
006480                 TO WS-RGN-LONGEST-RUN (WS-RGN-SLOT)
006490         END-IF
006500     END-IF
006510     END-IF.
006520     PERFORM 2100-READ-SWEEP THRU 2100-EXIT.
006530 2000-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570* 2100-READ-SWEEP  --  READ THE NEXT SWEEP RESULT RECORD.
006580*****************************************************************
006590 2100-READ-SWEEP.
006600     READ SWEEP-FILE NEXT RECORD
006610         AT END
006620             SET END-OF-SWEEP-FILE TO TRUE
006630     END-READ.
006640     IF NOT SWEEP-STATUS-OK
006650            AND NOT SWEEP-STATUS-EOF
006660         MOVE 'READ SWEEP-FILE' TO WS-ABEND-OPERATION
006670         MOVE WS-SWEEP-STATUS TO WS-ABEND-STATUS
006680         GO TO 9900-ABEND-FILE-ERROR
006690     END-IF.
006700 2100-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740* 3000-PROCESS-ALERT  --  TALLY ONE ALERT AND READ THE NEXT.
006750*****************************************************************
006760 3000-PROCESS-ALERT.
006770     PERFORM 3050-TALLY-ALERT THRU 3050-EXIT.
006780     PERFORM 3100-READ-ALERT  THRU 3100-EXIT.
006790 3000-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 3050-TALLY-ALERT  --  DECIDE WHAT ONE ALERT COUNTS TOWARDS:
006840*                       RAISED IN THE MONTH, CLOSED IN THE
006850*                       MONTH (WITH ITS TIME TO CLOSE), OR
006860*                       STILL OPEN AT MONTH END. AN ALERT
006870*                       RAISED AFTER THE MONTH, OR CLOSED
006880*                       BEFORE IT, COUNTS TOWARDS NOTHING AND
006890*                       DOES NOT PUT ITS REGION ON THE REPORT.
006900*****************************************************************
006910 3050-TALLY-ALERT.
006920     MOVE 'N' TO WS-RAISED-SWITCH.
006930     MOVE 'N' TO WS-CLOSED-SWITCH.
006940     MOVE 'N' TO WS-OPEN-SWITCH.
006950     IF AL-ALERT-DATE IS NOT NUMERIC
006960         GO TO 3050-EXIT
006970     END-IF.
006980     IF AL-ALERT-DATE (1:6) IS GREATER THAN WS-REPORT-MONTH
006990         GO TO 3050-EXIT
007000     END-IF.
007010     IF AL-ALERT-DATE (1:6) = WS-REPORT-MONTH
007020         SET RAISED-IN-MONTH TO TRUE
007030     END-IF.
007040     IF NOT AL-STATUS-CLOSED
007050         SET OPEN-AT-MONTH-END TO TRUE
007060     ELSE
007070     IF AL-CLOSED-DATE IS NUMERIC
007080         IF AL-CLOSED-DATE (1:6) = WS-REPORT-MONTH
007090             SET CLOSED-IN-MONTH TO TRUE
007100         ELSE
007110         IF AL-CLOSED-DATE (1:6) IS GREATER THAN WS-REPORT-MONTH
007120             SET OPEN-AT-MONTH-END TO TRUE
007130         END-IF
007140         END-IF
007150     END-IF
007160     END-IF.
007170     IF NOT RAISED-IN-MONTH
007180            AND NOT CLOSED-IN-MONTH
007190            AND NOT OPEN-AT-MONTH-END
007200         GO TO 3050-EXIT
007210     END-IF.
007220     MOVE AL-REGION-ID TO WS-LOOKUP-APPLID.
007230     PERFORM 4100-FIND-APPLID THRU 4100-EXIT.
007240     IF REGION-NOT-FOUND
007250         ADD 1 TO WS-REGIONS-DROPPED
007260         GO TO 3050-EXIT
007270     END-IF.
007280     IF RAISED-IN-MONTH
007290         ADD 1 TO WS-RGN-RAISED (WS-RGN-SLOT)
007300     END-IF.
007310     IF OPEN-AT-MONTH-END
007320         ADD 1 TO WS-RGN-OPEN (WS-RGN-SLOT)
007330     END-IF.
007340     IF CLOSED-IN-MONTH
007350         PERFORM 3200-TIME-TO-CLOSE THRU 3200-EXIT
007360     END-IF.
007370 3050-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410* 3100-READ-ALERT  --  READ THE NEXT ALERT RECORD.
007420*****************************************************************
007430 3100-READ-ALERT.
007440     READ ALERT-FILE NEXT RECORD
007450         AT END
007460             SET END-OF-ALERT-FILE TO TRUE
007470     END-READ.
007480     IF NOT ALERT-STATUS-OK
007490            AND NOT ALERT-STATUS-EOF
007500         MOVE 'READ ALERT-FILE' TO WS-ABEND-OPERATION
007510         MOVE WS-ALERT-STATUS TO WS-ABEND-STATUS
007520         GO TO 9900-ABEND-FILE-ERROR
007530     END-IF.
007540 3100-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580* 3200-TIME-TO-CLOSE  --  MINUTES FROM RAISED TO CLOSED FOR AN
007590*                         ALERT CLOSED IN THE MONTH. A CLOSURE
007600*                         WITH NO USABLE TIMES IS COUNTED AS
007610*                         CLOSED BUT LEFT OUT OF THE MEAN AND
007620*                         WORST; A CLOSURE STAMPED BEFORE ITS
007630*                         RAISE COUNTS AS ZERO MINUTES.
007640*****************************************************************
007650 3200-TIME-TO-CLOSE.
007655     ADD 1 TO WS-RGN-CLOSED (WS-RGN-SLOT).
007660     MOVE AL-ALERT-DATE TO WS-STAMP-DATE.
007670     MOVE AL-ALERT-TIME TO WS-STAMP-TIME.
007680     PERFORM 6000-MINUTE-STAMP THRU 6000-EXIT.
007690     IF STAMP-NOT-VALID
007700         GO TO 3200-EXIT
007710     END-IF.
007720     MOVE WS-STAMP-RESULT TO WS-RAISED-STAMP.
007730     MOVE AL-CLOSED-DATE TO WS-STAMP-DATE.
007740     IF AL-CLOSED-TIME IS NUMERIC
007750         MOVE AL-CLOSED-TIME TO WS-STAMP-TIME
007760     ELSE
007770         GO TO 3200-EXIT
007780     END-IF.
007790     PERFORM 6000-MINUTE-STAMP THRU 6000-EXIT.
007800     IF STAMP-NOT-VALID
007810         GO TO 3200-EXIT
007820     END-IF.
007830     MOVE WS-STAMP-RESULT TO WS-CLOSED-STAMP.
007840     COMPUTE WS-TTC-MINUTES = WS-CLOSED-STAMP - WS-RAISED-STAMP.
007850     IF WS-TTC-MINUTES IS LESS THAN ZERO
007860         MOVE ZERO TO WS-TTC-MINUTES
007870     END-IF.
007880     ADD 1 TO WS-RGN-TIMED (WS-RGN-SLOT).
007890     ADD WS-TTC-MINUTES TO WS-RGN-TTC-TOTAL (WS-RGN-SLOT).
007900     IF WS-TTC-MINUTES IS GREATER THAN
007910            WS-RGN-TTC-WORST (WS-RGN-SLOT)
007920         MOVE WS-TTC-MINUTES TO WS-RGN-TTC-WORST (WS-RGN-SLOT)
007930     END-IF.
007940 3200-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980* 4000-FIND-SYSID  --  POINT WS-RGN-SLOT AT THE ENTRY FOR
007990*                      WS-LOOKUP-SYSID, STARTING ONE WHEN THE
008000*                      SYSID IS NEW. REGION-NOT-FOUND ON
008010*                      RETURN MEANS THE TABLE IS FULL.
008020*****************************************************************
008030 4000-FIND-SYSID.
008040     SET REGION-NOT-FOUND TO TRUE.
008050     PERFORM 4010-MATCH-SYSID THRU 4010-EXIT
008060         VARYING WS-RGN-SUB FROM 1 BY 1
008070         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT
008080            OR REGION-FOUND.
008090     IF REGION-FOUND
008100         GO TO 4000-EXIT
008110     END-IF.
008120     PERFORM 4200-ADD-REGION THRU 4200-EXIT.
008130     IF REGION-FOUND
008140         MOVE WS-LOOKUP-SYSID TO WS-RGN-SYSID (WS-RGN-SLOT)
008150     END-IF.
008160 4000-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 4010-MATCH-SYSID  --  COMPARE ONE ENTRY'S SYSID.
008210*****************************************************************
008220 4010-MATCH-SYSID.
008230     IF WS-RGN-SYSID (WS-RGN-SUB) = WS-LOOKUP-SYSID
008240         MOVE WS-RGN-SUB TO WS-RGN-SLOT
008250         SET REGION-FOUND TO TRUE
008260     END-IF.
008270 4010-EXIT.
008280     EXIT.
008290
008300*****************************************************************
008310* 4050-MATCH-XREF  --  DOES ONE ENTRY ALREADY CARRY EITHER HALF
008320*                      OF A CROSS-REFERENCE PAIR.
008330*****************************************************************
008340 4050-MATCH-XREF.
008350     IF WS-RGN-SYSID (WS-RGN-SUB) = WS-LOOKUP-SYSID
008360            OR WS-RGN-APPLID (WS-RGN-SUB) = WS-LOOKUP-APPLID
008370         SET REGION-FOUND TO TRUE
008380     END-IF.
008390 4050-EXIT.
008400     EXIT.
008410
008420*****************************************************************
008430* 4100-FIND-APPLID  --  POINT WS-RGN-SLOT AT THE ENTRY FOR
008440*                       WS-LOOKUP-APPLID, STARTING ONE WHEN THE
008450*                       APPLID IS NEW. REGION-NOT-FOUND ON
008460*                       RETURN MEANS THE TABLE IS FULL.
008470*****************************************************************
008480 4100-FIND-APPLID.
008490     SET REGION-NOT-FOUND TO TRUE.
008500     PERFORM 4110-MATCH-APPLID THRU 4110-EXIT
008510         VARYING WS-RGN-SUB FROM 1 BY 1
008520         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT
008530            OR REGION-FOUND.
008540     IF REGION-FOUND
008550         GO TO 4100-EXIT
008560     END-IF.
008570     PERFORM 4200-ADD-REGION THRU 4200-EXIT.
008580     IF REGION-FOUND
008590         MOVE WS-LOOKUP-APPLID TO WS-RGN-APPLID (WS-RGN-SLOT)
008600     END-IF.
008610 4100-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650* 4110-MATCH-APPLID  --  COMPARE ONE ENTRY'S APPLID.
008660*****************************************************************
008670 4110-MATCH-APPLID.
008680     IF WS-RGN-APPLID (WS-RGN-SUB) = WS-LOOKUP-APPLID
008690         MOVE WS-RGN-SUB TO WS-RGN-SLOT
008700         SET REGION-FOUND TO TRUE
008710     END-IF.
008720 4110-EXIT.
008730     EXIT.
008740
008750*****************************************************************
008760* 4200-ADD-REGION  --  START A NEW, EMPTY REGION ENTRY AND
008770*                      POINT WS-RGN-SLOT AT IT. MORE REGIONS
008780*                      THAN THE TABLE HOLDS WOULD MEAN A ROSTER
008790*                      FAR PAST ANY PLAUSIBLE ESTATE - THE
008800*                      EXCESS IS COUNTED AND LEFT OFF.
008810*****************************************************************
008820 4200-ADD-REGION.
008830     IF WS-REGION-COUNT NOT LESS THAN WS-MAX-REGIONS
008840         SET REGION-NOT-FOUND TO TRUE
008850         GO TO 4200-EXIT
008860     END-IF.
008870     ADD 1 TO WS-REGION-COUNT.
008880     MOVE WS-REGION-COUNT TO WS-RGN-SLOT.
008890     PERFORM 4300-CLEAR-ENTRY THRU 4300-EXIT.
008900     SET REGION-FOUND TO TRUE.
008910 4200-EXIT.
008920     EXIT.
008930
008940*****************************************************************
008950* 4300-CLEAR-ENTRY  --  BLANK AND ZERO THE ENTRY AT WS-RGN-SLOT.
008960*****************************************************************
008970 4300-CLEAR-ENTRY.
008980     MOVE SPACES TO WS-RGN-SYSID (WS-RGN-SLOT).
008990     MOVE SPACES TO WS-RGN-APPLID (WS-RGN-SLOT).
009000     MOVE SPACES TO WS-RGN-NAME (WS-RGN-SLOT).
009010     MOVE ZERO   TO WS-RGN-CLEAN (WS-RGN-SLOT).
009020     MOVE ZERO   TO WS-RGN-FAILED (WS-RGN-SLOT).
009030     MOVE ZERO   TO WS-RGN-PLANNED (WS-RGN-SLOT).
009040     MOVE ZERO   TO WS-RGN-FAIL-RUN (WS-RGN-SLOT).
009050     MOVE ZERO   TO WS-RGN-LONGEST-RUN (WS-RGN-SLOT).
009060     MOVE ZERO   TO WS-RGN-RAISED (WS-RGN-SLOT).
009070     MOVE ZERO   TO WS-RGN-CLOSED (WS-RGN-SLOT).
009075     MOVE ZERO   TO WS-RGN-TIMED (WS-RGN-SLOT).
009080     MOVE ZERO   TO WS-RGN-TTC-TOTAL (WS-RGN-SLOT).
009090     MOVE ZERO   TO WS-RGN-TTC-WORST (WS-RGN-SLOT).
009100     MOVE ZERO   TO WS-RGN-OPEN (WS-RGN-SLOT).
009110 4300-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150* 6000-MINUTE-STAMP  --  TURN WS-STAMP-DATE AND WS-STAMP-TIME
009160*                        INTO MINUTES SINCE THE SERIAL EPOCH.
009170*                        A DATE THAT IS NOT A REAL MONTH AND
009180*                        DAY GIVES STAMP-NOT-VALID.
009190*****************************************************************
009200 6000-MINUTE-STAMP.
009210     SET STAMP-NOT-VALID TO TRUE.
009220     MOVE WS-STAMP-DATE TO WS-SER-DATE.
009230     IF WS-SER-MONTH IS LESS THAN 1
009240            OR WS-SER-MONTH IS GREATER THAN 12
009250            OR WS-SER-DAY IS LESS THAN 1
009260            OR WS-SER-DAY IS GREATER THAN 31
009270         GO TO 6000-EXIT
009280     END-IF.
009290     PERFORM 6500-DATE-TO-SERIAL THRU 6500-EXIT.
009300     COMPUTE WS-STAMP-RESULT = WS-SER-SERIAL * 1440
009310         + WS-STAMP-HOURS * 60 + WS-STAMP-MINUTES.
009320     SET STAMP-VALID TO TRUE.
009330 6000-EXIT.
009340     EXIT.
009350
009360*****************************************************************
009370* 6500-DATE-TO-SERIAL  --  TURN WS-SER-DATE INTO A SERIAL DAY
009380*                          NUMBER. ONLY DIFFERENCES BETWEEN TWO
009390*                          SERIALS ARE EVER USED, SO THE EPOCH
009400*                          IS ARBITRARY.
009410*****************************************************************
009420 6500-DATE-TO-SERIAL.
009430     MOVE WS-SER-YEAR TO WS-SER-LEAP-YEAR.
009440     IF WS-SER-MONTH IS LESS THAN 3
009450         SUBTRACT 1 FROM WS-SER-LEAP-YEAR
009460     END-IF.
009470     COMPUTE WS-SER-SERIAL = WS-SER-YEAR * 365
009480         + WS-CUM-MONTH-DAYS (WS-SER-MONTH) + WS-SER-DAY.
009490     DIVIDE WS-SER-LEAP-YEAR BY 4 GIVING WS-SER-LEAP-QUOTIENT.
009500     ADD WS-SER-LEAP-QUOTIENT TO WS-SER-SERIAL.
009510     DIVIDE WS-SER-LEAP-YEAR BY 100 GIVING WS-SER-LEAP-QUOTIENT.
009520     SUBTRACT WS-SER-LEAP-QUOTIENT FROM WS-SER-SERIAL.
009530     DIVIDE WS-SER-LEAP-YEAR BY 400 GIVING WS-SER-LEAP-QUOTIENT.
009540     ADD WS-SER-LEAP-QUOTIENT TO WS-SER-SERIAL.
009550 6500-EXIT.
009560     EXIT.
009570
009580*****************************************************************
009590* 8000-PRODUCE-REPORT  --  ONE LINE PER REGION, THEN THE PLEX
009600*                          TOTAL LINE AND THE SUMMARY. ANY
009610*                          REGION BELOW TARGET, ANY REJECTED
009620*                          CROSS-REFERENCE CARD, OR A FULL
009630*                          REGION TABLE SETS RETURN CODE 4.
009640*****************************************************************
009650 8000-PRODUCE-REPORT.
009660     MOVE WS-REPORT-MONTH TO HDG-MONTH.
009670     MOVE WS-TARGET-PCT   TO HDG-TARGET.
009680     WRITE REPORT-LINE FROM HDG-LINE-1.
009690     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009700     WRITE REPORT-LINE FROM HDG-LINE-2.
009710     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009720     IF WS-REGION-COUNT = ZERO
009730         WRITE REPORT-LINE FROM NO-REGION-LINE
009740         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
009750         MOVE 4 TO RETURN-CODE
009760         GO TO 8000-EXIT
009770     END-IF.
009780     WRITE REPORT-LINE FROM HDG-LINE-3.
009790     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009800     WRITE REPORT-LINE FROM HDG-LINE-4.
009810     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009820     COMPUTE WS-PLEX-SUB = WS-REGION-COUNT + 1.
009830     MOVE WS-PLEX-SUB TO WS-RGN-SLOT.
009840     PERFORM 4300-CLEAR-ENTRY THRU 4300-EXIT.
009850     MOVE 'PLEX'       TO WS-RGN-SYSID (WS-PLEX-SUB).
009860     MOVE 'PLEX TOTAL' TO WS-RGN-NAME (WS-PLEX-SUB).
009870     PERFORM 8100-PRINT-REGION THRU 8100-EXIT
009880         VARYING WS-RGN-SUB FROM 1 BY 1
009890         UNTIL WS-RGN-SUB IS GREATER THAN WS-REGION-COUNT.
009900     WRITE REPORT-LINE FROM PLEX-HDG-LINE.
009910     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009920     MOVE WS-PLEX-SUB TO WS-RGN-SUB.
009930     PERFORM 8200-FORMAT-LINE THRU 8200-EXIT.
009940     WRITE REPORT-LINE FROM REGION-DETAIL-LINE.
009950     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009960     MOVE WS-REGION-COUNT TO SUM-REGION-COUNT.
009970     WRITE REPORT-LINE FROM REGION-SUMMARY-LINE.
009980     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009990     MOVE WS-BELOW-TARGET-COUNT TO SUM-BELOW-COUNT.
010000     WRITE REPORT-LINE FROM BELOW-SUMMARY-LINE.
010010     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
010020     IF WS-REGIONS-DROPPED IS GREATER THAN ZERO
010030         MOVE WS-REGIONS-DROPPED TO SUM-DROPPED-COUNT
010040         WRITE REPORT-LINE FROM DROPPED-SUMMARY-LINE
010050         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
010060     END-IF.
010070     IF WS-XREF-REJECTS IS GREATER THAN ZERO
010080         MOVE WS-XREF-REJECTS TO SUM-XREF-REJECTS
010090         WRITE REPORT-LINE FROM XREF-SUMMARY-LINE
010100         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
010110     END-IF.
010120     IF WS-BELOW-TARGET-COUNT IS GREATER THAN ZERO
010130            OR WS-REGIONS-DROPPED IS GREATER THAN ZERO
010140            OR WS-XREF-REJECTS IS GREATER THAN ZERO
010150         MOVE 4 TO RETURN-CODE
010160     END-IF.
010170 8000-EXIT.
010180     EXIT.
010190
010200*****************************************************************
010210* 8100-PRINT-REGION  --  PRINT ONE REGION'S LINE AND ROLL ITS
010220*                        FIGURES INTO THE PLEX TOTAL. THE PLEX
010230*                        RUN OF FAILURES IS THE WORST SINGLE
010240*                        REGION'S.
010250*****************************************************************
010260 8100-PRINT-REGION.
010270     PERFORM 8200-FORMAT-LINE THRU 8200-EXIT.
010280     WRITE REPORT-LINE FROM REGION-DETAIL-LINE.
010290     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
010300     ADD WS-RGN-CLEAN (WS-RGN-SUB)
010310         TO WS-RGN-CLEAN (WS-PLEX-SUB).
010320     ADD WS-RGN-FAILED (WS-RGN-SUB)
010330         TO WS-RGN-FAILED (WS-PLEX-SUB).
010340     ADD WS-RGN-PLANNED (WS-RGN-SUB)
010350         TO WS-RGN-PLANNED (WS-PLEX-SUB).
010360     ADD WS-RGN-RAISED (WS-RGN-SUB)
010370         TO WS-RGN-RAISED (WS-PLEX-SUB).
010380     ADD WS-RGN-CLOSED (WS-RGN-SUB)
010390         TO WS-RGN-CLOSED (WS-PLEX-SUB).
010393     ADD WS-RGN-TIMED (WS-RGN-SUB)
010396         TO WS-RGN-TIMED (WS-PLEX-SUB).
010400     ADD WS-RGN-TTC-TOTAL (WS-RGN-SUB)
010410         TO WS-RGN-TTC-TOTAL (WS-PLEX-SUB).
010420     ADD WS-RGN-OPEN (WS-RGN-SUB)
010430         TO WS-RGN-OPEN (WS-PLEX-SUB).
010440     IF WS-RGN-LONGEST-RUN (WS-RGN-SUB) IS GREATER THAN
010450            WS-RGN-LONGEST-RUN (WS-PLEX-SUB)
010460         MOVE WS-RGN-LONGEST-RUN (WS-RGN-SUB)
010470             TO WS-RGN-LONGEST-RUN (WS-PLEX-SUB)
010480     END-IF.
010490     IF WS-RGN-TTC-WORST (WS-RGN-SUB) IS GREATER THAN
010500            WS-RGN-TTC-WORST (WS-PLEX-SUB)
010510         MOVE WS-RGN-TTC-WORST (WS-RGN-SUB)
010520             TO WS-RGN-TTC-WORST (WS-PLEX-SUB)
010530     END-IF.
010540 8100-EXIT.
010550     EXIT.
010560
010570*****************************************************************
010580* 8200-FORMAT-LINE  --  BUILD THE DETAIL LINE FOR THE ENTRY AT
010590*                       WS-RGN-SUB: PERCENT CLEAN OVER THE
010600*                       SWEEPS THAT WERE NOT PLANNED SKIPS, AND
010610*                       THE MEAN TIME TO CLOSE, BOTH ROUNDED. A
010620*                       REGION BELOW TARGET IS FLAGGED AND
010630*                       COUNTED; THE PLEX LINE IS FLAGGED BUT
010640*                       NOT COUNTED.
010650*****************************************************************
010660 8200-FORMAT-LINE.
010670     MOVE WS-RGN-SYSID (WS-RGN-SUB)       TO RDL-SYSID.
010680     MOVE WS-RGN-APPLID (WS-RGN-SUB)      TO RDL-APPLID.
010690     MOVE WS-RGN-NAME (WS-RGN-SUB)        TO RDL-NAME.
010700     COMPUTE WS-COUNTED-SWEEPS = WS-RGN-CLEAN (WS-RGN-SUB)
010710                               + WS-RGN-FAILED (WS-RGN-SUB).
010720     COMPUTE RDL-SWEEPS = WS-COUNTED-SWEEPS
010730                        + WS-RGN-PLANNED (WS-RGN-SUB).
010740     MOVE WS-RGN-CLEAN (WS-RGN-SUB)       TO RDL-CLEAN.
010750     MOVE WS-RGN-FAILED (WS-RGN-SUB)      TO RDL-FAILED.
010760     MOVE WS-RGN-PLANNED (WS-RGN-SUB)     TO RDL-PLANNED.
010770     MOVE WS-RGN-LONGEST-RUN (WS-RGN-SUB) TO RDL-LONGEST-RUN.
010780     MOVE WS-RGN-RAISED (WS-RGN-SUB)      TO RDL-RAISED.
010790     MOVE WS-RGN-CLOSED (WS-RGN-SUB)      TO RDL-CLOSED.
010800     MOVE WS-RGN-TTC-WORST (WS-RGN-SUB)   TO RDL-WORST-TTC.
010810     MOVE WS-RGN-OPEN (WS-RGN-SUB)        TO RDL-OPEN.
010820     IF WS-RGN-TIMED (WS-RGN-SUB) = ZERO
010830         MOVE ZERO TO WS-MEAN-MINUTES
010840     ELSE
010850         COMPUTE WS-MEAN-MINUTES ROUNDED
010860             = WS-RGN-TTC-TOTAL (WS-RGN-SUB)
010870             / WS-RGN-TIMED (WS-RGN-SUB)
010880     END-IF.
010890     MOVE WS-MEAN-MINUTES TO RDL-MEAN-TTC.
010900     MOVE SPACES TO RDL-NOTE.
010910     IF WS-COUNTED-SWEEPS = ZERO
010920         MOVE ZERO TO RDL-CLEAN-PCT
010930         MOVE 'NO SWEEPS' TO RDL-NOTE
010940         GO TO 8200-EXIT
010950     END-IF.
010960     COMPUTE WS-CLEAN-PCT ROUNDED
010970         = WS-RGN-CLEAN (WS-RGN-SUB) * 100 / WS-COUNTED-SWEEPS.
010980     MOVE WS-CLEAN-PCT TO RDL-CLEAN-PCT.
010990     IF WS-CLEAN-PCT IS LESS THAN WS-TARGET-PCT
011000         MOVE 'BELOW TARGET' TO RDL-NOTE
011010         IF WS-RGN-SUB NOT = WS-PLEX-SUB
011020             ADD 1 TO WS-BELOW-TARGET-COUNT
011030         END-IF
011040     END-IF.
011050 8200-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090* 8050-CHECK-REPORT-STATUS  --  VERIFY THE LAST WRITE TO
011100*                               REPORT-FILE SUCCEEDED.
011110*****************************************************************
011120 8050-CHECK-REPORT-STATUS.
011130     IF NOT REPORT-STATUS-OK
011140         MOVE 'WRITE REPORT-FILE' TO WS-ABEND-OPERATION
011150         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
011160         GO TO 9900-ABEND-FILE-ERROR
011170     END-IF.
011180 8050-EXIT.
011190     EXIT.
011200
011210*****************************************************************
011220* 9000-TERMINATE  --  CLOSE THE FILES.
011230*****************************************************************
011240 9000-TERMINATE.
011250     CLOSE SWEEP-FILE.
011260     IF NOT SWEEP-STATUS-OK
011270         MOVE 'CLOSE SWEEP-FILE' TO WS-ABEND-OPERATION
011280         MOVE WS-SWEEP-STATUS TO WS-ABEND-STATUS
011290         GO TO 9900-ABEND-FILE-ERROR
011300     END-IF.
011310     CLOSE ALERT-FILE.
011320     IF NOT ALERT-STATUS-OK
011330         MOVE 'CLOSE ALERT-FILE' TO WS-ABEND-OPERATION
011340         MOVE WS-ALERT-STATUS TO WS-ABEND-STATUS
011350         GO TO 9900-ABEND-FILE-ERROR
011360     END-IF.
011370     CLOSE REPORT-FILE.
011380     IF NOT REPORT-STATUS-OK
011390         MOVE 'CLOSE REPORT-FILE' TO WS-ABEND-OPERATION
011400         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
011410         GO TO 9900-ABEND-FILE-ERROR
011420     END-IF.
011430 9000-EXIT.
011440     EXIT.
011450
011460*****************************************************************
011470* 9900-ABEND-FILE-ERROR  --  A FILE OPERATION RETURNED A STATUS
011480*                            THIS PROGRAM DOES NOT EXPECT, OR
011490*                            THE PARMCARD IS UNUSABLE. REPORT
011500*                            IT AND STOP THE STEP RATHER THAN
011510*                            REPORT FROM BAD DATA.
011520*****************************************************************
011530 9900-ABEND-FILE-ERROR.
011540     DISPLAY WS-ABEND-MESSAGE.
011550     MOVE 16 TO RETURN-CODE.
011560     STOP RUN.
