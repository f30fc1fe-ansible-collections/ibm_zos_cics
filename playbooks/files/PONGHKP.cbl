000010*****************************************************************
000020* PROGRAM      : PONGHKP
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : NIGHTLY RETENTION HOUSEKEEPING FOR THE PONG
000070*                FILES THAT PONGARC DOES NOT LOOK AFTER, DRIVEN
000080*                BY ITS OWN JCL STEP (SEE PONGHKPJ): PONGLAT,
000090*                PONGSWR, PONGALRT, PONGAUD, AND THE CENTRAL
000100*                PONGCSTA, PONGCAUD, AND PONGDRF. WHAT HAPPENS
000110*                TO EACH FILE IS SET BY ITS CARD ON THE RETENTION
000120*                CONTROL DATASET (PONGRET LAYOUT), NOT BY THIS
000130*                PROGRAM OR ITS JCL: A RECORD OLDER THAN THE
000140*                CARD'S RETENTION DAYS IS EXPIRED, IS COPIED TO
000150*                THE HOUSEKEEPING HISTORY GENERATION FIRST WHEN
000160*                THE CARD SAYS ARCHIVE, AND IS THEN DELETED. A
000170*                LEGAL HOLD ON THE CARD STOPS ALL PURGING OF
000180*                THAT FILE - IT IS OPENED FOR INPUT ONLY AND
000190*                THE RECORDS THAT WOULD HAVE EXPIRED ARE COUNTED
000200*                AS ON HOLD. A FILE WITH NO CARD, OR A CARD THAT
000210*                DOES NOT EDIT CLEAN, IS NOT TOUCHED AT ALL.
000220*                A RECORD'S AGE IS TAKEN FROM ITS CALL, SWEEP,
000225*                DRIFT CHECK RUN,
000230*                OR (FOR ALERTS) CLOSED DATE; AN ALERT THAT IS
000240*                STILL OPEN, AND ANY RECORD WITHOUT A USABLE
000250*                DATE, IS ALWAYS KEPT. THE FILES ARE PROCESSED
000260*                ONE AFTER ANOTHER WITH THE SAME CHECKPOINT AND
000270*                DEFERRED-DELETE DISCIPLINE AS PONGARC: THE KEYS
000280*                OF EACH INTERVAL OF EXPIRED RECORDS ARE HELD,
000290*                THE HISTORY FILE IS CLOSED AND REOPENED TO
000300*                FLUSH IT, ONLY THEN ARE THE RECORDS DELETED, AND
000310*                ONLY THEN IS THE CHECKPOINT (CHKPT DD) HARDENED
000320*                WITH THE FILE IN FLIGHT, THE LAST KEY PURGED,
000330*                THE RUN'S AS-OF DATE, AND THE COUNTS SO FAR. A
000340*                RESTART SKIPS THE FILES ALREADY FINISHED,
000350*                REPOSITIONS PAST THE CHECKPOINTED KEY, AND
000360*                KEEPS THE FAILED RUN'S AS-OF DATE SO THE CUTOFFS
000370*                DO NOT MOVE. PRINTS ONE REPORT LINE PER FILE
000380*                WITH THE RECORDS KEPT, ON HOLD, ARCHIVED, AND
000390*                DELETED (ARCHIVED RECORDS ARE DELETED TOO, SO
000400*                THEY ARE IN BOTH COUNTS). A MISSING OR REJECTED
000410*                RETENTION CARD ENDS THE STEP WITH RETURN CODE 4.
000411*                PURGING PONGAUD REMOVES THE START OF ITS AUDIT
000412*                CHAIN, SO EACH PONGAUD CHECKPOINT ALSO MOVES ON
000413*                THE ANCHOR RECORD ON THE PONGACH CONTROL FILE -
000414*                THE HIGHEST CHAIN SEQUENCE PURGED, ITS CHAIN
000415*                VALUE AND KEY, AND THE RUNNING COUNT OF CHAINED
000416*                RECORDS PURGED - WHICH THE PONGAVR VERIFIER
000417*                STARTS THE CHAIN FROM.
000420*****************************************************************
000430* MODIFICATION HISTORY
000440* DATE       INIT DESCRIPTION
000450* ---------- ---- ------------------------------------------------
000460* 10/15/2026 WPY  ORIGINAL PROGRAM.
000463* 10/15/2026 WPY  PONGAUD GROWS TO 108 BYTES WITH ITS CHAIN AREA;
000466*                 KEEP THE PONGACH CHAIN ANCHOR AS IT IS PURGED.
000467* 10/15/2026 WPY  PURGE THE PONGDRF DRIFT FILE; WIDEN THE HELD
000468*                 KEYS TO ITS 41 BYTES AND THE CHECKPOINT TO 320.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.      PONGHKP.
000500 AUTHOR.          WILL YATES.
000510 INSTALLATION.    APPLICATION DEVELOPMENT.
000520 DATE-WRITTEN.    10/15/2026.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560
000570 INPUT-OUTPUT SECTION.
000580
000590 FILE-CONTROL.
000600     SELECT RETAIN-FILE     ASSIGN   TO RETAIN
000610                            ORGANIZATION IS SEQUENTIAL
000620                            FILE STATUS  IS WS-RETAIN-STATUS.
000630
000640     SELECT PONGLAT-FILE    ASSIGN   TO PONGLAT
000650                            ORGANIZATION IS INDEXED
000660                            ACCESS MODE  IS DYNAMIC
000670                            RECORD KEY   IS LT-KEY
000680                            FILE STATUS  IS WS-DATA-STATUS.
000690
000700     SELECT PONGSWR-FILE    ASSIGN   TO PONGSWR
000710                            ORGANIZATION IS INDEXED
000720                            ACCESS MODE  IS DYNAMIC
000730                            RECORD KEY   IS SR-KEY
000740                            FILE STATUS  IS WS-DATA-STATUS.
000750
000760     SELECT PONGALRT-FILE   ASSIGN   TO PONGALRT
000770                            ORGANIZATION IS INDEXED
000780                            ACCESS MODE  IS DYNAMIC
000790                            RECORD KEY   IS AL-KEY
000800                            FILE STATUS  IS WS-DATA-STATUS.
000810
000820     SELECT PONGAUD-FILE    ASSIGN   TO PONGAUD
000830                            ORGANIZATION IS INDEXED
000840                            ACCESS MODE  IS DYNAMIC
000850                            RECORD KEY   IS PA-KEY
000860                            FILE STATUS  IS WS-DATA-STATUS.
000870
000880     SELECT PONGCSTA-FILE   ASSIGN   TO PONGCSTA
000890                            ORGANIZATION IS INDEXED
000900                            ACCESS MODE  IS DYNAMIC
000910                            RECORD KEY   IS CS-KEY
000920                            FILE STATUS  IS WS-DATA-STATUS.
000930
000940     SELECT PONGCAUD-FILE   ASSIGN   TO PONGCAUD
000950                            ORGANIZATION IS INDEXED
000960                            ACCESS MODE  IS DYNAMIC
000970                            RECORD KEY   IS CA-KEY
000971                            FILE STATUS  IS WS-DATA-STATUS.
000972
000973     SELECT PONGDRF-FILE    ASSIGN   TO PONGDRF
000974                            ORGANIZATION IS INDEXED
000975                            ACCESS MODE  IS DYNAMIC
000976                            RECORD KEY   IS DR-KEY
000980                            FILE STATUS  IS WS-DATA-STATUS.
000990
000992     SELECT ANCHOR-FILE     ASSIGN   TO PONGACH
000994                            ORGANIZATION IS INDEXED
000996                            ACCESS MODE  IS RANDOM
000998                            RECORD KEY   IS AC-KEY
001000                            FILE STATUS  IS WS-ANCHOR-STATUS.
001002
001004     SELECT HISTORY-FILE    ASSIGN   TO HISTOUT
001010                            ORGANIZATION IS SEQUENTIAL
001020                            FILE STATUS  IS WS-HISTORY-STATUS.
001030
001040     SELECT CHECKPOINT-FILE ASSIGN   TO CHKPT
001050                            ORGANIZATION IS RELATIVE
001060                            ACCESS MODE  IS RANDOM
001070                            RELATIVE KEY IS WS-CKPT-REL-KEY
001080                            FILE STATUS  IS WS-CKPT-STATUS.
001090
001100     SELECT PARM-FILE       ASSIGN   TO PARMCARD
001110                            ORGANIZATION IS SEQUENTIAL
001120                            FILE STATUS  IS WS-PARM-STATUS.
001130
001140     SELECT REPORT-FILE     ASSIGN   TO PRTOUT
001150                            ORGANIZATION IS LINE SEQUENTIAL
001160                            FILE STATUS  IS WS-REPORT-STATUS.
001170
001180 DATA DIVISION.
001190
001200 FILE SECTION.
001210
001220 FD  RETAIN-FILE
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  PONGRET-RECORD.
001250     COPY PONGRET.
001260
001270 FD  PONGLAT-FILE
001280     RECORD CONTAINS 42 CHARACTERS.
001290 01  PONGLAT-RECORD.
001300     COPY PONGLAT.
001310
001320 FD  PONGSWR-FILE
001330     RECORD CONTAINS 61 CHARACTERS.
001340 01  PONGSWR-RECORD.
001350     COPY PONGSWR.
001360
001370 FD  PONGALRT-FILE
001380     RECORD CONTAINS 105 CHARACTERS.
001390 01  PONGALRT-RECORD.
001400     COPY PONGALRT.
001410
001420 FD  PONGAUD-FILE
001430     RECORD CONTAINS 108 CHARACTERS.
001440 01  PONGAUD-RECORD.
001450     COPY PONGAUD.
001460
001470 FD  PONGCSTA-FILE
001480     RECORD CONTAINS 51 CHARACTERS.
001490 01  PONGCSTA-RECORD.
001500     COPY PONGCSTA.
001510
001520 FD  PONGCAUD-FILE
001530     RECORD CONTAINS 67 CHARACTERS.
001540 01  PONGCAUD-RECORD.
001550     COPY PONGCAUD.
001560
001561 FD  PONGDRF-FILE
001562     RECORD CONTAINS 100 CHARACTERS.
001563 01  PONGDRF-RECORD.
001564     COPY PONGDRF.
001565
001566 FD  ANCHOR-FILE
001567     RECORD CONTAINS 100 CHARACTERS.
001568 01  PONGACH-RECORD.
001569     COPY PONGACH.
001570
001572 FD  HISTORY-FILE
001580     RECORD CONTAINS 136 CHARACTERS.
001590 01  PONGHKH-RECORD.
001600     COPY PONGHKH.
001610
001620 FD  CHECKPOINT-FILE
001630     RECORD CONTAINS 320 CHARACTERS.
001640 01  CHECKPOINT-RECORD           PIC X(320).
001650
001660 FD  PARM-FILE
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  PARM-RECORD                 PIC X(80).
001690
001700 FD  REPORT-FILE
001710     RECORD CONTAINS 132 CHARACTERS.
001720 01  REPORT-LINE                 PIC X(132).
001730
001740 WORKING-STORAGE SECTION.
001750
001760*----------------------------------------------------------------
001770* FILE STATUS AND END-OF-FILE SWITCHES. THE SEVEN PURGED FILES
001780* ARE ONLY EVER OPEN ONE AT A TIME, SO THEY SHARE ONE STATUS.
001790*----------------------------------------------------------------
001800 01  WS-RETAIN-STATUS            PIC X(02)  VALUE '00'.
001810     88 RETAIN-STATUS-OK             VALUE '00'.
001820     88 RETAIN-STATUS-EOF            VALUE '10'.
001830 01  WS-DATA-STATUS              PIC X(02)  VALUE '00'.
001840     88 DATA-STATUS-OK               VALUE '00'.
001850     88 DATA-STATUS-EOF              VALUE '10'.
001860     88 DATA-STATUS-NOTFND           VALUE '23'.
001870 01  WS-HISTORY-STATUS           PIC X(02)  VALUE '00'.
001880     88 HISTORY-STATUS-OK            VALUE '00'.
001890 01  WS-CKPT-STATUS              PIC X(02)  VALUE '00'.
001900     88 CKPT-STATUS-OK               VALUE '00'.
001910 01  WS-PARM-STATUS              PIC X(02)  VALUE '00'.
001920     88 PARM-STATUS-OK               VALUE '00'.
001930 01  WS-REPORT-STATUS            PIC X(02)  VALUE '00'.
001940     88 REPORT-STATUS-OK             VALUE '00'.
001942 01  WS-ANCHOR-STATUS            PIC X(02)  VALUE '00'.
001944     88 ANCHOR-STATUS-OK             VALUE '00'.
001946     88 ANCHOR-STATUS-NOTFND         VALUE '23'.
001950
001960 01  WS-CKPT-REL-KEY             PIC 9(08)  COMP   VALUE 1.
001970
001980*----------------------------------------------------------------
001990* ABEND MESSAGE ISSUED WHEN A FILE OPERATION RETURNS A STATUS
002000* THIS PROGRAM DOES NOT EXPECT. WS-ABEND-DATASET NAMES THE
002010* PURGED FILE IN FLIGHT WHEN IT WAS ONE OF THEM.
002020*----------------------------------------------------------------
002030 01  WS-ABEND-MESSAGE.
002040     05 FILLER                   PIC X(20)
002050            VALUE 'PONGHKP FILE ERROR: '.
002060     05 WS-ABEND-OPERATION       PIC X(30).
002070     05 FILLER                   PIC X(10)  VALUE ' STATUS = '.
002080     05 WS-ABEND-STATUS          PIC X(02).
002090     05 FILLER                   PIC X(11)  VALUE ' DATASET = '.
002100     05 WS-ABEND-DATASET         PIC X(08)  VALUE SPACES.
002110     05 FILLER                   PIC X(51)  VALUE SPACES.
002120
002130 01  WS-SWITCHES.
002140     05 WS-RETAIN-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002150         88 END-OF-RETAIN-FILE       VALUE 'Y'.
002160     05 WS-DATA-EOF-SWITCH       PIC X(01)  VALUE 'N'.
002170         88 END-OF-DATASET           VALUE 'Y'.
002180         88 NOT-END-OF-DATASET       VALUE 'N'.
002190     05 WS-RESTART-SWITCH        PIC X(01)  VALUE 'N'.
002200         88 RESTART-RUN              VALUE 'Y'.
002210     05 WS-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
002220         88 DATASET-FOUND            VALUE 'Y'.
002230         88 DATASET-NOT-FOUND        VALUE 'N'.
002240     05 WS-DATED-SWITCH          PIC X(01)  VALUE 'N'.
002250         88 RECORD-DATED             VALUE 'Y'.
002260         88 RECORD-NOT-DATED         VALUE 'N'.
002270     05 WS-EXPIRED-SWITCH        PIC X(01)  VALUE 'N'.
002280         88 RECORD-EXPIRED           VALUE 'Y'.
002290         88 RECORD-NOT-EXPIRED       VALUE 'N'.
002300
002310*----------------------------------------------------------------
002320* THE PURGED FILES, IN THE ORDER THEY ARE PROCESSED. THE NAME
002330* IS BOTH THE DD NAME AND THE DATASET ID ON THE RETENTION CARD.
002340* WS-DS-INDEX WALKS THIS TABLE AND SELECTS THE FILE EVERY
002350* DATASET OPERATION BELOW WORKS ON.
002360*----------------------------------------------------------------
002370 01  WS-DATASET-VALUES.
002380     05 FILLER                   PIC X(08)  VALUE 'PONGLAT '.
002390     05 FILLER                   PIC X(08)  VALUE 'PONGSWR '.
002400     05 FILLER                   PIC X(08)  VALUE 'PONGALRT'.
002410     05 FILLER                   PIC X(08)  VALUE 'PONGAUD '.
002420     05 FILLER                   PIC X(08)  VALUE 'PONGCSTA'.
002430     05 FILLER                   PIC X(08)  VALUE 'PONGCAUD'.
002435     05 FILLER                   PIC X(08)  VALUE 'PONGDRF '.
002440 01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
002450     05 WS-DS-ID                 PIC X(08)  OCCURS 7 TIMES.
002460
002470 01  WS-DS-COUNT                 PIC 9(02)  COMP   VALUE 7.
002480 01  WS-DS-INDEX                 PIC 9(02)  COMP   VALUE ZERO.
002490     88 DS-PONGLAT                   VALUE 1.
002500     88 DS-PONGSWR                   VALUE 2.
002510     88 DS-PONGALRT                  VALUE 3.
002520     88 DS-PONGAUD                   VALUE 4.
002530     88 DS-PONGCSTA                  VALUE 5.
002540     88 DS-PONGCAUD                  VALUE 6.
002545     88 DS-PONGDRF                   VALUE 7.
002550 01  WS-START-INDEX              PIC 9(02)  COMP   VALUE 1.
002560 01  WS-FIND-INDEX               PIC 9(02)  COMP   VALUE ZERO.
002570
002580*----------------------------------------------------------------
002590* THE POLICY LOADED FROM EACH FILE'S RETENTION CARD. A FILE
002600* WHOSE POLICY IS NOT VALID - NO CARD, A DUPLICATE CARD, OR A
002610* CARD THAT FAILS ITS EDITS - IS LEFT ENTIRELY ALONE.
002620*----------------------------------------------------------------
002630 01  WS-POLICY-TABLE.
002640     05 WS-POLICY                OCCURS 7 TIMES.
002650         10 WS-PL-STATE          PIC X(01).
002660             88 POLICY-MISSING       VALUE 'N'.
002670             88 POLICY-VALID         VALUE 'V'.
002680             88 POLICY-INVALID       VALUE 'I'.
002690         10 WS-PL-RETAIN-DAYS    PIC 9(05).
002700         10 WS-PL-ARCHIVE        PIC X(01).
002710             88 PL-ARCHIVE-FIRST     VALUE 'Y'.
002720         10 WS-PL-HOLD           PIC X(01).
002730             88 PL-HOLD-ON           VALUE 'Y'.
002740         10 WS-PL-HOLD-REF       PIC X(20).
002750
002760 01  WS-CARD-REJECTS             PIC 9(03)  COMP   VALUE ZERO.
002770
002780 01  WS-CARD-MESSAGE.
002790     05 FILLER                   PIC X(33)
002800            VALUE 'PONGHKP RETENTION CARD REJECTED: '.
002810     05 WS-CM-DATASET            PIC X(08).
002820     05 FILLER                   PIC X(03)  VALUE ' - '.
002830     05 WS-CM-REASON             PIC X(40).
002840
002850*----------------------------------------------------------------
002860* AS-OF DATE FROM THE PARMCARD (COLUMNS 1-8, YYYYMMDD). A BLANK
002870* CARD MEANS TODAY. A RESTART ALWAYS USES THE AS-OF DATE THE
002880* FAILED RUN CHECKPOINTED, SO NO CUTOFF MOVES BETWEEN THE TWO.
002890*----------------------------------------------------------------
002900 01  WS-PARM-CARD.
002910     05 WS-PARM-AS-OF-DATE       PIC X(08).
002920     05 FILLER                   PIC X(72).
002930
002940 01  WS-AS-OF-DATE               PIC 9(08)  VALUE ZERO.
002950 01  WS-AS-OF-SERIAL             PIC S9(09) COMP-3 VALUE ZERO.
002960
002970*----------------------------------------------------------------
002980* CHECKPOINT RECORD IMAGE. A NUMERIC WS-CKP-AS-OF-DATE MEANS A
002990* RUN IS IN PROGRESS (OR FAILED): WS-CKP-FILE-INDEX IS THE FILE
003000* IT HAD REACHED, WS-CKP-LAST-KEY THE FULL KEY OF THE LAST
003010* RECORD IT PURGED FROM THAT FILE (SPACES MEANS START AT THE
003020* TOP), AND THE COUNT TABLE EVERYTHING COUNTED UP TO THAT KEY.
003030* SPACES MEANS THE LAST RUN ENDED CLEAN. THE SAME IMAGE HOLDS
003040* THE LIVE COUNTS FOR THE REPORT.
003050*----------------------------------------------------------------
003060 01  WS-CHECKPOINT.
003070     05 WS-CKP-AS-OF-DATE        PIC 9(08).
003080     05 WS-CKP-FILE-INDEX        PIC 9(02).
003090     05 WS-CKP-LAST-KEY          PIC X(41).
003100     05 WS-CKP-COUNT-TABLE.
003110         10 WS-CKP-COUNTS        OCCURS 7 TIMES.
003120             15 WS-CKP-KEPT      PIC 9(09).
003130             15 WS-CKP-HELD      PIC 9(09).
003140             15 WS-CKP-ARCHIVED  PIC 9(09).
003150             15 WS-CKP-DELETED   PIC 9(09).
003160     05 FILLER                   PIC X(17).
003170
003180 01  WS-CHECKPOINT-INTERVAL      PIC 9(04)  COMP   VALUE 100.
003190 01  WS-SINCE-CHECKPOINT         PIC 9(04)  COMP   VALUE ZERO.
003200 01  WS-ARCHIVED-SINCE           PIC 9(04)  COMP   VALUE ZERO.
003201
003202*----------------------------------------------------------------
003203* THE CHAINED PONGAUD RECORDS EXPIRED SINCE THE LAST
003204* CHECKPOINT: HOW MANY, AND THE ONE WITH THE HIGHEST CHAIN
003205* SEQUENCE. THE CHECKPOINT FOLDS THEM INTO THE PONGACH ANCHOR
003206* ONCE THE RECORDS ARE DELETED.
003207*----------------------------------------------------------------
003208 01  WS-CHAINED-SINCE            PIC 9(04)  COMP   VALUE ZERO.
003209 01  WS-PURGE-CHAIN-SEQ          PIC 9(09)  VALUE ZERO.
003210 01  WS-PURGE-CHAIN-VALUE        PIC 9(18)  VALUE ZERO.
003211 01  WS-PURGE-CHAIN-KEY          PIC X(26)  VALUE SPACES.
003212 01  WS-ANCHOR-DATE              PIC 9(08)  VALUE ZERO.
003213 01  WS-ANCHOR-TIME              PIC 9(08)  VALUE ZERO.
003214
003220*----------------------------------------------------------------
003230* KEYS OF THE RECORDS EXPIRED SINCE THE LAST CHECKPOINT. THE
003240* DELETES ARE DEFERRED UNTIL THE HISTORY FILE HAS BEEN FLUSHED
003250* TO DISK, SO AN ABEND CAN NEVER LEAVE A RECORD DELETED WITH
003260* ITS HISTORY COPY STILL SITTING IN A BUFFER. SIZED TO
003270* WS-CHECKPOINT-INTERVAL AND TO THE LONGEST KEY (PONGDRF).
003280*----------------------------------------------------------------
003290 01  WS-DELETE-KEY-TABLE.
003300     05 WS-DELETE-KEY            PIC X(41)  OCCURS 100 TIMES.
003310 01  WS-DELETE-INDEX             PIC 9(04)  COMP   VALUE ZERO.
003320
003330*----------------------------------------------------------------
003340* THE CURRENT RECORD IN A FILE-INDEPENDENT FORM: ITS KEY, THE
003350* DATE ITS AGE IS MEASURED FROM, AND THE WHOLE RECORD FOR THE
003360* HISTORY COPY. THE CENTRAL FILES CARRY THE ORIGINATING
003370* PONGSTAT AND PONGAUD RECORDS BYTE FOR BYTE, SO THEIR CALL
003380* DATES ARE FOUND THROUGH THESE VIEWS OF THOSE LAYOUTS.
003390*----------------------------------------------------------------
003400 01  WS-CURRENT-KEY              PIC X(41).
003410 01  WS-RECORD-LENGTH            PIC 9(03).
003420 01  WS-RECORD-IMAGE             PIC X(117).
003430 01  WS-RECORD-AGE               PIC S9(09) COMP-3.
003440
003450 01  WS-CSTA-BODY-VIEW.
003460     05 FILLER                   PIC X(04).
003470     05 WS-CSB-CALL-DATE         PIC X(08).
003480     05 FILLER                   PIC X(15).
003490
003500 01  WS-CAUD-KEY-VIEW.
003510     05 WS-CAK-CALL-DATE         PIC X(08).
003520     05 FILLER                   PIC X(18).
003530
003540*----------------------------------------------------------------
003550* SERIAL DAY NUMBERS, SO A RECORD'S AGE IN DAYS IS RIGHT ACROSS
003560* MONTH AND YEAR BOUNDARIES - THE SAME CALCULATION AS THE
003570* PONGALW ALERT WORKBENCH. THE CUMULATIVE MONTH TABLE IS FOR A
003580* NON-LEAP YEAR; LEAP DAYS ARE COUNTED FROM THE PRIOR YEAR WHEN
003590* THE MONTH IS JANUARY OR FEBRUARY.
003600*----------------------------------------------------------------
003610 01  WS-SER-DATE-TEST            PIC X(08).
003620 01  WS-SER-DATE                 PIC 9(08).
003630 01  WS-SER-DATE-SPLIT REDEFINES WS-SER-DATE.
003640     05 WS-SER-YEAR              PIC 9(04).
003650     05 WS-SER-MONTH             PIC 9(02).
003660     05 WS-SER-DAY               PIC 9(02).
003670 01  WS-SER-LEAP-YEAR            PIC 9(04).
003680 01  WS-SER-LEAP-QUOTIENT        PIC S9(04) COMP.
003690 01  WS-SER-SERIAL               PIC S9(09) COMP-3.
003700
003710 01  WS-MONTH-DAY-VALUES.
003720     05 FILLER                   PIC 9(03)  VALUE 000.
003730     05 FILLER                   PIC 9(03)  VALUE 031.
003740     05 FILLER                   PIC 9(03)  VALUE 059.
003750     05 FILLER                   PIC 9(03)  VALUE 090.
003760     05 FILLER                   PIC 9(03)  VALUE 120.
003770     05 FILLER                   PIC 9(03)  VALUE 151.
003780     05 FILLER                   PIC 9(03)  VALUE 181.
003790     05 FILLER                   PIC 9(03)  VALUE 212.
003800     05 FILLER                   PIC 9(03)  VALUE 243.
003810     05 FILLER                   PIC 9(03)  VALUE 273.
003820     05 FILLER                   PIC 9(03)  VALUE 304.
003830     05 FILLER                   PIC 9(03)  VALUE 334.
003840 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
003850     05 WS-CUM-MONTH-DAYS        PIC 9(03)  OCCURS 12 TIMES.
003860
003870*----------------------------------------------------------------
003880* RUN TOTALS ACROSS ALL SEVEN FILES.
003890*----------------------------------------------------------------
003900 01  WS-TOTAL-KEPT               PIC 9(09)  COMP-3 VALUE ZERO.
003910 01  WS-TOTAL-HELD               PIC 9(09)  COMP-3 VALUE ZERO.
003920 01  WS-TOTAL-ARCHIVED           PIC 9(09)  COMP-3 VALUE ZERO.
003930 01  WS-TOTAL-DELETED            PIC 9(09)  COMP-3 VALUE ZERO.
003940 01  WS-NOT-PROCESSED            PIC 9(03)  COMP   VALUE ZERO.
003950
003960*----------------------------------------------------------------
003970* REPORT HEADING, DETAIL, AND SUMMARY LINES.
003980*----------------------------------------------------------------
003990 01  HDG-LINE-1.
004000     05 FILLER                   PIC X(44)
004010            VALUE 'PONG NIGHTLY RETENTION HOUSEKEEPING         '.
004020     05 FILLER                   PIC X(88)  VALUE SPACES.
004030
004040 01  HDG-LINE-2.
004050     05 FILLER                   PIC X(14)
004060            VALUE 'AS-OF DATE   :'.
004070     05 FILLER                   PIC X(01)  VALUE SPACE.
004080     05 HDG-AS-OF-DATE           PIC 9(08).
004090     05 FILLER                   PIC X(02)  VALUE SPACES.
004100     05 HDG-RESTART-NOTE         PIC X(40)  VALUE SPACES.
004110     05 FILLER                   PIC X(67)  VALUE SPACES.
004120
004130 01  HDG-LINE-3.
004140     05 FILLER                   PIC X(09)  VALUE '  DATASET'.
004150     05 FILLER                   PIC X(08)  VALUE '    DAYS'.
004160     05 FILLER                   PIC X(05)  VALUE ' ARCH'.
004170     05 FILLER                   PIC X(07)  VALUE '   HOLD'.
004180     05 FILLER                   PIC X(13)
004190            VALUE '         KEPT'.
004200     05 FILLER                   PIC X(13)
004210            VALUE '      ON HOLD'.
004220     05 FILLER                   PIC X(13)
004230            VALUE '     ARCHIVED'.
004240     05 FILLER                   PIC X(13)
004250            VALUE '      DELETED'.
004260     05 FILLER                   PIC X(07)  VALUE '  NOTES'.
004270     05 FILLER                   PIC X(44)  VALUE SPACES.
004280
004290 01  DATASET-DETAIL-LINE.
004300     05 FILLER                   PIC X(02)  VALUE SPACES.
004310     05 DDL-DATASET              PIC X(08).
004320     05 FILLER                   PIC X(02)  VALUE SPACES.
004330     05 DDL-DAYS                 PIC ZZZZ9.
004340     05 FILLER                   PIC X(04)  VALUE SPACES.
004350     05 DDL-ARCHIVE              PIC X(01).
004360     05 FILLER                   PIC X(06)  VALUE SPACES.
004370     05 DDL-HOLD                 PIC X(01).
004380     05 FILLER                   PIC X(02)  VALUE SPACES.
004390     05 DDL-KEPT                 PIC ZZZ,ZZZ,ZZ9.
004400     05 FILLER                   PIC X(02)  VALUE SPACES.
004410     05 DDL-HELD                 PIC ZZZ,ZZZ,ZZ9.
004420     05 FILLER                   PIC X(02)  VALUE SPACES.
004430     05 DDL-ARCHIVED             PIC ZZZ,ZZZ,ZZ9.
004440     05 FILLER                   PIC X(02)  VALUE SPACES.
004450     05 DDL-DELETED              PIC ZZZ,ZZZ,ZZ9.
004460     05 FILLER                   PIC X(02)  VALUE SPACES.
004470     05 DDL-NOTE.
004480         10 DDL-NOTE-TEXT        PIC X(11).
004490         10 DDL-NOTE-REF         PIC X(38).
004500
004510 01  TOTAL-LINE.
004520     05 FILLER                   PIC X(02)  VALUE SPACES.
004530     05 FILLER                   PIC X(08)  VALUE 'TOTAL   '.
004540     05 FILLER                   PIC X(21)  VALUE SPACES.
004550     05 TTL-KEPT                 PIC ZZZ,ZZZ,ZZ9.
004560     05 FILLER                   PIC X(02)  VALUE SPACES.
004570     05 TTL-HELD                 PIC ZZZ,ZZZ,ZZ9.
004580     05 FILLER                   PIC X(02)  VALUE SPACES.
004590     05 TTL-ARCHIVED             PIC ZZZ,ZZZ,ZZ9.
004600     05 FILLER                   PIC X(02)  VALUE SPACES.
004610     05 TTL-DELETED              PIC ZZZ,ZZZ,ZZ9.
004620     05 FILLER                   PIC X(51)  VALUE SPACES.
004630
004640 01  REJECT-SUMMARY-LINE.
004650     05 FILLER                   PIC X(26)
004660            VALUE 'RETENTION CARDS REJECTED:'.
004670     05 SUM-CARD-REJECTS         PIC ZZ9.
004680     05 FILLER                   PIC X(13)
004690            VALUE ' (SEE SYSOUT)'.
004700     05 FILLER                   PIC X(90)  VALUE SPACES.
004710
004720 PROCEDURE DIVISION.
004730
004740*****************************************************************
004750* 0000-MAINLINE  --  LOAD THE RETENTION POLICY, APPLY IT TO EACH
004760*                    FILE IN TURN (RESUMING A FAILED RUN WHERE
004770*                    IT STOPPED), AND REPORT THE RESULTS.
004780*****************************************************************
004790 0000-MAINLINE.
004800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004810     PERFORM 2000-PROCESS-DATASET THRU 2000-EXIT
004820         VARYING WS-DS-INDEX FROM WS-START-INDEX BY 1
004830         UNTIL WS-DS-INDEX IS GREATER THAN WS-DS-COUNT.
004840     PERFORM 8000-FINALIZE        THRU 8000-EXIT.
004850     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004860     STOP RUN.
004870
004880*****************************************************************
004890* 1000-INITIALIZE  --  OPEN THE OUTPUT FILES, READ THE AS-OF
004900*                      DATE AND THE RETENTION CARDS, AND PICK
004910*                      UP ANY CHECKPOINT FROM A FAILED RUN.
004920*****************************************************************
004930 1000-INITIALIZE.
004940     OPEN OUTPUT REPORT-FILE.
004950     IF NOT REPORT-STATUS-OK
004960         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
004970         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
004980         GO TO 9900-ABEND-FILE-ERROR
004990     END-IF.
005000     OPEN EXTEND HISTORY-FILE.
005010     IF NOT HISTORY-STATUS-OK
005020         MOVE 'OPEN EXTEND HISTORY-FILE' TO WS-ABEND-OPERATION
005030         MOVE WS-HISTORY-STATUS TO WS-ABEND-STATUS
005040         GO TO 9900-ABEND-FILE-ERROR
005050     END-IF.
005060     PERFORM 1100-READ-PARM        THRU 1100-EXIT.
005070     PERFORM 1200-LOAD-POLICY      THRU 1200-EXIT.
005080     PERFORM 1300-SETUP-CHECKPOINT THRU 1300-EXIT.
005090     PERFORM 1400-SET-AS-OF-SERIAL THRU 1400-EXIT.
005100 1000-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 1100-READ-PARM  --  THE AS-OF DATE ARRIVES ON A SINGLE
005150*                     PARMCARD, COLUMNS 1-8, AS YYYYMMDD, OR
005160*                     BLANK FOR TODAY. ANYTHING ELSE STOPS THE
005170*                     STEP - PURGING ON A BAD DATE COULD EMPTY
005180*                     EVERY FILE.
005190*****************************************************************
005200 1100-READ-PARM.
005210     OPEN INPUT PARM-FILE.
005220     IF NOT PARM-STATUS-OK
005230         MOVE 'OPEN INPUT PARM-FILE' TO WS-ABEND-OPERATION
005240         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005250         GO TO 9900-ABEND-FILE-ERROR
005260     END-IF.
005270     READ PARM-FILE INTO WS-PARM-CARD
005280         AT END
005290             MOVE 'READ PARM-FILE (EMPTY)' TO WS-ABEND-OPERATION
005300             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005310             GO TO 9900-ABEND-FILE-ERROR
005320     END-READ.
005330     IF WS-PARM-AS-OF-DATE = SPACES
005340         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
005350     ELSE
005360         IF WS-PARM-AS-OF-DATE IS NOT NUMERIC
005370             MOVE 'PARM AS-OF DATE NOT NUMERIC'
005380                 TO WS-ABEND-OPERATION
005390             MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
005400             GO TO 9900-ABEND-FILE-ERROR
005410         END-IF
005420         MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
005430     END-IF.
005440     CLOSE PARM-FILE.
005450 1100-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490* 1150-CLEAR-POLICY  --  MARK ONE FILE AS HAVING NO CARD YET.
005500*****************************************************************
005510 1150-CLEAR-POLICY.
005520     MOVE SPACES TO WS-POLICY (WS-DS-INDEX).
005530     SET POLICY-MISSING (WS-DS-INDEX) TO TRUE.
005540     MOVE ZERO TO WS-PL-RETAIN-DAYS (WS-DS-INDEX).
005550 1150-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* 1200-LOAD-POLICY  --  READ EVERY RETENTION CARD AND FILE ITS
005600*                       POLICY AGAINST THE DATASET IT NAMES.
005610*****************************************************************
005620 1200-LOAD-POLICY.
005630     PERFORM 1150-CLEAR-POLICY THRU 1150-EXIT
005640         VARYING WS-DS-INDEX FROM 1 BY 1
005650         UNTIL WS-DS-INDEX IS GREATER THAN WS-DS-COUNT.
005660     OPEN INPUT RETAIN-FILE.
005670     IF NOT RETAIN-STATUS-OK
005680         MOVE 'OPEN INPUT RETAIN-FILE' TO WS-ABEND-OPERATION
005690         MOVE WS-RETAIN-STATUS TO WS-ABEND-STATUS
005700         GO TO 9900-ABEND-FILE-ERROR
005710     END-IF.
005720     PERFORM 1210-READ-CARD THRU 1210-EXIT.
005730     PERFORM 1215-PROCESS-CARD THRU 1215-EXIT
005740         UNTIL END-OF-RETAIN-FILE.
005750     CLOSE RETAIN-FILE.
005760 1200-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800* 1210-READ-CARD  --  READ THE NEXT RETENTION CARD.
005810*****************************************************************
005820 1210-READ-CARD.
005830     READ RETAIN-FILE
005840         AT END
005850             SET END-OF-RETAIN-FILE TO TRUE
005860     END-READ.
005870     IF NOT RETAIN-STATUS-OK
005880            AND NOT RETAIN-STATUS-EOF
005890         MOVE 'READ RETAIN-FILE' TO WS-ABEND-OPERATION
005900         MOVE WS-RETAIN-STATUS TO WS-ABEND-STATUS
005910         GO TO 9900-ABEND-FILE-ERROR
005920     END-IF.
005930 1210-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 1215-PROCESS-CARD  --  FILE ONE CARD'S POLICY AND READ THE
005980*                        NEXT CARD.
005990*****************************************************************
006000 1215-PROCESS-CARD.
006010     PERFORM 1220-STORE-POLICY THRU 1220-EXIT.
006020     PERFORM 1210-READ-CARD    THRU 1210-EXIT.
006030 1215-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070* 1220-STORE-POLICY  --  EDIT ONE CARD AND FILE ITS POLICY.
006080*                        COMMENT AND BLANK CARDS ARE PASSED
006090*                        OVER. A CARD FOR AN UNKNOWN DATASET
006100*                        IS REJECTED; A SECOND CARD FOR THE
006110*                        SAME DATASET, OR ONE THAT FAILS ITS
006120*                        EDITS, IS REJECTED AND LEAVES THAT
006130*                        DATASET UNTOUCHED - WHEN THE POLICY
006140*                        IS IN DOUBT NOTHING IS PURGED. A HOLD
006150*                        FLAG THAT IS NEITHER Y, N, NOR BLANK
006160*                        IS IN DOUBT.
006170*****************************************************************
006180 1220-STORE-POLICY.
006190     IF RT-COMMENT-CARD OR PONGRET-RECORD = SPACES
006200         GO TO 1220-EXIT
006210     END-IF.
006220     MOVE RT-DATASET-ID TO WS-CM-DATASET.
006230     SET DATASET-NOT-FOUND TO TRUE.
006240     PERFORM 1230-FIND-DATASET THRU 1230-EXIT
006250         VARYING WS-FIND-INDEX FROM 1 BY 1
006260         UNTIL WS-FIND-INDEX IS GREATER THAN WS-DS-COUNT
006270            OR DATASET-FOUND.
006280     IF DATASET-NOT-FOUND
006290         MOVE 'UNKNOWN DATASET - CARD IGNORED' TO WS-CM-REASON
006300         PERFORM 1240-REJECT-CARD THRU 1240-EXIT
006310         GO TO 1220-EXIT
006320     END-IF.
006330     SUBTRACT 1 FROM WS-FIND-INDEX.
006340     IF NOT POLICY-MISSING (WS-FIND-INDEX)
006350         MOVE 'DUPLICATE CARD - DATASET NOT PROCESSED'
006360             TO WS-CM-REASON
006370         SET POLICY-INVALID (WS-FIND-INDEX) TO TRUE
006380         PERFORM 1240-REJECT-CARD THRU 1240-EXIT
006390         GO TO 1220-EXIT
006400     END-IF.
006410     SET POLICY-INVALID (WS-FIND-INDEX) TO TRUE.
006420     IF RT-RETAIN-DAYS IS NOT NUMERIC OR RT-RETAIN-DAYS = ZERO
006430         MOVE 'RETAIN DAYS MUST BE 00001-99999'
006440             TO WS-CM-REASON
006450         PERFORM 1240-REJECT-CARD THRU 1240-EXIT
006460         GO TO 1220-EXIT
006470     END-IF.
006480     IF NOT RT-ARCHIVE-FIRST AND NOT RT-DELETE-ONLY
006490         MOVE 'ARCHIVE FLAG MUST BE Y OR N' TO WS-CM-REASON
006500         PERFORM 1240-REJECT-CARD THRU 1240-EXIT
006510         GO TO 1220-EXIT
006520     END-IF.
006530     IF NOT RT-HOLD-ON AND NOT RT-HOLD-OFF
006540            AND RT-LEGAL-HOLD NOT = SPACE
006550         MOVE 'LEGAL HOLD FLAG MUST BE Y, N, OR BLANK'
006560             TO WS-CM-REASON
006570         PERFORM 1240-REJECT-CARD THRU 1240-EXIT
006580         GO TO 1220-EXIT
006590     END-IF.
006600     SET POLICY-VALID (WS-FIND-INDEX) TO TRUE.
006610     MOVE RT-RETAIN-DAYS    TO WS-PL-RETAIN-DAYS (WS-FIND-INDEX).
006620     MOVE RT-ARCHIVE-FLAG   TO WS-PL-ARCHIVE (WS-FIND-INDEX).
006630     IF RT-HOLD-ON
006640         MOVE 'Y' TO WS-PL-HOLD (WS-FIND-INDEX)
006650     ELSE
006660         MOVE 'N' TO WS-PL-HOLD (WS-FIND-INDEX)
006670     END-IF.
006680     MOVE RT-HOLD-REFERENCE TO WS-PL-HOLD-REF (WS-FIND-INDEX).
006690 1220-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730* 1230-FIND-DATASET  --  LOOK FOR THE CARD'S DATASET ID IN THE
006740*                        TABLE OF PURGED FILES. ON A MATCH THE
006750*                        VARYING STILL STEPS WS-FIND-INDEX ONE
006760*                        PAST IT, WHICH THE CALLER TAKES BACK.
006770*****************************************************************
006780 1230-FIND-DATASET.
006790     IF WS-DS-ID (WS-FIND-INDEX) = RT-DATASET-ID
006800         SET DATASET-FOUND TO TRUE
006810     END-IF.
006820 1230-EXIT.
006830     EXIT.
006840
006850*****************************************************************
006860* 1240-REJECT-CARD  --  REPORT A REJECTED CARD ON SYSOUT AND
006870*                       COUNT IT.
006880*****************************************************************
006890 1240-REJECT-CARD.
006900     DISPLAY WS-CARD-MESSAGE.
006910     ADD 1 TO WS-CARD-REJECTS.
006920 1240-EXIT.
006930     EXIT.
006940
006950*****************************************************************
006960* 1300-SETUP-CHECKPOINT  --  READ THE SINGLE CHECKPOINT RECORD.
006970*                            A NUMERIC AS-OF DATE ON IT MEANS A
006980*                            FAILED RUN TO RESUME, WITH THAT
006990*                            RUN'S AS-OF DATE AND COUNTS. ANY
007000*                            OTHER RECORD (FIRST EVER RUN, OR
007010*                            THE LAST RUN ENDED CLEAN) STARTS A
007020*                            FRESH RUN AND PINS ITS AS-OF DATE
007030*                            TO THE CHECKPOINT STRAIGHT AWAY.
007040*****************************************************************
007050 1300-SETUP-CHECKPOINT.
007060     OPEN I-O CHECKPOINT-FILE.
007070     IF NOT CKPT-STATUS-OK
007080         MOVE 'OPEN I-O CHECKPOINT-FILE' TO WS-ABEND-OPERATION
007090         MOVE WS-CKPT-STATUS TO WS-ABEND-STATUS
007100         GO TO 9900-ABEND-FILE-ERROR
007110     END-IF.
007120     MOVE 1 TO WS-CKPT-REL-KEY.
007130     READ CHECKPOINT-FILE INTO WS-CHECKPOINT
007140         INVALID KEY
007150             MOVE SPACES TO WS-CHECKPOINT
007160             WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT
007170     END-READ.
007180     IF NOT CKPT-STATUS-OK
007190         MOVE 'READ/WRITE CHECKPOINT-FILE' TO WS-ABEND-OPERATION
007200         MOVE WS-CKPT-STATUS TO WS-ABEND-STATUS
007210         GO TO 9900-ABEND-FILE-ERROR
007220     END-IF.
007230     IF WS-CKP-AS-OF-DATE IS NUMERIC
007240            AND WS-CKP-AS-OF-DATE IS GREATER THAN ZERO
007250            AND WS-CKP-FILE-INDEX IS NUMERIC
007260            AND WS-CKP-COUNT-TABLE IS NUMERIC
007270         SET RESTART-RUN TO TRUE
007280         MOVE WS-CKP-AS-OF-DATE TO WS-AS-OF-DATE
007290         MOVE WS-CKP-FILE-INDEX TO WS-START-INDEX
007300         IF WS-START-INDEX = ZERO
007310             MOVE 1 TO WS-START-INDEX
007320         END-IF
007330         MOVE 'RESTARTED FROM CHECKPOINT' TO HDG-RESTART-NOTE
007340         DISPLAY 'PONGHKP RESTARTING AT DATASET '
007350             WS-CKP-FILE-INDEX ' AS OF ' WS-AS-OF-DATE
007360         GO TO 1300-EXIT
007370     END-IF.
007380     MOVE SPACES TO WS-CHECKPOINT.
007390     MOVE WS-AS-OF-DATE TO WS-CKP-AS-OF-DATE.
007400     MOVE 1 TO WS-CKP-FILE-INDEX.
007410     MOVE ZEROES TO WS-CKP-COUNT-TABLE.
007420     PERFORM 3700-WRITE-CHECKPOINT THRU 3700-EXIT.
007430 1300-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470* 1400-SET-AS-OF-SERIAL  --  TURN THE AS-OF DATE INTO A SERIAL
007480*                            DAY NUMBER EVERY RECORD'S DATE IS
007490*                            MEASURED AGAINST. A DATE THAT IS
007500*                            NOT A REAL MONTH AND DAY STOPS
007510*                            THE STEP.
007520*****************************************************************
007530 1400-SET-AS-OF-SERIAL.
007540     MOVE WS-AS-OF-DATE TO WS-SER-DATE.
007550     IF WS-SER-MONTH IS LESS THAN 1
007560            OR WS-SER-MONTH IS GREATER THAN 12
007570            OR WS-SER-DAY IS LESS THAN 1
007580            OR WS-SER-DAY IS GREATER THAN 31
007590         MOVE 'AS-OF DATE NOT A VALID DATE' TO WS-ABEND-OPERATION
007600         MOVE WS-PARM-STATUS TO WS-ABEND-STATUS
007610         GO TO 9900-ABEND-FILE-ERROR
007620     END-IF.
007630     PERFORM 6500-DATE-TO-SERIAL THRU 6500-EXIT.
007640     MOVE WS-SER-SERIAL TO WS-AS-OF-SERIAL.
007650     MOVE WS-AS-OF-DATE TO HDG-AS-OF-DATE.
007660 1400-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700* 2000-PROCESS-DATASET  --  APPLY ONE FILE'S POLICY TO EVERY
007710*                           RECORD ON IT, THEN MARK THE FILE
007720*                           DONE ON THE CHECKPOINT. A FILE
007730*                           WITHOUT A VALID POLICY IS MARKED
007740*                           DONE WITHOUT BEING OPENED.
007750*****************************************************************
007760 2000-PROCESS-DATASET.
007770     MOVE WS-DS-INDEX TO WS-CKP-FILE-INDEX.
007780     MOVE WS-DS-ID (WS-DS-INDEX) TO WS-ABEND-DATASET.
007790     IF NOT POLICY-VALID (WS-DS-INDEX)
007800         PERFORM 2900-COMPLETE-DATASET THRU 2900-EXIT
007810         GO TO 2000-EXIT
007820     END-IF.
007830     SET NOT-END-OF-DATASET TO TRUE.
007840     MOVE ZERO TO WS-SINCE-CHECKPOINT.
007850     MOVE ZERO TO WS-ARCHIVED-SINCE.
007860     PERFORM 3000-OPEN-DATASET THRU 3000-EXIT.
007870     IF WS-CKP-LAST-KEY NOT = SPACES
007880         PERFORM 3100-START-DATASET THRU 3100-EXIT
007890     END-IF.
007900     IF NOT END-OF-DATASET
007910         PERFORM 3200-READ-DATASET THRU 3200-EXIT
007920     END-IF.
007930     PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
007940         UNTIL END-OF-DATASET.
007950     IF WS-SINCE-CHECKPOINT IS GREATER THAN ZERO
007960         PERFORM 3500-TAKE-CHECKPOINT THRU 3500-EXIT
007970     END-IF.
007980     PERFORM 3400-CLOSE-DATASET THRU 3400-EXIT.
007990     PERFORM 2900-COMPLETE-DATASET THRU 2900-EXIT.
008000 2000-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040* 2100-PROCESS-RECORD  --  KEEP A RECORD THAT HAS NOT EXPIRED,
008050*                          COUNT AN EXPIRED ONE AS ON HOLD
008060*                          WHEN ITS FILE IS UNDER LEGAL HOLD,
008070*                          AND PURGE IT OTHERWISE.
008080*****************************************************************
008090 2100-PROCESS-RECORD.
008100     PERFORM 2200-CLASSIFY-RECORD THRU 2200-EXIT.
008110     IF RECORD-EXPIRED
008120         IF PL-HOLD-ON (WS-DS-INDEX)
008130             ADD 1 TO WS-CKP-HELD (WS-DS-INDEX)
008140             ADD 1 TO WS-CKP-KEPT (WS-DS-INDEX)
008150         ELSE
008160             PERFORM 2300-PURGE-RECORD THRU 2300-EXIT
008170         END-IF
008180     ELSE
008190         ADD 1 TO WS-CKP-KEPT (WS-DS-INDEX)
008200     END-IF.
008210     PERFORM 3200-READ-DATASET THRU 3200-EXIT.
008220 2100-EXIT.
008230     EXIT.
008240
008250*****************************************************************
008260* 2200-CLASSIFY-RECORD  --  A RECORD HAS EXPIRED WHEN ITS DATE
008270*                           IS MORE THAN THE RETENTION DAYS
008280*                           BEFORE THE AS-OF DATE. A RECORD
008290*                           WITH NO USABLE DATE NEVER EXPIRES.
008300*****************************************************************
008310 2200-CLASSIFY-RECORD.
008320     SET RECORD-NOT-EXPIRED TO TRUE.
008330     PERFORM 3300-EXTRACT-RECORD THRU 3300-EXIT.
008340     IF RECORD-NOT-DATED
008350         GO TO 2200-EXIT
008360     END-IF.
008370     PERFORM 6500-DATE-TO-SERIAL THRU 6500-EXIT.
008380     COMPUTE WS-RECORD-AGE = WS-AS-OF-SERIAL - WS-SER-SERIAL.
008390     IF WS-RECORD-AGE IS GREATER THAN
008400            WS-PL-RETAIN-DAYS (WS-DS-INDEX)
008410         SET RECORD-EXPIRED TO TRUE
008420     END-IF.
008430 2200-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470* 2300-PURGE-RECORD  --  COPY AN EXPIRED RECORD TO THE HISTORY
008480*                        GENERATION WHEN ITS POLICY SAYS SO AND
008490*                        REMEMBER ITS KEY. THE DELETE ITSELF IS
008500*                        DEFERRED TO THE CHECKPOINT, AFTER THE
008510*                        HISTORY FILE HAS BEEN FLUSHED, SO A
008520*                        FAILURE CAN ONLY EVER REPEAT HISTORY
008525*                        WRITES ON RESTART, NEVER LOSE DATA. A
008530*                        CHAINED PONGAUD RECORD IS ALSO NOTED
008535*                        FOR THE CHAIN ANCHOR.
008540*****************************************************************
008550 2300-PURGE-RECORD.
008560     IF PL-ARCHIVE-FIRST (WS-DS-INDEX)
008570         MOVE SPACES            TO PONGHKH-RECORD
008580         MOVE WS-DS-ID (WS-DS-INDEX) TO HH-DATASET-ID
008590         MOVE WS-AS-OF-DATE     TO HH-ARCHIVE-DATE
008600         MOVE WS-RECORD-LENGTH  TO HH-RECORD-LENGTH
008610         MOVE WS-RECORD-IMAGE   TO HH-RECORD-DATA
008620         WRITE PONGHKH-RECORD
008630         IF NOT HISTORY-STATUS-OK
008640             MOVE 'WRITE HISTORY-FILE' TO WS-ABEND-OPERATION
008650             MOVE WS-HISTORY-STATUS TO WS-ABEND-STATUS
008660             GO TO 9900-ABEND-FILE-ERROR
008670         END-IF
008680         ADD 1 TO WS-ARCHIVED-SINCE
008690     END-IF.
008695     IF DS-PONGAUD
008700         PERFORM 2350-NOTE-CHAIN-PURGE THRU 2350-EXIT
008705     END-IF.
008710     ADD 1 TO WS-SINCE-CHECKPOINT.
008715     MOVE WS-CURRENT-KEY TO WS-DELETE-KEY (WS-SINCE-CHECKPOINT).
008720     MOVE WS-CURRENT-KEY TO WS-CKP-LAST-KEY.
008730     IF WS-SINCE-CHECKPOINT NOT LESS THAN WS-CHECKPOINT-INTERVAL
008740         PERFORM 3500-TAKE-CHECKPOINT THRU 3500-EXIT
008750     END-IF.
008760 2300-EXIT.
008770     EXIT.
008771
008772*****************************************************************
008773* 2350-NOTE-CHAIN-PURGE  --  COUNT AN EXPIRED PONGAUD RECORD
008774*                            THAT CARRIES A CHAIN SEQUENCE, AND
008775*                            KEEP IT WHEN ITS SEQUENCE IS THE
008776*                            HIGHEST IN THE BATCH. RECORDS FROM
008777*                            BEFORE CHAINING BEGAN ARE IGNORED.
008778*****************************************************************
008779 2350-NOTE-CHAIN-PURGE.
008780     IF PA-CHAIN-SEQ IS NOT NUMERIC
008781            OR PA-CHAIN-SEQ = ZERO
008782         GO TO 2350-EXIT
008783     END-IF.
008784     ADD 1 TO WS-CHAINED-SINCE.
008785     IF PA-CHAIN-SEQ IS GREATER THAN WS-PURGE-CHAIN-SEQ
008786         MOVE PA-CHAIN-SEQ TO WS-PURGE-CHAIN-SEQ
008787         MOVE PA-KEY       TO WS-PURGE-CHAIN-KEY
008788         IF PA-CHAIN-VALUE IS NUMERIC
008789             MOVE PA-CHAIN-VALUE TO WS-PURGE-CHAIN-VALUE
008790         ELSE
008791             MOVE ZERO TO WS-PURGE-CHAIN-VALUE
008792         END-IF
008793     END-IF.
008794 2350-EXIT.
008795     EXIT.
008796
008797*****************************************************************
008800* 2900-COMPLETE-DATASET  --  MARK THE FILE DONE: THE CHECKPOINT
008810*                            MOVES ON TO THE NEXT FILE, FROM
008820*                            THE TOP, SO A RESTART NEVER GOES
008830*                            BACK OVER IT.
008840*****************************************************************
008850 2900-COMPLETE-DATASET.
008860     MOVE SPACES TO WS-CKP-LAST-KEY.
008870     ADD 1 TO WS-CKP-FILE-INDEX.
008880     PERFORM 3700-WRITE-CHECKPOINT THRU 3700-EXIT.
008890 2900-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930* 3000-OPEN-DATASET  --  OPEN THE FILE IN FLIGHT: FOR INPUT
008940*                        ONLY WHEN IT IS UNDER LEGAL HOLD, SO
008950*                        NOTHING CAN BE CHANGED, OTHERWISE FOR
008955*                        UPDATE. PONGAUD OPENED FOR UPDATE ALSO
008960*                        OPENS THE PONGACH CHAIN CONTROL FILE,
008965*                        FOR THE ANCHOR.
008970*****************************************************************
008980 3000-OPEN-DATASET.
008990     IF PL-HOLD-ON (WS-DS-INDEX)
009000         MOVE 'OPEN INPUT DATASET' TO WS-ABEND-OPERATION
009010         IF DS-PONGLAT
009020             OPEN INPUT PONGLAT-FILE
009030         ELSE
009040         IF DS-PONGSWR
009050             OPEN INPUT PONGSWR-FILE
009060         ELSE
009070         IF DS-PONGALRT
009080             OPEN INPUT PONGALRT-FILE
009090         ELSE
009100         IF DS-PONGAUD
009110             OPEN INPUT PONGAUD-FILE
009120         ELSE
009130         IF DS-PONGCSTA
009140             OPEN INPUT PONGCSTA-FILE
009150         ELSE
009155         IF DS-PONGCAUD
009160             OPEN INPUT PONGCAUD-FILE
009162         ELSE
009164             OPEN INPUT PONGDRF-FILE
009166         END-IF
009170         END-IF
009180         END-IF
009190         END-IF
009200         END-IF
009210         END-IF
009220     ELSE
009230         MOVE 'OPEN I-O DATASET' TO WS-ABEND-OPERATION
009240         IF DS-PONGLAT
009250             OPEN I-O PONGLAT-FILE
009260         ELSE
009270         IF DS-PONGSWR
009280             OPEN I-O PONGSWR-FILE
009290         ELSE
009300         IF DS-PONGALRT
009310             OPEN I-O PONGALRT-FILE
009320         ELSE
009330         IF DS-PONGAUD
009340             OPEN I-O PONGAUD-FILE
009350         ELSE
009360         IF DS-PONGCSTA
009370             OPEN I-O PONGCSTA-FILE
009380         ELSE
009385         IF DS-PONGCAUD
009390             OPEN I-O PONGCAUD-FILE
009392         ELSE
009394             OPEN I-O PONGDRF-FILE
009396         END-IF
009400         END-IF
009410         END-IF
009420         END-IF
009430         END-IF
009440         END-IF
009450     END-IF.
009460     IF NOT DATA-STATUS-OK
009470         MOVE WS-DATA-STATUS TO WS-ABEND-STATUS
009480         GO TO 9900-ABEND-FILE-ERROR
009490     END-IF.
009492     IF DS-PONGAUD AND NOT PL-HOLD-ON (WS-DS-INDEX)
009494         OPEN I-O ANCHOR-FILE
009496         IF NOT ANCHOR-STATUS-OK
009498             MOVE 'OPEN I-O ANCHOR-FILE' TO WS-ABEND-OPERATION
009500             MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
009502             GO TO 9900-ABEND-FILE-ERROR
009504         END-IF
009506     END-IF.
009508 3000-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540* 3100-START-DATASET  --  A RESTART: POSITION JUST PAST THE LAST
009550*                         RECORD THE FAILED RUN PURGED FROM
009560*                         THIS FILE. NOTHING LEFT PAST IT MEANS
009570*                         THE FILE WAS ALREADY FINISHED.
009580*****************************************************************
009590 3100-START-DATASET.
009600     IF DS-PONGLAT
009610         MOVE WS-CKP-LAST-KEY TO LT-KEY
009620         START PONGLAT-FILE KEY IS GREATER THAN LT-KEY
009630             INVALID KEY
009640                 SET END-OF-DATASET TO TRUE
009650         END-START
009660     ELSE
009670     IF DS-PONGSWR
009680         MOVE WS-CKP-LAST-KEY TO SR-KEY
009690         START PONGSWR-FILE KEY IS GREATER THAN SR-KEY
009700             INVALID KEY
009710                 SET END-OF-DATASET TO TRUE
009720         END-START
009730     ELSE
009740     IF DS-PONGALRT
009750         MOVE WS-CKP-LAST-KEY TO AL-KEY
009760         START PONGALRT-FILE KEY IS GREATER THAN AL-KEY
009770             INVALID KEY
009780                 SET END-OF-DATASET TO TRUE
009790         END-START
009800     ELSE
009810     IF DS-PONGAUD
009820         MOVE WS-CKP-LAST-KEY TO PA-KEY
009830         START PONGAUD-FILE KEY IS GREATER THAN PA-KEY
009840             INVALID KEY
009850                 SET END-OF-DATASET TO TRUE
009860         END-START
009870     ELSE
009880     IF DS-PONGCSTA
009890         MOVE WS-CKP-LAST-KEY TO CS-KEY
009900         START PONGCSTA-FILE KEY IS GREATER THAN CS-KEY
009910             INVALID KEY
009920                 SET END-OF-DATASET TO TRUE
009930         END-START
009940     ELSE
009945     IF DS-PONGCAUD
009950         MOVE WS-CKP-LAST-KEY TO CA-KEY
009960         START PONGCAUD-FILE KEY IS GREATER THAN CA-KEY
009970             INVALID KEY
009980                 SET END-OF-DATASET TO TRUE
009990         END-START
009991     ELSE
009992         MOVE WS-CKP-LAST-KEY TO DR-KEY
009993         START PONGDRF-FILE KEY IS GREATER THAN DR-KEY
009994             INVALID KEY
009995                 SET END-OF-DATASET TO TRUE
009996         END-START
009997     END-IF
010000     END-IF
010010     END-IF
010020     END-IF
010030     END-IF
010040     END-IF.
010050     IF NOT DATA-STATUS-OK
010060            AND NOT DATA-STATUS-NOTFND
010070         MOVE 'START DATASET' TO WS-ABEND-OPERATION
010080         MOVE WS-DATA-STATUS TO WS-ABEND-STATUS
010090         GO TO 9900-ABEND-FILE-ERROR
010100     END-IF.
010110 3100-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150* 3200-READ-DATASET  --  READ THE NEXT RECORD OF THE FILE IN
010160*                        FLIGHT.
010170*****************************************************************
010180 3200-READ-DATASET.
010190     IF DS-PONGLAT
010200         READ PONGLAT-FILE NEXT RECORD
010210             AT END
010220                 SET END-OF-DATASET TO TRUE
010230         END-READ
010240     ELSE
010250     IF DS-PONGSWR
010260         READ PONGSWR-FILE NEXT RECORD
010270             AT END
010280                 SET END-OF-DATASET TO TRUE
010290         END-READ
010300     ELSE
010310     IF DS-PONGALRT
010320         READ PONGALRT-FILE NEXT RECORD
010330             AT END
010340                 SET END-OF-DATASET TO TRUE
010350         END-READ
010360     ELSE
010370     IF DS-PONGAUD
010380         READ PONGAUD-FILE NEXT RECORD
010390             AT END
010400                 SET END-OF-DATASET TO TRUE
010410         END-READ
010420     ELSE
010430     IF DS-PONGCSTA
010440         READ PONGCSTA-FILE NEXT RECORD
010450             AT END
010460                 SET END-OF-DATASET TO TRUE
010470         END-READ
010480     ELSE
010485     IF DS-PONGCAUD
010490         READ PONGCAUD-FILE NEXT RECORD
010500             AT END
010510                 SET END-OF-DATASET TO TRUE
010520         END-READ
010521     ELSE
010522         READ PONGDRF-FILE NEXT RECORD
010523             AT END
010524                 SET END-OF-DATASET TO TRUE
010525         END-READ
010526     END-IF
010530     END-IF
010540     END-IF
010550     END-IF
010560     END-IF
010570     END-IF.
010580     IF NOT DATA-STATUS-OK
010590            AND NOT DATA-STATUS-EOF
010600         MOVE 'READ DATASET' TO WS-ABEND-OPERATION
010610         MOVE WS-DATA-STATUS TO WS-ABEND-STATUS
010620         GO TO 9900-ABEND-FILE-ERROR
010630     END-IF.
010640 3200-EXIT.
010650     EXIT.
010660
010670*****************************************************************
010680* 3300-EXTRACT-RECORD  --  PICK OUT THE CURRENT RECORD'S KEY,
010690*                          ITS LENGTH AND IMAGE FOR THE HISTORY
010700*                          COPY, AND THE DATE ITS AGE RUNS
010710*                          FROM: THE LATENCY CALL DATE, THE
010720*                          SWEEP DATE, THE ALERT CLOSED DATE
010730*                          (CLOSED ALERTS ONLY - AN OPEN ALERT
010740*                          IS NEVER PURGED), THE AUDIT CALL
010750*                          DATE, THE CALL DATE OF THE
010760*                          ORIGINATING RECORD ON THE TWO
010770*                          CENTRAL STATISTICS AND AUDIT FILES,
010773*                          AND THE DRIFT CHECK RUN DATE. THE
010776*                          DATE MUST BE A
010780*                          NUMERIC YYYYMMDD WITH A REAL MONTH
010790*                          AND DAY, OR THE RECORD IS UNDATED.
010800*****************************************************************
010810 3300-EXTRACT-RECORD.
010820     MOVE SPACES TO WS-SER-DATE-TEST.
010830     IF DS-PONGLAT
010840         MOVE LT-KEY            TO WS-CURRENT-KEY
010850         MOVE 42                TO WS-RECORD-LENGTH
010860         MOVE PONGLAT-RECORD    TO WS-RECORD-IMAGE
010870         MOVE LT-CALL-DATE      TO WS-SER-DATE-TEST
010880     ELSE
010890     IF DS-PONGSWR
010900         MOVE SR-KEY            TO WS-CURRENT-KEY
010910         MOVE 61                TO WS-RECORD-LENGTH
010920         MOVE PONGSWR-RECORD    TO WS-RECORD-IMAGE
010930         MOVE SR-SWEEP-DATE     TO WS-SER-DATE-TEST
010940     ELSE
010950     IF DS-PONGALRT
010960         MOVE AL-KEY            TO WS-CURRENT-KEY
010970         MOVE 105               TO WS-RECORD-LENGTH
010980         MOVE PONGALRT-RECORD   TO WS-RECORD-IMAGE
010990         IF AL-STATUS-CLOSED
011000             MOVE AL-CLOSED-DATE TO WS-SER-DATE-TEST
011010         END-IF
011020     ELSE
011030     IF DS-PONGAUD
011040         MOVE PA-KEY            TO WS-CURRENT-KEY
011050         MOVE 108               TO WS-RECORD-LENGTH
011060         MOVE PONGAUD-RECORD    TO WS-RECORD-IMAGE
011070         MOVE PA-CALL-DATE      TO WS-SER-DATE-TEST
011080     ELSE
011090     IF DS-PONGCSTA
011100         MOVE CS-KEY            TO WS-CURRENT-KEY
011110         MOVE 51                TO WS-RECORD-LENGTH
011120         MOVE PONGCSTA-RECORD   TO WS-RECORD-IMAGE
011130         MOVE CS-STAT-BODY      TO WS-CSTA-BODY-VIEW
011140         MOVE WS-CSB-CALL-DATE  TO WS-SER-DATE-TEST
011150     ELSE
011155     IF DS-PONGCAUD
011160         MOVE CA-KEY            TO WS-CURRENT-KEY
011170         MOVE 67                TO WS-RECORD-LENGTH
011180         MOVE PONGCAUD-RECORD   TO WS-RECORD-IMAGE
011190         MOVE CA-AUDIT-KEY      TO WS-CAUD-KEY-VIEW
011200         MOVE WS-CAK-CALL-DATE  TO WS-SER-DATE-TEST
011201     ELSE
011202         MOVE DR-KEY            TO WS-CURRENT-KEY
011203         MOVE 100               TO WS-RECORD-LENGTH
011204         MOVE PONGDRF-RECORD    TO WS-RECORD-IMAGE
011205         MOVE DR-RUN-DATE       TO WS-SER-DATE-TEST
011210     END-IF
011220     END-IF
011230     END-IF
011240     END-IF
011250     END-IF.
011260     SET RECORD-NOT-DATED TO TRUE.
011270     IF WS-SER-DATE-TEST IS NOT NUMERIC
011280         GO TO 3300-EXIT
011290     END-IF.
011300     MOVE WS-SER-DATE-TEST TO WS-SER-DATE.
011310     IF WS-SER-MONTH IS LESS THAN 1
011320            OR WS-SER-MONTH IS GREATER THAN 12
011330            OR WS-SER-DAY IS LESS THAN 1
011340            OR WS-SER-DAY IS GREATER THAN 31
011350         GO TO 3300-EXIT
011360     END-IF.
011370     SET RECORD-DATED TO TRUE.
011380 3300-EXIT.
011390     EXIT.
011400
011410*****************************************************************
011416* 3400-CLOSE-DATASET  --  CLOSE THE FILE IN FLIGHT, AND THE
011422*                        PONGACH FILE WITH PONGAUD.
011430*****************************************************************
011440 3400-CLOSE-DATASET.
011450     IF DS-PONGLAT
011460         CLOSE PONGLAT-FILE
011470     ELSE
011480     IF DS-PONGSWR
011490         CLOSE PONGSWR-FILE
011500     ELSE
011510     IF DS-PONGALRT
011520         CLOSE PONGALRT-FILE
011530     ELSE
011540     IF DS-PONGAUD
011550         CLOSE PONGAUD-FILE
011560     ELSE
011570     IF DS-PONGCSTA
011580         CLOSE PONGCSTA-FILE
011590     ELSE
011595     IF DS-PONGCAUD
011600         CLOSE PONGCAUD-FILE
011602     ELSE
011604         CLOSE PONGDRF-FILE
011606     END-IF
011610     END-IF
011620     END-IF
011630     END-IF
011640     END-IF
011650     END-IF.
011660     IF NOT DATA-STATUS-OK
011670         MOVE 'CLOSE DATASET' TO WS-ABEND-OPERATION
011680         MOVE WS-DATA-STATUS TO WS-ABEND-STATUS
011690         GO TO 9900-ABEND-FILE-ERROR
011700     END-IF.
011701     IF DS-PONGAUD AND NOT PL-HOLD-ON (WS-DS-INDEX)
011702         CLOSE ANCHOR-FILE
011703         IF NOT ANCHOR-STATUS-OK
011704             MOVE 'CLOSE ANCHOR-FILE' TO WS-ABEND-OPERATION
011705             MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
011706             GO TO 9900-ABEND-FILE-ERROR
011707         END-IF
011708     END-IF.
011710 3400-EXIT.
011720     EXIT.
011730
011740*****************************************************************
011750* 3500-TAKE-CHECKPOINT  --  MAKE THE BATCH DURABLE, IN ORDER:
011760*                           CLOSE AND REOPEN THE HISTORY FILE
011770*                           SO EVERY BUFFERED WRITE IS ON DISK,
011780*                           ONLY THEN DELETE THE BATCH FROM THE
011790*                           FILE IN FLIGHT, AND ONLY THEN
011800*                           HARDEN THE LAST PURGED KEY AND THE
011802*                           COUNTS TO THE CHECKPOINT RECORD. THE
011804*                           PONGAUD CHAIN ANCHOR MOVES ON JUST
011806*                           AFTER THE DELETES; A FAILURE BETWEEN
011808*                           THE TWO CAN ONLY LEAVE THE ANCHOR
011810*                           BEHIND, WHICH THE VERIFIER REPORTS
011812*                           AS A BREAK RATHER THAN HIDING ONE.
011820*****************************************************************
011830 3500-TAKE-CHECKPOINT.
011840     CLOSE HISTORY-FILE.
011850     IF NOT HISTORY-STATUS-OK
011860         MOVE 'CLOSE HISTORY-FILE (CKPT)' TO WS-ABEND-OPERATION
011870         MOVE WS-HISTORY-STATUS TO WS-ABEND-STATUS
011880         GO TO 9900-ABEND-FILE-ERROR
011890     END-IF.
011900     OPEN EXTEND HISTORY-FILE.
011910     IF NOT HISTORY-STATUS-OK
011920         MOVE 'REOPEN HISTORY-FILE (CKPT)' TO WS-ABEND-OPERATION
011930         MOVE WS-HISTORY-STATUS TO WS-ABEND-STATUS
011940         GO TO 9900-ABEND-FILE-ERROR
011950     END-IF.
011960     PERFORM 3600-DELETE-ONE THRU 3600-EXIT
011970         VARYING WS-DELETE-INDEX FROM 1 BY 1
011980         UNTIL WS-DELETE-INDEX > WS-SINCE-CHECKPOINT.
011982     IF WS-CHAINED-SINCE IS GREATER THAN ZERO
011984         PERFORM 3550-ADVANCE-ANCHOR THRU 3550-EXIT
011986     END-IF.
011990     ADD WS-ARCHIVED-SINCE   TO WS-CKP-ARCHIVED (WS-DS-INDEX).
012000     ADD WS-SINCE-CHECKPOINT TO WS-CKP-DELETED (WS-DS-INDEX).
012010     MOVE ZERO TO WS-SINCE-CHECKPOINT.
012020     MOVE ZERO TO WS-ARCHIVED-SINCE.
012030     PERFORM 3700-WRITE-CHECKPOINT THRU 3700-EXIT.
012040 3500-EXIT.
012050     EXIT.
012051
012052*****************************************************************
012053* 3550-ADVANCE-ANCHOR  --  FOLD THE CHAINED RECORDS JUST DELETED
012054*                          INTO THE PONGACH ANCHOR: ADD THEM TO
012055*                          THE PURGED COUNT AND MOVE THE ANCHOR
012056*                          UP TO THE HIGHEST SEQUENCE AMONG THEM.
012057*                          NO ANCHOR YET MEANS THIS IS THE FIRST
012058*                          CHAINED PURGE, AND ONE IS WRITTEN.
012059*****************************************************************
012060 3550-ADVANCE-ANCHOR.
012061     SET AC-PURGE-ANCHOR TO TRUE.
012062     READ ANCHOR-FILE
012063         INVALID KEY
012064             MOVE SPACES TO PONGACH-RECORD
012065             SET AC-PURGE-ANCHOR TO TRUE
012066             MOVE ZERO TO AC-CHAIN-SEQ
012067             MOVE ZERO TO AC-CHAIN-VALUE
012068             MOVE ZERO TO AC-RECORD-COUNT
012069     END-READ.
012070     IF NOT ANCHOR-STATUS-OK
012071            AND NOT ANCHOR-STATUS-NOTFND
012072         MOVE 'READ ANCHOR-FILE' TO WS-ABEND-OPERATION
012073         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
012074         GO TO 9900-ABEND-FILE-ERROR
012075     END-IF.
012076     IF WS-PURGE-CHAIN-SEQ IS GREATER THAN AC-CHAIN-SEQ
012077         MOVE WS-PURGE-CHAIN-SEQ   TO AC-CHAIN-SEQ
012078         MOVE WS-PURGE-CHAIN-VALUE TO AC-CHAIN-VALUE
012079         MOVE WS-PURGE-CHAIN-KEY   TO AC-AUDIT-KEY
012080     END-IF.
012081     ADD WS-CHAINED-SINCE TO AC-RECORD-COUNT.
012082     ACCEPT WS-ANCHOR-DATE FROM DATE YYYYMMDD.
012083     ACCEPT WS-ANCHOR-TIME FROM TIME.
012084     MOVE WS-ANCHOR-DATE TO AC-UPDATE-DATE.
012085     MOVE WS-ANCHOR-TIME (1:6) TO AC-UPDATE-TIME.
012086     IF ANCHOR-STATUS-NOTFND
012087         WRITE PONGACH-RECORD
012088     ELSE
012089         REWRITE PONGACH-RECORD
012090     END-IF.
012091     IF NOT ANCHOR-STATUS-OK
012092         MOVE 'WRITE/REWRITE ANCHOR-FILE' TO WS-ABEND-OPERATION
012093         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
012094         GO TO 9900-ABEND-FILE-ERROR
012095     END-IF.
012096     MOVE ZERO   TO WS-CHAINED-SINCE.
012097     MOVE ZERO   TO WS-PURGE-CHAIN-SEQ.
012098     MOVE ZERO   TO WS-PURGE-CHAIN-VALUE.
012099     MOVE SPACES TO WS-PURGE-CHAIN-KEY.
012100 3550-EXIT.
012101     EXIT.
012102
012103*****************************************************************
012104* 3600-DELETE-ONE  --  DELETE ONE BATCHED KEY FROM THE FILE IN
012105*                      FLIGHT. THE RANDOM DELETE LEAVES THE
012106*                      SEQUENTIAL READ POSITION UNDISTURBED, SO
012110*                      THE SCAN CARRIES ON WHERE IT LEFT OFF.
012120*****************************************************************
012130 3600-DELETE-ONE.
012140     IF DS-PONGLAT
012150         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO LT-KEY
012160         DELETE PONGLAT-FILE RECORD
012170     ELSE
012180     IF DS-PONGSWR
012190         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO SR-KEY
012200         DELETE PONGSWR-FILE RECORD
012210     ELSE
012220     IF DS-PONGALRT
012230         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO AL-KEY
012240         DELETE PONGALRT-FILE RECORD
012250     ELSE
012260     IF DS-PONGAUD
012270         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO PA-KEY
012280         DELETE PONGAUD-FILE RECORD
012290     ELSE
012300     IF DS-PONGCSTA
012310         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO CS-KEY
012320         DELETE PONGCSTA-FILE RECORD
012330     ELSE
012335     IF DS-PONGCAUD
012340         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO CA-KEY
012350         DELETE PONGCAUD-FILE RECORD
012352     ELSE
012354         MOVE WS-DELETE-KEY (WS-DELETE-INDEX) TO DR-KEY
012356         DELETE PONGDRF-FILE RECORD
012358     END-IF
012360     END-IF
012370     END-IF
012380     END-IF
012390     END-IF
012400     END-IF.
012410     IF NOT DATA-STATUS-OK
012420         MOVE 'DELETE DATASET RECORD' TO WS-ABEND-OPERATION
012430         MOVE WS-DATA-STATUS TO WS-ABEND-STATUS
012440         GO TO 9900-ABEND-FILE-ERROR
012450     END-IF.
012460 3600-EXIT.
012470     EXIT.
012480
012490*****************************************************************
012500* 3700-WRITE-CHECKPOINT  --  REWRITE THE SINGLE CHECKPOINT
012510*                            RECORD FROM THE CURRENT IMAGE.
012520*****************************************************************
012530 3700-WRITE-CHECKPOINT.
012540     MOVE 1 TO WS-CKPT-REL-KEY.
012550     REWRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT.
012560     IF NOT CKPT-STATUS-OK
012570         MOVE 'REWRITE CHECKPOINT-FILE' TO WS-ABEND-OPERATION
012580         MOVE WS-CKPT-STATUS TO WS-ABEND-STATUS
012590         GO TO 9900-ABEND-FILE-ERROR
012600     END-IF.
012610 3700-EXIT.
012620     EXIT.
012630
012640*****************************************************************
012650* 6500-DATE-TO-SERIAL  --  TURN WS-SER-DATE INTO A SERIAL DAY
012660*                          NUMBER. ONLY DIFFERENCES BETWEEN TWO
012670*                          SERIALS ARE EVER USED, SO THE EPOCH
012680*                          IS ARBITRARY. LEAP DAYS ARE COUNTED
012690*                          FROM THE PRIOR YEAR WHEN THE MONTH
012700*                          IS JANUARY OR FEBRUARY.
012710*****************************************************************
012720 6500-DATE-TO-SERIAL.
012730     MOVE WS-SER-YEAR TO WS-SER-LEAP-YEAR.
012740     IF WS-SER-MONTH IS LESS THAN 3
012750         SUBTRACT 1 FROM WS-SER-LEAP-YEAR
012760     END-IF.
012770     COMPUTE WS-SER-SERIAL = WS-SER-YEAR * 365
012780         + WS-CUM-MONTH-DAYS (WS-SER-MONTH) + WS-SER-DAY.
012790     DIVIDE WS-SER-LEAP-YEAR BY 4 GIVING WS-SER-LEAP-QUOTIENT.
012800     ADD WS-SER-LEAP-QUOTIENT TO WS-SER-SERIAL.
012810     DIVIDE WS-SER-LEAP-YEAR BY 100 GIVING WS-SER-LEAP-QUOTIENT.
012820     SUBTRACT WS-SER-LEAP-QUOTIENT FROM WS-SER-SERIAL.
012830     DIVIDE WS-SER-LEAP-YEAR BY 400 GIVING WS-SER-LEAP-QUOTIENT.
012840     ADD WS-SER-LEAP-QUOTIENT TO WS-SER-SERIAL.
012850 6500-EXIT.
012860     EXIT.
012870
012880*****************************************************************
012890* 8000-FINALIZE  --  PRINT THE PER-FILE REPORT, THEN CLEAR THE
012900*                    CHECKPOINT SO THE NEXT RUN STARTS FRESH. A
012910*                    FAILURE WHILE PRINTING LEAVES THE
012920*                    CHECKPOINT PAST THE LAST FILE, SO THE
012930*                    RESTART JUST REPRINTS THE REPORT.
012940*****************************************************************
012950 8000-FINALIZE.
012960     WRITE REPORT-LINE FROM HDG-LINE-1.
012970     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
012980     WRITE REPORT-LINE FROM HDG-LINE-2.
012990     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
013000     WRITE REPORT-LINE FROM HDG-LINE-3.
013010     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
013020     PERFORM 8100-PRINT-DATASET THRU 8100-EXIT
013030         VARYING WS-DS-INDEX FROM 1 BY 1
013040         UNTIL WS-DS-INDEX IS GREATER THAN WS-DS-COUNT.
013050     MOVE WS-TOTAL-KEPT     TO TTL-KEPT.
013060     MOVE WS-TOTAL-HELD     TO TTL-HELD.
013070     MOVE WS-TOTAL-ARCHIVED TO TTL-ARCHIVED.
013080     MOVE WS-TOTAL-DELETED  TO TTL-DELETED.
013090     WRITE REPORT-LINE FROM TOTAL-LINE.
013100     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
013110     IF WS-CARD-REJECTS IS GREATER THAN ZERO
013120         MOVE WS-CARD-REJECTS TO SUM-CARD-REJECTS
013130         WRITE REPORT-LINE FROM REJECT-SUMMARY-LINE
013140         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
013150     END-IF.
013160     IF WS-CARD-REJECTS IS GREATER THAN ZERO
013170            OR WS-NOT-PROCESSED IS GREATER THAN ZERO
013180         MOVE 4 TO RETURN-CODE
013190     END-IF.
013200     MOVE SPACES TO WS-CHECKPOINT.
013210     PERFORM 3700-WRITE-CHECKPOINT THRU 3700-EXIT.
013220 8000-EXIT.
013230     EXIT.
013240
013250*****************************************************************
013260* 8100-PRINT-DATASET  --  ONE REPORT LINE PER FILE: ITS POLICY,
013270*                         ITS COUNTS, AND WHY NOTHING WAS
013280*                         PURGED WHEN THAT IS THE CASE.
013290*****************************************************************
013300 8100-PRINT-DATASET.
013310     MOVE WS-DS-ID (WS-DS-INDEX)          TO DDL-DATASET.
013320     MOVE WS-PL-RETAIN-DAYS (WS-DS-INDEX) TO DDL-DAYS.
013330     MOVE WS-PL-ARCHIVE (WS-DS-INDEX)     TO DDL-ARCHIVE.
013340     MOVE WS-PL-HOLD (WS-DS-INDEX)        TO DDL-HOLD.
013350     MOVE WS-CKP-KEPT (WS-DS-INDEX)       TO DDL-KEPT.
013360     MOVE WS-CKP-HELD (WS-DS-INDEX)       TO DDL-HELD.
013370     MOVE WS-CKP-ARCHIVED (WS-DS-INDEX)   TO DDL-ARCHIVED.
013380     MOVE WS-CKP-DELETED (WS-DS-INDEX)    TO DDL-DELETED.
013390     MOVE SPACES TO DDL-NOTE.
013400     IF POLICY-MISSING (WS-DS-INDEX)
013410         MOVE 'NO RETENTION CARD - NOT PROCESSED' TO DDL-NOTE
013420         ADD 1 TO WS-NOT-PROCESSED
013430     ELSE
013440     IF POLICY-INVALID (WS-DS-INDEX)
013450         MOVE 'RETENTION CARD REJECTED - NOT PROCESSED'
013460             TO DDL-NOTE
013470         ADD 1 TO WS-NOT-PROCESSED
013480     ELSE
013490     IF PL-HOLD-ON (WS-DS-INDEX)
013500         MOVE 'LEGAL HOLD:' TO DDL-NOTE-TEXT
013510         MOVE WS-PL-HOLD-REF (WS-DS-INDEX) TO DDL-NOTE-REF
013520     END-IF
013530     END-IF
013540     END-IF.
013550     ADD WS-CKP-KEPT (WS-DS-INDEX)     TO WS-TOTAL-KEPT.
013560     ADD WS-CKP-HELD (WS-DS-INDEX)     TO WS-TOTAL-HELD.
013570     ADD WS-CKP-ARCHIVED (WS-DS-INDEX) TO WS-TOTAL-ARCHIVED.
013580     ADD WS-CKP-DELETED (WS-DS-INDEX)  TO WS-TOTAL-DELETED.
013590     WRITE REPORT-LINE FROM DATASET-DETAIL-LINE.
013600     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
013610 8100-EXIT.
013620     EXIT.
013630
013640*****************************************************************
013650* 8050-CHECK-REPORT-STATUS  --  STOP THE STEP ON A REPORT WRITE
013660*                               FAILURE.
013670*****************************************************************
013680 8050-CHECK-REPORT-STATUS.
013690     IF NOT REPORT-STATUS-OK
013700         MOVE 'WRITE REPORT-FILE' TO WS-ABEND-OPERATION
013710         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
013720         GO TO 9900-ABEND-FILE-ERROR
013730     END-IF.
013740 8050-EXIT.
013750     EXIT.
013760
013770*****************************************************************
013780* 9000-TERMINATE  --  CLOSE THE FILES.
013790*****************************************************************
013800 9000-TERMINATE.
013810     CLOSE HISTORY-FILE.
013820     IF NOT HISTORY-STATUS-OK
013830         MOVE 'CLOSE HISTORY-FILE' TO WS-ABEND-OPERATION
013840         MOVE WS-HISTORY-STATUS TO WS-ABEND-STATUS
013850         GO TO 9900-ABEND-FILE-ERROR
013860     END-IF.
013870     CLOSE CHECKPOINT-FILE.
013880     IF NOT CKPT-STATUS-OK
013890         MOVE 'CLOSE CHECKPOINT-FILE' TO WS-ABEND-OPERATION
013900         MOVE WS-CKPT-STATUS TO WS-ABEND-STATUS
013910         GO TO 9900-ABEND-FILE-ERROR
013920     END-IF.
013930     CLOSE REPORT-FILE.
013940     IF NOT REPORT-STATUS-OK
013950         MOVE 'CLOSE REPORT-FILE' TO WS-ABEND-OPERATION
013960         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
013970         GO TO 9900-ABEND-FILE-ERROR
013980     END-IF.
013990 9000-EXIT.
014000     EXIT.
014010
014020*****************************************************************
014030* 9900-ABEND-FILE-ERROR  --  A FILE OPERATION RETURNED A STATUS
014040*                            THIS PROGRAM DOES NOT EXPECT.
014050*                            REPORT IT AND STOP THE STEP - THE
014060*                            CHECKPOINT ALREADY ON DISK IS WHAT
014070*                            THE RESTART WILL RESUME FROM.
014080*****************************************************************
014090 9900-ABEND-FILE-ERROR.
014100     DISPLAY WS-ABEND-MESSAGE.
014110     MOVE 16 TO RETURN-CODE.
014120     STOP RUN.
