000010*****************************************************************
000020* PROGRAM      : PONGSCM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONLINE MAINTENANCE (TRANSACTION PSCM, MAPSET
000070*                PONGSCM) FOR THE PONGSCHD TIME-BAND SCHEDULE,
000080*                BUILT ON THE SAME LINES AS PMNT. BROWSES ONE
000090*                REGION'S BANDS IN EFFECTIVE-DATE ORDER AND
000100*                ADDS, CHANGES, AND DELETES A BAND KEYED BY
000110*                REGION, EFFECTIVE DATE, AND START TIME, WITH A
000120*                PF5 CONFIRMATION BEFORE ANY DELETE. A CHANGE
000130*                MAY ALSO MOVE A BAND'S START TIME (NEW START
000140*                FIELD), WHICH RE-KEYS THE RECORD. ANY ADD OR
000150*                CHANGE THAT WOULD LEAVE TWO BANDS OF THE SAME
000160*                REGION AND EFFECTIVE DATE COVERING THE SAME
000170*                MINUTE IS REFUSED, USING THE SAME COVERAGE
000180*                RULE AS PONG'S 2150-SCAN-BAND (HHMM INCLUSIVE,
000190*                A START GREATER THAN ITS END WRAPS MIDNIGHT),
000200*                SO NO MORE RAW IDCAMS LOADS THAT ONLY PONGSVL
000210*                CATCHES AFTERWARDS. EVERY CHANGE WRITES A
000220*                MAINTENANCE AUDIT LINE TO THE PAUD TRANSIENT
000230*                DATA QUEUE (SHARED PAUDREC LAYOUT) WITH ACTION
000240*                SCA (BAND ADDED), SCU (BAND CHANGED), OR SCD
000250*                (BAND DELETED) AND THE OLD AND NEW SPEED, SO
000260*                PAUQ SHOWS IT BESIDE THE PMNT CHANGES.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- ------------------------------------------------
000310* 10/15/2026 WPY  ORIGINAL PROGRAM.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.      PONGSCM.
000350 AUTHOR.          WILL YATES.
000360 INSTALLATION.    APPLICATION DEVELOPMENT.
000370 DATE-WRITTEN.    10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410
000420 DATA DIVISION.
000430
000440 WORKING-STORAGE SECTION.
000450
000460*----------------------------------------------------------------
000470* SYMBOLIC MAP FOR THE SCHEDULE MAINTENANCE SCREEN.
000480*----------------------------------------------------------------
000490 COPY PONGSCMM.
000500
000510*----------------------------------------------------------------
000520* PSEUDO-CONVERSATIONAL STATE CARRIED ACROSS INVOCATIONS ON THE
000530* COMMAREA: THE REGION BEING BROWSED AND WHERE THE NEXT PF8
000540* PAGE STARTS, AND WHICH BAND (IF ANY) HAS A DELETE AWAITING
000550* PF5 CONFIRMATION.
000560*----------------------------------------------------------------
000570 01  SCM-STATE.
000580     05 SCM-NEXT-BROWSE-KEY      PIC X(20).
000590     05 SCM-BROWSE-REGION        PIC X(08).
000600     05 SCM-CONFIRM-KEY          PIC X(20).
000610     05 SCM-CONFIRM-FLAG         PIC X(01).
000620         88 DELETE-PENDING           VALUE 'Y'.
000630         88 NO-DELETE-PENDING        VALUE 'N'.
000640
000650*----------------------------------------------------------------
000660* ATTENTION IDENTIFIERS TESTED AGAINST EIBAID. VALUES MATCH THE
000670* DFHAID COPYBOOK (DFHCLEAR, DFHPF3, DFHPF5, DFHPF8). ANY KEY
000680* NOT LISTED HERE IS TREATED THE SAME AS ENTER.
000690*----------------------------------------------------------------
000700 01  AID-CLEAR                   PIC X(01)  VALUE '_'.
000710 01  AID-PF3                     PIC X(01)  VALUE '3'.
000720 01  AID-PF5                     PIC X(01)  VALUE '5'.
000730 01  AID-PF8                     PIC X(01)  VALUE '8'.
000740
000750*----------------------------------------------------------------
000760* SCHEDULE RECORD, A SAVED COPY OF THE BAND BEING RE-KEYED,
000770* AND CICS RESPONSE WORK AREAS.
000780*----------------------------------------------------------------
000790 01  PONGSCHD-RECORD.
000800     COPY PONGSCHD.
000810
000820 01  SAVED-SCHED-RECORD          PIC X(28).
000830
000840 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000850
000860*----------------------------------------------------------------
000870* MAINTENANCE AUDIT LINE WRITTEN TO THE PAUD TRANSIENT DATA
000880* QUEUE FOR EVERY BAND ADDED, CHANGED, AND DELETED.
000890*----------------------------------------------------------------
000900 01  AUDIT-TD-RECORD.
000910     COPY PAUDREC.
000920
000930 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
000940 01  AUDIT-USER-ID               PIC X(08).
000950 01  AUDIT-ACTION-CODE           PIC X(03).
000960 01  OLD-SPEED                   PIC X(04).
000970 01  NEW-SPEED                   PIC X(04).
000980
000990*----------------------------------------------------------------
001000* BROWSE WORK AREAS AND THE DETAIL LINE BUILT FOR EACH BAND
001010* SHOWN IN THE LIST AREA OF THE SCREEN.
001020*----------------------------------------------------------------
001030 01  BROWSE-KEY.
001040     05 BR-REGION-ID             PIC X(08).
001050     05 BR-EFFECTIVE-DATE        PIC 9(08).
001060     05 BR-START-TIME            PIC 9(04).
001070 01  BROWSE-COUNT                PIC S9(04) COMP  VALUE ZERO.
001080 01  LIST-INDEX                  PIC S9(04) COMP  VALUE ZERO.
001090 01  BROWSE-SWITCH               PIC X(01)  VALUE 'N'.
001100     88 BROWSE-DONE                  VALUE 'Y'.
001110     88 BROWSE-NOT-DONE              VALUE 'N'.
001120
001130 01  LIST-LINE.
001140     05 LL-EFFECTIVE-DATE        PIC 9(08).
001150     05 FILLER                   PIC X(02)  VALUE SPACES.
001160     05 LL-START-TIME            PIC X(04).
001170     05 FILLER                   PIC X(03)  VALUE SPACES.
001180     05 LL-END-TIME              PIC X(04).
001190     05 FILLER                   PIC X(03)  VALUE SPACES.
001200     05 LL-SPEED                 PIC X(04).
001210     05 FILLER                   PIC X(02)  VALUE SPACES.
001220     05 LL-NOTE                  PIC X(14).
001230     05 FILLER                   PIC X(34)  VALUE SPACES.
001240
001250*----------------------------------------------------------------
001260* FIELD EDIT RESULTS. A TIME IS HHMM WITH HH 00-23 AND MM
001270* 00-59; A SPEED IS NUMERIC 0001-9999, THE SAME RULE PONG
001280* APPLIES TO A REQUESTED SPEED.
001290*----------------------------------------------------------------
001300 01  EDIT-SWITCH                 PIC X(01)  VALUE 'N'.
001310     88 EDITS-PASSED                 VALUE 'Y'.
001320     88 EDITS-FAILED                 VALUE 'N'.
001330 01  TIME-SWITCH                 PIC X(01)  VALUE 'N'.
001340     88 TIME-VALID                   VALUE 'Y'.
001350     88 TIME-INVALID                 VALUE 'N'.
001360 01  TIME-FIELD-TEST             PIC X(04).
001370 01  HHMM-WORK                   PIC 9(04).
001380 01  HHMM-SPLIT REDEFINES HHMM-WORK.
001390     05 HHMM-HH                  PIC 9(02).
001400     05 HHMM-MM                  PIC 9(02).
001410 01  DATE-WORK                   PIC 9(08).
001420 01  DATE-SPLIT REDEFINES DATE-WORK.
001430     05 DW-YEAR                  PIC 9(04).
001440     05 DW-MONTH                 PIC 9(02).
001450     05 DW-DAY                   PIC 9(02).
001460 01  SPEED-NUMERIC-TEST          PIC 9(04).
001470 01  BAND-NEW-START              PIC 9(04).
001480
001490*----------------------------------------------------------------
001500* OVERLAP CHECK. EACH BAND IS HELD AS ONE OR TWO INCLUSIVE
001510* HHMM RANGES - A BAND THAT WRAPS MIDNIGHT IS START TO 2359
001520* PLUS 0000 TO END - AND TWO BANDS OVERLAP WHEN ANY RANGE OF
001530* ONE MEETS ANY RANGE OF THE OTHER, WHICH IS EXACTLY WHEN SOME
001540* MINUTE WOULD MATCH BOTH IN 2150-SCAN-BAND.
001550*----------------------------------------------------------------
001560 01  OVERLAP-SWITCH              PIC X(01)  VALUE 'N'.
001570     88 OVERLAP-FOUND                VALUE 'Y'.
001580     88 NO-OVERLAP                   VALUE 'N'.
001590 01  SCAN-SWITCH                 PIC X(01)  VALUE 'N'.
001600     88 SCAN-DONE                    VALUE 'Y'.
001610     88 SCAN-NOT-DONE                VALUE 'N'.
001620 01  CHECK-REGION-ID             PIC X(08).
001630 01  CHECK-EFFECTIVE-DATE        PIC 9(08).
001640 01  CHECK-START-TIME            PIC 9(04).
001650 01  CHECK-END-TIME              PIC 9(04).
001660 01  EXCLUDE-KEY                 PIC X(20).
001670 01  CAND-RANGE-COUNT            PIC S9(04) COMP.
001680 01  CAND-RANGES.
001690     05 CAND-RANGE               OCCURS 2 TIMES.
001700         10 CAND-FROM            PIC 9(04).
001710         10 CAND-TO              PIC 9(04).
001720 01  BAND-RANGE-COUNT            PIC S9(04) COMP.
001730 01  BAND-RANGES.
001740     05 BAND-RANGE               OCCURS 2 TIMES.
001750         10 BAND-FROM            PIC 9(04).
001760         10 BAND-TO              PIC 9(04).
001770 01  CAND-SUB                    PIC S9(04) COMP.
001780 01  BAND-SUB                    PIC S9(04) COMP.
001790
001800*----------------------------------------------------------------
001810* PROMPTS NAMING THE BAND A PF5 WILL DELETE AND THE BAND AN
001820* ADD OR CHANGE COLLIDED WITH.
001830*----------------------------------------------------------------
001840 01  CONFIRM-MESSAGE.
001850     05 FILLER                   PIC X(25)
001860            VALUE 'PRESS PF5 TO DELETE BAND '.
001870     05 CM-REGION-ID             PIC X(08).
001880     05 FILLER                   PIC X(01)  VALUE SPACE.
001890     05 CM-EFFECTIVE-DATE        PIC 9(08).
001900     05 FILLER                   PIC X(01)  VALUE SPACE.
001910     05 CM-START-TIME            PIC 9(04).
001920
001930 01  OVERLAP-MESSAGE.
001940     05 FILLER                   PIC X(23)
001950            VALUE 'OVERLAPS EXISTING BAND '.
001960     05 OM-START-TIME            PIC 9(04).
001970     05 FILLER                   PIC X(01)  VALUE '-'.
001980     05 OM-END-TIME              PIC 9(04).
001990     05 FILLER                   PIC X(07)  VALUE ' SPEED '.
002000     05 OM-SPEED                 PIC X(04).
002010
002020 01  EXIT-MESSAGE                PIC X(26)
002030     VALUE 'PONGSCHD MAINTENANCE ENDED'.
002040
002050 LINKAGE SECTION.
002060
002070 01  DFHCOMMAREA                 PIC X(49).
002080
002090 PROCEDURE DIVISION.
002100
002110*****************************************************************
002120* 0000-MAINLINE  --  FIRST INVOCATION PAINTS AN EMPTY SCREEN;
002130*                    EVERY LATER ONE RESTORES THE SAVED STATE,
002140*                    PROCESSES THE OPERATOR'S INPUT, AND RETURNS
002150*                    PSEUDO-CONVERSATIONALLY WITH THE STATE ON
002160*                    THE COMMAREA.
002170*****************************************************************
002180 0000-MAINLINE.
002190     MOVE LOW-VALUES TO SCMMAPO.
002200     IF EIBCALEN = ZERO
002210         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002220     ELSE
002230         MOVE DFHCOMMAREA TO SCM-STATE
002240         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
002250     END-IF.
002260     EXEC CICS RETURN
002270         TRANSID  ('PSCM')
002280         COMMAREA (SCM-STATE)
002290         LENGTH   (LENGTH OF SCM-STATE)
002300     END-EXEC.
002310 0000-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350* 1000-FIRST-TIME  --  INITIALIZE THE SAVED STATE AND PAINT THE
002360*                      EMPTY MAINTENANCE SCREEN.
002370*****************************************************************
002380 1000-FIRST-TIME.
002390     MOVE LOW-VALUES TO SCM-NEXT-BROWSE-KEY.
002400     MOVE SPACES     TO SCM-BROWSE-REGION.
002410     MOVE SPACES     TO SCM-CONFIRM-KEY.
002420     SET NO-DELETE-PENDING TO TRUE.
002430     MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO.
002440     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470
002480*****************************************************************
002490* 2000-PROCESS-INPUT  --  DISPATCH ON THE KEY THE OPERATOR
002500*                         PRESSED AND THE ACTION CODE ENTERED.
002510*****************************************************************
002520 2000-PROCESS-INPUT.
002530     IF EIBAID = AID-PF3
002540         GO TO 8900-EXIT-TRANSACTION
002550     END-IF.
002560     IF EIBAID = AID-CLEAR
002570         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002580         GO TO 2000-EXIT
002590     END-IF.
002600     IF EIBAID = AID-PF8
002610         SET NO-DELETE-PENDING TO TRUE
002620         IF SCM-BROWSE-REGION = SPACES
002630             MOVE 'ENTER B AND A REGION ID TO BROWSE' TO MSGO
002640         ELSE
002650             PERFORM 3000-BROWSE THRU 3000-EXIT
002660         END-IF
002670         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002680         GO TO 2000-EXIT
002690     END-IF.
002700*    PF5 IS DRIVEN ENTIRELY FROM THE BAND KEY SAVED ON THE
002710*    COMMAREA WHEN THE DELETE WAS REQUESTED, AS IN PMNT - IT
002720*    MUST NOT DEPEND ON RECEIVING THE MAP BACK.
002730     IF EIBAID = AID-PF5
002740         PERFORM 5300-DELETE-CONFIRMED THRU 5300-EXIT
002750         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002760         GO TO 2000-EXIT
002770     END-IF.
002780     EXEC CICS RECEIVE MAP ('SCMMAP')
002790         MAPSET ('PONGSCM')
002800         INTO   (SCMMAPI)
002810         RESP   (CICS-RESPONSE-CODE)
002820     END-EXEC.
002830     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002840         MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO
002850         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002860         GO TO 2000-EXIT
002870     END-IF.
002880     IF ACTIONI NOT = 'D'
002890         SET NO-DELETE-PENDING TO TRUE
002900         MOVE SPACES TO SCM-CONFIRM-KEY
002910     END-IF.
002920     IF ACTIONI = 'B'
002930         PERFORM 2500-SET-BROWSE THRU 2500-EXIT
002940         IF EDITS-PASSED
002950             PERFORM 3000-BROWSE THRU 3000-EXIT
002960         END-IF
002970     ELSE
002980     IF ACTIONI = 'A'
002990         PERFORM 5100-ADD-BAND THRU 5100-EXIT
003000     ELSE
003010     IF ACTIONI = 'U'
003020         PERFORM 5200-UPDATE-BAND THRU 5200-EXIT
003030     ELSE
003040     IF ACTIONI = 'D'
003050         PERFORM 5250-DELETE-REQUEST THRU 5250-EXIT
003060     ELSE
003070         MOVE 'ACTION MUST BE B, A, U, OR D' TO MSGO
003080     END-IF
003090     END-IF
003100     END-IF
003110     END-IF.
003120     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 2500-SET-BROWSE  --  TAKE THE REGION (REQUIRED) AND THE
003180*                      OPTIONAL STARTING EFFECTIVE DATE FROM THE
003190*                      SCREEN AND RESTART THE BROWSE THERE. A
003200*                      BLANK DATE STARTS AT THE REGION'S OLDEST
003210*                      BAND SET.
003220*****************************************************************
003230 2500-SET-BROWSE.
003240     SET EDITS-FAILED TO TRUE.
003250     IF REGIDI = SPACES OR REGIDI = LOW-VALUES
003260         MOVE 'REGION ID IS REQUIRED' TO MSGO
003270         GO TO 2500-EXIT
003280     END-IF.
003290     IF EFFDTI NOT = SPACES AND EFFDTI NOT = LOW-VALUES
003300            AND EFFDTI IS NOT NUMERIC
003310         MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD OR BLANK'
003320             TO MSGO
003330         GO TO 2500-EXIT
003340     END-IF.
003350     MOVE REGIDI TO SCM-BROWSE-REGION.
003360     MOVE REGIDI TO BR-REGION-ID.
003370     IF EFFDTI = SPACES OR EFFDTI = LOW-VALUES
003380         MOVE ZEROES TO BR-EFFECTIVE-DATE
003390     ELSE
003400         MOVE EFFDTI TO BR-EFFECTIVE-DATE
003410     END-IF.
003420     MOVE ZEROES TO BR-START-TIME.
003430     MOVE BROWSE-KEY TO SCM-NEXT-BROWSE-KEY.
003440     SET EDITS-PASSED TO TRUE.
003450 2500-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490* 3000-BROWSE  --  FILL THE LIST AREA WITH UP TO TEN OF THE
003500*                  BROWSED REGION'S BANDS STARTING AT
003510*                  SCM-NEXT-BROWSE-KEY AND REMEMBER WHERE THE
003520*                  NEXT PF8 PAGE BEGINS.
003530*****************************************************************
003540 3000-BROWSE.
003550     PERFORM 3050-CLEAR-LIST-LINE THRU 3050-EXIT
003560         VARYING LIST-INDEX FROM 1 BY 1
003570         UNTIL LIST-INDEX > 10.
003580     MOVE SCM-NEXT-BROWSE-KEY TO BROWSE-KEY.
003590     EXEC CICS STARTBR
003600         FILE      ('PONGSCHD')
003610         RIDFLD    (BROWSE-KEY)
003620         KEYLENGTH (LENGTH OF BROWSE-KEY)
003630         GTEQ
003640         RESP      (CICS-RESPONSE-CODE)
003650     END-EXEC.
003660     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003670         MOVE 'NO BANDS ON FILE FOR THIS REGION' TO MSGO
003680         MOVE SPACES TO SCM-BROWSE-REGION
003690         GO TO 3000-EXIT
003700     END-IF.
003710     MOVE ZERO TO BROWSE-COUNT.
003720     SET BROWSE-NOT-DONE TO TRUE.
003730     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
003740         UNTIL BROWSE-DONE OR BROWSE-COUNT NOT LESS THAN 10.
003750     IF BROWSE-DONE
003760         IF BROWSE-COUNT = ZERO
003770             MOVE 'NO BANDS ON FILE FOR THIS REGION' TO MSGO
003780         ELSE
003790             MOVE 'END OF BANDS - B RESTARTS THE BROWSE' TO MSGO
003800         END-IF
003810         MOVE SPACES TO SCM-BROWSE-REGION
003820     ELSE
003830         PERFORM 3200-LOOK-AHEAD THRU 3200-EXIT
003840     END-IF.
003850     EXEC CICS ENDBR
003860         FILE ('PONGSCHD')
003870         RESP (CICS-RESPONSE-CODE)
003880     END-EXEC.
003890 3000-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* 3050-CLEAR-LIST-LINE  --  BLANK ONE LINE OF THE LIST AREA.
003940*****************************************************************
003950 3050-CLEAR-LIST-LINE.
003960     MOVE SPACES TO LSTO (LIST-INDEX).
003970 3050-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010* 3100-BROWSE-NEXT  --  READ THE NEXT BAND INTO THE LIST AREA.
004020*                       THE KEY ORDER MEANS THE FIRST RECORD
004030*                       FOR ANOTHER REGION ENDS THE BROWSE.
004040*****************************************************************
004050 3100-BROWSE-NEXT.
004060     EXEC CICS READNEXT
004070         FILE      ('PONGSCHD')
004080         INTO      (PONGSCHD-RECORD)
004090         RIDFLD    (BROWSE-KEY)
004100         KEYLENGTH (LENGTH OF BROWSE-KEY)
004110         RESP      (CICS-RESPONSE-CODE)
004120     END-EXEC.
004130     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004140         SET BROWSE-DONE TO TRUE
004150         GO TO 3100-EXIT
004160     END-IF.
004170     IF SC-REGION-ID NOT = SCM-BROWSE-REGION
004180         SET BROWSE-DONE TO TRUE
004190         GO TO 3100-EXIT
004200     END-IF.
004210     ADD 1 TO BROWSE-COUNT.
004220     MOVE SC-EFFECTIVE-DATE TO LL-EFFECTIVE-DATE.
004230     MOVE SC-START-TIME     TO LL-START-TIME.
004240     MOVE SC-END-TIME       TO LL-END-TIME.
004250     MOVE SC-SPEED          TO LL-SPEED.
004260     IF SC-START-TIME IS GREATER THAN SC-END-TIME
004270         MOVE 'WRAPS MIDNIGHT' TO LL-NOTE
004280     ELSE
004290         MOVE SPACES TO LL-NOTE
004300     END-IF.
004310     MOVE LIST-LINE TO LSTO (BROWSE-COUNT).
004320 3100-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360* 3200-LOOK-AHEAD  --  READ ONE BAND PAST THE FULL PAGE SO PF8
004370*                      KNOWS WHERE TO RESUME, OR REPORT THE
004380*                      REGION EXHAUSTED ON EXACTLY TEN BANDS.
004390*****************************************************************
004400 3200-LOOK-AHEAD.
004410     EXEC CICS READNEXT
004420         FILE      ('PONGSCHD')
004430         INTO      (PONGSCHD-RECORD)
004440         RIDFLD    (BROWSE-KEY)
004450         KEYLENGTH (LENGTH OF BROWSE-KEY)
004460         RESP      (CICS-RESPONSE-CODE)
004470     END-EXEC.
004480     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
004490            AND SC-REGION-ID = SCM-BROWSE-REGION
004500         MOVE BROWSE-KEY TO SCM-NEXT-BROWSE-KEY
004510         MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
004520     ELSE
004530         MOVE 'END OF BANDS - B RESTARTS THE BROWSE' TO MSGO
004540         MOVE SPACES TO SCM-BROWSE-REGION
004550     END-IF.
004560 3200-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600* 4000-EDIT-KEY  --  REGION ID MUST BE PRESENT, THE EFFECTIVE
004610*                    DATE A PLAUSIBLE YYYYMMDD, AND THE START
004620*                    TIME A VALID HHMM.
004630*****************************************************************
004640 4000-EDIT-KEY.
004650     SET EDITS-FAILED TO TRUE.
004660     IF REGIDI = SPACES OR REGIDI = LOW-VALUES
004670         MOVE 'REGION ID IS REQUIRED' TO MSGO
004680         GO TO 4000-EXIT
004690     END-IF.
004700     IF EFFDTI IS NOT NUMERIC
004710         MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD' TO MSGO
004720         GO TO 4000-EXIT
004730     END-IF.
004740     MOVE EFFDTI TO DATE-WORK.
004750     IF DW-MONTH IS LESS THAN 1 OR DW-MONTH IS GREATER THAN 12
004760            OR DW-DAY IS LESS THAN 1 OR DW-DAY IS GREATER THAN 31
004770         MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD' TO MSGO
004780         GO TO 4000-EXIT
004790     END-IF.
004800     MOVE STRTMI TO TIME-FIELD-TEST.
004810     PERFORM 4200-EDIT-TIME THRU 4200-EXIT.
004820     IF TIME-INVALID
004830         MOVE 'START TIME MUST BE HHMM, 0000-2359' TO MSGO
004840         GO TO 4000-EXIT
004850     END-IF.
004860     SET EDITS-PASSED TO TRUE.
004870 4000-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910* 4100-EDIT-BAND  --  THE KEY EDITS, THEN THE END TIME, THE
004920*                     SPEED, AND (FOR A CHANGE) THE OPTIONAL
004930*                     NEW START TIME.
004940*****************************************************************
004950 4100-EDIT-BAND.
004960     PERFORM 4000-EDIT-KEY THRU 4000-EXIT.
004970     IF EDITS-FAILED
004980         GO TO 4100-EXIT
004990     END-IF.
005000     SET EDITS-FAILED TO TRUE.
005010     MOVE ENDTMI TO TIME-FIELD-TEST.
005020     PERFORM 4200-EDIT-TIME THRU 4200-EXIT.
005030     IF TIME-INVALID
005040         MOVE 'END TIME MUST BE HHMM, 0000-2359' TO MSGO
005050         GO TO 4100-EXIT
005060     END-IF.
005070     IF SPEEDI IS NOT NUMERIC
005080         MOVE 'SPEED MUST BE NUMERIC 0001-9999' TO MSGO
005090         GO TO 4100-EXIT
005100     END-IF.
005110     MOVE SPEEDI TO SPEED-NUMERIC-TEST.
005120     IF SPEED-NUMERIC-TEST IS LESS THAN 1
005130         MOVE 'SPEED MUST BE NUMERIC 0001-9999' TO MSGO
005140         GO TO 4100-EXIT
005150     END-IF.
005160     IF NSTRTI NOT = SPACES AND NSTRTI NOT = LOW-VALUES
005170         MOVE NSTRTI TO TIME-FIELD-TEST
005180         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
005190         IF TIME-INVALID
005200             MOVE 'NEW START MUST BE HHMM, 0000-2359, OR BLANK'
005210                 TO MSGO
005220             GO TO 4100-EXIT
005230         END-IF
005240     END-IF.
005250     SET EDITS-PASSED TO TRUE.
005260 4100-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300* 4200-EDIT-TIME  --  TIME-FIELD-TEST MUST BE NUMERIC HHMM WITH
005310*                     HH 00-23 AND MM 00-59.
005320*****************************************************************
005330 4200-EDIT-TIME.
005340     SET TIME-INVALID TO TRUE.
005350     IF TIME-FIELD-TEST IS NOT NUMERIC
005360         GO TO 4200-EXIT
005370     END-IF.
005380     MOVE TIME-FIELD-TEST TO HHMM-WORK.
005390     IF HHMM-HH IS GREATER THAN 23
005400            OR HHMM-MM IS GREATER THAN 59
005410         GO TO 4200-EXIT
005420     END-IF.
005430     SET TIME-VALID TO TRUE.
005440 4200-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* 4500-CHECK-OVERLAP  --  BROWSE THE OTHER BANDS OF THE SAME
005490*                         REGION AND EFFECTIVE DATE AND STOP AT
005500*                         THE FIRST ONE THAT SHARES A MINUTE
005510*                         WITH CHECK-START-TIME TO CHECK-END-
005520*                         TIME. THE BAND WHOSE KEY IS IN
005530*                         EXCLUDE-KEY (THE ONE BEING CHANGED)
005540*                         IS PASSED OVER.
005550*****************************************************************
005560 4500-CHECK-OVERLAP.
005570     SET NO-OVERLAP TO TRUE.
005580     MOVE CHECK-START-TIME TO CAND-FROM (1).
005590     IF CHECK-START-TIME NOT GREATER THAN CHECK-END-TIME
005600         MOVE 1 TO CAND-RANGE-COUNT
005610         MOVE CHECK-END-TIME TO CAND-TO (1)
005620     ELSE
005630         MOVE 2 TO CAND-RANGE-COUNT
005640         MOVE 2359 TO CAND-TO (1)
005650         MOVE ZERO TO CAND-FROM (2)
005660         MOVE CHECK-END-TIME TO CAND-TO (2)
005670     END-IF.
005680     MOVE CHECK-REGION-ID      TO BR-REGION-ID.
005690     MOVE CHECK-EFFECTIVE-DATE TO BR-EFFECTIVE-DATE.
005700     MOVE ZEROES               TO BR-START-TIME.
005710     EXEC CICS STARTBR
005720         FILE      ('PONGSCHD')
005730         RIDFLD    (BROWSE-KEY)
005740         KEYLENGTH (LENGTH OF BROWSE-KEY)
005750         GTEQ
005760         RESP      (CICS-RESPONSE-CODE)
005770     END-EXEC.
005780     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005790         GO TO 4500-EXIT
005800     END-IF.
005810     SET SCAN-NOT-DONE TO TRUE.
005820     PERFORM 4510-SCAN-BAND THRU 4510-EXIT
005830         UNTIL SCAN-DONE.
005840     EXEC CICS ENDBR
005850         FILE ('PONGSCHD')
005860         RESP (CICS-RESPONSE-CODE)
005870     END-EXEC.
005880 4500-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920* 4510-SCAN-BAND  --  EXAMINE ONE BAND OF THE SET. A BAND WITH
005930*                     A NON-NUMERIC TIME CANNOT COVER ANY
005940*                     MINUTE IN PONG AND IS PASSED OVER.
005950*****************************************************************
005960 4510-SCAN-BAND.
005970     EXEC CICS READNEXT
005980         FILE      ('PONGSCHD')
005990         INTO      (PONGSCHD-RECORD)
006000         RIDFLD    (BROWSE-KEY)
006010         KEYLENGTH (LENGTH OF BROWSE-KEY)
006020         RESP      (CICS-RESPONSE-CODE)
006030     END-EXEC.
006040     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006050         SET SCAN-DONE TO TRUE
006060         GO TO 4510-EXIT
006070     END-IF.
006080     IF SC-REGION-ID NOT = CHECK-REGION-ID
006090            OR SC-EFFECTIVE-DATE NOT = CHECK-EFFECTIVE-DATE
006100         SET SCAN-DONE TO TRUE
006110         GO TO 4510-EXIT
006120     END-IF.
006130     IF SC-KEY = EXCLUDE-KEY
006140         GO TO 4510-EXIT
006150     END-IF.
006160     IF SC-START-TIME IS NOT NUMERIC
006170            OR SC-END-TIME IS NOT NUMERIC
006180         GO TO 4510-EXIT
006190     END-IF.
006200     MOVE SC-START-TIME TO BAND-FROM (1).
006210     IF SC-START-TIME NOT GREATER THAN SC-END-TIME
006220         MOVE 1 TO BAND-RANGE-COUNT
006230         MOVE SC-END-TIME TO BAND-TO (1)
006240     ELSE
006250         MOVE 2 TO BAND-RANGE-COUNT
006260         MOVE 2359 TO BAND-TO (1)
006270         MOVE ZERO TO BAND-FROM (2)
006280         MOVE SC-END-TIME TO BAND-TO (2)
006290     END-IF.
006300     PERFORM 4520-TEST-RANGES THRU 4520-EXIT
006310         VARYING CAND-SUB FROM 1 BY 1
006320         UNTIL CAND-SUB IS GREATER THAN CAND-RANGE-COUNT
006330         AFTER BAND-SUB FROM 1 BY 1
006340         UNTIL BAND-SUB IS GREATER THAN BAND-RANGE-COUNT.
006350     IF OVERLAP-FOUND
006360         MOVE SC-START-TIME TO OM-START-TIME
006370         MOVE SC-END-TIME   TO OM-END-TIME
006380         MOVE SC-SPEED      TO OM-SPEED
006390         SET SCAN-DONE TO TRUE
006400     END-IF.
006410 4510-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* 4520-TEST-RANGES  --  TWO INCLUSIVE RANGES MEET WHEN EACH
006460*                       STARTS NO LATER THAN THE OTHER ENDS.
006470*****************************************************************
006480 4520-TEST-RANGES.
006490     IF CAND-FROM (CAND-SUB) NOT GREATER THAN BAND-TO (BAND-SUB)
006500            AND BAND-FROM (BAND-SUB)
006510                NOT GREATER THAN CAND-TO (CAND-SUB)
006520         SET OVERLAP-FOUND TO TRUE
006530     END-IF.
006540 4520-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580* 5100-ADD-BAND  --  ADD A BAND THAT OVERLAPS NO OTHER BAND OF
006590*                    ITS REGION AND EFFECTIVE DATE.
006600*****************************************************************
006610 5100-ADD-BAND.
006620     PERFORM 4100-EDIT-BAND THRU 4100-EXIT.
006630     IF EDITS-FAILED
006640         GO TO 5100-EXIT
006650     END-IF.
006660     MOVE REGIDI TO CHECK-REGION-ID.
006670     MOVE EFFDTI TO CHECK-EFFECTIVE-DATE.
006680     MOVE STRTMI TO CHECK-START-TIME.
006690     MOVE ENDTMI TO CHECK-END-TIME.
006700     MOVE LOW-VALUES TO EXCLUDE-KEY.
006710     PERFORM 4500-CHECK-OVERLAP THRU 4500-EXIT.
006720     IF OVERLAP-FOUND
006730         MOVE OVERLAP-MESSAGE TO MSGO
006740         GO TO 5100-EXIT
006750     END-IF.
006760     MOVE SPACES TO PONGSCHD-RECORD.
006770     MOVE REGIDI TO SC-REGION-ID.
006780     MOVE EFFDTI TO SC-EFFECTIVE-DATE.
006790     MOVE STRTMI TO SC-START-TIME.
006800     MOVE ENDTMI TO SC-END-TIME.
006810     MOVE SPEEDI TO SC-SPEED.
006820     EXEC CICS WRITE
006830         FILE      ('PONGSCHD')
006840         FROM      (PONGSCHD-RECORD)
006850         RIDFLD    (SC-KEY)
006860         KEYLENGTH (LENGTH OF SC-KEY)
006870         RESP      (CICS-RESPONSE-CODE)
006880     END-EXEC.
006890     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
006900         MOVE 'SCA'  TO AUDIT-ACTION-CODE
006910         MOVE SPACES TO OLD-SPEED
006920         MOVE SC-SPEED TO NEW-SPEED
006930         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
006940         MOVE 'BAND ADDED' TO MSGO
006950     ELSE
006960     IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
006970         MOVE 'BAND ALREADY ON FILE - USE ACTION U' TO MSGO
006980     ELSE
006990         MOVE 'ADD FAILED - SCHEDULE FILE ERROR' TO MSGO
007000     END-IF
007010     END-IF.
007020 5100-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060* 5200-UPDATE-BAND  --  CHANGE THE END TIME AND SPEED OF AN
007070*                       EXISTING BAND AND, WHEN A NEW START IS
007080*                       KEYED, MOVE ITS START TIME - THE START
007090*                       IS PART OF THE KEY, SO THAT IS A DELETE
007100*                       AND A WRITE UNDER THE ONE UPDATE LOCK,
007110*                       WITH THE OLD BAND PUT BACK IF THE WRITE
007120*                       FAILS. THE OVERLAP CHECK RUNS FIRST,
007130*                       IGNORING THE BAND BEING CHANGED.
007140*****************************************************************
007150 5200-UPDATE-BAND.
007160     PERFORM 4100-EDIT-BAND THRU 4100-EXIT.
007170     IF EDITS-FAILED
007180         GO TO 5200-EXIT
007190     END-IF.
007200     MOVE STRTMI TO BAND-NEW-START.
007210     IF NSTRTI NOT = SPACES AND NSTRTI NOT = LOW-VALUES
007220         MOVE NSTRTI TO BAND-NEW-START
007230     END-IF.
007240     MOVE SPACES TO PONGSCHD-RECORD.
007250     MOVE REGIDI TO SC-REGION-ID.
007260     MOVE EFFDTI TO SC-EFFECTIVE-DATE.
007270     MOVE STRTMI TO SC-START-TIME.
007280     MOVE SC-KEY TO EXCLUDE-KEY.
007290     MOVE REGIDI TO CHECK-REGION-ID.
007300     MOVE EFFDTI TO CHECK-EFFECTIVE-DATE.
007310     MOVE BAND-NEW-START TO CHECK-START-TIME.
007320     MOVE ENDTMI TO CHECK-END-TIME.
007330     PERFORM 4500-CHECK-OVERLAP THRU 4500-EXIT.
007340     IF OVERLAP-FOUND
007350         MOVE OVERLAP-MESSAGE TO MSGO
007360         GO TO 5200-EXIT
007370     END-IF.
007380     MOVE EXCLUDE-KEY TO SC-KEY.
007390     EXEC CICS READ
007400         FILE      ('PONGSCHD')
007410         INTO      (PONGSCHD-RECORD)
007420         RIDFLD    (SC-KEY)
007430         KEYLENGTH (LENGTH OF SC-KEY)
007440         UPDATE
007450         RESP      (CICS-RESPONSE-CODE)
007460     END-EXEC.
007470     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007480         MOVE 'BAND NOT ON FILE - USE ACTION A' TO MSGO
007490         GO TO 5200-EXIT
007500     END-IF.
007510     MOVE SC-SPEED TO OLD-SPEED.
007520     MOVE SPEEDI   TO NEW-SPEED.
007530     IF BAND-NEW-START = SC-START-TIME
007540         MOVE ENDTMI TO SC-END-TIME
007550         MOVE SPEEDI TO SC-SPEED
007560         EXEC CICS REWRITE
007570             FILE ('PONGSCHD')
007580             FROM (PONGSCHD-RECORD)
007590             RESP (CICS-RESPONSE-CODE)
007600         END-EXEC
007610     ELSE
007620         PERFORM 5210-REKEY-BAND THRU 5210-EXIT
007630     END-IF.
007640     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
007650         MOVE 'SCU' TO AUDIT-ACTION-CODE
007660         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
007670         MOVE 'BAND UPDATED' TO MSGO
007680     ELSE
007690         MOVE 'UPDATE FAILED - SCHEDULE FILE ERROR' TO MSGO
007700     END-IF.
007710 5200-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750* 5210-REKEY-BAND  --  DELETE THE BAND READ FOR UPDATE AND
007760*                      WRITE IT BACK UNDER ITS NEW START TIME.
007770*                      CICS-RESPONSE-CODE IS LEFT FROM THE
007780*                      STEP THAT DECIDES THE OUTCOME.
007790*****************************************************************
007800 5210-REKEY-BAND.
007810     MOVE PONGSCHD-RECORD TO SAVED-SCHED-RECORD.
007820     EXEC CICS DELETE
007830         FILE ('PONGSCHD')
007840         RESP (CICS-RESPONSE-CODE)
007850     END-EXEC.
007860     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007870         GO TO 5210-EXIT
007880     END-IF.
007890     MOVE BAND-NEW-START TO SC-START-TIME.
007900     MOVE ENDTMI         TO SC-END-TIME.
007910     MOVE SPEEDI         TO SC-SPEED.
007920     EXEC CICS WRITE
007930         FILE      ('PONGSCHD')
007940         FROM      (PONGSCHD-RECORD)
007950         RIDFLD    (SC-KEY)
007960         KEYLENGTH (LENGTH OF SC-KEY)
007970         RESP      (CICS-RESPONSE-CODE)
007980     END-EXEC.
007990     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
008000         MOVE BAND-NEW-START TO STRTMO
008010         MOVE SPACES TO NSTRTO
008020         GO TO 5210-EXIT
008030     END-IF.
008040     MOVE SAVED-SCHED-RECORD TO PONGSCHD-RECORD.
008050     EXEC CICS WRITE
008060         FILE      ('PONGSCHD')
008070         FROM      (PONGSCHD-RECORD)
008080         RIDFLD    (SC-KEY)
008090         KEYLENGTH (LENGTH OF SC-KEY)
008100         NOHANDLE
008110     END-EXEC.
008120 5210-EXIT.
008130     EXIT.
008140
008150*****************************************************************
008160* 5250-DELETE-REQUEST  --  FIRST PRESS OF A DELETE. VERIFY THE
008170*                          BAND EXISTS AND ASK FOR PF5
008180*                          CONFIRMATION BEFORE TOUCHING IT.
008190*****************************************************************
008200 5250-DELETE-REQUEST.
008210     PERFORM 4000-EDIT-KEY THRU 4000-EXIT.
008220     IF EDITS-FAILED
008230         SET NO-DELETE-PENDING TO TRUE
008240         GO TO 5250-EXIT
008250     END-IF.
008260     MOVE SPACES TO PONGSCHD-RECORD.
008270     MOVE REGIDI TO SC-REGION-ID.
008280     MOVE EFFDTI TO SC-EFFECTIVE-DATE.
008290     MOVE STRTMI TO SC-START-TIME.
008300     EXEC CICS READ
008310         FILE      ('PONGSCHD')
008320         INTO      (PONGSCHD-RECORD)
008330         RIDFLD    (SC-KEY)
008340         KEYLENGTH (LENGTH OF SC-KEY)
008350         RESP      (CICS-RESPONSE-CODE)
008360     END-EXEC.
008370     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
008380         MOVE 'BAND NOT ON FILE' TO MSGO
008390         SET NO-DELETE-PENDING TO TRUE
008400         GO TO 5250-EXIT
008410     END-IF.
008420     MOVE SC-KEY TO SCM-CONFIRM-KEY.
008430     SET DELETE-PENDING TO TRUE.
008440     MOVE SC-REGION-ID      TO CM-REGION-ID.
008450     MOVE SC-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE.
008460     MOVE SC-START-TIME     TO CM-START-TIME.
008470     MOVE CONFIRM-MESSAGE TO MSGO.
008480 5250-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520* 5300-DELETE-CONFIRMED  --  PF5 PRESSED. DELETE THE BAND NAMED
008530*                            ON THE SAVED CONFIRMATION - THE
008540*                            SCREEN IS DELIBERATELY NOT RECEIVED
008550*                            ON THIS PATH, SO THE COMMAREA IS
008560*                            THE ONLY TRUTH ABOUT WHICH BAND WAS
008570*                            CONFIRMED.
008580*****************************************************************
008590 5300-DELETE-CONFIRMED.
008600     IF NO-DELETE-PENDING
008610         MOVE 'NO DELETE IS AWAITING CONFIRMATION' TO MSGO
008620         GO TO 5300-EXIT
008630     END-IF.
008640     MOVE SCM-CONFIRM-KEY TO SC-KEY.
008650     MOVE SC-REGION-ID      TO REGIDO.
008660     MOVE SC-EFFECTIVE-DATE TO EFFDTO.
008670     MOVE SC-START-TIME     TO STRTMO.
008680     EXEC CICS READ
008690         FILE      ('PONGSCHD')
008700         INTO      (PONGSCHD-RECORD)
008710         RIDFLD    (SC-KEY)
008720         KEYLENGTH (LENGTH OF SC-KEY)
008730         UPDATE
008740         RESP      (CICS-RESPONSE-CODE)
008750     END-EXEC.
008760     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
008770         MOVE 'BAND NOT ON FILE' TO MSGO
008780         SET NO-DELETE-PENDING TO TRUE
008790         MOVE SPACES TO SCM-CONFIRM-KEY
008800         GO TO 5300-EXIT
008810     END-IF.
008820     MOVE SC-SPEED TO OLD-SPEED.
008830     MOVE SPACES   TO NEW-SPEED.
008840     EXEC CICS DELETE
008850         FILE ('PONGSCHD')
008860         RESP (CICS-RESPONSE-CODE)
008870     END-EXEC.
008880     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
008890         MOVE 'SCD' TO AUDIT-ACTION-CODE
008900         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
008910         MOVE 'BAND DELETED' TO MSGO
008920     ELSE
008930         MOVE 'DELETE FAILED - SCHEDULE FILE ERROR' TO MSGO
008940     END-IF.
008950     SET NO-DELETE-PENDING TO TRUE.
008960     MOVE SPACES TO SCM-CONFIRM-KEY.
008970 5300-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010* 7000-WRITE-AUDIT  --  WRITE ONE MAINTENANCE AUDIT LINE TO THE
009020*                       PAUD TRANSIENT DATA QUEUE: WHO, WHICH
009030*                       REGION'S SCHEDULE, OLD SPEED, NEW
009040*                       SPEED, AND WHEN. BEST EFFORT, LIKE
009050*                       EVERY OTHER PAUD WRITER - A QUEUE ERROR
009060*                       MUST NOT STOP THE MAINTENANCE ACTION.
009070*****************************************************************
009080 7000-WRITE-AUDIT.
009090     MOVE SPACES TO AUDIT-TD-RECORD.
009100     SET AUD-TYPE-MAINT TO TRUE.
009110     MOVE EIBTRMID TO AUD-TERM-ID.
009120     MOVE EIBTASKN TO AUD-TASK-NUMBER.
009130     EXEC CICS ASKTIME
009140         ABSTIME (ABSOLUTE-TIME)
009150         RESP    (CICS-RESPONSE-CODE)
009160     END-EXEC.
009170     EXEC CICS FORMATTIME
009180         ABSTIME  (ABSOLUTE-TIME)
009190         YYYYMMDD (AUD-CALL-DATE)
009200         TIME     (AUD-CALL-TIME)
009210         RESP     (CICS-RESPONSE-CODE)
009220     END-EXEC.
009230     EXEC CICS ASSIGN
009240         USERID (AUDIT-USER-ID)
009250     END-EXEC.
009260     MOVE AUDIT-USER-ID      TO AUD-USER-ID.
009270     MOVE AUDIT-ACTION-CODE  TO AUD-ACTION.
009280     MOVE SC-REGION-ID       TO AUD-REGION-ID.
009290     MOVE OLD-SPEED          TO AUD-OLD-SPEED.
009300     MOVE NEW-SPEED          TO AUD-NEW-SPEED.
009310     EXEC CICS WRITEQ TD
009320         QUEUE  ('PAUD')
009330         FROM   (AUDIT-TD-RECORD)
009340         LENGTH (LENGTH OF AUDIT-TD-RECORD)
009350         RESP   (CICS-RESPONSE-CODE)
009360     END-EXEC.
009370 7000-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* 7500-SEND-MAP  --  REPAINT THE FULL MAINTENANCE SCREEN. THE
009420*                    INPUT AND OUTPUT DATA FIELDS SHARE STORAGE,
009430*                    SO WHATEVER THE OPERATOR KEYED IS ECHOED
009440*                    BACK WITHOUT EXPLICIT MOVES.
009450*****************************************************************
009460 7500-SEND-MAP.
009470     EXEC CICS SEND MAP ('SCMMAP')
009480         MAPSET ('PONGSCM')
009490         FROM   (SCMMAPO)
009500         ERASE
009510     END-EXEC.
009520 7500-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560* 8900-EXIT-TRANSACTION  --  PF3. LEAVE THE TRANSACTION AND
009570*                            RETURN THE TERMINAL TO CICS.
009580*****************************************************************
009590 8900-EXIT-TRANSACTION.
009600     EXEC CICS SEND TEXT
009610         FROM   (EXIT-MESSAGE)
009620         LENGTH (LENGTH OF EXIT-MESSAGE)
009630         ERASE
009640     END-EXEC.
009650     EXEC CICS RETURN END-EXEC.
