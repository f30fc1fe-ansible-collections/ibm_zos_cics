000010*****************************************************************
000020* PROGRAM      : PONGROM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONLINE MAINTENANCE (TRANSACTION PROM, MAPSET
000070*                PONGROM) FOR THE PONGROST REGION ROSTER, BUILT
000080*                ON THE SAME LINES AS PMNT. BROWSES THE ROSTER
000090*                AND ADDS, UPDATES, AND DELETES A REGION KEYED
000100*                BY SYSID, WITH A PF5 CONFIRMATION BEFORE ANY
000110*                DELETE. EACH REGION CARRIES A STATUS - A
000120*                ACTIVE, S SUSPENDED, OR M MAINTENANCE WITH A
000130*                FROM/TO DATE-TIME WINDOW - AND A CONTACT NAME,
000140*                SO A PLANNED OUTAGE CAN BE BOOKED AHEAD AND THE
000150*                SWEEPS AND THE PCOL CONSOLIDATION LEAVE THE
000160*                REGION ALONE WHILE IT LASTS INSTEAD OF PAGING
000170*                SOMEBODY. ON AN UPDATE A BLANK FIELD LEAVES THE
000180*                EXISTING VALUE ALONE. EVERY CHANGE WRITES A
000190*                MAINTENANCE AUDIT LINE TO THE PAUD TRANSIENT
000200*                DATA QUEUE (SHARED PAUDREC LAYOUT) WITH ACTION
000210*                RSA (REGION ADDED), RSU (REGION CHANGED), OR
000220*                RSD (REGION DELETED), THE SYSID, AND THE OLD
000230*                AND NEW STATUS (ACTV, SUSP, OR MWIN) IN THE
000240*                OLD AND NEW VALUE COLUMNS.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270* DATE       INIT DESCRIPTION
000280* ---------- ---- ------------------------------------------------
000290* 10/15/2026 WPY  ORIGINAL PROGRAM.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      PONGROM.
000330 AUTHOR.          WILL YATES.
000340 INSTALLATION.    APPLICATION DEVELOPMENT.
000350 DATE-WRITTEN.    10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390
000400 DATA DIVISION.
000410
000420 WORKING-STORAGE SECTION.
000430
000440*----------------------------------------------------------------
000450* SYMBOLIC MAP FOR THE ROSTER MAINTENANCE SCREEN.
000460*----------------------------------------------------------------
000470 COPY PONGROMM.
000480
000490*----------------------------------------------------------------
000500* PSEUDO-CONVERSATIONAL STATE CARRIED ACROSS INVOCATIONS ON THE
000510* COMMAREA: WHERE THE NEXT PF8 PAGE OF THE BROWSE STARTS, AND
000520* WHICH REGION (IF ANY) HAS A DELETE AWAITING PF5 CONFIRMATION.
000530*----------------------------------------------------------------
000540 01  ROM-STATE.
000550     05 ROM-NEXT-BROWSE-KEY      PIC X(04).
000560     05 ROM-CONFIRM-SYSID        PIC X(04).
000570     05 ROM-CONFIRM-FLAG         PIC X(01).
000580         88 DELETE-PENDING           VALUE 'Y'.
000590         88 NO-DELETE-PENDING        VALUE 'N'.
000600
000610*----------------------------------------------------------------
000620* ATTENTION IDENTIFIERS TESTED AGAINST EIBAID. VALUES MATCH THE
000630* DFHAID COPYBOOK (DFHCLEAR, DFHPF3, DFHPF5, DFHPF8). ANY KEY
000640* NOT LISTED HERE IS TREATED THE SAME AS ENTER.
000650*----------------------------------------------------------------
000660 01  AID-CLEAR                   PIC X(01)  VALUE '_'.
000670 01  AID-PF3                     PIC X(01)  VALUE '3'.
000680 01  AID-PF5                     PIC X(01)  VALUE '5'.
000690 01  AID-PF8                     PIC X(01)  VALUE '8'.
000700
000710*----------------------------------------------------------------
000720* ROSTER RECORD AND CICS RESPONSE WORK AREAS.
000730*----------------------------------------------------------------
000740 01  PONGROST-RECORD.
000750     COPY PONGROST.
000760
000770 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000780
000790*----------------------------------------------------------------
000800* MAINTENANCE AUDIT LINE WRITTEN TO THE PAUD TRANSIENT DATA
000810* QUEUE FOR EVERY ADD, UPDATE, AND DELETE. THE OLD AND NEW
000820* VALUE COLUMNS CARRY THE REGION'S STATUS AS A FOUR-LETTER
000830* WORD.
000840*----------------------------------------------------------------
000850 01  AUDIT-TD-RECORD.
000860     COPY PAUDREC.
000870
000880 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
000890 01  AUDIT-USER-ID               PIC X(08).
000900 01  AUDIT-ACTION-CODE           PIC X(03).
000910 01  OLD-STATUS-WORD             PIC X(04).
000920 01  NEW-STATUS-WORD             PIC X(04).
000930 01  STATUS-WORD                 PIC X(04).
000940
000950*----------------------------------------------------------------
000960* BROWSE WORK AREAS AND THE DETAIL LINE BUILT FOR EACH REGION
000970* SHOWN IN THE LIST AREA OF THE SCREEN. THE CONTACT NAME IS
000980* CUT TO WHAT FITS; THE FULL NAME SHOWS ON AN UPDATE.
000990*----------------------------------------------------------------
001000 01  BROWSE-KEY                  PIC X(04).
001010 01  BROWSE-COUNT                PIC S9(04) COMP  VALUE ZERO.
001020 01  LIST-INDEX                  PIC S9(04) COMP  VALUE ZERO.
001030 01  BROWSE-SWITCH               PIC X(01)  VALUE 'N'.
001040     88 BROWSE-DONE                  VALUE 'Y'.
001050     88 BROWSE-NOT-DONE              VALUE 'N'.
001060
001070 01  LIST-LINE.
001080     05 LL-SYSID                 PIC X(04).
001090     05 FILLER                   PIC X(01)  VALUE SPACES.
001100     05 LL-REGION-NAME           PIC X(20).
001110     05 FILLER                   PIC X(01)  VALUE SPACES.
001120     05 LL-STATUS                PIC X(01).
001130     05 FILLER                   PIC X(01)  VALUE SPACES.
001140     05 LL-FROM-DATE             PIC X(08).
001150     05 FILLER                   PIC X(01)  VALUE SPACES.
001160     05 LL-FROM-TIME             PIC X(04).
001170     05 FILLER                   PIC X(01)  VALUE SPACES.
001180     05 LL-TO-DATE               PIC X(08).
001190     05 FILLER                   PIC X(01)  VALUE SPACES.
001200     05 LL-TO-TIME               PIC X(04).
001210     05 FILLER                   PIC X(01)  VALUE SPACES.
001220     05 LL-CONTACT-NAME          PIC X(22).
001230
001240*----------------------------------------------------------------
001250* FIELD EDIT RESULTS. A WINDOW IS KEYED AS FOUR FIELDS - FROM
001260* DATE AND TIME, TO DATE AND TIME - AND IS TAKEN ALL OR NOTHING.
001270* A DATE IS A PLAUSIBLE YYYYMMDD AND A TIME IS HHMM WITH HH
001280* 00-23 AND MM 00-59.
001290*----------------------------------------------------------------
001300 01  EDIT-SWITCH                 PIC X(01)  VALUE 'N'.
001310     88 EDITS-PASSED                 VALUE 'Y'.
001320     88 EDITS-FAILED                 VALUE 'N'.
001330 01  WINDOW-SWITCH               PIC X(01)  VALUE 'N'.
001340     88 WINDOW-KEYED                 VALUE 'Y'.
001350     88 WINDOW-NOT-KEYED             VALUE 'N'.
001360 01  FIELD-SWITCH                PIC X(01)  VALUE 'N'.
001370     88 FIELD-VALID                  VALUE 'Y'.
001380     88 FIELD-INVALID                VALUE 'N'.
001390 01  DATE-FIELD-TEST             PIC X(08).
001400 01  DATE-WORK                   PIC 9(08).
001410 01  DATE-SPLIT REDEFINES DATE-WORK.
001420     05 DW-YEAR                  PIC 9(04).
001430     05 DW-MONTH                 PIC 9(02).
001440     05 DW-DAY                   PIC 9(02).
001450 01  TIME-FIELD-TEST             PIC X(04).
001460 01  HHMM-WORK                   PIC 9(04).
001470 01  HHMM-SPLIT REDEFINES HHMM-WORK.
001480     05 HHMM-HH                  PIC 9(02).
001490     05 HHMM-MM                  PIC 9(02).
001500 01  NEW-STATUS                  PIC X(01).
001510 01  NEW-WINDOW.
001520     05 NEW-FROM.
001530         10 NEW-FROM-DATE        PIC 9(08).
001540         10 NEW-FROM-TIME        PIC 9(04).
001550     05 NEW-TO.
001560         10 NEW-TO-DATE          PIC 9(08).
001570         10 NEW-TO-TIME          PIC 9(04).
001580
001590*----------------------------------------------------------------
001600* CONFIRMATION PROMPT NAMING THE REGION A PF5 WILL DELETE.
001610*----------------------------------------------------------------
001620 01  CONFIRM-MESSAGE.
001630     05 FILLER                   PIC X(31)
001640            VALUE 'PRESS PF5 TO CONFIRM DELETE OF '.
001650     05 CM-SYSID                 PIC X(04).
001660
001670 01  EXIT-MESSAGE                PIC X(26)
001680     VALUE 'PONGROST MAINTENANCE ENDED'.
001690
001700 LINKAGE SECTION.
001710
001720 01  DFHCOMMAREA                 PIC X(09).
001730
001740 PROCEDURE DIVISION.
001750
001760*****************************************************************
001770* 0000-MAINLINE  --  FIRST INVOCATION PAINTS AN EMPTY SCREEN;
001780*                    EVERY LATER ONE RESTORES THE SAVED STATE,
001790*                    PROCESSES THE OPERATOR'S INPUT, AND RETURNS
001800*                    PSEUDO-CONVERSATIONALLY WITH THE STATE ON
001810*                    THE COMMAREA.
001820*****************************************************************
001830 0000-MAINLINE.
001840     MOVE LOW-VALUES TO ROMMAPO.
001850     IF EIBCALEN = ZERO
001860         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001870     ELSE
001880         MOVE DFHCOMMAREA TO ROM-STATE
001890         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
001900     END-IF.
001910     EXEC CICS RETURN
001920         TRANSID  ('PROM')
001930         COMMAREA (ROM-STATE)
001940         LENGTH   (LENGTH OF ROM-STATE)
001950     END-EXEC.
001960 0000-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000* 1000-FIRST-TIME  --  INITIALIZE THE SAVED STATE AND PAINT THE
002010*                      EMPTY MAINTENANCE SCREEN.
002020*****************************************************************
002030 1000-FIRST-TIME.
002040     MOVE LOW-VALUES TO ROM-NEXT-BROWSE-KEY.
002050     MOVE SPACES     TO ROM-CONFIRM-SYSID.
002060     SET NO-DELETE-PENDING TO TRUE.
002070     MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO.
002080     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110
002120*****************************************************************
002130* 2000-PROCESS-INPUT  --  DISPATCH ON THE KEY THE OPERATOR
002140*                         PRESSED AND THE ACTION CODE ENTERED.
002150*****************************************************************
002160 2000-PROCESS-INPUT.
002170     IF EIBAID = AID-PF3
002180         GO TO 8900-EXIT-TRANSACTION
002190     END-IF.
002200     IF EIBAID = AID-CLEAR
002210         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002220         GO TO 2000-EXIT
002230     END-IF.
002240     IF EIBAID = AID-PF8
002250         SET NO-DELETE-PENDING TO TRUE
002260         PERFORM 3000-BROWSE THRU 3000-EXIT
002270         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002280         GO TO 2000-EXIT
002290     END-IF.
002300*    PF5 IS DRIVEN ENTIRELY FROM THE SYSID SAVED ON THE
002310*    COMMAREA WHEN THE DELETE WAS REQUESTED, AS IN PMNT - IT
002320*    MUST NOT DEPEND ON RECEIVING THE MAP BACK.
002330     IF EIBAID = AID-PF5
002340         PERFORM 5300-DELETE-CONFIRMED THRU 5300-EXIT
002350         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002360         GO TO 2000-EXIT
002370     END-IF.
002380     EXEC CICS RECEIVE MAP ('ROMMAP')
002390         MAPSET ('PONGROM')
002400         INTO   (ROMMAPI)
002410         RESP   (CICS-RESPONSE-CODE)
002420     END-EXEC.
002430     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002440         MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO
002450         PERFORM 7500-SEND-MAP THRU 7500-EXIT
002460         GO TO 2000-EXIT
002470     END-IF.
002480     IF ACTIONI NOT = 'D'
002490         SET NO-DELETE-PENDING TO TRUE
002500         MOVE SPACES TO ROM-CONFIRM-SYSID
002510     END-IF.
002520     IF ACTIONI = 'B'
002530         IF SYSIDI = SPACES OR SYSIDI = LOW-VALUES
002540             MOVE LOW-VALUES TO ROM-NEXT-BROWSE-KEY
002550         ELSE
002560             MOVE SYSIDI TO ROM-NEXT-BROWSE-KEY
002570         END-IF
002580         PERFORM 3000-BROWSE THRU 3000-EXIT
002590     ELSE
002600     IF ACTIONI = 'A'
002610         PERFORM 5100-ADD-REGION THRU 5100-EXIT
002620     ELSE
002630     IF ACTIONI = 'U'
002640         PERFORM 5200-UPDATE-REGION THRU 5200-EXIT
002650     ELSE
002660     IF ACTIONI = 'D'
002670         PERFORM 5250-DELETE-REQUEST THRU 5250-EXIT
002680     ELSE
002690         MOVE 'ACTION MUST BE B, A, U, OR D' TO MSGO
002700     END-IF
002710     END-IF
002720     END-IF
002730     END-IF.
002740     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790* 3000-BROWSE  --  FILL THE LIST AREA WITH UP TO TEN ROSTER
002800*                  REGIONS STARTING AT ROM-NEXT-BROWSE-KEY AND
002810*                  REMEMBER WHERE THE NEXT PF8 PAGE BEGINS.
002820*****************************************************************
002830 3000-BROWSE.
002840     PERFORM 3050-CLEAR-LIST-LINE THRU 3050-EXIT
002850         VARYING LIST-INDEX FROM 1 BY 1
002860         UNTIL LIST-INDEX > 10.
002870     MOVE ROM-NEXT-BROWSE-KEY TO BROWSE-KEY.
002880     EXEC CICS STARTBR
002890         FILE      ('PONGROST')
002900         RIDFLD    (BROWSE-KEY)
002910         KEYLENGTH (LENGTH OF BROWSE-KEY)
002920         GTEQ
002930         RESP      (CICS-RESPONSE-CODE)
002940     END-EXEC.
002950     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002960         MOVE 'NO ROSTER REGIONS FOUND' TO MSGO
002970         MOVE LOW-VALUES TO ROM-NEXT-BROWSE-KEY
002980         GO TO 3000-EXIT
002990     END-IF.
003000     MOVE ZERO TO BROWSE-COUNT.
003010     SET BROWSE-NOT-DONE TO TRUE.
003020     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
003030         UNTIL BROWSE-DONE OR BROWSE-COUNT NOT LESS THAN 10.
003040     IF BROWSE-DONE
003050         MOVE 'END OF FILE REACHED - B RESTARTS THE BROWSE'
003060             TO MSGO
003070         MOVE LOW-VALUES TO ROM-NEXT-BROWSE-KEY
003080     ELSE
003090         PERFORM 3200-LOOK-AHEAD THRU 3200-EXIT
003100     END-IF.
003110     EXEC CICS ENDBR
003120         FILE ('PONGROST')
003130         RESP (CICS-RESPONSE-CODE)
003140     END-EXEC.
003150 3000-EXIT.
003160     EXIT.
003170
003180*****************************************************************
003190* 3050-CLEAR-LIST-LINE  --  BLANK ONE LINE OF THE LIST AREA.
003200*****************************************************************
003210 3050-CLEAR-LIST-LINE.
003220     MOVE SPACES TO LSTO (LIST-INDEX).
003230 3050-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270* 3100-BROWSE-NEXT  --  READ THE NEXT ROSTER REGION INTO THE
003280*                       LIST AREA. A WINDOW IS ONLY SHOWN FOR A
003290*                       REGION IN MAINTENANCE STATUS.
003300*****************************************************************
003310 3100-BROWSE-NEXT.
003320     MOVE SPACES TO PONGROST-RECORD.
003330     EXEC CICS READNEXT
003340         FILE      ('PONGROST')
003350         INTO      (PONGROST-RECORD)
003360         RIDFLD    (BROWSE-KEY)
003370         KEYLENGTH (LENGTH OF BROWSE-KEY)
003380         RESP      (CICS-RESPONSE-CODE)
003390     END-EXEC.
003400     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003410         SET BROWSE-DONE TO TRUE
003420         GO TO 3100-EXIT
003430     END-IF.
003440     ADD 1 TO BROWSE-COUNT.
003450     MOVE RO-SYSID        TO LL-SYSID.
003460     MOVE RO-REGION-NAME  TO LL-REGION-NAME.
003470     IF RO-STATUS = SPACE
003480         MOVE 'A' TO LL-STATUS
003490     ELSE
003500         MOVE RO-STATUS TO LL-STATUS
003510     END-IF.
003520     IF RO-STATUS-MAINTENANCE
003530         MOVE RO-MAINT-FROM-DATE TO LL-FROM-DATE
003540         MOVE RO-MAINT-FROM-TIME TO LL-FROM-TIME
003550         MOVE RO-MAINT-TO-DATE   TO LL-TO-DATE
003560         MOVE RO-MAINT-TO-TIME   TO LL-TO-TIME
003570     ELSE
003580         MOVE SPACES TO LL-FROM-DATE
003590         MOVE SPACES TO LL-FROM-TIME
003600         MOVE SPACES TO LL-TO-DATE
003610         MOVE SPACES TO LL-TO-TIME
003620     END-IF.
003630     MOVE RO-CONTACT-NAME TO LL-CONTACT-NAME.
003640     MOVE LIST-LINE TO LSTO (BROWSE-COUNT).
003650 3100-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690* 3200-LOOK-AHEAD  --  READ ONE REGION PAST THE FULL PAGE SO
003700*                      PF8 KNOWS WHERE TO RESUME, OR REPORT END
003710*                      OF FILE WHEN THE ROSTER ENDED ON EXACTLY
003720*                      TEN REGIONS.
003730*****************************************************************
003740 3200-LOOK-AHEAD.
003750     EXEC CICS READNEXT
003760         FILE      ('PONGROST')
003770         INTO      (PONGROST-RECORD)
003780         RIDFLD    (BROWSE-KEY)
003790         KEYLENGTH (LENGTH OF BROWSE-KEY)
003800         RESP      (CICS-RESPONSE-CODE)
003810     END-EXEC.
003820     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
003830         MOVE BROWSE-KEY TO ROM-NEXT-BROWSE-KEY
003840         MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
003850     ELSE
003860         MOVE 'END OF FILE REACHED - B RESTARTS THE BROWSE'
003870             TO MSGO
003880         MOVE LOW-VALUES TO ROM-NEXT-BROWSE-KEY
003890     END-IF.
003900 3200-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* 4000-EDIT-FIELDS  --  SYSID MUST BE PRESENT, THE STATUS BLANK
003950*                       OR ONE OF A, S, M, AND THE WINDOW
003960*                       EITHER NOT KEYED AT ALL OR KEYED IN
003970*                       FULL, VALID, AND NOT ENDING BEFORE IT
003980*                       STARTS. A KEYED WINDOW IS LEFT IN
003990*                       NEW-WINDOW.
004000*****************************************************************
004010 4000-EDIT-FIELDS.
004020     SET EDITS-FAILED TO TRUE.
004030     IF SYSIDI = SPACES OR SYSIDI = LOW-VALUES
004040         MOVE 'SYSID IS REQUIRED' TO MSGO
004050         GO TO 4000-EXIT
004060     END-IF.
004070     IF STATI NOT = SPACES AND STATI NOT = LOW-VALUES
004080            AND STATI NOT = 'A' AND STATI NOT = 'S'
004090            AND STATI NOT = 'M'
004100         MOVE 'STATUS MUST BE A, S, M, OR BLANK' TO MSGO
004110         GO TO 4000-EXIT
004120     END-IF.
004130     SET WINDOW-NOT-KEYED TO TRUE.
004140     IF (FRDTI NOT = SPACES AND FRDTI NOT = LOW-VALUES)
004150            OR (FRTMI NOT = SPACES AND FRTMI NOT = LOW-VALUES)
004160            OR (TODTI NOT = SPACES AND TODTI NOT = LOW-VALUES)
004170            OR (TOTMI NOT = SPACES AND TOTMI NOT = LOW-VALUES)
004180         SET WINDOW-KEYED TO TRUE
004190     END-IF.
004200     IF WINDOW-NOT-KEYED
004210         SET EDITS-PASSED TO TRUE
004220         GO TO 4000-EXIT
004230     END-IF.
004240     MOVE FRDTI TO DATE-FIELD-TEST.
004250     PERFORM 4100-EDIT-DATE THRU 4100-EXIT.
004260     IF FIELD-INVALID
004270         MOVE 'MAINT FROM DATE MUST BE YYYYMMDD' TO MSGO
004280         GO TO 4000-EXIT
004290     END-IF.
004300     MOVE DATE-WORK TO NEW-FROM-DATE.
004310     MOVE FRTMI TO TIME-FIELD-TEST.
004320     PERFORM 4200-EDIT-TIME THRU 4200-EXIT.
004330     IF FIELD-INVALID
004340         MOVE 'MAINT FROM TIME MUST BE HHMM, 0000-2359' TO MSGO
004350         GO TO 4000-EXIT
004360     END-IF.
004370     MOVE HHMM-WORK TO NEW-FROM-TIME.
004380     MOVE TODTI TO DATE-FIELD-TEST.
004390     PERFORM 4100-EDIT-DATE THRU 4100-EXIT.
004400     IF FIELD-INVALID
004410         MOVE 'MAINT TO DATE MUST BE YYYYMMDD' TO MSGO
004420         GO TO 4000-EXIT
004430     END-IF.
004440     MOVE DATE-WORK TO NEW-TO-DATE.
004450     MOVE TOTMI TO TIME-FIELD-TEST.
004460     PERFORM 4200-EDIT-TIME THRU 4200-EXIT.
004470     IF FIELD-INVALID
004480         MOVE 'MAINT TO TIME MUST BE HHMM, 0000-2359' TO MSGO
004490         GO TO 4000-EXIT
004500     END-IF.
004510     MOVE HHMM-WORK TO NEW-TO-TIME.
004520     IF NEW-TO IS LESS THAN NEW-FROM
004530         MOVE 'MAINT TO MUST NOT BE BEFORE MAINT FROM' TO MSGO
004540         GO TO 4000-EXIT
004550     END-IF.
004560     SET EDITS-PASSED TO TRUE.
004570 4000-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610* 4100-EDIT-DATE  --  DATE-FIELD-TEST MUST BE NUMERIC YYYYMMDD
004620*                     WITH A MONTH 01-12 AND A DAY 01-31.
004630*****************************************************************
004640 4100-EDIT-DATE.
004650     SET FIELD-INVALID TO TRUE.
004660     IF DATE-FIELD-TEST IS NOT NUMERIC
004670         GO TO 4100-EXIT
004680     END-IF.
004690     MOVE DATE-FIELD-TEST TO DATE-WORK.
004700     IF DW-MONTH IS LESS THAN 1 OR DW-MONTH IS GREATER THAN 12
004710            OR DW-DAY IS LESS THAN 1 OR DW-DAY IS GREATER THAN 31
004720         GO TO 4100-EXIT
004730     END-IF.
004740     SET FIELD-VALID TO TRUE.
004750 4100-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 4200-EDIT-TIME  --  TIME-FIELD-TEST MUST BE NUMERIC HHMM WITH
004800*                     HH 00-23 AND MM 00-59.
004810*****************************************************************
004820 4200-EDIT-TIME.
004830     SET FIELD-INVALID TO TRUE.
004840     IF TIME-FIELD-TEST IS NOT NUMERIC
004850         GO TO 4200-EXIT
004860     END-IF.
004870     MOVE TIME-FIELD-TEST TO HHMM-WORK.
004880     IF HHMM-HH IS GREATER THAN 23
004890            OR HHMM-MM IS GREATER THAN 59
004900         GO TO 4200-EXIT
004910     END-IF.
004920     SET FIELD-VALID TO TRUE.
004930 4200-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 4300-APPLY-STATUS  --  SET THE RECORD'S STATUS TO NEW-STATUS
004980*                        AND BRING THE WINDOW INTO LINE WITH
004990*                        IT. MAINTENANCE NEEDS A WINDOW - THE
005000*                        ONE JUST KEYED, OR ON AN UPDATE THE
005010*                        ONE ALREADY ON FILE. ANY OTHER STATUS
005020*                        CARRIES NO WINDOW, AND KEYING ONE FOR
005030*                        IT IS REFUSED RATHER THAN IGNORED.
005040*****************************************************************
005050 4300-APPLY-STATUS.
005060     SET EDITS-FAILED TO TRUE.
005070     IF NEW-STATUS NOT = 'M'
005080         IF WINDOW-KEYED
005090             MOVE 'A WINDOW ONLY APPLIES TO STATUS M' TO MSGO
005100             GO TO 4300-EXIT
005110         END-IF
005120         MOVE NEW-STATUS TO RO-STATUS
005130         MOVE ZEROES TO RO-MAINT-FROM-DATE
005140         MOVE ZEROES TO RO-MAINT-FROM-TIME
005150         MOVE ZEROES TO RO-MAINT-TO-DATE
005160         MOVE ZEROES TO RO-MAINT-TO-TIME
005170         SET EDITS-PASSED TO TRUE
005180         GO TO 4300-EXIT
005190     END-IF.
005200     IF WINDOW-KEYED
005210         MOVE NEW-FROM TO RO-MAINT-FROM
005220         MOVE NEW-TO   TO RO-MAINT-TO
005230     END-IF.
005240     IF RO-MAINT-FROM IS NOT NUMERIC
005250            OR RO-MAINT-TO IS NOT NUMERIC
005260            OR RO-MAINT-FROM-DATE = ZERO
005270            OR RO-MAINT-TO-DATE = ZERO
005280         MOVE 'STATUS M NEEDS A MAINT FROM AND TO' TO MSGO
005290         GO TO 4300-EXIT
005300     END-IF.
005310     MOVE NEW-STATUS TO RO-STATUS.
005320     SET EDITS-PASSED TO TRUE.
005330 4300-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* 5100-ADD-REGION  --  ADD A REGION TO THE ROSTER. A BLANK
005380*                      STATUS ADDS IT ACTIVE.
005390*****************************************************************
005400 5100-ADD-REGION.
005410     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
005420     IF EDITS-FAILED
005430         GO TO 5100-EXIT
005440     END-IF.
005450     IF RNAMEI = SPACES OR RNAMEI = LOW-VALUES
005460         MOVE 'REGION NAME IS REQUIRED' TO MSGO
005470         GO TO 5100-EXIT
005480     END-IF.
005490     MOVE SPACES TO PONGROST-RECORD.
005500     MOVE SYSIDI TO RO-SYSID.
005510     MOVE RNAMEI TO RO-REGION-NAME.
005520     IF CONTCI NOT = LOW-VALUES
005530         MOVE CONTCI TO RO-CONTACT-NAME
005540     END-IF.
005550     IF STATI = SPACES OR STATI = LOW-VALUES
005560         MOVE 'A' TO NEW-STATUS
005570     ELSE
005580         MOVE STATI TO NEW-STATUS
005590     END-IF.
005600     PERFORM 4300-APPLY-STATUS THRU 4300-EXIT.
005610     IF EDITS-FAILED
005620         GO TO 5100-EXIT
005630     END-IF.
005640     EXEC CICS WRITE
005650         FILE      ('PONGROST')
005660         FROM      (PONGROST-RECORD)
005670         RIDFLD    (RO-KEY)
005680         KEYLENGTH (LENGTH OF RO-KEY)
005690         RESP      (CICS-RESPONSE-CODE)
005700     END-EXEC.
005710     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
005720         MOVE 'RSA'  TO AUDIT-ACTION-CODE
005730         MOVE SPACES TO OLD-STATUS-WORD
005740         PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT
005750         MOVE STATUS-WORD TO NEW-STATUS-WORD
005760         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005770         MOVE 'REGION ADDED' TO MSGO
005780     ELSE
005790     IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
005800         MOVE 'REGION ALREADY ON FILE - USE ACTION U' TO MSGO
005810     ELSE
005820         MOVE 'ADD FAILED - ROSTER FILE ERROR' TO MSGO
005830     END-IF
005840     END-IF.
005850 5100-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890* 5200-UPDATE-REGION  --  CHANGE AN EXISTING ROSTER REGION. A
005900*                         BLANK NAME, CONTACT, STATUS, OR
005910*                         WINDOW LEAVES THE VALUE ON FILE ALONE.
005920*****************************************************************
005930 5200-UPDATE-REGION.
005940     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
005950     IF EDITS-FAILED
005960         GO TO 5200-EXIT
005970     END-IF.
005980     MOVE SPACES TO PONGROST-RECORD.
005990     MOVE SYSIDI TO RO-SYSID.
006000     EXEC CICS READ
006010         FILE      ('PONGROST')
006020         INTO      (PONGROST-RECORD)
006030         RIDFLD    (RO-KEY)
006040         KEYLENGTH (LENGTH OF RO-KEY)
006050         UPDATE
006060         RESP      (CICS-RESPONSE-CODE)
006070     END-EXEC.
006080     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006090         MOVE 'REGION NOT ON FILE - USE ACTION A' TO MSGO
006100         GO TO 5200-EXIT
006110     END-IF.
006120     PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT.
006130     MOVE STATUS-WORD TO OLD-STATUS-WORD.
006140     IF RNAMEI NOT = SPACES AND RNAMEI NOT = LOW-VALUES
006150         MOVE RNAMEI TO RO-REGION-NAME
006160     END-IF.
006170     IF CONTCI NOT = SPACES AND CONTCI NOT = LOW-VALUES
006180         MOVE CONTCI TO RO-CONTACT-NAME
006190     END-IF.
006200     IF STATI = SPACES OR STATI = LOW-VALUES
006210         IF RO-STATUS = SPACE
006220             MOVE 'A' TO NEW-STATUS
006230         ELSE
006240             MOVE RO-STATUS TO NEW-STATUS
006250         END-IF
006260     ELSE
006270         MOVE STATI TO NEW-STATUS
006280     END-IF.
006290     PERFORM 4300-APPLY-STATUS THRU 4300-EXIT.
006300     IF EDITS-FAILED
006310         GO TO 5200-EXIT
006320     END-IF.
006330     EXEC CICS REWRITE
006340         FILE ('PONGROST')
006350         FROM (PONGROST-RECORD)
006360         RESP (CICS-RESPONSE-CODE)
006370     END-EXEC.
006380     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
006390         MOVE 'RSU' TO AUDIT-ACTION-CODE
006400         PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT
006410         MOVE STATUS-WORD TO NEW-STATUS-WORD
006420         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
006430         MOVE 'REGION UPDATED' TO MSGO
006440     ELSE
006450         MOVE 'UPDATE FAILED - ROSTER FILE ERROR' TO MSGO
006460     END-IF.
006470 5200-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510* 5250-DELETE-REQUEST  --  FIRST PRESS OF A DELETE. VERIFY THE
006520*                          REGION EXISTS AND ASK FOR PF5
006530*                          CONFIRMATION BEFORE TOUCHING IT.
006540*****************************************************************
006550 5250-DELETE-REQUEST.
006560     IF SYSIDI = SPACES OR SYSIDI = LOW-VALUES
006570         MOVE 'SYSID IS REQUIRED' TO MSGO
006580         SET NO-DELETE-PENDING TO TRUE
006590         GO TO 5250-EXIT
006600     END-IF.
006610     MOVE SPACES TO PONGROST-RECORD.
006620     MOVE SYSIDI TO RO-SYSID.
006630     EXEC CICS READ
006640         FILE      ('PONGROST')
006650         INTO      (PONGROST-RECORD)
006660         RIDFLD    (RO-KEY)
006670         KEYLENGTH (LENGTH OF RO-KEY)
006680         RESP      (CICS-RESPONSE-CODE)
006690     END-EXEC.
006700     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006710         MOVE 'REGION NOT ON FILE' TO MSGO
006720         SET NO-DELETE-PENDING TO TRUE
006730         GO TO 5250-EXIT
006740     END-IF.
006750     MOVE SYSIDI TO ROM-CONFIRM-SYSID.
006760     SET DELETE-PENDING TO TRUE.
006770     MOVE ROM-CONFIRM-SYSID TO CM-SYSID.
006780     MOVE CONFIRM-MESSAGE TO MSGO.
006790 5250-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 5300-DELETE-CONFIRMED  --  PF5 PRESSED. DELETE THE REGION
006840*                            NAMED ON THE SAVED CONFIRMATION -
006850*                            THE SCREEN IS DELIBERATELY NOT
006860*                            RECEIVED ON THIS PATH, SO THE
006870*                            COMMAREA IS THE ONLY TRUTH ABOUT
006880*                            WHICH REGION WAS CONFIRMED.
006890*****************************************************************
006900 5300-DELETE-CONFIRMED.
006910     IF NO-DELETE-PENDING
006920         MOVE 'NO DELETE IS AWAITING CONFIRMATION' TO MSGO
006930         GO TO 5300-EXIT
006940     END-IF.
006950     MOVE ROM-CONFIRM-SYSID TO SYSIDO.
006960     MOVE SPACES TO PONGROST-RECORD.
006970     MOVE ROM-CONFIRM-SYSID TO RO-SYSID.
006980     EXEC CICS READ
006990         FILE      ('PONGROST')
007000         INTO      (PONGROST-RECORD)
007010         RIDFLD    (RO-KEY)
007020         KEYLENGTH (LENGTH OF RO-KEY)
007030         UPDATE
007040         RESP      (CICS-RESPONSE-CODE)
007050     END-EXEC.
007060     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007070         MOVE 'REGION NOT ON FILE' TO MSGO
007080         SET NO-DELETE-PENDING TO TRUE
007090         MOVE SPACES TO ROM-CONFIRM-SYSID
007100         GO TO 5300-EXIT
007110     END-IF.
007120     PERFORM 7100-SET-STATUS-WORD THRU 7100-EXIT.
007130     MOVE STATUS-WORD TO OLD-STATUS-WORD.
007140     EXEC CICS DELETE
007150         FILE ('PONGROST')
007160         RESP (CICS-RESPONSE-CODE)
007170     END-EXEC.
007180     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
007190         MOVE 'RSD'  TO AUDIT-ACTION-CODE
007200         MOVE SPACES TO NEW-STATUS-WORD
007210         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
007220         MOVE 'REGION DELETED' TO MSGO
007230     ELSE
007240         MOVE 'DELETE FAILED - ROSTER FILE ERROR' TO MSGO
007250     END-IF.
007260     SET NO-DELETE-PENDING TO TRUE.
007270     MOVE SPACES TO ROM-CONFIRM-SYSID.
007280 5300-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320* 7000-WRITE-AUDIT  --  WRITE ONE MAINTENANCE AUDIT LINE TO THE
007330*                       PAUD TRANSIENT DATA QUEUE: WHO, WHICH
007340*                       REGION, OLD STATUS, NEW STATUS, AND
007350*                       WHEN. BEST EFFORT, LIKE EVERY OTHER
007360*                       PAUD WRITER - A QUEUE ERROR MUST NOT
007370*                       STOP THE MAINTENANCE ACTION ITSELF.
007380*****************************************************************
007390 7000-WRITE-AUDIT.
007400     MOVE SPACES TO AUDIT-TD-RECORD.
007410     SET AUD-TYPE-MAINT TO TRUE.
007420     MOVE EIBTRMID TO AUD-TERM-ID.
007430     MOVE EIBTASKN TO AUD-TASK-NUMBER.
007440     EXEC CICS ASKTIME
007450         ABSTIME (ABSOLUTE-TIME)
007460         RESP    (CICS-RESPONSE-CODE)
007470     END-EXEC.
007480     EXEC CICS FORMATTIME
007490         ABSTIME  (ABSOLUTE-TIME)
007500         YYYYMMDD (AUD-CALL-DATE)
007510         TIME     (AUD-CALL-TIME)
007520         RESP     (CICS-RESPONSE-CODE)
007530     END-EXEC.
007540     EXEC CICS ASSIGN
007550         USERID (AUDIT-USER-ID)
007560     END-EXEC.
007570     MOVE AUDIT-USER-ID      TO AUD-USER-ID.
007580     MOVE AUDIT-ACTION-CODE  TO AUD-ACTION.
007590     MOVE RO-SYSID           TO AUD-REGION-ID.
007600     MOVE OLD-STATUS-WORD    TO AUD-OLD-SPEED.
007610     MOVE NEW-STATUS-WORD    TO AUD-NEW-SPEED.
007620     EXEC CICS WRITEQ TD
007630         QUEUE  ('PAUD')
007640         FROM   (AUDIT-TD-RECORD)
007650         LENGTH (LENGTH OF AUDIT-TD-RECORD)
007660         RESP   (CICS-RESPONSE-CODE)
007670     END-EXEC.
007680 7000-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720* 7100-SET-STATUS-WORD  --  THE REGION'S STATUS AS THE WORD THE
007730*                           AUDIT TRAIL SHOWS FOR IT.
007740*****************************************************************
007750 7100-SET-STATUS-WORD.
007760     IF RO-STATUS-SUSPENDED
007770         MOVE 'SUSP' TO STATUS-WORD
007780     ELSE
007790     IF RO-STATUS-MAINTENANCE
007800         MOVE 'MWIN' TO STATUS-WORD
007810     ELSE
007820         MOVE 'ACTV' TO STATUS-WORD
007830     END-IF
007840     END-IF.
007850 7100-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890* 7500-SEND-MAP  --  REPAINT THE FULL MAINTENANCE SCREEN. THE
007900*                    INPUT AND OUTPUT DATA FIELDS SHARE STORAGE,
007910*                    SO WHATEVER THE OPERATOR KEYED IS ECHOED
007920*                    BACK WITHOUT EXPLICIT MOVES.
007930*****************************************************************
007940 7500-SEND-MAP.
007950     EXEC CICS SEND MAP ('ROMMAP')
007960         MAPSET ('PONGROM')
007970         FROM   (ROMMAPO)
007980         ERASE
007990     END-EXEC.
008000 7500-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040* 8900-EXIT-TRANSACTION  --  PF3. LEAVE THE TRANSACTION AND
008050*                            RETURN THE TERMINAL TO CICS.
008060*****************************************************************
008070 8900-EXIT-TRANSACTION.
008080     EXEC CICS SEND TEXT
008090         FROM   (EXIT-MESSAGE)
008100         LENGTH (LENGTH OF EXIT-MESSAGE)
008110         ERASE
008120     END-EXEC.
008130     EXEC CICS RETURN END-EXEC.
