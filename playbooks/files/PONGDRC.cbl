000010*****************************************************************
000020* PROGRAM      : PONGDRC
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : CONFIGURATION DRIFT CHECK (TRANSACTION PDRC),
000070*                RUN IN THE CENTRAL REGION. EVERY REGION KEEPS
000080*                ITS OWN PONGCTL AND PONGSCHD, MAINTAINED ON
000090*                PMNT AND PSCM THERE, SO NOTHING STOPS THEM
000100*                DRIFTING AWAY FROM WHAT WAS INTENDED. THE
000110*                INTENDED RECORDS FOR EVERY REGION ARE KEPT
000120*                CENTRALLY ON THE PONGMST MASTER COPY. THIS
000130*                TRANSACTION READS THE SAME PONGROST ROSTER THE
000140*                SWEEP USES AND, FOR EACH CONNECTED REGION,
000150*                DRIVES THE PONGDAG AGENT THERE VIA DISTRIBUTED
000160*                PROGRAM LINK (SHARED PONGDCOM COMMAREA, CHUNKS
000170*                OF FIFTY), THE WAY PCOL DRIVES PONGAGT, TO
000180*                PULL THE REGION'S LIVE PONGCTL AND PONGSCHD
000190*                RECORDS. EACH IS MATCHED BY KEY AGAINST THE
000200*                MASTER COPY: A MASTER RECORD THE REGION DOES
000210*                NOT HAVE IS MISSING, A LIVE RECORD THE MASTER
000220*                COPY DOES NOT HAVE IS EXTRA, AND FOR A RECORD
000230*                ON BOTH THE FIELDS THAT DRIVE PONG ARE
000240*                COMPARED - CT-SPEED, CT-ALERT-THRESHOLD AND
000250*                CT-ALERT-WINDOW ON A CONTROL RECORD, THE END
000260*                TIME AND SPEED OF A BAND (ITS EFFECTIVE DATE
000270*                AND START TIME ARE ITS KEY). THE PRODUCTION
000280*                FLAG IS A REGION'S OWN BUSINESS AND IS NOT
000290*                COMPARED. EVERY FINDING, AND ONE LINE PER
000300*                REGION WITH ITS COUNTS, GOES TO THE PONGDRF
000310*                DRIFT FILE STAMPED WITH THE RUN'S DATE AND
000320*                TIME, FOR THE PONGDRR BATCH REPORT TO PRINT.
000330*                START IT ON A SCHEDULE WITH EXEC CICS START
000340*                TRANSID(PDRC), LIKE PSWP AND PCOL, FOR A
000350*                CHECK OF EVERY REGION THAT CHANGES NOTHING. TO
000360*                PUT ONE DRIFTED REGION BACK IN STEP, ENTER
000370*                    PDRC PUSH SSSS
000380*                AT A TERMINAL (OR START PDRC WITH THAT TEXT AS
000390*                ITS FROM DATA), WHERE SSSS IS THE REGION'S
000400*                PONGROST SYSID. THE REGION IS CHECKED AS USUAL
000410*                AND EVERY DRIFTED RECORD IS PUSHED BACK OUT
000420*                THROUGH THE AGENT - A MISSING RECORD ADDED, A
000430*                DIFFERING ONE UPDATED, AN EXTRA ONE DELETED -
000440*                IN THE NAME OF THE SIGNED-ON USER, AND EACH
000450*                PUSH IS AUDITED TO THAT REGION'S PAUD QUEUE BY
000460*                THE AGENT. A PUSH TO A PRODUCTION CONTROL
000470*                RECORD IS HELD THERE FOR A SECOND USER TO
000480*                APPROVE ON PAPR, AS A PMNT CHANGE IS. WHAT
000490*                BECAME OF EACH PUSH IS RECORDED ON THE DRIFT
000500*                LINES IT ANSWERS. EXTRA RECORDS ARE DELETED
000510*                FIRST, THEN MISSING RECORDS ARE ADDED AND
000520*                DIFFERING ONES UPDATED IN KEY ORDER. THE AGENT
000530*                REFUSES (RESULT E) A BAND THAT FAILS PSCM'S
000531*                EDITS OR WOULD OVERLAP ANOTHER BAND STILL ON
000532*                FILE, SO BANDS NEVER OVERLAP, EVEN MID-PUSH; A
000533*                BAND THAT CAN ONLY GROW ONCE A LATER BAND HAS
000534*                SHRUNK IS REFUSED AND GOES IN ON THE NEXT PUSH.
000535*                BEFORE ANYTHING IS COMPARED, EVERY MASTER
000536*                RECORD IS EDITED AS PMNT AND PSCM EDIT AT THE
000537*                TERMINAL (A CONTROL RECORD'S THRESHOLD AND
000538*                WINDOW MUST BE NUMERIC, ZERO WHERE UNUSED), AND
000539*                NO TWO MASTER BANDS OF ONE REGION AND EFFECTIVE
000540*                DATE MAY OVERLAP. A MASTER RECORD THAT FAILS IS
000541*                RECORDED AS INVALID, IS NEITHER COMPARED NOR
000542*                PUSHED, AND LEAVES THE REGION'S OWN RECORD
000543*                UNDER THAT KEY ALONE; ITS REGION COUNTS AS
000544*                DRIFTED UNTIL THE MASTER COPY IS PUT RIGHT. A
000545*                REGION THAT PONGROST HAS SUSPENDED, OR THAT IS
000550*                INSIDE ITS MAINTENANCE WINDOW, IS NOT LINKED
000560*                TO AND IS RECORDED AS SKIPPED - PLANNED. A
000570*                REGION THAT CANNOT BE REACHED, OR HAS MORE
000580*                RECORDS IN ONE FILE THAN THE COMPARISON TABLES
000590*                HOLD, IS RECORDED AS UNCHECKED WITH THE
000600*                REASON. A ONE-LINE SUMMARY GOES TO THE
000610*                OPERATOR CONSOLE, AND TO THE TERMINAL WHEN RUN
000620*                FROM ONE.
000630*****************************************************************
000640* MODIFICATION HISTORY
000650* DATE       INIT DESCRIPTION
000660* ---------- ---- ------------------------------------------------
000670* 10/15/2026 WPY  ORIGINAL PROGRAM.
000673* 10/15/2026 WPY  EDIT MASTER RECORDS BEFORE COMPARING OR PUSHING
000676*                 THEM; PUSH DELETES AHEAD OF ADDS AND UPDATES.
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.      PONGDRC.
000710 AUTHOR.          WILL YATES.
000720 INSTALLATION.    APPLICATION DEVELOPMENT.
000730 DATE-WRITTEN.    10/15/2026.
000740 DATE-COMPILED.
000750
000760 ENVIRONMENT DIVISION.
000770
000780 DATA DIVISION.
000790
000800 WORKING-STORAGE SECTION.
000810
000820*----------------------------------------------------------------
000830* THE RUN OPTION - TRANSID, OPTION, AND SYSID, BLANK-SEPARATED,
000840* THE SAME SHAPE AS PING'S OPERAND - RECEIVED FROM THE TERMINAL
000850* OR RETRIEVED FROM THE START THAT BEGAN THE TASK. NO OPTION IS
000860* A CHECK OF EVERY REGION.
000870*----------------------------------------------------------------
000880 01  OPTION-INPUT-AREA.
000890     02 OP-TRANSID               PIC X(04).
000900     02 FILLER                   PIC X(01).
000910     02 OP-OPTION                PIC X(04).
000920         88 OP-CHECK-ALL             VALUE SPACES.
000930         88 OP-PUSH                  VALUE 'PUSH'.
000940     02 FILLER                   PIC X(01).
000950     02 OP-SYSID                 PIC X(04).
000960     02 FILLER                   PIC X(06).
000970 01  OPTION-INPUT-LENGTH         PIC S9(04) COMP.
000980 01  START-CODE                  PIC X(02).
000990     88 STARTED-FROM-TERMINAL        VALUE 'TD'.
001000
001010*----------------------------------------------------------------
001020* COMMAREA PASSED ON EVERY LINK TO THE PONGDAG AGENT.
001030*----------------------------------------------------------------
001040 01  DRIFT-COMMAREA.
001050     COPY PONGDCOM.
001060
001070*----------------------------------------------------------------
001080* ROSTER OF CONNECTED REGIONS - THE SAME PONGROST FILE THE
001090* SWEEP READS, SO THE DRIFT CHECK AND THE SWEEP ALWAYS AGREE
001100* ON WHICH REGIONS EXIST.
001110*----------------------------------------------------------------
001120 01  PONGROST-RECORD.
001130     COPY PONGROST.
001140
001150*----------------------------------------------------------------
001160* ONE MASTER COPY RECORD, AND ONE LINE OF THE DRIFT FILE.
001170*----------------------------------------------------------------
001180 01  PONGMST-RECORD.
001190     COPY PONGMST.
001200
001210 01  PONGDRF-RECORD.
001220     COPY PONGDRF.
001230
001240 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
001250 01  LINK-RESPONSE-CODE          PIC S9(08) COMP.
001260
001270 01  ROSTER-KEY                  PIC X(04).
001280 01  ROSTER-SWITCH               PIC X(01)  VALUE 'N'.
001290     88 ROSTER-DONE                  VALUE 'Y'.
001300     88 ROSTER-NOT-DONE              VALUE 'N'.
001310
001320*----------------------------------------------------------------
001330* WHAT THIS RUN DOES, AND WHO IT DOES IT FOR.
001340*----------------------------------------------------------------
001350 01  RUN-MODE-SWITCH             PIC X(01)  VALUE 'C'.
001360     88 RUN-CHECK-ONLY               VALUE 'C'.
001370     88 RUN-PUSH                     VALUE 'P'.
001380 01  RUN-OPTION-SWITCH           PIC X(01)  VALUE 'Y'.
001390     88 RUN-OPTION-VALID             VALUE 'Y'.
001400     88 RUN-OPTION-INVALID           VALUE 'N'.
001410 01  ROSTER-LOOKUP-SWITCH        PIC X(01)  VALUE 'Y'.
001420     88 SYSID-ON-ROSTER              VALUE 'Y'.
001430     88 SYSID-NOT-ON-ROSTER          VALUE 'N'.
001440 01  RUN-USER-ID                 PIC X(08).
001450 01  RUN-TERM-ID                 PIC X(04).
001460
001470*----------------------------------------------------------------
001480* THE RUN STAMP EVERY DRIFT LINE OF THIS RUN CARRIES, CAPTURED
001490* ONCE BEFORE THE FIRST LINK, AND THE SAME MOMENT AS
001500* YYYYMMDDHHMM FOR THE PONGROST MAINTENANCE WINDOWS.
001510*----------------------------------------------------------------
001520 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
001530 01  DRIFT-RUN-DATE              PIC 9(08).
001540 01  DRIFT-RUN-TIME              PIC 9(06).
001550 01  NOW-STAMP.
001560     05 NOW-DATE                 PIC 9(08).
001570     05 NOW-HHMM                 PIC 9(04).
001580 01  REGION-PLAN-SWITCH          PIC X(01)  VALUE 'N'.
001590     88 REGION-SKIP-PLANNED          VALUE 'Y'.
001600     88 REGION-TO-BE-CHECKED         VALUE 'N'.
001610
001620*----------------------------------------------------------------
001630* THE FILE BEING COMPARED (SAME CODES AS DC-REQUEST-TYPE AND
001640* MS-FILE-ID), AND WHY A REGION COULD NOT BE CHECKED.
001650*----------------------------------------------------------------
001660 01  CURRENT-FILE-ID             PIC X(01).
001670     88 CURRENT-FILE-CONTROL         VALUE 'C'.
001680     88 CURRENT-FILE-SCHEDULE        VALUE 'S'.
001690 01  REGION-PROBLEM              PIC X(08).
001700     88 REGION-CHECKED-CLEAN         VALUE SPACES.
001710
001720*----------------------------------------------------------------
001730* THE MASTER COPY BROWSE - SYSID AND FILE, FROM THE FIRST KEY.
001740*----------------------------------------------------------------
001750 01  MASTER-BROWSE-KEY.
001760     05 MBK-SYSID                PIC X(04).
001770     05 MBK-FILE-ID              PIC X(01).
001780     05 MBK-RECORD-KEY           PIC X(20).
001790 01  MASTER-SWITCH               PIC X(01)  VALUE 'N'.
001800     88 MASTER-DONE                  VALUE 'Y'.
001810     88 MASTER-NOT-DONE              VALUE 'N'.
001820
001830*----------------------------------------------------------------
001840* ONE REGION'S RECORDS OF ONE FILE, MASTER AND LIVE, EACH IN KEY
001850* ORDER, AS A KEY AND THE 13 DATA BYTES LAID OUT AS ON PONGMST.
001860* EACH MASTER RECORD CARRIES THE RESULT OF ITS EDITS. THE LIVE
001870* TABLE ALSO KEEPS THE RECORD AS THE AGENT HANDED IT OVER, SO A
001873* PUSH CAN CHECK NOTHING HAS CHANGED SINCE, AND WHAT BECAME OF
001876* DELETING IT WHEN IT IS EXTRA.
001880*----------------------------------------------------------------
001890 01  MAX-TABLE-ENTRIES           PIC S9(04) COMP  VALUE 200.
001900 01  MASTER-COUNT                PIC S9(04) COMP  VALUE ZERO.
001910 01  MASTER-SUB                  PIC S9(04) COMP  VALUE ZERO.
001920 01  MASTER-TABLE.
001930     05 MASTER-ENTRY             OCCURS 200 TIMES.
001940         10 MASTER-KEY           PIC X(20).
001950         10 MASTER-DATA          PIC X(13).
001952         10 MASTER-STATUS        PIC X(01).
001954             88 MASTER-GOOD          VALUE SPACE.
001956             88 MASTER-FAILED-EDIT   VALUE 'E'.
001958             88 MASTER-OVERLAPS      VALUE 'O'.
001960 01  LIVE-COUNT                  PIC S9(04) COMP  VALUE ZERO.
001970 01  LIVE-SUB                    PIC S9(04) COMP  VALUE ZERO.
001980 01  LIVE-TABLE.
001990     05 LIVE-ENTRY               OCCURS 200 TIMES.
002000         10 LIVE-KEY             PIC X(20).
002010         10 LIVE-DATA            PIC X(13).
002020         10 LIVE-IMAGE           PIC X(28).
002025         10 LIVE-PUSH-OUTCOME    PIC X(01).
002030 01  MERGE-SWITCH                PIC X(01)  VALUE 'N'.
002040     88 MERGE-DONE                   VALUE 'Y'.
002050     88 MERGE-NOT-DONE               VALUE 'N'.
002051 01  MERGE-PASS-SWITCH           PIC X(01)  VALUE 'R'.
002052     88 MERGE-DELETE-PASS            VALUE 'D'.
002053     88 MERGE-REPORT-PASS            VALUE 'R'.
002054
002055*----------------------------------------------------------------
002056* MASTER RECORD EDITS - THE PMNT AND PSCM RULES. A TIME IS HHMM
002057* WITH HH 00-23 AND MM 00-59; A SPEED IS NUMERIC 0001-9999. THE
002058* FIELD THAT FAILED, AND ITS MASTER VALUE, GO ON THE DRIFT LINE.
002059*----------------------------------------------------------------
002060 01  BAD-FIELD-NAME              PIC X(20).
002061 01  BAD-FIELD-VALUE             PIC X(10).
002062 01  BAD-SUB                     PIC S9(04) COMP.
002063 01  TIME-SWITCH                 PIC X(01)  VALUE 'N'.
002064     88 TIME-VALID                   VALUE 'Y'.
002065     88 TIME-INVALID                 VALUE 'N'.
002066 01  TIME-FIELD-TEST             PIC X(04).
002067 01  HHMM-WORK                   PIC 9(04).
002068 01  HHMM-SPLIT REDEFINES HHMM-WORK.
002069     05 HHMM-HH                  PIC 9(02).
002070     05 HHMM-MM                  PIC 9(02).
002071 01  DATE-WORK                   PIC 9(08).
002072 01  DATE-SPLIT REDEFINES DATE-WORK.
002073     05 DW-YEAR                  PIC 9(04).
002074     05 DW-MONTH                 PIC 9(02).
002075     05 DW-DAY                   PIC 9(02).
002076 01  SPEED-NUMERIC-TEST          PIC 9(04).
002077
002078*----------------------------------------------------------------
002079* MASTER BAND OVERLAP CHECK, AS IN PSCM. EACH BAND IS HELD AS
002080* ONE OR TWO INCLUSIVE HHMM RANGES - A BAND THAT WRAPS MIDNIGHT
002081* IS START TO 2359 PLUS 0000 TO END. A BAND IS CHECKED AGAINST
002082* EVERY LATER BAND OF THE SAME REGION AND EFFECTIVE DATE.
002083*----------------------------------------------------------------
002084 01  OTHER-SUB                   PIC S9(04) COMP.
002085 01  COMPARE-START               PIC S9(04) COMP.
002086 01  BAND-SET-SWITCH             PIC X(01)  VALUE 'N'.
002087     88 BAND-SET-DONE                VALUE 'Y'.
002088     88 BAND-SET-NOT-DONE            VALUE 'N'.
002089 01  OVERLAP-SWITCH              PIC X(01)  VALUE 'N'.
002090     88 OVERLAP-FOUND                VALUE 'Y'.
002091     88 NO-OVERLAP                   VALUE 'N'.
002092 01  CHECK-START-TIME            PIC 9(04).
002093 01  CHECK-END-TIME              PIC 9(04).
002094 01  OTHER-START-TIME            PIC 9(04).
002095 01  OTHER-END-TIME              PIC 9(04).
002096 01  CAND-RANGE-COUNT            PIC S9(04) COMP.
002097 01  CAND-RANGES.
002098     05 CAND-RANGE               OCCURS 2 TIMES.
002099         10 CAND-FROM            PIC 9(04).
002100         10 CAND-TO              PIC 9(04).
002101 01  BAND-RANGE-COUNT            PIC S9(04) COMP.
002102 01  BAND-RANGES.
002103     05 BAND-RANGE               OCCURS 2 TIMES.
002104         10 BAND-FROM            PIC 9(04).
002105         10 BAND-TO              PIC 9(04).
002106 01  CAND-SUB                    PIC S9(04) COMP.
002107 01  BAND-SUB                    PIC S9(04) COMP.
002108 01  OVERLAP-VALUE.
002109     05 OV-START-TIME            PIC 9(04).
002110     05 FILLER                   PIC X(01)  VALUE '-'.
002111     05 OV-END-TIME              PIC 9(04).
002112
002113*----------------------------------------------------------------
002114* CHUNK WORK AREAS AND A GUARD AGAINST AN AGENT THAT NEVER
002115* SAYS IT IS FINISHED.
002116*----------------------------------------------------------------
002117 01  RECORD-SLOT                 PIC S9(04) COMP.
002120 01  CHUNK-COUNT                 PIC S9(04) COMP.
002130 01  MAX-CHUNKS                  PIC S9(04) COMP  VALUE 9999.
002140 01  LIVE-SWITCH                 PIC X(01)  VALUE 'N'.
002150     88 LIVE-DONE                    VALUE 'Y'.
002160     88 LIVE-NOT-DONE                VALUE 'N'.
002170
002180*----------------------------------------------------------------
002190* ONE FIELD COMPARISON: WHERE THE FIELD SITS IN THE 13 DATA
002200* BYTES, ITS DRIFT FIELD ID, AND ITS NAME ON THE REPORT.
002210*----------------------------------------------------------------
002220 01  FIELD-OFFSET                PIC S9(04) COMP.
002230 01  FIELD-ID-WORK               PIC X(02).
002240 01  FIELD-NAME-WORK             PIC X(20).
002250 01  RECORD-DIFFER-COUNT         PIC S9(04) COMP.
002260
002270*----------------------------------------------------------------
002280* A PUSH - WHAT TO DO TO THE RECORD, AND WHAT BECAME OF IT.
002290*----------------------------------------------------------------
002300 01  PUSH-ACTION-WORK            PIC X(01).
002310 01  PUSH-OUTCOME                PIC X(01).
002320
002330*----------------------------------------------------------------
002340* PER-REGION COUNTS FOR THE REGION LINE.
002350*----------------------------------------------------------------
002360 01  REGION-MISSING-COUNT        PIC 9(04)  COMP-3 VALUE ZERO.
002370 01  REGION-EXTRA-COUNT          PIC 9(04)  COMP-3 VALUE ZERO.
002380 01  REGION-DIFFER-COUNT         PIC 9(04)  COMP-3 VALUE ZERO.
002385 01  REGION-BAD-COUNT            PIC 9(04)  COMP-3 VALUE ZERO.
002390
002400*----------------------------------------------------------------
002410* RUN TOTALS AND THE OPERATOR CONSOLE SUMMARY.
002420*----------------------------------------------------------------
002430 01  REGION-COUNT                PIC 9(04)  COMP-3 VALUE ZERO.
002440 01  DRIFTED-COUNT               PIC 9(04)  COMP-3 VALUE ZERO.
002450 01  UNCHECKED-COUNT             PIC 9(04)  COMP-3 VALUE ZERO.
002460 01  MISSING-COUNT               PIC 9(05)  COMP-3 VALUE ZERO.
002470 01  EXTRA-COUNT                 PIC 9(05)  COMP-3 VALUE ZERO.
002480 01  DIFFER-COUNT                PIC 9(05)  COMP-3 VALUE ZERO.
002485 01  BAD-COUNT                   PIC 9(05)  COMP-3 VALUE ZERO.
002490 01  PUSHED-COUNT                PIC 9(05)  COMP-3 VALUE ZERO.
002500 01  HELD-COUNT                  PIC 9(05)  COMP-3 VALUE ZERO.
002510 01  REFUSED-COUNT               PIC 9(05)  COMP-3 VALUE ZERO.
002520 01  WRITE-FAIL-COUNT            PIC 9(04)  COMP-3 VALUE ZERO.
002530 01  SKIPPED-COUNT               PIC 9(04)  COMP-3 VALUE ZERO.
002540
002550 01  OPERATOR-MESSAGE.
002560     05 FILLER                   PIC X(12)
002570            VALUE 'PONG DRIFT: '.
002580     05 OM-REGION-COUNT          PIC 9(04).
002590     05 FILLER                   PIC X(05)  VALUE ' DRF '.
002600     05 OM-DRIFTED-COUNT         PIC 9(04).
002610     05 FILLER                   PIC X(05)  VALUE ' UNC '.
002620     05 OM-UNCHECKED-COUNT       PIC 9(04).
002630     05 FILLER                   PIC X(05)  VALUE ' MIS '.
002640     05 OM-MISSING-COUNT         PIC 9(05).
002650     05 FILLER                   PIC X(05)  VALUE ' EXT '.
002660     05 OM-EXTRA-COUNT           PIC 9(05).
002670     05 FILLER                   PIC X(05)  VALUE ' DIF '.
002680     05 OM-DIFFER-COUNT          PIC 9(05).
002683     05 FILLER                   PIC X(05)  VALUE ' BAD '.
002686     05 OM-BAD-COUNT             PIC 9(05).
002690     05 FILLER                   PIC X(05)  VALUE ' PSH '.
002700     05 OM-PUSHED-COUNT          PIC 9(05).
002710     05 FILLER                   PIC X(05)  VALUE ' HLD '.
002720     05 OM-HELD-COUNT            PIC 9(05).
002730     05 FILLER                   PIC X(05)  VALUE ' REF '.
002740     05 OM-REFUSED-COUNT         PIC 9(05).
002750     05 FILLER                   PIC X(05)  VALUE ' WRE '.
002760     05 OM-WRITE-FAIL-COUNT      PIC 9(04).
002770     05 FILLER                   PIC X(05)  VALUE ' SKP '.
002780     05 OM-SKIPPED-COUNT         PIC 9(04).
002790
002800*----------------------------------------------------------------
002810* A RUN OPTION THAT COULD NOT BE ACTED ON.
002820*----------------------------------------------------------------
002830 01  USAGE-MESSAGE.
002840     05 FILLER                   PIC X(34)
002850            VALUE 'PDRC: ENTER PDRC TO CHECK ALL, OR '.
002860     05 FILLER                   PIC X(33)
002870            VALUE 'PDRC PUSH SSSS TO PUSH ONE REGION'.
002880 01  UNKNOWN-SYSID-MESSAGE.
002890     05 FILLER                   PIC X(12)
002900            VALUE 'PDRC: SYSID '.
002910     05 US-SYSID                 PIC X(04).
002920     05 FILLER                   PIC X(30)
002930            VALUE ' IS NOT ON THE PONGROST ROSTER'.
002940
002950 PROCEDURE DIVISION.
002960
002970*****************************************************************
002980* 0000-MAINLINE  --  STAMP THE RUN, TAKE THE RUN OPTION, CHECK
002990*                    THE ROSTER (OR PUSH ONE REGION), AND TELL
003000*                    THE OPERATOR WHAT WAS FOUND.
003010*****************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     IF RUN-OPTION-INVALID
003050         PERFORM 8100-SHOW-USAGE THRU 8100-EXIT
003060         GO TO 9000-TERMINATE
003070     END-IF.
003080     IF RUN-PUSH
003090         PERFORM 2500-PUSH-ONE-REGION THRU 2500-EXIT
003100     ELSE
003110         PERFORM 2000-WALK-ROSTER THRU 2000-EXIT
003120     END-IF.
003130     IF SYSID-NOT-ON-ROSTER
003140         PERFORM 8200-SHOW-UNKNOWN-SYSID THRU 8200-EXIT
003150     ELSE
003160         PERFORM 8000-SHOW-RESULT THRU 8000-EXIT
003170     END-IF.
003180     GO TO 9000-TERMINATE.
003190 0000-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230* 1000-INITIALIZE  --  CAPTURE THE RUN STAMP EVERY DRIFT LINE OF
003240*                      THIS RUN WILL CARRY, NOTE WHO IS RUNNING
003250*                      IT, AND TAKE THE RUN OPTION - FROM THE
003260*                      TERMINAL, OR FROM THE START'S FROM DATA.
003270*                      A START WITH NO DATA IS A CHECK OF EVERY
003280*                      REGION.
003290*****************************************************************
003300 1000-INITIALIZE.
003310     EXEC CICS ASKTIME
003320         ABSTIME (ABSOLUTE-TIME)
003330         RESP    (CICS-RESPONSE-CODE)
003340     END-EXEC.
003350     EXEC CICS FORMATTIME
003360         ABSTIME  (ABSOLUTE-TIME)
003370         YYYYMMDD (DRIFT-RUN-DATE)
003380         TIME     (DRIFT-RUN-TIME)
003390         RESP     (CICS-RESPONSE-CODE)
003400     END-EXEC.
003410     MOVE DRIFT-RUN-DATE TO NOW-DATE.
003420     DIVIDE DRIFT-RUN-TIME BY 100 GIVING NOW-HHMM.
003430     MOVE SPACES TO RUN-USER-ID.
003440     MOVE SPACES TO START-CODE.
003450     EXEC CICS ASSIGN
003460         USERID    (RUN-USER-ID)
003470         STARTCODE (START-CODE)
003480         RESP      (CICS-RESPONSE-CODE)
003490     END-EXEC.
003500     MOVE SPACES TO OPTION-INPUT-AREA.
003510     MOVE LENGTH OF OPTION-INPUT-AREA TO OPTION-INPUT-LENGTH.
003520     IF STARTED-FROM-TERMINAL
003530         MOVE EIBTRMID TO RUN-TERM-ID
003540         EXEC CICS RECEIVE
003550             INTO   (OPTION-INPUT-AREA)
003560             LENGTH (OPTION-INPUT-LENGTH)
003570             RESP   (CICS-RESPONSE-CODE)
003580         END-EXEC
003590     ELSE
003600         MOVE SPACES TO RUN-TERM-ID
003610         EXEC CICS RETRIEVE
003620             INTO   (OPTION-INPUT-AREA)
003630             LENGTH (OPTION-INPUT-LENGTH)
003640             RESP   (CICS-RESPONSE-CODE)
003650         END-EXEC
003660     END-IF.
003670     SET RUN-OPTION-VALID TO TRUE.
003680     IF OP-CHECK-ALL
003690         SET RUN-CHECK-ONLY TO TRUE
003700         GO TO 1000-EXIT
003710     END-IF.
003720     IF OP-PUSH AND OP-SYSID NOT = SPACES
003730         SET RUN-PUSH TO TRUE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     SET RUN-OPTION-INVALID TO TRUE.
003770 1000-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810* 2000-WALK-ROSTER  --  CHECK EVERY CONNECTED REGION. NO ROSTER
003820*                       MEANS NOTHING TO CHECK - THE OPERATOR
003830*                       SUMMARY SHOWS ZERO REGIONS.
003840*****************************************************************
003850 2000-WALK-ROSTER.
003860     MOVE LOW-VALUES TO ROSTER-KEY.
003870     EXEC CICS STARTBR
003880         FILE      ('PONGROST')
003890         RIDFLD    (ROSTER-KEY)
003900         KEYLENGTH (LENGTH OF ROSTER-KEY)
003910         GTEQ
003920         RESP      (CICS-RESPONSE-CODE)
003930     END-EXEC.
003940     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003950         GO TO 2000-EXIT
003960     END-IF.
003970     SET ROSTER-NOT-DONE TO TRUE.
003980     PERFORM 2100-NEXT-REGION THRU 2100-EXIT
003990         UNTIL ROSTER-DONE.
004000     EXEC CICS ENDBR
004010         FILE ('PONGROST')
004020         RESP (CICS-RESPONSE-CODE)
004030     END-EXEC.
004040 2000-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080* 2050-CHECK-REGION-STATUS  --  A SUSPENDED REGION IS NEVER
004090*                               CHECKED; A MAINTENANCE REGION
004100*                               IS LEFT ALONE FROM THE START OF
004110*                               ITS WINDOW TO THE END OF IT
004120*                               (INCLUSIVE) - THE SAME RULE THE
004130*                               SWEEPS APPLY.
004140*****************************************************************
004150 2050-CHECK-REGION-STATUS.
004160     SET REGION-TO-BE-CHECKED TO TRUE.
004170     IF RO-STATUS-SUSPENDED
004180         SET REGION-SKIP-PLANNED TO TRUE
004190     END-IF.
004200     IF RO-STATUS-MAINTENANCE
004210            AND NOW-STAMP NOT LESS THAN RO-MAINT-FROM
004220            AND NOW-STAMP NOT GREATER THAN RO-MAINT-TO
004230         SET REGION-SKIP-PLANNED TO TRUE
004240     END-IF.
004250 2050-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 2100-NEXT-REGION  --  READ THE NEXT ROSTER REGION AND CHECK
004300*                       IT.
004310*****************************************************************
004320 2100-NEXT-REGION.
004330     MOVE SPACES TO PONGROST-RECORD.
004340     EXEC CICS READNEXT
004350         FILE      ('PONGROST')
004360         INTO      (PONGROST-RECORD)
004370         RIDFLD    (ROSTER-KEY)
004380         KEYLENGTH (LENGTH OF ROSTER-KEY)
004390         RESP      (CICS-RESPONSE-CODE)
004400     END-EXEC.
004410     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004420         SET ROSTER-DONE TO TRUE
004430         GO TO 2100-EXIT
004440     END-IF.
004450     PERFORM 3000-CHECK-REGION THRU 3000-EXIT.
004460 2100-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 2500-PUSH-ONE-REGION  --  A PUSH RUN TOUCHES ONLY THE REGION
004510*                           NAMED ON THE RUN OPTION, WHICH MUST
004520*                           BE ON THE ROSTER.
004530*****************************************************************
004540 2500-PUSH-ONE-REGION.
004550     MOVE SPACES   TO PONGROST-RECORD.
004560     MOVE OP-SYSID TO ROSTER-KEY.
004570     EXEC CICS READ
004580         FILE      ('PONGROST')
004590         INTO      (PONGROST-RECORD)
004600         RIDFLD    (ROSTER-KEY)
004610         KEYLENGTH (LENGTH OF ROSTER-KEY)
004620         RESP      (CICS-RESPONSE-CODE)
004630     END-EXEC.
004640     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004650         SET SYSID-NOT-ON-ROSTER TO TRUE
004660         GO TO 2500-EXIT
004670     END-IF.
004680     PERFORM 3000-CHECK-REGION THRU 3000-EXIT.
004690 2500-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* 3000-CHECK-REGION  --  COMPARE ONE REGION'S PONGCTL AND THEN
004740*                        ITS PONGSCHD WITH THE MASTER COPY AND
004750*                        FINISH WITH ITS REGION LINE. A REGION
004760*                        THAT COULD NOT BE CHECKED IS RECORDED
004770*                        AND THE RUN MOVES ON - ONE DEAD REGION
004780*                        MUST NOT COST THE REST OF THE ESTATE
004790*                        ITS CHECK.
004800*****************************************************************
004810 3000-CHECK-REGION.
004820     ADD 1 TO REGION-COUNT.
004830     MOVE ZERO   TO REGION-MISSING-COUNT.
004840     MOVE ZERO   TO REGION-EXTRA-COUNT.
004850     MOVE ZERO   TO REGION-DIFFER-COUNT.
004855     MOVE ZERO   TO REGION-BAD-COUNT.
004860     MOVE SPACES TO REGION-PROBLEM.
004870     PERFORM 2050-CHECK-REGION-STATUS THRU 2050-EXIT.
004880     IF REGION-SKIP-PLANNED
004890         ADD 1 TO SKIPPED-COUNT
004900         PERFORM 3900-WRITE-REGION-LINE THRU 3900-EXIT
004910         GO TO 3000-EXIT
004920     END-IF.
004930     SET CURRENT-FILE-CONTROL TO TRUE.
004940     PERFORM 3100-CHECK-FILE THRU 3100-EXIT.
004950     IF REGION-CHECKED-CLEAN
004960         SET CURRENT-FILE-SCHEDULE TO TRUE
004970         PERFORM 3100-CHECK-FILE THRU 3100-EXIT
004980     END-IF.
004990     PERFORM 3900-WRITE-REGION-LINE THRU 3900-EXIT.
005000 3000-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 3100-CHECK-FILE  --  LOAD THE MASTER AND LIVE RECORDS OF THE
005050*                      CURRENT FILE, EDIT THE MASTER RECORDS,
005060*                      AND COMPARE THEM. NOTHING IS EDITED OR
005065*                      COMPARED UNLESS BOTH LOADED WHOLE.
005070*****************************************************************
005080 3100-CHECK-FILE.
005090     PERFORM 3200-LOAD-MASTER THRU 3200-EXIT.
005100     IF NOT REGION-CHECKED-CLEAN
005110         GO TO 3100-EXIT
005120     END-IF.
005130     PERFORM 3300-LOAD-LIVE THRU 3300-EXIT.
005140     IF NOT REGION-CHECKED-CLEAN
005150         GO TO 3100-EXIT
005160     END-IF.
005165     PERFORM 3250-EDIT-MASTER THRU 3250-EXIT.
005170     PERFORM 4000-COMPARE-FILE THRU 4000-EXIT.
005180 3100-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220* 3200-LOAD-MASTER  --  TABLE THE REGION'S MASTER RECORDS FOR
005230*                       THE CURRENT FILE. NONE AT ALL IS NOT AN
005240*                       ERROR - EVERY LIVE RECORD IS THEN EXTRA.
005250*****************************************************************
005260 3200-LOAD-MASTER.
005270     MOVE ZERO            TO MASTER-COUNT.
005280     MOVE LOW-VALUES      TO MASTER-BROWSE-KEY.
005290     MOVE RO-SYSID        TO MBK-SYSID.
005300     MOVE CURRENT-FILE-ID TO MBK-FILE-ID.
005310     EXEC CICS STARTBR
005320         FILE      ('PONGMST')
005330         RIDFLD    (MASTER-BROWSE-KEY)
005340         KEYLENGTH (LENGTH OF MASTER-BROWSE-KEY)
005350         GTEQ
005360         RESP      (CICS-RESPONSE-CODE)
005370     END-EXEC.
005380     IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
005390            OR CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
005400         GO TO 3200-EXIT
005410     END-IF.
005420     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005430         MOVE 'MASTER' TO REGION-PROBLEM
005440         GO TO 3200-EXIT
005450     END-IF.
005460     SET MASTER-NOT-DONE TO TRUE.
005470     PERFORM 3210-NEXT-MASTER THRU 3210-EXIT
005480         UNTIL MASTER-DONE.
005490     EXEC CICS ENDBR
005500         FILE ('PONGMST')
005510         RESP (CICS-RESPONSE-CODE)
005520     END-EXEC.
005530 3200-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570* 3210-NEXT-MASTER  --  TABLE ONE MASTER RECORD, STOPPING AT THE
005580*                       FIRST ONE FOR ANOTHER REGION OR FILE.
005590*****************************************************************
005600 3210-NEXT-MASTER.
005610     EXEC CICS READNEXT
005620         FILE      ('PONGMST')
005630         INTO      (PONGMST-RECORD)
005640         RIDFLD    (MASTER-BROWSE-KEY)
005650         KEYLENGTH (LENGTH OF MASTER-BROWSE-KEY)
005660         RESP      (CICS-RESPONSE-CODE)
005670     END-EXEC.
005680     IF CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
005690         SET MASTER-DONE TO TRUE
005700         GO TO 3210-EXIT
005710     END-IF.
005720     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005730         MOVE 'MASTER' TO REGION-PROBLEM
005740         SET MASTER-DONE TO TRUE
005750         GO TO 3210-EXIT
005760     END-IF.
005770     IF MS-SYSID NOT = RO-SYSID
005780            OR MS-FILE-ID NOT = CURRENT-FILE-ID
005790         SET MASTER-DONE TO TRUE
005800         GO TO 3210-EXIT
005810     END-IF.
005820     IF MASTER-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
005830         MOVE 'OVERFLOW' TO REGION-PROBLEM
005840         SET MASTER-DONE TO TRUE
005850         GO TO 3210-EXIT
005860     END-IF.
005870     ADD 1 TO MASTER-COUNT.
005880     MOVE MS-RECORD-KEY TO MASTER-KEY (MASTER-COUNT).
005890     MOVE MS-DATA       TO MASTER-DATA (MASTER-COUNT).
005895     MOVE SPACES        TO MASTER-STATUS (MASTER-COUNT).
005900 3210-EXIT.
005901     EXIT.
005902
005903*****************************************************************
005904* 3250-EDIT-MASTER  --  EDIT EVERY TABLED MASTER RECORD, THEN
005905*                       CHECK THE MASTER BANDS FOR OVERLAP. A
005906*                       RECORD THAT FAILS IS MARKED IN THE TABLE
005907*                       AND GETS ONE INVALID-MASTER DRIFT LINE.
005908*****************************************************************
005909 3250-EDIT-MASTER.
005910     PERFORM 3260-EDIT-ENTRY THRU 3260-EXIT
005911         VARYING MASTER-SUB FROM 1 BY 1
005912         UNTIL MASTER-SUB IS GREATER THAN MASTER-COUNT.
005913     IF CURRENT-FILE-SCHEDULE
005914         PERFORM 3275-CHECK-OVERLAP THRU 3275-EXIT
005915             VARYING MASTER-SUB FROM 1 BY 1
005916             UNTIL MASTER-SUB IS GREATER THAN MASTER-COUNT
005917     END-IF.
005918 3250-EXIT.
005919     EXIT.
005920
005921*****************************************************************
005922* 3260-EDIT-ENTRY  --  ONE MASTER RECORD, LAID BACK OVER THE
005923*                      PONGMST LAYOUT SO ITS FIELDS CAN BE NAMED.
005924*****************************************************************
005925 3260-EDIT-ENTRY.
005926     MOVE SPACES TO BAD-FIELD-NAME.
005927     MOVE SPACES TO BAD-FIELD-VALUE.
005928     MOVE MASTER-KEY (MASTER-SUB)  TO MS-RECORD-KEY.
005929     MOVE MASTER-DATA (MASTER-SUB) TO MS-DATA.
005930     IF CURRENT-FILE-CONTROL
005931         PERFORM 3262-EDIT-CONTROL THRU 3262-EXIT
005932     ELSE
005933         PERFORM 3265-EDIT-BAND THRU 3265-EXIT
005934     END-IF.
005935     IF BAD-FIELD-NAME = SPACES
005936         GO TO 3260-EXIT
005937     END-IF.
005938     SET MASTER-FAILED-EDIT (MASTER-SUB) TO TRUE.
005939     MOVE MASTER-SUB TO BAD-SUB.
005940     PERFORM 3290-WRITE-BAD-MASTER THRU 3290-EXIT.
005941 3260-EXIT.
005942     EXIT.
005943
005944*****************************************************************
005945* 3262-EDIT-CONTROL  --  PMNT'S RULES: REGION ID PRESENT, SPEED
005946*                        0001-9999, PRODUCTION FLAG Y, N OR
005947*                        BLANK. THRESHOLD AND WINDOW MUST BE
005948*                        NUMERIC, SINCE THE REGION HOLDS A BLANK
005949*                        ONE AS ZERO AND THE TWO ARE COMPARED BYTE
005950*                        FOR BYTE.
005951*****************************************************************
005952 3262-EDIT-CONTROL.
005953     IF MS-CT-REGION-ID = SPACES OR MS-CT-REGION-ID = LOW-VALUES
005954         MOVE 'CT-REGION-ID' TO BAD-FIELD-NAME
005955         GO TO 3262-EXIT
005956     END-IF.
005957     MOVE MS-CT-SPEED TO BAD-FIELD-VALUE.
005958     IF MS-CT-SPEED IS NOT NUMERIC
005959         MOVE 'CT-SPEED' TO BAD-FIELD-NAME
005960         GO TO 3262-EXIT
005961     END-IF.
005962     MOVE MS-CT-SPEED TO SPEED-NUMERIC-TEST.
005963     IF SPEED-NUMERIC-TEST IS LESS THAN 1
005964         MOVE 'CT-SPEED' TO BAD-FIELD-NAME
005965         GO TO 3262-EXIT
005966     END-IF.
005967     MOVE MS-CONTROL-DATA (5:4) TO BAD-FIELD-VALUE.
005968     IF MS-CT-ALERT-THRESHOLD IS NOT NUMERIC
005969         MOVE 'CT-ALERT-THRESHOLD' TO BAD-FIELD-NAME
005970         GO TO 3262-EXIT
005971     END-IF.
005972     MOVE MS-CONTROL-DATA (9:4) TO BAD-FIELD-VALUE.
005973     IF MS-CT-ALERT-WINDOW IS NOT NUMERIC
005974         MOVE 'CT-ALERT-WINDOW' TO BAD-FIELD-NAME
005975         GO TO 3262-EXIT
005976     END-IF.
005977     MOVE MS-CT-PRODUCTION-FLAG TO BAD-FIELD-VALUE.
005978     IF MS-CT-PRODUCTION-FLAG NOT = 'Y'
005979            AND MS-CT-PRODUCTION-FLAG NOT = 'N'
005980            AND MS-CT-PRODUCTION-FLAG NOT = SPACE
005981         MOVE 'CT-PRODUCTION-FLAG' TO BAD-FIELD-NAME
005982         GO TO 3262-EXIT
005983     END-IF.
005984     MOVE SPACES TO BAD-FIELD-VALUE.
005985 3262-EXIT.
005986     EXIT.
005987
005988*****************************************************************
005989* 3265-EDIT-BAND  --  PSCM'S RULES: REGION ID PRESENT, EFFECTIVE
005990*                     DATE A PLAUSIBLE YYYYMMDD, START AND END
005991*                     TIMES VALID HHMM, SPEED 0001-9999.
005992*****************************************************************
005993 3265-EDIT-BAND.
005994     IF MS-SC-REGION-ID = SPACES OR MS-SC-REGION-ID = LOW-VALUES
005995         MOVE 'SC-REGION-ID' TO BAD-FIELD-NAME
005996         GO TO 3265-EXIT
005997     END-IF.
005998     MOVE MS-SCHEDULE-KEY (9:8) TO BAD-FIELD-VALUE.
005999     IF MS-SC-EFFECTIVE-DATE IS NOT NUMERIC
006000         MOVE 'SC-EFFECTIVE-DATE' TO BAD-FIELD-NAME
006001         GO TO 3265-EXIT
006002     END-IF.
006003     MOVE MS-SC-EFFECTIVE-DATE TO DATE-WORK.
006004     IF DW-MONTH IS LESS THAN 1 OR DW-MONTH IS GREATER THAN 12
006005            OR DW-DAY IS LESS THAN 1 OR DW-DAY IS GREATER THAN 31
006006         MOVE 'SC-EFFECTIVE-DATE' TO BAD-FIELD-NAME
006007         GO TO 3265-EXIT
006008     END-IF.
006009     MOVE MS-SCHEDULE-KEY (17:4) TO BAD-FIELD-VALUE.
006010     MOVE MS-SCHEDULE-KEY (17:4) TO TIME-FIELD-TEST.
006011     PERFORM 3270-EDIT-TIME THRU 3270-EXIT.
006012     IF TIME-INVALID
006013         MOVE 'SC-START-TIME' TO BAD-FIELD-NAME
006014         GO TO 3265-EXIT
006015     END-IF.
006016     MOVE MS-SCHEDULE-DATA (1:4) TO BAD-FIELD-VALUE.
006017     MOVE MS-SCHEDULE-DATA (1:4) TO TIME-FIELD-TEST.
006018     PERFORM 3270-EDIT-TIME THRU 3270-EXIT.
006019     IF TIME-INVALID
006020         MOVE 'SC-END-TIME' TO BAD-FIELD-NAME
006021         GO TO 3265-EXIT
006022     END-IF.
006023     MOVE MS-SC-SPEED TO BAD-FIELD-VALUE.
006024     IF MS-SC-SPEED IS NOT NUMERIC
006025         MOVE 'SC-SPEED' TO BAD-FIELD-NAME
006026         GO TO 3265-EXIT
006027     END-IF.
006028     MOVE MS-SC-SPEED TO SPEED-NUMERIC-TEST.
006029     IF SPEED-NUMERIC-TEST IS LESS THAN 1
006030         MOVE 'SC-SPEED' TO BAD-FIELD-NAME
006031         GO TO 3265-EXIT
006032     END-IF.
006033     MOVE SPACES TO BAD-FIELD-VALUE.
006034 3265-EXIT.
006035     EXIT.
006036
006037*****************************************************************
006038* 3270-EDIT-TIME  --  TIME-FIELD-TEST MUST BE NUMERIC HHMM WITH
006039*                     HH 00-23 AND MM 00-59.
006040*****************************************************************
006041 3270-EDIT-TIME.
006042     SET TIME-INVALID TO TRUE.
006043     IF TIME-FIELD-TEST IS NOT NUMERIC
006044         GO TO 3270-EXIT
006045     END-IF.
006046     MOVE TIME-FIELD-TEST TO HHMM-WORK.
006047     IF HHMM-HH IS GREATER THAN 23
006048            OR HHMM-MM IS GREATER THAN 59
006049         GO TO 3270-EXIT
006050     END-IF.
006051     SET TIME-VALID TO TRUE.
006052 3270-EXIT.
006053     EXIT.
006054
006055*****************************************************************
006056* 3275-CHECK-OVERLAP  --  CHECK ONE MASTER BAND AGAINST EVERY
006057*                         LATER BAND OF THE SAME REGION AND
006058*                         EFFECTIVE DATE. A BAND THAT FAILED ITS
006059*                         EDITS HAS NO TIMES TO TEST.
006060*****************************************************************
006061 3275-CHECK-OVERLAP.
006062     IF MASTER-FAILED-EDIT (MASTER-SUB)
006063         GO TO 3275-EXIT
006064     END-IF.
006065     MOVE MASTER-KEY (MASTER-SUB) (17:4)  TO CHECK-START-TIME.
006066     MOVE MASTER-DATA (MASTER-SUB) (1:4)  TO CHECK-END-TIME.
006067     MOVE CHECK-START-TIME TO CAND-FROM (1).
006068     IF CHECK-START-TIME NOT GREATER THAN CHECK-END-TIME
006069         MOVE 1 TO CAND-RANGE-COUNT
006070         MOVE CHECK-END-TIME TO CAND-TO (1)
006071     ELSE
006072         MOVE 2 TO CAND-RANGE-COUNT
006073         MOVE 2359 TO CAND-TO (1)
006074         MOVE ZERO TO CAND-FROM (2)
006075         MOVE CHECK-END-TIME TO CAND-TO (2)
006076     END-IF.
006077     ADD 1 MASTER-SUB GIVING COMPARE-START.
006078     SET BAND-SET-NOT-DONE TO TRUE.
006079     PERFORM 3280-COMPARE-BAND THRU 3280-EXIT
006080         VARYING OTHER-SUB FROM COMPARE-START BY 1
006081         UNTIL OTHER-SUB IS GREATER THAN MASTER-COUNT
006082            OR BAND-SET-DONE.
006083 3275-EXIT.
006084     EXIT.
006085
006086*****************************************************************
006087* 3280-COMPARE-BAND  --  ONE LATER MASTER BAND. THE TABLE IS IN
006088*                        KEY ORDER, SO THE FIRST BAND OF ANOTHER
006089*                        REGION OR EFFECTIVE DATE ENDS THE SET.
006090*                        WHEN TWO BANDS OVERLAP NEITHER CAN BE
006091*                        TRUSTED, SO BOTH ARE MARKED, EACH NAMING
006092*                        THE OTHER - ONCE, HOWEVER MANY BANDS IT
006093*                        OVERLAPS.
006094*****************************************************************
006095 3280-COMPARE-BAND.
006096     IF MASTER-KEY (OTHER-SUB) (1:16)
006097            NOT = MASTER-KEY (MASTER-SUB) (1:16)
006098         SET BAND-SET-DONE TO TRUE
006099         GO TO 3280-EXIT
006100     END-IF.
006101     IF MASTER-FAILED-EDIT (OTHER-SUB)
006102         GO TO 3280-EXIT
006103     END-IF.
006104     MOVE MASTER-KEY (OTHER-SUB) (17:4)  TO OTHER-START-TIME.
006105     MOVE MASTER-DATA (OTHER-SUB) (1:4)  TO OTHER-END-TIME.
006106     MOVE OTHER-START-TIME TO BAND-FROM (1).
006107     IF OTHER-START-TIME NOT GREATER THAN OTHER-END-TIME
006108         MOVE 1 TO BAND-RANGE-COUNT
006109         MOVE OTHER-END-TIME TO BAND-TO (1)
006110     ELSE
006111         MOVE 2 TO BAND-RANGE-COUNT
006112         MOVE 2359 TO BAND-TO (1)
006113         MOVE ZERO TO BAND-FROM (2)
006114         MOVE OTHER-END-TIME TO BAND-TO (2)
006115     END-IF.
006116     SET NO-OVERLAP TO TRUE.
006117     PERFORM 3285-TEST-RANGES THRU 3285-EXIT
006118         VARYING CAND-SUB FROM 1 BY 1
006119         UNTIL CAND-SUB IS GREATER THAN CAND-RANGE-COUNT
006120         AFTER BAND-SUB FROM 1 BY 1
006121         UNTIL BAND-SUB IS GREATER THAN BAND-RANGE-COUNT.
006122     IF NO-OVERLAP
006123         GO TO 3280-EXIT
006124     END-IF.
006125     MOVE 'OVERLAPS BAND' TO BAD-FIELD-NAME.
006126     IF MASTER-GOOD (MASTER-SUB)
006127         SET MASTER-OVERLAPS (MASTER-SUB) TO TRUE
006128         MOVE OTHER-START-TIME TO OV-START-TIME
006129         MOVE OTHER-END-TIME   TO OV-END-TIME
006130         MOVE OVERLAP-VALUE    TO BAD-FIELD-VALUE
006131         MOVE MASTER-SUB       TO BAD-SUB
006132         PERFORM 3290-WRITE-BAD-MASTER THRU 3290-EXIT
006133     END-IF.
006134     IF MASTER-GOOD (OTHER-SUB)
006135         SET MASTER-OVERLAPS (OTHER-SUB) TO TRUE
006136         MOVE CHECK-START-TIME TO OV-START-TIME
006137         MOVE CHECK-END-TIME   TO OV-END-TIME
006138         MOVE OVERLAP-VALUE    TO BAD-FIELD-VALUE
006139         MOVE OTHER-SUB        TO BAD-SUB
006140         PERFORM 3290-WRITE-BAD-MASTER THRU 3290-EXIT
006141     END-IF.
006142 3280-EXIT.
006143     EXIT.
006144
006145*****************************************************************
006146* 3285-TEST-RANGES  --  TWO INCLUSIVE RANGES MEET WHEN EACH
006147*                       STARTS NO LATER THAN THE OTHER ENDS.
006148*****************************************************************
006149 3285-TEST-RANGES.
006150     IF CAND-FROM (CAND-SUB) NOT GREATER THAN BAND-TO (BAND-SUB)
006151            AND BAND-FROM (BAND-SUB)
006152                NOT GREATER THAN CAND-TO (CAND-SUB)
006153         SET OVERLAP-FOUND TO TRUE
006154     END-IF.
006155 3285-EXIT.
006156     EXIT.
006157
006158*****************************************************************
006159* 3290-WRITE-BAD-MASTER  --  ONE INVALID-MASTER DRIFT LINE FOR
006160*                            THE MASTER RECORD AT BAD-SUB, NAMING
006161*                            THE FIELD THAT FAILED AND ITS MASTER
006162*                            VALUE.
006163*****************************************************************
006164 3290-WRITE-BAD-MASTER.
006165     ADD 1 TO BAD-COUNT.
006166     ADD 1 TO REGION-BAD-COUNT.
006167     MOVE SPACES TO PUSH-OUTCOME.
006168     PERFORM 6000-START-DETAIL THRU 6000-EXIT.
006169     MOVE MASTER-KEY (BAD-SUB) TO DR-RECORD-KEY.
006170     SET DR-WHOLE-RECORD   TO TRUE.
006171     SET DR-MASTER-INVALID TO TRUE.
006172     MOVE BAD-FIELD-NAME   TO DR-FIELD-NAME.
006173     MOVE BAD-FIELD-VALUE  TO DR-MASTER-VALUE.
006174     PERFORM 6100-WRITE-DRIFT THRU 6100-EXIT.
006175 3290-EXIT.
006176     EXIT.
006177
006178*****************************************************************
006179* 3300-LOAD-LIVE  --  DRIVE THE REGION'S AGENT CHUNK BY CHUNK
006180*                     UNTIL IT SAYS THE EXTRACT IS COMPLETE,
006181*                     TABLING EVERY LIVE RECORD IT HANDS BACK.
006182*****************************************************************
006183 3300-LOAD-LIVE.
006184     MOVE ZERO            TO LIVE-COUNT.
006185     MOVE SPACES          TO DRIFT-COMMAREA.
006186     MOVE CURRENT-FILE-ID TO DC-REQUEST-TYPE.
006187     MOVE LOW-VALUES      TO DC-RESTART-KEY.
006188     MOVE ZERO            TO CHUNK-COUNT.
006189     SET LIVE-NOT-DONE TO TRUE.
006190     PERFORM 3310-LIVE-CHUNK THRU 3310-EXIT
006191         UNTIL LIVE-DONE.
006192 3300-EXIT.
006193     EXIT.
006194
006195*****************************************************************
006196* 3310-LIVE-CHUNK  --  ONE LINK TO THE AGENT AND ONE PASS OVER
006197*                      THE RECORDS IT HANDED BACK. A LINK
006198*                      FAILURE OR AN AGENT PROBLEM LEAVES THE
006199*                      REGION UNCHECKED.
006200*****************************************************************
006201 3310-LIVE-CHUNK.
006202     ADD 1 TO CHUNK-COUNT.
006203     IF CHUNK-COUNT IS GREATER THAN MAX-CHUNKS
006204         MOVE 'NO END' TO REGION-PROBLEM
006205         SET LIVE-DONE TO TRUE
006210         GO TO 3310-EXIT
006220     END-IF.
006230     SET DC-EXTRACT-COMPLETE TO TRUE.
006240     SET DC-RC-NORMAL TO TRUE.
006250     MOVE ZEROES TO DC-RECORD-COUNT.
006260     EXEC CICS LINK
006270         PROGRAM   ('PONGDAG')
006280         COMMAREA  (DRIFT-COMMAREA)
006290         LENGTH    (LENGTH OF DRIFT-COMMAREA)
006300         SYSID     (RO-SYSID)
006310         RESP      (LINK-RESPONSE-CODE)
006320     END-EXEC.
006330     IF LINK-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006340         MOVE 'LINK' TO REGION-PROBLEM
006350         SET LIVE-DONE TO TRUE
006360         GO TO 3310-EXIT
006370     END-IF.
006380     IF NOT DC-RC-NORMAL
006390            OR DC-RECORD-COUNT IS NOT NUMERIC
006400         MOVE 'AGENT' TO REGION-PROBLEM
006410         SET LIVE-DONE TO TRUE
006420         GO TO 3310-EXIT
006430     END-IF.
006440     PERFORM 3320-TABLE-LIVE THRU 3320-EXIT
006450         VARYING RECORD-SLOT FROM 1 BY 1
006460         UNTIL RECORD-SLOT IS GREATER THAN DC-RECORD-COUNT.
006470     IF NOT REGION-CHECKED-CLEAN OR DC-EXTRACT-COMPLETE
006480         SET LIVE-DONE TO TRUE
006490     END-IF.
006500 3310-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540* 3320-TABLE-LIVE  --  TABLE ONE LIVE RECORD, ITS KEY PADDED TO
006550*                      20 BYTES AND ITS DATA LAID OUT AS ON
006560*                      PONGMST SO THE TWO COMPARE BYTE FOR BYTE.
006570*****************************************************************
006580 3320-TABLE-LIVE.
006590     IF LIVE-COUNT NOT LESS THAN MAX-TABLE-ENTRIES
006600         MOVE 'OVERFLOW' TO REGION-PROBLEM
006610         GO TO 3320-EXIT
006620     END-IF.
006630     ADD 1 TO LIVE-COUNT.
006640     MOVE DC-RECORD (RECORD-SLOT) TO LIVE-IMAGE (LIVE-COUNT).
006650     MOVE SPACES TO LIVE-KEY (LIVE-COUNT).
006660     MOVE SPACES TO LIVE-DATA (LIVE-COUNT).
006665     MOVE SPACES TO LIVE-PUSH-OUTCOME (LIVE-COUNT).
006670     IF CURRENT-FILE-CONTROL
006680         MOVE DC-RECORD (RECORD-SLOT) (1:8)
006690             TO LIVE-KEY (LIVE-COUNT) (1:8)
006700         MOVE DC-RECORD (RECORD-SLOT) (9:13)
006710             TO LIVE-DATA (LIVE-COUNT)
006720     ELSE
006730         MOVE DC-RECORD (RECORD-SLOT) (1:20)
006740             TO LIVE-KEY (LIVE-COUNT)
006750         MOVE DC-RECORD (RECORD-SLOT) (21:8)
006760             TO LIVE-DATA (LIVE-COUNT) (1:8)
006770     END-IF.
006780 3320-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820* 3900-WRITE-REGION-LINE  --  ONE LINE PER REGION: SKIPPED,
006830*                             UNCHECKED (WITH THE REASON),
006840*                             DRIFTED, OR IN STEP, WITH ITS
006850*                             COUNTS.
006860*****************************************************************
006870 3900-WRITE-REGION-LINE.
006880     MOVE SPACES         TO PONGDRF-RECORD.
006890     MOVE DRIFT-RUN-DATE TO DR-RUN-DATE.
006900     MOVE DRIFT-RUN-TIME TO DR-RUN-TIME.
006910     MOVE RO-SYSID       TO DR-SYSID.
006920     SET DR-REGION-LINE  TO TRUE.
006930     MOVE RUN-MODE-SWITCH TO DR-RUN-MODE.
006940     MOVE RUN-USER-ID    TO DR-RUN-USER-ID.
006950     MOVE RO-REGION-NAME TO DR-REGION-NAME.
006960     MOVE REGION-MISSING-COUNT TO DR-MISSING-COUNT.
006970     MOVE REGION-EXTRA-COUNT   TO DR-EXTRA-COUNT.
006980     MOVE REGION-DIFFER-COUNT  TO DR-DIFFER-COUNT.
006985     MOVE REGION-BAD-COUNT     TO DR-BAD-MASTER-COUNT.
006990     MOVE REGION-PROBLEM TO DR-PROBLEM.
007000     IF REGION-SKIP-PLANNED
007010         SET DR-REGION-SKIPPED TO TRUE
007020     ELSE
007030     IF NOT REGION-CHECKED-CLEAN
007040         SET DR-REGION-UNCHECKED TO TRUE
007050         ADD 1 TO UNCHECKED-COUNT
007060     ELSE
007070     IF REGION-MISSING-COUNT = ZERO
007080            AND REGION-EXTRA-COUNT = ZERO
007090            AND REGION-DIFFER-COUNT = ZERO
007095            AND REGION-BAD-COUNT = ZERO
007100         SET DR-REGION-IN-STEP TO TRUE
007110     ELSE
007120         SET DR-REGION-DRIFTED TO TRUE
007130         ADD 1 TO DRIFTED-COUNT
007140     END-IF
007150     END-IF
007160     END-IF.
007170     PERFORM 6100-WRITE-DRIFT THRU 6100-EXIT.
007180 3900-EXIT.
007190     EXIT.
007200
007210*****************************************************************
007220* 4000-COMPARE-FILE  --  WALK THE MASTER AND LIVE TABLES
007230*                        TOGETHER IN KEY ORDER. ON A PUSH RUN A
007231*                        FIRST WALK ONLY DELETES THE EXTRA
007232*                        RECORDS, SO NO BAND ADDED OR UPDATED BY
007233*                        THE SECOND IS REFUSED FOR OVERLAPPING A
007234*                        BAND ABOUT TO GO. THE SECOND WALK WRITES
007235*                        THE FINDINGS.
007240*****************************************************************
007250 4000-COMPARE-FILE.
007251     IF RUN-PUSH
007252         SET MERGE-DELETE-PASS TO TRUE
007253         PERFORM 4050-MERGE-PASS THRU 4050-EXIT
007254     END-IF.
007255     SET MERGE-REPORT-PASS TO TRUE.
007256     PERFORM 4050-MERGE-PASS THRU 4050-EXIT.
007257 4000-EXIT.
007258     EXIT.
007259
007260*****************************************************************
007261* 4050-MERGE-PASS  --  ONE WALK OF THE TWO TABLES.
007262*****************************************************************
007263 4050-MERGE-PASS.
007264     MOVE 1 TO MASTER-SUB.
007270     MOVE 1 TO LIVE-SUB.
007280     SET MERGE-NOT-DONE TO TRUE.
007290     PERFORM 4100-MERGE-STEP THRU 4100-EXIT
007300         UNTIL MERGE-DONE.
007310 4050-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350* 4100-MERGE-STEP  --  THE LOWER OF THE TWO CURRENT KEYS IS A
007360*                      MASTER RECORD THE REGION IS MISSING OR
007370*                      A LIVE RECORD THE MASTER COPY DOES NOT
007380*                      HAVE; EQUAL KEYS ARE COMPARED FIELD BY
007390*                      FIELD.
007400*****************************************************************
007410 4100-MERGE-STEP.
007420     IF MASTER-SUB IS GREATER THAN MASTER-COUNT
007430            AND LIVE-SUB IS GREATER THAN LIVE-COUNT
007440         SET MERGE-DONE TO TRUE
007450         GO TO 4100-EXIT
007460     END-IF.
007470     IF LIVE-SUB IS GREATER THAN LIVE-COUNT
007480         PERFORM 4200-RECORD-MISSING THRU 4200-EXIT
007490         ADD 1 TO MASTER-SUB
007500         GO TO 4100-EXIT
007510     END-IF.
007520     IF MASTER-SUB IS GREATER THAN MASTER-COUNT
007530         PERFORM 4300-RECORD-EXTRA THRU 4300-EXIT
007540         ADD 1 TO LIVE-SUB
007550         GO TO 4100-EXIT
007560     END-IF.
007570     IF MASTER-KEY (MASTER-SUB) IS LESS THAN
007580            LIVE-KEY (LIVE-SUB)
007590         PERFORM 4200-RECORD-MISSING THRU 4200-EXIT
007600         ADD 1 TO MASTER-SUB
007610         GO TO 4100-EXIT
007620     END-IF.
007630     IF MASTER-KEY (MASTER-SUB) IS GREATER THAN
007640            LIVE-KEY (LIVE-SUB)
007650         PERFORM 4300-RECORD-EXTRA THRU 4300-EXIT
007660         ADD 1 TO LIVE-SUB
007670         GO TO 4100-EXIT
007680     END-IF.
007690     PERFORM 4400-RECORD-MATCHED THRU 4400-EXIT.
007700     ADD 1 TO MASTER-SUB.
007710     ADD 1 TO LIVE-SUB.
007720 4100-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760* 4200-RECORD-MISSING  --  THE MASTER RECORD IS NOT IN THE
007770*                          REGION. ON A PUSH RUN IT IS ADDED. AN
007775*                          INVALID MASTER RECORD IS LEFT OUT.
007780*****************************************************************
007790 4200-RECORD-MISSING.
007792     IF MERGE-DELETE-PASS
007794            OR NOT MASTER-GOOD (MASTER-SUB)
007796         GO TO 4200-EXIT
007798     END-IF.
007800     ADD 1 TO MISSING-COUNT.
007810     ADD 1 TO REGION-MISSING-COUNT.
007820     MOVE SPACES TO PUSH-OUTCOME.
007830     IF RUN-PUSH
007840         MOVE 'A' TO PUSH-ACTION-WORK
007850         PERFORM 5000-PUSH-RECORD THRU 5000-EXIT
007860     END-IF.
007870     PERFORM 6000-START-DETAIL THRU 6000-EXIT.
007880     MOVE MASTER-KEY (MASTER-SUB) TO DR-RECORD-KEY.
007890     SET DR-WHOLE-RECORD   TO TRUE.
007900     SET DR-RECORD-MISSING TO TRUE.
007910     IF CURRENT-FILE-CONTROL
007920         MOVE 'PONGCTL RECORD' TO DR-FIELD-NAME
007930         MOVE MASTER-DATA (MASTER-SUB) (1:4)
007940             TO DR-MASTER-VALUE
007950     ELSE
007960         MOVE 'PONGSCHD BAND' TO DR-FIELD-NAME
007970         MOVE MASTER-DATA (MASTER-SUB) (1:4)
007980             TO DR-MASTER-VALUE (1:4)
007990         MOVE MASTER-DATA (MASTER-SUB) (5:4)
008000             TO DR-MASTER-VALUE (6:4)
008010     END-IF.
008020     PERFORM 6100-WRITE-DRIFT THRU 6100-EXIT.
008030 4200-EXIT.
008040     EXIT.
008050
008060*****************************************************************
008070* 4300-RECORD-EXTRA  --  THE LIVE RECORD IS NOT ON THE MASTER
008080*                        COPY. ON A PUSH RUN IT IS DELETED BY THE
008083*                        FIRST WALK, WHICH KEEPS THE OUTCOME FOR
008086*                        THE DRIFT LINE THE SECOND WALK WRITES.
008090*****************************************************************
008100 4300-RECORD-EXTRA.
008101     IF MERGE-DELETE-PASS
008102         MOVE 'D' TO PUSH-ACTION-WORK
008103         PERFORM 5000-PUSH-RECORD THRU 5000-EXIT
008104         MOVE PUSH-OUTCOME TO LIVE-PUSH-OUTCOME (LIVE-SUB)
008105         GO TO 4300-EXIT
008106     END-IF.
008110     ADD 1 TO EXTRA-COUNT.
008120     ADD 1 TO REGION-EXTRA-COUNT.
008130     MOVE LIVE-PUSH-OUTCOME (LIVE-SUB) TO PUSH-OUTCOME.
008180     PERFORM 6000-START-DETAIL THRU 6000-EXIT.
008190     MOVE LIVE-KEY (LIVE-SUB) TO DR-RECORD-KEY.
008200     SET DR-WHOLE-RECORD TO TRUE.
008210     SET DR-RECORD-EXTRA TO TRUE.
008220     IF CURRENT-FILE-CONTROL
008230         MOVE 'PONGCTL RECORD' TO DR-FIELD-NAME
008240         MOVE LIVE-DATA (LIVE-SUB) (1:4)
008250             TO DR-LIVE-VALUE
008260     ELSE
008270         MOVE 'PONGSCHD BAND' TO DR-FIELD-NAME
008280         MOVE LIVE-DATA (LIVE-SUB) (1:4)
008290             TO DR-LIVE-VALUE (1:4)
008300         MOVE LIVE-DATA (LIVE-SUB) (5:4)
008310             TO DR-LIVE-VALUE (6:4)
008320     END-IF.
008330     PERFORM 6100-WRITE-DRIFT THRU 6100-EXIT.
008340 4300-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380* 4400-RECORD-MATCHED  --  THE RECORD IS ON BOTH. IF ANY FIELD
008390*                          DIFFERS THE MASTER RECORD IS PUSHED
008400*                          ON A PUSH RUN, THEN ONE LINE IS
008410*                          WRITTEN PER DIFFERING FIELD. AN
008413*                          INVALID MASTER RECORD IS NOT COMPARED
008416*                          AND THE REGION'S RECORD IS LEFT ALONE.
008420*****************************************************************
008430 4400-RECORD-MATCHED.
008432     IF MERGE-DELETE-PASS
008434            OR NOT MASTER-GOOD (MASTER-SUB)
008436         GO TO 4400-EXIT
008438     END-IF.
008440     MOVE ZERO TO RECORD-DIFFER-COUNT.
008450     IF MASTER-DATA (MASTER-SUB) (1:4)
008460            NOT = LIVE-DATA (LIVE-SUB) (1:4)
008470         ADD 1 TO RECORD-DIFFER-COUNT
008480     END-IF.
008490     IF MASTER-DATA (MASTER-SUB) (5:4)
008500            NOT = LIVE-DATA (LIVE-SUB) (5:4)
008510         ADD 1 TO RECORD-DIFFER-COUNT
008520     END-IF.
008530     IF CURRENT-FILE-CONTROL
008540            AND MASTER-DATA (MASTER-SUB) (9:4)
008550                NOT = LIVE-DATA (LIVE-SUB) (9:4)
008560         ADD 1 TO RECORD-DIFFER-COUNT
008570     END-IF.
008580     IF RECORD-DIFFER-COUNT = ZERO
008590         GO TO 4400-EXIT
008600     END-IF.
008610     MOVE SPACES TO PUSH-OUTCOME.
008620     IF RUN-PUSH
008630         MOVE 'U' TO PUSH-ACTION-WORK
008640         PERFORM 5000-PUSH-RECORD THRU 5000-EXIT
008650     END-IF.
008660     IF CURRENT-FILE-CONTROL
008670         MOVE 1  TO FIELD-OFFSET
008680         MOVE '01' TO FIELD-ID-WORK
008690         MOVE 'CT-SPEED' TO FIELD-NAME-WORK
008700         PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT
008710         MOVE 5  TO FIELD-OFFSET
008720         MOVE '02' TO FIELD-ID-WORK
008730         MOVE 'CT-ALERT-THRESHOLD' TO FIELD-NAME-WORK
008740         PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT
008750         MOVE 9  TO FIELD-OFFSET
008760         MOVE '03' TO FIELD-ID-WORK
008770         MOVE 'CT-ALERT-WINDOW' TO FIELD-NAME-WORK
008780         PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT
008790     ELSE
008800         MOVE 1  TO FIELD-OFFSET
008810         MOVE '04' TO FIELD-ID-WORK
008820         MOVE 'SC-END-TIME' TO FIELD-NAME-WORK
008830         PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT
008840         MOVE 5  TO FIELD-OFFSET
008850         MOVE '01' TO FIELD-ID-WORK
008860         MOVE 'SC-SPEED' TO FIELD-NAME-WORK
008870         PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT
008880     END-IF.
008890 4400-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930* 4500-COMPARE-FIELD  --  ONE FOUR-BYTE FIELD AT FIELD-OFFSET.
008940*                         A DIFFERENCE IS ONE DRIFT LINE WITH
008950*                         THE MASTER AND LIVE VALUES.
008960*****************************************************************
008970 4500-COMPARE-FIELD.
008980     IF MASTER-DATA (MASTER-SUB) (FIELD-OFFSET:4)
008990            = LIVE-DATA (LIVE-SUB) (FIELD-OFFSET:4)
009000         GO TO 4500-EXIT
009010     END-IF.
009020     ADD 1 TO DIFFER-COUNT.
009030     ADD 1 TO REGION-DIFFER-COUNT.
009040     PERFORM 6000-START-DETAIL THRU 6000-EXIT.
009050     MOVE MASTER-KEY (MASTER-SUB) TO DR-RECORD-KEY.
009060     MOVE FIELD-ID-WORK   TO DR-FIELD-ID.
009070     SET DR-FIELD-DIFFERS TO TRUE.
009080     MOVE FIELD-NAME-WORK TO DR-FIELD-NAME.
009090     MOVE MASTER-DATA (MASTER-SUB) (FIELD-OFFSET:4)
009100         TO DR-MASTER-VALUE.
009110     MOVE LIVE-DATA (LIVE-SUB) (FIELD-OFFSET:4)
009120         TO DR-LIVE-VALUE.
009130     PERFORM 6100-WRITE-DRIFT THRU 6100-EXIT.
009140 4500-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180* 5000-PUSH-RECORD  --  ASK THE REGION'S AGENT TO ADD, UPDATE,
009190*                       OR DELETE ONE RECORD SO IT MATCHES THE
009200*                       MASTER COPY. AN UPDATE OR DELETE CARRIES
009210*                       THE LIVE RECORD AS IT WAS COMPARED, AND
009220*                       THE AGENT REFUSES IT IF THE RECORD HAS
009230*                       CHANGED SINCE. SYNCONRETURN - EACH PUSH
009240*                       IS COMMITTED IN THE REGION AS SOON AS
009250*                       IT IS MADE, SO A LATER FAILURE IN THE
009260*                       RUN CANNOT LEAVE EARLIER PUSHES LOCKED
009270*                       OR IN DOUBT. A LINK FAILURE IS RECORDED
009280*                       AS A FAILED PUSH.
009290*****************************************************************
009300 5000-PUSH-RECORD.
009310     MOVE SPACES           TO DRIFT-COMMAREA.
009320     SET DC-REQUEST-PUSH   TO TRUE.
009330     MOVE CURRENT-FILE-ID  TO DC-PUSH-FILE.
009340     MOVE PUSH-ACTION-WORK TO DC-PUSH-ACTION.
009350     MOVE RUN-USER-ID      TO DC-PUSH-USER-ID.
009360     MOVE RUN-TERM-ID      TO DC-PUSH-TERM-ID.
009370     SET DC-RC-NORMAL      TO TRUE.
009380     SET DC-EXTRACT-COMPLETE TO TRUE.
009390     MOVE ZEROES           TO DC-RECORD-COUNT.
009400     SET DC-PUSH-FAILED    TO TRUE.
009410     IF NOT DC-PUSH-DELETE
009420         PERFORM 5100-BUILD-MASTER-IMAGE THRU 5100-EXIT
009430     END-IF.
009440     IF NOT DC-PUSH-ADD
009450         MOVE LIVE-IMAGE (LIVE-SUB) TO DC-RECORD (2)
009460     END-IF.
009470     EXEC CICS LINK
009480         PROGRAM   ('PONGDAG')
009490         COMMAREA  (DRIFT-COMMAREA)
009500         LENGTH    (LENGTH OF DRIFT-COMMAREA)
009510         SYSID     (RO-SYSID)
009520         SYNCONRETURN
009530         RESP      (LINK-RESPONSE-CODE)
009540     END-EXEC.
009550     IF LINK-RESPONSE-CODE NOT = DFHRESP(NORMAL)
009560            OR NOT DC-RC-NORMAL
009570         SET DC-PUSH-FAILED TO TRUE
009580     END-IF.
009590     MOVE DC-PUSH-RESULT TO PUSH-OUTCOME.
009600     IF DC-PUSH-APPLIED
009610         ADD 1 TO PUSHED-COUNT
009620     ELSE
009630     IF DC-PUSH-HELD
009640         ADD 1 TO HELD-COUNT
009650     ELSE
009660         ADD 1 TO REFUSED-COUNT
009670     END-IF
009680     END-IF.
009690 5000-EXIT.
009700     EXIT.
009710
009720*****************************************************************
009730* 5100-BUILD-MASTER-IMAGE  --  THE MASTER RECORD AS IT SHOULD
009740*                              STAND IN THE REGION'S FILE. A
009750*                              CONTROL RECORD WHOSE MASTER
009760*                              PRODUCTION FLAG IS NEITHER Y NOR
009770*                              N GOES OUT AS Y, SO AN ADD IS
009780*                              HELD FOR APPROVAL UNLESS THE
009790*                              MASTER COPY SAYS OTHERWISE.
009800*****************************************************************
009810 5100-BUILD-MASTER-IMAGE.
009820     IF CURRENT-FILE-CONTROL
009830         MOVE MASTER-KEY (MASTER-SUB) (1:8)
009840             TO DC-RECORD (1) (1:8)
009850         MOVE MASTER-DATA (MASTER-SUB)
009860             TO DC-RECORD (1) (9:13)
009870         IF DC-RECORD (1) (21:1) NOT = 'Y'
009880                AND DC-RECORD (1) (21:1) NOT = 'N'
009890             MOVE 'Y' TO DC-RECORD (1) (21:1)
009900         END-IF
009910     ELSE
009920         MOVE MASTER-KEY (MASTER-SUB)
009930             TO DC-RECORD (1) (1:20)
009940         MOVE MASTER-DATA (MASTER-SUB) (1:8)
009950             TO DC-RECORD (1) (21:8)
009960     END-IF.
009970 5100-EXIT.
009980     EXIT.
009990
010000*****************************************************************
010010* 6000-START-DETAIL  --  THE PARTS OF A DETAIL LINE EVERY KIND
010020*                        SHARES, INCLUDING WHAT BECAME OF ANY
010030*                        PUSH OF THE RECORD IT DESCRIBES.
010040*****************************************************************
010050 6000-START-DETAIL.
010060     MOVE SPACES          TO PONGDRF-RECORD.
010070     MOVE DRIFT-RUN-DATE  TO DR-RUN-DATE.
010080     MOVE DRIFT-RUN-TIME  TO DR-RUN-TIME.
010090     MOVE RO-SYSID        TO DR-SYSID.
010100     MOVE CURRENT-FILE-ID TO DR-FILE-ID.
010110     MOVE RUN-MODE-SWITCH TO DR-RUN-MODE.
010120     MOVE RUN-USER-ID     TO DR-RUN-USER-ID.
010130     MOVE PUSH-OUTCOME    TO DR-PUSH-RESULT.
010140 6000-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180* 6100-WRITE-DRIFT  --  HARDEN ONE DRIFT LINE. A DRIFT FILE
010190*                       PROBLEM MUST NOT STOP THE CHECK, BUT IT
010200*                       IS COUNTED AND SHOWS ON THE OPERATOR
010210*                       SUMMARY, BECAUSE A CHECK WHOSE FINDINGS
010220*                       WENT NOWHERE HAS NOT REALLY BEEN RUN.
010230*****************************************************************
010240 6100-WRITE-DRIFT.
010250     EXEC CICS WRITE
010260         FILE      ('PONGDRF')
010270         FROM      (PONGDRF-RECORD)
010280         RIDFLD    (DR-KEY)
010290         KEYLENGTH (LENGTH OF DR-KEY)
010300         RESP      (CICS-RESPONSE-CODE)
010310     END-EXEC.
010320     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
010330         ADD 1 TO WRITE-FAIL-COUNT
010340     END-IF.
010350 6100-EXIT.
010360     EXIT.
010370
010380*****************************************************************
010390* 8000-SHOW-RESULT  --  ONE CONSOLE LINE PER RUN, ALSO SENT TO
010400*                       THE TERMINAL WHEN RUN FROM ONE. RESP() -
010410*                       AN UNWRITABLE CONSOLE MUST NOT ABEND A
010420*                       CHECK THAT ALREADY HARDENED ITS
010430*                       FINDINGS.
010440*****************************************************************
010450 8000-SHOW-RESULT.
010460     MOVE REGION-COUNT     TO OM-REGION-COUNT.
010470     MOVE DRIFTED-COUNT    TO OM-DRIFTED-COUNT.
010480     MOVE UNCHECKED-COUNT  TO OM-UNCHECKED-COUNT.
010490     MOVE MISSING-COUNT    TO OM-MISSING-COUNT.
010500     MOVE EXTRA-COUNT      TO OM-EXTRA-COUNT.
010510     MOVE DIFFER-COUNT     TO OM-DIFFER-COUNT.
010515     MOVE BAD-COUNT        TO OM-BAD-COUNT.
010520     MOVE PUSHED-COUNT     TO OM-PUSHED-COUNT.
010530     MOVE HELD-COUNT       TO OM-HELD-COUNT.
010540     MOVE REFUSED-COUNT    TO OM-REFUSED-COUNT.
010550     MOVE WRITE-FAIL-COUNT TO OM-WRITE-FAIL-COUNT.
010560     MOVE SKIPPED-COUNT    TO OM-SKIPPED-COUNT.
010570     EXEC CICS WRITE OPERATOR
010580         TEXT       (OPERATOR-MESSAGE)
010590         TEXTLENGTH (LENGTH OF OPERATOR-MESSAGE)
010600         RESP       (CICS-RESPONSE-CODE)
010610     END-EXEC.
010620     IF STARTED-FROM-TERMINAL
010630         EXEC CICS SEND TEXT
010640             FROM    (OPERATOR-MESSAGE)
010650             LENGTH  (LENGTH OF OPERATOR-MESSAGE)
010660             ERASE
010670             RESP    (CICS-RESPONSE-CODE)
010680         END-EXEC
010690     END-IF.
010700 8000-EXIT.
010710     EXIT.
010720
010730*****************************************************************
010740* 8100-SHOW-USAGE  --  THE RUN OPTION WAS NOT UNDERSTOOD.
010750*                      NOTHING IS CHECKED OR PUSHED.
010760*****************************************************************
010770 8100-SHOW-USAGE.
010780     IF STARTED-FROM-TERMINAL
010790         EXEC CICS SEND TEXT
010800             FROM    (USAGE-MESSAGE)
010810             LENGTH  (LENGTH OF USAGE-MESSAGE)
010820             ERASE
010830             RESP    (CICS-RESPONSE-CODE)
010840         END-EXEC
010850     ELSE
010860         EXEC CICS WRITE OPERATOR
010870             TEXT       (USAGE-MESSAGE)
010880             TEXTLENGTH (LENGTH OF USAGE-MESSAGE)
010890             RESP       (CICS-RESPONSE-CODE)
010900         END-EXEC
010910     END-IF.
010920 8100-EXIT.
010930     EXIT.
010940
010950*****************************************************************
010960* 8200-SHOW-UNKNOWN-SYSID  --  A PUSH NAMED A SYSID THAT IS NOT
010970*                              ON THE ROSTER. NOTHING IS
010980*                              CHECKED OR PUSHED.
010990*****************************************************************
011000 8200-SHOW-UNKNOWN-SYSID.
011010     MOVE OP-SYSID TO US-SYSID.
011020     EXEC CICS WRITE OPERATOR
011030         TEXT       (UNKNOWN-SYSID-MESSAGE)
011040         TEXTLENGTH (LENGTH OF UNKNOWN-SYSID-MESSAGE)
011050         RESP       (CICS-RESPONSE-CODE)
011060     END-EXEC.
011070     IF STARTED-FROM-TERMINAL
011080         EXEC CICS SEND TEXT
011090             FROM    (UNKNOWN-SYSID-MESSAGE)
011100             LENGTH  (LENGTH OF UNKNOWN-SYSID-MESSAGE)
011110             ERASE
011120             RESP    (CICS-RESPONSE-CODE)
011130         END-EXEC
011140     END-IF.
011150 8200-EXIT.
011160     EXIT.
011170
011180*****************************************************************
011190* 9000-TERMINATE  --  END THE TASK.
011200*****************************************************************
011210 9000-TERMINATE.
011220     EXEC CICS RETURN END-EXEC.
011230 9000-EXIT.
011240     EXIT.
