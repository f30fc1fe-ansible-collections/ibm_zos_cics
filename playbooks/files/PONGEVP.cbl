000010*****************************************************************
000020* PROGRAM      : PONGEVP
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : OUTBOUND EVENT FEED. PONG (ALERT RAISED),
000070*                PONGALW (ALERT CLOSED), PONGSWP (REGION FAILED
000080*                ITS SWEEP) AND PAUDRDR (AUDIT LINE NOT
000090*                HARDENED) EACH LINK HERE WITH ONE PONGEVT
000100*                RECORD AS THE COMMAREA. THE EVENT IS STAMPED
000110*                WITH THE DATE, TIME AND SOURCE REGION, TASK
000120*                AND TRANSACTION AND PUT AS A PERSISTENT
000130*                DATAGRAM TO THE PONG.EVENT.QUEUE. WHEN THE PUT
000140*                FAILS - THE QUEUE MANAGER IS DOWN, THE ADAPTER
000150*                IS NOT CONNECTED, THE QUEUE IS FULL - THE
000160*                EVENT IS HELD ON THE PONGEVTQ TS QUEUE INSTEAD
000170*                AND NOTHING IS LOST. ITEM 1 OF PONGEVTQ IS A
000180*                CONTROL RECORD SAYING WHICH ITEM GOES OUT
000190*                NEXT; THE EVENTS FOLLOW IN THE ORDER THEY
000200*                HAPPENED. EVERY CALL FIRST SENDS WHAT IS HELD,
000210*                OLDEST FIRST, SO THE FEED STAYS IN ORDER, AND
000220*                A NEW EVENT IS HELD BEHIND ANY THAT COULD NOT
000230*                GO. THE QUEUE IS DELETED ONCE EVERYTHING ON IT
000240*                HAS GONE. SO THAT HELD EVENTS GO OUT WHEN MQ
000250*                COMES BACK EVEN IF NOTHING NEW HAPPENS, A TASK
000260*                THAT LEAVES EVENTS HELD STARTS TRANSACTION PEVD
000270*                (THIS PROGRAM, NO COMMAREA) A MINUTE LATER; A
000280*                PEVD TASK ONLY SENDS WHAT IS HELD AND STARTS
000290*                THE NEXT ONE WHILE ANYTHING IS STILL HELD. IF A
000300*                RETRY IS LONG OVERDUE - ITS START WAS LOST IN A
000310*                RESTART - THE NEXT EVENT STARTS ONE AGAIN. ALL
000320*                OF THIS RUNS UNDER THE PONGEVTQ ENQ. THE FEED
000330*                IS BEST EFFORT FOR ITS CALLERS: NOTHING HERE
000340*                ABENDS, AND AN EVENT THAT CAN NEITHER BE SENT
000350*                NOR HELD IS CARRIED IN FULL ON A CSMT MESSAGE
000360*                THE WAY PAUDRDR CARRIES A LINE IT CANNOT
000370*                HARDEN. PONGEVP, PEVD, THE MQ ADAPTER AND A
000380*                TSMODEL FOR PONGEVTQ WITH LOCATION(AUXILIARY)
000390*                AND RECOVERY(YES) ARE NEEDED IN EVERY REGION
000400*                THAT RUNS ONE OF THE CALLERS.
000410*****************************************************************
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* ---------- ---- ------------------------------------------------
000450* 10/15/2026 WPY  ORIGINAL PROGRAM.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.      PONGEVP.
000490 AUTHOR.          WILL YATES.
000500 INSTALLATION.    APPLICATION DEVELOPMENT.
000510 DATE-WRITTEN.    10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550
000560 DATA DIVISION.
000570
000580 WORKING-STORAGE SECTION.
000590
000600*----------------------------------------------------------------
000610* MQ CONTROL BLOCKS AND CONSTANTS - THE HAND-KEPT PONGMQD
000620* MEMBER, VERSION-1 STRUCTURES THROUGHOUT.
000630*----------------------------------------------------------------
000640 COPY PONGMQD.
000650
000660*----------------------------------------------------------------
000670* MQ CALL RESULT AREAS. HCONN ZERO LETS THE CICS ADAPTER SUPPLY
000680* THE CONNECTION.
000690*----------------------------------------------------------------
000700 01  MQ-HCONN                    PIC S9(09) BINARY VALUE 0.
000710 01  MQ-COMPCODE                 PIC S9(09) BINARY VALUE 0.
000720 01  MQ-REASON                   PIC S9(09) BINARY VALUE 0.
000730 01  MQ-BUFFER-LENGTH            PIC S9(09) BINARY VALUE 0.
000740
000750 01  EVENT-QUEUE-NAME            PIC X(48)
000760     VALUE 'PONG.EVENT.QUEUE'.
000770
000780*----------------------------------------------------------------
000790* THE NEW EVENT PASSED BY THE CALLER, ONE EVENT READ BACK OFF
000800* THE STAGING QUEUE, AND THE MESSAGE BODY ACTUALLY PUT.
000810*----------------------------------------------------------------
000820 01  NEW-EVENT-RECORD.
000830     COPY PONGEVT.
000840 01  STAGED-EVENT-RECORD         PIC X(200).
000850 01  PUT-MESSAGE                 PIC X(200).
000860
000870*----------------------------------------------------------------
000880* THE STAGING QUEUE. ITEM 1 IS THE CONTROL RECORD: THE NEXT
000890* ITEM TO SEND, WHEN THE QUEUE WAS STARTED, AND WHEN THE PEVD
000900* RETRY LAST SCHEDULED IS DUE. THE ITEM OPTION ON THE REWRITE
000910* IS A HALFWORD DATA AREA, NOT A LITERAL.
000920*----------------------------------------------------------------
000930 01  STAGING-QUEUE-NAME          PIC X(08)  VALUE 'PONGEVTQ'.
000940 01  STAGING-CONTROL-RECORD.
000950     05 SC-NEXT-ITEM             PIC S9(08) COMP.
000960     05 SC-CREATED-DATE          PIC 9(08).
000970     05 SC-CREATED-TIME          PIC 9(06).
000980     05 SC-RETRY-DUE-TIME        PIC S9(15) COMP-3.
000990 01  CONTROL-ITEM                PIC S9(04) COMP  VALUE 1.
001000 01  READ-ITEM                   PIC S9(04) COMP.
001010 01  MAX-STAGED-ITEM             PIC S9(08) COMP  VALUE 32767.
001020 01  READQ-LENGTH                PIC S9(04) COMP.
001030
001040*----------------------------------------------------------------
001050* ENQ RESOURCE NAME SERIALIZING EVERY USE OF THE STAGING QUEUE
001060* ACROSS CONCURRENT TASKS, AND THE PEVD RETRY SCHEDULE. A
001070* RETRY THAT IS STILL NOT DONE FIVE MINUTES AFTER IT WAS DUE
001080* IS TAKEN AS LOST AND STARTED AGAIN.
001090*----------------------------------------------------------------
001100 01  EVENT-ENQ-RESOURCE          PIC X(08)  VALUE 'PONGEVTQ'.
001110 01  RETRY-TRANSID               PIC X(04)  VALUE 'PEVD'.
001120 01  RETRY-INTERVAL              PIC S9(07) COMP-3 VALUE 100.
001130 01  RETRY-INTERVAL-MS           PIC S9(15) COMP-3 VALUE 60000.
001140 01  RETRY-GRACE-MS              PIC S9(15) COMP-3 VALUE 300000.
001150
001160*----------------------------------------------------------------
001170* THE EVENT STAMP.
001180*----------------------------------------------------------------
001190 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
001200 01  EVENT-STAMP-DATE            PIC 9(08).
001210 01  EVENT-STAMP-TIME            PIC 9(06).
001220 01  SOURCE-APPLID               PIC X(08).
001230
001240 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
001250
001260*----------------------------------------------------------------
001270* WHAT THIS TASK WAS ASKED TO DO, AND HOW FAR IT GOT.
001280*----------------------------------------------------------------
001290 01  REQUEST-SWITCH              PIC X(01)  VALUE 'D'.
001300     88 EVENT-TO-SEND                VALUE 'E'.
001310     88 DRAIN-ONLY                   VALUE 'D'.
001320     88 REQUEST-REFUSED              VALUE 'X'.
001330 01  STAGING-SWITCH              PIC X(01)  VALUE 'E'.
001340     88 STAGING-EMPTY                VALUE 'E'.
001350     88 STAGING-HELD                 VALUE 'H'.
001360     88 STAGING-UNREADABLE           VALUE 'U'.
001370 01  SEND-SWITCH                 PIC X(01)  VALUE 'Y'.
001380     88 SEND-OK                      VALUE 'Y'.
001390     88 SEND-STOPPED                 VALUE 'N'.
001400 01  CREATE-SWITCH               PIC X(01)  VALUE 'N'.
001410     88 STAGING-CREATED              VALUE 'Y'.
001420     88 STAGING-NOT-CREATED          VALUE 'N'.
001430 01  LOCK-SWITCH                 PIC X(01)  VALUE 'N'.
001440     88 STAGING-LOCKED               VALUE 'Y'.
001450     88 STAGING-NOT-LOCKED           VALUE 'N'.
001460
001470 01  STAGED-SENT-COUNT           PIC 9(05)  COMP-3 VALUE ZERO.
001480
001490*----------------------------------------------------------------
001500* CSMT PROBLEM AND SUMMARY LINES. A PROBLEM LINE CARRIES THE
001510* EVENT IN FULL WHEN THERE IS ONE IN HAND.
001520*----------------------------------------------------------------
001530 01  PROBLEM-MESSAGE.
001540     05 FILLER                   PIC X(20)
001550            VALUE 'PONGEVP EVENT FEED, '.
001560     05 PM-REASON-TEXT           PIC X(24).
001570     05 FILLER                   PIC X(10)  VALUE ' MQ CODE: '.
001580     05 PM-COMPCODE              PIC 9(04).
001590     05 FILLER                   PIC X(09)  VALUE ' REASON: '.
001600     05 PM-REASON-CODE           PIC 9(08).
001610     05 FILLER                   PIC X(07)  VALUE ' RESP: '.
001620     05 PM-RESPONSE              PIC 9(08).
001630     05 FILLER                   PIC X(08)  VALUE ' EVENT: '.
001640     05 PM-EVENT                 PIC X(200).
001650
001660 01  SUMMARY-MESSAGE.
001670     05 FILLER                   PIC X(26)
001680            VALUE 'PONGEVP HELD EVENTS SENT: '.
001690     05 SM-SENT-COUNT            PIC 9(05).
001700     05 FILLER                   PIC X(13)
001710            VALUE ' STILL HELD: '.
001720     05 SM-STILL-HELD            PIC X(03).
001730
001740 LINKAGE SECTION.
001750
001760 01  DFHCOMMAREA.
001770     05 EVENT-COMMAREA-DATA      PIC X(200).
001780
001790 PROCEDURE DIVISION.
001800
001810*****************************************************************
001820* 0000-MAINLINE  --  STAMP THE CALLER'S EVENT, SEND WHAT IS
001830*                    HELD, SEND OR HOLD THE NEW EVENT, MAKE SURE
001840*                    A RETRY IS COMING FOR ANYTHING LEFT HELD,
001850*                    AND RETURN TO THE CALLER.
001860*****************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF NOT REQUEST-REFUSED
001900         PERFORM 2000-LOCK-STAGING THRU 2000-EXIT
001910     END-IF.
001920     IF STAGING-LOCKED
001930         PERFORM 3000-SEND-HELD-EVENTS THRU 3000-EXIT
001940         IF EVENT-TO-SEND
001950             PERFORM 4000-SEND-NEW-EVENT THRU 4000-EXIT
001960         END-IF
001970         PERFORM 6000-SCHEDULE-RETRY THRU 6000-EXIT
001980         PERFORM 2100-UNLOCK-STAGING THRU 2100-EXIT
001990     END-IF.
002000     IF STAGED-SENT-COUNT IS GREATER THAN ZERO
002010         PERFORM 8000-SHOW-SUMMARY THRU 8000-EXIT
002020     END-IF.
002030     EXEC CICS RETURN END-EXEC.
002040 0000-EXIT.
002050     EXIT.
002060
002070*****************************************************************
002080* 1000-INITIALIZE  --  NO COMMAREA MEANS A PEVD RETRY THAT ONLY
002090*                      SENDS WHAT IS HELD. A COMMAREA OF ANY
002100*                      LENGTH BUT THE PONGEVT LENGTH IS A CALLER
002110*                      BUILT AGAINST ANOTHER LAYOUT - IT IS
002120*                      REPORTED AND REFUSED, NEVER READ. A GOOD
002130*                      ONE IS COPIED AND STAMPED.
002140*****************************************************************
002150 1000-INITIALIZE.
002160     EXEC CICS ASKTIME
002170         ABSTIME (ABSOLUTE-TIME)
002180         RESP    (CICS-RESPONSE-CODE)
002190     END-EXEC.
002200     EXEC CICS FORMATTIME
002210         ABSTIME  (ABSOLUTE-TIME)
002220         YYYYMMDD (EVENT-STAMP-DATE)
002230         TIME     (EVENT-STAMP-TIME)
002240         RESP     (CICS-RESPONSE-CODE)
002250     END-EXEC.
002260     EXEC CICS ASSIGN
002270         APPLID (SOURCE-APPLID)
002280         RESP   (CICS-RESPONSE-CODE)
002290     END-EXEC.
002300     IF EIBCALEN = ZERO
002310         SET DRAIN-ONLY TO TRUE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     IF EIBCALEN NOT = LENGTH OF NEW-EVENT-RECORD
002350         SET REQUEST-REFUSED TO TRUE
002360         MOVE 'COMMAREA LENGTH WRONG   ' TO PM-REASON-TEXT
002370         MOVE ZERO      TO MQ-COMPCODE
002380         MOVE ZERO      TO MQ-REASON
002390         MOVE EIBCALEN  TO PM-RESPONSE
002400         MOVE SPACES    TO PM-EVENT
002410         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
002420         GO TO 1000-EXIT
002430     END-IF.
002440     SET EVENT-TO-SEND TO TRUE.
002450     MOVE EVENT-COMMAREA-DATA TO NEW-EVENT-RECORD.
002460     MOVE '01'             TO EV-LAYOUT-VERSION.
002470     MOVE EVENT-STAMP-DATE TO EV-EVENT-DATE.
002480     MOVE EVENT-STAMP-TIME TO EV-EVENT-TIME.
002490     MOVE SOURCE-APPLID    TO EV-SOURCE-APPLID.
002500     MOVE EIBTRNID         TO EV-SOURCE-TRANID.
002510     MOVE EIBTASKN         TO EV-SOURCE-TASK.
002520     SET EV-SENT-DIRECT    TO TRUE.
002530 1000-EXIT.
002540     EXIT.
002550
002560*****************************************************************
002570* 2000-LOCK-STAGING  --  SERIALIZE ON THE STAGING QUEUE. IF EVEN
002580*                        THE ENQ FAILS THE QUEUE CANNOT BE USED
002590*                        SAFELY, SO THE NEW EVENT GOES TO CSMT
002600*                        IN FULL AND THE HELD ONES WAIT.
002610*****************************************************************
002620 2000-LOCK-STAGING.
002630     EXEC CICS ENQ
002640         RESOURCE (EVENT-ENQ-RESOURCE)
002650         LENGTH   (LENGTH OF EVENT-ENQ-RESOURCE)
002660         RESP     (CICS-RESPONSE-CODE)
002670     END-EXEC.
002680     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
002690         SET STAGING-LOCKED TO TRUE
002700         GO TO 2000-EXIT
002710     END-IF.
002720     MOVE 'ENQ PONGEVTQ FAILED     ' TO PM-REASON-TEXT.
002730     MOVE ZERO               TO MQ-COMPCODE.
002740     MOVE ZERO               TO MQ-REASON.
002750     MOVE CICS-RESPONSE-CODE TO PM-RESPONSE.
002760     IF EVENT-TO-SEND
002770         MOVE NEW-EVENT-RECORD TO PM-EVENT
002780     ELSE
002790         MOVE SPACES TO PM-EVENT
002800     END-IF.
002810     PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840
002850*****************************************************************
002860* 2100-UNLOCK-STAGING  --  RELEASE THE STAGING QUEUE BEFORE
002870*                          CONTROL GOES BACK TO THE CALLER.
002880*****************************************************************
002890 2100-UNLOCK-STAGING.
002900     EXEC CICS DEQ
002910         RESOURCE (EVENT-ENQ-RESOURCE)
002920         LENGTH   (LENGTH OF EVENT-ENQ-RESOURCE)
002930         RESP     (CICS-RESPONSE-CODE)
002940     END-EXEC.
002950     SET STAGING-NOT-LOCKED TO TRUE.
002960 2100-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000* 3000-SEND-HELD-EVENTS  --  READ THE CONTROL RECORD AND SEND
003010*                            THE HELD EVENTS, OLDEST FIRST,
003020*                            UNTIL NONE ARE LEFT OR ONE WILL NOT
003030*                            GO. NO QUEUE MEANS NOTHING IS HELD.
003040*                            A CONTROL RECORD THAT CANNOT BE
003050*                            READ LEAVES THE HELD EVENTS WHERE
003060*                            THEY ARE FOR THE OPERATOR, AND A
003070*                            NEW EVENT IS HELD BEHIND THEM.
003080*****************************************************************
003090 3000-SEND-HELD-EVENTS.
003100     SET STAGING-EMPTY TO TRUE.
003110     SET SEND-OK       TO TRUE.
003120     MOVE LENGTH OF STAGING-CONTROL-RECORD TO READQ-LENGTH.
003130     EXEC CICS READQ TS
003140         QUEUE  (STAGING-QUEUE-NAME)
003150         INTO   (STAGING-CONTROL-RECORD)
003160         LENGTH (READQ-LENGTH)
003170         ITEM   (CONTROL-ITEM)
003180         RESP   (CICS-RESPONSE-CODE)
003190     END-EXEC.
003200     IF CICS-RESPONSE-CODE = DFHRESP(QIDERR)
003210         GO TO 3000-EXIT
003220     END-IF.
003230     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003240         SET STAGING-UNREADABLE TO TRUE
003250         SET SEND-STOPPED       TO TRUE
003260         MOVE 'READQ TS CONTROL FAILED ' TO PM-REASON-TEXT
003270         MOVE ZERO               TO MQ-COMPCODE
003280         MOVE ZERO               TO MQ-REASON
003290         MOVE CICS-RESPONSE-CODE TO PM-RESPONSE
003300         MOVE SPACES             TO PM-EVENT
003310         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
003320         GO TO 3000-EXIT
003330     END-IF.
003340     SET STAGING-HELD TO TRUE.
003350     PERFORM 3100-SEND-HELD-EVENT THRU 3100-EXIT
003360         UNTIL STAGING-EMPTY OR SEND-STOPPED.
003370 3000-EXIT.
003380     EXIT.
003390
003400*****************************************************************
003410* 3100-SEND-HELD-EVENT  --  SEND THE NEXT HELD EVENT AND MOVE
003420*                           THE CONTROL RECORD PAST IT. NO SUCH
003430*                           ITEM MEANS EVERYTHING HAS GONE AND
003440*                           THE QUEUE IS DELETED. THE CONTROL
003450*                           RECORD IS REWRITTEN AFTER EVERY
003460*                           SEND, SO A FAILURE PART WAY THROUGH
003470*                           RESENDS AT MOST ONE EVENT.
003480*****************************************************************
003490 3100-SEND-HELD-EVENT.
003500     IF SC-NEXT-ITEM IS GREATER THAN MAX-STAGED-ITEM
003510         PERFORM 3200-DELETE-STAGING THRU 3200-EXIT
003520         GO TO 3100-EXIT
003530     END-IF.
003540     MOVE SC-NEXT-ITEM TO READ-ITEM.
003550     MOVE LENGTH OF STAGED-EVENT-RECORD TO READQ-LENGTH.
003560     EXEC CICS READQ TS
003570         QUEUE  (STAGING-QUEUE-NAME)
003580         INTO   (STAGED-EVENT-RECORD)
003590         LENGTH (READQ-LENGTH)
003600         ITEM   (READ-ITEM)
003610         RESP   (CICS-RESPONSE-CODE)
003620     END-EXEC.
003630     IF CICS-RESPONSE-CODE = DFHRESP(ITEMERR)
003640         PERFORM 3200-DELETE-STAGING THRU 3200-EXIT
003650         GO TO 3100-EXIT
003660     END-IF.
003670     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003680         SET SEND-STOPPED TO TRUE
003690         MOVE 'READQ TS EVENT FAILED   ' TO PM-REASON-TEXT
003700         MOVE ZERO               TO MQ-COMPCODE
003710         MOVE ZERO               TO MQ-REASON
003720         MOVE CICS-RESPONSE-CODE TO PM-RESPONSE
003730         MOVE SPACES             TO PM-EVENT
003740         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
003750         GO TO 3100-EXIT
003760     END-IF.
003770     MOVE STAGED-EVENT-RECORD TO PUT-MESSAGE.
003780     PERFORM 5000-PUT-EVENT THRU 5000-EXIT.
003790     IF SEND-STOPPED
003800         GO TO 3100-EXIT
003810     END-IF.
003820     ADD 1 TO SC-NEXT-ITEM.
003830     ADD 1 TO STAGED-SENT-COUNT.
003840     PERFORM 3300-SAVE-CONTROL THRU 3300-EXIT.
003850 3100-EXIT.
003860     EXIT.
003870
003880*****************************************************************
003890* 3200-DELETE-STAGING  --  EVERYTHING HELD HAS GONE. IF THE
003900*                          QUEUE WILL NOT DELETE IT STAYS AS IT
003910*                          IS - ITS CONTROL RECORD STILL POINTS
003920*                          PAST THE LAST EVENT SENT - AND A NEW
003930*                          EVENT IS HELD ON THE END OF IT.
003940*****************************************************************
003950 3200-DELETE-STAGING.
003960     EXEC CICS DELETEQ TS
003970         QUEUE (STAGING-QUEUE-NAME)
003980         RESP  (CICS-RESPONSE-CODE)
003990     END-EXEC.
004000     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
004010            OR CICS-RESPONSE-CODE = DFHRESP(QIDERR)
004020         SET STAGING-EMPTY TO TRUE
004030         GO TO 3200-EXIT
004040     END-IF.
004050     SET SEND-STOPPED TO TRUE.
004060     MOVE 'DELETEQ TS FAILED       ' TO PM-REASON-TEXT.
004070     MOVE ZERO               TO MQ-COMPCODE.
004080     MOVE ZERO               TO MQ-REASON.
004090     MOVE CICS-RESPONSE-CODE TO PM-RESPONSE.
004100     MOVE SPACES             TO PM-EVENT.
004110     PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT.
004120 3200-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160* 3300-SAVE-CONTROL  --  REWRITE THE CONTROL RECORD. IF IT WILL
004170*                      NOT REWRITE, SENDING STOPS HERE RATHER
004180*                      THAN RESEND EVERY EVENT AFTER IT.
004190*****************************************************************
004200 3300-SAVE-CONTROL.
004210     EXEC CICS WRITEQ TS
004220         QUEUE  (STAGING-QUEUE-NAME)
004230         FROM   (STAGING-CONTROL-RECORD)
004240         LENGTH (LENGTH OF STAGING-CONTROL-RECORD)
004250         ITEM   (CONTROL-ITEM)
004260         REWRITE
004270         RESP   (CICS-RESPONSE-CODE)
004280     END-EXEC.
004290     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004300         SET SEND-STOPPED TO TRUE
004310         MOVE 'REWRITE CONTROL FAILED  ' TO PM-REASON-TEXT
004320         MOVE ZERO               TO MQ-COMPCODE
004330         MOVE ZERO               TO MQ-REASON
004340         MOVE CICS-RESPONSE-CODE TO PM-RESPONSE
004350         MOVE SPACES             TO PM-EVENT
004360         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
004370     END-IF.
004380 3300-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420* 4000-SEND-NEW-EVENT  --  WITH NOTHING HELD AHEAD OF IT THE
004430*                          NEW EVENT IS PUT STRAIGHT AWAY;
004440*                          OTHERWISE, OR IF THE PUT FAILS, IT
004450*                          IS HELD.
004460*****************************************************************
004470 4000-SEND-NEW-EVENT.
004480     IF STAGING-EMPTY AND SEND-OK
004490         MOVE NEW-EVENT-RECORD TO PUT-MESSAGE
004500         PERFORM 5000-PUT-EVENT THRU 5000-EXIT
004510         IF SEND-OK
004520             GO TO 4000-EXIT
004530         END-IF
004540     END-IF.
004550     PERFORM 4100-HOLD-EVENT THRU 4100-EXIT.
004560 4000-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600* 4100-HOLD-EVENT  --  ADD THE NEW EVENT TO THE END OF THE
004610*                      STAGING QUEUE, STARTING THE QUEUE WITH
004620*                      ITS CONTROL RECORD IF NOTHING WAS HELD.
004630*****************************************************************
004640 4100-HOLD-EVENT.
004650     SET EV-SENT-FROM-STAGING TO TRUE.
004660     IF STAGING-EMPTY
004670         MOVE 2                TO SC-NEXT-ITEM
004680         MOVE EVENT-STAMP-DATE TO SC-CREATED-DATE
004690         MOVE EVENT-STAMP-TIME TO SC-CREATED-TIME
004700         MOVE ZERO             TO SC-RETRY-DUE-TIME
004710         EXEC CICS WRITEQ TS
004720             QUEUE  (STAGING-QUEUE-NAME)
004730             FROM   (STAGING-CONTROL-RECORD)
004740             LENGTH (LENGTH OF STAGING-CONTROL-RECORD)
004750             AUXILIARY
004760             RESP   (CICS-RESPONSE-CODE)
004770         END-EXEC
004780         IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004790             MOVE 'WRITEQ TS CONTROL FAILED' TO PM-REASON-TEXT
004800             PERFORM 4200-REPORT-LOST-EVENT THRU 4200-EXIT
004810             GO TO 4100-EXIT
004820         END-IF
004830         SET STAGING-HELD    TO TRUE
004840         SET STAGING-CREATED TO TRUE
004850     END-IF.
004860     EXEC CICS WRITEQ TS
004870         QUEUE  (STAGING-QUEUE-NAME)
004880         FROM   (NEW-EVENT-RECORD)
004890         LENGTH (LENGTH OF NEW-EVENT-RECORD)
004900         AUXILIARY
004910         RESP   (CICS-RESPONSE-CODE)
004920     END-EXEC.
004930     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004940         MOVE 'WRITEQ TS EVENT FAILED  ' TO PM-REASON-TEXT
004950         PERFORM 4200-REPORT-LOST-EVENT THRU 4200-EXIT
004960     END-IF.
004970 4100-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 4200-REPORT-LOST-EVENT  --  AN EVENT THAT CAN NEITHER BE SENT
005020*                             NOR HELD GOES TO CSMT IN FULL SO
005030*                             IT CAN BE RE-SENT BY HAND.
005040*****************************************************************
005050 4200-REPORT-LOST-EVENT.
005060     MOVE ZERO               TO MQ-COMPCODE.
005070     MOVE ZERO               TO MQ-REASON.
005080     MOVE CICS-RESPONSE-CODE TO PM-RESPONSE.
005090     MOVE NEW-EVENT-RECORD   TO PM-EVENT.
005100     PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT.
005110 4200-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150* 5000-PUT-EVENT  --  PUT ONE EVENT TO THE PONG.EVENT.QUEUE AS A
005160*                     PERSISTENT DATAGRAM, OUTSIDE SYNCPOINT SO
005170*                     IT GOES NOW AND NOT AT THE CALLER'S NEXT
005180*                     COMMIT. A FAILURE STOPS SENDING FOR THE
005190*                     REST OF THIS TASK.
005200*****************************************************************
005210 5000-PUT-EVENT.
005220     MOVE SPACES              TO MQOD-OBJECTNAME.
005230     MOVE SPACES              TO MQOD-OBJECTQMGRNAME.
005240     MOVE EVENT-QUEUE-NAME    TO MQOD-OBJECTNAME.
005250     MOVE MQMT-DATAGRAM       TO MQMD-MSGTYPE.
005260     MOVE MQMI-NONE           TO MQMD-MSGID.
005270     MOVE MQCI-NONE           TO MQMD-CORRELID.
005280     MOVE MQPER-PERSISTENT    TO MQMD-PERSISTENCE.
005290     MOVE 'MQSTR   '          TO MQMD-FORMAT.
005300     MOVE SPACES              TO MQMD-REPLYTOQ.
005310     MOVE SPACES              TO MQMD-REPLYTOQMGR.
005320     MOVE MQPMO-NO-SYNCPOINT  TO MQPMO-OPTIONS.
005330     MOVE LENGTH OF PUT-MESSAGE TO MQ-BUFFER-LENGTH.
005340     CALL 'MQPUT1' USING MQ-HCONN
005350                         MQ-OBJECT-DESCRIPTOR
005360                         MQ-MESSAGE-DESCRIPTOR
005370                         MQ-PUT-OPTIONS
005380                         MQ-BUFFER-LENGTH
005390                         PUT-MESSAGE
005400                         MQ-COMPCODE
005410                         MQ-REASON.
005420     IF MQ-COMPCODE = MQCC-FAILED
005430         SET SEND-STOPPED TO TRUE
005440         MOVE 'MQPUT1 EVENT FAILED     ' TO PM-REASON-TEXT
005450         MOVE ZERO        TO PM-RESPONSE
005460         MOVE PUT-MESSAGE TO PM-EVENT
005470         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
005480     ELSE
005490         SET SEND-OK TO TRUE
005500     END-IF.
005510 5000-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550* 6000-SCHEDULE-RETRY  --  WHILE EVENTS ARE HELD, A PEVD RETRY
005560*                          MUST BE COMING. A PEVD TASK ALWAYS
005570*                          STARTS THE NEXT; A CALLER STARTS ONE
005580*                          WHEN IT HAS JUST STARTED THE QUEUE OR
005590*                          WHEN THE LAST ONE IS LONG OVERDUE.
005600*                          THE DUE TIME IS KEPT ON THE CONTROL
005610*                          RECORD.
005620*****************************************************************
005630 6000-SCHEDULE-RETRY.
005640     IF NOT STAGING-HELD
005650         GO TO 6000-EXIT
005660     END-IF.
005670     IF EVENT-TO-SEND AND STAGING-NOT-CREATED
005680            AND ABSOLUTE-TIME NOT GREATER THAN
005690                SC-RETRY-DUE-TIME + RETRY-GRACE-MS
005700         GO TO 6000-EXIT
005710     END-IF.
005720     EXEC CICS START
005730         TRANSID  (RETRY-TRANSID)
005740         INTERVAL (RETRY-INTERVAL)
005750         RESP     (CICS-RESPONSE-CODE)
005760     END-EXEC.
005770     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005780         MOVE 'START PEVD RETRY FAILED ' TO PM-REASON-TEXT
005790         MOVE ZERO               TO MQ-COMPCODE
005800         MOVE ZERO               TO MQ-REASON
005810         MOVE CICS-RESPONSE-CODE TO PM-RESPONSE
005820         MOVE SPACES             TO PM-EVENT
005830         PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
005840         GO TO 6000-EXIT
005850     END-IF.
005860     COMPUTE SC-RETRY-DUE-TIME =
005870         ABSOLUTE-TIME + RETRY-INTERVAL-MS.
005880     PERFORM 3300-SAVE-CONTROL THRU 3300-EXIT.
005890 6000-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930* 8000-SHOW-SUMMARY  --  ONE CSMT LINE WHEN HELD EVENTS WENT
005940*                        OUT, SO THE LOG SHOWS WHEN THE FEED
005950*                        CAUGHT UP.
005960*****************************************************************
005970 8000-SHOW-SUMMARY.
005980     MOVE STAGED-SENT-COUNT TO SM-SENT-COUNT.
005990     IF STAGING-EMPTY
006000         MOVE 'NO ' TO SM-STILL-HELD
006010     ELSE
006020         MOVE 'YES' TO SM-STILL-HELD
006030     END-IF.
006040     EXEC CICS WRITEQ TD
006050         QUEUE  ('CSMT')
006060         FROM   (SUMMARY-MESSAGE)
006070         LENGTH (LENGTH OF SUMMARY-MESSAGE)
006080         RESP   (CICS-RESPONSE-CODE)
006090     END-EXEC.
006100 8000-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* 9000-LOG-PROBLEM  --  TELL THE OPERATOR VIA THE CSMT LOG, THE
006150*                       WAY PAUDRDR AND PONGMQB DO. BEST EFFORT.
006160*****************************************************************
006170 9000-LOG-PROBLEM.
006180     MOVE MQ-COMPCODE TO PM-COMPCODE.
006190     MOVE MQ-REASON   TO PM-REASON-CODE.
006200     EXEC CICS WRITEQ TD
006210         QUEUE  ('CSMT')
006220         FROM   (PROBLEM-MESSAGE)
006230         LENGTH (LENGTH OF PROBLEM-MESSAGE)
006240         RESP   (CICS-RESPONSE-CODE)
006250     END-EXEC.
006260 9000-EXIT.
006270     EXIT.
