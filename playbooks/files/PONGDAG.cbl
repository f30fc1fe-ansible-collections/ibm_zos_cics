000010*****************************************************************
000020* PROGRAM      : PONGDAG
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : CONFIGURATION DRIFT AGENT, DEFINED IN EVERY
000070*                REGION THAT RUNS PONG AND DRIVEN BY THE CENTRAL
000080*                PDRC DRIFT CHECK (PONGDRC) VIA DISTRIBUTED
000090*                PROGRAM LINK WITH THE SHARED PONGDCOM COMMAREA,
000100*                THE WAY PONGCOL DRIVES PONGAGT. AN EXTRACT
000110*                REQUEST HANDS BACK THIS REGION'S WHOLE PONGCTL
000120*                OR PONGSCHD FILE IN KEY ORDER, IN CHUNKS OF UP
000130*                TO FIFTY RECORDS PER LINK, RESUMING AT THE
000140*                RESTART KEY THE CALLER HANDS BACK. A PUSH
000150*                REQUEST PUTS ONE RECORD OF THE CENTRAL MASTER
000160*                COPY BACK INTO THIS REGION'S FILE - ADDING A
000170*                MISSING RECORD, UPDATING A DIFFERING ONE, OR
000180*                DELETING ONE THE MASTER COPY DOES NOT HAVE. AN
000190*                UPDATE OR DELETE ONLY GOES AHEAD IF THE LIVE
000200*                RECORD IS STILL EXACTLY AS THE CHECK FOUND IT.
000210*                EVERY PUSH APPLIED IS AUDITED TO THIS REGION'S
000220*                PAUD QUEUE IN THE NAME OF THE USER WHO ASKED
000230*                FOR IT: ACTION DCA/DCU/DCD (PONGCTL, WITH THE
000240*                OLD AND NEW SPEED, PLUS A DTU LINE WITH THE OLD
000250*                AND NEW ALERT THRESHOLD WHEN AN UPDATE CHANGES
000260*                IT) OR DBA/DBU/DBD (PONGSCHD BAND, WITH THE OLD
000270*                AND NEW SPEED). A PUSH TO A PONGCTL RECORD THAT
000280*                IS, OR WOULD BE, FLAGGED AS PRODUCTION IS NOT
000290*                APPLIED HERE: IT IS HELD ON THIS REGION'S
000300*                PONGPCH PENDING-CHANGE FILE AND AUDITED PCQ/PTQ
000310*                EXACTLY AS PMNT HOLDS ONE, FOR A SECOND USER TO
000320*                APPROVE ON PAPR. IF A CHANGE IS ALREADY PENDING
000330*                FOR THE REGION THE PUSH IS REFUSED. A CALLER
000340*                WHOSE COMMAREA IS TOO SHORT FOR THE LAYOUT IS
000350*                MISCONFIGURED AND ABENDS PGDC, AS PONGAGT
000360*                ABENDS PGCC. A BAND ADDED OR UPDATED BY A PUSH
000361*                MUST PASS THE SAME EDITS PSCM APPLIES AT THE
000362*                TERMINAL - A PLAUSIBLE EFFECTIVE DATE, START AND
000363*                END TIMES 0000-2359, SPEED 0001-9999, AND NO
000364*                OVERLAP WITH ANY OTHER BAND OF THE SAME REGION
000365*                AND EFFECTIVE DATE - OR THE PUSH IS REFUSED WITH
000366*                RESULT E AND THE FILE IS LEFT ALONE.
000370*****************************************************************
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* ---------- ---- ------------------------------------------------
000410* 10/15/2026 WPY  ORIGINAL PROGRAM.
000415* 10/15/2026 WPY  EDIT A PUSHED BAND AS PSCM DOES BEFORE APPLYING.
000417* 10/15/2026 WPY  A READNEXT FAILURE OTHER THAN ENDFILE IS RC 90.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.      PONGDAG.
000450 AUTHOR.          WILL YATES.
000460 INSTALLATION.    APPLICATION DEVELOPMENT.
000470 DATE-WRITTEN.    10/15/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510
000520 DATA DIVISION.
000530
000540 WORKING-STORAGE SECTION.
000550
000560*----------------------------------------------------------------
000570* ABEND CODE ISSUED WHEN A CALLER'S COMMAREA IS TOO SHORT TO
000580* HOLD THE PONGDCOM LAYOUT.
000590*----------------------------------------------------------------
000600 01  SHORT-COMMAREA-ABCODE       PIC X(04)  VALUE 'PGDC'.
000610
000620*----------------------------------------------------------------
000630* RECORDS READ OFF AND WRITTEN TO THIS REGION'S OWN FILES.
000640*----------------------------------------------------------------
000650 01  PONGCTL-RECORD.
000660     COPY PONGCTL.
000670
000680 01  PONGSCHD-RECORD.
000690     COPY PONGSCHD.
000700
000710 01  PONGPCH-RECORD.
000720     COPY PONGPCH.
000730
000740 01  AUDIT-TD-RECORD.
000750     COPY PAUDREC.
000760
000770 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000780
000790*----------------------------------------------------------------
000800* BROWSE WORK AREAS FOR THE TWO EXTRACTS.
000810*----------------------------------------------------------------
000820 01  CONTROL-BROWSE-KEY          PIC X(08).
000830 01  SCHEDULE-BROWSE-KEY         PIC X(20).
000840 01  BROWSE-SWITCH               PIC X(01)  VALUE 'N'.
000850     88 BROWSE-DONE                  VALUE 'Y'.
000860     88 BROWSE-NOT-DONE              VALUE 'N'.
000870 01  CHUNK-SLOT                  PIC S9(04) COMP  VALUE ZERO.
000880 01  CHUNK-LIMIT                 PIC S9(04) COMP  VALUE 50.
000890
000900*----------------------------------------------------------------
000910* A PUSH: THE LIVE RECORD AS THE CHECK FOUND IT, AND THE OLD
000920* AND NEW VALUES OF A CONTROL RECORD BEING CHANGED.
000930*----------------------------------------------------------------
000940 01  CONTROL-KEY-WORK            PIC X(08).
000950 01  SCHEDULE-KEY-WORK           PIC X(20).
000960 01  LIVE-CONTROL-IMAGE          PIC X(21).
000970 01  LIVE-SCHEDULE-IMAGE         PIC X(28).
000980
000990 01  OLD-CONTROL-VALUES.
001000     05 OCV-REGION-ID            PIC X(08).
001010     05 OCV-SPEED                PIC X(04).
001020     05 OCV-THRESHOLD            PIC X(04).
001030     05 OCV-WINDOW               PIC X(04).
001040     05 OCV-PRODUCTION           PIC X(01).
001050
001060 01  NEW-CONTROL-VALUES.
001070     05 NCV-REGION-ID            PIC X(08).
001080     05 NCV-SPEED                PIC X(04).
001090     05 NCV-THRESHOLD            PIC X(04).
001100     05 NCV-WINDOW               PIC X(04).
001110     05 NCV-PRODUCTION           PIC X(01).
001120
001130 01  OLD-BAND-SPEED              PIC X(04).
001131*----------------------------------------------------------------
001132* BAND EDITS FOR A PUSHED ADD OR UPDATE, THE SAME RULES AND THE
001133* SAME OVERLAP TEST AS PSCM. EACH BAND IS HELD AS ONE OR TWO
001134* INCLUSIVE HHMM RANGES - A BAND THAT WRAPS MIDNIGHT IS START
001135* TO 2359 PLUS 0000 TO END.
001136*----------------------------------------------------------------
001137 01  EDIT-SWITCH                 PIC X(01)  VALUE 'N'.
001138     88 EDITS-PASSED                 VALUE 'Y'.
001139     88 EDITS-FAILED                 VALUE 'N'.
001140 01  TIME-SWITCH                 PIC X(01)  VALUE 'N'.
001141     88 TIME-VALID                   VALUE 'Y'.
001142     88 TIME-INVALID                 VALUE 'N'.
001143 01  TIME-FIELD-TEST             PIC X(04).
001144 01  HHMM-WORK                   PIC 9(04).
001145 01  HHMM-SPLIT REDEFINES HHMM-WORK.
001146     05 HHMM-HH                  PIC 9(02).
001147     05 HHMM-MM                  PIC 9(02).
001148 01  DATE-WORK                   PIC 9(08).
001149 01  DATE-SPLIT REDEFINES DATE-WORK.
001150     05 DW-YEAR                  PIC 9(04).
001151     05 DW-MONTH                 PIC 9(02).
001152     05 DW-DAY                   PIC 9(02).
001153 01  SPEED-NUMERIC-TEST          PIC 9(04).
001154 01  OVERLAP-SWITCH              PIC X(01)  VALUE 'N'.
001155     88 OVERLAP-FOUND                VALUE 'Y'.
001156     88 NO-OVERLAP                   VALUE 'N'.
001157 01  BROWSE-KEY.
001158     05 BR-REGION-ID             PIC X(08).
001159     05 BR-EFFECTIVE-DATE        PIC 9(08).
001160     05 BR-START-TIME            PIC 9(04).
001161 01  CHECK-EFFECTIVE-DATE        PIC 9(08).
001162 01  CHECK-START-TIME            PIC 9(04).
001163 01  CHECK-END-TIME              PIC 9(04).
001164 01  EXCLUDE-KEY                 PIC X(20).
001165 01  CAND-RANGE-COUNT            PIC S9(04) COMP.
001166 01  CAND-RANGES.
001167     05 CAND-RANGE               OCCURS 2 TIMES.
001168         10 CAND-FROM            PIC 9(04).
001169         10 CAND-TO              PIC 9(04).
001170 01  BAND-RANGE-COUNT            PIC S9(04) COMP.
001171 01  BAND-RANGES.
001172     05 BAND-RANGE               OCCURS 2 TIMES.
001173         10 BAND-FROM            PIC 9(04).
001174         10 BAND-TO              PIC 9(04).
001175 01  CAND-SUB                    PIC S9(04) COMP.
001176 01  BAND-SUB                    PIC S9(04) COMP.
001177
001178*----------------------------------------------------------------
001179* A PUSH HELD FOR APPROVAL: THE PENDING-CHANGE RECORD IS BUILT
001180* THE WAY PMNT BUILDS ONE, WITH THE SAME LIFETIME.
001181*----------------------------------------------------------------
001190 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
001200 01  PENDING-LIFE-HOURS          PIC 9(03)  VALUE 24.
001210 01  PENDING-LIFE-MS             PIC S9(15) COMP-3.
001220 01  EXPIRY-ABSOLUTE-TIME        PIC S9(15) COMP-3.
001230 01  PUSH-REASON                 PIC X(40)
001240     VALUE 'PUSH OF THE PONGMST MASTER COPY (PDRC)'.
001250 01  CHECK-REGION-ID             PIC X(08).
001260 01  PCH-KEY-WORK                PIC X(22).
001270 01  SCAN-SWITCH                 PIC X(01)  VALUE 'N'.
001280     88 SCAN-DONE                    VALUE 'Y'.
001290     88 SCAN-NOT-DONE                VALUE 'N'.
001300 01  PENDING-SWITCH              PIC X(01)  VALUE 'N'.
001310     88 PENDING-FOUND                VALUE 'Y'.
001320     88 NO-PENDING-FOUND             VALUE 'N'.
001330
001340*----------------------------------------------------------------
001350* ONE MAINTENANCE LINE FOR THE PAUD QUEUE. A PUSH APPLIED IS
001360* DC OR DB (CONTROL OR BAND) PLUS A, U OR D; A THRESHOLD
001370* CHANGE IS DT. A PUSH HELD IS PC (SPEED) OR PT (THRESHOLD)
001380* PLUS Q, THE SAME LINES PMNT WRITES.
001390*----------------------------------------------------------------
001400 01  AUDIT-ACTION-CODE.
001410     05 AA-PREFIX                PIC X(02).
001420     05 AA-EVENT                 PIC X(01).
001430         88 AA-HELD                  VALUE 'Q'.
001440 01  AUDIT-REGION-ID             PIC X(08).
001450 01  AUDIT-OLD-VALUE             PIC X(04).
001460 01  AUDIT-NEW-VALUE             PIC X(04).
001470
001480 LINKAGE SECTION.
001490
001500 01  DFHCOMMAREA.
001510     COPY PONGDCOM.
001520
001530 PROCEDURE DIVISION.
001540
001550*****************************************************************
001560* 0000-MAINLINE  --  VALIDATE THE REQUEST, SERVE IT, AND
001570*                    RETURN.
001580*****************************************************************
001590 0000-MAINLINE.
001600     IF EIBCALEN IS LESS THAN LENGTH OF DFHCOMMAREA
001610         GO TO 9999-ABEND-SHORT-COMMAREA
001620     END-IF.
001630     MOVE ZEROES TO DC-RECORD-COUNT.
001640     SET DC-EXTRACT-COMPLETE TO TRUE.
001650     SET DC-RC-NORMAL TO TRUE.
001660     IF DC-REQUEST-CONTROL
001670         PERFORM 2000-EXTRACT-CONTROL THRU 2000-EXIT
001680     ELSE
001690     IF DC-REQUEST-SCHEDULE
001700         PERFORM 3000-EXTRACT-SCHEDULE THRU 3000-EXIT
001710     ELSE
001720     IF DC-REQUEST-PUSH
001730         PERFORM 4000-PUSH-RECORD THRU 4000-EXIT
001740     ELSE
001750         SET DC-RC-BAD-REQUEST TO TRUE
001760     END-IF
001770     END-IF
001780     END-IF.
001790     GO TO 8000-TERMINATE.
001800 0000-EXIT.
001810     EXIT.
001820
001830*****************************************************************
001840* 2000-EXTRACT-CONTROL  --  FILL THE CHUNK WITH THIS REGION'S
001850*                           PONGCTL RECORDS, RESUMING JUST PAST
001860*                           THE RESTART KEY.
001870*****************************************************************
001880 2000-EXTRACT-CONTROL.
001890     IF DC-RESTART-KEY = SPACES OR DC-RESTART-KEY = LOW-VALUES
001900         MOVE LOW-VALUES TO CONTROL-BROWSE-KEY
001910     ELSE
001920         MOVE DC-RESTART-KEY (1:8) TO CONTROL-BROWSE-KEY
001930     END-IF.
001940     EXEC CICS STARTBR
001950         FILE      ('PONGCTL')
001960         RIDFLD    (CONTROL-BROWSE-KEY)
001970         KEYLENGTH (LENGTH OF CONTROL-BROWSE-KEY)
001980         GTEQ
001990         RESP      (CICS-RESPONSE-CODE)
002000     END-EXEC.
002010     IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
002020            OR CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
002030         GO TO 2000-EXIT
002040     END-IF.
002050     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002060         SET DC-RC-BROWSE-ERROR TO TRUE
002070         GO TO 2000-EXIT
002080     END-IF.
002090     MOVE ZERO TO CHUNK-SLOT.
002100     SET BROWSE-NOT-DONE TO TRUE.
002110     PERFORM 2100-NEXT-CONTROL THRU 2100-EXIT
002120         UNTIL BROWSE-DONE.
002130     EXEC CICS ENDBR
002140         FILE ('PONGCTL')
002150         RESP (CICS-RESPONSE-CODE)
002160     END-EXEC.
002170 2000-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 2100-NEXT-CONTROL  --  EXAMINE ONE CONTROL RECORD. A RECORD AT
002220*                        OR BEFORE THE RESTART KEY WAS HANDED
002230*                        OVER ON AN EARLIER LINK AND IS SKIPPED;
002240*                        A FULL CHUNK REMEMBERS WHERE TO RESUME
002243*                        AND FLAGS MORE TO COME. THE END OF THE
002246*                        FILE ENDS THE BROWSE QUIETLY; ANY OTHER
002249*                        READNEXT FAILURE IS A BROWSE ERROR, SO A
002252*                        PART-READ FILE IS NEVER PASSED OFF AS
002255*                        THE WHOLE OF IT.
002260*****************************************************************
002270 2100-NEXT-CONTROL.
002280     EXEC CICS READNEXT
002290         FILE      ('PONGCTL')
002300         INTO      (PONGCTL-RECORD)
002310         RIDFLD    (CONTROL-BROWSE-KEY)
002320         KEYLENGTH (LENGTH OF CONTROL-BROWSE-KEY)
002330         RESP      (CICS-RESPONSE-CODE)
002340     END-EXEC.
002350     IF CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
002360         SET BROWSE-DONE TO TRUE
002361         GO TO 2100-EXIT
002362     END-IF.
002363     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002364         SET DC-RC-BROWSE-ERROR TO TRUE
002365         SET BROWSE-DONE TO TRUE
002370         GO TO 2100-EXIT
002380     END-IF.
002390     IF DC-RESTART-KEY NOT = SPACES
002400            AND DC-RESTART-KEY NOT = LOW-VALUES
002410            AND CONTROL-BROWSE-KEY NOT GREATER THAN
002420                DC-RESTART-KEY (1:8)
002430         GO TO 2100-EXIT
002440     END-IF.
002450     IF CHUNK-SLOT NOT LESS THAN CHUNK-LIMIT
002460         SET DC-MORE-TO-COME TO TRUE
002470         SET BROWSE-DONE TO TRUE
002480         GO TO 2100-EXIT
002490     END-IF.
002500     MOVE LOW-VALUES TO DC-RESTART-KEY.
002510     MOVE CONTROL-BROWSE-KEY TO DC-RESTART-KEY (1:8).
002520     ADD 1 TO CHUNK-SLOT.
002530     MOVE SPACES TO DC-RECORD (CHUNK-SLOT).
002540     MOVE PONGCTL-RECORD TO DC-RECORD (CHUNK-SLOT) (1:21).
002550     MOVE CHUNK-SLOT TO DC-RECORD-COUNT.
002560 2100-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600* 3000-EXTRACT-SCHEDULE  --  FILL THE CHUNK WITH THIS REGION'S
002610*                            PONGSCHD BANDS, RESUMING JUST PAST
002620*                            THE RESTART KEY.
002630*****************************************************************
002640 3000-EXTRACT-SCHEDULE.
002650     IF DC-RESTART-KEY = SPACES OR DC-RESTART-KEY = LOW-VALUES
002660         MOVE LOW-VALUES TO SCHEDULE-BROWSE-KEY
002670     ELSE
002680         MOVE DC-RESTART-KEY TO SCHEDULE-BROWSE-KEY
002690     END-IF.
002700     EXEC CICS STARTBR
002710         FILE      ('PONGSCHD')
002720         RIDFLD    (SCHEDULE-BROWSE-KEY)
002730         KEYLENGTH (LENGTH OF SCHEDULE-BROWSE-KEY)
002740         GTEQ
002750         RESP      (CICS-RESPONSE-CODE)
002760     END-EXEC.
002770     IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
002780            OR CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
002790         GO TO 3000-EXIT
002800     END-IF.
002810     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
002820         SET DC-RC-BROWSE-ERROR TO TRUE
002830         GO TO 3000-EXIT
002840     END-IF.
002850     MOVE ZERO TO CHUNK-SLOT.
002860     SET BROWSE-NOT-DONE TO TRUE.
002870     PERFORM 3100-NEXT-SCHEDULE THRU 3100-EXIT
002880         UNTIL BROWSE-DONE.
002890     EXEC CICS ENDBR
002900         FILE ('PONGSCHD')
002910         RESP (CICS-RESPONSE-CODE)
002920     END-EXEC.
002930 3000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 3100-NEXT-SCHEDULE  --  EXAMINE ONE BAND, THE SAME WAY
002980*                         2100-NEXT-CONTROL EXAMINES A CONTROL
002990*                         RECORD.
003000*****************************************************************
003010 3100-NEXT-SCHEDULE.
003020     EXEC CICS READNEXT
003030         FILE      ('PONGSCHD')
003040         INTO      (PONGSCHD-RECORD)
003050         RIDFLD    (SCHEDULE-BROWSE-KEY)
003060         KEYLENGTH (LENGTH OF SCHEDULE-BROWSE-KEY)
003070         RESP      (CICS-RESPONSE-CODE)
003080     END-EXEC.
003090     IF CICS-RESPONSE-CODE = DFHRESP(ENDFILE)
003100         SET BROWSE-DONE TO TRUE
003101         GO TO 3100-EXIT
003102     END-IF.
003103     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003104         SET DC-RC-BROWSE-ERROR TO TRUE
003105         SET BROWSE-DONE TO TRUE
003110         GO TO 3100-EXIT
003120     END-IF.
003130     IF DC-RESTART-KEY NOT = SPACES
003140            AND DC-RESTART-KEY NOT = LOW-VALUES
003150            AND SCHEDULE-BROWSE-KEY NOT GREATER THAN
003160                DC-RESTART-KEY
003170         GO TO 3100-EXIT
003180     END-IF.
003190     IF CHUNK-SLOT NOT LESS THAN CHUNK-LIMIT
003200         SET DC-MORE-TO-COME TO TRUE
003210         SET BROWSE-DONE TO TRUE
003220         GO TO 3100-EXIT
003230     END-IF.
003240     MOVE SCHEDULE-BROWSE-KEY TO DC-RESTART-KEY.
003250     ADD 1 TO CHUNK-SLOT.
003260     MOVE PONGSCHD-RECORD TO DC-RECORD (CHUNK-SLOT).
003270     MOVE CHUNK-SLOT TO DC-RECORD-COUNT.
003280 3100-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320* 4000-PUSH-RECORD  --  APPLY ONE MASTER RECORD TO THE FILE, AND
003330*                       WITH THE ACTION, THE CALLER ASKED FOR.
003340*                       ANYTHING THAT GOES WRONG ON THE WAY
003350*                       LEAVES THE RESULT AS FAILED.
003360*****************************************************************
003370 4000-PUSH-RECORD.
003380     SET DC-PUSH-FAILED TO TRUE.
003390     IF NOT DC-PUSH-ADD
003400            AND NOT DC-PUSH-UPDATE
003410            AND NOT DC-PUSH-DELETE
003420         SET DC-RC-BAD-REQUEST TO TRUE
003430         GO TO 4000-EXIT
003440     END-IF.
003450     IF DC-PUSH-CONTROL
003460         PERFORM 4100-PUSH-CONTROL THRU 4100-EXIT
003470     ELSE
003480     IF DC-PUSH-SCHEDULE
003490         PERFORM 4500-PUSH-SCHEDULE THRU 4500-EXIT
003500     ELSE
003510         SET DC-RC-BAD-REQUEST TO TRUE
003520     END-IF
003530     END-IF.
003540 4000-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580* 4100-PUSH-CONTROL  --  A PONGCTL RECORD. AN ADD OF A RECORD
003590*                        FLAGGED AS ANYTHING BUT NON-PRODUCTION
003600*                        IS HELD FOR APPROVAL, AS PMNT HOLDS IT.
003610*****************************************************************
003620 4100-PUSH-CONTROL.
003630     MOVE DC-RECORD (2) (1:21) TO LIVE-CONTROL-IMAGE.
003640     IF NOT DC-PUSH-ADD
003650         PERFORM 4200-CHANGE-CONTROL THRU 4200-EXIT
003660         GO TO 4100-EXIT
003670     END-IF.
003680     MOVE DC-RECORD (1) (1:21) TO PONGCTL-RECORD.
003690     IF NOT CT-NON-PRODUCTION
003700         MOVE SPACES          TO OLD-CONTROL-VALUES
003710         MOVE PONGCTL-RECORD  TO NEW-CONTROL-VALUES
003720         PERFORM 4700-HOLD-CONTROL THRU 4700-EXIT
003730         GO TO 4100-EXIT
003740     END-IF.
003750     EXEC CICS WRITE
003760         FILE      ('PONGCTL')
003770         FROM      (PONGCTL-RECORD)
003780         RIDFLD    (CT-KEY)
003790         KEYLENGTH (LENGTH OF CT-KEY)
003800         RESP      (CICS-RESPONSE-CODE)
003810     END-EXEC.
003820     IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
003830         SET DC-PUSH-DUPLICATE TO TRUE
003840         GO TO 4100-EXIT
003850     END-IF.
003860     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003870         GO TO 4100-EXIT
003880     END-IF.
003890     SET DC-PUSH-APPLIED TO TRUE.
003900     MOVE 'DCA'           TO AUDIT-ACTION-CODE.
003910     MOVE CT-REGION-ID    TO AUDIT-REGION-ID.
003920     MOVE SPACES          TO AUDIT-OLD-VALUE.
003930     MOVE CT-SPEED        TO AUDIT-NEW-VALUE.
003940     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003950 4100-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990* 4200-CHANGE-CONTROL  --  UPDATE OR DELETE A PONGCTL RECORD.
004000*                          IT MUST STILL BE EXACTLY AS THE CHECK
004010*                          FOUND IT. ONE FLAGGED AS ANYTHING BUT
004020*                          NON-PRODUCTION IS RELEASED AND THE
004030*                          CHANGE HELD FOR APPROVAL. AN UPDATE
004040*                          KEEPS THE REGION'S OWN PRODUCTION
004050*                          FLAG.
004060*****************************************************************
004070 4200-CHANGE-CONTROL.
004080     MOVE LIVE-CONTROL-IMAGE (1:8) TO CONTROL-KEY-WORK.
004090     EXEC CICS READ
004100         FILE      ('PONGCTL')
004110         INTO      (PONGCTL-RECORD)
004120         RIDFLD    (CONTROL-KEY-WORK)
004130         KEYLENGTH (LENGTH OF CONTROL-KEY-WORK)
004140         UPDATE
004150         RESP      (CICS-RESPONSE-CODE)
004160     END-EXEC.
004170     IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
004180         SET DC-PUSH-NOT-FOUND TO TRUE
004190         GO TO 4200-EXIT
004200     END-IF.
004210     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004220         GO TO 4200-EXIT
004230     END-IF.
004240     IF PONGCTL-RECORD NOT = LIVE-CONTROL-IMAGE
004250         PERFORM 4290-UNLOCK-CONTROL THRU 4290-EXIT
004260         SET DC-PUSH-CHANGED-SINCE TO TRUE
004270         GO TO 4200-EXIT
004280     END-IF.
004290     MOVE PONGCTL-RECORD TO OLD-CONTROL-VALUES.
004300     IF DC-PUSH-UPDATE
004310         MOVE DC-RECORD (1) (1:21) TO NEW-CONTROL-VALUES
004320         MOVE CT-PRODUCTION-FLAG   TO NCV-PRODUCTION
004330     ELSE
004340         MOVE SPACES               TO NEW-CONTROL-VALUES
004350     END-IF.
004360     IF NOT CT-NON-PRODUCTION
004370         PERFORM 4290-UNLOCK-CONTROL THRU 4290-EXIT
004380         PERFORM 4700-HOLD-CONTROL   THRU 4700-EXIT
004390         GO TO 4200-EXIT
004400     END-IF.
004410     IF DC-PUSH-UPDATE
004420         PERFORM 4210-REWRITE-CONTROL THRU 4210-EXIT
004430     ELSE
004440         PERFORM 4220-DELETE-CONTROL  THRU 4220-EXIT
004450     END-IF.
004460 4200-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 4210-REWRITE-CONTROL  --  PUT THE MASTER VALUES ON THE RECORD
004510*                           HELD FOR UPDATE AND AUDIT THE SPEED,
004520*                           AND THE THRESHOLD IF IT CHANGED.
004530*****************************************************************
004540 4210-REWRITE-CONTROL.
004550     MOVE NEW-CONTROL-VALUES TO PONGCTL-RECORD.
004560     EXEC CICS REWRITE
004570         FILE ('PONGCTL')
004580         FROM (PONGCTL-RECORD)
004590         RESP (CICS-RESPONSE-CODE)
004600     END-EXEC.
004610     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004620         GO TO 4210-EXIT
004630     END-IF.
004640     SET DC-PUSH-APPLIED TO TRUE.
004650     MOVE 'DCU'           TO AUDIT-ACTION-CODE.
004660     MOVE OCV-REGION-ID   TO AUDIT-REGION-ID.
004670     MOVE OCV-SPEED       TO AUDIT-OLD-VALUE.
004680     MOVE NCV-SPEED       TO AUDIT-NEW-VALUE.
004690     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004700     IF OCV-THRESHOLD NOT = NCV-THRESHOLD
004710         MOVE 'DTU'         TO AUDIT-ACTION-CODE
004720         MOVE OCV-THRESHOLD TO AUDIT-OLD-VALUE
004730         MOVE NCV-THRESHOLD TO AUDIT-NEW-VALUE
004740         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004750     END-IF.
004760 4210-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* 4220-DELETE-CONTROL  --  DELETE THE RECORD HELD FOR UPDATE
004810*                          AND AUDIT IT.
004820*****************************************************************
004830 4220-DELETE-CONTROL.
004840     EXEC CICS DELETE
004850         FILE ('PONGCTL')
004860         RESP (CICS-RESPONSE-CODE)
004870     END-EXEC.
004880     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004890         GO TO 4220-EXIT
004900     END-IF.
004910     SET DC-PUSH-APPLIED TO TRUE.
004920     MOVE 'DCD'           TO AUDIT-ACTION-CODE.
004930     MOVE OCV-REGION-ID   TO AUDIT-REGION-ID.
004940     MOVE OCV-SPEED       TO AUDIT-OLD-VALUE.
004950     MOVE SPACES          TO AUDIT-NEW-VALUE.
004960     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
004970 4220-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 4290-UNLOCK-CONTROL  --  RELEASE THE RECORD READ FOR UPDATE
005020*                          WITHOUT CHANGING IT.
005030*****************************************************************
005040 4290-UNLOCK-CONTROL.
005050     EXEC CICS UNLOCK
005060         FILE ('PONGCTL')
005070         RESP (CICS-RESPONSE-CODE)
005080     END-EXEC.
005090 4290-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130* 4500-PUSH-SCHEDULE  --  A PONGSCHD BAND. AN UPDATE OR DELETE
005140*                         ONLY GOES AHEAD IF THE BAND IS STILL
005150*                         EXACTLY AS THE CHECK FOUND IT.
005160*****************************************************************
005170 4500-PUSH-SCHEDULE.
005180     MOVE DC-RECORD (2) TO LIVE-SCHEDULE-IMAGE.
005181     IF NOT DC-PUSH-DELETE
005182         PERFORM 4800-EDIT-BAND THRU 4800-EXIT
005183         IF EDITS-FAILED
005184             GO TO 4500-EXIT
005185         END-IF
005186     END-IF.
005190     IF NOT DC-PUSH-ADD
005200         PERFORM 4600-CHANGE-SCHEDULE THRU 4600-EXIT
005210         GO TO 4500-EXIT
005220     END-IF.
005230     MOVE DC-RECORD (1) TO PONGSCHD-RECORD.
005240     EXEC CICS WRITE
005250         FILE      ('PONGSCHD')
005260         FROM      (PONGSCHD-RECORD)
005270         RIDFLD    (SC-KEY)
005280         KEYLENGTH (LENGTH OF SC-KEY)
005290         RESP      (CICS-RESPONSE-CODE)
005300     END-EXEC.
005310     IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
005320         SET DC-PUSH-DUPLICATE TO TRUE
005330         GO TO 4500-EXIT
005340     END-IF.
005350     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005360         GO TO 4500-EXIT
005370     END-IF.
005380     SET DC-PUSH-APPLIED TO TRUE.
005390     MOVE 'DBA'           TO AUDIT-ACTION-CODE.
005400     MOVE SC-REGION-ID    TO AUDIT-REGION-ID.
005410     MOVE SPACES          TO AUDIT-OLD-VALUE.
005420     MOVE SC-SPEED        TO AUDIT-NEW-VALUE.
005430     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
005440 4500-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* 4600-CHANGE-SCHEDULE  --  UPDATE OR DELETE A BAND AND AUDIT
005490*                           THE OLD AND NEW SPEED.
005500*****************************************************************
005510 4600-CHANGE-SCHEDULE.
005520     MOVE LIVE-SCHEDULE-IMAGE (1:20) TO SCHEDULE-KEY-WORK.
005530     EXEC CICS READ
005540         FILE      ('PONGSCHD')
005550         INTO      (PONGSCHD-RECORD)
005560         RIDFLD    (SCHEDULE-KEY-WORK)
005570         KEYLENGTH (LENGTH OF SCHEDULE-KEY-WORK)
005580         UPDATE
005590         RESP      (CICS-RESPONSE-CODE)
005600     END-EXEC.
005610     IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
005620         SET DC-PUSH-NOT-FOUND TO TRUE
005630         GO TO 4600-EXIT
005640     END-IF.
005650     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005660         GO TO 4600-EXIT
005670     END-IF.
005680     IF PONGSCHD-RECORD NOT = LIVE-SCHEDULE-IMAGE
005690         EXEC CICS UNLOCK
005700             FILE ('PONGSCHD')
005710             RESP (CICS-RESPONSE-CODE)
005720         END-EXEC
005730         SET DC-PUSH-CHANGED-SINCE TO TRUE
005740         GO TO 4600-EXIT
005750     END-IF.
005760     MOVE SC-SPEED     TO OLD-BAND-SPEED.
005770     MOVE SC-REGION-ID TO AUDIT-REGION-ID.
005780     IF DC-PUSH-UPDATE
005790         MOVE DC-RECORD (1) TO PONGSCHD-RECORD
005800         EXEC CICS REWRITE
005810             FILE ('PONGSCHD')
005820             FROM (PONGSCHD-RECORD)
005830             RESP (CICS-RESPONSE-CODE)
005840         END-EXEC
005850         MOVE 'DBU'    TO AUDIT-ACTION-CODE
005860         MOVE SC-SPEED TO AUDIT-NEW-VALUE
005870     ELSE
005880         EXEC CICS DELETE
005890             FILE ('PONGSCHD')
005900             RESP (CICS-RESPONSE-CODE)
005910         END-EXEC
005920         MOVE 'DBD'    TO AUDIT-ACTION-CODE
005930         MOVE SPACES   TO AUDIT-NEW-VALUE
005940     END-IF.
005950     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005960         GO TO 4600-EXIT
005970     END-IF.
005980     SET DC-PUSH-APPLIED TO TRUE.
005990     MOVE OLD-BAND-SPEED TO AUDIT-OLD-VALUE.
006000     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006010 4600-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 4700-HOLD-CONTROL  --  THE CONTROL RECORD IS PRODUCTION.
006060*                        WRITE THE CHANGE DESCRIBED BY THE OLD
006070*                        AND NEW CONTROL VALUES TO PONGPCH AS A
006080*                        PENDING CHANGE IN THE PUSHING USER'S
006090*                        NAME, UNLESS ONE IS ALREADY PENDING FOR
006100*                        THE REGION, AND AUDIT THE REQUEST.
006110*****************************************************************
006120 4700-HOLD-CONTROL.
006130     IF DC-PUSH-ADD
006140         MOVE NCV-REGION-ID TO CHECK-REGION-ID
006150     ELSE
006160         MOVE OCV-REGION-ID TO CHECK-REGION-ID
006170     END-IF.
006180     PERFORM 4750-CHECK-PENDING THRU 4750-EXIT.
006190     IF PENDING-FOUND
006200         SET DC-PUSH-PENDING-EXISTS TO TRUE
006210         GO TO 4700-EXIT
006220     END-IF.
006230     MOVE SPACES          TO PONGPCH-RECORD.
006240     MOVE CHECK-REGION-ID TO PC-REGION-ID.
006250     IF DC-PUSH-ADD
006260         SET PC-CHANGE-ADD    TO TRUE
006270     ELSE
006280     IF DC-PUSH-UPDATE
006290         SET PC-CHANGE-UPDATE TO TRUE
006300     ELSE
006310         SET PC-CHANGE-DELETE TO TRUE
006320     END-IF
006330     END-IF.
006340     MOVE OCV-SPEED       TO PC-OLD-SPEED.
006350     MOVE OCV-THRESHOLD   TO PC-OLD-THRESHOLD.
006360     MOVE OCV-WINDOW      TO PC-OLD-WINDOW.
006370     MOVE OCV-PRODUCTION  TO PC-OLD-PRODUCTION.
006380     MOVE NCV-SPEED       TO PC-NEW-SPEED.
006390     MOVE NCV-THRESHOLD   TO PC-NEW-THRESHOLD.
006400     MOVE NCV-WINDOW      TO PC-NEW-WINDOW.
006410     MOVE NCV-PRODUCTION  TO PC-NEW-PRODUCTION.
006420     MOVE PUSH-REASON     TO PC-REASON.
006430     EXEC CICS ASKTIME
006440         ABSTIME (ABSOLUTE-TIME)
006450         RESP    (CICS-RESPONSE-CODE)
006460     END-EXEC.
006470     EXEC CICS FORMATTIME
006480         ABSTIME  (ABSOLUTE-TIME)
006490         YYYYMMDD (PC-REQUEST-DATE)
006500         TIME     (PC-REQUEST-TIME)
006510         RESP     (CICS-RESPONSE-CODE)
006520     END-EXEC.
006530     MULTIPLY PENDING-LIFE-HOURS BY 3600000
006540         GIVING PENDING-LIFE-MS.
006550     ADD ABSOLUTE-TIME PENDING-LIFE-MS
006560         GIVING EXPIRY-ABSOLUTE-TIME.
006570     MOVE EXPIRY-ABSOLUTE-TIME TO PC-EXPIRY-ABSTIME.
006580     EXEC CICS FORMATTIME
006590         ABSTIME  (EXPIRY-ABSOLUTE-TIME)
006600         YYYYMMDD (PC-EXPIRY-DATE)
006610         TIME     (PC-EXPIRY-TIME)
006620         RESP     (CICS-RESPONSE-CODE)
006630     END-EXEC.
006640     MOVE DC-PUSH-USER-ID TO PC-REQUESTED-BY.
006650     MOVE DC-PUSH-TERM-ID TO PC-REQUEST-TERM-ID.
006660     SET PC-PENDING TO TRUE.
006670     EXEC CICS WRITE
006680         FILE      ('PONGPCH')
006690         FROM      (PONGPCH-RECORD)
006700         RIDFLD    (PC-KEY)
006710         KEYLENGTH (LENGTH OF PC-KEY)
006720         RESP      (CICS-RESPONSE-CODE)
006730     END-EXEC.
006740     IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
006750         SET DC-PUSH-PENDING-EXISTS TO TRUE
006760         GO TO 4700-EXIT
006770     END-IF.
006780     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006790         GO TO 4700-EXIT
006800     END-IF.
006810     SET DC-PUSH-HELD TO TRUE.
006820     MOVE 'PC'             TO AA-PREFIX.
006830     SET AA-HELD           TO TRUE.
006840     MOVE PC-REGION-ID     TO AUDIT-REGION-ID.
006850     MOVE PC-OLD-SPEED     TO AUDIT-OLD-VALUE.
006860     MOVE PC-NEW-SPEED     TO AUDIT-NEW-VALUE.
006870     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006880     IF PC-OLD-THRESHOLD NOT = PC-NEW-THRESHOLD
006890         MOVE 'PT'             TO AA-PREFIX
006900         SET AA-HELD           TO TRUE
006910         MOVE PC-OLD-THRESHOLD TO AUDIT-OLD-VALUE
006920         MOVE PC-NEW-THRESHOLD TO AUDIT-NEW-VALUE
006930         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
006940     END-IF.
006950 4700-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990* 4750-CHECK-PENDING  --  LOOK FOR ANY CHANGE STILL MARKED
007000*                         PENDING FOR CHECK-REGION-ID. ONE PAST
007010*                         ITS EXPIRY STILL COUNTS UNTIL PMNT OR
007020*                         PAPR MARKS IT EXPIRED, SO A REGION
007030*                         NEVER HAS TWO PENDING AT ONCE.
007040*****************************************************************
007050 4750-CHECK-PENDING.
007060     SET NO-PENDING-FOUND TO TRUE.
007070     MOVE LOW-VALUES      TO PCH-KEY-WORK.
007080     MOVE CHECK-REGION-ID TO PCH-KEY-WORK (1:8).
007090     EXEC CICS STARTBR
007100         FILE      ('PONGPCH')
007110         RIDFLD    (PCH-KEY-WORK)
007120         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
007130         GTEQ
007140         RESP      (CICS-RESPONSE-CODE)
007150     END-EXEC.
007160     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007170         GO TO 4750-EXIT
007180     END-IF.
007190     SET SCAN-NOT-DONE TO TRUE.
007200     PERFORM 4760-SCAN-NEXT THRU 4760-EXIT
007210         UNTIL SCAN-DONE.
007220     EXEC CICS ENDBR
007230         FILE ('PONGPCH')
007240         RESP (CICS-RESPONSE-CODE)
007250     END-EXEC.
007260 4750-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300* 4760-SCAN-NEXT  --  ONE PENDING-CHANGE RECORD FOR THE REGION.
007310*****************************************************************
007320 4760-SCAN-NEXT.
007330     EXEC CICS READNEXT
007340         FILE      ('PONGPCH')
007350         INTO      (PONGPCH-RECORD)
007360         RIDFLD    (PCH-KEY-WORK)
007370         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
007380         RESP      (CICS-RESPONSE-CODE)
007390     END-EXEC.
007400     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007410         SET SCAN-DONE TO TRUE
007420         GO TO 4760-EXIT
007430     END-IF.
007440     IF PC-REGION-ID NOT = CHECK-REGION-ID
007450         SET SCAN-DONE TO TRUE
007460         GO TO 4760-EXIT
007470     END-IF.
007480     IF PC-PENDING
007490         SET PENDING-FOUND TO TRUE
007500         SET SCAN-DONE TO TRUE
007510     END-IF.
007520 4760-EXIT.
007530     EXIT.
007540
007550*****************************************************************
007551* 4800-EDIT-BAND  --  THE MASTER BAND IN DC-RECORD (1) MUST PASS
007552*                     PSCM'S KEY AND BAND EDITS AND OVERLAP NO
007553*                     OTHER BAND OF ITS REGION AND EFFECTIVE DATE
007554*                     ON THIS REGION'S FILE. THE BAND BEING
007555*                     UPDATED IS PASSED OVER. DC-PUSH-RESULT IS
007556*                     STILL E (FAILED) IF THE EDITS FAIL.
007557*****************************************************************
007558 4800-EDIT-BAND.
007559     SET EDITS-FAILED TO TRUE.
007560     MOVE DC-RECORD (1) TO PONGSCHD-RECORD.
007561     IF SC-REGION-ID = SPACES OR SC-REGION-ID = LOW-VALUES
007562         GO TO 4800-EXIT
007563     END-IF.
007564     IF SC-EFFECTIVE-DATE IS NOT NUMERIC
007565         GO TO 4800-EXIT
007566     END-IF.
007567     MOVE SC-EFFECTIVE-DATE TO DATE-WORK.
007568     IF DW-MONTH IS LESS THAN 1 OR DW-MONTH IS GREATER THAN 12
007569            OR DW-DAY IS LESS THAN 1 OR DW-DAY IS GREATER THAN 31
007570         GO TO 4800-EXIT
007571     END-IF.
007572     MOVE SC-START-TIME TO TIME-FIELD-TEST.
007573     PERFORM 4810-EDIT-TIME THRU 4810-EXIT.
007574     IF TIME-INVALID
007575         GO TO 4800-EXIT
007576     END-IF.
007577     MOVE SC-END-TIME TO TIME-FIELD-TEST.
007578     PERFORM 4810-EDIT-TIME THRU 4810-EXIT.
007579     IF TIME-INVALID
007580         GO TO 4800-EXIT
007581     END-IF.
007582     IF SC-SPEED IS NOT NUMERIC
007583         GO TO 4800-EXIT
007584     END-IF.
007585     MOVE SC-SPEED TO SPEED-NUMERIC-TEST.
007586     IF SPEED-NUMERIC-TEST IS LESS THAN 1
007587         GO TO 4800-EXIT
007588     END-IF.
007589     MOVE SC-KEY            TO EXCLUDE-KEY.
007590     MOVE SC-REGION-ID      TO CHECK-REGION-ID.
007591     MOVE SC-EFFECTIVE-DATE TO CHECK-EFFECTIVE-DATE.
007592     MOVE SC-START-TIME     TO CHECK-START-TIME.
007593     MOVE SC-END-TIME       TO CHECK-END-TIME.
007594     PERFORM 4820-CHECK-OVERLAP THRU 4820-EXIT.
007595     IF OVERLAP-FOUND
007596         GO TO 4800-EXIT
007597     END-IF.
007598     SET EDITS-PASSED TO TRUE.
007599 4800-EXIT.
007600     EXIT.
007601
007602*****************************************************************
007603* 4810-EDIT-TIME  --  TIME-FIELD-TEST MUST BE NUMERIC HHMM WITH
007604*                     HH 00-23 AND MM 00-59.
007605*****************************************************************
007606 4810-EDIT-TIME.
007607     SET TIME-INVALID TO TRUE.
007608     IF TIME-FIELD-TEST IS NOT NUMERIC
007609         GO TO 4810-EXIT
007610     END-IF.
007611     MOVE TIME-FIELD-TEST TO HHMM-WORK.
007612     IF HHMM-HH IS GREATER THAN 23
007613            OR HHMM-MM IS GREATER THAN 59
007614         GO TO 4810-EXIT
007615     END-IF.
007616     SET TIME-VALID TO TRUE.
007617 4810-EXIT.
007618     EXIT.
007619
007620*****************************************************************
007621* 4820-CHECK-OVERLAP  --  BROWSE THE OTHER BANDS OF THE SAME
007622*                         REGION AND EFFECTIVE DATE AND STOP AT
007623*                         THE FIRST ONE THAT SHARES A MINUTE WITH
007624*                         CHECK-START-TIME TO CHECK-END-TIME. THE
007625*                         BAND WHOSE KEY IS IN EXCLUDE-KEY IS
007626*                         PASSED OVER. RUNS BEFORE ANY READ FOR
007627*                         UPDATE, AS IN PSCM.
007628*****************************************************************
007629 4820-CHECK-OVERLAP.
007630     SET NO-OVERLAP TO TRUE.
007631     MOVE CHECK-START-TIME TO CAND-FROM (1).
007632     IF CHECK-START-TIME NOT GREATER THAN CHECK-END-TIME
007633         MOVE 1 TO CAND-RANGE-COUNT
007634         MOVE CHECK-END-TIME TO CAND-TO (1)
007635     ELSE
007636         MOVE 2 TO CAND-RANGE-COUNT
007637         MOVE 2359 TO CAND-TO (1)
007638         MOVE ZERO TO CAND-FROM (2)
007639         MOVE CHECK-END-TIME TO CAND-TO (2)
007640     END-IF.
007641     MOVE CHECK-REGION-ID      TO BR-REGION-ID.
007642     MOVE CHECK-EFFECTIVE-DATE TO BR-EFFECTIVE-DATE.
007643     MOVE ZEROES               TO BR-START-TIME.
007644     EXEC CICS STARTBR
007645         FILE      ('PONGSCHD')
007646         RIDFLD    (BROWSE-KEY)
007647         KEYLENGTH (LENGTH OF BROWSE-KEY)
007648         GTEQ
007649         RESP      (CICS-RESPONSE-CODE)
007650     END-EXEC.
007651     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007652         GO TO 4820-EXIT
007653     END-IF.
007654     SET SCAN-NOT-DONE TO TRUE.
007655     PERFORM 4830-SCAN-BAND THRU 4830-EXIT
007656         UNTIL SCAN-DONE.
007657     EXEC CICS ENDBR
007658         FILE ('PONGSCHD')
007659         RESP (CICS-RESPONSE-CODE)
007660     END-EXEC.
007661 4820-EXIT.
007662     EXIT.
007663
007664*****************************************************************
007665* 4830-SCAN-BAND  --  EXAMINE ONE LIVE BAND OF THE SET. A BAND
007666*                     WITH A NON-NUMERIC TIME CANNOT COVER ANY
007667*                     MINUTE IN PONG AND IS PASSED OVER. THE
007668*                     PUSH PATHS MOVE DC-RECORD (1) BACK IN
007669*                     BEFORE THEY WRITE OR REWRITE.
007670*****************************************************************
007671 4830-SCAN-BAND.
007672     EXEC CICS READNEXT
007673         FILE      ('PONGSCHD')
007674         INTO      (PONGSCHD-RECORD)
007675         RIDFLD    (BROWSE-KEY)
007676         KEYLENGTH (LENGTH OF BROWSE-KEY)
007677         RESP      (CICS-RESPONSE-CODE)
007678     END-EXEC.
007679     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007680         SET SCAN-DONE TO TRUE
007681         GO TO 4830-EXIT
007682     END-IF.
007683     IF SC-REGION-ID NOT = CHECK-REGION-ID
007684            OR SC-EFFECTIVE-DATE NOT = CHECK-EFFECTIVE-DATE
007685         SET SCAN-DONE TO TRUE
007686         GO TO 4830-EXIT
007687     END-IF.
007688     IF SC-KEY = EXCLUDE-KEY
007689         GO TO 4830-EXIT
007690     END-IF.
007691     IF SC-START-TIME IS NOT NUMERIC
007692            OR SC-END-TIME IS NOT NUMERIC
007693         GO TO 4830-EXIT
007694     END-IF.
007695     MOVE SC-START-TIME TO BAND-FROM (1).
007696     IF SC-START-TIME NOT GREATER THAN SC-END-TIME
007697         MOVE 1 TO BAND-RANGE-COUNT
007698         MOVE SC-END-TIME TO BAND-TO (1)
007699     ELSE
007700         MOVE 2 TO BAND-RANGE-COUNT
007701         MOVE 2359 TO BAND-TO (1)
007702         MOVE ZERO TO BAND-FROM (2)
007703         MOVE SC-END-TIME TO BAND-TO (2)
007704     END-IF.
007705     PERFORM 4840-TEST-RANGES THRU 4840-EXIT
007706         VARYING CAND-SUB FROM 1 BY 1
007707         UNTIL CAND-SUB IS GREATER THAN CAND-RANGE-COUNT
007708         AFTER BAND-SUB FROM 1 BY 1
007709         UNTIL BAND-SUB IS GREATER THAN BAND-RANGE-COUNT.
007710     IF OVERLAP-FOUND
007711         SET SCAN-DONE TO TRUE
007712     END-IF.
007713 4830-EXIT.
007714     EXIT.
007715
007716*****************************************************************
007717* 4840-TEST-RANGES  --  TWO INCLUSIVE RANGES MEET WHEN EACH
007718*                       STARTS NO LATER THAN THE OTHER ENDS.
007719*****************************************************************
007720 4840-TEST-RANGES.
007721     IF CAND-FROM (CAND-SUB) NOT GREATER THAN BAND-TO (BAND-SUB)
007722            AND BAND-FROM (BAND-SUB)
007723                NOT GREATER THAN CAND-TO (CAND-SUB)
007724         SET OVERLAP-FOUND TO TRUE
007725     END-IF.
007726 4840-EXIT.
007727     EXIT.
007728
007729*****************************************************************
007730* 7000-WRITE-AUDIT  --  WRITE ONE MAINTENANCE AUDIT LINE TO THIS
007731*                       REGION'S PAUD TRANSIENT DATA QUEUE: THE
007732*                       USER WHO ASKED FOR THE PUSH, THE
007733*                       TERMINAL IT WAS ASKED FROM, WHICH
007734*                       REGION, OLD VALUE, NEW VALUE, AND WHEN.
007735*                       BEST EFFORT, LIKE EVERY OTHER PAUD
007736*                       WRITER - A QUEUE ERROR MUST NOT UNDO
007737*                       THE PUSH ITSELF.
007738*****************************************************************
007739 7000-WRITE-AUDIT.
007740     MOVE SPACES TO AUDIT-TD-RECORD.
007741     SET AUD-TYPE-MAINT TO TRUE.
007742     MOVE DC-PUSH-TERM-ID TO AUD-TERM-ID.
007743     MOVE EIBTASKN TO AUD-TASK-NUMBER.
007744     EXEC CICS ASKTIME
007745         ABSTIME (ABSOLUTE-TIME)
007746         RESP    (CICS-RESPONSE-CODE)
007747     END-EXEC.
007748     EXEC CICS FORMATTIME
007750         ABSTIME  (ABSOLUTE-TIME)
007760         YYYYMMDD (AUD-CALL-DATE)
007770         TIME     (AUD-CALL-TIME)
007780         RESP     (CICS-RESPONSE-CODE)
007790     END-EXEC.
007800     MOVE DC-PUSH-USER-ID    TO AUD-USER-ID.
007810     MOVE AUDIT-ACTION-CODE  TO AUD-ACTION.
007820     MOVE AUDIT-REGION-ID    TO AUD-REGION-ID.
007830     MOVE AUDIT-OLD-VALUE    TO AUD-OLD-SPEED.
007840     MOVE AUDIT-NEW-VALUE    TO AUD-NEW-SPEED.
007850     EXEC CICS WRITEQ TD
007860         QUEUE  ('PAUD')
007870         FROM   (AUDIT-TD-RECORD)
007880         LENGTH (LENGTH OF AUDIT-TD-RECORD)
007890         RESP   (CICS-RESPONSE-CODE)
007900     END-EXEC.
007910 7000-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950* 8000-TERMINATE  --  HAND THE CHUNK OR THE PUSH RESULT BACK TO
007960*                     THE DRIFT CHECK.
007970*****************************************************************
007980 8000-TERMINATE.
007990     EXEC CICS RETURN END-EXEC.
008000 8000-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040* 9999-ABEND-SHORT-COMMAREA  --  THE CALLER'S COMMAREA CANNOT
008050*                                HOLD THE PONGDCOM LAYOUT.
008060*                                ABEND WITH A DISTINCT USER
008070*                                ABEND CODE SO THE FAILURE IS
008080*                                UNMISTAKABLE.
008090*****************************************************************
008100 9999-ABEND-SHORT-COMMAREA.
008110     EXEC CICS ABEND
008120         ABCODE (SHORT-COMMAREA-ABCODE)
008130     END-EXEC.
