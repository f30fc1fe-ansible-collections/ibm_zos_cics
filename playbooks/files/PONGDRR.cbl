000010*****************************************************************
000020* PROGRAM      : PONGDRR
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : CONFIGURATION DRIFT REPORT OVER THE PONGDRF
000070*                DRIFT FILE, DRIVEN BY ITS OWN JCL (SEE
000080*                PONGDRRJ). EVERY PDRC DRIFT CHECK (PONGDRC)
000090*                STAMPS ITS LINES WITH ONE RUN DATE AND TIME;
000100*                THIS REPORT PRINTS THE LATEST RUN - FOR EACH
000110*                REGION WHETHER IT WAS IN STEP WITH THE PONGMST
000120*                MASTER COPY, DRIFTED, COULD NOT BE CHECKED (AND
000130*                WHY), OR WAS SKIPPED - PLANNED, FOLLOWED BY
000140*                EVERY RECORD MISSING FROM THE REGION, EVERY
000150*                EXTRA RECORD THE MASTER COPY DOES NOT HAVE, AND
000160*                EVERY FIELD THAT DIFFERS, WITH THE MASTER AND
000170*                LIVE VALUES, AND EVERY MASTER RECORD THAT FAILED
000180*                ITS EDITS OR OVERLAPS ANOTHER MASTER BAND AND SO
000190*                WAS NEITHER COMPARED NOR PUSHED, WITH THE FIELD
000200*                AND ITS MASTER VALUE. ON A PUSH RUN EACH LINE
000202*                ALSO SAYS WHAT BECAME OF PUSHING THE MASTER
000204*                RECORD BACK OUT. RUN TOTALS FOLLOW. A DRIFTED OR
000206*                UNCHECKED REGION, AN INVALID MASTER RECORD, OR
000208*                NO RUN ON FILE AT ALL, ENDS THE
000210*                STEP WITH RETURN CODE 4 SO THE SCHEDULER CAN
000220*                PAGE SOMEBODY; SKIPPED REGIONS DO NOT. THE
000230*                FILE IS READ TWICE IN KEY ORDER - ONCE TO FIND
000240*                THE LATEST RUN, WHOSE LINES ARE THE LAST ON
000250*                FILE, AND ONCE TO PRINT IT.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* ---------- ---- ------------------------------------------------
000300* 10/15/2026 WPY  ORIGINAL PROGRAM.
000305* 10/15/2026 WPY  PRINT AND COUNT INVALID MASTER RECORDS.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.      PONGDRR.
000340 AUTHOR.          WILL YATES.
000350 INSTALLATION.    APPLICATION DEVELOPMENT.
000360 DATE-WRITTEN.    10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400
000410 INPUT-OUTPUT SECTION.
000420
000430 FILE-CONTROL.
000440     SELECT DRIFT-FILE      ASSIGN   TO DRIFTIN
000450                            ORGANIZATION IS INDEXED
000460                            ACCESS MODE  IS SEQUENTIAL
000470                            RECORD KEY   IS DR-KEY
000480                            FILE STATUS  IS WS-DRIFT-STATUS.
000490
000500     SELECT REPORT-FILE     ASSIGN   TO PRTOUT
000510                            ORGANIZATION IS LINE SEQUENTIAL
000520                            FILE STATUS  IS WS-REPORT-STATUS.
000530
000540 DATA DIVISION.
000550
000560 FILE SECTION.
000570
000580 FD  DRIFT-FILE
000590     RECORD CONTAINS 100 CHARACTERS.
000600 01  PONGDRF-RECORD.
000610     COPY PONGDRF.
000620
000630 FD  REPORT-FILE
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  REPORT-LINE                 PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680
000690*----------------------------------------------------------------
000700* FILE STATUS AND END-OF-FILE SWITCHES.
000710*----------------------------------------------------------------
000720 01  WS-DRIFT-STATUS             PIC X(02)  VALUE '00'.
000730     88 DRIFT-STATUS-OK              VALUE '00'.
000740     88 DRIFT-STATUS-EOF             VALUE '10'.
000750 01  WS-REPORT-STATUS            PIC X(02)  VALUE '00'.
000760     88 REPORT-STATUS-OK             VALUE '00'.
000770
000780*----------------------------------------------------------------
000790* ABEND MESSAGE ISSUED WHEN A FILE OPERATION RETURNS A STATUS
000800* THIS PROGRAM DOES NOT EXPECT.
000810*----------------------------------------------------------------
000820 01  WS-ABEND-MESSAGE.
000830     05 FILLER                   PIC X(20)
000840            VALUE 'PONGDRR FILE ERROR: '.
000850     05 WS-ABEND-OPERATION       PIC X(30).
000860     05 FILLER                   PIC X(10)  VALUE ' STATUS = '.
000870     05 WS-ABEND-STATUS          PIC X(02).
000880     05 FILLER                   PIC X(70)  VALUE SPACES.
000890
000900 01  WS-SWITCHES.
000910     05 WS-EOF-SWITCH            PIC X(01)  VALUE 'N'.
000920         88 END-OF-DRIFT-FILE        VALUE 'Y'.
000930         88 NOT-END-OF-DRIFT-FILE    VALUE 'N'.
000940     05 WS-HEADING-SWITCH        PIC X(01)  VALUE 'N'.
000950         88 RUN-HEADING-PRINTED      VALUE 'Y'.
000960
000970*----------------------------------------------------------------
000980* THE LATEST RUN'S STAMP, FOUND ON THE FIRST PASS.
000990*----------------------------------------------------------------
001000 01  WS-LATEST-STAMP.
001010     05 WS-LATEST-DATE           PIC 9(08)  VALUE ZERO.
001020     05 WS-LATEST-TIME           PIC 9(06)  VALUE ZERO.
001030 01  WS-LINE-STAMP.
001040     05 WS-LINE-DATE             PIC 9(08).
001050     05 WS-LINE-TIME             PIC 9(06).
001060 01  WS-RECORD-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
001070
001080*----------------------------------------------------------------
001090* THE RECORD THE LAST PUSH RESULT BELONGED TO. ONE PUSH MAY
001100* ANSWER SEVERAL DIFFERING FIELDS OF THE SAME RECORD, EACH ON
001110* ITS OWN LINE, SO IT IS COUNTED ONCE.
001120*----------------------------------------------------------------
001130 01  WS-PUSH-RECORD-ID.
001140     05 WS-PUSH-SYSID            PIC X(04)  VALUE SPACES.
001150     05 WS-PUSH-FILE-ID          PIC X(01)  VALUE SPACES.
001160     05 WS-PUSH-RECORD-KEY       PIC X(20)  VALUE SPACES.
001170
001180*----------------------------------------------------------------
001190* RUN TOTALS.
001200*----------------------------------------------------------------
001210 01  WS-REGION-COUNT             PIC 9(05)  COMP-3 VALUE ZERO.
001220 01  WS-IN-STEP-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001230 01  WS-DRIFTED-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001240 01  WS-UNCHECKED-COUNT          PIC 9(05)  COMP-3 VALUE ZERO.
001250 01  WS-SKIPPED-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001260 01  WS-MISSING-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001270 01  WS-EXTRA-COUNT              PIC 9(05)  COMP-3 VALUE ZERO.
001280 01  WS-DIFFER-COUNT             PIC 9(05)  COMP-3 VALUE ZERO.
001285 01  WS-BAD-MASTER-COUNT         PIC 9(05)  COMP-3 VALUE ZERO.
001290 01  WS-PUSHED-COUNT             PIC 9(05)  COMP-3 VALUE ZERO.
001300 01  WS-HELD-COUNT               PIC 9(05)  COMP-3 VALUE ZERO.
001310 01  WS-REFUSED-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001320
001330*----------------------------------------------------------------
001340* REPORT HEADING, DETAIL, AND SUMMARY LINES.
001350*----------------------------------------------------------------
001360 01  HDG-LINE-1.
001370     05 FILLER                   PIC X(44)
001380            VALUE 'PONG CONFIGURATION DRIFT REPORT             '.
001390     05 FILLER                   PIC X(88)  VALUE SPACES.
001400
001410 01  HDG-LINE-2.
001420     05 FILLER                   PIC X(14)
001430            VALUE 'LATEST CHECK :'.
001440     05 FILLER                   PIC X(01)  VALUE SPACE.
001450     05 HDG-RUN-DATE             PIC 9(08).
001460     05 FILLER                   PIC X(01)  VALUE SPACE.
001470     05 HDG-RUN-TIME             PIC 9(06).
001480     05 FILLER                   PIC X(08)  VALUE '  MODE: '.
001490     05 HDG-RUN-MODE             PIC X(20).
001500     05 FILLER                   PIC X(06)  VALUE '  BY: '.
001510     05 HDG-RUN-USER-ID          PIC X(08).
001520     05 FILLER                   PIC X(60)  VALUE SPACES.
001530
001540 01  HDG-LINE-3.
001550     05 FILLER                   PIC X(44)
001560            VALUE '    FINDING  FILE     RECORD KEY           F'.
001570     05 FILLER                   PIC X(44)
001580            VALUE 'IELD                MASTER     LIVE       PU'.
001590     05 FILLER                   PIC X(44)
001600            VALUE 'SH RESULT                                   '.
001610
001620 01  REGION-LINE.
001630     05 FILLER                   PIC X(07)  VALUE 'REGION '.
001640     05 RGL-SYSID                PIC X(04).
001650     05 FILLER                   PIC X(01)  VALUE SPACE.
001660     05 RGL-NAME                 PIC X(20).
001670     05 FILLER                   PIC X(01)  VALUE SPACE.
001680     05 RGL-STATE                PIC X(20).
001690     05 RGL-PROBLEM              PIC X(08).
001700     05 FILLER                   PIC X(10)  VALUE ' MISSING: '.
001710     05 RGL-MISSING              PIC ZZZ9.
001720     05 FILLER                   PIC X(08)  VALUE ' EXTRA: '.
001730     05 RGL-EXTRA                PIC ZZZ9.
001740     05 FILLER                   PIC X(09)  VALUE ' DIFFER: '.
001750     05 RGL-DIFFER               PIC ZZZ9.
001760     05 FILLER                   PIC X(14)  VALUE ' BAD MASTER: '.
001763     05 RGL-BAD-MASTER           PIC ZZZ9.
001766     05 FILLER                   PIC X(14)  VALUE SPACES.
001770
001780 01  DETAIL-LINE.
001790     05 FILLER                   PIC X(04)  VALUE SPACES.
001800     05 DTL-FINDING              PIC X(08).
001810     05 FILLER                   PIC X(01)  VALUE SPACE.
001820     05 DTL-FILE                 PIC X(08).
001830     05 FILLER                   PIC X(01)  VALUE SPACE.
001840     05 DTL-RECORD-KEY           PIC X(20).
001850     05 FILLER                   PIC X(01)  VALUE SPACE.
001860     05 DTL-FIELD-NAME           PIC X(20).
001870     05 FILLER                   PIC X(01)  VALUE SPACE.
001880     05 DTL-MASTER-VALUE         PIC X(10).
001890     05 FILLER                   PIC X(01)  VALUE SPACE.
001900     05 DTL-LIVE-VALUE           PIC X(10).
001910     05 FILLER                   PIC X(01)  VALUE SPACE.
001920     05 DTL-PUSH-RESULT          PIC X(25).
001930     05 FILLER                   PIC X(21)  VALUE SPACES.
001940
001950 01  NO-RUN-LINE.
001960     05 FILLER                   PIC X(44)
001970            VALUE '  NO DRIFT CHECK ON FILE - HAS PDRC BEEN SCH'.
001980     05 FILLER                   PIC X(08)  VALUE 'EDULED? '.
001990     05 FILLER                   PIC X(80)  VALUE SPACES.
002000
002010 01  SUMMARY-LINE-1.
002020     05 FILLER                   PIC X(14)
002030            VALUE 'REGIONS      :'.
002040     05 SUM-REGION-COUNT         PIC ZZ,ZZ9.
002050     05 FILLER                   PIC X(11)  VALUE '  IN STEP: '.
002060     05 SUM-IN-STEP-COUNT        PIC ZZ,ZZ9.
002070     05 FILLER                   PIC X(11)  VALUE '  DRIFTED: '.
002080     05 SUM-DRIFTED-COUNT        PIC ZZ,ZZ9.
002090     05 FILLER                   PIC X(13)
002100            VALUE '  UNCHECKED: '.
002110     05 SUM-UNCHECKED-COUNT      PIC ZZ,ZZ9.
002120     05 FILLER                   PIC X(11)  VALUE '  SKIPPED: '.
002130     05 SUM-SKIPPED-COUNT        PIC ZZ,ZZ9.
002140     05 FILLER                   PIC X(42)  VALUE SPACES.
002150
002160 01  SUMMARY-LINE-2.
002170     05 FILLER                   PIC X(14)
002180            VALUE 'RECORDS      :'.
002190     05 FILLER                   PIC X(09)  VALUE ' MISSING '.
002200     05 SUM-MISSING-COUNT        PIC ZZ,ZZ9.
002210     05 FILLER                   PIC X(09)  VALUE '  EXTRA: '.
002220     05 SUM-EXTRA-COUNT          PIC ZZ,ZZ9.
002230     05 FILLER                   PIC X(18)
002240            VALUE '  FIELDS DIFFER: '.
002250     05 SUM-DIFFER-COUNT         PIC ZZ,ZZ9.
002260     05 FILLER                   PIC X(15)
002262            VALUE '  BAD MASTER: '.
002264     05 SUM-BAD-MASTER-COUNT     PIC ZZ,ZZ9.
002266     05 FILLER                   PIC X(43)  VALUE SPACES.
002270
002280 01  SUMMARY-LINE-3.
002290     05 FILLER                   PIC X(14)
002300            VALUE 'PUSHES       :'.
002310     05 FILLER                   PIC X(09)  VALUE ' APPLIED '.
002320     05 SUM-PUSHED-COUNT         PIC ZZ,ZZ9.
002330     05 FILLER                   PIC X(08)  VALUE '  HELD: '.
002340     05 SUM-HELD-COUNT           PIC ZZ,ZZ9.
002350     05 FILLER                   PIC X(11)  VALUE '  REFUSED: '.
002360     05 SUM-REFUSED-COUNT        PIC ZZ,ZZ9.
002370     05 FILLER                   PIC X(72)  VALUE SPACES.
002380
002390 PROCEDURE DIVISION.
002400
002410*****************************************************************
002420* 0000-MAINLINE  --  FIND THE LATEST DRIFT CHECK ON FILE, THEN
002430*                    PRINT IT.
002440*****************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002470     PERFORM 2000-FIND-LATEST     THRU 2000-EXIT
002480         UNTIL END-OF-DRIFT-FILE.
002490     PERFORM 3000-REOPEN-DRIFT    THRU 3000-EXIT.
002500     PERFORM 4000-PRINT-LINE      THRU 4000-EXIT
002510         UNTIL END-OF-DRIFT-FILE.
002520     PERFORM 8000-PRINT-SUMMARY   THRU 8000-EXIT.
002530     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002540     STOP RUN.
002550
002560*****************************************************************
002570* 1000-INITIALIZE  --  OPEN THE FILES AND PRIME THE READ.
002580*****************************************************************
002590 1000-INITIALIZE.
002600     OPEN INPUT  DRIFT-FILE.
002610     IF NOT DRIFT-STATUS-OK
002620         MOVE 'OPEN INPUT DRIFT-FILE' TO WS-ABEND-OPERATION
002630         MOVE WS-DRIFT-STATUS TO WS-ABEND-STATUS
002640         GO TO 9900-ABEND-FILE-ERROR
002650     END-IF.
002660     OPEN OUTPUT REPORT-FILE.
002670     IF NOT REPORT-STATUS-OK
002680         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
002690         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
002700         GO TO 9900-ABEND-FILE-ERROR
002710     END-IF.
002720     WRITE REPORT-LINE FROM HDG-LINE-1.
002730     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
002740     PERFORM 2100-READ-DRIFT THRU 2100-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790* 2000-FIND-LATEST  --  FIRST PASS. THE FILE IS IN RUN STAMP
002800*                       ORDER, SO THE LAST STAMP SEEN IS THE
002810*                       LATEST RUN.
002820*****************************************************************
002830 2000-FIND-LATEST.
002840     ADD 1 TO WS-RECORD-COUNT.
002850     MOVE DR-RUN-DATE TO WS-LATEST-DATE.
002860     MOVE DR-RUN-TIME TO WS-LATEST-TIME.
002870     PERFORM 2100-READ-DRIFT THRU 2100-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* 2100-READ-DRIFT  --  READ THE NEXT DRIFT LINE.
002930*****************************************************************
002940 2100-READ-DRIFT.
002950     READ DRIFT-FILE NEXT RECORD
002960         AT END
002970             SET END-OF-DRIFT-FILE TO TRUE
002980     END-READ.
002990     IF NOT DRIFT-STATUS-OK
003000            AND NOT DRIFT-STATUS-EOF
003010         MOVE 'READ DRIFT-FILE' TO WS-ABEND-OPERATION
003020         MOVE WS-DRIFT-STATUS TO WS-ABEND-STATUS
003030         GO TO 9900-ABEND-FILE-ERROR
003040     END-IF.
003050 2100-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090* 3000-REOPEN-DRIFT  --  START THE SECOND PASS FROM THE TOP AND
003100*                        HEAD THE REPORT WITH THE LATEST RUN.
003110*                        AN EMPTY FILE HAS NOTHING TO PRINT.
003120*****************************************************************
003130 3000-REOPEN-DRIFT.
003140     IF WS-RECORD-COUNT = ZERO
003150         GO TO 3000-EXIT
003160     END-IF.
003170     CLOSE DRIFT-FILE.
003180     IF NOT DRIFT-STATUS-OK
003190         MOVE 'CLOSE DRIFT-FILE' TO WS-ABEND-OPERATION
003200         MOVE WS-DRIFT-STATUS TO WS-ABEND-STATUS
003210         GO TO 9900-ABEND-FILE-ERROR
003220     END-IF.
003230     OPEN INPUT  DRIFT-FILE.
003240     IF NOT DRIFT-STATUS-OK
003250         MOVE 'REOPEN INPUT DRIFT-FILE' TO WS-ABEND-OPERATION
003260         MOVE WS-DRIFT-STATUS TO WS-ABEND-STATUS
003270         GO TO 9900-ABEND-FILE-ERROR
003280     END-IF.
003290     SET NOT-END-OF-DRIFT-FILE TO TRUE.
003300     PERFORM 2100-READ-DRIFT THRU 2100-EXIT.
003310     MOVE WS-LATEST-DATE TO HDG-RUN-DATE.
003320     MOVE WS-LATEST-TIME TO HDG-RUN-TIME.
003330 3000-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 4000-PRINT-LINE  --  SECOND PASS. LINES OF EARLIER RUNS ARE
003380*                      PASSED OVER.
003390*****************************************************************
003400 4000-PRINT-LINE.
003410     MOVE DR-RUN-DATE TO WS-LINE-DATE.
003420     MOVE DR-RUN-TIME TO WS-LINE-TIME.
003430     IF WS-LINE-STAMP = WS-LATEST-STAMP
003440         PERFORM 4010-PRINT-RUN-LINE THRU 4010-EXIT
003450     END-IF.
003460     PERFORM 2100-READ-DRIFT THRU 2100-EXIT.
003470 4000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510* 4010-PRINT-RUN-LINE  --  ONE LINE OF THE LATEST RUN. THE FIRST
003520*                          ONE FINISHES THE HEADING.
003530*****************************************************************
003540 4010-PRINT-RUN-LINE.
003550     IF NOT RUN-HEADING-PRINTED
003560         PERFORM 4050-PRINT-HEADING THRU 4050-EXIT
003570     END-IF.
003580     IF DR-REGION-LINE
003590         PERFORM 4100-PRINT-REGION THRU 4100-EXIT
003600     ELSE
003610         PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT
003620     END-IF.
003630 4010-EXIT.
003640     EXIT.
003650
003660*****************************************************************
003670* 4050-PRINT-HEADING  --  THE RUN'S MODE AND USER, THEN THE
003680*                         COLUMN HEADINGS.
003690*****************************************************************
003700 4050-PRINT-HEADING.
003710     IF DR-MODE-PUSH
003720         MOVE 'CHECK AND PUSH      ' TO HDG-RUN-MODE
003730     ELSE
003740         MOVE 'CHECK ONLY          ' TO HDG-RUN-MODE
003750     END-IF.
003760     MOVE DR-RUN-USER-ID TO HDG-RUN-USER-ID.
003770     WRITE REPORT-LINE FROM HDG-LINE-2.
003780     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
003790     WRITE REPORT-LINE FROM HDG-LINE-3.
003800     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
003810     SET RUN-HEADING-PRINTED TO TRUE.
003820 4050-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 4100-PRINT-REGION  --  ONE REGION'S STATE AND COUNTS. THE
003870*                        REGION LINE SORTS AHEAD OF THE
003880*                        REGION'S DETAIL LINES.
003890*****************************************************************
003900 4100-PRINT-REGION.
003910     ADD 1 TO WS-REGION-COUNT.
003920     MOVE SPACES TO RGL-PROBLEM.
003930     IF DR-REGION-IN-STEP
003940         MOVE 'IN STEP             ' TO RGL-STATE
003950         ADD 1 TO WS-IN-STEP-COUNT
003960     ELSE
003970     IF DR-REGION-DRIFTED
003980         MOVE 'DRIFTED             ' TO RGL-STATE
003990         ADD 1 TO WS-DRIFTED-COUNT
004000     ELSE
004010     IF DR-REGION-UNCHECKED
004020         MOVE 'NOT CHECKED -       ' TO RGL-STATE
004030         MOVE DR-PROBLEM TO RGL-PROBLEM
004040         ADD 1 TO WS-UNCHECKED-COUNT
004050     ELSE
004060         MOVE 'SKIPPED - PLANNED   ' TO RGL-STATE
004070         ADD 1 TO WS-SKIPPED-COUNT
004080     END-IF
004090     END-IF
004100     END-IF.
004110     MOVE DR-SYSID       TO RGL-SYSID.
004120     MOVE DR-REGION-NAME TO RGL-NAME.
004130     MOVE ZERO TO RGL-MISSING.
004140     MOVE ZERO TO RGL-EXTRA.
004150     MOVE ZERO TO RGL-DIFFER.
004155     MOVE ZERO TO RGL-BAD-MASTER.
004160     IF DR-MISSING-COUNT IS NUMERIC
004170         MOVE DR-MISSING-COUNT TO RGL-MISSING
004180     END-IF.
004190     IF DR-EXTRA-COUNT IS NUMERIC
004200         MOVE DR-EXTRA-COUNT TO RGL-EXTRA
004210     END-IF.
004220     IF DR-DIFFER-COUNT IS NUMERIC
004230         MOVE DR-DIFFER-COUNT TO RGL-DIFFER
004232     END-IF.
004234     IF DR-BAD-MASTER-COUNT IS NUMERIC
004236         MOVE DR-BAD-MASTER-COUNT TO RGL-BAD-MASTER
004240     END-IF.
004250     MOVE SPACES TO REPORT-LINE.
004260     WRITE REPORT-LINE.
004270     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004280     WRITE REPORT-LINE FROM REGION-LINE.
004290     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004300 4100-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 4200-PRINT-DETAIL  --  ONE MISSING RECORD, EXTRA RECORD,
004350*                        DIFFERING FIELD, OR INVALID MASTER
004360*                        RECORD, WITH WHAT BECAME OF ANY PUSH.
004370*****************************************************************
004380 4200-PRINT-DETAIL.
004390     IF DR-RECORD-MISSING
004400         MOVE 'MISSING ' TO DTL-FINDING
004410         ADD 1 TO WS-MISSING-COUNT
004420     ELSE
004430     IF DR-RECORD-EXTRA
004440         MOVE 'EXTRA   ' TO DTL-FINDING
004450         ADD 1 TO WS-EXTRA-COUNT
004460     ELSE
004462     IF DR-MASTER-INVALID
004464         MOVE 'INVALID ' TO DTL-FINDING
004466         ADD 1 TO WS-BAD-MASTER-COUNT
004468     ELSE
004470         MOVE 'DIFFERS ' TO DTL-FINDING
004480         ADD 1 TO WS-DIFFER-COUNT
004485     END-IF
004490     END-IF
004500     END-IF.
004510     IF DR-FILE-CONTROL
004520         MOVE 'PONGCTL ' TO DTL-FILE
004530     ELSE
004540         MOVE 'PONGSCHD' TO DTL-FILE
004550     END-IF.
004560     MOVE DR-RECORD-KEY   TO DTL-RECORD-KEY.
004570     MOVE DR-FIELD-NAME   TO DTL-FIELD-NAME.
004580     MOVE DR-MASTER-VALUE TO DTL-MASTER-VALUE.
004590     MOVE DR-LIVE-VALUE   TO DTL-LIVE-VALUE.
004600     PERFORM 4300-PUSH-RESULT-TEXT THRU 4300-EXIT.
004610     WRITE REPORT-LINE FROM DETAIL-LINE.
004620     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004630 4200-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 4300-PUSH-RESULT-TEXT  --  SPELL OUT THE PUSH RESULT, AND
004680*                            COUNT IT ON THE FIRST LINE OF THE
004690*                            RECORD IT BELONGS TO.
004700*****************************************************************
004710 4300-PUSH-RESULT-TEXT.
004720     MOVE SPACES TO DTL-PUSH-RESULT.
004730     IF DR-NOT-PUSHED
004740         GO TO 4300-EXIT
004750     END-IF.
004760     IF DR-PUSH-APPLIED
004770         MOVE 'APPLIED' TO DTL-PUSH-RESULT
004780     ELSE
004790     IF DR-PUSH-HELD
004800         MOVE 'HELD FOR APPROVAL' TO DTL-PUSH-RESULT
004810     ELSE
004820     IF DR-PUSH-PENDING-EXISTS
004830         MOVE 'REFUSED - CHANGE PENDING' TO DTL-PUSH-RESULT
004840     ELSE
004850     IF DR-PUSH-CHANGED-SINCE
004860         MOVE 'REFUSED - CHANGED SINCE' TO DTL-PUSH-RESULT
004870     ELSE
004880     IF DR-PUSH-NOT-FOUND
004890         MOVE 'REFUSED - NOT FOUND' TO DTL-PUSH-RESULT
004900     ELSE
004910     IF DR-PUSH-DUPLICATE
004920         MOVE 'REFUSED - ALREADY THERE' TO DTL-PUSH-RESULT
004930     ELSE
004940         MOVE 'FAILED OR EDITS REFUSED' TO DTL-PUSH-RESULT
004950     END-IF
004960     END-IF
004970     END-IF
004980     END-IF
004990     END-IF
005000     END-IF.
005010     IF DR-SYSID = WS-PUSH-SYSID
005020            AND DR-FILE-ID = WS-PUSH-FILE-ID
005030            AND DR-RECORD-KEY = WS-PUSH-RECORD-KEY
005040         GO TO 4300-EXIT
005050     END-IF.
005060     MOVE DR-SYSID      TO WS-PUSH-SYSID.
005070     MOVE DR-FILE-ID    TO WS-PUSH-FILE-ID.
005080     MOVE DR-RECORD-KEY TO WS-PUSH-RECORD-KEY.
005090     IF DR-PUSH-APPLIED
005100         ADD 1 TO WS-PUSHED-COUNT
005110     ELSE
005120     IF DR-PUSH-HELD
005130         ADD 1 TO WS-HELD-COUNT
005140     ELSE
005150         ADD 1 TO WS-REFUSED-COUNT
005160     END-IF
005170     END-IF.
005180 4300-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220* 8000-PRINT-SUMMARY  --  THE RUN TOTALS. A DRIFTED OR
005230*                         UNCHECKED REGION, AN INVALID MASTER
005240*                         RECORD, OR NO RUN ON FILE, SETS RETURN
005245*                         CODE 4.
005250*****************************************************************
005260 8000-PRINT-SUMMARY.
005270     IF WS-RECORD-COUNT = ZERO
005280         WRITE REPORT-LINE FROM NO-RUN-LINE
005290         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
005300         MOVE 4 TO RETURN-CODE
005310         GO TO 8000-EXIT
005320     END-IF.
005330     MOVE SPACES TO REPORT-LINE.
005340     WRITE REPORT-LINE.
005350     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005360     MOVE WS-REGION-COUNT    TO SUM-REGION-COUNT.
005370     MOVE WS-IN-STEP-COUNT   TO SUM-IN-STEP-COUNT.
005380     MOVE WS-DRIFTED-COUNT   TO SUM-DRIFTED-COUNT.
005390     MOVE WS-UNCHECKED-COUNT TO SUM-UNCHECKED-COUNT.
005400     MOVE WS-SKIPPED-COUNT   TO SUM-SKIPPED-COUNT.
005410     WRITE REPORT-LINE FROM SUMMARY-LINE-1.
005420     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005430     MOVE WS-MISSING-COUNT   TO SUM-MISSING-COUNT.
005440     MOVE WS-EXTRA-COUNT     TO SUM-EXTRA-COUNT.
005450     MOVE WS-DIFFER-COUNT    TO SUM-DIFFER-COUNT.
005455     MOVE WS-BAD-MASTER-COUNT TO SUM-BAD-MASTER-COUNT.
005460     WRITE REPORT-LINE FROM SUMMARY-LINE-2.
005470     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005480     MOVE WS-PUSHED-COUNT    TO SUM-PUSHED-COUNT.
005490     MOVE WS-HELD-COUNT      TO SUM-HELD-COUNT.
005500     MOVE WS-REFUSED-COUNT   TO SUM-REFUSED-COUNT.
005510     WRITE REPORT-LINE FROM SUMMARY-LINE-3.
005520     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005530     IF WS-DRIFTED-COUNT IS GREATER THAN ZERO
005540            OR WS-UNCHECKED-COUNT IS GREATER THAN ZERO
005545            OR WS-BAD-MASTER-COUNT IS GREATER THAN ZERO
005550         MOVE 4 TO RETURN-CODE
005560     END-IF.
005570 8000-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 8050-CHECK-REPORT-STATUS  --  VERIFY THE LAST WRITE TO
005620*                               REPORT-FILE SUCCEEDED.
005630*****************************************************************
005640 8050-CHECK-REPORT-STATUS.
005650     IF NOT REPORT-STATUS-OK
005660         MOVE 'WRITE REPORT-FILE' TO WS-ABEND-OPERATION
005670         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
005680         GO TO 9900-ABEND-FILE-ERROR
005690     END-IF.
005700 8050-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740* 9000-TERMINATE  --  CLOSE THE FILES.
005750*****************************************************************
005760 9000-TERMINATE.
005770     CLOSE DRIFT-FILE.
005780     IF NOT DRIFT-STATUS-OK
005790         MOVE 'CLOSE DRIFT-FILE' TO WS-ABEND-OPERATION
005800         MOVE WS-DRIFT-STATUS TO WS-ABEND-STATUS
005810         GO TO 9900-ABEND-FILE-ERROR
005820     END-IF.
005830     CLOSE REPORT-FILE.
005840     IF NOT REPORT-STATUS-OK
005850         MOVE 'CLOSE REPORT-FILE' TO WS-ABEND-OPERATION
005860         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
005870         GO TO 9900-ABEND-FILE-ERROR
005880     END-IF.
005890 9000-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930* 9900-ABEND-FILE-ERROR  --  A FILE OPERATION RETURNED A STATUS
005940*                            THIS PROGRAM DOES NOT EXPECT.
005950*                            REPORT IT AND STOP THE STEP RATHER
005960*                            THAN REPORT FROM BAD DATA.
005970*****************************************************************
005980 9900-ABEND-FILE-ERROR.
005990     DISPLAY WS-ABEND-MESSAGE.
006000     MOVE 16 TO RETURN-CODE.
006010     STOP RUN.
