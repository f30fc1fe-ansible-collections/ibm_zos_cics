000010*****************************************************************
000020* PROGRAM      : PONGAVR
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : DAILY BATCH VERIFICATION OF THE TAMPER-EVIDENT
000070*                CHAIN ON THE PONGAUD AUDIT TRAIL, DRIVEN BY ITS
000080*                OWN JCL (SEE PONGAVRJ). PAUDRDR CHAINS EVERY
000090*                RECORD IT HARDENS TO THE ONE HARDENED BEFORE
000100*                IT (PA-CHAIN-AREA, PONGCHN); THIS PROGRAM
000110*                PROVES THE CHAIN IS STILL WHOLE. PASS ONE
000120*                WALKS THE PONGAUD KSDS IN KEY ORDER: IT COUNTS
000130*                THE RECORDS BY PA-RECORD-TYPE, REPORTS EVERY
000140*                GAP IN PA-HARDEN-SEQ WITHIN A DATE, TIME AND
000150*                TASK, RECOMPUTES EVERY CHAINED RECORD'S CHAIN
000160*                VALUE THROUGH PONGCHN AND REPORTS EVERY RECORD
000170*                WHOSE CONTENT NO LONGER MATCHES IT, AND
000180*                REPORTS ANY UNCHAINED RECORD THAT FOLLOWS A
000190*                CHAINED ONE. PASS TWO READS THE SAME RECORDS
000200*                SORTED BY CHAIN SEQUENCE AND CHECKS EVERY LINK:
000210*                A DUPLICATE OR MISSING SEQUENCE, OR A RECORD
000220*                WHOSE PREVIOUS CHAIN VALUE IS NOT ITS
000230*                PREDECESSOR'S CHAIN VALUE, IS A BREAK. THE
000240*                PONGACH CONTROL FILE SUPPLIES THE TWO ENDS: THE
000250*                ANCHOR LEFT BY PONGHKP HOUSEKEEPING (A MISSING
000260*                SEQUENCE AT OR BELOW IT WAS PURGED, THE FIRST
000270*                RECORD PAST IT MUST LINK TO ITS CHAIN VALUE,
000280*                AND THE NUMBER PURGED MUST AGREE WITH ITS
000290*                COUNT) AND THE HEAD LEFT BY PAUDRDR (THE LAST
000300*                RECORD IN THE CHAIN MUST BE THE ONE IT NAMES).
000310*                PRINTS EVERY EXCEPTION, THEN THE DAILY CONTROL
000320*                TOTAL - RECORD COUNTS BY TYPE, THE EXCEPTION
000330*                COUNTS, THE ANCHOR, THE HEAD, AND THE FINAL
000340*                CHAIN VALUE, WITH SIGN-OFF LINES - WHICH IS
000350*                ALSO WRITTEN TO ITS OWN DATASET (CTLOUT) TO BE
000360*                FILED WITH THE AUDIT EVIDENCE. ANY EXCEPTION
000370*                ENDS THE STEP WITH RETURN CODE 8.
000380*****************************************************************
000390* MODIFICATION HISTORY
000400* DATE       INIT DESCRIPTION
000410* ---------- ---- ------------------------------------------------
000420* 10/15/2026 WPY  ORIGINAL PROGRAM.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.      PONGAVR.
000460 AUTHOR.          WILL YATES.
000470 INSTALLATION.    APPLICATION DEVELOPMENT.
000480 DATE-WRITTEN.    10/15/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520
000530 INPUT-OUTPUT SECTION.
000540
000550 FILE-CONTROL.
000560     SELECT AUDIT-FILE      ASSIGN   TO PONGAUD
000570                            ORGANIZATION IS INDEXED
000580                            ACCESS MODE  IS SEQUENTIAL
000590                            RECORD KEY   IS AUDIT-FILE-KEY
000600                            FILE STATUS  IS WS-AUDIT-STATUS.
000610
000620     SELECT CHAIN-FILE      ASSIGN   TO CHAININ
000630                            ORGANIZATION IS SEQUENTIAL
000640                            FILE STATUS  IS WS-CHAIN-STATUS.
000650
000660     SELECT ANCHOR-FILE     ASSIGN   TO PONGACH
000670                            ORGANIZATION IS INDEXED
000680                            ACCESS MODE  IS RANDOM
000690                            RECORD KEY   IS AC-KEY
000700                            FILE STATUS  IS WS-ANCHOR-STATUS.
000710
000720     SELECT REPORT-FILE     ASSIGN   TO PRTOUT
000730                            ORGANIZATION IS LINE SEQUENTIAL
000740                            FILE STATUS  IS WS-REPORT-STATUS.
000750
000760     SELECT CONTROL-FILE    ASSIGN   TO CTLOUT
000770                            ORGANIZATION IS SEQUENTIAL
000780                            FILE STATUS  IS WS-CONTROL-STATUS.
000790
000800 DATA DIVISION.
000810
000820 FILE SECTION.
000830
000840*----------------------------------------------------------------
000850* BOTH AUDIT INPUTS ARE READ INTO THE ONE PONGAUD LAYOUT IN
000860* WORKING-STORAGE: THE KSDS IN KEY ORDER ON PASS ONE, THE
000870* SORTED WORK FILE IN CHAIN SEQUENCE ORDER ON PASS TWO.
000880*----------------------------------------------------------------
000890 FD  AUDIT-FILE
000900     RECORD CONTAINS 108 CHARACTERS.
000910 01  AUDIT-FILE-RECORD.
000920     05 AUDIT-FILE-KEY           PIC X(26).
000930     05 FILLER                   PIC X(82).
000940
000950 FD  CHAIN-FILE
000960     RECORD CONTAINS 108 CHARACTERS.
000970 01  CHAIN-FILE-RECORD           PIC X(108).
000980
000990 FD  ANCHOR-FILE
001000     RECORD CONTAINS 100 CHARACTERS.
001010 01  PONGACH-RECORD.
001020     COPY PONGACH.
001030
001040 FD  REPORT-FILE
001050     RECORD CONTAINS 132 CHARACTERS.
001060 01  REPORT-LINE                 PIC X(132).
001070
001080 FD  CONTROL-FILE
001090     RECORD CONTAINS 132 CHARACTERS.
001100 01  CONTROL-RECORD              PIC X(132).
001110
001120 WORKING-STORAGE SECTION.
001130
001140*----------------------------------------------------------------
001150* FILE STATUS SWITCHES.
001160*----------------------------------------------------------------
001170 01  WS-AUDIT-STATUS             PIC X(02)  VALUE '00'.
001180     88 AUDIT-STATUS-OK              VALUE '00'.
001190     88 AUDIT-STATUS-EOF             VALUE '10'.
001200 01  WS-CHAIN-STATUS             PIC X(02)  VALUE '00'.
001210     88 CHAIN-STATUS-OK              VALUE '00'.
001220     88 CHAIN-STATUS-EOF             VALUE '10'.
001230 01  WS-ANCHOR-STATUS            PIC X(02)  VALUE '00'.
001240     88 ANCHOR-STATUS-OK             VALUE '00'.
001250     88 ANCHOR-STATUS-NOTFND         VALUE '23'.
001260 01  WS-REPORT-STATUS            PIC X(02)  VALUE '00'.
001270     88 REPORT-STATUS-OK             VALUE '00'.
001280 01  WS-CONTROL-STATUS           PIC X(02)  VALUE '00'.
001290     88 CONTROL-STATUS-OK            VALUE '00'.
001300
001310*----------------------------------------------------------------
001320* ABEND MESSAGE ISSUED WHEN A FILE OPERATION RETURNS A STATUS
001330* THIS PROGRAM DOES NOT EXPECT.
001340*----------------------------------------------------------------
001350 01  WS-ABEND-MESSAGE.
001360     05 FILLER                   PIC X(20)
001370            VALUE 'PONGAVR FILE ERROR: '.
001380     05 WS-ABEND-OPERATION       PIC X(30).
001390     05 FILLER                   PIC X(10)  VALUE ' STATUS = '.
001400     05 WS-ABEND-STATUS          PIC X(02).
001410     05 FILLER                   PIC X(70)  VALUE SPACES.
001420
001430 01  WS-SWITCHES.
001440     05 WS-AUDIT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001450         88 END-OF-AUDIT-FILE        VALUE 'Y'.
001460     05 WS-CHAIN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001470         88 END-OF-CHAIN-FILE        VALUE 'Y'.
001480     05 WS-CHAINED-SEEN-SWITCH   PIC X(01)  VALUE 'N'.
001490         88 CHAINED-RECORD-SEEN      VALUE 'Y'.
001500     05 WS-HEAD-SWITCH           PIC X(01)  VALUE 'N'.
001510         88 HEAD-ON-FILE             VALUE 'Y'.
001520         88 HEAD-NOT-ON-FILE         VALUE 'N'.
001530     05 WS-EXC-RECORD-SWITCH     PIC X(01)  VALUE 'N'.
001540         88 EXCEPTION-FOR-RECORD     VALUE 'Y'.
001550         88 EXCEPTION-FOR-CHAIN      VALUE 'N'.
001560
001570*----------------------------------------------------------------
001580* THE AUDIT RECORD IN HAND, FROM EITHER INPUT.
001590*----------------------------------------------------------------
001600 01  PONGAUD-RECORD.
001610     COPY PONGAUD.
001620
001630 01  WS-CHAIN-PROGRAM            PIC X(08)  VALUE 'PONGCHN'.
001640 01  WS-STORED-CHAIN-VALUE       PIC 9(18).
001650
001660*----------------------------------------------------------------
001670* PASS ONE: THE DATE, TIME AND TASK OF THE PREVIOUS RECORD IN
001680* KEY ORDER, AND THE HARDEN SEQUENCE THE CURRENT RECORD SHOULD
001690* CARRY - ONE PAST THE PREVIOUS RECORD'S IN THE SAME GROUP,
001700* ZERO IN A NEW ONE.
001710*----------------------------------------------------------------
001720 01  WS-PREV-GROUP               PIC X(22)  VALUE LOW-VALUES.
001730 01  WS-PREV-HARDEN-SEQ          PIC 9(04)  VALUE ZERO.
001740 01  WS-EXPECTED-HARDEN-SEQ      PIC 9(04)  VALUE ZERO.
001750
001760*----------------------------------------------------------------
001770* PASS TWO: THE LAST LINK VERIFIED, THE TWO ENDS OF THE CHAIN
001780* FROM PONGACH, AND A RUN OF MISSING SEQUENCES BEING ACCOUNTED
001790* FOR. A LAST SEQUENCE OF ZERO WITH A VALUE OF ZERO IS WHERE
001800* THE VERY FIRST RECORD CHAINED LINKS FROM.
001810*----------------------------------------------------------------
001820 01  WS-LAST-SEQ                 PIC 9(09)  VALUE ZERO.
001830 01  WS-LAST-VALUE               PIC 9(18)  VALUE ZERO.
001840 01  WS-PRED-SEQ                 PIC 9(09)  VALUE ZERO.
001850
001860 01  WS-HEAD-SEQ                 PIC 9(09)  VALUE ZERO.
001870 01  WS-HEAD-VALUE               PIC 9(18)  VALUE ZERO.
001880 01  WS-HEAD-COUNT               PIC 9(09)  VALUE ZERO.
001890 01  WS-ANCHOR-SEQ               PIC 9(09)  VALUE ZERO.
001900 01  WS-ANCHOR-VALUE             PIC 9(18)  VALUE ZERO.
001910 01  WS-ANCHOR-COUNT             PIC 9(09)  VALUE ZERO.
001920
001930 01  WS-GAP-LOW                  PIC S9(10) COMP-3 VALUE ZERO.
001940 01  WS-GAP-HIGH                 PIC S9(10) COMP-3 VALUE ZERO.
001950 01  WS-GAP-TOTAL                PIC S9(10) COMP-3 VALUE ZERO.
001960 01  WS-GAP-PURGED               PIC S9(10) COMP-3 VALUE ZERO.
001970 01  WS-GAP-UNEXPLAINED          PIC S9(10) COMP-3 VALUE ZERO.
001980 01  WS-GAP-FIRST                PIC 9(09)  VALUE ZERO.
001990 01  WS-GAP-COUNT-DISPLAY        PIC 9(09)  VALUE ZERO.
002000
002010*----------------------------------------------------------------
002020* RUN DATE AND TIME FOR THE HEADINGS.
002030*----------------------------------------------------------------
002040 01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
002050 01  WS-RUN-TIME                 PIC 9(08)  VALUE ZERO.
002060
002070*----------------------------------------------------------------
002080* CONTROL TOTALS.
002090*----------------------------------------------------------------
002100 01  WS-RECORDS-READ             PIC 9(09)  COMP-3 VALUE ZERO.
002110 01  WS-CALL-COUNT               PIC 9(09)  COMP-3 VALUE ZERO.
002120 01  WS-MAINT-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
002130 01  WS-OTHER-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
002140 01  WS-CHAINED-COUNT            PIC 9(09)  COMP-3 VALUE ZERO.
002150 01  WS-UNCHAINED-COUNT          PIC 9(09)  COMP-3 VALUE ZERO.
002160 01  WS-LINKS-CHECKED            PIC 9(09)  COMP-3 VALUE ZERO.
002170 01  WS-ANCHOR-LINKS             PIC 9(09)  COMP-3 VALUE ZERO.
002180 01  WS-UNVERIFIED-LINKS         PIC 9(09)  COMP-3 VALUE ZERO.
002190 01  WS-PURGED-FOUND             PIC 9(09)  VALUE ZERO.
002200 01  WS-ALTERED-COUNT            PIC 9(09)  COMP-3 VALUE ZERO.
002210 01  WS-GAP-COUNT                PIC 9(09)  COMP-3 VALUE ZERO.
002220 01  WS-BREAK-COUNT              PIC 9(09)  COMP-3 VALUE ZERO.
002230 01  WS-EXCEPTION-COUNT          PIC 9(09)  COMP-3 VALUE ZERO.
002240 01  WS-MAINT-EXCEPTIONS         PIC 9(09)  COMP-3 VALUE ZERO.
002250
002260*----------------------------------------------------------------
002270* ONE EXCEPTION AS THE CHECKS DESCRIBE IT TO 7000-.
002280*----------------------------------------------------------------
002290 01  WS-EXC-KIND                 PIC X(26).
002300 01  WS-EXC-SEQ                  PIC X(09).
002310 01  WS-EXC-NOTE                 PIC X(24).
002320 01  WS-EXC-VALUE                PIC X(18).
002330
002340*----------------------------------------------------------------
002350* REPORT HEADING AND EXCEPTION DETAIL LINES.
002360*----------------------------------------------------------------
002370 01  HDG-LINE-1.
002380     05 FILLER                   PIC X(40)
002390            VALUE 'PONGAUD AUDIT CHAIN VERIFICATION'.
002400     05 FILLER                   PIC X(11)  VALUE 'RUN DATE: '.
002410     05 HDG-RUN-DATE             PIC 9(08).
002420     05 FILLER                   PIC X(07)  VALUE ' TIME: '.
002430     05 HDG-RUN-TIME             PIC 9(06).
002440     05 FILLER                   PIC X(60)  VALUE SPACES.
002450
002460 01  HDG-LINE-2.
002470     05 FILLER                   PIC X(40)
002480            VALUE 'EXCEPTIONS'.
002490     05 FILLER                   PIC X(92)  VALUE SPACES.
002500
002510 01  HDG-LINE-3.
002520     05 FILLER                   PIC X(28)
002530            VALUE '  EXCEPTION'.
002540     05 FILLER                   PIC X(35)
002550            VALUE '      DATE   TIME     TASK HSEQ'.
002560     05 FILLER                   PIC X(08)  VALUE '    TYPE'.
002570     05 FILLER                   PIC X(16)
002580            VALUE '   CHAIN SEQ'.
002590     05 FILLER                   PIC X(45)  VALUE 'DETAIL'.
002600
002610 01  NO-EXCEPTION-LINE.
002620     05 FILLER                   PIC X(40)
002630            VALUE '  NO EXCEPTIONS FOUND'.
002640     05 FILLER                   PIC X(92)  VALUE SPACES.
002650
002660 01  EXCEPTION-DETAIL-LINE.
002670     05 FILLER                   PIC X(02)  VALUE SPACES.
002680     05 EDL-KIND                 PIC X(26).
002690     05 FILLER                   PIC X(06)  VALUE ' KEY: '.
002700     05 EDL-KEY-DATE             PIC X(08).
002710     05 FILLER                   PIC X(01)  VALUE SPACE.
002720     05 EDL-KEY-TIME             PIC X(06).
002730     05 FILLER                   PIC X(01)  VALUE SPACE.
002740     05 EDL-KEY-TASK             PIC X(08).
002750     05 FILLER                   PIC X(01)  VALUE SPACE.
002760     05 EDL-KEY-HSEQ             PIC X(04).
002770     05 FILLER                   PIC X(07)  VALUE ' TYPE: '.
002780     05 EDL-TYPE                 PIC X(01).
002790     05 FILLER                   PIC X(06)  VALUE ' SEQ: '.
002800     05 EDL-CHAIN-SEQ            PIC X(09).
002810     05 FILLER                   PIC X(01)  VALUE SPACE.
002820     05 EDL-NOTE                 PIC X(24).
002830     05 FILLER                   PIC X(01)  VALUE SPACE.
002840     05 EDL-VALUE                PIC X(18).
002850     05 FILLER                   PIC X(02)  VALUE SPACES.
002860
002870*----------------------------------------------------------------
002880* DAILY CONTROL TOTAL LINES, PRINTED AND WRITTEN TO CTLOUT.
002890*----------------------------------------------------------------
002900 01  WS-CONTROL-LINE             PIC X(132).
002910
002920 01  CTL-HDG-1.
002930     05 FILLER                   PIC X(40)
002940            VALUE 'PONGAUD DAILY AUDIT CONTROL TOTAL'.
002950     05 FILLER                   PIC X(11)  VALUE 'RUN DATE: '.
002960     05 CTL-RUN-DATE             PIC 9(08).
002970     05 FILLER                   PIC X(07)  VALUE ' TIME: '.
002980     05 CTL-RUN-TIME             PIC 9(06).
002990     05 FILLER                   PIC X(60)  VALUE SPACES.
003000
003010 01  CTL-COUNT-LINE.
003020     05 FILLER                   PIC X(02)  VALUE SPACES.
003030     05 CTL-COUNT-LABEL          PIC X(40).
003040     05 CTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
003050     05 FILLER                   PIC X(79)  VALUE SPACES.
003060
003070 01  CTL-VALUE-LINE.
003080     05 FILLER                   PIC X(02)  VALUE SPACES.
003090     05 CTL-VALUE-LABEL          PIC X(40).
003100     05 CTL-SEQ                  PIC ZZZZZZZZ9.
003110     05 FILLER                   PIC X(02)  VALUE SPACES.
003120     05 CTL-VALUE                PIC 9(18).
003130     05 FILLER                   PIC X(61)  VALUE SPACES.
003140
003150 01  CTL-RESULT-GOOD.
003160     05 FILLER                   PIC X(40)
003170            VALUE 'CHAIN VERIFIED - NO BREAKS, GAPS OR ALTE'.
003180     05 FILLER                   PIC X(40)
003190            VALUE 'RED RECORDS'.
003200     05 FILLER                   PIC X(52)  VALUE SPACES.
003210
003220 01  CTL-RESULT-BAD.
003230     05 FILLER                   PIC X(40)
003240            VALUE 'CHAIN NOT VERIFIED - SEE THE EXCEPTIONS '.
003250     05 FILLER                   PIC X(40)
003260            VALUE 'ON THE PONGAVR REPORT'.
003270     05 FILLER                   PIC X(52)  VALUE SPACES.
003280
003290 01  CTL-SIGN-LINE-1.
003300     05 FILLER                   PIC X(40)
003310            VALUE 'PREPARED BY: ______________________     '.
003320     05 FILLER                   PIC X(40)
003330            VALUE 'DATE: __________'.
003340     05 FILLER                   PIC X(52)  VALUE SPACES.
003350
003360 01  CTL-SIGN-LINE-2.
003370     05 FILLER                   PIC X(40)
003380            VALUE 'REVIEWED BY (AUDIT): ______________     '.
003390     05 FILLER                   PIC X(40)
003400            VALUE 'DATE: __________'.
003410     05 FILLER                   PIC X(52)  VALUE SPACES.
003420
003430 PROCEDURE DIVISION.
003440
003450*****************************************************************
003460* 0000-MAINLINE  --  CHECK EVERY RECORD IN KEY ORDER, CHECK
003470*                    EVERY LINK IN CHAIN ORDER, CHECK THE ENDS
003480*                    OF THE CHAIN, AND PRODUCE THE CONTROL
003490*                    TOTAL.
003500*****************************************************************
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003530     PERFORM 2000-VERIFY-RECORD     THRU 2000-EXIT
003540         UNTIL END-OF-AUDIT-FILE.
003550     PERFORM 3000-CHECK-LINK        THRU 3000-EXIT
003560         UNTIL END-OF-CHAIN-FILE.
003570     PERFORM 3900-CHECK-CHAIN-ENDS  THRU 3900-EXIT.
003580     PERFORM 8000-PRODUCE-CONTROL   THRU 8000-EXIT.
003590     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
003600     STOP RUN.
003610
003620*****************************************************************
003630* 1000-INITIALIZE  --  OPEN THE FILES, PICK UP THE CHAIN HEAD
003640*                      AND ANCHOR, PRINT THE HEADINGS, AND
003650*                      PRIME BOTH READS.
003660*****************************************************************
003670 1000-INITIALIZE.
003680     OPEN INPUT  AUDIT-FILE.
003690     IF NOT AUDIT-STATUS-OK
003700         MOVE 'OPEN INPUT AUDIT-FILE' TO WS-ABEND-OPERATION
003710         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
003720         GO TO 9900-ABEND-FILE-ERROR
003730     END-IF.
003740     OPEN INPUT  CHAIN-FILE.
003750     IF NOT CHAIN-STATUS-OK
003760         MOVE 'OPEN INPUT CHAIN-FILE' TO WS-ABEND-OPERATION
003770         MOVE WS-CHAIN-STATUS TO WS-ABEND-STATUS
003780         GO TO 9900-ABEND-FILE-ERROR
003790     END-IF.
003800     OPEN INPUT  ANCHOR-FILE.
003810     IF NOT ANCHOR-STATUS-OK
003820         MOVE 'OPEN INPUT ANCHOR-FILE' TO WS-ABEND-OPERATION
003830         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
003840         GO TO 9900-ABEND-FILE-ERROR
003850     END-IF.
003860     OPEN OUTPUT REPORT-FILE.
003870     IF NOT REPORT-STATUS-OK
003880         MOVE 'OPEN OUTPUT REPORT-FILE' TO WS-ABEND-OPERATION
003890         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
003900         GO TO 9900-ABEND-FILE-ERROR
003910     END-IF.
003920     OPEN OUTPUT CONTROL-FILE.
003930     IF NOT CONTROL-STATUS-OK
003940         MOVE 'OPEN OUTPUT CONTROL-FILE' TO WS-ABEND-OPERATION
003950         MOVE WS-CONTROL-STATUS TO WS-ABEND-STATUS
003960         GO TO 9900-ABEND-FILE-ERROR
003970     END-IF.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     ACCEPT WS-RUN-TIME FROM TIME.
004000     MOVE WS-RUN-DATE        TO HDG-RUN-DATE.
004010     MOVE WS-RUN-TIME (1:6)  TO HDG-RUN-TIME.
004020     WRITE REPORT-LINE FROM HDG-LINE-1.
004030     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004040     WRITE REPORT-LINE FROM HDG-LINE-2.
004050     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004060     WRITE REPORT-LINE FROM HDG-LINE-3.
004070     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
004080     PERFORM 1100-READ-CHAIN-HEAD   THRU 1100-EXIT.
004090     PERFORM 1200-READ-CHAIN-ANCHOR THRU 1200-EXIT.
004100     PERFORM 2900-READ-AUDIT        THRU 2900-EXIT.
004110     PERFORM 3800-READ-CHAIN        THRU 3800-EXIT.
004120 1000-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160* 1100-READ-CHAIN-HEAD  --  THE HEAD RECORD NAMES THE LAST
004170*                           RECORD PAUDRDR CHAINED. NONE MEANS
004180*                           NOTHING HAS BEEN CHAINED YET. ONE
004190*                           THAT IS NOT NUMERIC IS A BREAK AND
004200*                           IS TREATED AS MISSING.
004210*****************************************************************
004220 1100-READ-CHAIN-HEAD.
004230     MOVE SPACES TO PONGACH-RECORD.
004240     SET AC-CHAIN-HEAD TO TRUE.
004250     READ ANCHOR-FILE
004260         INVALID KEY
004270             SET HEAD-NOT-ON-FILE TO TRUE
004280             GO TO 1100-EXIT
004290     END-READ.
004300     IF NOT ANCHOR-STATUS-OK
004310         MOVE 'READ ANCHOR-FILE (HEAD)' TO WS-ABEND-OPERATION
004320         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
004330         GO TO 9900-ABEND-FILE-ERROR
004340     END-IF.
004350     IF AC-CHAIN-SEQ IS NOT NUMERIC
004360            OR AC-CHAIN-VALUE IS NOT NUMERIC
004370            OR AC-RECORD-COUNT IS NOT NUMERIC
004380         SET HEAD-NOT-ON-FILE TO TRUE
004390         MOVE 'CHAIN HEAD NOT NUMERIC' TO WS-EXC-KIND
004400         MOVE SPACES                   TO WS-EXC-SEQ
004410         MOVE 'PONGACH HEAD RECORD'    TO WS-EXC-NOTE
004420         MOVE SPACES                   TO WS-EXC-VALUE
004430         ADD 1 TO WS-BREAK-COUNT
004440         SET EXCEPTION-FOR-CHAIN TO TRUE
004450         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
004460         GO TO 1100-EXIT
004470     END-IF.
004480     SET HEAD-ON-FILE TO TRUE.
004490     MOVE AC-CHAIN-SEQ    TO WS-HEAD-SEQ.
004500     MOVE AC-CHAIN-VALUE  TO WS-HEAD-VALUE.
004510     MOVE AC-RECORD-COUNT TO WS-HEAD-COUNT.
004520 1100-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560* 1200-READ-CHAIN-ANCHOR  --  THE ANCHOR NAMES THE HIGHEST
004570*                             CHAIN SEQUENCE HOUSEKEEPING HAS
004580*                             PURGED AND HOW MANY IT PURGED.
004590*                             NONE MEANS NOTHING HAS BEEN
004600*                             PURGED, SO THE CHAIN MUST START
004610*                             AT SEQUENCE 1. ONE THAT IS NOT
004620*                             NUMERIC IS A BREAK AND IS TREATED
004630*                             AS MISSING.
004640*****************************************************************
004650 1200-READ-CHAIN-ANCHOR.
004660     MOVE SPACES TO PONGACH-RECORD.
004670     SET AC-PURGE-ANCHOR TO TRUE.
004680     READ ANCHOR-FILE
004690         INVALID KEY
004700             GO TO 1200-EXIT
004710     END-READ.
004720     IF NOT ANCHOR-STATUS-OK
004730         MOVE 'READ ANCHOR-FILE (ANCHOR)' TO WS-ABEND-OPERATION
004740         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
004750         GO TO 9900-ABEND-FILE-ERROR
004760     END-IF.
004770     IF AC-CHAIN-SEQ IS NOT NUMERIC
004780            OR AC-CHAIN-VALUE IS NOT NUMERIC
004790            OR AC-RECORD-COUNT IS NOT NUMERIC
004800         MOVE 'CHAIN ANCHOR NOT NUMERIC' TO WS-EXC-KIND
004810         MOVE SPACES                     TO WS-EXC-SEQ
004820         MOVE 'PONGACH ANCHOR RECORD'    TO WS-EXC-NOTE
004830         MOVE SPACES                     TO WS-EXC-VALUE
004840         ADD 1 TO WS-BREAK-COUNT
004850         SET EXCEPTION-FOR-CHAIN TO TRUE
004860         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
004870         GO TO 1200-EXIT
004880     END-IF.
004890     MOVE AC-CHAIN-SEQ    TO WS-ANCHOR-SEQ.
004900     MOVE AC-CHAIN-VALUE  TO WS-ANCHOR-VALUE.
004910     MOVE AC-RECORD-COUNT TO WS-ANCHOR-COUNT.
004920 1200-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960* 2000-VERIFY-RECORD  --  PASS ONE, ONE RECORD IN KEY ORDER:
004970*                         COUNT IT BY TYPE, CHECK ITS HARDEN
004980*                         SEQUENCE AND ITS CHAIN VALUE, AND
004990*                         READ THE NEXT.
005000*****************************************************************
005010 2000-VERIFY-RECORD.
005020     ADD 1 TO WS-RECORDS-READ.
005030     IF PA-TYPE-CALL
005040         ADD 1 TO WS-CALL-COUNT
005050     ELSE
005060     IF PA-TYPE-MAINT
005070         ADD 1 TO WS-MAINT-COUNT
005080     ELSE
005090         ADD 1 TO WS-OTHER-COUNT
005100     END-IF
005110     END-IF.
005120     PERFORM 2100-CHECK-HARDEN-SEQ THRU 2100-EXIT.
005130     PERFORM 2200-CHECK-CONTENT    THRU 2200-EXIT.
005140     PERFORM 2900-READ-AUDIT       THRU 2900-EXIT.
005150 2000-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 2100-CHECK-HARDEN-SEQ  --  WITHIN ONE DATE, TIME AND TASK THE
005200*                            HARDEN SEQUENCES RUN 0, 1, 2 WITH
005210*                            NOTHING MISSING; ANYTHING ELSE IS
005220*                            A GAP. HOUSEKEEPING PURGES BY DATE,
005230*                            SO IT NEVER LEAVES PART OF A GROUP.
005240*****************************************************************
005250 2100-CHECK-HARDEN-SEQ.
005260     IF PA-KEY (1:22) = WS-PREV-GROUP
005270         ADD 1 TO WS-PREV-HARDEN-SEQ
005280             GIVING WS-EXPECTED-HARDEN-SEQ
005290     ELSE
005300         MOVE ZERO TO WS-EXPECTED-HARDEN-SEQ
005310     END-IF.
005320     MOVE PA-KEY (1:22) TO WS-PREV-GROUP.
005330     IF PA-HARDEN-SEQ IS NOT NUMERIC
005340         MOVE ZERO TO WS-PREV-HARDEN-SEQ
005350     ELSE
005360         MOVE PA-HARDEN-SEQ TO WS-PREV-HARDEN-SEQ
005370     END-IF.
005380     IF PA-HARDEN-SEQ = WS-EXPECTED-HARDEN-SEQ
005390         GO TO 2100-EXIT
005400     END-IF.
005410     MOVE 'HARDEN SEQUENCE GAP'    TO WS-EXC-KIND.
005420     MOVE PA-CHAIN-SEQ             TO WS-EXC-SEQ.
005430     MOVE 'EXPECTED HARDEN SEQ'    TO WS-EXC-NOTE.
005440     MOVE WS-EXPECTED-HARDEN-SEQ   TO WS-EXC-VALUE.
005450     ADD 1 TO WS-GAP-COUNT.
005460     SET EXCEPTION-FOR-RECORD TO TRUE.
005470     PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT.
005480 2100-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520* 2200-CHECK-CONTENT  --  A RECORD WITH A CHAIN AREA OF SPACES
005530*                         WAS HARDENED BEFORE CHAINING BEGAN,
005540*                         WHICH IS ONLY BELIEVABLE WHILE NO
005550*                         CHAINED RECORD HAS YET BEEN SEEN IN
005560*                         KEY ORDER. A CHAINED RECORD HAS ITS
005570*                         CHAIN VALUE RECOMPUTED FROM ITS
005580*                         CONTENT; A DIFFERENT ANSWER MEANS THE
005590*                         RECORD WAS ALTERED AFTER IT WAS
005600*                         HARDENED.
005610*****************************************************************
005620 2200-CHECK-CONTENT.
005630     IF PA-CHAIN-AREA = SPACES
005640         ADD 1 TO WS-UNCHAINED-COUNT
005650         IF CHAINED-RECORD-SEEN
005660             MOVE 'NOT CHAINED'           TO WS-EXC-KIND
005670             MOVE SPACES                  TO WS-EXC-SEQ
005680             MOVE 'AFTER CHAINING BEGAN'  TO WS-EXC-NOTE
005690             MOVE SPACES                  TO WS-EXC-VALUE
005700             ADD 1 TO WS-BREAK-COUNT
005710             SET EXCEPTION-FOR-RECORD TO TRUE
005720             PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
005730         END-IF
005740         GO TO 2200-EXIT
005750     END-IF.
005760     ADD 1 TO WS-CHAINED-COUNT.
005770     SET CHAINED-RECORD-SEEN TO TRUE.
005780     IF PA-CHAIN-SEQ IS NOT NUMERIC
005790            OR PA-PREV-CHAIN-VALUE IS NOT NUMERIC
005800            OR PA-CHAIN-VALUE IS NOT NUMERIC
005810         MOVE 'RECORD ALTERED'          TO WS-EXC-KIND
005820         MOVE PA-CHAIN-SEQ              TO WS-EXC-SEQ
005830         MOVE 'CHAIN AREA NOT NUMERIC'  TO WS-EXC-NOTE
005840         MOVE SPACES                    TO WS-EXC-VALUE
005850         ADD 1 TO WS-ALTERED-COUNT
005860         SET EXCEPTION-FOR-RECORD TO TRUE
005870         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
005880         GO TO 2200-EXIT
005890     END-IF.
005900     MOVE PA-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE.
005910     CALL WS-CHAIN-PROGRAM USING PONGAUD-RECORD.
005920     IF PA-CHAIN-VALUE = WS-STORED-CHAIN-VALUE
005930         GO TO 2200-EXIT
005940     END-IF.
005950     MOVE 'RECORD ALTERED'         TO WS-EXC-KIND.
005960     MOVE PA-CHAIN-SEQ             TO WS-EXC-SEQ.
005970     MOVE 'CONTENT GIVES VALUE'    TO WS-EXC-NOTE.
005980     MOVE PA-CHAIN-VALUE           TO WS-EXC-VALUE.
005990     ADD 1 TO WS-ALTERED-COUNT.
006000     SET EXCEPTION-FOR-RECORD TO TRUE.
006010     PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT.
006020 2200-EXIT.
006030     EXIT.
006040
006050*****************************************************************
006060* 2900-READ-AUDIT  --  READ THE NEXT PONGAUD RECORD IN KEY
006070*                      ORDER.
006080*****************************************************************
006090 2900-READ-AUDIT.
006100     READ AUDIT-FILE NEXT RECORD INTO PONGAUD-RECORD
006110         AT END
006120             SET END-OF-AUDIT-FILE TO TRUE
006130             GO TO 2900-EXIT
006140     END-READ.
006150     IF NOT AUDIT-STATUS-OK
006160         MOVE 'READ AUDIT-FILE' TO WS-ABEND-OPERATION
006170         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
006180         GO TO 9900-ABEND-FILE-ERROR
006190     END-IF.
006200 2900-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240* 3000-CHECK-LINK  --  PASS TWO, ONE CHAINED RECORD IN CHAIN
006250*                      SEQUENCE ORDER: PLACE IT IN THE CHAIN
006260*                      AND READ THE NEXT.
006270*****************************************************************
006280 3000-CHECK-LINK.
006290     PERFORM 3050-PLACE-RECORD THRU 3050-EXIT.
006300     PERFORM 3800-READ-CHAIN   THRU 3800-EXIT.
006310 3000-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350* 3050-PLACE-RECORD  --  A CHAIN AREA THAT IS NOT
006360*                        NUMERIC WAS ALREADY REPORTED AS
006370*                        ALTERED AND CANNOT BE PLACED IN THE
006380*                        CHAIN. A SEQUENCE ALREADY SEEN IS A
006390*                        BREAK. ANY SEQUENCES SKIPPED ARE
006400*                        ACCOUNTED FOR, THEN THE RECORD'S LINK
006410*                        TO ITS PREDECESSOR IS CHECKED.
006420*****************************************************************
006430 3050-PLACE-RECORD.
006440     IF PA-CHAIN-SEQ IS NOT NUMERIC
006450            OR PA-PREV-CHAIN-VALUE IS NOT NUMERIC
006460            OR PA-CHAIN-VALUE IS NOT NUMERIC
006470            OR PA-CHAIN-SEQ = ZERO
006480         GO TO 3050-EXIT
006490     END-IF.
006500     ADD 1 TO WS-LINKS-CHECKED.
006510     IF PA-CHAIN-SEQ IS NOT GREATER THAN WS-LAST-SEQ
006520         MOVE 'DUPLICATE CHAIN SEQUENCE' TO WS-EXC-KIND
006530         MOVE PA-CHAIN-SEQ               TO WS-EXC-SEQ
006540         MOVE 'SEQUENCE ALREADY USED'    TO WS-EXC-NOTE
006550         MOVE SPACES                     TO WS-EXC-VALUE
006560         ADD 1 TO WS-BREAK-COUNT
006570         SET EXCEPTION-FOR-RECORD TO TRUE
006580         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
006590         GO TO 3050-EXIT
006600     END-IF.
006610     IF PA-CHAIN-SEQ IS GREATER THAN WS-LAST-SEQ + 1
006620         COMPUTE WS-GAP-LOW  = WS-LAST-SEQ + 1
006630         COMPUTE WS-GAP-HIGH = PA-CHAIN-SEQ - 1
006640         SET EXCEPTION-FOR-RECORD TO TRUE
006650         PERFORM 3100-ACCOUNT-MISSING THRU 3100-EXIT
006660     END-IF.
006670     PERFORM 3200-CHECK-PREDECESSOR THRU 3200-EXIT.
006680     MOVE PA-CHAIN-SEQ   TO WS-LAST-SEQ.
006690     MOVE PA-CHAIN-VALUE TO WS-LAST-VALUE.
006700 3050-EXIT.
006710     EXIT.
006720
006730*****************************************************************
006740* 3100-ACCOUNT-MISSING  --  SEQUENCES WS-GAP-LOW THROUGH
006750*                           WS-GAP-HIGH ARE NOT ON FILE. THOSE
006760*                           AT OR BELOW THE ANCHOR WERE PURGED
006770*                           BY HOUSEKEEPING AND ARE COUNTED
006780*                           TOWARD THE ANCHOR'S PURGED COUNT;
006790*                           ANY ABOVE IT ARE A BREAK IN THE
006800*                           CHAIN.
006810*****************************************************************
006820 3100-ACCOUNT-MISSING.
006830     COMPUTE WS-GAP-TOTAL = WS-GAP-HIGH - WS-GAP-LOW + 1.
006840     IF WS-ANCHOR-SEQ IS LESS THAN WS-GAP-LOW
006850         MOVE ZERO TO WS-GAP-PURGED
006860     ELSE
006870     IF WS-ANCHOR-SEQ IS NOT LESS THAN WS-GAP-HIGH
006880         MOVE WS-GAP-TOTAL TO WS-GAP-PURGED
006890     ELSE
006900         COMPUTE WS-GAP-PURGED = WS-ANCHOR-SEQ - WS-GAP-LOW + 1
006910     END-IF
006920     END-IF.
006930     ADD WS-GAP-PURGED TO WS-PURGED-FOUND.
006940     COMPUTE WS-GAP-UNEXPLAINED = WS-GAP-TOTAL - WS-GAP-PURGED.
006950     IF WS-GAP-UNEXPLAINED IS NOT GREATER THAN ZERO
006960         GO TO 3100-EXIT
006970     END-IF.
006980     COMPUTE WS-GAP-FIRST = WS-GAP-LOW + WS-GAP-PURGED.
006990     MOVE WS-GAP-UNEXPLAINED       TO WS-GAP-COUNT-DISPLAY.
007000     MOVE 'CHAIN SEQUENCE GAP'     TO WS-EXC-KIND.
007010     MOVE WS-GAP-FIRST             TO WS-EXC-SEQ.
007020     MOVE 'SEQUENCES MISSING'      TO WS-EXC-NOTE.
007030     MOVE WS-GAP-COUNT-DISPLAY     TO WS-EXC-VALUE.
007040     ADD 1 TO WS-BREAK-COUNT.
007050     PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT.
007060 3100-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 3200-CHECK-PREDECESSOR  --  THE RECORD'S PREVIOUS CHAIN VALUE
007110*                             MUST BE THE CHAIN VALUE OF THE
007120*                             RECORD ONE SEQUENCE BEFORE IT:
007130*                             THE LAST RECORD VERIFIED WHEN
007140*                             THAT IS THE ONE, OR THE ANCHOR
007150*                             WHEN THE PREDECESSOR WAS THE
007160*                             HIGHEST RECORD PURGED. A
007170*                             PREDECESSOR PURGED BELOW THE
007180*                             ANCHOR LEAVES NOTHING TO CHECK
007190*                             AGAINST, AND IS COUNTED. ONE
007200*                             MISSING ABOVE THE ANCHOR HAS
007210*                             ALREADY BEEN REPORTED AS A GAP.
007220*****************************************************************
007230 3200-CHECK-PREDECESSOR.
007240     COMPUTE WS-PRED-SEQ = PA-CHAIN-SEQ - 1.
007250     IF WS-PRED-SEQ = WS-LAST-SEQ
007260         IF PA-PREV-CHAIN-VALUE NOT = WS-LAST-VALUE
007270             MOVE 'CHAIN LINK BROKEN'       TO WS-EXC-KIND
007280             MOVE PA-CHAIN-SEQ              TO WS-EXC-SEQ
007290             MOVE 'PREVIOUS VALUE SHOULD BE' TO WS-EXC-NOTE
007300             MOVE WS-LAST-VALUE             TO WS-EXC-VALUE
007310             ADD 1 TO WS-BREAK-COUNT
007320             SET EXCEPTION-FOR-RECORD TO TRUE
007330             PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
007340         END-IF
007350         GO TO 3200-EXIT
007360     END-IF.
007370     IF WS-PRED-SEQ = WS-ANCHOR-SEQ
007380         ADD 1 TO WS-ANCHOR-LINKS
007390         IF PA-PREV-CHAIN-VALUE NOT = WS-ANCHOR-VALUE
007400             MOVE 'ANCHOR LINK BROKEN'      TO WS-EXC-KIND
007410             MOVE PA-CHAIN-SEQ              TO WS-EXC-SEQ
007420             MOVE 'PREVIOUS VALUE SHOULD BE' TO WS-EXC-NOTE
007430             MOVE WS-ANCHOR-VALUE           TO WS-EXC-VALUE
007440             ADD 1 TO WS-BREAK-COUNT
007450             SET EXCEPTION-FOR-RECORD TO TRUE
007460             PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
007470         END-IF
007480         GO TO 3200-EXIT
007490     END-IF.
007500     IF WS-PRED-SEQ IS LESS THAN WS-ANCHOR-SEQ
007510         ADD 1 TO WS-UNVERIFIED-LINKS
007520     END-IF.
007530 3200-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570* 3800-READ-CHAIN  --  READ THE NEXT CHAINED RECORD IN CHAIN
007580*                      SEQUENCE ORDER.
007590*****************************************************************
007600 3800-READ-CHAIN.
007610     READ CHAIN-FILE INTO PONGAUD-RECORD
007620         AT END
007630             SET END-OF-CHAIN-FILE TO TRUE
007640             GO TO 3800-EXIT
007650     END-READ.
007660     IF NOT CHAIN-STATUS-OK
007670         MOVE 'READ CHAIN-FILE' TO WS-ABEND-OPERATION
007680         MOVE WS-CHAIN-STATUS TO WS-ABEND-STATUS
007690         GO TO 9900-ABEND-FILE-ERROR
007700     END-IF.
007710 3800-EXIT.
007720     EXIT.
007730
007740*****************************************************************
007750* 3900-CHECK-CHAIN-ENDS  --  THE LAST RECORD IN THE CHAIN MUST
007760*                            BE THE ONE THE HEAD NAMES, WITH
007770*                            THE SAME CHAIN VALUE - SEQUENCES
007780*                            MISSING AFTER IT MEAN THE END OF
007790*                            THE CHAIN WAS REMOVED. THE
007800*                            SEQUENCES FOUND PURGED MUST
007810*                            NUMBER EXACTLY WHAT HOUSEKEEPING
007820*                            SAYS IT PURGED.
007830*****************************************************************
007840 3900-CHECK-CHAIN-ENDS.
007850     SET EXCEPTION-FOR-CHAIN TO TRUE.
007860     IF HEAD-NOT-ON-FILE
007870         IF WS-LAST-SEQ IS GREATER THAN ZERO
007880             MOVE 'NO CHAIN HEAD'           TO WS-EXC-KIND
007890             MOVE WS-LAST-SEQ               TO WS-EXC-SEQ
007900             MOVE 'LAST SEQUENCE ON FILE'   TO WS-EXC-NOTE
007910             MOVE SPACES                    TO WS-EXC-VALUE
007920             ADD 1 TO WS-BREAK-COUNT
007930             PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
007940         END-IF
007950     ELSE
007960         PERFORM 3950-CHECK-HEAD THRU 3950-EXIT
007970     END-IF.
007980     IF WS-PURGED-FOUND NOT = WS-ANCHOR-COUNT
007990         MOVE 'PURGED COUNT MISMATCH'       TO WS-EXC-KIND
008000         MOVE WS-ANCHOR-SEQ                 TO WS-EXC-SEQ
008010         MOVE 'ANCHOR SAYS PURGED'          TO WS-EXC-NOTE
008020         MOVE WS-ANCHOR-COUNT               TO WS-EXC-VALUE
008030         ADD 1 TO WS-BREAK-COUNT
008040         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
008050     END-IF.
008060 3900-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100* 3950-CHECK-HEAD  --  COMPARE THE END OF THE CHAIN ON FILE
008110*                      WITH THE HEAD RECORD.
008120*****************************************************************
008130 3950-CHECK-HEAD.
008140     IF WS-HEAD-SEQ IS GREATER THAN WS-LAST-SEQ
008150         COMPUTE WS-GAP-LOW  = WS-LAST-SEQ + 1
008160         MOVE WS-HEAD-SEQ TO WS-GAP-HIGH
008170         PERFORM 3100-ACCOUNT-MISSING THRU 3100-EXIT
008180         GO TO 3950-EXIT
008190     END-IF.
008200     IF WS-HEAD-SEQ IS LESS THAN WS-LAST-SEQ
008210         MOVE 'RECORDS BEYOND CHAIN HEAD'  TO WS-EXC-KIND
008220         MOVE WS-LAST-SEQ                  TO WS-EXC-SEQ
008230         MOVE 'CHAIN HEAD SEQUENCE'        TO WS-EXC-NOTE
008240         MOVE WS-HEAD-SEQ                  TO WS-EXC-VALUE
008250         ADD 1 TO WS-BREAK-COUNT
008260         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
008270         GO TO 3950-EXIT
008280     END-IF.
008290     IF WS-HEAD-VALUE NOT = WS-LAST-VALUE
008300         MOVE 'CHAIN HEAD VALUE MISMATCH'  TO WS-EXC-KIND
008310         MOVE WS-HEAD-SEQ                  TO WS-EXC-SEQ
008320         MOVE 'CHAIN HEAD VALUE'           TO WS-EXC-NOTE
008330         MOVE WS-HEAD-VALUE                TO WS-EXC-VALUE
008340         ADD 1 TO WS-BREAK-COUNT
008350         PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
008360     END-IF.
008370 3950-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410* 7000-REPORT-EXCEPTION  --  PRINT ONE EXCEPTION. ONE RAISED
008420*                            AGAINST A RECORD CARRIES THAT
008430*                            RECORD'S KEY AND TYPE, AND ONE ON
008440*                            A MAINTENANCE RECORD IS ALSO
008450*                            COUNTED SEPARATELY FOR THE
008460*                            CONTROL TOTAL.
008470*****************************************************************
008480 7000-REPORT-EXCEPTION.
008490     ADD 1 TO WS-EXCEPTION-COUNT.
008500     MOVE WS-EXC-KIND  TO EDL-KIND.
008510     MOVE WS-EXC-SEQ   TO EDL-CHAIN-SEQ.
008520     MOVE WS-EXC-NOTE  TO EDL-NOTE.
008530     MOVE WS-EXC-VALUE TO EDL-VALUE.
008540     IF EXCEPTION-FOR-RECORD
008550         MOVE PA-CALL-DATE   TO EDL-KEY-DATE
008560         MOVE PA-CALL-TIME   TO EDL-KEY-TIME
008570         MOVE PA-TASK-NUMBER TO EDL-KEY-TASK
008580         MOVE PA-HARDEN-SEQ  TO EDL-KEY-HSEQ
008590         MOVE PA-RECORD-TYPE TO EDL-TYPE
008600         IF PA-TYPE-MAINT
008610             ADD 1 TO WS-MAINT-EXCEPTIONS
008620         END-IF
008630     ELSE
008640         MOVE SPACES TO EDL-KEY-DATE
008650         MOVE SPACES TO EDL-KEY-TIME
008660         MOVE SPACES TO EDL-KEY-TASK
008670         MOVE SPACES TO EDL-KEY-HSEQ
008680         MOVE SPACES TO EDL-TYPE
008690     END-IF.
008700     WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
008710     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008720 7000-EXIT.
008730     EXIT.
008740
008750*****************************************************************
008760* 8000-PRODUCE-CONTROL  --  THE DAILY CONTROL TOTAL: RECORD
008770*                           COUNTS BY TYPE, EXCEPTION COUNTS,
008780*                           THE TWO ENDS OF THE CHAIN, THE
008790*                           FINAL CHAIN VALUE, THE RESULT AND
008800*                           THE SIGN-OFF LINES. ANY EXCEPTION
008810*                           SETS RETURN CODE 8.
008820*****************************************************************
008830 8000-PRODUCE-CONTROL.
008840     IF WS-EXCEPTION-COUNT = ZERO
008850         WRITE REPORT-LINE FROM NO-EXCEPTION-LINE
008860         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
008870     END-IF.
008880     MOVE SPACES TO REPORT-LINE.
008890     WRITE REPORT-LINE.
008900     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
008910     MOVE WS-RUN-DATE       TO CTL-RUN-DATE.
008920     MOVE WS-RUN-TIME (1:6) TO CTL-RUN-TIME.
008930     MOVE CTL-HDG-1 TO WS-CONTROL-LINE.
008940     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
008950     MOVE SPACES TO WS-CONTROL-LINE.
008960     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
008970     MOVE 'PONGAUD RECORDS READ' TO CTL-COUNT-LABEL.
008980     MOVE WS-RECORDS-READ TO CTL-COUNT.
008990     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009000     MOVE '  CALL RECORDS (TYPE C)' TO CTL-COUNT-LABEL.
009010     MOVE WS-CALL-COUNT TO CTL-COUNT.
009020     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009030     MOVE '  MAINTENANCE RECORDS (TYPE M)' TO CTL-COUNT-LABEL.
009040     MOVE WS-MAINT-COUNT TO CTL-COUNT.
009050     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009060     MOVE '  OTHER RECORD TYPES' TO CTL-COUNT-LABEL.
009070     MOVE WS-OTHER-COUNT TO CTL-COUNT.
009080     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009090     MOVE 'CHAINED RECORDS' TO CTL-COUNT-LABEL.
009100     MOVE WS-CHAINED-COUNT TO CTL-COUNT.
009110     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009120     MOVE 'UNCHAINED RECORDS' TO CTL-COUNT-LABEL.
009130     MOVE WS-UNCHAINED-COUNT TO CTL-COUNT.
009140     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009150     MOVE 'LINKS CHECKED' TO CTL-COUNT-LABEL.
009160     MOVE WS-LINKS-CHECKED TO CTL-COUNT.
009170     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009180     MOVE '  LINKS TO THE PURGE ANCHOR' TO CTL-COUNT-LABEL.
009190     MOVE WS-ANCHOR-LINKS TO CTL-COUNT.
009200     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009210     MOVE '  LINKS INTO PURGED RECORDS' TO CTL-COUNT-LABEL.
009220     MOVE WS-UNVERIFIED-LINKS TO CTL-COUNT.
009230     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009240     MOVE 'CHAINED RECORDS PURGED (FOUND)' TO CTL-COUNT-LABEL.
009250     MOVE WS-PURGED-FOUND TO CTL-COUNT.
009260     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009270     MOVE 'CHAINED RECORDS PURGED (ANCHOR)' TO CTL-COUNT-LABEL.
009280     MOVE WS-ANCHOR-COUNT TO CTL-COUNT.
009290     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009300     MOVE 'ALTERED RECORDS' TO CTL-COUNT-LABEL.
009310     MOVE WS-ALTERED-COUNT TO CTL-COUNT.
009320     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009330     MOVE 'HARDEN SEQUENCE GAPS' TO CTL-COUNT-LABEL.
009340     MOVE WS-GAP-COUNT TO CTL-COUNT.
009350     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009360     MOVE 'CHAIN BREAKS' TO CTL-COUNT-LABEL.
009370     MOVE WS-BREAK-COUNT TO CTL-COUNT.
009380     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009390     MOVE 'EXCEPTIONS ON MAINTENANCE RECORDS' TO CTL-COUNT-LABEL.
009400     MOVE WS-MAINT-EXCEPTIONS TO CTL-COUNT.
009410     PERFORM 8200-PUT-COUNT-LINE THRU 8200-EXIT.
009420     MOVE SPACES TO WS-CONTROL-LINE.
009430     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009440     MOVE 'PURGE ANCHOR    SEQUENCE / VALUE' TO CTL-VALUE-LABEL.
009450     MOVE WS-ANCHOR-SEQ   TO CTL-SEQ.
009460     MOVE WS-ANCHOR-VALUE TO CTL-VALUE.
009470     PERFORM 8300-PUT-VALUE-LINE THRU 8300-EXIT.
009480     MOVE 'CHAIN HEAD      SEQUENCE / VALUE' TO CTL-VALUE-LABEL.
009490     MOVE WS-HEAD-SEQ     TO CTL-SEQ.
009500     MOVE WS-HEAD-VALUE   TO CTL-VALUE.
009510     PERFORM 8300-PUT-VALUE-LINE THRU 8300-EXIT.
009520     MOVE 'FINAL CHAIN     SEQUENCE / VALUE' TO CTL-VALUE-LABEL.
009530     MOVE WS-LAST-SEQ     TO CTL-SEQ.
009540     MOVE WS-LAST-VALUE   TO CTL-VALUE.
009550     PERFORM 8300-PUT-VALUE-LINE THRU 8300-EXIT.
009560     MOVE SPACES TO WS-CONTROL-LINE.
009570     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009580     IF WS-EXCEPTION-COUNT = ZERO
009590         MOVE CTL-RESULT-GOOD TO WS-CONTROL-LINE
009600     ELSE
009610         MOVE CTL-RESULT-BAD  TO WS-CONTROL-LINE
009620         MOVE 8 TO RETURN-CODE
009630     END-IF.
009640     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009650     MOVE SPACES TO WS-CONTROL-LINE.
009660     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009670     MOVE CTL-SIGN-LINE-1 TO WS-CONTROL-LINE.
009680     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009690     MOVE SPACES TO WS-CONTROL-LINE.
009700     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009710     MOVE CTL-SIGN-LINE-2 TO WS-CONTROL-LINE.
009720     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
009730 8000-EXIT.
009740     EXIT.
009750
009760*****************************************************************
009770* 8050-CHECK-REPORT-STATUS  --  VERIFY THE LAST WRITE TO
009780*                               REPORT-FILE SUCCEEDED.
009790*****************************************************************
009800 8050-CHECK-REPORT-STATUS.
009810     IF NOT REPORT-STATUS-OK
009820         MOVE 'WRITE REPORT-FILE' TO WS-ABEND-OPERATION
009830         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
009840         GO TO 9900-ABEND-FILE-ERROR
009850     END-IF.
009860 8050-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* 8100-PUT-CONTROL-LINE  --  WRITE ONE CONTROL TOTAL LINE TO
009910*                            BOTH THE REPORT AND CTLOUT.
009920*****************************************************************
009930 8100-PUT-CONTROL-LINE.
009940     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
009950     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
009960     WRITE CONTROL-RECORD FROM WS-CONTROL-LINE.
009970     IF NOT CONTROL-STATUS-OK
009980         MOVE 'WRITE CONTROL-FILE' TO WS-ABEND-OPERATION
009990         MOVE WS-CONTROL-STATUS TO WS-ABEND-STATUS
010000         GO TO 9900-ABEND-FILE-ERROR
010010     END-IF.
010020 8100-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060* 8200-PUT-COUNT-LINE  --  ONE LABELLED COUNT.
010070*****************************************************************
010080 8200-PUT-COUNT-LINE.
010090     MOVE CTL-COUNT-LINE TO WS-CONTROL-LINE.
010100     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
010110 8200-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150* 8300-PUT-VALUE-LINE  --  ONE LABELLED CHAIN SEQUENCE AND
010160*                          VALUE.
010170*****************************************************************
010180 8300-PUT-VALUE-LINE.
010190     MOVE CTL-VALUE-LINE TO WS-CONTROL-LINE.
010200     PERFORM 8100-PUT-CONTROL-LINE THRU 8100-EXIT.
010210 8300-EXIT.
010220     EXIT.
010230
010240*****************************************************************
010250* 9000-TERMINATE  --  CLOSE THE FILES.
010260*****************************************************************
010270 9000-TERMINATE.
010280     CLOSE AUDIT-FILE.
010290     IF NOT AUDIT-STATUS-OK
010300         MOVE 'CLOSE AUDIT-FILE' TO WS-ABEND-OPERATION
010310         MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
010320         GO TO 9900-ABEND-FILE-ERROR
010330     END-IF.
010340     CLOSE CHAIN-FILE.
010350     IF NOT CHAIN-STATUS-OK
010360         MOVE 'CLOSE CHAIN-FILE' TO WS-ABEND-OPERATION
010370         MOVE WS-CHAIN-STATUS TO WS-ABEND-STATUS
010380         GO TO 9900-ABEND-FILE-ERROR
010390     END-IF.
010400     CLOSE ANCHOR-FILE.
010410     IF NOT ANCHOR-STATUS-OK
010420         MOVE 'CLOSE ANCHOR-FILE' TO WS-ABEND-OPERATION
010430         MOVE WS-ANCHOR-STATUS TO WS-ABEND-STATUS
010440         GO TO 9900-ABEND-FILE-ERROR
010450     END-IF.
010460     CLOSE REPORT-FILE.
010470     IF NOT REPORT-STATUS-OK
010480         MOVE 'CLOSE REPORT-FILE' TO WS-ABEND-OPERATION
010490         MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
010500         GO TO 9900-ABEND-FILE-ERROR
010510     END-IF.
010520     CLOSE CONTROL-FILE.
010530     IF NOT CONTROL-STATUS-OK
010540         MOVE 'CLOSE CONTROL-FILE' TO WS-ABEND-OPERATION
010550         MOVE WS-CONTROL-STATUS TO WS-ABEND-STATUS
010560         GO TO 9900-ABEND-FILE-ERROR
010570     END-IF.
010580 9000-EXIT.
010590     EXIT.
010600
010610*****************************************************************
010620* 9900-ABEND-FILE-ERROR  --  A FILE OPERATION RETURNED A STATUS
010630*                            THIS PROGRAM DOES NOT EXPECT.
010640*****************************************************************
010650 9900-ABEND-FILE-ERROR.
010660     DISPLAY WS-ABEND-MESSAGE.
010670     MOVE 16 TO RETURN-CODE.
010680     STOP RUN.
