000010*****************************************************************
000020* PROGRAM      : PONGAPR
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONLINE APPROVAL (TRANSACTION PAPR, MAPSET
000070*                PONGAPR) OF THE CHANGES TO PRODUCTION REGIONS
000080*                THAT PMNT HOLDS ON THE PONGPCH PENDING-CHANGE
000090*                FILE INSTEAD OF MAKING TO PONGCTL. BROWSES THE
000100*                CHANGES STILL PENDING; A OR R WITH A REGION ID
000110*                SHOWS THAT REGION'S PENDING CHANGE IN FULL -
000120*                REQUESTER, OLD AND NEW VALUES, AND REASON - AND
000130*                PF5 THEN APPROVES OR REJECTS IT. THE USER WHO
000140*                REQUESTED A CHANGE CAN NEITHER APPROVE NOR
000150*                REJECT IT. AN APPROVED CHANGE IS APPLIED TO
000160*                PONGCTL ONLY IF THE CONTROL RECORD STILL HOLDS
000170*                THE VALUES IT HAD WHEN THE CHANGE WAS
000180*                REQUESTED. A CHANGE FOUND PAST ITS EXPIRY IS
000190*                MARKED EXPIRED AND CAN NO LONGER BE APPROVED.
000200*                EVERY DECISION AND EXPIRY WRITES MAINTENANCE
000210*                AUDIT LINES TO THE PAUD TRANSIENT DATA QUEUE
000220*                (SHARED PAUDREC LAYOUT), THE SAME WAY PMNT
000230*                AUDITS THE REQUEST: ACTION PCA (APPROVED), PCJ
000240*                (REJECTED), OR PCX (EXPIRED) WITH THE OLD AND
000250*                NEW SPEED, AND PTA, PTJ, OR PTX WITH THE OLD
000260*                AND NEW ALERT THRESHOLD WHEN THE CHANGE ALTERS
000270*                IT.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* ---------- ---- ------------------------------------------------
000320* 10/15/2026 WPY  ORIGINAL PROGRAM.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.      PONGAPR.
000360 AUTHOR.          WILL YATES.
000370 INSTALLATION.    APPLICATION DEVELOPMENT.
000380 DATE-WRITTEN.    10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420
000430 DATA DIVISION.
000440
000450 WORKING-STORAGE SECTION.
000460
000470*----------------------------------------------------------------
000480* SYMBOLIC MAP FOR THE APPROVAL SCREEN.
000490*----------------------------------------------------------------
000500 COPY PONGAPRM.
000510
000520*----------------------------------------------------------------
000530* PSEUDO-CONVERSATIONAL STATE CARRIED ACROSS INVOCATIONS ON THE
000540* COMMAREA: WHERE THE NEXT PF8 PAGE OF THE BROWSE STARTS, AND
000550* WHICH PENDING CHANGE (IF ANY) HAS AN APPROVE OR REJECT
000560* AWAITING PF5 CONFIRMATION.
000570*----------------------------------------------------------------
000580 01  APR-STATE.
000590     05 APR-NEXT-BROWSE-KEY      PIC X(22).
000600     05 APR-CONFIRM-KEY          PIC X(22).
000610     05 APR-CONFIRM-ACTION       PIC X(01).
000620         88 APPROVE-PENDING          VALUE 'A'.
000630         88 REJECT-PENDING           VALUE 'R'.
000640         88 NOTHING-PENDING          VALUE 'N'.
000650
000660*----------------------------------------------------------------
000670* ATTENTION IDENTIFIERS TESTED AGAINST EIBAID. VALUES MATCH THE
000680* DFHAID COPYBOOK (DFHCLEAR, DFHPF3, DFHPF5, DFHPF8). ANY KEY
000690* NOT LISTED HERE IS TREATED THE SAME AS ENTER.
000700*----------------------------------------------------------------
000710 01  AID-CLEAR                   PIC X(01)  VALUE '_'.
000720 01  AID-PF3                     PIC X(01)  VALUE '3'.
000730 01  AID-PF5                     PIC X(01)  VALUE '5'.
000740 01  AID-PF8                     PIC X(01)  VALUE '8'.
000750
000760*----------------------------------------------------------------
000770* PENDING-CHANGE AND CONTROL FILE RECORDS AND CICS RESPONSE WORK
000780* AREAS. CURRENT-VALUES HOLDS THE CONTROL RECORD IN THE SAME
000790* SHAPE AS PC-OLD-VALUES SO THE TWO CAN BE COMPARED WHOLE.
000800*----------------------------------------------------------------
000810 01  PONGPCH-RECORD.
000820     COPY PONGPCH.
000830
000840 01  PONGCTL-RECORD.
000850     COPY PONGCTL.
000860
000870 01  CURRENT-VALUES.
000880     05 CV-SPEED                 PIC X(04).
000890     05 CV-THRESHOLD             PIC X(04).
000900     05 CV-WINDOW                PIC X(04).
000910     05 CV-PRODUCTION            PIC X(01).
000920
000930 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000940 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
000950 01  CURRENT-ABSTIME             PIC 9(15).
000960 01  SIGNON-USER-ID              PIC X(08).
000970 01  PCH-KEY-WORK                PIC X(22).
000980 01  CHECK-REGION-ID             PIC X(08).
000990 01  PENDING-SWITCH              PIC X(01)  VALUE 'N'.
001000     88 PENDING-FOUND                VALUE 'Y'.
001010     88 NO-PENDING-FOUND             VALUE 'N'.
001020 01  SCAN-SWITCH                 PIC X(01)  VALUE 'N'.
001030     88 SCAN-DONE                    VALUE 'Y'.
001040     88 SCAN-NOT-DONE                VALUE 'N'.
001050 01  APPLY-SWITCH                PIC X(01)  VALUE 'N'.
001060     88 CHANGE-APPLIED               VALUE 'Y'.
001070     88 CHANGE-NOT-APPLIED           VALUE 'N'.
001080
001090*----------------------------------------------------------------
001100* MAINTENANCE AUDIT LINE WRITTEN TO THE PAUD TRANSIENT DATA
001110* QUEUE FOR EVERY DECISION AND EXPIRY. THE ACTION IS PC (SPEED)
001120* OR PT (ALERT THRESHOLD) FOLLOWED BY THE EVENT - A APPROVED,
001130* J REJECTED, OR X EXPIRED. AN EXPIRY LINE CARRIES THE
001140* REQUESTER'S NAME, NOT THE USER WHO FOUND IT.
001150*----------------------------------------------------------------
001160 01  AUDIT-TD-RECORD.
001170     COPY PAUDREC.
001180
001190 01  AUDIT-USER-ID               PIC X(08).
001200 01  AUDIT-ON-BEHALF-OF          PIC X(08)  VALUE SPACES.
001210 01  AUDIT-ACTION-CODE           PIC X(03).
001220 01  AUDIT-REGION-ID             PIC X(08).
001230 01  AUDIT-OLD-VALUE             PIC X(04).
001240 01  AUDIT-NEW-VALUE             PIC X(04).
001250 01  HELD-ACTION-CODE.
001260     05 HA-PREFIX                PIC X(02).
001270     05 HA-EVENT                 PIC X(01).
001280         88 HA-APPROVED              VALUE 'A'.
001290         88 HA-REJECTED              VALUE 'J'.
001300         88 HA-EXPIRED               VALUE 'X'.
001310
001320*----------------------------------------------------------------
001330* BROWSE WORK AREAS. A CHANGE FOUND PAST ITS EXPIRY DURING THE
001340* BROWSE IS NOT LISTED; ITS KEY IS KEPT HERE AND IT IS MARKED
001350* EXPIRED ONCE THE BROWSE HAS ENDED. ANY BEYOND TEN ARE PICKED
001360* UP BY THE NEXT BROWSE.
001370*----------------------------------------------------------------
001380 01  BROWSE-COUNT                PIC S9(04) COMP  VALUE ZERO.
001390 01  LIST-INDEX                  PIC S9(04) COMP  VALUE ZERO.
001400 01  EXPIRE-COUNT                PIC S9(04) COMP  VALUE ZERO.
001410 01  EXPIRE-INDEX                PIC S9(04) COMP  VALUE ZERO.
001420 01  BROWSE-SWITCH               PIC X(01)  VALUE 'N'.
001430     88 BROWSE-DONE                  VALUE 'Y'.
001440     88 BROWSE-NOT-DONE              VALUE 'N'.
001450 01  MORE-SWITCH                 PIC X(01)  VALUE 'N'.
001460     88 MORE-TO-SHOW                 VALUE 'Y'.
001470     88 NO-MORE-TO-SHOW              VALUE 'N'.
001480 01  EXPIRE-TABLE.
001490     05 EXPIRE-KEY               PIC X(22)  OCCURS 10 TIMES.
001500
001510 01  LIST-LINE.
001520     05 LL-REGION-ID             PIC X(08).
001530     05 FILLER                   PIC X(01)  VALUE SPACES.
001540     05 LL-CHANGE-TYPE           PIC X(01).
001550     05 FILLER                   PIC X(01)  VALUE SPACES.
001560     05 LL-REQUESTED-BY          PIC X(08).
001570     05 FILLER                   PIC X(01)  VALUE SPACES.
001580     05 LL-OLD-SPEED             PIC X(04).
001590     05 FILLER                   PIC X(01)  VALUE '>'.
001600     05 LL-NEW-SPEED             PIC X(04).
001610     05 FILLER                   PIC X(01)  VALUE SPACES.
001620     05 LL-OLD-THRESHOLD         PIC X(04).
001630     05 FILLER                   PIC X(01)  VALUE '>'.
001640     05 LL-NEW-THRESHOLD         PIC X(04).
001650     05 FILLER                   PIC X(01)  VALUE SPACES.
001660     05 LL-OLD-WINDOW            PIC X(04).
001670     05 FILLER                   PIC X(01)  VALUE '>'.
001680     05 LL-NEW-WINDOW            PIC X(04).
001690     05 FILLER                   PIC X(01)  VALUE SPACES.
001700     05 LL-OLD-PRODUCTION        PIC X(01).
001710     05 FILLER                   PIC X(01)  VALUE '>'.
001720     05 LL-NEW-PRODUCTION        PIC X(01).
001730     05 FILLER                   PIC X(01)  VALUE SPACES.
001740     05 LL-EXPIRY-DATE           PIC X(08).
001750     05 FILLER                   PIC X(01)  VALUE SPACES.
001760     05 LL-EXPIRY-TIME           PIC X(06).
001770     05 FILLER                   PIC X(09)  VALUE SPACES.
001780
001790*----------------------------------------------------------------
001800* DETAIL LINES SHOWING ONE PENDING CHANGE IN FULL BEFORE IT IS
001810* APPROVED OR REJECTED.
001820*----------------------------------------------------------------
001830 01  DETAIL-LINE-1.
001840     05 FILLER                   PIC X(13)
001850            VALUE 'REQUESTED BY '.
001860     05 D1-REQUESTED-BY          PIC X(08).
001870     05 FILLER                   PIC X(06)  VALUE ' TERM '.
001880     05 D1-TERM-ID               PIC X(04).
001890     05 FILLER                   PIC X(04)  VALUE ' ON '.
001900     05 D1-REQUEST-DATE          PIC X(08).
001910     05 FILLER                   PIC X(01)  VALUE SPACE.
001920     05 D1-REQUEST-TIME          PIC X(06).
001930     05 FILLER                   PIC X(09)  VALUE ' EXPIRES '.
001940     05 D1-EXPIRY-DATE           PIC X(08).
001950     05 FILLER                   PIC X(01)  VALUE SPACE.
001960     05 D1-EXPIRY-TIME           PIC X(06).
001970     05 FILLER                   PIC X(04)  VALUE SPACES.
001980
001990 01  DETAIL-LINE-2.
002000     05 FILLER                   PIC X(07)  VALUE 'CHANGE '.
002010     05 D2-CHANGE-TYPE           PIC X(06).
002020     05 FILLER                   PIC X(08)  VALUE '  SPEED '.
002030     05 D2-OLD-SPEED             PIC X(04).
002040     05 FILLER                   PIC X(01)  VALUE '>'.
002050     05 D2-NEW-SPEED             PIC X(04).
002060     05 FILLER                   PIC X(09)  VALUE '  THRESH '.
002070     05 D2-OLD-THRESHOLD         PIC X(04).
002080     05 FILLER                   PIC X(01)  VALUE '>'.
002090     05 D2-NEW-THRESHOLD         PIC X(04).
002100     05 FILLER                   PIC X(09)  VALUE '  WINDOW '.
002110     05 D2-OLD-WINDOW            PIC X(04).
002120     05 FILLER                   PIC X(01)  VALUE '>'.
002130     05 D2-NEW-WINDOW            PIC X(04).
002140     05 FILLER                   PIC X(07)  VALUE '  PROD '.
002150     05 D2-OLD-PRODUCTION        PIC X(01).
002160     05 FILLER                   PIC X(01)  VALUE '>'.
002170     05 D2-NEW-PRODUCTION        PIC X(01).
002180     05 FILLER                   PIC X(02)  VALUE SPACES.
002190
002200 01  DETAIL-LINE-3.
002210     05 FILLER                   PIC X(08)  VALUE 'REASON: '.
002220     05 D3-REASON                PIC X(40).
002230     05 FILLER                   PIC X(30)  VALUE SPACES.
002240
002250*----------------------------------------------------------------
002260* CONFIRMATION PROMPT NAMING THE DECISION AND THE REGION A PF5
002270* WILL ACT ON.
002280*----------------------------------------------------------------
002290 01  CONFIRM-MESSAGE.
002300     05 FILLER                   PIC X(21)
002310            VALUE 'PRESS PF5 TO CONFIRM '.
002320     05 CM-DECISION              PIC X(07).
002330     05 FILLER                   PIC X(04)  VALUE ' OF '.
002340     05 CM-REGION-ID             PIC X(08).
002350
002360 01  EXIT-MESSAGE                PIC X(29)
002370     VALUE 'PENDING CHANGE APPROVAL ENDED'.
002380
002390 LINKAGE SECTION.
002400
002410 01  DFHCOMMAREA                 PIC X(45).
002420
002430 PROCEDURE DIVISION.
002440
002450*****************************************************************
002460* 0000-MAINLINE  --  FIRST INVOCATION PAINTS AN EMPTY SCREEN;
002470*                    EVERY LATER ONE RESTORES THE SAVED STATE,
002480*                    PROCESSES THE OPERATOR'S INPUT, AND RETURNS
002490*                    PSEUDO-CONVERSATIONALLY WITH THE STATE ON
002500*                    THE COMMAREA.
002510*****************************************************************
002520 0000-MAINLINE.
002530     MOVE LOW-VALUES TO APRMAPO.
002540     EXEC CICS ASSIGN
002550         USERID (SIGNON-USER-ID)
002560     END-EXEC.
002570     IF EIBCALEN = ZERO
002580         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002590     ELSE
002600         MOVE DFHCOMMAREA TO APR-STATE
002610         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
002620     END-IF.
002630     EXEC CICS RETURN
002640         TRANSID  ('PAPR')
002650         COMMAREA (APR-STATE)
002660         LENGTH   (LENGTH OF APR-STATE)
002670     END-EXEC.
002680 0000-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720* 1000-FIRST-TIME  --  INITIALIZE THE SAVED STATE AND PAINT THE
002730*                      EMPTY APPROVAL SCREEN.
002740*****************************************************************
002750 1000-FIRST-TIME.
002760     MOVE LOW-VALUES TO APR-NEXT-BROWSE-KEY.
002770     MOVE SPACES     TO APR-CONFIRM-KEY.
002780     SET NOTHING-PENDING TO TRUE.
002790     MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO.
002800     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850* 2000-PROCESS-INPUT  --  DISPATCH ON THE KEY THE OPERATOR
002860*                         PRESSED AND THE ACTION CODE ENTERED.
002870*****************************************************************
002880 2000-PROCESS-INPUT.
002890     IF EIBAID = AID-PF3
002900         GO TO 8900-EXIT-TRANSACTION
002910     END-IF.
002920     IF EIBAID = AID-CLEAR
002930         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002940         GO TO 2000-EXIT
002950     END-IF.
002960     IF EIBAID = AID-PF8
002970         SET NOTHING-PENDING TO TRUE
002980         PERFORM 3000-BROWSE THRU 3000-EXIT
002990         PERFORM 7500-SEND-MAP THRU 7500-EXIT
003000         GO TO 2000-EXIT
003010     END-IF.
003020*    PF5 IS DRIVEN ENTIRELY FROM THE CHANGE SAVED ON THE
003030*    COMMAREA WHEN THE DECISION WAS REQUESTED, AS IN PMNT.
003040     IF EIBAID = AID-PF5
003050         PERFORM 6000-DECISION-CONFIRMED THRU 6000-EXIT
003060         PERFORM 7500-SEND-MAP THRU 7500-EXIT
003070         GO TO 2000-EXIT
003080     END-IF.
003090     EXEC CICS RECEIVE MAP ('APRMAP')
003100         MAPSET ('PONGAPR')
003110         INTO   (APRMAPI)
003120         RESP   (CICS-RESPONSE-CODE)
003130     END-EXEC.
003140     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003150         MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO
003160         PERFORM 7500-SEND-MAP THRU 7500-EXIT
003170         GO TO 2000-EXIT
003180     END-IF.
003190     SET NOTHING-PENDING TO TRUE.
003200     MOVE SPACES TO APR-CONFIRM-KEY.
003210     IF ACTIONI = 'B'
003220         MOVE LOW-VALUES TO APR-NEXT-BROWSE-KEY
003230         IF REGIDI NOT = SPACES AND REGIDI NOT = LOW-VALUES
003240             MOVE REGIDI TO APR-NEXT-BROWSE-KEY (1:8)
003250         END-IF
003260         PERFORM 3000-BROWSE THRU 3000-EXIT
003270     ELSE
003280     IF ACTIONI = 'A' OR ACTIONI = 'R'
003290         PERFORM 5000-DECISION-REQUEST THRU 5000-EXIT
003300     ELSE
003310         MOVE 'ACTION MUST BE B, A, OR R' TO MSGO
003320     END-IF
003330     END-IF.
003340     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 3000-BROWSE  --  FILL THE LIST AREA WITH UP TO TEN CHANGES
003400*                  STILL PENDING, STARTING AT APR-NEXT-BROWSE-
003410*                  KEY, AND REMEMBER WHERE THE NEXT PF8 PAGE
003420*                  BEGINS. DECIDED CHANGES ARE PASSED OVER.
003430*****************************************************************
003440 3000-BROWSE.
003450     PERFORM 3050-CLEAR-LIST-LINE THRU 3050-EXIT
003460         VARYING LIST-INDEX FROM 1 BY 1
003470         UNTIL LIST-INDEX > 10.
003480     MOVE ZERO TO EXPIRE-COUNT.
003490     MOVE APR-NEXT-BROWSE-KEY TO PCH-KEY-WORK.
003500     EXEC CICS STARTBR
003510         FILE      ('PONGPCH')
003520         RIDFLD    (PCH-KEY-WORK)
003530         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
003540         GTEQ
003550         RESP      (CICS-RESPONSE-CODE)
003560     END-EXEC.
003570     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
003580         MOVE 'NO PENDING CHANGES FOUND' TO MSGO
003590         MOVE LOW-VALUES TO APR-NEXT-BROWSE-KEY
003600         GO TO 3000-EXIT
003610     END-IF.
003620     EXEC CICS ASKTIME
003630         ABSTIME (ABSOLUTE-TIME)
003640         RESP    (CICS-RESPONSE-CODE)
003650     END-EXEC.
003660     MOVE ABSOLUTE-TIME TO CURRENT-ABSTIME.
003670     MOVE ZERO TO BROWSE-COUNT.
003680     SET BROWSE-NOT-DONE TO TRUE.
003690     SET NO-MORE-TO-SHOW TO TRUE.
003700     PERFORM 3100-BROWSE-NEXT THRU 3100-EXIT
003710         UNTIL BROWSE-DONE.
003720     EXEC CICS ENDBR
003730         FILE ('PONGPCH')
003740         RESP (CICS-RESPONSE-CODE)
003750     END-EXEC.
003760     PERFORM 3200-EXPIRE-FOUND THRU 3200-EXIT
003770         VARYING EXPIRE-INDEX FROM 1 BY 1
003780         UNTIL EXPIRE-INDEX > EXPIRE-COUNT.
003790     IF MORE-TO-SHOW
003800         MOVE 'PRESS PF8 FOR THE NEXT PAGE' TO MSGO
003810     ELSE
003820         MOVE LOW-VALUES TO APR-NEXT-BROWSE-KEY
003830         IF BROWSE-COUNT = ZERO
003840             MOVE 'NO PENDING CHANGES FOUND' TO MSGO
003850         ELSE
003860             MOVE 'END OF FILE REACHED - B RESTARTS THE BROWSE'
003870                 TO MSGO
003880         END-IF
003890     END-IF.
003900 3000-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* 3050-CLEAR-LIST-LINE  --  BLANK ONE LINE OF THE LIST AREA.
003950*****************************************************************
003960 3050-CLEAR-LIST-LINE.
003970     MOVE SPACES TO LSTO (LIST-INDEX).
003980 3050-EXIT.
003990     EXIT.
004000
004010*****************************************************************
004020* 3100-BROWSE-NEXT  --  READ THE NEXT PENDING-CHANGE RECORD. ONE
004030*                       STILL PENDING GOES INTO THE LIST AREA,
004040*                       OR, ONCE THE PAGE IS FULL, MARKS WHERE
004050*                       PF8 RESUMES. ONE PAST ITS EXPIRY IS SET
004060*                       ASIDE TO BE EXPIRED.
004070*****************************************************************
004080 3100-BROWSE-NEXT.
004090     EXEC CICS READNEXT
004100         FILE      ('PONGPCH')
004110         INTO      (PONGPCH-RECORD)
004120         RIDFLD    (PCH-KEY-WORK)
004130         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
004140         RESP      (CICS-RESPONSE-CODE)
004150     END-EXEC.
004160     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
004170         SET BROWSE-DONE TO TRUE
004180         GO TO 3100-EXIT
004190     END-IF.
004200     IF NOT PC-PENDING
004210         GO TO 3100-EXIT
004220     END-IF.
004230     IF CURRENT-ABSTIME > PC-EXPIRY-ABSTIME
004240         IF EXPIRE-COUNT < 10
004250             ADD 1 TO EXPIRE-COUNT
004260             MOVE PC-KEY TO EXPIRE-KEY (EXPIRE-COUNT)
004270         END-IF
004280         GO TO 3100-EXIT
004290     END-IF.
004300     IF BROWSE-COUNT NOT LESS THAN 10
004310         MOVE PC-KEY TO APR-NEXT-BROWSE-KEY
004320         SET MORE-TO-SHOW TO TRUE
004330         SET BROWSE-DONE TO TRUE
004340         GO TO 3100-EXIT
004350     END-IF.
004360     ADD 1 TO BROWSE-COUNT.
004370     MOVE PC-REGION-ID       TO LL-REGION-ID.
004380     MOVE PC-CHANGE-TYPE     TO LL-CHANGE-TYPE.
004390     MOVE PC-REQUESTED-BY    TO LL-REQUESTED-BY.
004400     MOVE PC-OLD-SPEED       TO LL-OLD-SPEED.
004410     MOVE PC-NEW-SPEED       TO LL-NEW-SPEED.
004420     MOVE PC-OLD-THRESHOLD   TO LL-OLD-THRESHOLD.
004430     MOVE PC-NEW-THRESHOLD   TO LL-NEW-THRESHOLD.
004440     MOVE PC-OLD-WINDOW      TO LL-OLD-WINDOW.
004450     MOVE PC-NEW-WINDOW      TO LL-NEW-WINDOW.
004460     MOVE PC-OLD-PRODUCTION  TO LL-OLD-PRODUCTION.
004470     MOVE PC-NEW-PRODUCTION  TO LL-NEW-PRODUCTION.
004480     MOVE PC-EXPIRY-DATE     TO LL-EXPIRY-DATE.
004490     MOVE PC-EXPIRY-TIME     TO LL-EXPIRY-TIME.
004500     MOVE LIST-LINE          TO LSTO (BROWSE-COUNT).
004510 3100-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550* 3200-EXPIRE-FOUND  --  EXPIRE ONE CHANGE SET ASIDE BY THE
004560*                        BROWSE, NOW THAT THE BROWSE HAS ENDED.
004570*****************************************************************
004580 3200-EXPIRE-FOUND.
004590     MOVE EXPIRE-KEY (EXPIRE-INDEX) TO PC-KEY.
004600     PERFORM 5700-EXPIRE-CHANGE THRU 5700-EXIT.
004610 3200-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 5000-DECISION-REQUEST  --  A OR R KEYED. FIND THE REGION'S
004660*                            PENDING CHANGE, SHOW IT IN FULL,
004670*                            AND ASK FOR PF5 CONFIRMATION. THE
004680*                            REQUESTER MAY NOT DECIDE THEIR OWN
004690*                            CHANGE.
004700*****************************************************************
004710 5000-DECISION-REQUEST.
004720     IF REGIDI = SPACES OR REGIDI = LOW-VALUES
004730         MOVE 'REGION ID IS REQUIRED' TO MSGO
004740         GO TO 5000-EXIT
004750     END-IF.
004760     MOVE REGIDI TO CHECK-REGION-ID.
004770     PERFORM 5600-CHECK-PENDING THRU 5600-EXIT.
004780     IF NO-PENDING-FOUND
004790         MOVE 'NO CHANGE IS PENDING FOR THIS REGION' TO MSGO
004800         GO TO 5000-EXIT
004810     END-IF.
004820     PERFORM 5100-SHOW-DETAIL THRU 5100-EXIT.
004830     IF PC-REQUESTED-BY = SIGNON-USER-ID
004840         MOVE 'A DIFFERENT USER MUST DECIDE YOUR OWN CHANGE'
004850             TO MSGO
004860         GO TO 5000-EXIT
004870     END-IF.
004880     MOVE PC-KEY TO APR-CONFIRM-KEY.
004890     IF ACTIONI = 'A'
004900         SET APPROVE-PENDING TO TRUE
004910         MOVE 'APPROVE' TO CM-DECISION
004920     ELSE
004930         SET REJECT-PENDING TO TRUE
004940         MOVE 'REJECT'  TO CM-DECISION
004950     END-IF.
004960     MOVE PC-REGION-ID TO CM-REGION-ID.
004970     MOVE CONFIRM-MESSAGE TO MSGO.
004980 5000-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020* 5100-SHOW-DETAIL  --  FORMAT THE CHANGE IN PONGPCH-RECORD INTO
005030*                       THE THREE DETAIL LINES.
005040*****************************************************************
005050 5100-SHOW-DETAIL.
005060     MOVE PC-REQUESTED-BY    TO D1-REQUESTED-BY.
005070     MOVE PC-REQUEST-TERM-ID TO D1-TERM-ID.
005080     MOVE PC-REQUEST-DATE    TO D1-REQUEST-DATE.
005090     MOVE PC-REQUEST-TIME    TO D1-REQUEST-TIME.
005100     MOVE PC-EXPIRY-DATE     TO D1-EXPIRY-DATE.
005110     MOVE PC-EXPIRY-TIME     TO D1-EXPIRY-TIME.
005120     MOVE DETAIL-LINE-1      TO DTL1O.
005130     IF PC-CHANGE-ADD
005140         MOVE 'ADD'    TO D2-CHANGE-TYPE
005150     ELSE
005160     IF PC-CHANGE-DELETE
005170         MOVE 'DELETE' TO D2-CHANGE-TYPE
005180     ELSE
005190         MOVE 'UPDATE' TO D2-CHANGE-TYPE
005200     END-IF
005210     END-IF.
005220     MOVE PC-OLD-SPEED       TO D2-OLD-SPEED.
005230     MOVE PC-NEW-SPEED       TO D2-NEW-SPEED.
005240     MOVE PC-OLD-THRESHOLD   TO D2-OLD-THRESHOLD.
005250     MOVE PC-NEW-THRESHOLD   TO D2-NEW-THRESHOLD.
005260     MOVE PC-OLD-WINDOW      TO D2-OLD-WINDOW.
005270     MOVE PC-NEW-WINDOW      TO D2-NEW-WINDOW.
005280     MOVE PC-OLD-PRODUCTION  TO D2-OLD-PRODUCTION.
005290     MOVE PC-NEW-PRODUCTION  TO D2-NEW-PRODUCTION.
005300     MOVE DETAIL-LINE-2      TO DTL2O.
005310     MOVE PC-REASON          TO D3-REASON.
005320     MOVE DETAIL-LINE-3      TO DTL3O.
005330 5100-EXIT.
005340     EXIT.
005350
005360*****************************************************************
005370* 5600-CHECK-PENDING  --  LOOK FOR A CHANGE STILL PENDING FOR
005380*                         CHECK-REGION-ID. ONE PAST ITS EXPIRY
005390*                         IS MARKED EXPIRED AND DOES NOT COUNT.
005400*                         WHEN ONE IS FOUND IT IS LEFT IN
005410*                         PONGPCH-RECORD.
005420*****************************************************************
005430 5600-CHECK-PENDING.
005440     SET NO-PENDING-FOUND TO TRUE.
005450     MOVE LOW-VALUES      TO PCH-KEY-WORK.
005460     MOVE CHECK-REGION-ID TO PCH-KEY-WORK (1:8).
005470     EXEC CICS STARTBR
005480         FILE      ('PONGPCH')
005490         RIDFLD    (PCH-KEY-WORK)
005500         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
005510         GTEQ
005520         RESP      (CICS-RESPONSE-CODE)
005530     END-EXEC.
005540     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005550         GO TO 5600-EXIT
005560     END-IF.
005570     SET SCAN-NOT-DONE TO TRUE.
005580     PERFORM 5650-SCAN-NEXT THRU 5650-EXIT
005590         UNTIL SCAN-DONE.
005600     EXEC CICS ENDBR
005610         FILE ('PONGPCH')
005620         RESP (CICS-RESPONSE-CODE)
005630     END-EXEC.
005640     IF NO-PENDING-FOUND
005650         GO TO 5600-EXIT
005660     END-IF.
005670     EXEC CICS ASKTIME
005680         ABSTIME (ABSOLUTE-TIME)
005690         RESP    (CICS-RESPONSE-CODE)
005700     END-EXEC.
005710     MOVE ABSOLUTE-TIME TO CURRENT-ABSTIME.
005720     IF CURRENT-ABSTIME > PC-EXPIRY-ABSTIME
005730         PERFORM 5700-EXPIRE-CHANGE THRU 5700-EXIT
005740         SET NO-PENDING-FOUND TO TRUE
005750     END-IF.
005760 5600-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800* 5650-SCAN-NEXT  --  READ THE NEXT PENDING-CHANGE RECORD AND
005810*                     STOP AT THE FIRST ONE STILL PENDING FOR
005820*                     THE REGION, OR AT THE END OF ITS RECORDS.
005830*****************************************************************
005840 5650-SCAN-NEXT.
005850     EXEC CICS READNEXT
005860         FILE      ('PONGPCH')
005870         INTO      (PONGPCH-RECORD)
005880         RIDFLD    (PCH-KEY-WORK)
005890         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
005900         RESP      (CICS-RESPONSE-CODE)
005910     END-EXEC.
005920     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
005930         SET SCAN-DONE TO TRUE
005940         GO TO 5650-EXIT
005950     END-IF.
005960     IF PC-REGION-ID NOT = CHECK-REGION-ID
005970         SET SCAN-DONE TO TRUE
005980         GO TO 5650-EXIT
005990     END-IF.
006000     IF PC-PENDING
006010         SET PENDING-FOUND TO TRUE
006020         SET SCAN-DONE TO TRUE
006030     END-IF.
006040 5650-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080* 5700-EXPIRE-CHANGE  --  MARK THE PENDING CHANGE KEYED BY
006090*                         PC-KEY EXPIRED, UNLESS IT WAS DECIDED
006100*                         IN THE MEANTIME, AND AUDIT THE EXPIRY
006110*                         UNDER THE REQUESTER'S NAME.
006120*****************************************************************
006130 5700-EXPIRE-CHANGE.
006140     MOVE PC-KEY TO PCH-KEY-WORK.
006150     EXEC CICS READ
006160         FILE      ('PONGPCH')
006170         INTO      (PONGPCH-RECORD)
006180         RIDFLD    (PCH-KEY-WORK)
006190         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
006200         UPDATE
006210         RESP      (CICS-RESPONSE-CODE)
006220     END-EXEC.
006230     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006240         GO TO 5700-EXIT
006250     END-IF.
006260     IF NOT PC-PENDING
006270         EXEC CICS UNLOCK
006280             FILE ('PONGPCH')
006290             RESP (CICS-RESPONSE-CODE)
006300         END-EXEC
006310         GO TO 5700-EXIT
006320     END-IF.
006330     PERFORM 6400-EXPIRE-HELD-RECORD THRU 6400-EXIT.
006340 5700-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380* 6000-DECISION-CONFIRMED  --  PF5 PRESSED. ACT ON THE CHANGE
006390*                              SAVED ON THE COMMAREA, THEN CLEAR
006400*                              THE CONFIRMATION WHATEVER THE
006410*                              OUTCOME.
006420*****************************************************************
006430 6000-DECISION-CONFIRMED.
006440     IF NOTHING-PENDING
006450         MOVE 'NO DECISION IS AWAITING CONFIRMATION' TO MSGO
006460         GO TO 6000-EXIT
006470     END-IF.
006480     PERFORM 6050-DECIDE-CHANGE THRU 6050-EXIT.
006490     SET NOTHING-PENDING TO TRUE.
006500     MOVE SPACES TO APR-CONFIRM-KEY.
006510 6000-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550* 6050-DECIDE-CHANGE  --  RE-READ THE SAVED CHANGE FOR UPDATE,
006560*                         MAKE SURE IT IS STILL PENDING,
006570*                         UNEXPIRED, AND NOT THE SIGNED-ON USER'S
006580*                         OWN, THEN APPLY AND APPROVE IT OR
006590*                         REJECT IT.
006600*****************************************************************
006610 6050-DECIDE-CHANGE.
006620     MOVE APR-CONFIRM-KEY TO PCH-KEY-WORK.
006630     EXEC CICS READ
006640         FILE      ('PONGPCH')
006650         INTO      (PONGPCH-RECORD)
006660         RIDFLD    (PCH-KEY-WORK)
006670         KEYLENGTH (LENGTH OF PCH-KEY-WORK)
006680         UPDATE
006690         RESP      (CICS-RESPONSE-CODE)
006700     END-EXEC.
006710     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006720         MOVE 'CHANGE NOT ON FILE - B TO REFRESH' TO MSGO
006730         GO TO 6050-EXIT
006740     END-IF.
006750     MOVE PC-REGION-ID TO REGIDO.
006760     PERFORM 5100-SHOW-DETAIL THRU 5100-EXIT.
006770     IF NOT PC-PENDING
006780         PERFORM 6900-UNLOCK-HELD-RECORD THRU 6900-EXIT
006790         MOVE 'CHANGE IS NO LONGER PENDING' TO MSGO
006800         GO TO 6050-EXIT
006810     END-IF.
006820     IF PC-REQUESTED-BY = SIGNON-USER-ID
006830         PERFORM 6900-UNLOCK-HELD-RECORD THRU 6900-EXIT
006840         MOVE 'A DIFFERENT USER MUST DECIDE YOUR OWN CHANGE'
006850             TO MSGO
006860         GO TO 6050-EXIT
006870     END-IF.
006880     EXEC CICS ASKTIME
006890         ABSTIME (ABSOLUTE-TIME)
006900         RESP    (CICS-RESPONSE-CODE)
006910     END-EXEC.
006920     MOVE ABSOLUTE-TIME TO CURRENT-ABSTIME.
006930     IF CURRENT-ABSTIME > PC-EXPIRY-ABSTIME
006940         PERFORM 6400-EXPIRE-HELD-RECORD THRU 6400-EXIT
006950         MOVE 'CHANGE HAS EXPIRED - IT MUST BE REQUESTED AGAIN'
006960             TO MSGO
006970         GO TO 6050-EXIT
006980     END-IF.
006990     IF REJECT-PENDING
007000         PERFORM 6300-REJECT-CHANGE THRU 6300-EXIT
007010         GO TO 6050-EXIT
007020     END-IF.
007030     PERFORM 6100-APPLY-CHANGE THRU 6100-EXIT.
007040     IF CHANGE-APPLIED
007050         PERFORM 6200-APPROVE-CHANGE THRU 6200-EXIT
007060     ELSE
007070         PERFORM 6900-UNLOCK-HELD-RECORD THRU 6900-EXIT
007080     END-IF.
007090 6050-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 6100-APPLY-CHANGE  --  MAKE THE APPROVED CHANGE TO PONGCTL. AN
007140*                        ADD NEEDS THE REGION STILL ABSENT; AN
007150*                        UPDATE OR DELETE NEEDS THE CONTROL
007160*                        RECORD TO HOLD EXACTLY THE OLD VALUES
007170*                        THE APPROVER WAS SHOWN. OTHERWISE
007180*                        NOTHING IS CHANGED AND THE CHANGE STAYS
007190*                        PENDING FOR REJECTION.
007200*****************************************************************
007210 6100-APPLY-CHANGE.
007220     SET CHANGE-NOT-APPLIED TO TRUE.
007230     MOVE SPACES       TO PONGCTL-RECORD.
007240     MOVE PC-REGION-ID TO CT-REGION-ID.
007250     IF PC-CHANGE-ADD
007260         PERFORM 6150-SET-NEW-VALUES THRU 6150-EXIT
007270         EXEC CICS WRITE
007280             FILE      ('PONGCTL')
007290             FROM      (PONGCTL-RECORD)
007300             RIDFLD    (CT-KEY)
007310             KEYLENGTH (LENGTH OF CT-KEY)
007320             RESP      (CICS-RESPONSE-CODE)
007330         END-EXEC
007340         IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
007350             SET CHANGE-APPLIED TO TRUE
007360         ELSE
007370         IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
007380             MOVE 'REGION ADDED SINCE THE REQUEST - REJECT IT'
007390                 TO MSGO
007400         ELSE
007410             MOVE 'APPROVE FAILED - CONTROL FILE ERROR' TO MSGO
007420         END-IF
007430         END-IF
007440         GO TO 6100-EXIT
007450     END-IF.
007460     EXEC CICS READ
007470         FILE      ('PONGCTL')
007480         INTO      (PONGCTL-RECORD)
007490         RIDFLD    (CT-KEY)
007500         KEYLENGTH (LENGTH OF CT-KEY)
007510         UPDATE
007520         RESP      (CICS-RESPONSE-CODE)
007530     END-EXEC.
007540     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
007550         MOVE 'REGION NO LONGER ON FILE - REJECT IT' TO MSGO
007560         GO TO 6100-EXIT
007570     END-IF.
007580     IF CT-ALERT-THRESHOLD IS NOT NUMERIC
007590         MOVE ZEROES TO CT-ALERT-THRESHOLD
007600     END-IF.
007610     IF CT-ALERT-WINDOW IS NOT NUMERIC
007620         MOVE ZEROES TO CT-ALERT-WINDOW
007630     END-IF.
007640     MOVE CT-SPEED           TO CV-SPEED.
007650     MOVE CT-ALERT-THRESHOLD TO CV-THRESHOLD.
007660     MOVE CT-ALERT-WINDOW    TO CV-WINDOW.
007670     MOVE CT-PRODUCTION-FLAG TO CV-PRODUCTION.
007680     IF CURRENT-VALUES NOT = PC-OLD-VALUES
007690         EXEC CICS UNLOCK
007700             FILE ('PONGCTL')
007710             RESP (CICS-RESPONSE-CODE)
007720         END-EXEC
007730         MOVE 'CONTROL RECORD CHANGED SINCE REQUEST - REJECT IT'
007740             TO MSGO
007750         GO TO 6100-EXIT
007760     END-IF.
007770     IF PC-CHANGE-DELETE
007780         EXEC CICS DELETE
007790             FILE ('PONGCTL')
007800             RESP (CICS-RESPONSE-CODE)
007810         END-EXEC
007820     ELSE
007830         PERFORM 6150-SET-NEW-VALUES THRU 6150-EXIT
007840         EXEC CICS REWRITE
007850             FILE ('PONGCTL')
007860             FROM (PONGCTL-RECORD)
007870             RESP (CICS-RESPONSE-CODE)
007880         END-EXEC
007890     END-IF.
007900     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
007910         SET CHANGE-APPLIED TO TRUE
007920     ELSE
007930         MOVE 'APPROVE FAILED - CONTROL FILE ERROR' TO MSGO
007940     END-IF.
007950 6100-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990* 6150-SET-NEW-VALUES  --  MOVE THE PENDING CHANGE'S NEW VALUES
008000*                          ONTO THE CONTROL RECORD.
008010*****************************************************************
008020 6150-SET-NEW-VALUES.
008030     MOVE PC-NEW-SPEED      TO CT-SPEED.
008040     MOVE PC-NEW-THRESHOLD  TO CT-ALERT-THRESHOLD.
008050     MOVE PC-NEW-WINDOW     TO CT-ALERT-WINDOW.
008060     MOVE PC-NEW-PRODUCTION TO CT-PRODUCTION-FLAG.
008070 6150-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110* 6200-APPROVE-CHANGE  --  THE CHANGE IS ON PONGCTL. RECORD THE
008120*                          APPROVAL ON THE PENDING CHANGE AND
008130*                          AUDIT IT.
008140*****************************************************************
008150 6200-APPROVE-CHANGE.
008160     SET PC-APPROVED TO TRUE.
008170     PERFORM 6800-STAMP-DECISION THRU 6800-EXIT.
008180     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
008190         MOVE 'CHANGE APPROVED AND APPLIED TO PONGCTL' TO MSGO
008200     ELSE
008210         MOVE 'APPLIED, BUT PENDING CHANGE FILE NOT UPDATED'
008220             TO MSGO
008230     END-IF.
008240     SET HA-APPROVED TO TRUE.
008250     PERFORM 7100-WRITE-HELD-AUDIT THRU 7100-EXIT.
008260 6200-EXIT.
008270     EXIT.
008280
008290*****************************************************************
008300* 6300-REJECT-CHANGE  --  RECORD THE REJECTION ON THE PENDING
008310*                         CHANGE AND AUDIT IT. PONGCTL IS NOT
008320*                         TOUCHED.
008330*****************************************************************
008340 6300-REJECT-CHANGE.
008350     SET PC-REJECTED TO TRUE.
008360     PERFORM 6800-STAMP-DECISION THRU 6800-EXIT.
008370     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
008380         MOVE 'CHANGE REJECTED' TO MSGO
008390         SET HA-REJECTED TO TRUE
008400         PERFORM 7100-WRITE-HELD-AUDIT THRU 7100-EXIT
008410     ELSE
008420         MOVE 'REJECT FAILED - PENDING CHANGE FILE ERROR'
008430             TO MSGO
008440     END-IF.
008450 6300-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490* 6400-EXPIRE-HELD-RECORD  --  THE PENDING CHANGE IN PONGPCH-
008500*                              RECORD IS HELD FOR UPDATE AND PAST
008510*                              ITS EXPIRY. MARK IT EXPIRED WITH NO
008520*                              DECIDING USER AND AUDIT THE EXPIRY
008530*                              UNDER THE REQUESTER'S NAME.
008540*****************************************************************
008550 6400-EXPIRE-HELD-RECORD.
008560     SET PC-EXPIRED TO TRUE.
008570     MOVE SPACES TO PC-DECIDED-BY.
008580     EXEC CICS ASKTIME
008590         ABSTIME (ABSOLUTE-TIME)
008600         RESP    (CICS-RESPONSE-CODE)
008610     END-EXEC.
008620     EXEC CICS FORMATTIME
008630         ABSTIME  (ABSOLUTE-TIME)
008640         YYYYMMDD (PC-DECISION-DATE)
008650         TIME     (PC-DECISION-TIME)
008660         RESP     (CICS-RESPONSE-CODE)
008670     END-EXEC.
008680     EXEC CICS REWRITE
008690         FILE ('PONGPCH')
008700         FROM (PONGPCH-RECORD)
008710         RESP (CICS-RESPONSE-CODE)
008720     END-EXEC.
008730     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
008740         MOVE PC-REQUESTED-BY TO AUDIT-ON-BEHALF-OF
008750         SET HA-EXPIRED TO TRUE
008760         PERFORM 7100-WRITE-HELD-AUDIT THRU 7100-EXIT
008770         MOVE SPACES TO AUDIT-ON-BEHALF-OF
008780     END-IF.
008790 6400-EXIT.
008800     EXIT.
008810
008820*****************************************************************
008830* 6800-STAMP-DECISION  --  SET THE DECIDING USER AND TIME ON THE
008840*                          PENDING CHANGE HELD FOR UPDATE AND
008850*                          REWRITE IT. THE CALLER HAS SET THE
008860*                          STATUS AND TESTS THE RESPONSE.
008870*****************************************************************
008880 6800-STAMP-DECISION.
008890     MOVE SIGNON-USER-ID TO PC-DECIDED-BY.
008900     EXEC CICS ASKTIME
008910         ABSTIME (ABSOLUTE-TIME)
008920         RESP    (CICS-RESPONSE-CODE)
008930     END-EXEC.
008940     EXEC CICS FORMATTIME
008950         ABSTIME  (ABSOLUTE-TIME)
008960         YYYYMMDD (PC-DECISION-DATE)
008970         TIME     (PC-DECISION-TIME)
008980         RESP     (CICS-RESPONSE-CODE)
008990     END-EXEC.
009000     EXEC CICS REWRITE
009010         FILE ('PONGPCH')
009020         FROM (PONGPCH-RECORD)
009030         RESP (CICS-RESPONSE-CODE)
009040     END-EXEC.
009050 6800-EXIT.
009060     EXIT.
009070
009080*****************************************************************
009090* 6900-UNLOCK-HELD-RECORD  --  RELEASE THE PENDING CHANGE READ
009100*                              FOR UPDATE WITHOUT CHANGING IT.
009110*****************************************************************
009120 6900-UNLOCK-HELD-RECORD.
009130     EXEC CICS UNLOCK
009140         FILE ('PONGPCH')
009150         RESP (CICS-RESPONSE-CODE)
009160     END-EXEC.
009170 6900-EXIT.
009180     EXIT.
009190
009200*****************************************************************
009210* 7000-WRITE-AUDIT  --  WRITE ONE MAINTENANCE AUDIT LINE TO THE
009220*                       PAUD TRANSIENT DATA QUEUE: WHO, WHICH
009230*                       REGION, OLD VALUE, NEW VALUE, AND WHEN.
009240*                       THE SIGNED-ON USER IS WHO, UNLESS THE
009250*                       CALLER NAMES SOMEONE IN AUDIT-ON-BEHALF-
009260*                       OF. BEST EFFORT, LIKE EVERY OTHER PAUD
009270*                       WRITER - A QUEUE ERROR MUST NOT STOP
009280*                       THE DECISION ITSELF.
009290*****************************************************************
009300 7000-WRITE-AUDIT.
009310     MOVE SPACES TO AUDIT-TD-RECORD.
009320     SET AUD-TYPE-MAINT TO TRUE.
009330     MOVE EIBTRMID TO AUD-TERM-ID.
009340     MOVE EIBTASKN TO AUD-TASK-NUMBER.
009350     EXEC CICS ASKTIME
009360         ABSTIME (ABSOLUTE-TIME)
009370         RESP    (CICS-RESPONSE-CODE)
009380     END-EXEC.
009390     EXEC CICS FORMATTIME
009400         ABSTIME  (ABSOLUTE-TIME)
009410         YYYYMMDD (AUD-CALL-DATE)
009420         TIME     (AUD-CALL-TIME)
009430         RESP     (CICS-RESPONSE-CODE)
009440     END-EXEC.
009450     MOVE SIGNON-USER-ID TO AUDIT-USER-ID.
009460     IF AUDIT-ON-BEHALF-OF NOT = SPACES
009470         MOVE AUDIT-ON-BEHALF-OF TO AUD-USER-ID
009480     ELSE
009490         MOVE AUDIT-USER-ID      TO AUD-USER-ID
009500     END-IF.
009510     MOVE AUDIT-ACTION-CODE  TO AUD-ACTION.
009520     MOVE AUDIT-REGION-ID    TO AUD-REGION-ID.
009530     MOVE AUDIT-OLD-VALUE    TO AUD-OLD-SPEED.
009540     MOVE AUDIT-NEW-VALUE    TO AUD-NEW-SPEED.
009550     EXEC CICS WRITEQ TD
009560         QUEUE  ('PAUD')
009570         FROM   (AUDIT-TD-RECORD)
009580         LENGTH (LENGTH OF AUDIT-TD-RECORD)
009590         RESP   (CICS-RESPONSE-CODE)
009600     END-EXEC.
009610 7000-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650* 7100-WRITE-HELD-AUDIT  --  AUDIT AN EVENT ON THE PENDING CHANGE
009660*                            IN PONGPCH-RECORD: A PC LINE WITH
009670*                            THE OLD AND NEW SPEED, AND A PT LINE
009680*                            WITH THE OLD AND NEW ALERT THRESHOLD
009690*                            WHEN THE CHANGE ALTERS IT. THE
009700*                            CALLER SETS HA-EVENT.
009710*****************************************************************
009720 7100-WRITE-HELD-AUDIT.
009730     MOVE 'PC'             TO HA-PREFIX.
009740     MOVE HELD-ACTION-CODE TO AUDIT-ACTION-CODE.
009750     MOVE PC-REGION-ID     TO AUDIT-REGION-ID.
009760     MOVE PC-OLD-SPEED     TO AUDIT-OLD-VALUE.
009770     MOVE PC-NEW-SPEED     TO AUDIT-NEW-VALUE.
009780     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
009790     IF PC-OLD-THRESHOLD NOT = PC-NEW-THRESHOLD
009800         MOVE 'PT'             TO HA-PREFIX
009810         MOVE HELD-ACTION-CODE TO AUDIT-ACTION-CODE
009820         MOVE PC-OLD-THRESHOLD TO AUDIT-OLD-VALUE
009830         MOVE PC-NEW-THRESHOLD TO AUDIT-NEW-VALUE
009840         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
009850     END-IF.
009860 7100-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* 7500-SEND-MAP  --  REPAINT THE FULL APPROVAL SCREEN. THE INPUT
009910*                    AND OUTPUT DATA FIELDS SHARE STORAGE, SO
009920*                    WHATEVER THE OPERATOR KEYED IS ECHOED BACK
009930*                    WITHOUT EXPLICIT MOVES.
009940*****************************************************************
009950 7500-SEND-MAP.
009960     EXEC CICS SEND MAP ('APRMAP')
009970         MAPSET ('PONGAPR')
009980         FROM   (APRMAPO)
009990         ERASE
010000     END-EXEC.
010010 7500-EXIT.
010020     EXIT.
010030
010040*****************************************************************
010050* 8900-EXIT-TRANSACTION  --  PF3. LEAVE THE TRANSACTION AND
010060*                            RETURN THE TERMINAL TO CICS.
010070*****************************************************************
010080 8900-EXIT-TRANSACTION.
010090     EXEC CICS SEND TEXT
010100         FROM   (EXIT-MESSAGE)
010110         LENGTH (LENGTH OF EXIT-MESSAGE)
010120         ERASE
010130     END-EXEC.
010140     EXEC CICS RETURN END-EXEC.
