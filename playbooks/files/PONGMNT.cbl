000110*                CHANGE WRITES A MAINTENANCE AUDIT LINE TO THE
000120*                PAUD TRANSIENT DATA QUEUE (SHARED PAUDREC
000130*                LAYOUT) SHOWING WHO CHANGED WHICH REGION'S
000140*                SPEED, FROM WHAT, TO WHAT, AND WHEN. A CHANGE
000142*                TO A REGION FLAGGED AS PRODUCTION IS NOT MADE
000144*                HERE BUT HELD ON THE PONGPCH PENDING-CHANGE FILE
000146*                FOR A SECOND USER TO APPROVE ON PAPR.
000150*****************************************************************
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000320*                 THE PROMPT NOW NAMES THE REGION IT WILL
000330*                 DELETE, AND THE MAP FIELDS CARRY FSET SO
000340*                 ECHOED VALUES RETRANSMIT ON LATER ENTERS.
      * 10/15/2026 WPY  DUAL CONTROL FOR PRODUCTION REGIONS. THE NEW
      *                 CT-PRODUCTION-FLAG IS SET ON AN ADD (REQUIRED)
      *                 AND AN UPDATE (BLANK LEAVES IT ALONE) AND SHOWN
      *                 ON THE BROWSE. AN ADD, UPDATE, OR CONFIRMED
      *                 DELETE OF A PRODUCTION REGION NOW WRITES A
      *                 PENDING CHANGE TO PONGPCH WITH THE OLD AND NEW
      *                 VALUES AND THE REASON KEYED, INSTEAD OF
      *                 TOUCHING PONGCTL, AND AUDITS IT AS PCQ (PLUS
      *                 PTQ WITH THE OLD AND NEW ALERT THRESHOLD WHEN
      *                 THAT CHANGES). ONLY ONE CHANGE PER REGION MAY
      *                 BE PENDING; ONE FOUND PAST ITS EXPIRY IS MARKED
      *                 EXPIRED AND AUDITED AS PCX/PTX UNDER THE
      *                 REQUESTER'S NAME. 7000-WRITE-AUDIT NOW TAKES
      *                 THE REGION AND OLD AND NEW VALUES FROM ITS
      *                 CALLER. THE REASON FOR A DELETE IS CARRIED ON
      *                 THE COMMAREA WITH THE CONFIRMATION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.      PONGMNT.
000540*----------------------------------------------------------------
000550* PSEUDO-CONVERSATIONAL STATE CARRIED ACROSS INVOCATIONS ON THE
000560* COMMAREA: WHERE THE NEXT PF8 PAGE OF THE BROWSE STARTS, AND
000570* WHICH REGION (IF ANY) HAS A DELETE AWAITING PF5 CONFIRMATION,
000575* WITH THE REASON KEYED FOR IT IN CASE THE REGION IS PRODUCTION.
000580*----------------------------------------------------------------
000590 01  MNT-STATE.
000600     05 MNT-NEXT-BROWSE-KEY      PIC X(08).
000620     05 MNT-CONFIRM-FLAG         PIC X(01).
000630         88 DELETE-PENDING           VALUE 'Y'.
000640         88 NO-DELETE-PENDING        VALUE 'N'.
000645     05 MNT-CONFIRM-REASON       PIC X(40).
000650
000660*----------------------------------------------------------------
000670* ATTENTION IDENTIFIERS TESTED AGAINST EIBAID. VALUES MATCH THE
000830
000840*----------------------------------------------------------------
000850* MAINTENANCE AUDIT LINE WRITTEN TO THE PAUD TRANSIENT DATA
000860* QUEUE FOR EVERY ADD, UPDATE, AND DELETE, AND FOR EVERY CHANGE
000862* HELD OR EXPIRED. A HELD-CHANGE ACTION IS PC (SPEED) OR PT
000864* (ALERT THRESHOLD) FOLLOWED BY THE EVENT - Q REQUESTED OR X
000866* EXPIRED HERE, A APPROVED OR J REJECTED ON PAPR. AN EXPIRY
000868* LINE CARRIES THE REQUESTER'S NAME, NOT THE USER WHO FOUND IT.
000870*----------------------------------------------------------------
000880 01  AUDIT-TD-RECORD.
000890     COPY PAUDREC.
000900
000910 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
000920 01  AUDIT-USER-ID               PIC X(08).
000925 01  AUDIT-ON-BEHALF-OF          PIC X(08)  VALUE SPACES.
000930 01  AUDIT-ACTION-CODE           PIC X(03).
       01  AUDIT-REGION-ID             PIC X(08).
       01  AUDIT-OLD-VALUE             PIC X(04).
       01  AUDIT-NEW-VALUE             PIC X(04).
       01  HELD-ACTION-CODE.
           05 HA-PREFIX                PIC X(02).
           05 HA-EVENT                 PIC X(01).
               88 HA-REQUESTED             VALUE 'Q'.
               88 HA-EXPIRED               VALUE 'X'.
      
      *----------------------------------------------------------------
      * PENDING-CHANGE RECORD FOR A PRODUCTION REGION, AND HOW LONG A
      * CHANGE MAY WAIT FOR APPROVAL BEFORE IT EXPIRES. CICS ABSOLUTE
      * TIME IS IN MILLISECONDS, SO THE LIFE IS CONVERTED ONCE.
      *----------------------------------------------------------------
       01  PONGPCH-RECORD.
           COPY PONGPCH.
      
       01  PENDING-LIFE-HOURS          PIC 9(03)  VALUE 24.
       01  PENDING-LIFE-MS             PIC S9(15) COMP-3.
       01  EXPIRY-ABSOLUTE-TIME        PIC S9(15) COMP-3.
       01  CURRENT-ABSTIME             PIC 9(15).
       01  CHECK-REGION-ID             PIC X(08).
       01  PENDING-SWITCH              PIC X(01)  VALUE 'N'.
           88 PENDING-FOUND                VALUE 'Y'.
           88 NO-PENDING-FOUND             VALUE 'N'.
       01  SCAN-SWITCH                 PIC X(01)  VALUE 'N'.
           88 SCAN-DONE                    VALUE 'Y'.
           88 SCAN-NOT-DONE                VALUE 'N'.
      
       01  HELD-MESSAGE.
           05 FILLER                   PIC X(32)
                  VALUE 'HELD FOR APPROVAL ON PAPR UNTIL '.
           05 HM-EXPIRY-DATE           PIC X(08).
           05 FILLER                   PIC X(01)  VALUE SPACE.
           05 HM-EXPIRY-TIME           PIC X(06).
      
       01  PENDING-MESSAGE.
           05 FILLER                   PIC X(36)
                  VALUE 'CHANGE ALREADY PENDING ON PAPR - BY '.
           05 PM-REQUESTED-BY          PIC X(08).
      
       01  PCH-KEY-WORK                PIC X(22).
       01  NEW-CONTROL-IMAGE           PIC X(21).
000940
000950*----------------------------------------------------------------
000960* BROWSE WORK AREAS AND THE DETAIL LINE BUILT FOR EACH RECORD
001110     05 LL-THRESHOLD             PIC X(04).
001120     05 FILLER                   PIC X(04)  VALUE SPACES.
001130     05 LL-WINDOW                PIC X(04).
001140     05 FILLER                   PIC X(04)  VALUE SPACES.
001143     05 LL-PRODUCTION            PIC X(01).
001146     05 FILLER                   PIC X(40)  VALUE SPACES.
001150
001160*----------------------------------------------------------------
001170* FIELD EDIT RESULT AND THE NUMERIC TEST AREA FOR SPEED - SAME
001210     88 EDITS-PASSED                 VALUE 'Y'.
001220     88 EDITS-FAILED                 VALUE 'N'.
001230 01  SPEED-NUMERIC-TEST          PIC 9(04).
001250
001260*----------------------------------------------------------------
001270* CONFIRMATION PROMPT NAMING THE REGION A PF5 WILL DELETE.
001360
001370 LINKAGE SECTION.
001380
001390 01  DFHCOMMAREA                 PIC X(57).
001400
001410 PROCEDURE DIVISION.
001420
001700 1000-FIRST-TIME.
001710     MOVE LOW-VALUES TO MNT-NEXT-BROWSE-KEY.
001720     MOVE SPACES     TO MNT-CONFIRM-REGION.
001725     MOVE SPACES     TO MNT-CONFIRM-REASON.
001730     SET NO-DELETE-PENDING TO TRUE.
001740     MOVE 'ENTER AN ACTION AND PRESS ENTER' TO MSGO.
001750     PERFORM 7500-SEND-MAP THRU 7500-EXIT.
002160     IF ACTIONI NOT = 'D'
002170         SET NO-DELETE-PENDING TO TRUE
002180         MOVE SPACES TO MNT-CONFIRM-REGION
002185         MOVE SPACES TO MNT-CONFIRM-REASON
002190     END-IF.
002200     IF ACTIONI = 'B'
002210         IF REGIDI = SPACES OR REGIDI = LOW-VALUES
003130     MOVE CT-SPEED            TO LL-SPEED.
003140     MOVE CT-ALERT-THRESHOLD  TO LL-THRESHOLD.
003150     MOVE CT-ALERT-WINDOW     TO LL-WINDOW.
003155     MOVE CT-PRODUCTION-FLAG  TO LL-PRODUCTION.
003160     MOVE LIST-LINE           TO LSTO (BROWSE-COUNT).
003170 3100-EXIT.
003180     EXIT.
003450* 4000-EDIT-FIELDS  --  REGION ID MUST BE PRESENT AND SPEED
003460*                       MUST BE NUMERIC 0001-9999, THE SAME
003470*                       RULE PONG APPLIES TO A REQUESTED SPEED.
003475*                       THE PRODUCTION FLAG IS Y, N, OR BLANK.
003480*****************************************************************
003490 4000-EDIT-FIELDS.
003500     SET EDITS-FAILED TO TRUE.
003720         MOVE 'ALERT WINDOW MUST BE NUMERIC OR BLANK' TO MSGO
003730         GO TO 4000-EXIT
003740     END-IF.
003741     IF PRODI NOT = SPACES AND PRODI NOT = LOW-VALUES
003742            AND PRODI NOT = 'Y' AND PRODI NOT = 'N'
003743         MOVE 'PRODUCTION MUST BE Y, N, OR BLANK' TO MSGO
003744         GO TO 4000-EXIT
003745     END-IF.
003750     SET EDITS-PASSED TO TRUE.
003760 4000-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800* 5100-ADD-RECORD  --  ADD A CONTROL RECORD FOR A REGION THAT
003810*                      DOES NOT HAVE ONE YET. A PRODUCTION
003815*                      REGION IS HELD FOR APPROVAL INSTEAD.
003820*****************************************************************
003830 5100-ADD-RECORD.
003840     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
003850     IF EDITS-FAILED
003852         GO TO 5100-EXIT
003854     END-IF.
003856     IF PRODI = SPACES OR PRODI = LOW-VALUES
003858         MOVE 'PRODUCTION (Y/N) IS REQUIRED ON AN ADD' TO MSGO
003860         GO TO 5100-EXIT
003870     END-IF.
003880     MOVE REGIDI TO CT-REGION-ID.
003970     ELSE
003980         MOVE WINDOWI TO CT-ALERT-WINDOW
003990     END-IF.
003991     MOVE PRODI TO CT-PRODUCTION-FLAG.
003992     IF CT-PRODUCTION-REGION
003993         PERFORM 5150-HOLD-ADD THRU 5150-EXIT
003994         GO TO 5100-EXIT
003995     END-IF.
004000     EXEC CICS WRITE
004010         FILE      ('PONGCTL')
004020         FROM      (PONGCTL-RECORD)
004060     END-EXEC.
004070     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
004080         MOVE 'ADD' TO AUDIT-ACTION-CODE
004090         MOVE CT-REGION-ID TO AUDIT-REGION-ID
004093         MOVE SPACES       TO AUDIT-OLD-VALUE
004096         MOVE CT-SPEED     TO AUDIT-NEW-VALUE
004100         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
004110         MOVE 'REGION ADDED' TO MSGO
004120     ELSE
004200     EXIT.
004210
004220*****************************************************************
      * 5150-HOLD-ADD  --  THE NEW REGION IS PRODUCTION. CHECK THERE IS
      *                    NO CONTROL RECORD OR PENDING CHANGE FOR IT
      *                    ALREADY AND HOLD THE ADD FOR APPROVAL.
      *****************************************************************
       5150-HOLD-ADD.
           IF REASONI = SPACES OR REASONI = LOW-VALUES
               MOVE 'A REASON IS REQUIRED FOR A PRODUCTION REGION'
                   TO MSGO
               GO TO 5150-EXIT
           END-IF.
           MOVE PONGCTL-RECORD TO NEW-CONTROL-IMAGE.
           EXEC CICS READ
               FILE      ('PONGCTL')
               INTO      (PONGCTL-RECORD)
               RIDFLD    (CT-KEY)
               KEYLENGTH (LENGTH OF CT-KEY)
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'REGION ALREADY ON FILE - USE ACTION U' TO MSGO
               GO TO 5150-EXIT
           END-IF.
           MOVE NEW-CONTROL-IMAGE TO PONGCTL-RECORD.
           MOVE CT-REGION-ID TO CHECK-REGION-ID.
           PERFORM 5600-CHECK-PENDING THRU 5600-EXIT.
           IF PENDING-FOUND
               MOVE PC-REQUESTED-BY TO PM-REQUESTED-BY
               MOVE PENDING-MESSAGE TO MSGO
               GO TO 5150-EXIT
           END-IF.
           MOVE SPACES TO PONGPCH-RECORD.
           MOVE CT-REGION-ID TO PC-REGION-ID.
           SET PC-CHANGE-ADD TO TRUE.
           PERFORM 5420-SET-NEW-VALUES THRU 5420-EXIT.
           MOVE REASONI TO PC-REASON.
           PERFORM 5500-WRITE-HELD-CHANGE THRU 5500-EXIT.
       5150-EXIT.
           EXIT.
      
      *****************************************************************
004230* 5200-UPDATE-RECORD  --  CHANGE THE SPEED ON AN EXISTING
004240*                         CONTROL RECORD, OR HOLD THE CHANGE
004243*                         FOR APPROVAL IF THE REGION IS
004246*                         PRODUCTION.
004250*****************************************************************
004260 5200-UPDATE-RECORD.
004270     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
004420         MOVE 'REGION NOT ON FILE - USE ACTION A' TO MSGO
004430         GO TO 5200-EXIT
004440     END-IF.
004470     IF CT-ALERT-THRESHOLD IS NOT NUMERIC
004480         MOVE ZEROES TO CT-ALERT-THRESHOLD
004490     END-IF.
004500     IF CT-ALERT-WINDOW IS NOT NUMERIC
004510         MOVE ZEROES TO CT-ALERT-WINDOW
004520     END-IF.
           IF NOT CT-NON-PRODUCTION
               PERFORM 5210-HOLD-UPDATE THRU 5210-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE CT-SPEED TO AUDIT-OLD-VALUE.
           PERFORM 5220-APPLY-SCREEN-VALUES THRU 5220-EXIT.
           EXEC CICS REWRITE
               FILE ('PONGCTL')
               FROM (PONGCTL-RECORD)
               RESP (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'UPD'        TO AUDIT-ACTION-CODE
               MOVE CT-REGION-ID TO AUDIT-REGION-ID
               MOVE CT-SPEED     TO AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
               MOVE 'REGION UPDATED' TO MSGO
           ELSE
               MOVE 'UPDATE FAILED - CONTROL FILE ERROR' TO MSGO
           END-IF.
       5200-EXIT.
           EXIT.
      
      *****************************************************************
      * 5210-HOLD-UPDATE  --  THE REGION IS PRODUCTION. RELEASE THE
      *                       CONTROL RECORD UNCHANGED AND HOLD THE
      *                       UPDATE FOR APPROVAL, WITH THE VALUES AS
      *                       THEY STAND AND AS THEY WOULD BECOME.
      *****************************************************************
       5210-HOLD-UPDATE.
           EXEC CICS UNLOCK
               FILE ('PONGCTL')
               RESP (CICS-RESPONSE-CODE)
           END-EXEC.
           IF REASONI = SPACES OR REASONI = LOW-VALUES
               MOVE 'A REASON IS REQUIRED FOR A PRODUCTION REGION'
                   TO MSGO
               GO TO 5210-EXIT
           END-IF.
           MOVE CT-REGION-ID TO CHECK-REGION-ID.
           PERFORM 5600-CHECK-PENDING THRU 5600-EXIT.
           IF PENDING-FOUND
               MOVE PC-REQUESTED-BY TO PM-REQUESTED-BY
               MOVE PENDING-MESSAGE TO MSGO
               GO TO 5210-EXIT
           END-IF.
           MOVE SPACES TO PONGPCH-RECORD.
           MOVE CT-REGION-ID TO PC-REGION-ID.
           SET PC-CHANGE-UPDATE TO TRUE.
           PERFORM 5410-SET-OLD-VALUES THRU 5410-EXIT.
           PERFORM 5220-APPLY-SCREEN-VALUES THRU 5220-EXIT.
           PERFORM 5420-SET-NEW-VALUES THRU 5420-EXIT.
           MOVE REASONI TO PC-REASON.
           PERFORM 5500-WRITE-HELD-CHANGE THRU 5500-EXIT.
       5210-EXIT.
           EXIT.
      
      *****************************************************************
      * 5220-APPLY-SCREEN-VALUES  --  MOVE THE UPDATE KEYED ON THE
      *                               SCREEN ONTO THE CONTROL RECORD.
      *                               A BLANK THRESHOLD, WINDOW, OR
      *                               PRODUCTION FLAG IS LEFT ALONE.
      *****************************************************************
       5220-APPLY-SCREEN-VALUES.
           MOVE SPEEDI TO CT-SPEED.
004530     IF THRESHI NOT = SPACES AND THRESHI NOT = LOW-VALUES
004540         MOVE THRESHI TO CT-ALERT-THRESHOLD
004550     END-IF.
004560     IF WINDOWI NOT = SPACES AND WINDOWI NOT = LOW-VALUES
004570         MOVE WINDOWI TO CT-ALERT-WINDOW
004580     END-IF.
004590     IF PRODI NOT = SPACES AND PRODI NOT = LOW-VALUES
004600         MOVE PRODI TO CT-PRODUCTION-FLAG
004700     END-IF.
004710 5220-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004950         SET NO-DELETE-PENDING TO TRUE
004960         GO TO 5250-EXIT
004970     END-IF.
004971     IF NOT CT-NON-PRODUCTION
004972            AND (REASONI = SPACES OR REASONI = LOW-VALUES)
004973         MOVE 'A REASON IS REQUIRED FOR A PRODUCTION REGION'
004974             TO MSGO
004975         SET NO-DELETE-PENDING TO TRUE
004976         GO TO 5250-EXIT
004977     END-IF.
004978     MOVE REASONI TO MNT-CONFIRM-REASON.
004980     MOVE REGIDI TO MNT-CONFIRM-REGION.
004990     SET DELETE-PENDING TO TRUE.
005000     MOVE MNT-CONFIRM-REGION TO CM-REGION-ID.
005080*                            THE SCREEN IS DELIBERATELY NOT
005090*                            RECEIVED ON THIS PATH, SO THE
005100*                            COMMAREA IS THE ONLY TRUTH ABOUT
005110*                            WHICH REGION WAS CONFIRMED. A
005113*                            PRODUCTION REGION'S DELETE IS HELD
005116*                            FOR APPROVAL INSTEAD.
005120*****************************************************************
005130 5300-DELETE-CONFIRMED.
005140     IF NO-DELETE-PENDING
005290         MOVE 'REGION NOT ON FILE' TO MSGO
005300         SET NO-DELETE-PENDING TO TRUE
005310         MOVE SPACES TO MNT-CONFIRM-REGION
005315         MOVE SPACES TO MNT-CONFIRM-REASON
005320         GO TO 5300-EXIT
005330     END-IF.
005340     IF NOT CT-NON-PRODUCTION
005341         PERFORM 5310-HOLD-DELETE THRU 5310-EXIT
005342         SET NO-DELETE-PENDING TO TRUE
005343         MOVE SPACES TO MNT-CONFIRM-REGION
005344         MOVE SPACES TO MNT-CONFIRM-REASON
005345         GO TO 5300-EXIT
005346     END-IF.
005347     MOVE CT-SPEED TO AUDIT-OLD-VALUE.
005350     EXEC CICS DELETE
005360         FILE ('PONGCTL')
005370         RESP (CICS-RESPONSE-CODE)
005380     END-EXEC.
005390     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
005400         MOVE 'DEL'  TO AUDIT-ACTION-CODE
005410         MOVE CT-REGION-ID TO AUDIT-REGION-ID
005415         MOVE SPACES       TO AUDIT-NEW-VALUE
005420         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005430         MOVE 'REGION DELETED' TO MSGO
005440     ELSE
005460     END-IF.
005470     SET NO-DELETE-PENDING TO TRUE.
005480     MOVE SPACES TO MNT-CONFIRM-REGION.
005485     MOVE SPACES TO MNT-CONFIRM-REASON.
005490 5300-EXIT.
           EXIT.
      
      *****************************************************************
      * 5310-HOLD-DELETE  --  THE REGION IS PRODUCTION. RELEASE THE
      *                       CONTROL RECORD AND HOLD THE DELETE FOR
      *                       APPROVAL WITH THE REASON SAVED WHEN IT
      *                       WAS REQUESTED.
      *****************************************************************
       5310-HOLD-DELETE.
           EXEC CICS UNLOCK
               FILE ('PONGCTL')
               RESP (CICS-RESPONSE-CODE)
           END-EXEC.
           MOVE CT-REGION-ID TO CHECK-REGION-ID.
           PERFORM 5600-CHECK-PENDING THRU 5600-EXIT.
           IF PENDING-FOUND
               MOVE PC-REQUESTED-BY TO PM-REQUESTED-BY
               MOVE PENDING-MESSAGE TO MSGO
               GO TO 5310-EXIT
           END-IF.
           MOVE SPACES TO PONGPCH-RECORD.
           MOVE CT-REGION-ID TO PC-REGION-ID.
           SET PC-CHANGE-DELETE TO TRUE.
           PERFORM 5410-SET-OLD-VALUES THRU 5410-EXIT.
           MOVE MNT-CONFIRM-REASON TO PC-REASON.
           PERFORM 5500-WRITE-HELD-CHANGE THRU 5500-EXIT.
       5310-EXIT.
           EXIT.
      
      *****************************************************************
      * 5410-SET-OLD-VALUES  --  COPY THE CONTROL RECORD AS IT STANDS
      *                          INTO THE PENDING CHANGE'S OLD VALUES.
      *****************************************************************
       5410-SET-OLD-VALUES.
           MOVE CT-SPEED           TO PC-OLD-SPEED.
           MOVE CT-ALERT-THRESHOLD TO PC-OLD-THRESHOLD.
           MOVE CT-ALERT-WINDOW    TO PC-OLD-WINDOW.
           MOVE CT-PRODUCTION-FLAG TO PC-OLD-PRODUCTION.
       5410-EXIT.
           EXIT.
      
      *****************************************************************
      * 5420-SET-NEW-VALUES  --  COPY THE CONTROL RECORD AS IT WOULD
      *                          BECOME INTO THE PENDING CHANGE'S NEW
      *                          VALUES.
      *****************************************************************
       5420-SET-NEW-VALUES.
           MOVE CT-SPEED           TO PC-NEW-SPEED.
           MOVE CT-ALERT-THRESHOLD TO PC-NEW-THRESHOLD.
           MOVE CT-ALERT-WINDOW    TO PC-NEW-WINDOW.
           MOVE CT-PRODUCTION-FLAG TO PC-NEW-PRODUCTION.
       5420-EXIT.
           EXIT.
      
      *****************************************************************
      * 5500-WRITE-HELD-CHANGE  --  STAMP THE PENDING CHANGE WITH THE
      *                             REQUESTER, THE TIME, AND WHEN IT
      *                             EXPIRES, WRITE IT TO PONGPCH, AND
      *                             AUDIT THE REQUEST.
      *****************************************************************
       5500-WRITE-HELD-CHANGE.
           EXEC CICS ASKTIME
               ABSTIME (ABSOLUTE-TIME)
               RESP    (CICS-RESPONSE-CODE)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME  (ABSOLUTE-TIME)
               YYYYMMDD (PC-REQUEST-DATE)
               TIME     (PC-REQUEST-TIME)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           MULTIPLY PENDING-LIFE-HOURS BY 3600000
               GIVING PENDING-LIFE-MS.
           ADD ABSOLUTE-TIME PENDING-LIFE-MS
               GIVING EXPIRY-ABSOLUTE-TIME.
           MOVE EXPIRY-ABSOLUTE-TIME TO PC-EXPIRY-ABSTIME.
           EXEC CICS FORMATTIME
               ABSTIME  (EXPIRY-ABSOLUTE-TIME)
               YYYYMMDD (PC-EXPIRY-DATE)
               TIME     (PC-EXPIRY-TIME)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           EXEC CICS ASSIGN
               USERID (PC-REQUESTED-BY)
           END-EXEC.
           MOVE EIBTRMID TO PC-REQUEST-TERM-ID.
           SET PC-PENDING TO TRUE.
           EXEC CICS WRITE
               FILE      ('PONGPCH')
               FROM      (PONGPCH-RECORD)
               RIDFLD    (PC-KEY)
               KEYLENGTH (LENGTH OF PC-KEY)
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               SET HA-REQUESTED TO TRUE
               PERFORM 7100-WRITE-HELD-AUDIT THRU 7100-EXIT
               MOVE PC-EXPIRY-DATE TO HM-EXPIRY-DATE
               MOVE PC-EXPIRY-TIME TO HM-EXPIRY-TIME
               MOVE HELD-MESSAGE TO MSGO
           ELSE
           IF CICS-RESPONSE-CODE = DFHRESP(DUPREC)
               MOVE 'CHANGE JUST HELD FOR THIS REGION - B TO CHECK'
                   TO MSGO
           ELSE
               MOVE 'HOLD FAILED - PENDING CHANGE FILE ERROR' TO MSGO
           END-IF
           END-IF.
       5500-EXIT.
           EXIT.
      
      *****************************************************************
      * 5600-CHECK-PENDING  --  LOOK FOR A CHANGE STILL PENDING FOR
      *                         CHECK-REGION-ID. ONE PAST ITS EXPIRY
      *                         IS MARKED EXPIRED AND DOES NOT COUNT.
      *                         WHEN ONE IS FOUND IT IS LEFT IN
      *                         PONGPCH-RECORD.
      *****************************************************************
       5600-CHECK-PENDING.
           SET NO-PENDING-FOUND TO TRUE.
           MOVE LOW-VALUES      TO PCH-KEY-WORK.
           MOVE CHECK-REGION-ID TO PCH-KEY-WORK (1:8).
           EXEC CICS STARTBR
               FILE      ('PONGPCH')
               RIDFLD    (PCH-KEY-WORK)
               KEYLENGTH (LENGTH OF PCH-KEY-WORK)
               GTEQ
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 5600-EXIT
           END-IF.
           SET SCAN-NOT-DONE TO TRUE.
           PERFORM 5650-SCAN-NEXT THRU 5650-EXIT
               UNTIL SCAN-DONE.
           EXEC CICS ENDBR
               FILE ('PONGPCH')
               RESP (CICS-RESPONSE-CODE)
           END-EXEC.
           IF NO-PENDING-FOUND
               GO TO 5600-EXIT
           END-IF.
           EXEC CICS ASKTIME
               ABSTIME (ABSOLUTE-TIME)
               RESP    (CICS-RESPONSE-CODE)
           END-EXEC.
           MOVE ABSOLUTE-TIME TO CURRENT-ABSTIME.
           IF CURRENT-ABSTIME > PC-EXPIRY-ABSTIME
               PERFORM 5700-EXPIRE-CHANGE THRU 5700-EXIT
               SET NO-PENDING-FOUND TO TRUE
           END-IF.
       5600-EXIT.
           EXIT.
      
      *****************************************************************
      * 5650-SCAN-NEXT  --  READ THE NEXT PENDING-CHANGE RECORD AND
      *                     STOP AT THE FIRST ONE STILL PENDING FOR
      *                     THE REGION, OR AT THE END OF ITS RECORDS.
      *****************************************************************
       5650-SCAN-NEXT.
           EXEC CICS READNEXT
               FILE      ('PONGPCH')
               INTO      (PONGPCH-RECORD)
               RIDFLD    (PCH-KEY-WORK)
               KEYLENGTH (LENGTH OF PCH-KEY-WORK)
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               SET SCAN-DONE TO TRUE
               GO TO 5650-EXIT
           END-IF.
           IF PC-REGION-ID NOT = CHECK-REGION-ID
               SET SCAN-DONE TO TRUE
               GO TO 5650-EXIT
           END-IF.
           IF PC-PENDING
               SET PENDING-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
           END-IF.
       5650-EXIT.
           EXIT.
      
      *****************************************************************
      * 5700-EXPIRE-CHANGE  --  MARK THE PENDING CHANGE IN PONGPCH-
      *                         RECORD EXPIRED, UNLESS IT WAS DECIDED
      *                         IN THE MEANTIME, AND AUDIT THE EXPIRY
      *                         UNDER THE REQUESTER'S NAME.
      *****************************************************************
       5700-EXPIRE-CHANGE.
           MOVE PC-KEY TO PCH-KEY-WORK.
           EXEC CICS READ
               FILE      ('PONGPCH')
               INTO      (PONGPCH-RECORD)
               RIDFLD    (PCH-KEY-WORK)
               KEYLENGTH (LENGTH OF PCH-KEY-WORK)
               UPDATE
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 5700-EXIT
           END-IF.
           IF NOT PC-PENDING
               EXEC CICS UNLOCK
                   FILE ('PONGPCH')
                   RESP (CICS-RESPONSE-CODE)
               END-EXEC
               GO TO 5700-EXIT
           END-IF.
           SET PC-EXPIRED TO TRUE.
           MOVE SPACES TO PC-DECIDED-BY.
           EXEC CICS FORMATTIME
               ABSTIME  (ABSOLUTE-TIME)
               YYYYMMDD (PC-DECISION-DATE)
               TIME     (PC-DECISION-TIME)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           EXEC CICS REWRITE
               FILE ('PONGPCH')
               FROM (PONGPCH-RECORD)
               RESP (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE PC-REQUESTED-BY TO AUDIT-ON-BEHALF-OF
               SET HA-EXPIRED TO TRUE
               PERFORM 7100-WRITE-HELD-AUDIT THRU 7100-EXIT
               MOVE SPACES TO AUDIT-ON-BEHALF-OF
           END-IF.
       5700-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530* 7000-WRITE-AUDIT  --  WRITE ONE MAINTENANCE AUDIT LINE TO THE
005540*                       PAUD TRANSIENT DATA QUEUE: WHO, WHICH
005550*                       REGION, OLD VALUE, NEW VALUE, AND WHEN.
005552*                       THE SIGNED-ON USER IS WHO, UNLESS THE
005554*                       CALLER NAMES SOMEONE IN AUDIT-ON-BEHALF-
005556*                       OF.
005560*                       BEST EFFORT, LIKE EVERY OTHER PAUD
005570*                       WRITER - A QUEUE ERROR MUST NOT STOP
005580*                       THE MAINTENANCE ACTION ITSELF.
005750     EXEC CICS ASSIGN
005760         USERID (AUDIT-USER-ID)
005770     END-EXEC.
005780     IF AUDIT-ON-BEHALF-OF NOT = SPACES
005782         MOVE AUDIT-ON-BEHALF-OF TO AUD-USER-ID
005784     ELSE
005786         MOVE AUDIT-USER-ID      TO AUD-USER-ID
005788     END-IF.
005790     MOVE AUDIT-ACTION-CODE  TO AUD-ACTION.
005800     MOVE AUDIT-REGION-ID    TO AUD-REGION-ID.
005810     MOVE AUDIT-OLD-VALUE    TO AUD-OLD-SPEED.
005820     MOVE AUDIT-NEW-VALUE    TO AUD-NEW-SPEED.
005830     EXEC CICS WRITEQ TD
005840         QUEUE  ('PAUD')
005850         FROM   (AUDIT-TD-RECORD)
005870         RESP   (CICS-RESPONSE-CODE)
005880     END-EXEC.
005890 7000-EXIT.
           EXIT.
      
      *****************************************************************
      * 7100-WRITE-HELD-AUDIT  --  AUDIT AN EVENT ON THE PENDING CHANGE
      *                            IN PONGPCH-RECORD: A PC LINE WITH
      *                            THE OLD AND NEW SPEED, AND A PT LINE
      *                            WITH THE OLD AND NEW ALERT THRESHOLD
      *                            WHEN THE CHANGE ALTERS IT. THE
      *                            CALLER SETS HA-EVENT.
      *****************************************************************
       7100-WRITE-HELD-AUDIT.
           MOVE 'PC'             TO HA-PREFIX.
           MOVE HELD-ACTION-CODE TO AUDIT-ACTION-CODE.
           MOVE PC-REGION-ID     TO AUDIT-REGION-ID.
           MOVE PC-OLD-SPEED     TO AUDIT-OLD-VALUE.
           MOVE PC-NEW-SPEED     TO AUDIT-NEW-VALUE.
           PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
           IF PC-OLD-THRESHOLD NOT = PC-NEW-THRESHOLD
               MOVE 'PT'             TO HA-PREFIX
               MOVE HELD-ACTION-CODE TO AUDIT-ACTION-CODE
               MOVE PC-OLD-THRESHOLD TO AUDIT-OLD-VALUE
               MOVE PC-NEW-THRESHOLD TO AUDIT-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
           END-IF.
       7100-EXIT.
005900     EXIT.
005910
005920*****************************************************************
