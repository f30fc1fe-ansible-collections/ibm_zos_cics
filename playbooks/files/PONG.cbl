000990*                 FROM A HANDFUL OF RECORDS INSTEAD OF BROWSING
001000*                 THE WHOLE PONGSTAT DETAIL FILE. THE DETAIL
001010*                 RECORDS THEMSELVES ARE UNCHANGED.
      * 10/15/2026 WPY  CHECK EVERY CALL AGAINST THE NEW PONGCLR
      *                 CALLER REGISTRY, KEYED BY TRANSACTION ID AND,
      *                 FOR PMQB BRIDGE TRAFFIC, THE MQ USER ID NOW
      *                 CARRIED ON THE COMMAREA. A BLOCKED CALLER, OR
      *                 ONE OVER ITS CALLS-PER-MINUTE LIMIT, GETS
      *                 RETCODE 03 (THROTTLED) AND NO SPEED, AND THE
      *                 CALL IS LOGGED WITH CALL STATUS T AND COUNTED
      *                 SEPARATELY ON PONGSUM. THE PER-MINUTE COUNTS
      *                 LIVE ON THE PONGTHRT MAIN-STORAGE TS QUEUE
      *                 UNDER THEIR OWN ENQ. AN UNREGISTERED CALLER,
      *                 OR ANY REGISTRY PROBLEM, LETS THE CALL THROUGH,
      *                 AND A THROTTLED CALL DOES NOT COUNT TOWARD THE
      *                 REGION'S ERROR ALERT.
      * 10/15/2026 WPY  PUT AN ALRT EVENT ON THE OUTBOUND EVENT FEED
      *                 (PONGEVP) WHEN AN ALERT RECORD IS WRITTEN.
001020*****************************************************************
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.      PONG.
002070 01  PONGALRT-RECORD.
002080     COPY PONGALRT.
002090
002091*----------------------------------------------------------------
002092* THE ALERT AS AN EVENT FOR THE OUTBOUND FEED.
002093*----------------------------------------------------------------
002094 01  EVENT-RECORD.
002095     COPY PONGEVT.
002096
002100 01  ALERT-COUNTER-RECORD.
002110     05 AC-WINDOW-START           PIC S9(15) COMP-3.
002120     05 AC-ERROR-COUNT            PIC S9(04) COMP.
002330 01  WINDOW-ELAPSED-MS            PIC S9(15) COMP-3.
002340 01  WINDOW-LIMIT-MS              PIC S9(15) COMP-3.
002350 01  ALERT-TOTAL-COUNT            PIC S9(05) COMP.
      
      *----------------------------------------------------------------
      * CALLER REGISTRY ON THE PONGCLR FILE, AND EACH CALLER'S COUNT
      * FOR THE CURRENT MINUTE. THE COUNTS LIVE IN ONE TABLE ON A
      * MAIN-STORAGE TS QUEUE SHARED BY EVERY TASK IN THE REGION, THE
      * SAME WAY AS THE ALERT WINDOW COUNTERS, AND THE READ-BUMP-
      * REWRITE IS SERIALIZED UNDER ITS OWN ENQ. A FULL TABLE REUSES
      * THE FIRST ENTRY WHOSE MINUTE IS OVER; WITH NONE TO REUSE THE
      * CALL GOES THROUGH UNCOUNTED. A CALLER NOT ON THE REGISTRY, OR
      * ANY PROBLEM WITH THE FILE, THE QUEUE OR THE ENQ, LETS THE
      * CALL THROUGH - THROTTLING IS BEST EFFORT AND MUST NEVER STOP
      * A LEGITIMATE ANSWER GETTING BACK.
      *----------------------------------------------------------------
       01  PONGCLR-RECORD.
           COPY PONGCLR.
      
       01  CALLER-USER-WORK             PIC X(12).
       01  CALLER-KEY-WORK.
           05 CK-TRANSACTION-ID         PIC X(04).
           05 CK-MQ-USER-ID             PIC X(12).
      
       01  THROTTLE-TABLE.
           05 TT-ENTRY-COUNT            PIC S9(04) COMP.
           05 TT-ENTRY                  OCCURS 50 TIMES.
               10 TT-CALLER-KEY         PIC X(16).
               10 TT-MINUTE-START       PIC S9(15) COMP-3.
               10 TT-CALL-COUNT         PIC S9(08) COMP.
      
       01  THROTTLE-MAX-ENTRIES         PIC S9(04) COMP  VALUE 50.
       01  THROTTLE-SUB                 PIC S9(04) COMP.
       01  THROTTLE-SLOT                PIC S9(04) COMP.
       01  THROTTLE-FREE-SLOT           PIC S9(04) COMP.
       01  THROTTLE-LENGTH              PIC S9(04) COMP.
       01  THROTTLE-ITEM                PIC S9(04) COMP  VALUE 1.
       01  THROTTLE-ENQ-RESOURCE        PIC X(08)  VALUE 'PONGTHRT'.
       01  THROTTLE-ELAPSED-MS          PIC S9(15) COMP-3.
       01  THROTTLE-MINUTE-MS           PIC S9(15) COMP-3 VALUE 60000.
       01  THROTTLE-SWITCH              PIC X(01)  VALUE 'N'.
           88 THROTTLE-IS-NEW               VALUE 'Y'.
           88 THROTTLE-EXISTS               VALUE 'N'.
       01  CALLER-SLOT-SWITCH           PIC X(01)  VALUE 'N'.
           88 CALLER-SLOT-FOUND             VALUE 'Y'.
           88 CALLER-SLOT-NOT-FOUND         VALUE 'N'.
       01  CALLER-LIMIT-SWITCH          PIC X(01)  VALUE 'N'.
           88 CALLER-OVER-LIMIT             VALUE 'Y'.
           88 CALLER-WITHIN-LIMIT           VALUE 'N'.
002360
002370*----------------------------------------------------------------
002380* RUNNING PER-HOUR SUMMARY RECORD ON THE PONGSUM FILE, BUMPED
003200         SET TWA-IS-ABSENT TO TRUE
003210     END-IF.
003220     PERFORM 1000-VALIDATE-COMMAREA THRU 1000-EXIT.
003225     PERFORM 1500-CHECK-CALLER      THRU 1500-EXIT.
003230     IF RC-NORMAL
003240         PERFORM 2000-PROCESS-SPEED THRU 2000-EXIT
003250     END-IF.
003670         END-IF
003680     END-IF.
003690 1000-EXIT.
           EXIT.
      
      *****************************************************************
      * 1500-CHECK-CALLER  --  LOOK THE CALLER UP ON THE PONGCLR
      *                        REGISTRY - TRANSACTION AND MQ USER
      *                        FIRST, THEN THE TRANSACTION WITH A
      *                        BLANK USER - AND TURN IT AWAY IF IT IS
      *                        BLOCKED OR OVER ITS CALLS-PER-MINUTE
      *                        LIMIT. EVERY CALL COUNTS TOWARD THE
      *                        LIMIT, EVEN ONE WITH A BAD SPEED, SO A
      *                        RUNAWAY SCRIPT IS HELD BACK WHATEVER IT
      *                        SENDS. AN UNREGISTERED CALLER, OR ANY
      *                        PROBLEM READING THE REGISTRY, LETS THE
      *                        CALL THROUGH - RESP() KEEPS THE LOOKUP
      *                        OUT OF THE ERROR HANDLER.
      *****************************************************************
       1500-CHECK-CALLER.
           MOVE SPACES TO CALLER-USER-WORK.
           IF CALLER-USER-ID NOT = LOW-VALUES
               MOVE CALLER-USER-ID TO CALLER-USER-WORK
           END-IF.
           MOVE EIBTRNID         TO CK-TRANSACTION-ID.
           MOVE CALLER-USER-WORK TO CK-MQ-USER-ID.
           MOVE CALLER-KEY-WORK  TO CR-KEY.
           EXEC CICS READ
               FILE      ('PONGCLR')
               INTO      (PONGCLR-RECORD)
               RIDFLD    (CR-KEY)
               KEYLENGTH (LENGTH OF CR-KEY)
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
                  AND CALLER-USER-WORK NOT = SPACES
               MOVE EIBTRNID TO CR-TRANSACTION-ID
               MOVE SPACES   TO CR-MQ-USER-ID
               EXEC CICS READ
                   FILE      ('PONGCLR')
                   INTO      (PONGCLR-RECORD)
                   RIDFLD    (CR-KEY)
                   KEYLENGTH (LENGTH OF CR-KEY)
                   RESP      (CICS-RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 1500-EXIT
           END-IF.
           IF CR-CALLER-BLOCKED
               PERFORM 1700-THROTTLE-CALL THRU 1700-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CR-CALLS-PER-MINUTE IS NOT NUMERIC
                  OR CR-CALLS-PER-MINUTE = ZERO
               GO TO 1500-EXIT
           END-IF.
           SET CALLER-WITHIN-LIMIT TO TRUE.
           PERFORM 1550-COUNT-CALL THRU 1550-EXIT.
           IF CALLER-OVER-LIMIT
               PERFORM 1700-THROTTLE-CALL THRU 1700-EXIT
           END-IF.
       1500-EXIT.
           EXIT.
      
      *****************************************************************
      * 1550-COUNT-CALL  --  COUNT THE CALL INTO THE CALLER'S CURRENT
      *                      MINUTE UNDER THE PONGTHRT ENQ SO CALLS
      *                      ARRIVING TOGETHER CANNOT LOSE EACH
      *                      OTHER'S COUNTS. NO ENQ, NO COUNT - THE
      *                      CALL GOES THROUGH.
      *****************************************************************
       1550-COUNT-CALL.
           EXEC CICS ENQ
               RESOURCE (THROTTLE-ENQ-RESOURCE)
               LENGTH   (LENGTH OF THROTTLE-ENQ-RESOURCE)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 1550-EXIT
           END-IF.
           PERFORM 1600-BUMP-CALLER-COUNT THRU 1600-EXIT.
           EXEC CICS DEQ
               RESOURCE (THROTTLE-ENQ-RESOURCE)
               LENGTH   (LENGTH OF THROTTLE-ENQ-RESOURCE)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
       1550-EXIT.
           EXIT.
      
      *****************************************************************
      * 1600-BUMP-CALLER-COUNT  --  FETCH THE COUNT TABLE FROM THE
      *                             PONGTHRT TS QUEUE (OR START AN
      *                             EMPTY ONE), FIND OR MAKE THE
      *                             CALLER'S ENTRY, START A FRESH
      *                             MINUTE IF THE LAST ONE IS OVER,
      *                             ADD THIS CALL, AND HARDEN THE
      *                             TABLE BACK TO THE QUEUE.
      *****************************************************************
       1600-BUMP-CALLER-COUNT.
           EXEC CICS ASKTIME
               ABSTIME (ABSOLUTE-TIME)
               RESP    (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               GO TO 1600-EXIT
           END-IF.
           SET THROTTLE-EXISTS TO TRUE.
           MOVE LENGTH OF THROTTLE-TABLE TO THROTTLE-LENGTH.
           EXEC CICS READQ TS
               QUEUE  ('PONGTHRT')
               INTO   (THROTTLE-TABLE)
               LENGTH (THROTTLE-LENGTH)
               ITEM   (1)
               RESP   (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               SET THROTTLE-IS-NEW TO TRUE
               MOVE ZERO TO TT-ENTRY-COUNT
           END-IF.
           SET CALLER-SLOT-NOT-FOUND TO TRUE.
           MOVE ZERO TO THROTTLE-SLOT.
           MOVE ZERO TO THROTTLE-FREE-SLOT.
           PERFORM 1650-FIND-CALLER THRU 1650-EXIT
               VARYING THROTTLE-SUB FROM 1 BY 1
               UNTIL THROTTLE-SUB > TT-ENTRY-COUNT
                  OR CALLER-SLOT-FOUND.
           IF CALLER-SLOT-NOT-FOUND
               IF TT-ENTRY-COUNT IS LESS THAN THROTTLE-MAX-ENTRIES
                   ADD 1 TO TT-ENTRY-COUNT
                   MOVE TT-ENTRY-COUNT TO THROTTLE-SLOT
               ELSE
                   IF THROTTLE-FREE-SLOT = ZERO
                       GO TO 1600-EXIT
                   END-IF
                   MOVE THROTTLE-FREE-SLOT TO THROTTLE-SLOT
               END-IF
               MOVE CALLER-KEY-WORK TO TT-CALLER-KEY (THROTTLE-SLOT)
               MOVE ABSOLUTE-TIME   TO TT-MINUTE-START (THROTTLE-SLOT)
               MOVE ZERO            TO TT-CALL-COUNT (THROTTLE-SLOT)
           END-IF.
           SUBTRACT TT-MINUTE-START (THROTTLE-SLOT) FROM ABSOLUTE-TIME
               GIVING THROTTLE-ELAPSED-MS.
           IF THROTTLE-ELAPSED-MS NOT LESS THAN THROTTLE-MINUTE-MS
               MOVE ABSOLUTE-TIME TO TT-MINUTE-START (THROTTLE-SLOT)
               MOVE ZERO          TO TT-CALL-COUNT (THROTTLE-SLOT)
           END-IF.
           ADD 1 TO TT-CALL-COUNT (THROTTLE-SLOT).
           IF TT-CALL-COUNT (THROTTLE-SLOT)
                  IS GREATER THAN CR-CALLS-PER-MINUTE
               SET CALLER-OVER-LIMIT TO TRUE
           END-IF.
           IF THROTTLE-IS-NEW
               EXEC CICS WRITEQ TS
                   QUEUE  ('PONGTHRT')
                   FROM   (THROTTLE-TABLE)
                   LENGTH (LENGTH OF THROTTLE-TABLE)
                   MAIN
                   RESP   (CICS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS
                   QUEUE  ('PONGTHRT')
                   FROM   (THROTTLE-TABLE)
                   LENGTH (LENGTH OF THROTTLE-TABLE)
                   ITEM   (THROTTLE-ITEM)
                   REWRITE
                   RESP   (CICS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       1600-EXIT.
           EXIT.
      
      *****************************************************************
      * 1650-FIND-CALLER  --  COMPARE ONE TABLE ENTRY TO THE CALLER,
      *                       NOTING ON THE WAY THE FIRST ENTRY WHOSE
      *                       MINUTE IS OVER IN CASE THE TABLE IS FULL.
      *****************************************************************
       1650-FIND-CALLER.
           IF TT-CALLER-KEY (THROTTLE-SUB) = CALLER-KEY-WORK
               SET CALLER-SLOT-FOUND TO TRUE
               MOVE THROTTLE-SUB TO THROTTLE-SLOT
               GO TO 1650-EXIT
           END-IF.
           SUBTRACT TT-MINUTE-START (THROTTLE-SUB) FROM ABSOLUTE-TIME
               GIVING THROTTLE-ELAPSED-MS.
           IF THROTTLE-ELAPSED-MS NOT LESS THAN THROTTLE-MINUTE-MS
                  AND THROTTLE-FREE-SLOT = ZERO
               MOVE THROTTLE-SUB TO THROTTLE-FREE-SLOT
           END-IF.
       1650-EXIT.
           EXIT.
      
      *****************************************************************
      * 1700-THROTTLE-CALL  --  ANSWER WITH THE THROTTLED RETCODE AND
      *                         NO SPEED, AND LOG THE CALL WITH ITS
      *                         OWN CALL STATUS.
      *****************************************************************
       1700-THROTTLE-CALL.
           SET RC-THROTTLED        TO TRUE.
           SET PS-STATUS-THROTTLED TO TRUE.
           MOVE SPACES TO SPEED.
           MOVE SPACES TO PS-RETURNED-SPEED.
       1700-EXIT.
003700     EXIT.
003710 
003720*****************************************************************
006050     IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
006060         GO TO 5600-EXIT
006070     END-IF.
006072*    SPACES FIRST SO A RECORD WRITTEN BEFORE THE THROTTLED COUNT
006074*    WAS ADDED READS WITH A NON-NUMERIC COUNT, REPAIRED BELOW.
006076     MOVE SPACES TO PONGSUM-RECORD.
006080     MOVE PS-CALL-DATE       TO HS-CALL-DATE.
006090     MOVE PS-CALL-TIME (1:2) TO HS-HOUR.
006100     EXEC CICS READ
006180     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
006190         IF HS-TOTAL-COUNT IS NOT NUMERIC
006200             PERFORM 5630-INIT-SUMMARY THRU 5630-EXIT
006202         END-IF
006204         IF HS-THROTTLED-COUNT IS NOT NUMERIC
006206             MOVE ZEROES TO HS-THROTTLED-COUNT
006210         END-IF
006220         PERFORM 5650-BUMP-SUMMARY THRU 5650-EXIT
006230         EXEC CICS REWRITE
006620     MOVE ZEROES TO HS-REJECTED-COUNT.
006630     MOVE ZEROES TO HS-ERROR-COUNT.
006640     MOVE ZEROES TO HS-ABEND-COUNT.
006645     MOVE ZEROES TO HS-THROTTLED-COUNT.
006650     MOVE ZEROES TO HS-SPEED-SLOT-COUNT.
006660     PERFORM 5640-CLEAR-SPEED-SLOT THRU 5640-EXIT
006670         VARYING SUM-SPEED-SUB FROM 1 BY 1
006990     END-IF.
007000     IF PS-STATUS-ABEND
007010         ADD 1 TO HS-ABEND-COUNT
007012     END-IF.
007014     IF PS-STATUS-THROTTLED
007016         ADD 1 TO HS-THROTTLED-COUNT
007020     END-IF.
007030     IF NOT PS-STATUS-NORMAL
007040         GO TO 5650-EXIT
008100*                       ROLLING ERROR WINDOW AND RAISE AN
008110*                       OPERATOR ALERT WHEN THE PER-REGION
008120*                       THRESHOLD ON PONGCTL IS REACHED.
008130*                       NORMAL AND THROTTLED CALLS - A
008133*                       THROTTLED CALL IS THE CALLER'S DOING,
008136*                       NOT THE REGION'S - REGIONS WITH NO CONTROL
008140*                       RECORD, AND REGIONS WITH A ZERO
008150*                       THRESHOLD OR WINDOW ALL FALL STRAIGHT
008160*                       THROUGH. EVERY CICS CALL HERE TRAPS ITS
008180*                       THE STATISTICS AND AUDIT WRITES.
008190*****************************************************************
008200 6000-CHECK-ALERT.
008210     IF PS-STATUS-NORMAL OR PS-STATUS-THROTTLED
008220         GO TO 6000-EXIT
008230     END-IF.
008240     EXEC CICS ASSIGN
009320*                       OPERATIONS TRACKS TO CLOSURE. ONE ALERT
009330*                       PER WINDOW - THE FLAG STOPS A STORM OF
009340*                       CONSOLE MESSAGES WHILE THE CONDITION
009350*                       PERSISTS. AN ALERT RECORD THAT LANDS
009355*                       ALSO GOES OUT ON THE EVENT FEED.
009360*****************************************************************
009370 6200-RAISE-ALERT.
009380     MOVE REGION-APPLID   TO OM-REGION-ID.
009620         KEYLENGTH (LENGTH OF AL-KEY)
009630         RESP      (CICS-RESPONSE-CODE)
009640     END-EXEC.
009642     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
009644         PERFORM 6250-PUBLISH-ALERT THRU 6250-EXIT
009646     END-IF.
009650     SET WINDOW-ALERTED TO TRUE.
009660 6200-EXIT.
           EXIT.
      
      *****************************************************************
      * 6250-PUBLISH-ALERT  --  HAND THE NEW ALERT TO PONGEVP FOR THE
      *                         OUTBOUND EVENT FEED. BEST EFFORT - THE
      *                         FEED HOLDS THE EVENT ITSELF IF MQ IS
      *                         DOWN, AND A FAILED LINK MUST NOT COST
      *                         THE CALLER ITS ANSWER.
      *****************************************************************
       6250-PUBLISH-ALERT.
           MOVE SPACES          TO EVENT-RECORD.
           SET EV-ALERT-RAISED  TO TRUE.
           MOVE AL-REGION-ID    TO EV-REGION-ID.
           MOVE AL-ERROR-COUNT  TO EV-ERROR-COUNT.
           MOVE AL-REJECT-COUNT TO EV-REJECT-COUNT.
           MOVE AL-ABEND-COUNT  TO EV-ABEND-COUNT.
           MOVE AL-THRESHOLD    TO EV-THRESHOLD.
           MOVE AL-WINDOW-MINS  TO EV-WINDOW-MINS.
           MOVE AL-ALERT-DATE   TO EV-ALERT-DATE.
           MOVE AL-ALERT-TIME   TO EV-ALERT-TIME.
           MOVE AL-ALERT-STATUS TO EV-ALERT-STATUS.
           MOVE ZEROES          TO EV-CLOSED-DATE.
           MOVE ZEROES          TO EV-CLOSED-TIME.
           EXEC CICS LINK
               PROGRAM  ('PONGEVP')
               COMMAREA (EVENT-RECORD)
               LENGTH   (LENGTH OF EVENT-RECORD)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
       6250-EXIT.
009670     EXIT.
009680
009690*****************************************************************
