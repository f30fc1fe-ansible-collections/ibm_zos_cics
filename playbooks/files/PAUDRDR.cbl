000170*                FOR THE NEXT TRIGGER, AND THE ONE LINE ALREADY
000180*                READ OFF THE QUEUE (READQ TD IS DESTRUCTIVE)
000190*                IS CARRIED IN FULL ON THE CSMT MESSAGE SO IT
000200*                CAN BE RECOVERED BY HAND. THE SAME LINE GOES
      *                OUT ON THE PONGEVP EVENT FEED AS AN AUDF EVENT.
      *                EVERY RECORD IS CHAINED AS IT IS HARDENED: THE
      *                HEAD RECORD ON THE PONGACH CONTROL FILE IS READ
      *                FOR UPDATE, THE NEW RECORD TAKES THE NEXT CHAIN
      *                SEQUENCE AND THE HEAD'S CHAIN VALUE AS ITS
      *                PREVIOUS VALUE, PONGCHN COMPUTES ITS OWN CHAIN
      *                VALUE, AND THE HEAD IS MOVED ON TO IT ONCE THE
      *                WRITE SUCCEEDS. THE LOCK ON THE HEAD KEEPS THE
      *                CHAIN IN HARDENING ORDER EVEN WHEN TWO TASKS
      *                DRAIN AT ONCE. IF THE HEAD CANNOT BE READ THE
      *                LINE IS STILL HARDENED, UNCHAINED, AND CSMT IS
      *                TOLD - THE PONGAVR VERIFIER REPORTS IT. IF THE
      *                HEAD CANNOT BE MOVED ON THE DRAIN STOPS, SO NO
      *                LATER LINE CHAINS FROM A STALE HEAD.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000280*                 LINE WHOSE PONGAUD WRITE FAILS HAS ALREADY
000290*                 LEFT THE QUEUE AND THE MESSAGE IS THE ONLY
000300*                 PLACE IT STILL EXISTS.
000301* 10/15/2026 WPY  PUT AN AUDF EVENT ON THE OUTBOUND EVENT FEED
000302*                 (PONGEVP), CARRYING THE FAILED LINE IN FULL,
000303*                 WHENEVER A LINE CANNOT BE HARDENED.
000304* 10/15/2026 WPY  CHAIN EVERY HARDENED RECORD TO THE ONE BEFORE IT
000305*                 (PA-CHAIN-AREA, PONGCHN, PONGACH HEAD RECORD).
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.      PAUDRDR.
000550 01  PONGAUD-RECORD.
000560     COPY PONGAUD.
000570
      *----------------------------------------------------------------
      * A LINE THAT COULD NOT BE HARDENED, AS AN EVENT FOR THE
      * OUTBOUND FEED, AND THE APPLID OF THE REGION IT BELONGS TO.
      *----------------------------------------------------------------
       01  EVENT-RECORD.
           COPY PONGEVT.
       01  REGION-APPLID               PIC X(08).
      
      *----------------------------------------------------------------
      * THE CHAIN HEAD ON THE PONGACH CONTROL FILE: THE LAST RECORD
      * CHAINED, READ FOR UPDATE BEFORE EACH WRITE AND MOVED ON TO
      * THE NEW RECORD AFTER IT. THE SUBPROGRAM THAT COMPUTES A
      * RECORD'S CHAIN VALUE IS CALLED THROUGH ITS NAME HERE.
      *----------------------------------------------------------------
       01  PONGACH-RECORD.
           COPY PONGACH.
       01  CHAIN-PROGRAM               PIC X(08)  VALUE 'PONGCHN'.
       01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
      
000580 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000590 01  READQ-LENGTH                PIC S9(04) COMP.
000600
000670 01  WRITE-SWITCH                PIC X(01)  VALUE 'N'.
000680     88 RECORD-WRITTEN               VALUE 'Y'.
000690     88 RECORD-NOT-WRITTEN           VALUE 'N'.
000691 01  CHAIN-SWITCH                PIC X(01)  VALUE 'N'.
000692     88 LINE-CHAINED                 VALUE 'Y'.
000693     88 LINE-NOT-CHAINED             VALUE 'N'.
000694 01  HEAD-SWITCH                 PIC X(01)  VALUE 'N'.
000695     88 HEAD-ON-FILE                 VALUE 'Y'.
000696     88 HEAD-NOT-ON-FILE             VALUE 'N'.
000700
000710 01  MAX-HARDEN-SEQ              PIC 9(04)  VALUE 9999.
000720
001330*                       LANDED ON THE SAME DATE, TIME, AND
001340*                       TASK. A LINE WITH UNREADABLE NUMERIC
001350*                       FIELDS IS STILL HARDENED, UNDER ZEROS,
001360*                       RATHER THAN THROWN AWAY. THE CHAIN
001362*                       HEAD STAYS LOCKED FROM BEFORE THE FIRST
001364*                       WRITE ATTEMPT UNTIL IT HAS BEEN MOVED ON,
001366*                       OR UNTIL THE WRITE HAS FAILED.
001370*****************************************************************
001380 3000-HARDEN-LINE.
001390     MOVE SPACES TO PONGAUD-RECORD.
001560     MOVE AUD-RECORD-TYPE TO PA-RECORD-TYPE.
001570     MOVE AUD-TERM-ID     TO PA-TERM-ID.
001580     MOVE AUD-DETAIL      TO PA-DETAIL.
001585     PERFORM 3050-READ-CHAIN-HEAD THRU 3050-EXIT.
001590     SET RECORD-NOT-WRITTEN TO TRUE.
001600     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT
001610         UNTIL RECORD-WRITTEN OR QUEUE-DRAINED.
001611     IF LINE-CHAINED
001612         IF RECORD-WRITTEN
001613             PERFORM 3200-ADVANCE-CHAIN-HEAD THRU 3200-EXIT
001614         ELSE
001615             PERFORM 3300-RELEASE-CHAIN-HEAD THRU 3300-EXIT
001616         END-IF
001617     END-IF.
001620 3000-EXIT.
           EXIT.
      
      *****************************************************************
      * 3050-READ-CHAIN-HEAD  --  READ THE CHAIN HEAD FOR UPDATE AND
      *                           GIVE THE NEW RECORD THE NEXT CHAIN
      *                           SEQUENCE AND THE HEAD'S CHAIN VALUE.
      *                           NO HEAD YET MEANS THIS IS THE FIRST
      *                           RECORD EVER CHAINED: SEQUENCE 1 FROM
      *                           A PREVIOUS VALUE OF ZERO. A HEAD THAT
      *                           CANNOT BE READ OR DOES NOT MAKE SENSE
      *                           LEAVES THE LINE UNCHAINED - IT IS
      *                           STILL HARDENED, WITH A CHAIN AREA OF
      *                           SPACES, AND CSMT IS TOLD.
      *****************************************************************
       3050-READ-CHAIN-HEAD.
           SET LINE-NOT-CHAINED TO TRUE.
           MOVE SPACES TO PONGACH-RECORD.
           SET AC-CHAIN-HEAD TO TRUE.
           EXEC CICS READ
               FILE      ('PONGACH')
               INTO      (PONGACH-RECORD)
               RIDFLD    (AC-KEY)
               KEYLENGTH (LENGTH OF AC-KEY)
               UPDATE
               RESP      (CICS-RESPONSE-CODE)
           END-EXEC.
           IF CICS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE SPACES TO PONGACH-RECORD
               SET AC-CHAIN-HEAD TO TRUE
               MOVE ZEROES TO AC-CHAIN-SEQ
               MOVE ZEROES TO AC-CHAIN-VALUE
               MOVE ZEROES TO AC-RECORD-COUNT
               SET HEAD-NOT-ON-FILE TO TRUE
           ELSE
               IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'PONGACH READ - UNCHAINED' TO PM-REASON
                   MOVE CICS-RESPONSE-CODE        TO PM-RESPONSE
                   MOVE AUDIT-TD-RECORD           TO PM-AUDIT-LINE
                   PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
                   GO TO 3050-EXIT
               END-IF
               SET HEAD-ON-FILE TO TRUE
           END-IF.
           IF AC-CHAIN-SEQ IS NOT NUMERIC
                  OR AC-CHAIN-VALUE IS NOT NUMERIC
                  OR AC-RECORD-COUNT IS NOT NUMERIC
               MOVE 'PONGACH HEAD NOT NUMERIC' TO PM-REASON
               MOVE ZEROES                     TO PM-RESPONSE
               MOVE AUDIT-TD-RECORD            TO PM-AUDIT-LINE
               PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
               PERFORM 3300-RELEASE-CHAIN-HEAD THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.
           SET LINE-CHAINED TO TRUE.
           ADD 1 TO AC-CHAIN-SEQ GIVING PA-CHAIN-SEQ.
           MOVE AC-CHAIN-VALUE TO PA-PREV-CHAIN-VALUE.
       3050-EXIT.
001630     EXIT.
001640
001650*****************************************************************
001730*                              THE CSMT MESSAGE SO IT CAN BE
001740*                              RE-KEYED BY HAND, AND ONLY THE
001750*                              LINES BEHIND IT WAIT FOR THE
001760*                              NEXT TRIGGER. THE FAILURE ALSO
001761*                              GOES OUT ON THE EVENT FEED. A
001762*                              CHAINED RECORD'S CHAIN VALUE IS
001763*                              COMPUTED AFRESH FOR EACH ATTEMPT,
001764*                              SINCE THE HARDEN SEQUENCE IS PART
001765*                              OF WHAT IT COVERS.
001770*****************************************************************
001780 3100-WRITE-AUDIT-RECORD.
001782     IF LINE-CHAINED
001784         CALL CHAIN-PROGRAM USING PONGAUD-RECORD
001786     END-IF.
001790     EXEC CICS WRITE
001800         FILE      ('PONGAUD')
001810         FROM      (PONGAUD-RECORD)
001960     MOVE CICS-RESPONSE-CODE       TO PM-RESPONSE.
001970     MOVE AUDIT-TD-RECORD          TO PM-AUDIT-LINE.
001980     PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT.
001985     PERFORM 9100-PUBLISH-FAILURE THRU 9100-EXIT.
001990     SET QUEUE-DRAINED TO TRUE.
002000 3100-EXIT.
           EXIT.
      
      *****************************************************************
      * 3200-ADVANCE-CHAIN-HEAD  --  MOVE THE CHAIN HEAD ON TO THE
      *                              RECORD JUST HARDENED, OR WRITE
      *                              THE FIRST HEAD. IF THAT FAILS THE
      *                              RECORD IS ON FILE BUT THE HEAD IS
      *                              STALE, SO THE DRAIN STOPS RATHER
      *                              THAN CHAIN MORE LINES FROM IT; THE
      *                              VERIFIER WILL REPORT THE BREAK.
      *****************************************************************
       3200-ADVANCE-CHAIN-HEAD.
           MOVE PA-CHAIN-SEQ   TO AC-CHAIN-SEQ.
           MOVE PA-CHAIN-VALUE TO AC-CHAIN-VALUE.
           MOVE PA-KEY         TO AC-AUDIT-KEY.
           ADD 1 TO AC-RECORD-COUNT.
           EXEC CICS ASKTIME
               ABSTIME (ABSOLUTE-TIME)
               RESP    (CICS-RESPONSE-CODE)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME  (ABSOLUTE-TIME)
               YYYYMMDD (AC-UPDATE-DATE)
               TIME     (AC-UPDATE-TIME)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           IF HEAD-ON-FILE
               EXEC CICS REWRITE
                   FILE   ('PONGACH')
                   FROM   (PONGACH-RECORD)
                   RESP   (CICS-RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE      ('PONGACH')
                   FROM      (PONGACH-RECORD)
                   RIDFLD    (AC-KEY)
                   KEYLENGTH (LENGTH OF AC-KEY)
                   RESP      (CICS-RESPONSE-CODE)
               END-EXEC
           END-IF.
           IF CICS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'PONGACH HEAD NOT UPDATED' TO PM-REASON
               MOVE CICS-RESPONSE-CODE         TO PM-RESPONSE
               MOVE AUDIT-TD-RECORD            TO PM-AUDIT-LINE
               PERFORM 9000-LOG-PROBLEM THRU 9000-EXIT
               SET QUEUE-DRAINED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      
      *****************************************************************
      * 3300-RELEASE-CHAIN-HEAD  --  GIVE UP THE UPDATE LOCK ON THE
      *                              CHAIN HEAD WITHOUT CHANGING IT.
      *                              BEST EFFORT - TASK END RELEASES
      *                              IT IN ANY CASE.
      *****************************************************************
       3300-RELEASE-CHAIN-HEAD.
           IF HEAD-ON-FILE
               EXEC CICS UNLOCK
                   FILE ('PONGACH')
                   RESP (CICS-RESPONSE-CODE)
               END-EXEC
           END-IF.
       3300-EXIT.
002010     EXIT.
002020
002030*****************************************************************
002160 9000-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200* 9100-PUBLISH-FAILURE  --  HAND THE LINE THAT COULD NOT BE
002210*                           HARDENED TO PONGEVP FOR THE OUTBOUND
002220*                           EVENT FEED, WITH THE SAME REASON AND
002230*                           RESP AS THE CSMT MESSAGE. BEST
002240*                           EFFORT - THE FEED HOLDS THE EVENT
002250*                           ITSELF IF MQ IS DOWN.
002260*****************************************************************
002270 9100-PUBLISH-FAILURE.
002280     MOVE SPACES           TO REGION-APPLID.
002290     EXEC CICS ASSIGN
002300         APPLID (REGION-APPLID)
002310         RESP   (CICS-RESPONSE-CODE)
002320     END-EXEC.
002330     MOVE SPACES           TO EVENT-RECORD.
002340     SET EV-AUDIT-FAILURE  TO TRUE.
002350     MOVE REGION-APPLID    TO EV-REGION-ID.
002360     MOVE 1                TO EV-ERROR-COUNT.
002370     MOVE ZEROES           TO EV-REJECT-COUNT.
002380     MOVE ZEROES           TO EV-ABEND-COUNT.
002390     MOVE ZEROES           TO EV-THRESHOLD.
002400     MOVE ZEROES           TO EV-WINDOW-MINS.
002410     MOVE PM-REASON        TO EV-FAIL-REASON.
002420     MOVE PM-RESPONSE      TO EV-FAIL-RESP.
002430     MOVE PM-AUDIT-LINE    TO EV-AUDIT-LINE.
002440     EXEC CICS LINK
002450         PROGRAM  ('PONGEVP')
002460         COMMAREA (EVENT-RECORD)
002470         LENGTH   (LENGTH OF EVENT-RECORD)
002480         RESP     (CICS-RESPONSE-CODE)
002490     END-EXEC.
002500 9100-EXIT.
002510     EXIT.
002520
