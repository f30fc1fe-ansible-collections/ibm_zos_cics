000160*                EVERY CLOSURE ALSO WRITES A MAINTENANCE AUDIT
000170*                LINE TO THE PAUD TRANSIENT DATA QUEUE (SHARED
000180*                PAUDREC LAYOUT) SO THE SIGN-OFF IS ON THE SAME
000190*                TRAIL AS EVERY OTHER OPERATIONAL CHANGE, AND
000195*                GOES OUT ON THE PONGEVP EVENT FEED.
000200*****************************************************************
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* ---------- ---- ------------------------------------------------
000240* 09/02/2026 WPY  ORIGINAL PROGRAM.
000243* 10/15/2026 WPY  PUT AN ALCL EVENT ON THE OUTBOUND EVENT FEED
000246*                 (PONGEVP) FOR EVERY ALERT CLOSED.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.      PONGALW.
000650*----------------------------------------------------------------
000660 01  PONGALRT-RECORD.
000670     COPY PONGALRT.
000671
000672*----------------------------------------------------------------
000673* THE CLOSED ALERT AS AN EVENT FOR THE OUTBOUND FEED.
000674*----------------------------------------------------------------
000675 01  EVENT-RECORD.
000676     COPY PONGEVT.
000680
000690 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000700 01  ABSOLUTE-TIME               PIC S9(15) COMP-3.
004840* 5000-CLOSE-ALERT  --  CLOSE THE ALERT KEYED ON THE SCREEN,
004850*                       RECORDING WHO, WHEN, AND THE RESOLUTION
004860*                       NOTE ON THE RECORD, AND WRITE THE
004870*                       SIGN-OFF TO THE PAUD AUDIT TRAIL AND
004875*                       THE EVENT FEED.
004880*****************************************************************
004890 5000-CLOSE-ALERT.
004900     PERFORM 5100-EDIT-CLOSE-FIELDS THRU 5100-EXIT.
005390     END-EXEC.
005400     IF CICS-RESPONSE-CODE = DFHRESP(NORMAL)
005410         PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
005415         PERFORM 7100-PUBLISH-CLOSE THRU 7100-EXIT
005420         MOVE 'ALERT CLOSED' TO MSGO
005430     ELSE
005440         MOVE 'CLOSE FAILED - ALERT FILE ERROR' TO MSGO
006030     EXIT.
006040
006050*****************************************************************
      * 7100-PUBLISH-CLOSE  --  HAND THE CLOSED ALERT TO PONGEVP FOR
      *                         THE OUTBOUND EVENT FEED. BEST EFFORT,
      *                         LIKE THE AUDIT LINE - THE FEED HOLDS
      *                         THE EVENT ITSELF IF MQ IS DOWN.
      *****************************************************************
       7100-PUBLISH-CLOSE.
           MOVE SPACES          TO EVENT-RECORD.
           SET EV-ALERT-CLOSED  TO TRUE.
           MOVE AL-REGION-ID    TO EV-REGION-ID.
           MOVE AL-ERROR-COUNT  TO EV-ERROR-COUNT.
           MOVE AL-REJECT-COUNT TO EV-REJECT-COUNT.
           MOVE AL-ABEND-COUNT  TO EV-ABEND-COUNT.
           MOVE AL-THRESHOLD    TO EV-THRESHOLD.
           MOVE AL-WINDOW-MINS  TO EV-WINDOW-MINS.
           MOVE AL-ALERT-DATE   TO EV-ALERT-DATE.
           MOVE AL-ALERT-TIME   TO EV-ALERT-TIME.
           MOVE AL-ALERT-STATUS TO EV-ALERT-STATUS.
           MOVE AL-CLOSED-BY    TO EV-CLOSED-BY.
           MOVE AL-CLOSED-DATE  TO EV-CLOSED-DATE.
           MOVE AL-CLOSED-TIME  TO EV-CLOSED-TIME.
           MOVE AL-RESOLUTION   TO EV-RESOLUTION.
           EXEC CICS LINK
               PROGRAM  ('PONGEVP')
               COMMAREA (EVENT-RECORD)
               LENGTH   (LENGTH OF EVENT-RECORD)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
       7100-EXIT.
           EXIT.
      
      *****************************************************************
006060* 6500-DATE-TO-SERIAL  --  TURN AGE-WORK-DATE INTO A SERIAL DAY
006070*                          NUMBER. ONLY DIFFERENCES BETWEEN TWO
006080*                          SERIALS ARE EVER USED, SO THE EPOCH
