000210*                MORNING REPORT CAN COMPARE RUN AGAINST RUN. A
000220*                ONE-LINE SUMMARY GOES TO THE OPERATOR CONSOLE
000230*                SO A SWEEP THAT FOUND TROUBLE IS SEEN EVEN
000240*                BEFORE THE MORNING REPORT RUNS. A REGION
000241*                THAT PONGROST HAS SUSPENDED, OR IN A PLANNED
000242*                MAINTENANCE WINDOW, IS NOT LINKED TO - ITS
000243*                RESULT RECORD SAYS SKIPPED - PLANNED SO THE
000244*                MORNING REPORT DOES NOT TAKE IT FOR AN OUTAGE.
000245*                A REGION THAT FAILED ITS LINK OR ANSWERED WITH A
000246*                RETCODE OTHER THAN 00 ALSO GOES OUT ON THE
000247*                PONGEVP EVENT FEED AS IT HAPPENS.
000250*****************************************************************
000260* MODIFICATION HISTORY
000270* DATE       INIT DESCRIPTION
000280* ---------- ---- ------------------------------------------------
000290* 09/02/2026 WPY  ORIGINAL PROGRAM.
000291* 10/15/2026 WPY  SKIP SUSPENDED REGIONS AND REGIONS INSIDE THEIR
000292*                 PONGROST MAINTENANCE WINDOW, RECORDING THEM AS
000293*                 SKIPPED - PLANNED, AND COUNT THEM ON THE
000294*                 OPERATOR SUMMARY.
000295* 10/15/2026 WPY  PUT A SWPF EVENT ON THE OUTBOUND EVENT FEED
000296*                 (PONGEVP) FOR EVERY REGION WHOSE LINK FAILED OR
000297*                 WHOSE RETCODE WAS NOT 00.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      PONGSWP.
000610 01  PONGSWR-RECORD.
000620     COPY PONGSWR.
000630
000631*----------------------------------------------------------------
000632* A FAILED REGION AS AN EVENT FOR THE OUTBOUND FEED.
000633*----------------------------------------------------------------
000634 01  EVENT-RECORD.
000635     COPY PONGEVT.
000636
000640 01  CICS-RESPONSE-CODE          PIC S9(08) COMP.
000650 01  LINK-RESPONSE-CODE          PIC S9(08) COMP.
000660
000790 01  SWEEP-RUN-TIME              PIC 9(06).
000800
000810*----------------------------------------------------------------
      * THE SAME MOMENT AS YYYYMMDDHHMM, COMPARED AGAINST EACH
      * REGION'S PONGROST MAINTENANCE WINDOW.
      *----------------------------------------------------------------
       01  NOW-STAMP.
           05 NOW-DATE                 PIC 9(08).
           05 NOW-HHMM                 PIC 9(04).
       01  REGION-PLAN-SWITCH          PIC X(01)  VALUE 'N'.
           88 REGION-SKIP-PLANNED          VALUE 'Y'.
           88 REGION-TO-BE-SWEPT           VALUE 'N'.
       01  REGION-RESULT-SWITCH        PIC X(01)  VALUE 'N'.
           88 REGION-FAILED                VALUE 'Y'.
           88 REGION-OK                    VALUE 'N'.
      
      *----------------------------------------------------------------
000820* ROUND-TRIP TIMING OF EACH LINK TO PONG.
000830*----------------------------------------------------------------
000840 01  LINK-START-TIME             PIC S9(15) COMP-3.
000910 01  REGION-COUNT                PIC 9(04)  COMP-3 VALUE ZERO.
000920 01  FAILED-COUNT                PIC 9(04)  COMP-3 VALUE ZERO.
000930 01  WRITE-FAIL-COUNT            PIC 9(04)  COMP-3 VALUE ZERO.
000935 01  SKIPPED-COUNT               PIC 9(04)  COMP-3 VALUE ZERO.
000940
000950 01  OPERATOR-MESSAGE.
000960     05 FILLER                   PIC X(12)
001060     05 OM-WRITE-FAIL-COUNT      PIC 9(04).
001070     05 FILLER                   PIC X(15)
001080            VALUE ' RESULT WR ERRS'.
001082     05 FILLER                   PIC X(01)  VALUE SPACE.
001084     05 OM-SKIPPED-COUNT         PIC 9(04).
001086     05 FILLER                   PIC X(14)
001088            VALUE ' PLANNED SKIPS'.
001090
001100 PROCEDURE DIVISION.
001110
001360         TIME     (SWEEP-RUN-TIME)
001370         RESP     (CICS-RESPONSE-CODE)
001380     END-EXEC.
001383     MOVE SWEEP-RUN-DATE TO NOW-DATE.
001386     DIVIDE SWEEP-RUN-TIME BY 100 GIVING NOW-HHMM.
001390 1000-EXIT.
001400     EXIT.
001410
001690     EXIT.
001700
001710*****************************************************************
      * 4050-CHECK-REGION-STATUS  --  A SUSPENDED REGION IS NEVER
      *                               SWEPT; A MAINTENANCE REGION IS
      *                               LEFT ALONE FROM THE START OF ITS
      *                               WINDOW TO THE END OF IT
      *                               (INCLUSIVE) AND SWEPT AS USUAL
      *                               OUTSIDE IT.
      *****************************************************************
       4050-CHECK-REGION-STATUS.
           SET REGION-TO-BE-SWEPT TO TRUE.
           IF RO-STATUS-SUSPENDED
               SET REGION-SKIP-PLANNED TO TRUE
           END-IF.
           IF RO-STATUS-MAINTENANCE
                  AND NOW-STAMP NOT LESS THAN RO-MAINT-FROM
                  AND NOW-STAMP NOT GREATER THAN RO-MAINT-TO
               SET REGION-SKIP-PLANNED TO TRUE
           END-IF.
       4050-EXIT.
           EXIT.
      
      *****************************************************************
001720* 4100-SWEEP-REGION  --  LINK TO PONG IN THE NEXT ROSTER REGION
001730*                        AND HARDEN ITS RESULT. A FAILED OR
001740*                        UNREACHABLE LINK IS RECORDED ON THE
001750*                        RESULT, NOT ALLOWED TO TAKE THE WHOLE
001760*                        SWEEP DOWN - RESP() TRAPS SYSIDERR,
001770*                        TERMERR, AND FRIENDS. EITHER KIND OF
001775*                        FAILURE IS ALSO PUBLISHED AS AN EVENT.
001780*****************************************************************
001790 4100-SWEEP-REGION.
001795     MOVE SPACES TO PONGROST-RECORD.
001800     EXEC CICS READNEXT
001810         FILE      ('PONGROST')
001820         INTO      (PONGROST-RECORD)
001990     MOVE RO-REGION-NAME     TO SR-REGION-NAME.
002000     MOVE ZEROES             TO SR-LATENCY-MS.
002010     MOVE ZEROES             TO SR-LINK-RESP.
           SET REGION-OK           TO TRUE.
           PERFORM 4050-CHECK-REGION-STATUS THRU 4050-EXIT.
           IF REGION-SKIP-PLANNED
               IF RO-STATUS-SUSPENDED
                   SET SR-SKIPPED-SUSPENDED   TO TRUE
               ELSE
                   SET SR-SKIPPED-MAINTENANCE TO TRUE
               END-IF
               ADD 1 TO SKIPPED-COUNT
               PERFORM 5000-WRITE-RESULT THRU 5000-EXIT
               GO TO 4100-EXIT
           END-IF.
002020     EXEC CICS ASKTIME
002030         ABSTIME (LINK-START-TIME)
002040         RESP    (CICS-RESPONSE-CODE)
002240         MOVE RETCODE TO SR-RETCODE
002250         IF NOT RC-NORMAL
002260             ADD 1 TO FAILED-COUNT
002265             SET REGION-FAILED TO TRUE
002270         END-IF
002280     ELSE
002290         SET SR-LINK-FAILED TO TRUE
002310         MOVE SPACES TO SR-RETCODE
002320         MOVE LINK-RESPONSE-CODE TO SR-LINK-RESP
002330         ADD 1 TO FAILED-COUNT
002335         SET REGION-FAILED TO TRUE
002340     END-IF.
002350     PERFORM 5000-WRITE-RESULT THRU 5000-EXIT.
002352     IF REGION-FAILED
002354         PERFORM 5100-PUBLISH-FAILURE THRU 5100-EXIT
002356     END-IF.
002360 4100-EXIT.
002370     EXIT.
002380
002610     EXIT.
002620
002630*****************************************************************
      * 5100-PUBLISH-FAILURE  --  HAND A FAILED REGION'S RESULT TO
      *                           PONGEVP FOR THE OUTBOUND EVENT FEED,
      *                           WITH THE RUN'S FAILURES SO FAR AS THE
      *                           COUNT. BEST EFFORT - THE FEED HOLDS
      *                           THE EVENT ITSELF IF MQ IS DOWN, AND
      *                           THE SWEEP GOES ON REGARDLESS.
      *****************************************************************
       5100-PUBLISH-FAILURE.
           MOVE SPACES            TO EVENT-RECORD.
           SET EV-SWEEP-FAILURE   TO TRUE.
           MOVE SR-SYSID          TO EV-REGION-ID.
           MOVE SR-REGION-NAME    TO EV-REGION-NAME.
           MOVE FAILED-COUNT      TO EV-ERROR-COUNT.
           MOVE ZEROES            TO EV-REJECT-COUNT.
           MOVE ZEROES            TO EV-ABEND-COUNT.
           MOVE ZEROES            TO EV-THRESHOLD.
           MOVE ZEROES            TO EV-WINDOW-MINS.
           MOVE SR-SWEEP-DATE     TO EV-SWEEP-DATE.
           MOVE SR-SWEEP-TIME     TO EV-SWEEP-TIME.
           MOVE SR-LINK-RESULT    TO EV-LINK-RESULT.
           MOVE SR-RETURNED-SPEED TO EV-RETURNED-SPEED.
           MOVE SR-RETCODE        TO EV-RETCODE.
           MOVE SR-LINK-RESP      TO EV-LINK-RESP.
           MOVE SR-LATENCY-MS     TO EV-LATENCY-MS.
           EXEC CICS LINK
               PROGRAM  ('PONGEVP')
               COMMAREA (EVENT-RECORD)
               LENGTH   (LENGTH OF EVENT-RECORD)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
       5100-EXIT.
           EXIT.
      
      *****************************************************************
002640* 8000-SHOW-RESULT  --  ONE CONSOLE LINE PER RUN. RESP() - AN
002650*                       UNWRITABLE CONSOLE MUST NOT ABEND THE
002660*                       SWEEP THAT ALREADY HARDENED ITS
002700     MOVE REGION-COUNT     TO OM-REGION-COUNT.
002710     MOVE FAILED-COUNT     TO OM-FAILED-COUNT.
002720     MOVE WRITE-FAIL-COUNT TO OM-WRITE-FAIL-COUNT.
002725     MOVE SKIPPED-COUNT    TO OM-SKIPPED-COUNT.
002730     EXEC CICS WRITE OPERATOR
002740         TEXT       (OPERATOR-MESSAGE)
002750         TEXTLENGTH (LENGTH OF OPERATOR-MESSAGE)
