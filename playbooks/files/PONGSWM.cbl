000180*                SO THE 7AM HEALTH CHECK IS ONE PAGE, NOT A
000190*                SCROLL-BACK. ANY EXCEPTION ENDS THE STEP WITH
000200*                RETURN CODE 4 SO THE SCHEDULER CAN PAGE
000210*                SOMEBODY. REGIONS THE SWEEP SKIPPED BECAUSE
000212*                PONGROST HAD THEM SUSPENDED OR IN A PLANNED
000214*                MAINTENANCE WINDOW ARE LISTED IN THEIR OWN
000216*                SECTION AFTER THE EXCEPTIONS - THEY ARE NOT
000218*                FAILURES AND DO NOT SET THE RETURN CODE.
000220*****************************************************************
000230* MODIFICATION HISTORY
000240* DATE       INIT DESCRIPTION
000250* ---------- ---- ------------------------------------------------
000260* 09/02/2026 WPY  ORIGINAL PROGRAM.
000262* 10/15/2026 WPY  REPORT SKIPPED - PLANNED REGIONS SEPARATELY
000264*                 FROM REAL FAILURES, AND DO NOT TREAT A RETURN
000266*                 FROM A PLANNED SKIP AS A RECOVERY OR A
000268*                 LATENCY JUMP.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.      PONGSWM.
001270 01  WS-PREV-SUB                 PIC 9(03)  COMP.
001280 01  WS-FOUND-SUB                PIC 9(03)  COMP.
001290 01  WS-EXCEPTION-COUNT          PIC 9(05)  COMP-3 VALUE ZERO.
001295 01  WS-PLANNED-COUNT            PIC 9(05)  COMP-3 VALUE ZERO.
001300 01  WS-LATENCY-DOUBLE           PIC 9(09)  COMP-3.
001310 01  WS-LATENCY-GROWTH           PIC S9(09) COMP-3.
001320
001330*----------------------------------------------------------------
001340* A REGION COUNTS AS BAD WHEN ITS LINK FAILED OR PONG HANDED
001350* BACK ANYTHING BUT RC-NORMAL. A REGION SKIPPED AS PLANNED
001353* ('S' SUSPENDED OR 'M' MAINTENANCE WINDOW) IS NEITHER BAD NOR
001356* CLEAN.
001360*----------------------------------------------------------------
001370 01  WS-CURR-BAD-SWITCH          PIC X(01).
001380     88 CURR-REGION-BAD              VALUE 'Y'.
002010     05 FILLER                   PIC X(09)  VALUE 'CHEDULED?'.
002020     05 FILLER                   PIC X(79)  VALUE SPACES.
002030
       01  PLANNED-HDG-LINE.
           05 FILLER                   PIC X(44)
                  VALUE 'PLANNED SKIPS - SUSPENDED OR IN A PONGROST M'.
           05 FILLER                   PIC X(44)
                  VALUE 'AINTENANCE WINDOW, NOT COUNTED AS FAILURES  '.
           05 FILLER                   PIC X(44)  VALUE SPACES.
      
       01  PLANNED-DETAIL-LINE.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 FILLER                   PIC X(07)  VALUE 'REGION '.
           05 PDL-SYSID                PIC X(04).
           05 FILLER                   PIC X(01)  VALUE SPACE.
           05 PDL-NAME                 PIC X(20).
           05 FILLER                   PIC X(01)  VALUE SPACE.
           05 FILLER                   PIC X(20)
                  VALUE 'SKIPPED - PLANNED - '.
           05 PDL-REASON               PIC X(18).
           05 FILLER                   PIC X(59)  VALUE SPACES.
      
002040 01  SUMMARY-LINE.
002050     05 FILLER                   PIC X(14)
002060            VALUE 'EXCEPTIONS   :'.
002070     05 SUM-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
002071     05 FILLER                   PIC X(111) VALUE SPACES.
002072
002073 01  PLANNED-SUMMARY-LINE.
002074     05 FILLER                   PIC X(14)
002075            VALUE 'PLANNED SKIPS:'.
002076     05 SUM-PLANNED-COUNT        PIC ZZZ,ZZ9.
002080     05 FILLER                   PIC X(111) VALUE SPACES.
002090
002100 PROCEDURE DIVISION.
003370     IF WS-RUN-COUNT = 1
003380         WRITE REPORT-LINE FROM ONE-RUN-LINE
003390         PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT
003395         PERFORM 8400-LIST-PLANNED THRU 8400-EXIT
003400         GO TO 8000-EXIT
003410     END-IF.
003420     MOVE WS-PREV-DATE TO HDG-PREV-DATE.
003580     MOVE WS-EXCEPTION-COUNT TO SUM-EXCEPTION-COUNT.
003590     WRITE REPORT-LINE FROM SUMMARY-LINE.
003600     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
003605     PERFORM 8400-LIST-PLANNED THRU 8400-EXIT.
003610 8000-EXIT.
003620     EXIT.
003630
003660*                          PRIOR-RUN SELF.
003670*****************************************************************
003680 8100-COMPARE-REGION.
003682     IF WS-CURR-RESULT (WS-CURR-SUB) = 'S'
003684            OR WS-CURR-RESULT (WS-CURR-SUB) = 'M'
003686         GO TO 8100-EXIT
003688     END-IF.
003690     MOVE 'N' TO WS-MATCH-SWITCH.
003700     PERFORM 8150-FIND-PRIOR THRU 8150-EXIT
003710         VARYING WS-PREV-SUB FROM 1 BY 1
003830     END-IF.
003840     MOVE 'N' TO WS-PREV-BAD-SWITCH.
003850     IF WS-PREV-RESULT (WS-FOUND-SUB) = 'N'
003860            OR (WS-PREV-RESULT (WS-FOUND-SUB) = 'Y'
003865                AND WS-PREV-RETCODE (WS-FOUND-SUB) NOT = '00')
003870         MOVE 'Y' TO WS-PREV-BAD-SWITCH
003880     END-IF.
003890     IF CURR-REGION-BAD AND NOT PREV-REGION-BAD
003970         GO TO 8100-EXIT
003980     END-IF.
003990     IF NOT CURR-REGION-BAD AND NOT PREV-REGION-BAD
003995            AND WS-PREV-RESULT (WS-FOUND-SUB) = 'Y'
004000         COMPUTE WS-LATENCY-DOUBLE
004010             = WS-PREV-LATENCY (WS-FOUND-SUB) * 2
004020         COMPUTE WS-LATENCY-GROWTH
004870     EXIT.
004880
004890*****************************************************************
      * 8400-LIST-PLANNED  --  THE LATEST RUN'S PLANNED SKIPS, IN
      *                        THEIR OWN SECTION. THEY ARE KNOWN AND
      *                        EXPECTED, SO THEY NEVER RAISE THE
      *                        RETURN CODE.
      *****************************************************************
       8400-LIST-PLANNED.
           WRITE REPORT-LINE FROM PLANNED-HDG-LINE.
           PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
           PERFORM 8410-PRINT-PLANNED THRU 8410-EXIT
               VARYING WS-CURR-SUB FROM 1 BY 1
               UNTIL WS-CURR-SUB IS GREATER THAN WS-CURR-COUNT.
           MOVE WS-PLANNED-COUNT TO SUM-PLANNED-COUNT.
           WRITE REPORT-LINE FROM PLANNED-SUMMARY-LINE.
           PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
       8400-EXIT.
           EXIT.
      
      *****************************************************************
      * 8410-PRINT-PLANNED  --  ONE LINE FOR A LATEST-RUN REGION THE
      *                         SWEEP SKIPPED AS PLANNED.
      *****************************************************************
       8410-PRINT-PLANNED.
           IF WS-CURR-RESULT (WS-CURR-SUB) = 'S'
               MOVE 'SUSPENDED         ' TO PDL-REASON
           ELSE
           IF WS-CURR-RESULT (WS-CURR-SUB) = 'M'
               MOVE 'MAINTENANCE WINDOW' TO PDL-REASON
           ELSE
               GO TO 8410-EXIT
           END-IF
           END-IF.
           MOVE WS-CURR-SYSID (WS-CURR-SUB) TO PDL-SYSID.
           MOVE WS-CURR-NAME  (WS-CURR-SUB) TO PDL-NAME.
           WRITE REPORT-LINE FROM PLANNED-DETAIL-LINE.
           PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
           ADD 1 TO WS-PLANNED-COUNT.
       8410-EXIT.
           EXIT.
      
      *****************************************************************
004900* 8050-CHECK-REPORT-STATUS  --  VERIFY THE LAST WRITE TO
004910*                               REPORT-FILE SUCCEEDED.
004920*****************************************************************
