000560*                 EMPTY LATENCY EXTRACT LIKE A MISSING ONE, SO
000570*                 THE NO-MEASUREMENTS NOTE PRINTS INSTEAD OF A
000580*                 BARE SECTION HEADER.
000581* 10/15/2026 WPY  ADDED A COUNT AND REPORT LINE FOR CALLS PONG
000582*                 THROTTLED (PS-STATUS-THROTTLED) BECAUSE THE
000583*                 CALLER WAS BLOCKED OR OVER ITS LIMIT ON THE
000584*                 PONGCLR CALLER REGISTRY. A THROTTLED CALL HAS
000585*                 NO RETURNED SPEED, SO IT STAYS OUT OF THE
000586*                 DISTINCT-SPEED TABLE LIKE A REJECTED ONE.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.      PONGRPT.
001430 01  WS-ABEND-COUNT              PIC 9(05)  COMP-3 VALUE ZERO.
001440 01  WS-ERROR-COUNT              PIC 9(05)  COMP-3 VALUE ZERO.
001450 01  WS-REJECTED-COUNT           PIC 9(05)  COMP-3 VALUE ZERO.
001455 01  WS-THROTTLED-COUNT          PIC 9(05)  COMP-3 VALUE ZERO.
001460 
001470 01  WS-HOURLY-TABLE.
001480     05 WS-HOUR-COUNT            PIC 9(05)  COMP-3 VALUE ZERO
002290 01  HDG-LINE-3B.
002300     05 FILLER                  PIC X(14)  VALUE 'REJECTED SPD :'.
002310     05 HDG-REJECTED-COUNT       PIC ZZZ,ZZ9.
002311     05 FILLER                   PIC X(111) VALUE SPACES.
002312
002313 01  HDG-LINE-3C.
002314     05 FILLER                  PIC X(14)  VALUE 'THROTTLED    :'.
002315     05 HDG-THROTTLED-COUNT      PIC ZZZ,ZZ9.
002320     05 FILLER                   PIC X(111) VALUE SPACES.
002330
002340 01  HDG-LINE-4.
003290     END-IF.
003300     IF PS-STATUS-REJECTED
003310         ADD 1 TO WS-REJECTED-COUNT
003312     END-IF.
003314     IF PS-STATUS-THROTTLED
003316         ADD 1 TO WS-THROTTLED-COUNT
003320     END-IF.
003330     MOVE PS-CALL-TIME(1:2) TO WS-HOUR-SUBSCRIPT.
003340     ADD 1 TO WS-HOUR-COUNT(WS-HOUR-SUBSCRIPT + 1).
005150     MOVE WS-ABEND-COUNT TO HDG-ABEND-COUNT.
005160     MOVE WS-ERROR-COUNT TO HDG-ERROR-COUNT.
005170     MOVE WS-REJECTED-COUNT TO HDG-REJECTED-COUNT.
005175     MOVE WS-THROTTLED-COUNT TO HDG-THROTTLED-COUNT.
005180     WRITE REPORT-LINE FROM HDG-LINE-1.
005190     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005200     WRITE REPORT-LINE FROM HDG-LINE-2.
005240     WRITE REPORT-LINE FROM HDG-LINE-3A.
005250     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005260     WRITE REPORT-LINE FROM HDG-LINE-3B.
005263     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005266     WRITE REPORT-LINE FROM HDG-LINE-3C.
005270     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
005280     WRITE REPORT-LINE FROM HDG-LINE-4.
005290     PERFORM 8050-CHECK-REPORT-STATUS THRU 8050-EXIT.
