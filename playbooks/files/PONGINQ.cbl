000090*                STILL RUNNING INSTEAD OF WAITING FOR THE
000100*                OVERNIGHT PONGRPT. SHOWS TODAY'S TOTAL CALLS,
000110*                COUNTS BY CALL STATUS (NORMAL, REJECTED,
000120*                TRAPPED ERROR, ABEND, THROTTLED), AND THE LAST
000130*                TWELVE CALLS WITH REQUESTED AND RETURNED SPEEDS
000140*                AND TIMESTAMPS. ENTER OR PF5 REFRESHES THE
000145*                SCREEN.
000150*****************************************************************
000160* MODIFICATION HISTORY
000170* DATE       INIT DESCRIPTION
000270*                 BY MID-AFTERNOON AND COMPETED WITH PONG'S
000280*                 WRITES. THE DETAIL RECORDS ARE UNTOUCHED AND
000290*                 STILL FEED PONGRPT AND THE RECONCILIATION.
000292* 10/15/2026 WPY  SHOW CALLS THROTTLED BY THE PONGCLR CALLER
000294*                 REGISTRY AS THEIR OWN COUNT, FROM THE NEW
000296*                 PONGSUM THROTTLED COUNT. AN HOUR SUMMARISED
000298*                 BEFORE THE COUNT EXISTED ADDS NOTHING TO IT.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.      PONGINQ.
000740 01  REJECTED-COUNT              PIC 9(07)  COMP-3 VALUE ZERO.
000750 01  ERROR-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
000760 01  ABEND-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
000765 01  THROTTLED-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
000770 01  EDITED-COUNT                PIC ZZZ,ZZ9.
000780
000790*----------------------------------------------------------------
001640     MOVE TODAY-DATE   TO TODAY-DATE-X.
001650     MOVE CURRENT-TIME TO AOS-TIME.
001660     MOVE ZERO TO TOTAL-CALLS NORMAL-COUNT REJECTED-COUNT
001670                  ERROR-COUNT ABEND-COUNT THROTTLED-COUNT.
001680     PERFORM 2100-READ-HOUR THRU 2100-EXIT
001690         VARYING HOUR-SUBSCRIPT FROM 0 BY 1
001700         UNTIL HOUR-SUBSCRIPT > 23.
001840*                     PROBLEM FROM TAKING THE INQUIRY DOWN.
001850*****************************************************************
001860 2100-READ-HOUR.
001862*    SPACES FIRST SO AN HOUR SUMMARISED BEFORE THE THROTTLED
001864*    COUNT EXISTED READS WITH A NON-NUMERIC ONE, SKIPPED BELOW.
001866     MOVE SPACES         TO PONGSUM-RECORD.
001870     MOVE TODAY-DATE     TO HS-CALL-DATE.
001880     MOVE HOUR-SUBSCRIPT TO HS-HOUR.
001890     EXEC CICS READ
002040     ADD HS-REJECTED-COUNT TO REJECTED-COUNT.
002050     ADD HS-ERROR-COUNT    TO ERROR-COUNT.
002060     ADD HS-ABEND-COUNT    TO ABEND-COUNT.
002062     IF HS-THROTTLED-COUNT IS NUMERIC
002064         ADD HS-THROTTLED-COUNT TO THROTTLED-COUNT
002066     END-IF.
002070 2100-EXIT.
002080     EXIT.
002090
002470     MOVE EDITED-COUNT   TO ERRCTO.
002480     MOVE ABEND-COUNT    TO EDITED-COUNT.
002490     MOVE EDITED-COUNT   TO ABNDCTO.
002493     MOVE THROTTLED-COUNT TO EDITED-COUNT.
002496     MOVE EDITED-COUNT   TO THRCTO.
002500     PERFORM 7100-FILL-LINE THRU 7100-EXIT
002510         VARYING LINE-SUBSCRIPT FROM 1 BY 1
002520         UNTIL LINE-SUBSCRIPT > 12.
