000220*                BACK DUPREC AND IS COUNTED, NOT DUPLICATED.
000230*                START IT ON A SCHEDULE WITH EXEC CICS START
000240*                TRANSID(PCOL), LIKE THE PSWP SWEEP; A ONE-LINE
000250*                SUMMARY GOES TO THE OPERATOR CONSOLE. A REGION
000252*                THAT PONGROST HAS SUSPENDED, OR THAT IS INSIDE
000254*                ITS MAINTENANCE WINDOW, IS NOT LINKED TO - IT
000256*                IS COUNTED AS SKIPPED - PLANNED ON THE SUMMARY,
000258*                NOT AS A PROBLEM.
000260*****************************************************************
000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* ---------- ---- ------------------------------------------------
000300* 09/02/2026 WPY  ORIGINAL PROGRAM.
000302* 10/15/2026 WPY  SKIP SUSPENDED REGIONS AND REGIONS INSIDE THEIR
000304*                 PONGROST MAINTENANCE WINDOW AND COUNT THEM AS
000306*                 PLANNED SKIPS ON THE OPERATOR SUMMARY.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.      PONGCOL.
000870                                 VALUE 86400000.
000880
000890*----------------------------------------------------------------
      * THE TIME THE RUN STARTED AS YYYYMMDDHHMM, COMPARED AGAINST
      * EACH REGION'S PONGROST MAINTENANCE WINDOW.
      *----------------------------------------------------------------
       01  NOW-CLOCK                   PIC 9(06).
       01  NOW-STAMP.
           05 NOW-DATE                 PIC 9(08).
           05 NOW-HHMM                 PIC 9(04).
       01  REGION-PLAN-SWITCH          PIC X(01)  VALUE 'N'.
           88 REGION-SKIP-PLANNED          VALUE 'Y'.
           88 REGION-TO-BE-COLLECTED       VALUE 'N'.
      
      *----------------------------------------------------------------
000900* CHUNK WORK AREAS AND A GUARD AGAINST AN AGENT THAT NEVER
000910* SAYS IT IS FINISHED.
000920*----------------------------------------------------------------
001020 01  AUDIT-GATHERED-COUNT        PIC 9(07)  COMP-3 VALUE ZERO.
001030 01  DUPLICATE-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
001040 01  PROBLEM-COUNT               PIC 9(05)  COMP-3 VALUE ZERO.
001045 01  SKIPPED-COUNT               PIC 9(04)  COMP-3 VALUE ZERO.
001050
001060 01  OPERATOR-MESSAGE.
001070     05 FILLER                   PIC X(14)
001160     05 OM-DUPLICATE-COUNT       PIC 9(07).
001170     05 FILLER                   PIC X(05)  VALUE ' PRB '.
001180     05 OM-PROBLEM-COUNT         PIC 9(05).
001183     05 FILLER                   PIC X(05)  VALUE ' SKP '.
001186     05 OM-SKIPPED-COUNT         PIC 9(04).
001190
001200 PROCEDURE DIVISION.
001210
001420         ABSTIME (ABSOLUTE-TIME)
001430         RESP    (CICS-RESPONSE-CODE)
001440     END-EXEC.
001441     EXEC CICS FORMATTIME
001442         ABSTIME  (ABSOLUTE-TIME)
001443         YYYYMMDD (NOW-DATE)
001444         TIME     (NOW-CLOCK)
001445         RESP     (CICS-RESPONSE-CODE)
001446     END-EXEC.
001447     DIVIDE NOW-CLOCK BY 100 GIVING NOW-HHMM.
001450     SUBTRACT ONE-DAY-MILLISECONDS FROM ABSOLUTE-TIME
001460         GIVING YESTERDAY-TIME.
001470     EXEC CICS FORMATTIME
001780     EXIT.
001790
001800*****************************************************************
      * 2050-CHECK-REGION-STATUS  --  A SUSPENDED REGION IS NEVER
      *                               COLLECTED; A MAINTENANCE REGION
      *                               IS LEFT ALONE FROM THE START OF
      *                               ITS WINDOW TO THE END OF IT
      *                               (INCLUSIVE) - THE SAME RULE THE
      *                               SWEEPS APPLY.
      *****************************************************************
       2050-CHECK-REGION-STATUS.
           SET REGION-TO-BE-COLLECTED TO TRUE.
           IF RO-STATUS-SUSPENDED
               SET REGION-SKIP-PLANNED TO TRUE
           END-IF.
           IF RO-STATUS-MAINTENANCE
                  AND NOW-STAMP NOT LESS THAN RO-MAINT-FROM
                  AND NOW-STAMP NOT GREATER THAN RO-MAINT-TO
               SET REGION-SKIP-PLANNED TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
      
      *****************************************************************
001810* 2100-COLLECT-REGION  --  PULL ONE REGION'S STATISTICS AND
001820*                          THEN ITS AUDIT TRAIL.
001830*****************************************************************
001840 2100-COLLECT-REGION.
001845     MOVE SPACES TO PONGROST-RECORD.
001850     EXEC CICS READNEXT
001860         FILE      ('PONGROST')
001870         INTO      (PONGROST-RECORD)
001940         GO TO 2100-EXIT
001950     END-IF.
001960     ADD 1 TO REGION-COUNT.
001961     PERFORM 2050-CHECK-REGION-STATUS THRU 2050-EXIT.
001962     IF REGION-SKIP-PLANNED
001963         ADD 1 TO SKIPPED-COUNT
001964         GO TO 2100-EXIT
001965     END-IF.
001970     MOVE 'S' TO CC-REQUEST-TYPE.
001980     PERFORM 3000-COLLECT-ONE-FILE THRU 3000-EXIT.
001990     MOVE 'A' TO CC-REQUEST-TYPE.
003310     MOVE AUDIT-GATHERED-COUNT TO OM-AUDIT-COUNT.
003320     MOVE DUPLICATE-COUNT      TO OM-DUPLICATE-COUNT.
003330     MOVE PROBLEM-COUNT        TO OM-PROBLEM-COUNT.
003335     MOVE SKIPPED-COUNT        TO OM-SKIPPED-COUNT.
003340     EXEC CICS WRITE OPERATOR
003350         TEXT       (OPERATOR-MESSAGE)
003360         TEXTLENGTH (LENGTH OF OPERATOR-MESSAGE)
