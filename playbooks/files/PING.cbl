000380*                 MILLISECONDS ON EACH RESULT LINE, AND RECORD
000390*                 EACH MEASUREMENT ON THE PONGLAT FILE FOR THE
000400*                 PONGRPT LATENCY DISTRIBUTION REPORT.
000402* 10/15/2026 WPY  SWEEP MODE LEAVES A REGION THAT PONGROST HAS
000404*                 SUSPENDED, OR THAT IS INSIDE ITS MAINTENANCE
000406*                 WINDOW, ALONE AND SHOWS IT AS SKIPPED - PLANNED
000408*                 INSTEAD OF LINKING TO IT.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.      PING.
000990     88 SWEEP-DONE                   VALUE 'Y'.
001000     88 SWEEP-NOT-DONE               VALUE 'N'.
001010 01  SWEEP-SPEED-NUMBER          PIC 9(04)      VALUE 150.
      
      *----------------------------------------------------------------
      * THE TIME THE SWEEP STARTED AS YYYYMMDDHHMM, COMPARED AGAINST
      * EACH REGION'S PONGROST MAINTENANCE WINDOW.
      *----------------------------------------------------------------
       01  SWEEP-START-TIME            PIC S9(15) COMP-3.
       01  SWEEP-START-CLOCK           PIC 9(06).
       01  NOW-STAMP.
           05 NOW-DATE                 PIC 9(08).
           05 NOW-HHMM                 PIC 9(04).
       01  REGION-PLAN-SWITCH          PIC X(01)  VALUE 'N'.
           88 REGION-SKIP-PLANNED          VALUE 'Y'.
           88 REGION-TO-BE-SWEPT           VALUE 'N'.
001020
001030 01  SWEEP-MESSAGE.
001040     02 FILLER                   PIC X(07)  VALUE 'REGION '.
002810         END-EXEC
002820         GO TO 4000-EXIT
002830     END-IF.
           EXEC CICS ASKTIME
               ABSTIME (SWEEP-START-TIME)
               RESP    (CICS-RESPONSE-CODE)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME  (SWEEP-START-TIME)
               YYYYMMDD (NOW-DATE)
               TIME     (SWEEP-START-CLOCK)
               RESP     (CICS-RESPONSE-CODE)
           END-EXEC.
           DIVIDE SWEEP-START-CLOCK BY 100 GIVING NOW-HHMM.
002840     SET SWEEP-NOT-DONE TO TRUE.
002850     PERFORM 4100-SWEEP-REGION THRU 4100-EXIT
002860         UNTIL SWEEP-DONE.
002920     EXIT.
002930
002940*****************************************************************
      * 4050-CHECK-REGION-STATUS  --  A SUSPENDED REGION IS NEVER
      *                               SWEPT; A MAINTENANCE REGION IS
      *                               LEFT ALONE FROM THE START OF ITS
      *                               WINDOW TO THE END OF IT
      *                               (INCLUSIVE) AND SWEPT AS USUAL
      *                               OUTSIDE IT - THE SAME RULE PSWP
      *                               APPLIES.
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
002950* 4100-SWEEP-REGION  --  LINK TO PONG IN THE NEXT ROSTER
002960*                        REGION AND SHOW ITS RESULT. A FAILED
002970*                        OR UNREACHABLE LINK IS FLAGGED ON THE
003000*                        TERMERR, AND FRIENDS.
003010*****************************************************************
003020 4100-SWEEP-REGION.
003025     MOVE SPACES TO PONGROST-RECORD.
003030     EXEC CICS READNEXT
003040         FILE      ('PONGROST')
003050         INTO      (PONGROST-RECORD)
003150     SET END-VOLLEY          TO TRUE.
003160     MOVE SWEEP-SPEED-NUMBER TO SPEED OF PING-PONG-COMMAREA.
003170     MOVE RO-SYSID           TO SW-SYSID.
003171     PERFORM 4050-CHECK-REGION-STATUS THRU 4050-EXIT.
003172     IF REGION-SKIP-PLANNED
003173         MOVE ZERO   TO SW-LATENCY
003174         MOVE SPACES TO SW-SPEED
003175         MOVE SPACES TO SW-RETCODE
003176         MOVE 'SKIPPED - PLANNED' TO SW-FLAG
003177         PERFORM 4150-SHOW-REGION THRU 4150-EXIT
003178         GO TO 4100-EXIT
003179     END-IF.
003180     EXEC CICS ASKTIME
003190         ABSTIME (LINK-START-TIME)
003200         RESP    (CICS-RESPONSE-CODE)
003420         MOVE SPACES TO SW-RETCODE
003430         MOVE '** LINK FAILED **' TO SW-FLAG
003440     END-IF.
003441     PERFORM 4150-SHOW-REGION THRU 4150-EXIT.
003442 4100-EXIT.
003443     EXIT.
003444
003445*****************************************************************
003446* 4150-SHOW-REGION  --  ADD ONE REGION'S RESULT LINE TO THE
003447*                       SWEEP PAGE.
003448*****************************************************************
003449 4150-SHOW-REGION.
003450     EXEC CICS SEND TEXT
003460         FROM    (SWEEP-MESSAGE)
003470         LENGTH  (LENGTH OF SWEEP-MESSAGE)
003480         ACCUM
003490     END-EXEC.
003500 4150-EXIT.
003510     EXIT.
003520
003530*****************************************************************
