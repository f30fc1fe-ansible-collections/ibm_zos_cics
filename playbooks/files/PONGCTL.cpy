000280*                 EITHER FIELD LEAVES ALERTING OFF FOR THE
000282*                 REGION. THE KSDS MUST BE REDEFINED WITH
000284*                 RECORDSIZE(20 20) AND RELOADED.
      * 10/15/2026 WPY  ADDED CT-PRODUCTION-FLAG. CHANGES TO A
      *                 PRODUCTION REGION MADE THROUGH PMNT ARE HELD ON
      *                 THE PONGPCH PENDING-CHANGE FILE UNTIL A SECOND
      *                 USER APPROVES THEM ON PAPR. ANYTHING OTHER THAN
      *                 N IS TREATED AS PRODUCTION, SO A RELOADED
      *                 RECORD WITH NO FLAG IS HELD UNTIL SOMEBODY
      *                 MARKS IT N. THE KSDS MUST BE REDEFINED WITH
      *                 RECORDSIZE(21 21) AND RELOADED, AND PONG AND
      *                 PONGMNT RECOMPILED.
000286*****************************************************************
000290     02 CT-KEY.
000300         03 CT-REGION-ID         PIC X(08).
000310     02 CT-SPEED                 PIC X(04).
000320     02 CT-ALERT-THRESHOLD       PIC 9(04).
000330     02 CT-ALERT-WINDOW          PIC 9(04).
000340     02 CT-PRODUCTION-FLAG       PIC X(01).
000350         88 CT-PRODUCTION-REGION     VALUE 'Y'.
000360         88 CT-NON-PRODUCTION        VALUE 'N'.
