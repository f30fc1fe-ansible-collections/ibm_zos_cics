000320*                 DO SO FASTER THAN THE CLOCK TICKS OVER, SO
000330*                 TASK NUMBER AND TIME OF DAY ALONE DO NOT
000340*                 GUARANTEE A UNIQUE KEY.
000342* 10/15/2026 WPY  ADDED PS-STATUS-THROTTLED FOR A CALL PONG
000344*                 TURNED AWAY BECAUSE THE CALLER IS BLOCKED OR
000346*                 OVER ITS LIMIT ON THE PONGCLR REGISTRY. THE
000348*                 RECORD LENGTH IS UNCHANGED.
000350*****************************************************************
000360     02 PS-KEY.
000370         03 PS-TASK-NUMBER       PIC 9(08).
000470         88 PS-STATUS-ABEND          VALUE 'A'.
000480         88 PS-STATUS-ERROR          VALUE 'E'.
000490         88 PS-STATUS-REJECTED       VALUE 'R'.
000500         88 PS-STATUS-THROTTLED      VALUE 'T'.
