000300* DATE       INIT DESCRIPTION
000310* ---------- ---- ------------------------------------------------
000320* 09/02/2026 WPY  ORIGINAL PROGRAM.
000321* 10/15/2026 WPY  PASS THE MQ USER ID THAT PUT EACH REQUEST TO
000322*                 PONG ON THE COMMAREA SO THE PONGCLR CALLER
000323*                 REGISTRY CAN TELL ONE REMOTE CALLER FROM
000324*                 ANOTHER. A BLOCKED OR OVER-LIMIT CALLER GETS
000325*                 RC 03 (THROTTLED) AND A BLANK SPEED ON ITS
000326*                 REPLY, AND THE DRAIN SUMMARY COUNTS THROTTLED
000327*                 REPLIES.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.      PONGMQB.
000840 01  REQUEST-MSGID               PIC X(24).
000850 01  REQUEST-REPLYTOQ            PIC X(48).
000860 01  REQUEST-REPLYTOQMGR         PIC X(48).
000865 01  REQUEST-USERID              PIC X(12).
000870 01  REQUEST-PERSISTENCE         PIC S9(09) BINARY.
000880
000890*----------------------------------------------------------------
001050 01  REQUEST-COUNT               PIC 9(07)  COMP-3 VALUE ZERO.
001060 01  REPLY-COUNT                 PIC 9(07)  COMP-3 VALUE ZERO.
001070 01  PROBLEM-COUNT               PIC 9(05)  COMP-3 VALUE ZERO.
001075 01  THROTTLED-COUNT             PIC 9(07)  COMP-3 VALUE ZERO.
001080
001090 01  PROBLEM-MESSAGE.
001100     05 FILLER                   PIC X(16)
001250     05 FILLER                   PIC X(11)
001260            VALUE ' PROBLEMS: '.
001270     05 SM-PROBLEM-COUNT         PIC 9(05).
001272     05 FILLER                   PIC X(12)
001274            VALUE ' THROTTLED: '.
001276     05 SM-THROTTLED-COUNT       PIC 9(07).
001280
001290 PROCEDURE DIVISION.
001300
002070     MOVE MQMD-REPLYTOQ    TO REQUEST-REPLYTOQ.
002080     MOVE MQMD-REPLYTOQMGR TO REQUEST-REPLYTOQMGR.
002090     MOVE MQMD-PERSISTENCE TO REQUEST-PERSISTENCE.
002095     MOVE MQMD-USERIDENTIFIER TO REQUEST-USERID.
002100     PERFORM 3000-DRIVE-PONG THRU 3000-EXIT.
002110     PERFORM 4000-PUT-REPLY  THRU 4000-EXIT.
002120 2000-EXIT.
002190*                      SPEED BLANK AND PONG REJECTS IT; A
002200*                      FAILED LINK ANSWERS WITH THE TRAPPED-
002210*                      CICS-ERROR RETCODE SO THE CALLER IS
002220*                      NEVER LEFT GUESSING. THE REQUEST'S MQ
002223*                      USER ID GOES ALONG SO PONG CAN CHECK THE
002226*                      CALLER AGAINST THE PONGCLR REGISTRY.
002230*****************************************************************
002240 3000-DRIVE-PONG.
002250     MOVE LOW-VALUES TO BRIDGE-PONG-COMMAREA.
002260     SET END-VOLLEY TO TRUE.
002270     MOVE SPACES TO SPEED OF BRIDGE-PONG-COMMAREA.
002273     MOVE REQUEST-USERID
002276             TO CALLER-USER-ID OF BRIDGE-PONG-COMMAREA.
002280     IF MQ-DATA-LENGTH IS GREATER THAN ZERO
002290         IF MQ-DATA-LENGTH IS LESS THAN 4
002300             MOVE REQUEST-MESSAGE (1:MQ-DATA-LENGTH)
002440         MOVE SPACES TO SPEED OF BRIDGE-PONG-COMMAREA
002450         SET RC-CICS-ERROR TO TRUE
002460         ADD 1 TO PROBLEM-COUNT
002462     END-IF.
002464     IF RC-THROTTLED OF BRIDGE-PONG-COMMAREA
002466         ADD 1 TO THROTTLED-COUNT
002470     END-IF.
002480 3000-EXIT.
002490     EXIT.
003210     MOVE REQUEST-COUNT TO SM-REQUEST-COUNT.
003220     MOVE REPLY-COUNT   TO SM-REPLY-COUNT.
003230     MOVE PROBLEM-COUNT TO SM-PROBLEM-COUNT.
003235     MOVE THROTTLED-COUNT TO SM-THROTTLED-COUNT.
003240     EXEC CICS WRITEQ TD
003250         QUEUE  ('CSMT')
003260         FROM   (SUMMARY-MESSAGE)
