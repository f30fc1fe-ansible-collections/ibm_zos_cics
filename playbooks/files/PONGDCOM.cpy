000010*****************************************************************
000020* COPYBOOK     : PONGDCOM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : COMMAREA SHARED BY THE PDRC DRIFT CHECK
000070*                (PONGDRC) AND THE PONGDAG AGENT IT DRIVES IN
000080*                EVERY CONNECTED REGION VIA DISTRIBUTED PROGRAM
000090*                LINK, SO THE TWO SIDES OF THE CALL CANNOT
000100*                DRIFT APART - THE SAME DISCIPLINE PONGCCOM
000110*                APPLIES TO PONGCOL AND PONGAGT. AN EXTRACT
000120*                REQUEST (C FOR PONGCTL, S FOR PONGSCHD) HANDS
000130*                BACK THE REGION'S WHOLE FILE IN KEY ORDER IN
000140*                CHUNKS OF UP TO FIFTY: DC-MORE-FLAG SAYS
000150*                ANOTHER CHUNK REMAINS AND DC-RESTART-KEY IS
000160*                WHERE THE NEXT LINK RESUMES THE BROWSE. A PUSH
000170*                REQUEST (P) ADDS, UPDATES OR DELETES ONE
000180*                RECORD OF DC-PUSH-FILE: DC-RECORD (1) IS THE
000190*                MASTER RECORD TO APPLY AND DC-RECORD (2) THE
000200*                LIVE RECORD AS THE CHECK FOUND IT, WHICH MUST
000210*                STILL BE ON FILE UNCHANGED FOR AN UPDATE OR
000220*                DELETE TO GO AHEAD. DC-PUSH-USER-ID IS WHO
000230*                ASKED FOR THE PUSH, FOR THE AUDIT TRAIL.
000240*                DC-PUSH-RESULT CARRIES THE OUTCOME, WITH THE
000250*                SAME VALUES AS DR-PUSH-RESULT ON PONGDRF; A BAND
000255*                THE AGENT REFUSES UNDER PSCM'S EDITS IS E.
000260*                DC-RECORD IS SIZED FOR THE LARGER (PONGSCHD)
000270*                RECORD; A PONGCTL RECORD USES ITS FIRST 21
000280*                BYTES. THE CALLER SUPPLIES THE 01-LEVEL RECORD
000290*                NAME, E.G.
000300*                    01  DRIFT-COMMAREA.
000310*                        COPY PONGDCOM.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340* DATE       INIT DESCRIPTION
000350* ---------- ---- ------------------------------------------------
000360* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000365* 10/15/2026 WPY  NOTE THAT A BAND REFUSED BY THE EDITS IS E.
000370*****************************************************************
000380     02 DC-REQUEST-TYPE          PIC X(01).
000390         88 DC-REQUEST-CONTROL       VALUE 'C'.
000400         88 DC-REQUEST-SCHEDULE      VALUE 'S'.
000410         88 DC-REQUEST-PUSH          VALUE 'P'.
000420     02 DC-RESTART-KEY           PIC X(20).
000430     02 DC-MORE-FLAG             PIC X(01).
000440         88 DC-MORE-TO-COME          VALUE 'Y'.
000450         88 DC-EXTRACT-COMPLETE      VALUE 'N'.
000460     02 DC-RETURN-CODE           PIC X(02).
000470         88 DC-RC-NORMAL             VALUE '00'.
000480         88 DC-RC-BAD-REQUEST        VALUE '02'.
000490         88 DC-RC-BROWSE-ERROR       VALUE '90'.
000500     02 DC-PUSH-FILE             PIC X(01).
000510         88 DC-PUSH-CONTROL          VALUE 'C'.
000520         88 DC-PUSH-SCHEDULE         VALUE 'S'.
000530     02 DC-PUSH-ACTION           PIC X(01).
000540         88 DC-PUSH-ADD              VALUE 'A'.
000550         88 DC-PUSH-UPDATE           VALUE 'U'.
000560         88 DC-PUSH-DELETE           VALUE 'D'.
000570     02 DC-PUSH-USER-ID          PIC X(08).
000580     02 DC-PUSH-TERM-ID          PIC X(04).
000590     02 DC-PUSH-RESULT           PIC X(01).
000600         88 DC-NOT-PUSHED            VALUE SPACE.
000610         88 DC-PUSH-APPLIED          VALUE 'A'.
000620         88 DC-PUSH-HELD             VALUE 'H'.
000630         88 DC-PUSH-PENDING-EXISTS   VALUE 'P'.
000640         88 DC-PUSH-CHANGED-SINCE    VALUE 'C'.
000650         88 DC-PUSH-NOT-FOUND        VALUE 'N'.
000660         88 DC-PUSH-DUPLICATE        VALUE 'D'.
000670         88 DC-PUSH-FAILED           VALUE 'E'.
000680     02 DC-RECORD-COUNT          PIC 9(03).
000690     02 DC-RECORD-AREA.
000700         03 DC-RECORD            PIC X(28)  OCCURS 50 TIMES.
