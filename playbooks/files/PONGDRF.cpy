000010*****************************************************************
000020* COPYBOOK     : PONGDRF
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE LINE OF THE PONGDRF CONFIGURATION DRIFT
000070*                FILE, A VSAM KSDS IN THE CENTRAL REGION WRITTEN
000080*                BY THE PDRC DRIFT CHECK (PONGDRC) AND PRINTED
000090*                BY THE PONGDRR REPORT. EVERY RECORD OF ONE RUN
000100*                CARRIES THE SAME RUN DATE AND TIME, CAPTURED
000110*                ONCE WHEN THE RUN STARTS, SO A RUN'S RECORDS
000120*                ARE CONTIGUOUS IN KEY ORDER, AS ON PONGSWR.
000130*                EACH REGION THE RUN REACHED HAS ONE REGION LINE
000140*                (DR-FILE-ID BLANK) SAYING WHETHER IT WAS IN
000150*                STEP WITH THE PONGMST MASTER COPY, DRIFTED,
000160*                COULD NOT BE CHECKED, OR WAS SKIPPED - PLANNED,
000170*                WITH ITS COUNTS; IT SORTS AHEAD OF THAT
000180*                REGION'S DETAIL LINES. EACH DETAIL LINE IS ONE
000190*                RECORD MISSING FROM THE REGION, ONE EXTRA
000200*                RECORD THE MASTER COPY DOES NOT HAVE, OR ONE
000210*                FIELD THAT DIFFERS (DR-FIELD-ID), WITH THE
000220*                MASTER AND LIVE VALUES, OR ONE MASTER RECORD
000221*                THAT FAILS THE PMNT/PSCM EDITS OR OVERLAPS
000222*                ANOTHER MASTER BAND, NAMING THE FIELD (OR
000223*                OVERLAPS BAND) AND THE MASTER VALUE; SUCH A
000224*                RECORD IS NEVER COMPARED OR PUSHED, AND ITS
000225*                REGION LINE COUNTS IT IN DR-BAD-MASTER-COUNT,
000226*                WHICH IS BLANK ON A DETAIL LINE. ON A PUSH RUN
000230*                DR-PUSH-RESULT SAYS WHAT BECAME OF PUSHING THE
000240*                MASTER RECORD BACK OUT. THE KSDS IS DEFINED
000250*                WITH KEYS(41 0) AND RECORDSIZE(100 100). THE
000260*                CALLER SUPPLIES THE 01-LEVEL RECORD NAME, E.G.
000270*                    01  PONGDRF-RECORD.
000280*                        COPY PONGDRF.
000290*****************************************************************
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- ------------------------------------------------
000330* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000335* 10/15/2026 WPY  ADD DR-MASTER-INVALID AND DR-BAD-MASTER-COUNT.
000340*****************************************************************
000350     02 DR-KEY.
000360         03 DR-RUN-DATE          PIC 9(08).
000370         03 DR-RUN-TIME          PIC 9(06).
000380         03 DR-SYSID             PIC X(04).
000390         03 DR-FILE-ID           PIC X(01).
000400             88 DR-REGION-LINE       VALUE SPACE.
000410             88 DR-FILE-CONTROL      VALUE 'C'.
000420             88 DR-FILE-SCHEDULE     VALUE 'S'.
000430         03 DR-RECORD-KEY        PIC X(20).
000440         03 DR-FIELD-ID          PIC X(02).
000450             88 DR-WHOLE-RECORD      VALUE '00'.
000460             88 DR-FIELD-SPEED       VALUE '01'.
000470             88 DR-FIELD-THRESHOLD   VALUE '02'.
000480             88 DR-FIELD-WINDOW      VALUE '03'.
000490             88 DR-FIELD-END-TIME    VALUE '04'.
000500     02 DR-RUN-MODE              PIC X(01).
000510         88 DR-MODE-CHECK            VALUE 'C'.
000520         88 DR-MODE-PUSH             VALUE 'P'.
000530     02 DR-RUN-USER-ID           PIC X(08).
000540     02 DR-DRIFT-TYPE            PIC X(01).
000550         88 DR-REGION-IN-STEP        VALUE 'K'.
000560         88 DR-REGION-DRIFTED        VALUE 'D'.
000570         88 DR-REGION-UNCHECKED      VALUE 'U'.
000580         88 DR-REGION-SKIPPED        VALUE 'S'.
000590         88 DR-RECORD-MISSING        VALUE 'M'.
000600         88 DR-RECORD-EXTRA          VALUE 'E'.
000610         88 DR-FIELD-DIFFERS         VALUE 'F'.
000615         88 DR-MASTER-INVALID        VALUE 'B'.
000620     02 DR-DETAIL                PIC X(40).
000630     02 DR-FIELD-DETAIL REDEFINES DR-DETAIL.
000640         03 DR-FIELD-NAME        PIC X(20).
000650         03 DR-MASTER-VALUE      PIC X(10).
000660         03 DR-LIVE-VALUE        PIC X(10).
000670     02 DR-REGION-DETAIL REDEFINES DR-DETAIL.
000680         03 DR-REGION-NAME       PIC X(20).
000690         03 DR-MISSING-COUNT     PIC 9(04).
000700         03 DR-EXTRA-COUNT       PIC 9(04).
000710         03 DR-DIFFER-COUNT      PIC 9(04).
000720         03 DR-PROBLEM           PIC X(08).
000730     02 DR-PUSH-RESULT           PIC X(01).
000740         88 DR-NOT-PUSHED            VALUE SPACE.
000750         88 DR-PUSH-APPLIED          VALUE 'A'.
000760         88 DR-PUSH-HELD             VALUE 'H'.
000770         88 DR-PUSH-PENDING-EXISTS   VALUE 'P'.
000780         88 DR-PUSH-CHANGED-SINCE    VALUE 'C'.
000790         88 DR-PUSH-NOT-FOUND        VALUE 'N'.
000800         88 DR-PUSH-DUPLICATE        VALUE 'D'.
000810         88 DR-PUSH-FAILED           VALUE 'E'.
000820     02 DR-BAD-MASTER-COUNT      PIC 9(04).
000830     02 FILLER                   PIC X(04).
