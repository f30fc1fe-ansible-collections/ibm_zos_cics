000010*****************************************************************
000020* COPYBOOK     : PONGRET
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE RETENTION POLICY CARD ON THE PONG RETENTION
000070*                CONTROL DATASET READ BY THE PONGHKP NIGHTLY
000080*                HOUSEKEEPING (SEE PONGHKPJ). ONE CARD PER PONG
000090*                DATASET, NAMED BY ITS DD/FILE NAME (PONGLAT,
000100*                PONGSWR, PONGALRT, PONGAUD, PONGCSTA, PONGCAUD,
000105*                PONGDRF).
000110*                RT-RETAIN-DAYS IS HOW MANY DAYS OF RECORDS ARE
000120*                KEPT; RT-ARCHIVE-FLAG Y COPIES AN EXPIRED RECORD
000130*                TO THE HOUSEKEEPING HISTORY GENERATION BEFORE IT
000140*                IS DELETED, N JUST DELETES IT. RT-LEGAL-HOLD Y
000150*                STOPS ALL PURGING OF THE DATASET, WHATEVER ITS
000160*                AGE, UNTIL THE CARD IS SET BACK TO N; THE HOLD
000170*                REFERENCE (CASE OR INVESTIGATION NUMBER) IS
000180*                PRINTED ON THE HOUSEKEEPING REPORT. THE CARDS
000190*                ARE PLAIN 80-BYTE CARD IMAGES, SO THE OWNER OF
000200*                THE DATA - AUDIT FOR PONGAUD - CAN CHANGE A
000210*                POLICY OR PLACE A HOLD BY EDITING THE DATASET,
000220*                WITH NO PROGRAM OR JCL CHANGE. A CARD WITH AN
000230*                ASTERISK IN COLUMN 1 IS A COMMENT. THE CALLER
000240*                SUPPLIES THE 01-LEVEL RECORD NAME, E.G.
000250*                    01  PONGRET-RECORD.
000260*                        COPY PONGRET.
000270*****************************************************************
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- ------------------------------------------------
000310* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000315* 10/15/2026 WPY  PONGDRF NOW HAS A RETENTION CARD.
000320*****************************************************************
000330     02 RT-DATASET-ID            PIC X(08).
000340     02 RT-CARD-COLUMN-1 REDEFINES RT-DATASET-ID.
000350         03 RT-CARD-FLAG         PIC X(01).
000360             88 RT-COMMENT-CARD      VALUE '*'.
000370         03 FILLER               PIC X(07).
000380     02 FILLER                   PIC X(01).
000390     02 RT-RETAIN-DAYS           PIC 9(05).
000400     02 FILLER                   PIC X(01).
000410     02 RT-ARCHIVE-FLAG          PIC X(01).
000420         88 RT-ARCHIVE-FIRST         VALUE 'Y'.
000430         88 RT-DELETE-ONLY           VALUE 'N'.
000440     02 FILLER                   PIC X(01).
000450     02 RT-LEGAL-HOLD            PIC X(01).
000460         88 RT-HOLD-ON               VALUE 'Y'.
000470         88 RT-HOLD-OFF              VALUE 'N'.
000480     02 FILLER                   PIC X(01).
000490     02 RT-HOLD-REFERENCE        PIC X(20).
000500     02 FILLER                   PIC X(01).
000510     02 RT-COMMENTS              PIC X(40).
