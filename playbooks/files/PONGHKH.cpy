000010*****************************************************************
000020* COPYBOOK     : PONGHKH
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE RECORD ON A GENERATION OF THE PONG
000070*                HOUSEKEEPING HISTORY GDG, WRITTEN BY PONGHKP FOR
000080*                EVERY EXPIRED RECORD WHOSE RETENTION POLICY SAYS
000090*                ARCHIVE FIRST. ALL SIX PURGED DATASETS SHARE THE
000100*                ONE GENERATION: HH-DATASET-ID SAYS WHICH FILE
000110*                THE RECORD CAME FROM, HH-RECORD-LENGTH HOW MANY
000120*                BYTES OF HH-RECORD-DATA ARE THE ORIGINAL RECORD
000130*                (BYTE FOR BYTE, LEFT-JUSTIFIED, SPACE PADDED),
000140*                AND HH-ARCHIVE-DATE THE HOUSEKEEPING AS-OF DATE
000150*                IT EXPIRED ON, SO A RESTORE CAN SELECT ON ALL
000160*                THREE. THE CALLER SUPPLIES THE 01-LEVEL RECORD
000170*                NAME, E.G.
000180*                    01  PONGHKH-RECORD.
000190*                        COPY PONGHKH.
000200*****************************************************************
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* ---------- ---- ------------------------------------------------
000240* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000250*****************************************************************
000260     02 HH-DATASET-ID            PIC X(08).
000270     02 HH-ARCHIVE-DATE          PIC 9(08).
000280     02 HH-RECORD-LENGTH         PIC 9(03).
000290     02 HH-RECORD-DATA           PIC X(117).
