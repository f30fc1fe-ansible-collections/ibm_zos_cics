000010*****************************************************************
000020* COPYBOOK     : PONGMST
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : ONE RECORD OF THE CENTRAL MASTER COPY OF THE
000070*                PONGCTL AND PONGSCHD RECORDS EVERY CONNECTED
000080*                REGION IS MEANT TO HOLD, ON THE PONGMST VSAM
000090*                KSDS IN THE CENTRAL REGION. KEYED BY THE
000100*                REGION'S PONGROST SYSID, WHICH FILE THE RECORD
000110*                BELONGS IN (MS-FILE-ID C FOR PONGCTL, S FOR
000120*                PONGSCHD), AND THAT RECORD'S OWN KEY - THE
000130*                REGION ID FOR A CONTROL RECORD, OR THE REGION
000140*                ID, EFFECTIVE DATE AND START TIME FOR A BAND.
000150*                THE PDRC DRIFT CHECK (PONGDRC) COMPARES EACH
000160*                REGION'S LIVE RECORDS WITH THESE AND CAN PUSH
000170*                THEM BACK OUT. A CONTROL RECORD'S PRODUCTION
000180*                FLAG IS ONLY USED WHEN THE RECORD HAS TO BE
000190*                ADDED TO A REGION; ANYTHING BUT N IS HELD FOR
000200*                APPROVAL THERE, AS ON PMNT. THE RECORD IS AN
000210*                80-BYTE CARD IMAGE SO THE MASTER COPY CAN BE
000220*                KEPT AS A CARD DATASET AND LOADED WITH IDCAMS
000230*                REPRO --
000240*                    COL  1-4   SYSID
000250*                    COL  5     C (PONGCTL) OR S (PONGSCHD)
000260*                    COL  6-25  RECORD KEY, LEFT JUSTIFIED
000270*                    COL 26-38  C: SPEED, ALERT THRESHOLD,
000280*                               ALERT WINDOW, PRODUCTION FLAG
000290*                               S: END TIME, SPEED
000300*                    COL 39-78  DESCRIPTION
000310*                THE KSDS IS DEFINED WITH KEYS(25 0) AND
000320*                RECORDSIZE(80 80). THE CALLER SUPPLIES THE
000330*                01-LEVEL RECORD NAME, E.G.
000340*                    01  PONGMST-RECORD.
000350*                        COPY PONGMST.
000360*****************************************************************
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* ---------- ---- ------------------------------------------------
000400* 10/15/2026 WPY  ORIGINAL COPYBOOK.
000410*****************************************************************
000420     02 MS-KEY.
000430         03 MS-SYSID             PIC X(04).
000440         03 MS-FILE-ID           PIC X(01).
000450             88 MS-FILE-CONTROL      VALUE 'C'.
000460             88 MS-FILE-SCHEDULE     VALUE 'S'.
000470         03 MS-RECORD-KEY        PIC X(20).
000480         03 MS-CONTROL-KEY REDEFINES MS-RECORD-KEY.
000490             04 MS-CT-REGION-ID  PIC X(08).
000500             04 FILLER           PIC X(12).
000510         03 MS-SCHEDULE-KEY REDEFINES MS-RECORD-KEY.
000520             04 MS-SC-REGION-ID  PIC X(08).
000530             04 MS-SC-EFFECTIVE-DATE
000540                                 PIC 9(08).
000550             04 MS-SC-START-TIME PIC 9(04).
000560     02 MS-DATA                  PIC X(13).
000570     02 MS-CONTROL-DATA REDEFINES MS-DATA.
000580         03 MS-CT-SPEED          PIC X(04).
000590         03 MS-CT-ALERT-THRESHOLD
000600                                 PIC 9(04).
000610         03 MS-CT-ALERT-WINDOW   PIC 9(04).
000620         03 MS-CT-PRODUCTION-FLAG
000630                                 PIC X(01).
000640     02 MS-SCHEDULE-DATA REDEFINES MS-DATA.
000650         03 MS-SC-END-TIME       PIC 9(04).
000660         03 MS-SC-SPEED          PIC X(04).
000670         03 FILLER               PIC X(05).
000680     02 MS-DESCRIPTION           PIC X(40).
000690     02 FILLER                   PIC X(02).
