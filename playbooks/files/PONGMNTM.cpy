000160* 08/22/2026 WPY  ORIGINAL SYMBOLIC MAP.
000170* 08/22/2026 WPY  REGENERATED FOR THE ALERT THRESHOLD AND
000180*                 WINDOW FIELDS ADDED TO PONGMNT.BMS.
000183* 10/15/2026 WPY  REGENERATED FOR THE PRODUCTION FLAG AND
000186*                 REASON FIELDS ADDED TO PONGMNT.BMS.
000190*****************************************************************
000200 01  MNTMAPI.
000210     02  FILLER                  PIC X(12).
000440     02  FILLER REDEFINES WINDOWF.
000450         03 WINDOWA              PIC X(01).
000460     02  WINDOWI                 PIC X(04).
           02  PRODL                   COMP PIC S9(04).
           02  PRODF                   PIC X(01).
           02  FILLER REDEFINES PRODF.
               03 PRODA                PIC X(01).
           02  PRODI                   PIC X(01).
           02  REASONL                 COMP PIC S9(04).
           02  REASONF                 PIC X(01).
           02  FILLER REDEFINES REASONF.
               03 REASONA              PIC X(01).
           02  REASONI                 PIC X(40).
000470     02  LSTG OCCURS 10 TIMES.
000480         03  LSTL                COMP PIC S9(04).
000490         03  LSTF                PIC X(01).
000670     02  THRESHO                 PIC X(04).
000680     02  FILLER                  PIC X(03).
000690     02  WINDOWO                 PIC X(04).
000692     02  FILLER                  PIC X(03).
000694     02  PRODO                   PIC X(01).
000696     02  FILLER                  PIC X(03).
000698     02  REASONO                 PIC X(40).
000700     02  DFHMS1 OCCURS 10 TIMES.
000710         03  FILLER              PIC X(03).
000720         03  LSTO                PIC X(78).
