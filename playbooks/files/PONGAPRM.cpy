000010*****************************************************************
000020* COPYBOOK     : PONGAPRM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : SYMBOLIC MAP FOR MAPSET PONGAPR / MAP APRMAP,
000070*                THE PENDING CHANGE APPROVAL SCREEN DRIVEN BY
000080*                PROGRAM PONGAPR. KEPT IN THE COPY LIBRARY SO
000090*                THE PROGRAM AND THE ASSEMBLED MAP ARE BUILT
000100*                FROM THE SAME FIELD LAYOUT. REGEN THIS MEMBER
000110*                WHENEVER PONGAPR.BMS CHANGES.
000120*****************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* ---------- ---- ------------------------------------------------
000160* 10/15/2026 WPY  ORIGINAL SYMBOLIC MAP.
000170*****************************************************************
000180 01  APRMAPI.
000190     02  FILLER                  PIC X(12).
000200     02  ACTIONL                 COMP PIC S9(04).
000210     02  ACTIONF                 PIC X(01).
000220     02  FILLER REDEFINES ACTIONF.
000230         03 ACTIONA              PIC X(01).
000240     02  ACTIONI                 PIC X(01).
000250     02  REGIDL                  COMP PIC S9(04).
000260     02  REGIDF                  PIC X(01).
000270     02  FILLER REDEFINES REGIDF.
000280         03 REGIDA               PIC X(01).
000290     02  REGIDI                  PIC X(08).
000300     02  DTL1L                   COMP PIC S9(04).
000310     02  DTL1F                   PIC X(01).
000320     02  FILLER REDEFINES DTL1F.
000330         03 DTL1A                PIC X(01).
000340     02  DTL1I                   PIC X(78).
000350     02  DTL2L                   COMP PIC S9(04).
000360     02  DTL2F                   PIC X(01).
000370     02  FILLER REDEFINES DTL2F.
000380         03 DTL2A                PIC X(01).
000390     02  DTL2I                   PIC X(78).
000400     02  DTL3L                   COMP PIC S9(04).
000410     02  DTL3F                   PIC X(01).
000420     02  FILLER REDEFINES DTL3F.
000430         03 DTL3A                PIC X(01).
000440     02  DTL3I                   PIC X(78).
000450     02  LSTG OCCURS 10 TIMES.
000460         03  LSTL                COMP PIC S9(04).
000470         03  LSTF                PIC X(01).
000480         03  FILLER REDEFINES LSTF.
000490             04 LSTA             PIC X(01).
000500         03  LSTI                PIC X(78).
000510     02  MSGL                    COMP PIC S9(04).
000520     02  MSGF                    PIC X(01).
000530     02  FILLER REDEFINES MSGF.
000540         03 MSGA                 PIC X(01).
000550     02  MSGI                    PIC X(60).
000560 01  APRMAPO REDEFINES APRMAPI.
000570     02  FILLER                  PIC X(12).
000580     02  FILLER                  PIC X(03).
000590     02  ACTIONO                 PIC X(01).
000600     02  FILLER                  PIC X(03).
000610     02  REGIDO                  PIC X(08).
000620     02  FILLER                  PIC X(03).
000630     02  DTL1O                   PIC X(78).
000640     02  FILLER                  PIC X(03).
000650     02  DTL2O                   PIC X(78).
000660     02  FILLER                  PIC X(03).
000670     02  DTL3O                   PIC X(78).
000680     02  DFHMS1 OCCURS 10 TIMES.
000690         03  FILLER              PIC X(03).
000700         03  LSTO                PIC X(78).
000710     02  FILLER                  PIC X(03).
000720     02  MSGO                    PIC X(60).
