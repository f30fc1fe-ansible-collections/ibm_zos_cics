000010*****************************************************************
000020* COPYBOOK     : PONGSCMM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : SYMBOLIC MAP FOR MAPSET PONGSCM / MAP SCMMAP,
000070*                THE PONGSCHD TIME-BAND SCHEDULE MAINTENANCE
000080*                SCREEN DRIVEN BY PROGRAM PONGSCM. KEPT IN THE
000090*                COPY LIBRARY SO THE PROGRAM AND THE ASSEMBLED
000100*                MAP ARE BUILT FROM THE SAME FIELD LAYOUT. REGEN
000110*                THIS MEMBER WHENEVER PONGSCM.BMS CHANGES.
000120*****************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* ---------- ---- ------------------------------------------------
000160* 10/15/2026 WPY  ORIGINAL SYMBOLIC MAP.
000170*****************************************************************
000180 01  SCMMAPI.
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
000300     02  EFFDTL                  COMP PIC S9(04).
000310     02  EFFDTF                  PIC X(01).
000320     02  FILLER REDEFINES EFFDTF.
000330         03 EFFDTA               PIC X(01).
000340     02  EFFDTI                  PIC X(08).
000350     02  STRTML                  COMP PIC S9(04).
000360     02  STRTMF                  PIC X(01).
000370     02  FILLER REDEFINES STRTMF.
000380         03 STRTMA               PIC X(01).
000390     02  STRTMI                  PIC X(04).
000400     02  ENDTML                  COMP PIC S9(04).
000410     02  ENDTMF                  PIC X(01).
000420     02  FILLER REDEFINES ENDTMF.
000430         03 ENDTMA               PIC X(01).
000440     02  ENDTMI                  PIC X(04).
000450     02  SPEEDL                  COMP PIC S9(04).
000460     02  SPEEDF                  PIC X(01).
000470     02  FILLER REDEFINES SPEEDF.
000480         03 SPEEDA               PIC X(01).
000490     02  SPEEDI                  PIC X(04).
000500     02  NSTRTL                  COMP PIC S9(04).
000510     02  NSTRTF                  PIC X(01).
000520     02  FILLER REDEFINES NSTRTF.
000530         03 NSTRTA               PIC X(01).
000540     02  NSTRTI                  PIC X(04).
000550     02  LSTG OCCURS 10 TIMES.
000560         03  LSTL                COMP PIC S9(04).
000570         03  LSTF                PIC X(01).
000580         03  FILLER REDEFINES LSTF.
000590             04 LSTA             PIC X(01).
000600         03  LSTI                PIC X(78).
000610     02  MSGL                    COMP PIC S9(04).
000620     02  MSGF                    PIC X(01).
000630     02  FILLER REDEFINES MSGF.
000640         03 MSGA                 PIC X(01).
000650     02  MSGI                    PIC X(60).
000660 01  SCMMAPO REDEFINES SCMMAPI.
000670     02  FILLER                  PIC X(12).
000680     02  FILLER                  PIC X(03).
000690     02  ACTIONO                 PIC X(01).
000700     02  FILLER                  PIC X(03).
000710     02  REGIDO                  PIC X(08).
000720     02  FILLER                  PIC X(03).
000730     02  EFFDTO                  PIC X(08).
000740     02  FILLER                  PIC X(03).
000750     02  STRTMO                  PIC X(04).
000760     02  FILLER                  PIC X(03).
000770     02  ENDTMO                  PIC X(04).
000780     02  FILLER                  PIC X(03).
000790     02  SPEEDO                  PIC X(04).
000800     02  FILLER                  PIC X(03).
000810     02  NSTRTO                  PIC X(04).
000820     02  DFHMS1 OCCURS 10 TIMES.
000830         03  FILLER              PIC X(03).
000840         03  LSTO                PIC X(78).
000850     02  FILLER                  PIC X(03).
000860     02  MSGO                    PIC X(60).
