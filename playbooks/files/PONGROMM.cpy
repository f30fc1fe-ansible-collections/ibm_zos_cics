000010*****************************************************************
000020* COPYBOOK     : PONGROMM
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : SYMBOLIC MAP FOR MAPSET PONGROM / MAP ROMMAP,
000070*                THE PONGROST REGION ROSTER MAINTENANCE SCREEN
000080*                DRIVEN BY PROGRAM PONGROM. KEPT IN THE COPY
000090*                LIBRARY SO THE PROGRAM AND THE ASSEMBLED MAP
000100*                ARE BUILT FROM THE SAME FIELD LAYOUT. REGEN
000110*                THIS MEMBER WHENEVER PONGROM.BMS CHANGES.
000120*****************************************************************
000130* MODIFICATION HISTORY
000140* DATE       INIT DESCRIPTION
000150* ---------- ---- ------------------------------------------------
000160* 10/15/2026 WPY  ORIGINAL SYMBOLIC MAP.
000170*****************************************************************
000180 01  ROMMAPI.
000190     02  FILLER                  PIC X(12).
000200     02  ACTIONL                 COMP PIC S9(04).
000210     02  ACTIONF                 PIC X(01).
000220     02  FILLER REDEFINES ACTIONF.
000230         03 ACTIONA              PIC X(01).
000240     02  ACTIONI                 PIC X(01).
000250     02  SYSIDL                  COMP PIC S9(04).
000260     02  SYSIDF                  PIC X(01).
000270     02  FILLER REDEFINES SYSIDF.
000280         03 SYSIDA               PIC X(01).
000290     02  SYSIDI                  PIC X(04).
000300     02  RNAMEL                  COMP PIC S9(04).
000310     02  RNAMEF                  PIC X(01).
000320     02  FILLER REDEFINES RNAMEF.
000330         03 RNAMEA               PIC X(01).
000340     02  RNAMEI                  PIC X(20).
000350     02  STATL                   COMP PIC S9(04).
000360     02  STATF                   PIC X(01).
000370     02  FILLER REDEFINES STATF.
000380         03 STATA                PIC X(01).
000390     02  STATI                   PIC X(01).
000400     02  FRDTL                   COMP PIC S9(04).
000410     02  FRDTF                   PIC X(01).
000420     02  FILLER REDEFINES FRDTF.
000430         03 FRDTA                PIC X(01).
000440     02  FRDTI                   PIC X(08).
000450     02  FRTML                   COMP PIC S9(04).
000460     02  FRTMF                   PIC X(01).
000470     02  FILLER REDEFINES FRTMF.
000480         03 FRTMA                PIC X(01).
000490     02  FRTMI                   PIC X(04).
000500     02  TODTL                   COMP PIC S9(04).
000510     02  TODTF                   PIC X(01).
000520     02  FILLER REDEFINES TODTF.
000530         03 TODTA                PIC X(01).
000540     02  TODTI                   PIC X(08).
000550     02  TOTML                   COMP PIC S9(04).
000560     02  TOTMF                   PIC X(01).
000570     02  FILLER REDEFINES TOTMF.
000580         03 TOTMA                PIC X(01).
000590     02  TOTMI                   PIC X(04).
000600     02  CONTCL                  COMP PIC S9(04).
000610     02  CONTCF                  PIC X(01).
000620     02  FILLER REDEFINES CONTCF.
000630         03 CONTCA               PIC X(01).
000640     02  CONTCI                  PIC X(30).
000650     02  LSTG OCCURS 10 TIMES.
000660         03  LSTL                COMP PIC S9(04).
000670         03  LSTF                PIC X(01).
000680         03  FILLER REDEFINES LSTF.
000690             04 LSTA             PIC X(01).
000700         03  LSTI                PIC X(78).
000710     02  MSGL                    COMP PIC S9(04).
000720     02  MSGF                    PIC X(01).
000730     02  FILLER REDEFINES MSGF.
000740         03 MSGA                 PIC X(01).
000750     02  MSGI                    PIC X(60).
000760 01  ROMMAPO REDEFINES ROMMAPI.
000770     02  FILLER                  PIC X(12).
000780     02  FILLER                  PIC X(03).
000790     02  ACTIONO                 PIC X(01).
000800     02  FILLER                  PIC X(03).
000810     02  SYSIDO                  PIC X(04).
000820     02  FILLER                  PIC X(03).
000830     02  RNAMEO                  PIC X(20).
000840     02  FILLER                  PIC X(03).
000850     02  STATO                   PIC X(01).
000860     02  FILLER                  PIC X(03).
000870     02  FRDTO                   PIC X(08).
000880     02  FILLER                  PIC X(03).
000890     02  FRTMO                   PIC X(04).
000900     02  FILLER                  PIC X(03).
000910     02  TODTO                   PIC X(08).
000920     02  FILLER                  PIC X(03).
000930     02  TOTMO                   PIC X(04).
000940     02  FILLER                  PIC X(03).
000950     02  CONTCO                  PIC X(30).
000960     02  DFHMS1 OCCURS 10 TIMES.
000970         03  FILLER              PIC X(03).
000980         03  LSTO                PIC X(78).
000990     02  FILLER                  PIC X(03).
001000     02  MSGO                    PIC X(60).
