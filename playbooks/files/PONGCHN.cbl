000010*****************************************************************
000020* PROGRAM      : PONGCHN
000030* AUTHOR       : WILL YATES
000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 10/15/2026
000060* PURPOSE      : COMPUTES THE CHAIN VALUE OF ONE PONGAUD AUDIT
000070*                RECORD. CALLED WITH THE RECORD AS ITS ONLY
000080*                PARAMETER, IT FOLDS EVERY BYTE OF THE RECORD
000090*                AHEAD OF PA-CHAIN-VALUE - THE KEY, TYPE,
000100*                TERMINAL, DETAIL, CHAIN SEQUENCE AND THE
000110*                PREVIOUS RECORD'S CHAIN VALUE - INTO TWO
000120*                RUNNING REMAINDERS SEEDED FROM THAT PREVIOUS
000130*                CHAIN VALUE, AND RETURNS THEM SIDE BY SIDE IN
000140*                PA-CHAIN-VALUE. CHANGING ANY BYTE OF A RECORD,
000150*                OR ANY RECORD BEFORE IT IN THE CHAIN, THEREFORE
000160*                CHANGES ITS CHAIN VALUE. PAUDRDR CALLS IT WHEN
000170*                IT HARDENS A LINE AND PONGAVR CALLS IT WHEN IT
000180*                VERIFIES ONE, SO THE TWO CAN NEVER DISAGREE ON
000190*                THE CALCULATION. ISSUES NO CICS COMMANDS AND
000200*                NO I/O, SO IT IS LINK-EDITED INTO BOTH.
000210*****************************************************************
000220* MODIFICATION HISTORY
000230* DATE       INIT DESCRIPTION
000240* ---------- ---- ------------------------------------------------
000250* 10/15/2026 WPY  ORIGINAL PROGRAM.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.      PONGCHN.
000290 AUTHOR.          WILL YATES.
000300 INSTALLATION.    APPLICATION DEVELOPMENT.
000310 DATE-WRITTEN.    10/15/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350
000360 DATA DIVISION.
000370
000380 WORKING-STORAGE SECTION.
000390
000400*----------------------------------------------------------------
000410* THE TWO RUNNING REMAINDERS AND THE PRIME EACH IS TAKEN
000420* MODULO. BOTH PRIMES ARE UNDER 10**9, SO EACH REMAINDER FILLS
000430* ONE HALF OF THE 18-DIGIT CHAIN VALUE.
000440*----------------------------------------------------------------
000450 01  WS-HASH-A                   PIC S9(18) COMP-3 VALUE ZERO.
000460 01  WS-HASH-B                   PIC S9(18) COMP-3 VALUE ZERO.
000470 01  WS-HASH-WORK                PIC S9(18) COMP-3 VALUE ZERO.
000480 01  WS-HASH-QUOTIENT            PIC S9(18) COMP-3 VALUE ZERO.
000490 01  WS-PRIME-A                  PIC S9(18) COMP-3
000500                                 VALUE 999999937.
000510 01  WS-PRIME-B                  PIC S9(18) COMP-3
000520                                 VALUE 999999929.
000530 01  WS-HALF-DIVISOR             PIC S9(18) COMP-3
000540                                 VALUE 1000000000.
000550 01  WS-MULTIPLIER-A             PIC S9(04) COMP   VALUE 257.
000560 01  WS-MULTIPLIER-B             PIC S9(04) COMP   VALUE 263.
000570
000580*----------------------------------------------------------------
000590* ONE RECORD BYTE AS A NUMBER: THE BYTE GOES INTO THE LOW HALF
000600* OF A HALFWORD WHOSE HIGH HALF IS LOW-VALUES, SO THE
000610* HALFWORD READS 0 TO 255.
000620*----------------------------------------------------------------
000630 01  WS-BYTE-AREA.
000640     05 WS-BYTE-HIGH             PIC X(01)  VALUE LOW-VALUES.
000650     05 WS-BYTE-LOW              PIC X(01)  VALUE LOW-VALUES.
000660 01  WS-BYTE-NUMBER REDEFINES WS-BYTE-AREA
000670                                 PIC 9(04)  COMP.
000680
000690 01  WS-BYTE-INDEX               PIC 9(04)  COMP   VALUE ZERO.
000700 01  WS-HASH-LENGTH              PIC 9(04)  COMP   VALUE ZERO.
000710
000720 LINKAGE SECTION.
000730
000740 01  PONGAUD-RECORD.
000750     COPY PONGAUD.
000760
000770 PROCEDURE DIVISION USING PONGAUD-RECORD.
000780
000790*****************************************************************
000800* 0000-MAINLINE  --  SEED FROM THE PREVIOUS CHAIN VALUE, FOLD IN
000810*                    EVERY BYTE AHEAD OF PA-CHAIN-VALUE, AND
000820*                    STORE THE RESULT.
000830*****************************************************************
000840 0000-MAINLINE.
000850     PERFORM 1000-SEED-CHAIN THRU 1000-EXIT.
000860     COMPUTE WS-HASH-LENGTH = LENGTH OF PONGAUD-RECORD
000870                            - LENGTH OF PA-CHAIN-VALUE.
000880     PERFORM 2000-FOLD-BYTE  THRU 2000-EXIT
000890         VARYING WS-BYTE-INDEX FROM 1 BY 1
000900         UNTIL WS-BYTE-INDEX IS GREATER THAN WS-HASH-LENGTH.
000910     COMPUTE PA-CHAIN-VALUE = WS-HASH-A * WS-HALF-DIVISOR
000920                            + WS-HASH-B.
000930     GOBACK.
000940 0000-EXIT.
000950     EXIT.
000960
000970*****************************************************************
000980* 1000-SEED-CHAIN  --  SPLIT THE PREVIOUS CHAIN VALUE INTO ITS
000990*                      TWO HALVES AND START EACH REMAINDER FROM
001000*                      ONE OF THEM. A PREVIOUS VALUE THAT IS
001010*                      NOT NUMERIC SEEDS FROM ZERO, AS FOR THE
001020*                      FIRST RECORD EVER CHAINED.
001030*****************************************************************
001040 1000-SEED-CHAIN.
001050     MOVE ZERO TO WS-HASH-A.
001060     MOVE ZERO TO WS-HASH-B.
001070     IF PA-PREV-CHAIN-VALUE IS NOT NUMERIC
001080         GO TO 1000-EXIT
001090     END-IF.
001100     DIVIDE PA-PREV-CHAIN-VALUE BY WS-HALF-DIVISOR
001110         GIVING WS-HASH-WORK REMAINDER WS-HASH-B.
001120     DIVIDE WS-HASH-WORK BY WS-PRIME-A
001130         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-A.
001140     MOVE WS-HASH-B TO WS-HASH-WORK.
001150     DIVIDE WS-HASH-WORK BY WS-PRIME-B
001160         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-B.
001170 1000-EXIT.
001180     EXIT.
001190
001200*****************************************************************
001210* 2000-FOLD-BYTE  --  FOLD ONE RECORD BYTE, AND ITS POSITION,
001220*                     INTO BOTH REMAINDERS.
001230*****************************************************************
001240 2000-FOLD-BYTE.
001250     MOVE PONGAUD-RECORD (WS-BYTE-INDEX:1) TO WS-BYTE-LOW.
001260     COMPUTE WS-HASH-WORK = WS-HASH-A * WS-MULTIPLIER-A
001270                          + WS-BYTE-NUMBER + WS-BYTE-INDEX.
001280     DIVIDE WS-HASH-WORK BY WS-PRIME-A
001290         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-A.
001300     COMPUTE WS-HASH-WORK = WS-HASH-B * WS-MULTIPLIER-B
001310                          + WS-BYTE-NUMBER + WS-BYTE-INDEX.
001320     DIVIDE WS-HASH-WORK BY WS-PRIME-B
001330         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-B.
001340 2000-EXIT.
001350     EXIT.
