000040* INSTALLATION : APPLICATION DEVELOPMENT
000050* DATE-WRITTEN : 09/02/2026
000060* PURPOSE      : THE MQ SERIES CONTROL BLOCKS AND CONSTANTS THE
000070*                PONGMQB REQUEST/REPLY BRIDGE AND THE PONGEVP
000080*                EVENT FEED USE - THE VERSION-1 OBJECT
000090*                DESCRIPTOR, MESSAGE DESCRIPTOR, GET OPTIONS,
000100*                AND PUT OPTIONS, FIELD FOR FIELD AS THE PRODUCT
000110*                MANUALS DEFINE THEM, PLUS ONLY THE CONSTANT
000120*                VALUES THE TWO PROGRAMS ACTUALLY REFERENCE.
000130*                KEPT IN THE COPY LIBRARY THE SAME WAY THE
000140*                SYMBOLIC MAPS ARE, SO BOTH BUILD FROM THIS
000150*                LIBRARY ALONE; VERIFY AGAINST THE PRODUCT
000160*                COPYBOOKS (CMQODV, CMQMDV, CMQGMOV, CMQPMOV,
000170*                CMQV) IF THE MQ LEVEL EVER MOVES. UNLIKE THE
000180*                RECORD LAYOUTS, THIS MEMBER CARRIES ITS OWN 01
000190*                LEVELS - COPY IT DIRECTLY INTO WORKING-STORAGE.
000200*****************************************************************
000210* MODIFICATION HISTORY
000220* DATE       INIT DESCRIPTION
000230* ---------- ---- ------------------------------------------------
000240* 09/02/2026 WPY  ORIGINAL COPYBOOK.
000243* 10/15/2026 WPY  ADDED THE DATAGRAM, PERSISTENCE AND CORREL ID
000246*                 CONSTANTS FOR THE PONGEVP OUTBOUND EVENT FEED.
000250*****************************************************************
000260 01  MQ-OBJECT-DESCRIPTOR.
000270     05 MQOD-STRUCID             PIC X(04)  VALUE 'OD  '.
000800     05 MQPMO-RESOLVEDQMGRNAME   PIC X(48)  VALUE SPACES.
000810
000820*----------------------------------------------------------------
000830* THE CONSTANT VALUES THE PROGRAMS REFERENCE, NAMED AS THE
000840* PRODUCT NAMES THEM.
000850*----------------------------------------------------------------
000860 01  MQ-CONSTANT-VALUES.
000970     05 MQRC-TRUNC-MSG-ACCEPTED  PIC S9(09) BINARY VALUE 2079.
000980     05 MQMT-REPLY               PIC S9(09) BINARY VALUE 2.
000990     05 MQMI-NONE                PIC X(24)  VALUE LOW-VALUES.
001000     05 MQMT-DATAGRAM            PIC S9(09) BINARY VALUE 8.
001010     05 MQPER-PERSISTENT         PIC S9(09) BINARY VALUE 1.
001020     05 MQCI-NONE                PIC X(24)  VALUE LOW-VALUES.
