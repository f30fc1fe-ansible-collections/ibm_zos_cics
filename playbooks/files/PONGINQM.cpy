000230* DATE       INIT DESCRIPTION
000240* ---------- ---- ------------------------------------------------
000250* 08/22/2026 WPY  ORIGINAL SYMBOLIC MAP.
000255* 10/15/2026 WPY  REGENERATED FOR THE THROTTLED COUNT (THRCT).
000260*****************************************************************
000270 01  INQMAPI.
000280     02  FILLER                  PIC X(12).
000560     02  FILLER REDEFINES ABNDCTF.
000570         03 ABNDCTA              PIC X(01).
000580     02  ABNDCTI                 PIC X(07).
000581     02  THRCTL                  COMP PIC S9(04).
000582     02  THRCTF                  PIC X(01).
000583     02  FILLER REDEFINES THRCTF.
000584         03 THRCTA               PIC X(01).
000585     02  THRCTI                  PIC X(07).
000590     02  LING OCCURS 12 TIMES.
000600         03  LINL                COMP PIC S9(04).
000610         03  LINF                PIC X(01).
000810     02  ERRCTO                  PIC X(07).
000820     02  FILLER                  PIC X(03).
000830     02  ABNDCTO                 PIC X(07).
000833     02  FILLER                  PIC X(03).
000836     02  THRCTO                  PIC X(07).
000840     02  DFHMS1 OCCURS 12 TIMES.
000850         03  FILLER              PIC X(03).
000860         03  LINO                PIC X(60).
