000137*                three digits for 256-colour swatch sets.      *
000138*                The key layout changed - unload/reload the    *
000139*                file when taking this change.                  *
000140*    20261015  RFH   Swatch-set version the verdict was        *
000141*                given under, out of the trailing FILLER        *
000142*                (record length unchanged).  Resolve the        *
000143*                swatch row through CLRSWR with it - the        *
000144*                live CLRSWT row may be another colour by       *
000145*                now.  Spaces until CLRSVN converts the         *
000146*                record.                                        *
000147*                                                               *
000150*****************************************************************
000160 01  CLRCRT-RECORD.
000170     05  CLRCRT-KEY.
000220     05  CLRCRT-OPER-ID          PIC X(08).
000230     05  CLRCRT-VERDICT          PIC X(01).
000240     05  CLRCRT-BG-ATTR          PIC 9(03).
000250     05  CLRCRT-SWT-VERSION      PIC 9(02).
