000132*                was tested on, same field CLRCRT carries.      *
000133*    20260902  RFH   Swatch row and background widened to      *
000134*                three digits, in step with CLRCRT.            *
000135*    20261015  RFH   Swatch-set version the verdict was        *
000136*                given under, in step with CLRCRT (out of       *
000137*                the FILLER, record length unchanged).          *
000140*                                                               *
000150*****************************************************************
000160 01  CLRCRH-RECORD.
000220     05  CLRCRH-OPER-ID          PIC X(08).
000230     05  CLRCRH-VERDICT          PIC X(01).
000240     05  CLRCRH-BG-ATTR          PIC 9(03).
000250     05  CLRCRH-SWT-VERSION      PIC 9(02).
