000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRARF                                         *
000040*    PURPOSE:    Record layout for the nightly inbound feed     *
000050*                from the corporate asset register.  One        *
000060*                transaction per terminal added, changed or     *
000070*                retired on the register, applied to the keyed  *
000080*                CLRTRM inventory by CLRARI under the same      *
000090*                rules CLRTMN enforces on the screen.  A blank  *
000100*                frequency defaults to 001 on an add and        *
000110*                leaves the current one alone on a change; a    *
000112*                model code is required on an add and must be   *
000114*                on the CLRMDL catalogue, and a blank one       *
000116*                keeps the current model on a change; a         *
000120*                retire needs only the terminal-id.             *
000130*    MODIFICATION HISTORY                                       *
000140*    DATE      INIT  DESCRIPTION                                *
000150*    20261015  RFH   Original copybook.                         *
000153*    20261015  RFH   CLRARF-MODEL-CODE added in place of the    *
000156*                FILLER; the record grows by one byte.          *
000160*                                                               *
000170*****************************************************************
000180 01  CLRARF-RECORD.
000190     05  CLRARF-TRAN-CODE        PIC X(01).
000200         88  CLRARF-ADD                     VALUE "A".
000210         88  CLRARF-CHANGE                  VALUE "C".
000220         88  CLRARF-RETIRE                  VALUE "R".
000230     05  CLRARF-TERM-ID          PIC X(08).
000240     05  CLRARF-TERM-TYPE        PIC X(05).
000250     05  CLRARF-CERT-FREQ        PIC X(03).
000260     05  CLRARF-MODEL-CODE       PIC X(04).
