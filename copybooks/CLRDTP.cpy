000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRDTP                                        *
000040*    PURPOSE:    Parameter area for the CLRDTS business-date   *
000050*                subprogram.  CALL "CLRDTS" USING CLRDTP-PARMS *
000060*                and take the processing date from             *
000070*                CLRDTP-BUS-DATE (yyyymmdd) instead of the     *
000080*                wall clock.  Status 00 = date taken from the  *
000090*                CLRDTE control record, 04 = no usable control *
000100*                record, today's calendar date handed back.    *
000110*    MODIFICATION HISTORY                                       *
000120*    DATE      INIT  DESCRIPTION                                *
000130*    20261015  RFH   Original copybook.                         *
000140*                                                               *
000150*****************************************************************
000160 01  CLRDTP-PARMS.
000170     05  CLRDTP-BUS-DATE         PIC X(08).
000180     05  CLRDTP-PREV-DATE        PIC X(08).
000190     05  CLRDTP-STATUS           PIC X(02).
000200         88  CLRDTP-OK                   VALUE "00".
000210         88  CLRDTP-NO-CONTROL           VALUE "04".
