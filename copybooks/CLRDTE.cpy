000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRDTE                                        *
000040*    PURPOSE:    Record layout for the shop business-date      *
000050*                control file.  One record, rolled forward one *
000060*                day at a time by the start-of-night CLRDTR    *
000070*                step, naming the processing date every CLR    *
000080*                program stamps its work with (read through    *
000090*                the CLRDTS service), so a pass that runs past *
000100*                midnight - or is rerun next morning - still   *
000110*                files its work under the night it belongs to. *
000120*                The roll date/time/operator say when and by   *
000130*                whom the date was last moved.                 *
000140*    MODIFICATION HISTORY                                       *
000150*    DATE      INIT  DESCRIPTION                                *
000160*    20261015  RFH   Original copybook.                         *
000170*                                                               *
000180*****************************************************************
000190 01  CLRDTE-RECORD.
000200     05  CLRDTE-BUS-DATE         PIC X(08).
000210     05  CLRDTE-PREV-DATE        PIC X(08).
000220     05  CLRDTE-ROLL-DATE        PIC X(08).
000230     05  CLRDTE-ROLL-TIME        PIC X(06).
000240     05  CLRDTE-ROLL-OPER-ID     PIC X(08).
000250     05  FILLER                  PIC X(02).
