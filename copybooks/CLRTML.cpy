000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRTML                                         *
000040*    PURPOSE:    Record layout for the terminal inventory       *
000050*                maintenance log.  CLRTMN appends one record    *
000060*                per accepted add/change/delete so there is a   *
000070*                trail of who touched the inventory and when.   *
000080*    MODIFICATION HISTORY                                       *
000090*    DATE      INIT  DESCRIPTION                                *
000100*    20260823  RFH   Original copybook.                         *
000103*    20261015  RFH   Action LVL: a levelling move approved      *
000106*                on CLRFCS, logged under the supervisor.        *
000110*                                                               *
000120*****************************************************************
000130 01  CLRTML-RECORD.
