000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRCTR                                        *
000040*    PURPOSE:    Record layout for the control-total verify    *
000050*                result.  CLRCTV rewrites this one record      *
000060*                every run - a current-state file, like        *
000070*                CLRERR - so CLRCMP can say whether the        *
000080*                evidence behind its statements balanced, and  *
000090*                as of when.  Result B balanced, U unbalanced. *
000100*    MODIFICATION HISTORY                                       *
000110*    DATE      INIT  DESCRIPTION                                *
000120*    20261015  RFH   Original copybook.                         *
000130*                                                               *
000140*****************************************************************
000150 01  CLRCTR-RECORD.
000160     05  CLRCTR-VERIFY-DATE      PIC X(08).
000170     05  CLRCTR-VERIFY-TIME      PIC X(06).
000180     05  CLRCTR-BUS-DATE         PIC X(08).
000190     05  CLRCTR-RESULT           PIC X(01).
000200         88  CLRCTR-BALANCED                VALUE "B".
000210         88  CLRCTR-UNBALANCED              VALUE "U".
000220     05  CLRCTR-BREAK-COUNT      PIC 9(05).
000230     05  FILLER                  PIC X(12).
