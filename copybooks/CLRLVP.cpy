000010*****************************************************************
000020*                                                               *
000030*    COPYBOOK:   CLRLVP                                         *
000040*    PURPOSE:    Record layout for the keyed due-date           *
000050*                levelling file.  One record per terminal       *
000060*                whose next certification is moved earlier to   *
000070*                flatten a peak night: the frequency and last-  *
000080*                certified date it was proposed against, its    *
000090*                due date then and the proposed one.  Written   *
000100*                pending (P) by CLRFCS in LEVEL mode; a shift   *
000110*                supervisor approves it (A) or rejects it       *
000120*                (record deleted) on CLRFCS REVIEW.  An         *
000130*                approved record is the terminal's next-due     *
000140*                override - CLRBAT, CLRARX, CLRCMP and CLRFCS   *
000150*                take its new due date in place of last-        *
000160*                certified plus frequency for as long as the    *
000170*                CLRTRM last-certified date is still the one    *
000180*                it was approved against.  The next clean pass  *
000190*                deletes it (CLRBAT, or CLRMRG for a split      *
000200*                pass); a later LEVEL run replaces whatever is  *
000210*                still pending and leaves the approved alone.   *
000220*                CLRTRM-LAST-CERT-DATE is never altered by a    *
000230*                move - it stays the true certification date.   *
000240*    MODIFICATION HISTORY                                       *
000250*    DATE      INIT  DESCRIPTION                                *
000260*    20261015  RFH   Original copybook.                         *
000270*    20261015  RFH   Keyed on the terminal, with a status byte  *
000280*                and the approval stamp; approved records are   *
000290*                kept as the next-due override.                 *
000300*                                                               *
000310*****************************************************************
000320 01  CLRLVP-RECORD.
000330     05  CLRLVP-TERM-ID          PIC X(08).
000340     05  CLRLVP-STATUS           PIC X(01).
000350         88  CLRLVP-PENDING                 VALUE "P".
000360         88  CLRLVP-APPROVED                VALUE "A".
000370     05  CLRLVP-CERT-FREQ        PIC 9(03).
000380     05  CLRLVP-LAST-CERT-DATE   PIC X(08).
000390     05  CLRLVP-CUR-DUE-DATE     PIC X(08).
000400     05  CLRLVP-NEW-DUE-DATE     PIC X(08).
000410     05  CLRLVP-PROP-DATE        PIC X(08).
000420     05  CLRLVP-APPR-DATE        PIC X(08).
000430     05  CLRLVP-APPR-OPER-ID     PIC X(08).
000440     05  FILLER                  PIC X(10).
