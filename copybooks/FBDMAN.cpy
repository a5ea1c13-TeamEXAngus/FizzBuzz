*>****************************************************************
*> FBDMAN.CPY
*> DELIVERY MANIFEST RECORD - ONE PER DEPARTMENT PER RELEASED RUN,
*> APPENDED TO DLVRMAN BY FBDIST WHEN IT BURSTS THE RUN'S REPORT
*> AND EXTRACT INTO ONE DELIVERY GROUP PER DEPARTMENT.  SAYS
*> WHAT WAS SENT (OR HELD) AND WITH WHAT CONTROL FIGURES, SO THE
*> ACKRECON RETURN LEG CAN CHECK EACH DEPARTMENT'S ACK AGAINST
*> WHAT IT WAS ACTUALLY DELIVERED, NOT JUST WHAT XTRBAL RELEASED.
*> A HELD ROW MEANS THE DEPARTMENT'S SLICE DID NOT AGREE WITH ITS
*> XRLSLOG RELEASE ROW (OR IT IS NOT ON THE DEPARTMENT MASTER) AND
*> NOTHING WAS SENT.  THE UNATTRIBUTED (SPACES) PORTION OF A RUN
*> IS NEVER BURST AND NEVER APPEARS HERE.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NUMBER SUMS WIDENED 12->18 DIGITS AS ON XTRCTL
*>                 (NUMBERS NOW UP TO 9 DIGITS); LRECL 80->92.
*> 2026-10-15 TXA  COMMENTS ONLY - DELIVERIES ARE NOW GROUPS ON
*>                 FBDIST'S DLVXTR AND DLVRPT, NOT A FILE EACH.
*>****************************************************************
01  FB-DMAN-RECORD.
    05  FB-DMAN-RUN-ID              PIC 9(14).
    05  FB-DMAN-DEPT-ID             PIC X(04).
    05  FB-DMAN-DLVR-DATE           PIC 9(08).
    05  FB-DMAN-VERDICT             PIC X(01).
        88  FB-DMAN-IS-SENT             VALUE "S".
        88  FB-DMAN-IS-HELD             VALUE "H".
    05  FB-DMAN-XTR-SW              PIC X(01).
        88  FB-DMAN-XTR-SENT            VALUE "Y".
    05  FB-DMAN-XTR-COUNT           PIC 9(09).
    05  FB-DMAN-XTR-SUM             PIC 9(18).
    05  FB-DMAN-RPT-SW              PIC X(01).
        88  FB-DMAN-RPT-SENT            VALUE "Y".
    05  FB-DMAN-RPT-COUNT           PIC 9(09).
    05  FB-DMAN-RPT-SUM             PIC 9(18).
    05  FILLER                      PIC X(09).
