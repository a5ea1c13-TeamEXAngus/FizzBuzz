*>****************************************************************
*> FBCAUD.CPY
*> CALENDAR-AUDIT RECORD - ONE PER ADD/CHANGE/INACTIVATE OF A
*> CALENDAR DATE APPROVED THROUGH CALMAINT, APPENDED TO CALAUD.
*> SAME SHAPE OF TRAIL AS THE DEPARTMENT AUDIT (FBDAUD): THE
*> MAKER, WHEN, WHAT KIND OF CHANGE, THE BEFORE/AFTER IMAGES OF
*> THE FULL FB-CAL-RECORD AND THE CHECKER WHO APPROVED IT.  THE
*> BEFORE IMAGE IS SPACES ON AN ADD.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
01  FB-CAUD-RECORD.
    05  FB-CAUD-USER-ID             PIC X(08).
    05  FB-CAUD-DATE                PIC 9(08).
    05  FB-CAUD-TIME                PIC 9(06).
    05  FB-CAUD-ACTION              PIC X(01).
        88  FB-CAUD-ACTION-ADD          VALUE "A".
        88  FB-CAUD-ACTION-CHANGE       VALUE "C".
        88  FB-CAUD-ACTION-INACT        VALUE "I".
    05  FB-CAUD-CAL-DATE            PIC 9(08).
    05  FB-CAUD-BEFORE-IMAGE        PIC X(60).
    05  FB-CAUD-AFTER-IMAGE         PIC X(60).
    05  FB-CAUD-APPROVER-ID         PIC X(08).
