*>****************************************************************
*> FBREQS.CPY
*> REQUEST STATUS RECORD - ONE PER NUMBER REQUEST KEYED ONLINE BY
*> A DEPARTMENT (SEE REQENTRY), HELD ON REQSTAT KEYED BY REQUEST
*> ID AND MOVED ON BY EACH BATCH STEP THE REQUEST PASSES THROUGH
*> (ALL BATCH UPDATES GO THROUGH FBRQST - SEE FBRQSA):
*>   E  ENTERED       - KEYED ON REQENTRY, NOT YET EDITED
*>   V  EDITED CLEAN  - TRANEDIT PASSED IT TO TRANVAL
*>   J  REJECTED      - TRANEDIT (OR A FAILED RECYCLE IN TRANRCYC)
*>                      SUSPENDED IT ON TRANREJ; SEE REASON-CODE
*>   Y  RECYCLED      - TRANRCYC RE-EDITED IT CLEAN INTO TRANVAL
*>   D  DROPPED       - TRANRCYC AGED IT OFF SUSPENSE
*>   C  CLASSIFIED    - FIZZBUZZ RAN IT UNDER RUN-ID
*>   L  RELEASED      - XTRBAL RELEASED THAT RUN'S EXTRACT
*>   A  ACKNOWLEDGED  - ACKRECON MATCHED THE DEPARTMENT'S ACK
*> THE REQUEST ID IS THE DATE AND TIME TO THE HUNDREDTH IT WAS
*> KEYED (THE PENDCHG SEQUENCE PRECEDENT, SEE FBPEND), SO ONE
*> DAY'S REQUESTS READ BACK TOGETHER IN THE ORDER KEYED.  IT
*> RIDES FBTRAN COLS 24-39 AND THE EXTRACT (SEE FBXTRC).  CARD
*> REQUESTS FROM TRANFILE CARRY NO ID AND HAVE NO ROW HERE.
*> EACH STAGE KEEPS ITS OWN DATE, SO AN INQUIRY SHOWS THE WHOLE
*> TRAIL; STAGE-DATE IS THE DATE OF THE LATEST STAGE.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  FROM/TO NUMBERS WIDENED FROM 5 TO 9 DIGITS
*>                 (CEILING 999,999,999) FROM THE FILLER - LRECL
*>                 UNCHANGED AT 140; REQSTAT IS RELOADED ONCE BY
*>                 NUMCONV.
*>****************************************************************
01  FB-REQS-RECORD.
    05  FB-REQS-REQ-ID              PIC 9(16).
    05  FB-REQS-REQ-ID-X REDEFINES FB-REQS-REQ-ID.
        10  FB-REQS-ID-DATE         PIC 9(08).
        10  FB-REQS-ID-TIME         PIC 9(08).
    05  FB-REQS-DEPT-ID             PIC X(04).
    05  FB-REQS-USER-ID             PIC X(08).
    05  FB-REQS-REC-TYPE            PIC X(01).
        88  FB-REQS-SINGLE              VALUE "S".
        88  FB-REQS-RANGE               VALUE "R".
    05  FB-REQS-FROM-NUMBER         PIC 9(09).
    05  FB-REQS-TO-NUMBER           PIC 9(09).
    05  FB-REQS-STAGE               PIC X(01).
        88  FB-REQS-ENTERED             VALUE "E".
        88  FB-REQS-EDITED              VALUE "V".
        88  FB-REQS-REJECTED            VALUE "J".
        88  FB-REQS-RECYCLED            VALUE "Y".
        88  FB-REQS-DROPPED             VALUE "D".
        88  FB-REQS-CLASSIFIED          VALUE "C".
        88  FB-REQS-RELEASED            VALUE "L".
        88  FB-REQS-ACKNOWLEDGED        VALUE "A".
    05  FB-REQS-STAGE-DATE          PIC 9(08).
    05  FB-REQS-ENTRY-DATE          PIC 9(08).
    05  FB-REQS-ENTRY-TIME          PIC 9(06).
    05  FB-REQS-EDIT-DATE           PIC 9(08).
    05  FB-REQS-REASON-CODE         PIC X(02).
    05  FB-REQS-RECYCLE-DATE        PIC 9(08).
    05  FB-REQS-RUN-ID              PIC 9(14).
    05  FB-REQS-CLASS-DATE          PIC 9(08).
    05  FB-REQS-RLSE-DATE           PIC 9(08).
    05  FB-REQS-ACK-DATE            PIC 9(08).
    05  FILLER                      PIC X(14).
