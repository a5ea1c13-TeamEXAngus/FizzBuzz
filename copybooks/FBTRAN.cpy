*>                 THE NUMBER STAYS IN COLS 1-5 AND A SPACE TYPE
*>                 MEANS SINGLE, SO OLD BARE-NUMBER FILES STILL
*>                 READ CLEANLY.
*> 2026-10-15 TXA  ADDED THE REQUEST ID (COLS 16-31) OF A REQUEST
*>                 KEYED ONLINE ON REQENTRY (SEE FBREQS), CARRIED
*>                 THROUGH TRANEDIT, TRANRCYC AND FIZZBUZZ TO THE
*>                 EXTRACT.  CARD IMAGES LEAVE IT SPACES - NOT
*>                 NUMERIC, SO NOT TRACKED - AND NEED NO CHANGE.
*> 2026-10-15 TXA  NUMBER AND TO-NUMBER WIDENED FROM 5 TO 9 DIGITS
*>                 (CEILING 999,999,999).  THE CARD IS NOW NUMBER
*>                 COLS 1-9, TYPE 10, TO-NUMBER 11-19, DEPARTMENT
*>                 20-23, REQUEST ID 24-39; STILL 80 BYTES.  CARDS
*>                 AND SUSPENSE IMAGES IN THE OLD COLUMNS ARE
*>                 CONVERTED ONCE BY NUMCONV.
*>****************************************************************
01  FB-TRAN-RECORD.
    05  FB-TRAN-NUMBER              PIC 9(09).
    05  FB-TRAN-REC-TYPE            PIC X(01).
        88  FB-TRAN-SINGLE              VALUES "S", " ".
        88  FB-TRAN-RANGE               VALUE "R".
    05  FB-TRAN-TO-NUMBER           PIC 9(09).
    05  FB-TRAN-DEPT-ID             PIC X(04).
    05  FB-TRAN-REQ-ID              PIC 9(16).
    05  FILLER                      PIC X(41).
