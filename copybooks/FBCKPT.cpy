*>                 THE TIME (YYYYMMDDHHMMSS) SO TWO RUNS ON DIFFERENT
*>                 DAYS STARTING IN THE SAME SECOND NO LONGER COLLIDE
*>                 ON THIS FILE'S KEY.
*> 2026-10-15 TXA  LAST NUMBER WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999); LRECL 35->39.
*>****************************************************************
01  FB-CKPT-RECORD.
    05  FB-CKPT-RUN-ID              PIC 9(14).
    05  FB-CKPT-LAST-NUMBER         PIC 9(09).
    05  FB-CKPT-TIMESTAMP.
        10  FB-CKPT-TS-DATE         PIC 9(08).
        10  FB-CKPT-TS-TIME         PIC 9(06).
