*>                 TRANSACTION RECORD (SPACES ON COUNTER-MODE
*>                 RUNS) SO ONE COMBINED RUN'S OUTPUT CAN BE
*>                 SPLIT AND BILLED BY DEPARTMENT.  LRECL 30->35.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE THAT PRODUCED THE ROW'S
*>                 ANSWER (SEE FBRULE) AFTER A FIFTH SEPARATOR, SO
*>                 A DEPARTMENT CAN SEE WHICH WORDS IT WAS GIVEN.
*>                 LRECL 35->40; THE NEW COLUMNS ARE AT THE END SO
*>                 A READER OF THE FIRST 35 BYTES IS UNAFFECTED.
*> 2026-10-15 TXA  ADDED THE ONLINE REQUEST ID THE ROW ANSWERS (SEE
*>                 FBREQS; ZEROS FOR CARD REQUESTS AND COUNTER
*>                 RUNS) AFTER A SIXTH SEPARATOR.  LRECL 40->57,
*>                 AGAIN AT THE END.
*> 2026-10-15 TXA  NUMBER WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999).  EVERY LATER COLUMN MOVES 4 RIGHT;
*>                 LRECL 57->61.  EXISTING EXTRACTS ARE CONVERTED
*>                 ONCE BY NUMCONV; RECEIVING DEPARTMENTS CUT OVER
*>                 ON THE DATE IN THE CUTOVER PLAN.
*>****************************************************************
01  FB-XTRACT-RECORD.
    05  FB-XTR-NUMBER               PIC 9(09).
    05  FB-XTR-SEP-1                PIC X(01).
    05  FB-XTR-FIZZ-FLAG            PIC X(01).
    05  FB-XTR-SEP-2                PIC X(01).
    05  FB-XTR-OUT-TEXT             PIC X(20).
    05  FB-XTR-SEP-4                PIC X(01).
    05  FB-XTR-DEPT-ID              PIC X(04).
    05  FB-XTR-SEP-5                PIC X(01).
    05  FB-XTR-PROFILE              PIC X(04).
    05  FB-XTR-SEP-6                PIC X(01).
    05  FB-XTR-REQ-ID               PIC 9(16).
