*> AGREES WITH THE NIGHTLY BATCH.
*>
*> FUNCTIONS
*>   "L"  LOAD - READ RULEFILE INTO RULE SET FB-CLS-SET-NO (1
*>        THRU 9), TAKING ONLY RULES OF PROFILE FB-CLS-PROFILE
*>        (SPACES = "STD ") THAT ARE ACTIVE AND EFFECTIVE AS OF
*>        FB-CLS-ASOF-DATE.  SEVERAL SETS EXIST SO A CALLER CAN
*>        HOLD TODAY'S RULES AND A WHAT-IF SET SIDE BY SIDE, OR
*>        ONE SET PER PROFILE IN A SHARED RUN.
*>   "C"  CLASSIFY - CLASSIFY FB-CLS-NUMBER AGAINST RULE SET
*>        FB-CLS-SET-NO, RETURNING THE BUILT WORD, THE MATCH
*>        COUNT AND ONE MATCH-TABLE ENTRY PER MATCHING RULE (IN
*>
*> RETURN CODES (FB-CLS-RETURN)
*>   00  OK        BF  FUNCTION NOT "L" OR "C"
*>   BS  SET-NO NOT 1 THRU 9
*>   IO  RULEFILE ERROR - FILE STATUS IN FB-CLS-IO-STATUS
*>   OV  WORD OVERFLOWED THE 20-BYTE OUTPUT FIELD
*>------------------------------------------------------------------
*>                 SHOW WHICH KIND OF RULE FIRED, NOT JUST ITS
*>                 VALUE.  FOR "C" AND "E" RULES THE DIVISOR
*>                 FIELD CARRIES THE DIGIT.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE TO LOAD (SEE FBRULE) AND
*>                 RAISED THE RULE SETS FROM 2 TO 9 SO A SHARED
*>                 TRANSACTION RUN CAN HOLD ONE SET PER PROFILE.
*> 2026-10-15 TXA  NUMBER WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999).
*>****************************************************************
01  FB-CLS-COMMAREA.
    05  FB-CLS-FUNCTION             PIC X(01).
        88  FB-CLS-WORD-OVERFLOW        VALUE "OV".
    05  FB-CLS-SET-NO               PIC 9(01).
    05  FB-CLS-ASOF-DATE            PIC 9(08).
    05  FB-CLS-PROFILE              PIC X(04).
    05  FB-CLS-IO-STATUS            PIC X(02).
    05  FB-CLS-NUMBER               PIC 9(09).
    05  FB-CLS-OUT-TEXT             PIC X(20).
    05  FB-CLS-MATCH-COUNT          PIC 9(03).
    05  FB-CLS-RULES-LOADED         PIC 9(03).
