*>****************************************************************
*> FBBDYA.CPY
*> COMMUNICATION AREA FOR THE FBBDAY BUSINESS-DAY MODULE.  EVERY
*> AGING, GAP AND CYCLE-DATE CHECK (HISTRPT, ACKRECON, TRANRCYC,
*> CKPTPURG, HISTARCH, RULEMAINT, FIZZBUZZ, TRANEDIT) ASKS THIS
*> MODULE WHETHER A DATE IS A WORKING DAY, SO THE SHOP CALENDAR
*> (SEE FBCAL) IS INTERPRETED IN EXACTLY ONE PLACE - THE SAME
*> CARVE-OUT PATTERN AS FBRCTL AND FBRQST.
*>
*> FUNCTIONS
*>   "D"  DAY - DESCRIBE FB-BDA-DATE: WORKING OR NOT, WHY, ITS
*>        WEEKDAY, WHETHER IT IS A MONTH-END CLOSE DAY, AND THE
*>        CALENDAR DESCRIPTION.
*>   "C"  COUNT - THE NUMBER OF WORKING DAYS AFTER FB-BDA-FROM-DATE
*>        UP TO AND INCLUDING FB-BDA-DATE, IN FB-BDA-DAYS.  SO A
*>        ROW DATED FRIDAY IS ONE BUSINESS DAY OLD ON MONDAY.
*>        ZERO WHEN FB-BDA-DATE IS NOT AFTER FB-BDA-FROM-DATE.
*>   "B"  BACK - THE WORKING DAY FB-BDA-DAYS BUSINESS DAYS BEFORE
*>        FB-BDA-DATE, IN FB-BDA-RESULT-DATE (FB-BDA-DATE ITSELF
*>        WHEN FB-BDA-DAYS IS ZERO).
*>   "X"  CLOSE - CLOSE CALFILE.  THE FILE STAYS OPEN BETWEEN THE
*>        OTHER CALLS (AN AGING RUN ASKS ABOUT THOUSANDS OF DAYS),
*>        SO EVERY CALLER ISSUES "X" BEFORE IT ENDS.
*> A MISSING CALFILE IS NOT AN ERROR: EVERY DATE THEN FOLLOWS THE
*> WEEKDAY RULE (MONDAY TO FRIDAY WORKING).
*>
*> RETURN CODES (FB-BDA-RETURN)
*>   00  OK        BF  FUNCTION NOT "D", "C", "B" OR "X"
*>   DT  A DATE PASSED IS NOT A VALID YYYYMMDD DATE
*>   IO  CALFILE ERROR - FILE STATUS IN FB-BDA-IO-STATUS
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
01  FB-BDA-COMMAREA.
    05  FB-BDA-FUNCTION             PIC X(01).
        88  FB-BDA-FUNC-DAY             VALUE "D".
        88  FB-BDA-FUNC-COUNT           VALUE "C".
        88  FB-BDA-FUNC-BACK            VALUE "B".
        88  FB-BDA-FUNC-CLOSE           VALUE "X".
    05  FB-BDA-RETURN               PIC X(02).
        88  FB-BDA-OK                   VALUE "00".
        88  FB-BDA-BAD-FUNCTION         VALUE "BF".
        88  FB-BDA-BAD-DATE             VALUE "DT".
        88  FB-BDA-IO-ERROR             VALUE "IO".
    05  FB-BDA-IO-STATUS            PIC X(02).
    05  FB-BDA-DATE                 PIC 9(08).
    05  FB-BDA-FROM-DATE            PIC 9(08).
    05  FB-BDA-DAYS                 PIC 9(05).
    05  FB-BDA-RESULT-DATE          PIC 9(08).
    05  FB-BDA-WORKING-SW           PIC X(01).
        88  FB-BDA-IS-WORKING           VALUE "Y".
        88  FB-BDA-NOT-WORKING          VALUE "N".
    05  FB-BDA-DAY-TYPE             PIC X(01).
        88  FB-BDA-CAL-WORKING          VALUE "W".
        88  FB-BDA-CAL-HOLIDAY          VALUE "H".
        88  FB-BDA-WEEKDAY-DEFAULT      VALUE "D".
        88  FB-BDA-WEEKEND-DEFAULT      VALUE "E".
    05  FB-BDA-CLOSE-SW             PIC X(01).
        88  FB-BDA-IS-CLOSE-DAY         VALUE "Y".
    05  FB-BDA-WEEKDAY              PIC 9(01).
    05  FB-BDA-WEEKDAY-NAME         PIC X(03).
    05  FB-BDA-DESC                 PIC X(30).
