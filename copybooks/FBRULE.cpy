*>   "E"           ENDS-IN-DIGIT - FIRES WHEN THE NUMBER'S LAST
*>                 DIGIT EQUALS THE VALUE FIELD'S LOW-ORDER
*>                 DIGIT.
*> THE RECORD KEY IS PROFILE + VALUE + TYPE, SO "DIVISIBLE BY 7"
*> AND "CONTAINS 7" CAN COEXIST, AND SO CAN TWO DEPARTMENTS'
*> DIFFERENT WORDS FOR THE SAME VALUE.  FB-RULE-DIVISOR-R KEEPS
*> ITS NAME - THE WHOLE SHOP KNOWS IT - BUT FOR "C" AND "E" RULES
*> IT CARRIES THE DIGIT, NOT A DIVISOR.
*>
*> RULE PROFILES (FB-RULE-PROFILE-R)
*>   EACH RULE BELONGS TO ONE NAMED PROFILE - A COMPLETE RULE SET
*>   IN ITS OWN RIGHT.  "STD " IS THE SHOP STANDARD SET, USED BY
*>   COUNTER-MODE RUNS AND BY ANY DEPARTMENT WHOSE MASTER RECORD
*>   NAMES NO PROFILE (SEE FBDEPT).  A DEPARTMENT WITH ITS OWN
*>   PROFILE GETS ONLY THAT PROFILE'S RULES - PROFILES ARE NOT
*>   LAYERED ON TOP OF "STD ".
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-08-01 TXA  ORIGINAL.
*>                 DIVISIBLE-BY FOR ANY ROW THE RELOAD MISSES.
*>                 LRECL UNCHANGED AT 30 - THE BYTE CAME FROM THE
*>                 FILLER.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE AS THE HIGH-ORDER PART
*>                 OF THE RECORD KEY SO EACH DEPARTMENT CAN BE
*>                 CLASSIFIED UNDER ITS OWN WORDS.  THE KEY NOW
*>                 STARTS WITH FOUR NEW BYTES, SO EXISTING FILES
*>                 NEED A ONE-TIME RELOAD WITH EVERY CURRENT RULE
*>                 UNDER PROFILE "STD ".  LRECL UNCHANGED AT 30 -
*>                 THE BYTES CAME FROM THE FILLER.
*>****************************************************************
01  FB-RULE-RECORD.
    05  FB-RULE-KEY-R.
        10  FB-RULE-PROFILE-R       PIC X(04).
            88  FB-RULE-STD-PROFILE-R   VALUE "STD ".
        10  FB-RULE-DIVISOR-R       PIC 9(03).
        10  FB-RULE-TYPE-R          PIC X(01).
            88  FB-RULE-DIVISIBLE-R     VALUES "D", " ".
    05  FB-RULE-ACTIVE-R            PIC X(01).
        88  FB-RULE-IS-ACTIVE-R         VALUE "Y".
        88  FB-RULE-IS-INACTIVE-R       VALUE "N".
    05  FILLER                      PIC X(05).
