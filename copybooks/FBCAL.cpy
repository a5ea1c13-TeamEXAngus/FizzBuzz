*>****************************************************************
*> FBCAL.CPY
*> SHOP BUSINESS-DAY CALENDAR RECORD - ONE PER DATE THAT IS NOT
*> AN ORDINARY DAY, ON CALFILE, KEYED BY THE DATE.  MAINTAINED
*> ONLINE BY CALMAINT; READ BY EVERY AGING, GAP AND CYCLE-DATE
*> CHECK ONLY THROUGH THE FBBDAY MODULE (SEE FBBDYA).
*> A DATE WITH NO ACTIVE ROW IS AN ORDINARY DAY: MONDAY TO FRIDAY
*> IS A WORKING DAY, SATURDAY AND SUNDAY ARE NOT.  SO THE FILE
*> ONLY CARRIES THE EXCEPTIONS:
*>   "H"  A PUBLIC HOLIDAY OR SHOP SHUTDOWN ON A WEEKDAY;
*>   "W"  A WORKING DAY THE WEEKDAY RULE WOULD MISS (A WEEKEND
*>        CYCLE RUN BY ARRANGEMENT), OR A WEEKDAY CARRIED ONLY
*>        TO MARK IT AS A MONTH-END CLOSE DAY.
*> FB-CAL-CLOSE-SW "Y" MARKS A MONTH-END CLOSE DAY; ONLY A
*> WORKING DAY MAY CARRY IT.  AN INACTIVE ROW IS KEPT FOR THE
*> RECORD AND THE DATE FALLS BACK TO THE WEEKDAY RULE.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
01  FB-CAL-RECORD.
    05  FB-CAL-DATE                 PIC 9(08).
    05  FB-CAL-DAY-TYPE             PIC X(01).
        88  FB-CAL-WORKING-DAY          VALUE "W".
        88  FB-CAL-HOLIDAY              VALUE "H".
        88  FB-CAL-DAY-TYPE-VALID       VALUE "W" "H".
    05  FB-CAL-CLOSE-SW             PIC X(01).
        88  FB-CAL-IS-CLOSE-DAY         VALUE "Y".
        88  FB-CAL-CLOSE-SW-VALID       VALUE "Y" "N".
    05  FB-CAL-DESC                 PIC X(30).
    05  FB-CAL-ACTIVE               PIC X(01).
        88  FB-CAL-IS-ACTIVE            VALUE "Y".
        88  FB-CAL-IS-INACTIVE          VALUE "N".
    05  FILLER                      PIC X(19).
