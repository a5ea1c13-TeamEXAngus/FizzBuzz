*> TRANSACTION WHOSE DEPARTMENT IS NOT ON THIS FILE AND ACTIVE,
*> SO GARBAGE IDS CAN NO LONGER FLOW THROUGH TO THE EXTRACT AND A
*> BILL TO A DEPARTMENT THAT DOES NOT EXIST.
*> FB-DEPT-PROFILE NAMES THE RULE PROFILE (SEE FBRULE) THE
*> DEPARTMENT'S NUMBERS ARE CLASSIFIED UNDER; SPACES MEAN THE
*> SHOP STANDARD PROFILE "STD ".
*> FB-DEPT-DISTRIB IS THE DEPARTMENT'S DISTRIBUTION LIST ENTRY -
*> WHAT FBDIST DELIVERS TO IT FROM EACH RELEASED RUN: "R" ITS
*> SLICE OF THE CLASSIFICATION REPORT, "X" ITS SLICE OF THE
*> EXTRACT, "B" BOTH.  SPACES (EVERY ROW WRITTEN BEFORE THE FIELD
*> EXISTED) MEAN BOTH.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  ADDED THE DEPARTMENT'S DEFAULT RULE PROFILE.
*>                 LRECL UNCHANGED AT 60 - THE BYTES CAME FROM THE
*>                 FILLER, SO EXISTING ROWS READ AS SPACES ("STD ").
*> 2026-10-15 TXA  ADDED THE DISTRIBUTION LIST CODE IN THE LAST
*>                 FILLER BYTE.  LRECL STILL 60; SPACES = BOTH.
*>****************************************************************
01  FB-DEPT-RECORD.
    05  FB-DEPT-ID                  PIC X(04).
    05  FB-DEPT-ACTIVE              PIC X(01).
        88  FB-DEPT-IS-ACTIVE           VALUE "Y".
        88  FB-DEPT-IS-INACTIVE         VALUE "N".
    05  FB-DEPT-PROFILE             PIC X(04).
    05  FB-DEPT-DISTRIB             PIC X(01).
        88  FB-DEPT-GETS-REPORT         VALUE "R" "B" " ".
        88  FB-DEPT-GETS-EXTRACT        VALUE "X" "B" " ".
        88  FB-DEPT-DISTRIB-VALID       VALUE "R" "X" "B" " ".
