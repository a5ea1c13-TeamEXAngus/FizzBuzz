*>                 VALUE ALONE NO LONGER IDENTIFIES A RULE.
*>                 LRECL 86->87; OLD ROWS READ WITH A SPACE TYPE,
*>                 WHICH MEANS DIVISIBLE-BY.
*> 2026-10-15 TXA  ADDED THE RULE PROFILE (SEE FBRULE) AT THE END
*>                 OF THE ROW.  LRECL 87->91.  OLD ROWS READ WITH
*>                 A SPACE PROFILE, WHICH ALSO MARKS THEIR IMAGES
*>                 AS THE PRE-PROFILE RULE LAYOUT (VALUE IN BYTES
*>                 1-3, NO PROFILE); ROWS WITH A PROFILE CARRY
*>                 IMAGES IN THE CURRENT FBRULE LAYOUT.
*> 2026-10-15 TXA  RULE CHANGES NOW NEED A SECOND USER'S APPROVAL
*>                 (SEE FBPEND).  FB-RAUD-USER-ID IS THE MAKER WHO
*>                 KEYED THE CHANGE AND FB-RAUD-APPROVER-ID THE
*>                 CHECKER WHO APPROVED IT; THE ROW IS WRITTEN AT
*>                 APPROVAL TIME.  LRECL 91->99; OLDER ROWS READ
*>                 WITH A SPACE APPROVER.
*>****************************************************************
01  FB-RAUD-RECORD.
    05  FB-RAUD-USER-ID             PIC X(08).
    05  FB-RAUD-RULE-TYPE           PIC X(01).
    05  FB-RAUD-BEFORE-IMAGE        PIC X(30).
    05  FB-RAUD-AFTER-IMAGE         PIC X(30).
    05  FB-RAUD-PROFILE             PIC X(04).
    05  FB-RAUD-APPROVER-ID         PIC X(08).
