*>****************************************************************
*> FBPEND.CPY
*> PENDING-CHANGE RECORD - ONE PER ADD/CHANGE/INACTIVATE KEYED BY
*> A MAKER IN RULEMAINT, DEPTMAINT OR CALMAINT, HELD ON PENDCHG
*> UNTIL A DIFFERENT USER WITH THE CHECKER ROLE (SEE FBUAUT)
*> APPROVES OR REJECTS IT.  ONLY AN APPROVAL TOUCHES THE MASTER
*> (RULEFILE/DEPTFILE/CALFILE) AND WRITES THE AUDIT ROW
*> (RULAUDIT/DEPTAUD/CALAUD).  DECIDED ROWS STAY ON FILE WITH
*> THE CHECKER AND THE OUTCOME, SO THE FILE IS ALSO THE RECORD
*> OF WHAT WAS REJECTED AND WHY.
*> KEY: THE APPLICATION ("RULE", "DEPT" OR "CAL ") AND A SEQUENCE
*> THAT IS THE DATE AND TIME TO THE HUNDREDTH THE CHANGE WAS
*> KEYED, SO EACH APPLICATION'S CHANGES READ BACK IN THE ORDER
*> KEYED.
*> THE IMAGES ARE THE FULL FB-RULE-RECORD (LEFT-JUSTIFIED, 30
*> BYTES), FB-DEPT-RECORD OR FB-CAL-RECORD (60 BYTES).  THE
*> BEFORE IMAGE IS SPACES ON AN ADD; AN APPROVAL IS REFUSED IF
*> THE MASTER NO LONGER MATCHES IT.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  ADDED APPLICATION "CAL " FOR BUSINESS-DAY
*>                 CALENDAR CHANGES KEYED ON CALMAINT.
*>****************************************************************
01  FB-PEND-RECORD.
    05  FB-PEND-KEY.
        10  FB-PEND-APPL            PIC X(04).
            88  FB-PEND-APPL-RULE       VALUE "RULE".
            88  FB-PEND-APPL-DEPT       VALUE "DEPT".
            88  FB-PEND-APPL-CAL        VALUE "CAL ".
        10  FB-PEND-SEQ             PIC 9(16).
    05  FB-PEND-ACTION              PIC X(01).
        88  FB-PEND-ACTION-ADD          VALUE "A".
        88  FB-PEND-ACTION-CHANGE       VALUE "C".
        88  FB-PEND-ACTION-INACT        VALUE "I".
    05  FB-PEND-STATE               PIC X(01).
        88  FB-PEND-IS-PENDING          VALUE "P".
        88  FB-PEND-IS-APPROVED         VALUE "A".
        88  FB-PEND-IS-REJECTED         VALUE "R".
    05  FB-PEND-MASTER-KEY          PIC X(08).
    05  FB-PEND-MAKER-ID            PIC X(08).
    05  FB-PEND-MAKER-DATE          PIC 9(08).
    05  FB-PEND-MAKER-TIME          PIC 9(06).
    05  FB-PEND-CHECKER-ID          PIC X(08).
    05  FB-PEND-CHECK-DATE          PIC 9(08).
    05  FB-PEND-CHECK-TIME          PIC 9(06).
    05  FB-PEND-BEFORE-IMAGE        PIC X(60).
    05  FB-PEND-AFTER-IMAGE         PIC X(60).
    05  FB-PEND-REJECT-REASON       PIC X(30).
    05  FILLER                      PIC X(16).
