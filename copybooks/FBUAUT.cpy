*>****************************************************************
*> FBUAUT.CPY
*> USER AUTHORITY RECORD - ONE PER USER PER ONLINE SCREEN ON
*> USRAUTH, KEYED BY USER ID AND SCREEN (PROGRAM) NAME.  RULEMAINT,
*> DEPTMAINT AND CALMAINT SIGN A USER ON ONLY IF AN ACTIVE ROW
*> EXISTS FOR THAT USER AND THAT SCREEN, AND THE ROLE DECIDES
*> WHAT THE MENU OFFERS:
*>   M  MAKER     - KEYS ADDS/CHANGES/INACTIVATES; THEY GO TO THE
*>                  PENDING-CHANGE FILE (SEE FBPEND), NOT LIVE
*>   C  CHECKER   - APPROVES OR REJECTS OTHER USERS' PENDING
*>                  CHANGES; ONLY AN APPROVAL UPDATES THE MASTER
*>   V  VIEW-ONLY - LISTS ONLY
*> A USER NEVER CHECKS THEIR OWN CHANGE, WHATEVER THE ROLES.
*> REQENTRY AND REQINQ SIGN ON THE SAME WAY.  FOR THEM THE ROW ALSO
*> NAMES THE USER'S DEPARTMENT: A DEPARTMENT USER SEES AND KEYS
*> ONLY THAT DEPARTMENT'S REQUESTS.  REQENTRY REFUSES A ROW WITH
*> NO DEPARTMENT; ON REQINQ A BLANK DEPARTMENT IS THE HELP DESK
*> AND SEES EVERY DEPARTMENT.
*> USRAUTH IS OWNED BY INFORMATION SECURITY, WHO LOAD IT; EVERY
*> REFUSED SIGN-ON IS LOGGED TO SIGNLOG (SEE FBSGNL).
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  ADDED THE USER'S DEPARTMENT FROM THE FILLER
*>                 FOR THE REQUEST ENTRY AND INQUIRY SCREENS.
*>                 SPACES ON EXISTING ROWS, WHICH RULEMAINT AND
*>                 DEPTMAINT DO NOT LOOK AT.
*> 2026-10-15 TXA  CALMAINT (BUSINESS-DAY CALENDAR) SIGNS ON
*>                 THROUGH THIS FILE LIKE DEPTMAINT.  NO LAYOUT
*>                 CHANGE.
*>****************************************************************
01  FB-UAUT-RECORD.
    05  FB-UAUT-KEY.
        10  FB-UAUT-USER-ID         PIC X(08).
        10  FB-UAUT-SCREEN          PIC X(10).
    05  FB-UAUT-ROLE                PIC X(01).
        88  FB-UAUT-MAKER               VALUE "M".
        88  FB-UAUT-CHECKER             VALUE "C".
        88  FB-UAUT-VIEW-ONLY           VALUE "V".
    05  FB-UAUT-ACTIVE              PIC X(01).
        88  FB-UAUT-IS-ACTIVE           VALUE "Y".
        88  FB-UAUT-IS-INACTIVE         VALUE "N".
    05  FB-UAUT-USER-NAME           PIC X(30).
    05  FB-UAUT-GRANTED-BY          PIC X(08).
    05  FB-UAUT-GRANTED-DATE        PIC 9(08).
    05  FB-UAUT-DEPT-ID             PIC X(04).
    05  FILLER                      PIC X(10).
