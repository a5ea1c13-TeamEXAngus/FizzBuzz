*>****************************************************************
*> FBSGNL.CPY
*> REFUSED SIGN-ON RECORD - ONE PER SIGN-ON ATTEMPT REJECTED BY
*> AN ONLINE SCREEN, APPENDED TO SIGNLOG.  PENDRPT PRINTS THEM
*> NIGHTLY FOR INFORMATION SECURITY.
*>   NA  NO USRAUTH ROW FOR THIS USER AND SCREEN
*>   IN  USRAUTH ROW EXISTS BUT IS INACTIVE
*>   RL  USRAUTH ROW CARRIES NO RECOGNISED ROLE
*>   ND  USRAUTH ROW NAMES NO DEPARTMENT (REQENTRY ONLY)
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  ADDED REASON ND FOR THE REQUEST ENTRY SCREEN.
*>****************************************************************
01  FB-SGNL-RECORD.
    05  FB-SGNL-DATE                PIC 9(08).
    05  FB-SGNL-TIME                PIC 9(06).
    05  FB-SGNL-USER-ID             PIC X(08).
    05  FB-SGNL-SCREEN              PIC X(10).
    05  FB-SGNL-REASON              PIC X(02).
        88  FB-SGNL-NOT-AUTHORIZED      VALUE "NA".
        88  FB-SGNL-INACTIVE            VALUE "IN".
        88  FB-SGNL-BAD-ROLE            VALUE "RL".
        88  FB-SGNL-NO-DEPT             VALUE "ND".
    05  FILLER                      PIC X(46).
