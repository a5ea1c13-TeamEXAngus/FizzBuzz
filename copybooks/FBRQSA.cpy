*>****************************************************************
*> FBRQSA.CPY
*> COMMUNICATION AREA FOR THE FBRQST REQUEST-STATUS MODULE.  THE
*> BATCH STEPS A KEYED REQUEST PASSES THROUGH (TRANEDIT, TRANRCYC,
*> FIZZBUZZ, XTRBAL, ACKRECON) MOVE ITS REQSTAT ROW ON (SEE
*> FBREQS) ONLY THROUGH THIS AREA, SO THE ORDER THE STAGES MAY
*> FOLLOW EACH OTHER IS CHECKED IN EXACTLY ONE PLACE - THE SAME
*> CARVE-OUT PATTERN AS FBRCTL AND FBTRED.
*>
*> FUNCTIONS
*>   "S"  STAGE - POST FB-RQS-STAGE TO REQUEST FB-RQS-REQ-ID,
*>        STAMPING TODAY IN THAT STAGE'S OWN DATE.  "J" ALSO
*>        TAKES FB-RQS-REASON-CODE, "C" TAKES FB-RQS-RUN-ID.  A
*>        STAGE MAY ONLY FOLLOW:
*>          V, J  -  E, V OR J        Y, D  -  J
*>          C     -  V, Y, C, L OR A  (A RERUN RE-CLASSIFIES)
*>          L     -  C                A     -  L
*>        ANYTHING ELSE IS LEFT ALONE AND RETURNED "SQ".
*>   "B"  BROWSE - RETURN THE NEXT ROW AFTER FB-RQS-REQ-ID (ZERO
*>        TO START) WHOSE STAGE IS ONE OF FB-RQS-BROWSE-STAGES,
*>        WITH AN FBTRAN IMAGE OF THE REQUEST IN FB-RQS-TRAN-IMAGE.
*>        "EF" WHEN THERE ARE NO MORE.
*>   "X"  CLOSE - CLOSE REQSTAT.  THE FILE STAYS OPEN BETWEEN THE
*>        OTHER CALLS (A NIGHT'S POSTINGS RUN TO THOUSANDS), SO
*>        EVERY CALLER ISSUES "X" BEFORE IT ENDS.
*> REQSTAT IS CREATED ON ITS FIRST USE, LIKE RUNCTL.
*>
*> RETURN CODES (FB-RQS-RETURN)
*>   00  OK        BF  FUNCTION NOT "S", "B" OR "X"
*>   NF  NO ROW FOR THE REQUEST ID
*>   SQ  STAGE OUT OF SEQUENCE - ROW LEFT AS IT WAS
*>   EF  BROWSE - NO MORE ROWS
*>   IO  REQSTAT ERROR - FILE STATUS IN FB-RQS-IO-STATUS
*> A CALLER MOVING REQUESTS ON TREATS NF AND SQ AS NOTHING TO
*> DO; ONLY IO STOPS THE STEP.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
01  FB-RQS-COMMAREA.
    05  FB-RQS-FUNCTION             PIC X(01).
        88  FB-RQS-FUNC-STAGE           VALUE "S".
        88  FB-RQS-FUNC-BROWSE          VALUE "B".
        88  FB-RQS-FUNC-CLOSE           VALUE "X".
    05  FB-RQS-RETURN               PIC X(02).
        88  FB-RQS-OK                   VALUE "00".
        88  FB-RQS-BAD-FUNCTION         VALUE "BF".
        88  FB-RQS-NOT-FOUND            VALUE "NF".
        88  FB-RQS-OUT-OF-SEQUENCE      VALUE "SQ".
        88  FB-RQS-END-OF-FILE          VALUE "EF".
        88  FB-RQS-IO-ERROR             VALUE "IO".
    05  FB-RQS-IO-STATUS            PIC X(02).
    05  FB-RQS-REQ-ID               PIC 9(16).
    05  FB-RQS-STAGE                PIC X(01).
    05  FB-RQS-REASON-CODE          PIC X(02).
    05  FB-RQS-RUN-ID               PIC 9(14).
    05  FB-RQS-BROWSE-STAGES        PIC X(03).
    05  FB-RQS-DEPT-ID              PIC X(04).
    05  FB-RQS-STAGE-DATE           PIC 9(08).
    05  FB-RQS-EDIT-DATE            PIC 9(08).
    05  FB-RQS-TRAN-IMAGE           PIC X(80).
