*>****************************************************************
*> FBSTGT.CPY
*> STEP-TARGET RECORD FOR THE SIGNOFF CYCLE SIGN-OFF REPORT - ONE
*> CARD PER BATCH STEP ON STEPTGT, KEPT BY OPERATIONS.  THE TARGET
*> IS THE LONGEST THE STEP SHOULD RUN, IN MINUTES, START TO FINISH
*> (EACH FIZZBUZZ SLICE IS HELD TO THE FIZZBUZZ TARGET ON ITS
*> OWN).  A ZERO TARGET, OR A STEP WITH NO CARD, IS NOT TIMED.
*> REQUIRED "N" MARKS A STEP THE CYCLE MAY SKIP WITHOUT HOLDING
*> SIGN-OFF; ANY OTHER VALUE (OR NO CARD) MEANS IT MUST HAVE RUN.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
01  FB-STGT-RECORD.
    05  FB-STGT-STEP                PIC X(08).
    05  FB-STGT-TARGET-MINS         PIC 9(04).
    05  FB-STGT-REQUIRED            PIC X(01).
        88  FB-STGT-IS-OPTIONAL         VALUE "N".
    05  FILLER                      PIC X(67).
