*>****************************************************************
*> FBDLVX.CPY
*> DEPARTMENT EXTRACT DELIVERY FILE (DLVXTR) - THE HEADER AND
*> CONTROL TRAILER FBDIST WRAPS ROUND EACH DEPARTMENT'S SLICE OF
*> XTRFILE.  THE FILE HOLDS ONE GROUP PER DEPARTMENT SENT, FOR THE
*> DISTRIBUTION JOB TO SPLIT: ONE HEADER ("HDR"), THE DEPARTMENT'S
*> XTRFILE ROWS UNCHANGED (SEE FBXTRC - A DETAIL ROW ALWAYS STARTS
*> WITH A DIGIT, SO THE RECORD TYPE NEEDS NO SEPARATE BYTE), THEN
*> ONE TRAILER ("TRL") CARRYING THE COUNT AND NUMBER SUM OF THAT
*> DEPARTMENT'S ROWS ONLY.  SAME 61-BYTE LRECL AS XTRFILE, SO THE
*> CONSUMING SYSTEMS' EXISTING LOAD LAYOUT STILL READS THE DETAIL.
*> THE ACK THEY SEND BACK (SEE FBACK) SHOULD CARRY THE HEADER
*> RUN-ID AND THE TRAILER COUNT.
*> THE THREE 01 LEVELS ARE ALTERNATE VIEWS OF THE ONE FD RECORD.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  LRECL 40->57 WITH THE EXTRACT (REQUEST ID ADDED
*>                 TO FBXTRC); HEADER AND TRAILER FILLERS PADDED.
*> 2026-10-15 TXA  LRECL 57->61 WITH THE EXTRACT (NUMBER WIDENED
*>                 TO 9 DIGITS); TRAILER NUMBER SUM WIDENED 12->18
*>                 DIGITS AS ON XTRCTL.
*> 2026-10-15 TXA  ALL DEPARTMENTS' HDR/TRL GROUPS NOW GO TO THE ONE
*>                 DLVXTR FILE; LAYOUT UNCHANGED.
*>****************************************************************
01  FB-DLVX-RECORD.
    05  FB-DLVX-REC-TYPE            PIC X(03).
        88  FB-DLVX-IS-HEADER           VALUE "HDR".
        88  FB-DLVX-IS-TRAILER          VALUE "TRL".
    05  FB-DLVX-HDR-RUN-ID          PIC 9(14).
    05  FB-DLVX-HDR-DEPT-ID         PIC X(04).
    05  FB-DLVX-HDR-DLVR-DATE       PIC 9(08).
    05  FILLER                      PIC X(32).
01  FB-DLVX-TRAILER.
    05  FILLER                      PIC X(03).
    05  FB-DLVX-TRL-DEPT-ID         PIC X(04).
    05  FB-DLVX-TRL-REC-COUNT       PIC 9(09).
    05  FB-DLVX-TRL-NBR-SUM         PIC 9(18).
    05  FILLER                      PIC X(27).
01  FB-DLVX-DETAIL                  PIC X(61).
