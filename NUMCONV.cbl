       >>SOURCE FORMAT FREE
*>****************************************************************
*> NUMCONV - ONE-TIME CONVERSION OF THE FIZZBUZZ FILES TO THE
*> NINE-DIGIT NUMBER LAYOUTS.  THE CEILING ON A NUMBER WAS 99,999
*> - FIVE DIGITS IN EVERY RECORD THAT CARRIES ONE - AND IS NOW
*> 999,999,999.  EVERY FILE WRITTEN BEFORE THE CUTOVER STILL HOLDS
*> THE OLD FIVE-DIGIT FIELDS, AND NO PROGRAM READS THE OLD LAYOUTS
*> ANY MORE, SO EACH FILE IS CARRIED ACROSS ONCE BY THIS STEP.
*> ONE RUN CONVERTS ONE FILE; THE FUNCTION CODE ON THE PARM CARD
*> SAYS WHICH LAYOUT IS BEING READ.  EACH NUMBER FIELD IS WIDENED
*> IN PLACE AND EVERYTHING BEHIND IT MOVES RIGHT UNCHANGED; NO
*> VALUE IS ALTERED.
*>
*> EVERY RUN PROVES ITSELF.  WHILE CONVERTING IT TOTALS THE OLD
*> RECORDS - COUNT, A SUM OF EVERY NUMBER FIELD AND A HASH SUM OF
*> A FIELD THAT DOES NOT MOVE IN VALUE (RUN-ID, DATE OR REQUEST
*> ID) - THEN RE-READS THE NEW FILE FROM DISK AND TOTALS IT THE
*> SAME WAY FROM THE NEW FIELDS.  THE BEFORE AND AFTER TOTALS ARE
*> PRINTED SIDE BY SIDE AND MUST AGREE.
*>
*> A DATA RECORD WHOSE NUMBER FIELD IS NOT NUMERIC CANNOT BE
*> WIDENED AND IS REJECTED - LISTED, NOT WRITTEN.  CARD IMAGES
*> (PARM CARDS, TRANFILE CARDS AND THE CARDS HELD ON TRANREJ) ARE
*> DIFFERENT: THEY ARE WHAT SOMEBODY KEYED, RIGHT OR WRONG, SO A
*> NUMERIC FIELD IS RE-EDITED TO NINE DIGITS AND ANYTHING ELSE IS
*> CARRIED AS KEYED, LEFT-JUSTIFIED IN THE WIDER FIELD, FOR THE
*> EDIT TO JUDGE AS BEFORE.  A CARD HAS NO ROOM TO GROW, SO ITS
*> LAST COLUMNS FALL OFF THE END; IF ANYTHING WAS PUNCHED THERE
*> THE CARD IS LISTED AND THE STEP ENDS RC=4.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE): COL 1 = FUNCTION - THE FILE BEING
*> CONVERTED.  SEQUENTIAL FILES ARE READ FROM OLDFILE AND WRITTEN
*> TO NEWFILE; KEYED FILES ARE READ AND LOADED UNDER THEIR OWN
*> DDNAMES (THE NEW CLUSTER IS DEFINED EMPTY WITH THE NEW KEY).
*>   P  PARM CARDS (FBPARM)      58 ->  70  OLDFILE  -> NEWFILE
*>   N  TRANFILE CARDS (FBTRAN)  80 ->  80  OLDFILE  -> NEWFILE
*>   T  TRANREJ SUSPENSE (FBTREJ)92 ->  92  OLDFILE  -> NEWFILE
*>   H  HISTFILE OR A HISTARCH
*>      ARCHIVE (FBHIST)         51 ->  59  OLDFILE  -> NEWFILE
*>   J  RSLTJRN (FBRJRN)        130 -> 138  OLDFILE  -> NEWFILE
*>   X  AN EXTRACT (FBXTRC)      57 ->  61  OLDFILE  -> NEWFILE
*>   C  XTRCTL (FBXCTL)          80 ->  94  OLDFILE  -> NEWFILE
*>   M  MTCHFILE (FBMTCH)        40 ->  44  OLDFILE  -> NEWFILE
*>   D  DLVRMAN (FBDMAN)         80 ->  92  OLDFILE  -> NEWFILE
*>   S  STPHST (FBSTIM)          80 ->  84  OLDFILE  -> NEWFILE
*>   K  CKPTFILE (FBCKPT)        35 ->  39  OLDCKPT  -> NEWCKPT
*>   R  RSLTMST (FBRMST)        100 -> 104  OLDRMST  -> NEWRMST
*>   U  RUNCTL (FBRCTL)          60 ->  60  OLDRCTL  -> NEWRCTL
*>   Q  REQSTAT (FBREQS)        140 -> 140  OLDREQS  -> NEWREQS
*> EXTRACTS OLDER THAN THE 57-BYTE LAYOUT ARE SHORTER RECORDS OF
*> THE SAME SHAPE AND CONVERT UNDER "X" AS THEY STAND.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  CONVERTED AND PROVED - THE NEW FILE MAY REPLACE THE OLD
*>   4  CONVERTED AND PROVED, BUT AT LEAST ONE CARD LOST PUNCHING
*>      FROM ITS LAST COLUMNS - CHECK THE LISTED CARDS
*>   8  REJECTS, OR THE TOTALS DO NOT PROVE - KEEP THE OLD FILE
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. NUMCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT OLD-FILE ASSIGN TO OLDFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-OLD-STATUS.

    SELECT NEW-FILE ASSIGN TO NEWFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-NEW-STATUS.

    SELECT OCKP-FILE ASSIGN TO OLDCKPT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-OCKP-RUN-ID
        FILE STATUS IS FB-OLD-STATUS.

    SELECT NCKP-FILE ASSIGN TO NEWCKPT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-CKPT-RUN-ID
        FILE STATUS IS FB-NEW-STATUS.

    SELECT ORMS-FILE ASSIGN TO OLDRMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-ORMS-KEY
        FILE STATUS IS FB-OLD-STATUS.

    SELECT NRMS-FILE ASSIGN TO NEWRMST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-RMST-KEY
        FILE STATUS IS FB-NEW-STATUS.

    SELECT ORCT-FILE ASSIGN TO OLDRCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-ORCT-KEY
        FILE STATUS IS FB-OLD-STATUS.

    SELECT NRCT-FILE ASSIGN TO NEWRCTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-RCTL-KEY
        FILE STATUS IS FB-NEW-STATUS.

    SELECT ORQS-FILE ASSIGN TO OLDREQS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-ORQS-REQ-ID
        FILE STATUS IS FB-OLD-STATUS.

    SELECT NRQS-FILE ASSIGN TO NEWREQS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-REQS-REQ-ID
        FILE STATUS IS FB-NEW-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-CNV-PARM-RECORD.
    05  FB-CNV-PARM-FUNCTION        PIC X(01).
    05  FILLER                      PIC X(79).

*> ---------------------------------------------------------------
*> THE OLD SEQUENTIAL FILE IS READ AS A PLAIN IMAGE AND LOOKED AT
*> THROUGH THE OLD-LAYOUT VIEWS IN WORKING-STORAGE.  THE NEW FILE
*> CARRIES EVERY CURRENT LAYOUT A SEQUENTIAL FUNCTION CAN WRITE.
*> ---------------------------------------------------------------
FD  OLD-FILE
    RECORDING MODE IS F.
01  FB-OLD-RECORD                   PIC X(140).

FD  NEW-FILE
    RECORDING MODE IS F.
    COPY "FBPARM.cpy".
    COPY "FBTRAN.cpy".
    COPY "FBTREJ.cpy".
    COPY "FBHIST.cpy".
    COPY "FBRJRN.cpy".
    COPY "FBXTRC.cpy".
    COPY "FBXCTL.cpy".
    COPY "FBMTCH.cpy".
    COPY "FBDMAN.cpy".
    COPY "FBSTIM.cpy".

FD  OCKP-FILE.
01  FB-OCKP-RECORD.
    05  FB-OCKP-RUN-ID              PIC 9(14).
    05  FILLER                      PIC X(21).

FD  NCKP-FILE.
    COPY "FBCKPT.cpy".

FD  ORMS-FILE.
01  FB-ORMS-RECORD.
    05  FB-ORMS-KEY                 PIC X(09).
    05  FILLER                      PIC X(91).

FD  NRMS-FILE.
    COPY "FBRMST.cpy".

FD  ORCT-FILE.
01  FB-ORCT-RECORD.
    05  FB-ORCT-KEY                 PIC X(21).
    05  FILLER                      PIC X(39).

FD  NRCT-FILE.
    COPY "FBRCTL.cpy".

FD  ORQS-FILE.
01  FB-ORQS-RECORD.
    05  FB-ORQS-REQ-ID              PIC 9(16).
    05  FILLER                      PIC X(124).

FD  NRQS-FILE.
    COPY "FBREQS.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-OLD-STATUS              PIC X(02).
    05  FB-NEW-STATUS              PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-EOF-SW                  PIC X(01) VALUE "N".
        88  FB-END-OF-INPUT             VALUE "Y".
        88  FB-NOT-END-OF-INPUT         VALUE "N".
    05  FB-VERIFY-SW               PIC X(01) VALUE "Y".
        88  FB-TOTALS-PROVE             VALUE "Y".
        88  FB-TOTALS-FAIL              VALUE "N".
    05  FB-ROW-SW                  PIC X(01) VALUE "G".
        88  FB-ROW-GOOD                 VALUE "G".
        88  FB-ROW-REJECTED             VALUE "R".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

*> ---------------------------------------------------------------
*> THE FUNCTION BEING RUN, WITH THE DDNAMES AND THE TITLE PRINTED
*> FOR IT.  THE KEYED FUNCTIONS READ AND LOAD VSAM CLUSTERS; THE
*> CARD FUNCTIONS CARRY A BAD FIELD RATHER THAN REJECT IT.
*> ---------------------------------------------------------------
01  FB-CNV-CONTROL.
    05  FB-CNV-FUNCTION            PIC X(01).
        88  FB-FUNC-PARM                VALUE "P".
        88  FB-FUNC-TRAN                VALUE "N".
        88  FB-FUNC-TREJ                VALUE "T".
        88  FB-FUNC-HIST                VALUE "H".
        88  FB-FUNC-RJRN                VALUE "J".
        88  FB-FUNC-XTRC                VALUE "X".
        88  FB-FUNC-XCTL                VALUE "C".
        88  FB-FUNC-MTCH                VALUE "M".
        88  FB-FUNC-DMAN                VALUE "D".
        88  FB-FUNC-STIM                VALUE "S".
        88  FB-FUNC-CKPT                VALUE "K".
        88  FB-FUNC-RMST                VALUE "R".
        88  FB-FUNC-RCTL                VALUE "U".
        88  FB-FUNC-REQS                VALUE "Q".
        88  FB-FUNC-VALID               VALUES "P" "N" "T" "H" "J"
                                               "X" "C" "M" "D" "S"
                                               "K" "R" "U" "Q".
    05  FB-CNV-OLD-DDNAME          PIC X(08) VALUE "OLDFILE".
    05  FB-CNV-NEW-DDNAME          PIC X(08) VALUE "NEWFILE".
    05  FB-CNV-TITLE               PIC X(30) VALUE SPACES.
    05  FB-CNV-TAIL-COLS           PIC X(05) VALUE "73-80".

*> ---------------------------------------------------------------
*> CONTROL TOTALS.  THE NUMBER TOTAL IS THE SUM OF EVERY NUMBER
*> FIELD THE LAYOUT WIDENS (ON A CARD, ONLY THE ONES THAT WERE
*> NUMERIC); THE HASH IS A PLAIN SUM OF ONE FIELD PER RECORD THAT
*> MOVES BUT DOES NOT CHANGE, TRUNCATED TO 18 DIGITS AS HISTARCH
*> DOES.  BEFORE TOTALS COVER THE RECORDS CONVERTED; AFTER
*> TOTALS ARE TAKEN FROM THE NEW FILE AS RE-READ FROM DISK.
*> ---------------------------------------------------------------
01  FB-CNV-TOTALS.
    05  FB-CNV-READ                PIC 9(09) COMP VALUE 0.
    05  FB-CNV-WRITTEN             PIC 9(09) COMP VALUE 0.
    05  FB-CNV-REJECTED            PIC 9(09) COMP VALUE 0.
    05  FB-CNV-TAILS               PIC 9(09) COMP VALUE 0.
    05  FB-CNV-REREAD              PIC 9(09) COMP VALUE 0.
    05  FB-CNV-OLD-NBR-TOTAL       PIC 9(18) COMP VALUE 0.
    05  FB-CNV-NEW-NBR-TOTAL       PIC 9(18) COMP VALUE 0.
    05  FB-CNV-OLD-HASH            PIC 9(18) COMP VALUE 0.
    05  FB-CNV-NEW-HASH            PIC 9(18) COMP VALUE 0.

01  FB-REJECT-REASON               PIC X(40) VALUE SPACES.

*> ---------------------------------------------------------------
*> OLD-LAYOUT VIEWS OF THE RECORD JUST READ.  EACH IS THE LAYOUT
*> AS IT STOOD BEFORE THE NUMBERS WERE WIDENED; "REST" ITEMS ARE
*> THE FIELDS BEHIND A NUMBER, WHICH MOVE ACROSS UNCHANGED.  A
*> SHORT RECORD (AN OLDER EXTRACT, A SHORT CARD) READS PADDED
*> WITH SPACES.
*> ---------------------------------------------------------------
01  FB-OLD-WORK                    PIC X(140).

01  FB-OLD-PARM REDEFINES FB-OLD-WORK.
    05  FB-OPM-LOOP-LIMIT          PIC 9(05).
    05  FB-OPM-LOOP-LIMIT-X REDEFINES FB-OPM-LOOP-LIMIT
                                   PIC X(05).
    05  FB-OPM-MIDDLE.
        10  FILLER                 PIC X(27).
        10  FB-OPM-ASOF-DATE       PIC 9(08).
        10  FILLER                 PIC X(01).
    05  FB-OPM-SLICE-FROM          PIC 9(05).
    05  FB-OPM-SLICE-FROM-X REDEFINES FB-OPM-SLICE-FROM
                                   PIC X(05).
    05  FB-OPM-SLICE-TO            PIC 9(05).
    05  FB-OPM-SLICE-TO-X REDEFINES FB-OPM-SLICE-TO
                                   PIC X(05).
    05  FB-OPM-TRAILER             PIC X(07).
    05  FB-OPM-TAIL                PIC X(22).
    05  FILLER                     PIC X(60).

01  FB-OLD-TREJ REDEFINES FB-OLD-WORK.
    05  FB-OTJ-REASON-CODE         PIC X(02).
    05  FILLER                     PIC X(02).
    05  FB-OTJ-RAW-DATA            PIC X(80).
    05  FB-OTJ-ENTRY-DATE          PIC 9(08).
    05  FILLER                     PIC X(48).

01  FB-OLD-HIST REDEFINES FB-OLD-WORK.
    05  FB-OHS-RUN-ID              PIC 9(14).
    05  FB-OHS-RUN-DATE            PIC 9(08).
    05  FB-OHS-RUN-TIME            PIC 9(06).
    05  FB-OHS-LOOP-LIMIT          PIC 9(05).
    05  FB-OHS-RUN-MODE            PIC X(01).
    05  FB-OHS-HIGH-NUMBER         PIC 9(05).
    05  FB-OHS-STATUS              PIC X(01).
    05  FB-OHS-REVERSED-DATE       PIC 9(08).
    05  FILLER                     PIC X(92).

01  FB-OLD-RJRN REDEFINES FB-OLD-WORK.
    05  FB-ORJ-RUN-ID              PIC 9(14).
    05  FB-ORJ-ACTION              PIC X(01).
        88  FB-ORJ-ROW-CHANGED          VALUE "C".
    05  FB-ORJ-PROFILE             PIC X(04).
    05  FB-ORJ-NUMBER              PIC 9(05).
    05  FB-ORJ-BEFORE-IMAGE.
        10  FB-ORJ-IMG-PROFILE     PIC X(04).
        10  FB-ORJ-IMG-NUMBER      PIC 9(05).
        10  FB-ORJ-IMG-REST        PIC X(91).
    05  FILLER                     PIC X(16).

01  FB-OLD-XTRC REDEFINES FB-OLD-WORK.
    05  FB-OXT-NUMBER              PIC 9(05).
    05  FB-OXT-REST.
        10  FILLER                 PIC X(36).
        10  FB-OXT-REQ-ID          PIC 9(16).
    05  FILLER                     PIC X(83).

01  FB-OLD-XCTL REDEFINES FB-OLD-WORK.
    05  FB-OXC-RUN-ID              PIC 9(14).
    05  FB-OXC-REC-COUNT           PIC 9(09).
    05  FB-OXC-NBR-SUM             PIC 9(12).
    05  FB-OXC-SLICE-FROM          PIC 9(05).
    05  FB-OXC-SLICE-TO            PIC 9(05).
    05  FB-OXC-STAT-PLAIN          PIC 9(09).
    05  FB-OXC-STAT-ONE            PIC 9(09).
    05  FB-OXC-STAT-MULTI          PIC 9(09).
    05  FILLER                     PIC X(68).

01  FB-OLD-MTCH REDEFINES FB-OLD-WORK.
    05  FB-OMT-RUN-ID              PIC 9(14).
    05  FB-OMT-NUMBER              PIC 9(05).
    05  FB-OMT-REST                PIC X(21).
    05  FILLER                     PIC X(100).

01  FB-OLD-DMAN REDEFINES FB-OLD-WORK.
    05  FB-ODM-RUN-ID              PIC 9(14).
    05  FB-ODM-DEPT-ID             PIC X(04).
    05  FB-ODM-DLVR-DATE           PIC 9(08).
    05  FB-ODM-VERDICT             PIC X(01).
    05  FB-ODM-XTR-SW              PIC X(01).
    05  FB-ODM-XTR-COUNT           PIC 9(09).
    05  FB-ODM-XTR-SUM             PIC 9(12).
    05  FB-ODM-RPT-SW              PIC X(01).
    05  FB-ODM-RPT-COUNT           PIC 9(09).
    05  FB-ODM-RPT-SUM             PIC 9(12).
    05  FILLER                     PIC X(69).

01  FB-OLD-STIM REDEFINES FB-OLD-WORK.
    05  FB-OST-CYCLE-DATE          PIC 9(08).
    05  FB-OST-STEP                PIC X(08).
    05  FB-OST-SLICE-FROM          PIC 9(05).
    05  FB-OST-REST                PIC X(59).
    05  FILLER                     PIC X(60).

01  FB-OLD-CKPT REDEFINES FB-OLD-WORK.
    05  FB-OCK-RUN-ID              PIC 9(14).
    05  FB-OCK-LAST-NUMBER         PIC 9(05).
    05  FB-OCK-TS-DATE             PIC 9(08).
    05  FB-OCK-TS-TIME             PIC 9(06).
    05  FILLER                     PIC X(107).

01  FB-OLD-RMST REDEFINES FB-OLD-WORK.
    05  FB-ORM-PROFILE             PIC X(04).
    05  FB-ORM-NUMBER              PIC 9(05).
    05  FB-ORM-OUT-TEXT            PIC X(20).
    05  FB-ORM-MATCH-COUNT         PIC 9(03).
    05  FB-ORM-LAST-RUN-ID         PIC 9(14).
    05  FB-ORM-WORD-LIST           PIC X(54).
    05  FILLER                     PIC X(40).

01  FB-OLD-RCTL REDEFINES FB-OLD-WORK.
    05  FB-ORC-CYCLE-DATE          PIC 9(08).
    05  FB-ORC-STEP                PIC X(08).
    05  FB-ORC-SLICE-FROM          PIC 9(05).
    05  FB-ORC-STATUS              PIC X(01).
    05  FB-ORC-RUN-ID              PIC 9(14).
    05  FB-ORC-TS-DATE             PIC 9(08).
    05  FB-ORC-TS-TIME             PIC 9(06).
    05  FB-ORC-START-TIME          PIC 9(06).
    05  FILLER                     PIC X(84).

01  FB-OLD-REQS REDEFINES FB-OLD-WORK.
    05  FB-ORQ-HEAD.
        10  FB-ORQ-REQ-ID          PIC 9(16).
        10  FILLER                 PIC X(13).
    05  FB-ORQ-FROM-NUMBER         PIC 9(05).
    05  FB-ORQ-TO-NUMBER           PIC 9(05).
    05  FB-ORQ-REST                PIC X(79).
    05  FILLER                     PIC X(22).

*> ---------------------------------------------------------------
*> CARD IMAGES, OLD AND NEW.  THE OLD CARD WAS NUMBER 1-5, TYPE 6,
*> TO-NUMBER 7-11 AND EVERYTHING ELSE (DEPARTMENT, REQUEST ID,
*> BLANK) FROM 12; THE NEW ONE IS NUMBER 1-9, TYPE 10, TO-NUMBER
*> 11-19 AND THE REST FROM 20 (SEE FBTRAN).  OLD COLS 12-72 FIT;
*> OLD COLS 73-80 DO NOT.
*> ---------------------------------------------------------------
01  FB-CNV-OLD-CARD.
    05  FB-OCD-NUMBER              PIC 9(05).
    05  FB-OCD-NUMBER-X REDEFINES FB-OCD-NUMBER
                                   PIC X(05).
    05  FB-OCD-REC-TYPE            PIC X(01).
    05  FB-OCD-TO-NUMBER           PIC 9(05).
    05  FB-OCD-TO-NUMBER-X REDEFINES FB-OCD-TO-NUMBER
                                   PIC X(05).
    05  FB-OCD-CARRIED.
        10  FILLER                 PIC X(04).
        10  FB-OCD-REQ-ID          PIC 9(16).
        10  FILLER                 PIC X(41).
    05  FB-OCD-TAIL                PIC X(08).

01  FB-CNV-NEW-CARD.
    05  FB-NCD-NUMBER              PIC 9(09).
    05  FB-NCD-NUMBER-X REDEFINES FB-NCD-NUMBER
                                   PIC X(09).
    05  FB-NCD-REC-TYPE            PIC X(01).
    05  FB-NCD-TO-NUMBER           PIC 9(09).
    05  FB-NCD-TO-NUMBER-X REDEFINES FB-NCD-TO-NUMBER
                                   PIC X(09).
    05  FB-NCD-CARRIED.
        10  FILLER                 PIC X(04).
        10  FB-NCD-REQ-ID          PIC 9(16).
        10  FILLER                 PIC X(41).

*> ---------------------------------------------------------------
*> NEW VIEW OF A JOURNAL BEFORE-IMAGE - THE 104-BYTE RSLTMST ROW
*> (SEE FBRMST) - FOR THE RE-READ TOTALS.
*> ---------------------------------------------------------------
01  FB-CNV-NEW-IMAGE.
    05  FB-NIM-PROFILE             PIC X(04).
    05  FB-NIM-NUMBER              PIC 9(09).
    05  FB-NIM-REST                PIC X(91).

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.
    05  FB-EDIT-TOTAL              PIC ZZZZZZZZZZZZZZZZZ9.
    05  FB-EDIT-TOTAL-2            PIC ZZZZZZZZZZZZZZZZZ9.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-CONVERT-FILE THRU 2000-EXIT.
    PERFORM 7000-VERIFY-NEW-FILE THRU 7000-EXIT.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-REPORT THRU 8300-EXIT.
    EVALUATE TRUE
        WHEN FB-TOTALS-FAIL OR FB-CNV-REJECTED > 0
            MOVE 8 TO RETURN-CODE
        WHEN FB-CNV-TAILS > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - READ THE FUNCTION CODE, NAME THE FILES IT
*> USES AND HEAD UP THE REPORT.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT PARM-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    MOVE FB-PARM-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    READ PARM-FILE
        AT END CONTINUE
    END-READ.
    IF FB-PARM-STATUS NOT = "00"
        DISPLAY "NUMCONV *** NO PARM CARD - SUPPLY THE FUNCTION "
                "CODE IN COL 1 OF PARMFILE."
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "PARMFILE" TO FB-IO-FILE-ID
        MOVE FB-PARM-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-CNV-PARM-FUNCTION TO FB-CNV-FUNCTION.
    IF NOT FB-FUNC-VALID
        DISPLAY "NUMCONV *** FUNCTION CODE '" FB-CNV-FUNCTION
                "' IN COL 1 IS NOT ONE OF P N T H J X C M D S K "
                "R U Q."
        MOVE "EDIT"     TO FB-IO-OPERATION
        MOVE "PARMFILE" TO FB-IO-FILE-ID
        MOVE "XX"       TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    CLOSE PARM-FILE.
    MOVE "CLOSE"      TO FB-IO-OPERATION.
    MOVE "PARMFILE"   TO FB-IO-FILE-ID.
    MOVE FB-PARM-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1100-NAME-THE-FUNCTION THRU 1100-EXIT.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-NAME-THE-FUNCTION - REPORT TITLE AND, FOR THE KEYED
*> FILES, THE DDNAMES THE CLUSTERS ARE READ AND LOADED UNDER.
*>****************************************************************
1100-NAME-THE-FUNCTION.
    EVALUATE TRUE
        WHEN FB-FUNC-PARM
            MOVE "PARM CARDS (FBPARM)"         TO FB-CNV-TITLE
            MOVE "59-80"                       TO FB-CNV-TAIL-COLS
        WHEN FB-FUNC-TRAN
            MOVE "TRANFILE CARDS (FBTRAN)"     TO FB-CNV-TITLE
        WHEN FB-FUNC-TREJ
            MOVE "TRANREJ SUSPENSE (FBTREJ)"   TO FB-CNV-TITLE
        WHEN FB-FUNC-HIST
            MOVE "RUN HISTORY (FBHIST)"        TO FB-CNV-TITLE
        WHEN FB-FUNC-RJRN
            MOVE "RSLTJRN JOURNAL (FBRJRN)"    TO FB-CNV-TITLE
        WHEN FB-FUNC-XTRC
            MOVE "EXTRACT (FBXTRC)"            TO FB-CNV-TITLE
        WHEN FB-FUNC-XCTL
            MOVE "XTRCTL CONTROL (FBXCTL)"     TO FB-CNV-TITLE
        WHEN FB-FUNC-MTCH
            MOVE "MTCHFILE MATCHES (FBMTCH)"   TO FB-CNV-TITLE
        WHEN FB-FUNC-DMAN
            MOVE "DLVRMAN MANIFEST (FBDMAN)"   TO FB-CNV-TITLE
        WHEN FB-FUNC-STIM
            MOVE "STPHST STEP TIMES (FBSTIM)"  TO FB-CNV-TITLE
        WHEN FB-FUNC-CKPT
            MOVE "CKPTFILE CHECKPOINTS (FBCKPT)" TO FB-CNV-TITLE
            MOVE "OLDCKPT" TO FB-CNV-OLD-DDNAME
            MOVE "NEWCKPT" TO FB-CNV-NEW-DDNAME
        WHEN FB-FUNC-RMST
            MOVE "RSLTMST RESULTS (FBRMST)"    TO FB-CNV-TITLE
            MOVE "OLDRMST" TO FB-CNV-OLD-DDNAME
            MOVE "NEWRMST" TO FB-CNV-NEW-DDNAME
        WHEN FB-FUNC-RCTL
            MOVE "RUNCTL STEP CONTROL (FBRCTL)" TO FB-CNV-TITLE
            MOVE "OLDRCTL" TO FB-CNV-OLD-DDNAME
            MOVE "NEWRCTL" TO FB-CNV-NEW-DDNAME
        WHEN FB-FUNC-REQS
            MOVE "REQSTAT REQUESTS (FBREQS)"   TO FB-CNV-TITLE
            MOVE "OLDREQS" TO FB-CNV-OLD-DDNAME
            MOVE "NEWREQS" TO FB-CNV-NEW-DDNAME
    END-EVALUATE.
    1100-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - TITLE/RUN-DATE HEADER AND THE
*> FILE BEING CONVERTED.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "NINE-DIGIT NUMBER CONVERSION   RUN " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           "   FUNCTION " DELIMITED BY SIZE
           FB-CNV-FUNCTION DELIMITED BY SIZE
           "   PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  " DELIMITED BY SIZE
           FB-CNV-TITLE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FB-CNV-OLD-DDNAME DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           FB-CNV-NEW-DDNAME DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE 3 TO FB-LINE-COUNT.
    1600-EXIT.
        EXIT.

*>****************************************************************
*> 1610-WRITE-REPORT-LINE - COMMON CHOKE POINT FOR EVERY WRITE TO
*> RPTFILE SO FILE STATUS ONLY HAS TO BE CHECKED IN ONE PLACE.
*>****************************************************************
1610-WRITE-REPORT-LINE.
    WRITE FB-RPT-RECORD.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "RPTFILE"  TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1610-EXIT.
        EXIT.

*>****************************************************************
*> 1620-WRITE-BODY-LINE - A DETAIL LINE, STARTING A NEW PAGE WHEN
*> THIS ONE IS FULL.
*>****************************************************************
1620-WRITE-BODY-LINE.
    IF FB-LINE-COUNT >= FB-LINES-PER-PAGE
        MOVE FB-RPT-LINE TO FB-HOLD-LINE
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
        MOVE FB-HOLD-LINE TO FB-RPT-LINE
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    1620-EXIT.
        EXIT.

*>****************************************************************
*> 2000-CONVERT-FILE - THE CONVERSION PASS: EVERY OLD RECORD IS
*> EITHER WIDENED AND WRITTEN OR REJECTED AND LISTED.
*>****************************************************************
2000-CONVERT-FILE.
    PERFORM 2010-OPEN-FOR-CONVERSION THRU 2010-EXIT.
    PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
    PERFORM 2200-CONVERT-ONE-RECORD THRU 2200-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 2020-CLOSE-AFTER-CONVERSION THRU 2020-EXIT.
    2000-EXIT.
        EXIT.

2010-OPEN-FOR-CONVERSION.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            OPEN INPUT OCKP-FILE
        WHEN FB-FUNC-RMST
            OPEN INPUT ORMS-FILE
        WHEN FB-FUNC-RCTL
            OPEN INPUT ORCT-FILE
        WHEN FB-FUNC-REQS
            OPEN INPUT ORQS-FILE
        WHEN OTHER
            OPEN INPUT OLD-FILE
    END-EVALUATE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE FB-CNV-OLD-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-OLD-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            OPEN OUTPUT NCKP-FILE
        WHEN FB-FUNC-RMST
            OPEN OUTPUT NRMS-FILE
        WHEN FB-FUNC-RCTL
            OPEN OUTPUT NRCT-FILE
        WHEN FB-FUNC-REQS
            OPEN OUTPUT NRQS-FILE
        WHEN OTHER
            OPEN OUTPUT NEW-FILE
    END-EVALUATE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE FB-CNV-NEW-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-NEW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    2010-EXIT.
        EXIT.

2020-CLOSE-AFTER-CONVERSION.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            CLOSE OCKP-FILE
        WHEN FB-FUNC-RMST
            CLOSE ORMS-FILE
        WHEN FB-FUNC-RCTL
            CLOSE ORCT-FILE
        WHEN FB-FUNC-REQS
            CLOSE ORQS-FILE
        WHEN OTHER
            CLOSE OLD-FILE
    END-EVALUATE.
    MOVE "CLOSE" TO FB-IO-OPERATION.
    MOVE FB-CNV-OLD-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-OLD-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 7020-CLOSE-NEW-FILE THRU 7020-EXIT.
    2020-EXIT.
        EXIT.

*>****************************************************************
*> 2100-READ-OLD-RECORD - NEXT OLD RECORD INTO THE OLD-LAYOUT
*> WORK AREA, WHICHEVER FILE THE FUNCTION READS.
*>****************************************************************
2100-READ-OLD-RECORD.
    MOVE SPACES TO FB-OLD-WORK.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            READ OCKP-FILE NEXT RECORD INTO FB-OLD-WORK
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-RMST
            READ ORMS-FILE NEXT RECORD INTO FB-OLD-WORK
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-RCTL
            READ ORCT-FILE NEXT RECORD INTO FB-OLD-WORK
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-REQS
            READ ORQS-FILE NEXT RECORD INTO FB-OLD-WORK
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN OTHER
            READ OLD-FILE INTO FB-OLD-WORK
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
    END-EVALUATE.
    IF FB-OLD-STATUS NOT = "00" AND FB-OLD-STATUS NOT = "10"
        MOVE "READ" TO FB-IO-OPERATION
        MOVE FB-CNV-OLD-DDNAME TO FB-IO-FILE-ID
        MOVE FB-OLD-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 2200-CONVERT-ONE-RECORD - BUILD THE NEW RECORD FOR THIS
*> FUNCTION, THEN WRITE IT OR LIST IT AS A REJECT.
*>****************************************************************
2200-CONVERT-ONE-RECORD.
    ADD 1 TO FB-CNV-READ.
    SET FB-ROW-GOOD TO TRUE.
    MOVE SPACES TO FB-REJECT-REASON.
    EVALUATE TRUE
        WHEN FB-FUNC-PARM
            PERFORM 3000-CONVERT-PARM THRU 3000-EXIT
        WHEN FB-FUNC-TRAN
            PERFORM 3100-CONVERT-TRAN THRU 3100-EXIT
        WHEN FB-FUNC-TREJ
            PERFORM 3200-CONVERT-TREJ THRU 3200-EXIT
        WHEN FB-FUNC-HIST
            PERFORM 3300-CONVERT-HIST THRU 3300-EXIT
        WHEN FB-FUNC-RJRN
            PERFORM 3400-CONVERT-RJRN THRU 3400-EXIT
        WHEN FB-FUNC-XTRC
            PERFORM 3500-CONVERT-XTRC THRU 3500-EXIT
        WHEN FB-FUNC-XCTL
            PERFORM 3600-CONVERT-XCTL THRU 3600-EXIT
        WHEN FB-FUNC-MTCH
            PERFORM 3700-CONVERT-MTCH THRU 3700-EXIT
        WHEN FB-FUNC-DMAN
            PERFORM 3800-CONVERT-DMAN THRU 3800-EXIT
        WHEN FB-FUNC-STIM
            PERFORM 3900-CONVERT-STIM THRU 3900-EXIT
        WHEN FB-FUNC-CKPT
            PERFORM 4000-CONVERT-CKPT THRU 4000-EXIT
        WHEN FB-FUNC-RMST
            PERFORM 4100-CONVERT-RMST THRU 4100-EXIT
        WHEN FB-FUNC-RCTL
            PERFORM 4200-CONVERT-RCTL THRU 4200-EXIT
        WHEN FB-FUNC-REQS
            PERFORM 4300-CONVERT-REQS THRU 4300-EXIT
    END-EVALUATE.
    IF FB-ROW-GOOD
        PERFORM 5000-WRITE-NEW-RECORD THRU 5000-EXIT
    END-IF.
    IF FB-ROW-REJECTED
        PERFORM 2300-LIST-REJECT THRU 2300-EXIT
    END-IF.
    PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
    2200-EXIT.
        EXIT.

*>****************************************************************
*> 2300-LIST-REJECT - THE RECORD NUMBER, THE REASON AND THE
*> START OF THE OLD IMAGE, SO THE ROW CAN BE FOUND AND FIXED.
*>****************************************************************
2300-LIST-REJECT.
    ADD 1 TO FB-CNV-REJECTED.
    MOVE FB-CNV-READ TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  REJECTED RECORD " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FB-REJECT-REASON DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "    " DELIMITED BY SIZE
           FB-OLD-WORK(1:72) DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    2300-EXIT.
        EXIT.

*>****************************************************************
*> 2400-LIST-DROPPED-TAIL - A CARD THAT HAD PUNCHING IN THE
*> COLUMNS THAT NO LONGER FIT.  IT IS STILL CONVERTED; THE LIST
*> SAYS WHAT WAS LOST.
*>****************************************************************
2400-LIST-DROPPED-TAIL.
    ADD 1 TO FB-CNV-TAILS.
    MOVE FB-CNV-READ TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  CARD " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           "  OLD COLS " DELIMITED BY SIZE
           FB-CNV-TAIL-COLS DELIMITED BY SIZE
           " DROPPED - THEY HELD:" DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-FUNC-PARM
        STRING "    " DELIMITED BY SIZE
               FB-OPM-TAIL DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
    ELSE
        STRING "    " DELIMITED BY SIZE
               FB-OCD-TAIL DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    2400-EXIT.
        EXIT.

*>****************************************************************
*> 3000-CONVERT-PARM - A FIZZBUZZ PARM CARD.  THE LOOP LIMIT AND
*> THE SLICE RANGE WIDEN; THE DIVISORS THROUGH THE SLICE SWITCH
*> MOVE 4 COLUMNS RIGHT AND THE SLICE COUNT ON 12 (SEE FBPARM).
*>****************************************************************
3000-CONVERT-PARM.
    MOVE SPACES TO FB-PARM-RECORD.
    IF FB-OPM-LOOP-LIMIT NUMERIC
        MOVE FB-OPM-LOOP-LIMIT TO FB-PARM-LOOP-LIMIT
        ADD FB-OPM-LOOP-LIMIT TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-OPM-LOOP-LIMIT-X TO FB-PARM-RECORD(1:9)
    END-IF.
    MOVE FB-OPM-MIDDLE TO FB-PARM-RECORD(10:36).
    IF FB-OPM-SLICE-FROM NUMERIC
        MOVE FB-OPM-SLICE-FROM TO FB-PARM-SLICE-FROM
        ADD FB-OPM-SLICE-FROM TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-OPM-SLICE-FROM-X TO FB-PARM-RECORD(46:9)
    END-IF.
    IF FB-OPM-SLICE-TO NUMERIC
        MOVE FB-OPM-SLICE-TO TO FB-PARM-SLICE-TO
        ADD FB-OPM-SLICE-TO TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-OPM-SLICE-TO-X TO FB-PARM-RECORD(55:9)
    END-IF.
    MOVE FB-OPM-TRAILER TO FB-PARM-RECORD(64:7).
    IF FB-OPM-ASOF-DATE NUMERIC
        ADD FB-OPM-ASOF-DATE TO FB-CNV-OLD-HASH
    END-IF.
    IF FB-OPM-TAIL NOT = SPACES
        PERFORM 2400-LIST-DROPPED-TAIL THRU 2400-EXIT
    END-IF.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 3050-CONVERT-CARD-IMAGE - A TRANFILE CARD, OLD COLUMNS TO NEW,
*> FROM FB-CNV-OLD-CARD INTO FB-CNV-NEW-CARD.  SHARED BY THE
*> TRANFILE AND SUSPENSE FUNCTIONS.
*>****************************************************************
3050-CONVERT-CARD-IMAGE.
    MOVE SPACES TO FB-CNV-NEW-CARD.
    IF FB-OCD-NUMBER NUMERIC
        MOVE FB-OCD-NUMBER TO FB-NCD-NUMBER
        ADD FB-OCD-NUMBER TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-OCD-NUMBER-X TO FB-NCD-NUMBER-X
    END-IF.
    MOVE FB-OCD-REC-TYPE TO FB-NCD-REC-TYPE.
    IF FB-OCD-TO-NUMBER NUMERIC
        MOVE FB-OCD-TO-NUMBER TO FB-NCD-TO-NUMBER
        ADD FB-OCD-TO-NUMBER TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-OCD-TO-NUMBER-X TO FB-NCD-TO-NUMBER-X
    END-IF.
    MOVE FB-OCD-CARRIED TO FB-NCD-CARRIED.
    IF FB-OCD-TAIL NOT = SPACES
        PERFORM 2400-LIST-DROPPED-TAIL THRU 2400-EXIT
    END-IF.
    3050-EXIT.
        EXIT.

3100-CONVERT-TRAN.
    MOVE FB-OLD-WORK(1:80) TO FB-CNV-OLD-CARD.
    PERFORM 3050-CONVERT-CARD-IMAGE THRU 3050-EXIT.
    MOVE FB-CNV-NEW-CARD TO FB-TRAN-RECORD.
    IF FB-OCD-REQ-ID NUMERIC
        ADD FB-OCD-REQ-ID TO FB-CNV-OLD-HASH
    END-IF.
    3100-EXIT.
        EXIT.

*>****************************************************************
*> 3200-CONVERT-TREJ - A SUSPENSE RECORD.  ONLY THE CARD IMAGE IN
*> IT CHANGES; THE REASON CODE AND ENTRY DATE STAY WHERE THEY ARE.
*>****************************************************************
3200-CONVERT-TREJ.
    MOVE SPACES TO FB-REJ-RECORD.
    MOVE FB-OTJ-REASON-CODE TO FB-REJ-REASON-CODE.
    MOVE FB-OTJ-RAW-DATA TO FB-CNV-OLD-CARD.
    PERFORM 3050-CONVERT-CARD-IMAGE THRU 3050-EXIT.
    MOVE FB-CNV-NEW-CARD TO FB-REJ-RAW-DATA.
    MOVE FB-OTJ-ENTRY-DATE TO FB-REJ-ENTRY-DATE.
    IF FB-OTJ-ENTRY-DATE NUMERIC
        ADD FB-OTJ-ENTRY-DATE TO FB-CNV-OLD-HASH
    END-IF.
    3200-EXIT.
        EXIT.

*>****************************************************************
*> 3300-CONVERT-HIST - A RUN-HISTORY ROW, FROM HISTFILE OR FROM
*> ANY YEAR'S HISTARCH ARCHIVE.
*>****************************************************************
3300-CONVERT-HIST.
    IF FB-OHS-LOOP-LIMIT NOT NUMERIC
     OR FB-OHS-HIGH-NUMBER NOT NUMERIC
        MOVE "LOOP LIMIT OR HIGH NUMBER NOT NUMERIC"
            TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3300-EXIT
    END-IF.
    MOVE SPACES TO FB-HIST-RECORD.
    MOVE FB-OHS-RUN-ID        TO FB-HIST-RUN-ID.
    MOVE FB-OHS-RUN-DATE      TO FB-HIST-RUN-DATE.
    MOVE FB-OHS-RUN-TIME      TO FB-HIST-RUN-TIME.
    MOVE FB-OHS-LOOP-LIMIT    TO FB-HIST-LOOP-LIMIT.
    MOVE FB-OHS-RUN-MODE      TO FB-HIST-RUN-MODE.
    MOVE FB-OHS-HIGH-NUMBER   TO FB-HIST-HIGH-NUMBER.
    MOVE FB-OHS-STATUS        TO FB-HIST-STATUS.
    MOVE FB-OHS-REVERSED-DATE TO FB-HIST-REVERSED-DATE.
    ADD FB-OHS-LOOP-LIMIT FB-OHS-HIGH-NUMBER
        TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OHS-RUN-ID NUMERIC
        ADD FB-OHS-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    3300-EXIT.
        EXIT.

*>****************************************************************
*> 3400-CONVERT-RJRN - A JOURNAL ROW.  THE KEY NUMBER WIDENS, AND
*> SO DOES THE NUMBER INSIDE A "C" ROW'S RSLTMST BEFORE-IMAGE, SO
*> RUNBACK CAN PUT A PRE-CUTOVER ROW BACK IN THE NEW LAYOUT.  AN
*> "A" ROW CARRIES NO IMAGE.
*>****************************************************************
3400-CONVERT-RJRN.
    IF FB-ORJ-NUMBER NOT NUMERIC
        MOVE "JOURNAL KEY NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3400-EXIT
    END-IF.
    IF FB-ORJ-ROW-CHANGED AND FB-ORJ-IMG-NUMBER NOT NUMERIC
        MOVE "BEFORE-IMAGE NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3400-EXIT
    END-IF.
    MOVE SPACES TO FB-RJRN-RECORD.
    MOVE FB-ORJ-RUN-ID  TO FB-RJRN-RUN-ID.
    MOVE FB-ORJ-ACTION  TO FB-RJRN-ACTION.
    MOVE FB-ORJ-PROFILE TO FB-RJRN-PROFILE.
    MOVE FB-ORJ-NUMBER  TO FB-RJRN-NUMBER.
    ADD FB-ORJ-NUMBER TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-ORJ-ROW-CHANGED
        MOVE FB-ORJ-IMG-PROFILE TO FB-NIM-PROFILE
        MOVE FB-ORJ-IMG-NUMBER  TO FB-NIM-NUMBER
        MOVE FB-ORJ-IMG-REST    TO FB-NIM-REST
        MOVE FB-CNV-NEW-IMAGE   TO FB-RJRN-BEFORE-IMAGE
        ADD FB-ORJ-IMG-NUMBER TO FB-CNV-OLD-NBR-TOTAL
    ELSE
        MOVE FB-ORJ-BEFORE-IMAGE TO FB-RJRN-BEFORE-IMAGE
    END-IF.
    IF FB-ORJ-RUN-ID NUMERIC
        ADD FB-ORJ-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    3400-EXIT.
        EXIT.

*>****************************************************************
*> 3500-CONVERT-XTRC - AN EXTRACT ROW.  EVERYTHING BEHIND THE
*> NUMBER MOVES 4 RIGHT, SEPARATORS INCLUDED.
*>****************************************************************
3500-CONVERT-XTRC.
    IF FB-OXT-NUMBER NOT NUMERIC
        MOVE "EXTRACT NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3500-EXIT
    END-IF.
    MOVE SPACES TO FB-XTRACT-RECORD.
    MOVE FB-OXT-NUMBER TO FB-XTR-NUMBER.
    MOVE FB-OXT-REST   TO FB-XTRACT-RECORD(10:52).
    ADD FB-OXT-NUMBER TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OXT-REQ-ID NUMERIC
        ADD FB-OXT-REQ-ID TO FB-CNV-OLD-HASH
    END-IF.
    3500-EXIT.
        EXIT.

3600-CONVERT-XCTL.
    IF FB-OXC-NBR-SUM NOT NUMERIC
     OR FB-OXC-SLICE-FROM NOT NUMERIC
     OR FB-OXC-SLICE-TO NOT NUMERIC
        MOVE "NUMBER SUM OR SLICE RANGE NOT NUMERIC"
            TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3600-EXIT
    END-IF.
    MOVE SPACES TO FB-XCTL-RECORD.
    MOVE FB-OXC-RUN-ID      TO FB-XCTL-RUN-ID.
    MOVE FB-OXC-REC-COUNT   TO FB-XCTL-REC-COUNT.
    MOVE FB-OXC-NBR-SUM     TO FB-XCTL-NBR-SUM.
    MOVE FB-OXC-SLICE-FROM  TO FB-XCTL-SLICE-FROM.
    MOVE FB-OXC-SLICE-TO    TO FB-XCTL-SLICE-TO.
    MOVE FB-OXC-STAT-PLAIN  TO FB-XCTL-STAT-PLAIN.
    MOVE FB-OXC-STAT-ONE    TO FB-XCTL-STAT-ONE.
    MOVE FB-OXC-STAT-MULTI  TO FB-XCTL-STAT-MULTI.
    ADD FB-OXC-NBR-SUM FB-OXC-SLICE-FROM FB-OXC-SLICE-TO
        TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OXC-RUN-ID NUMERIC
        ADD FB-OXC-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    3600-EXIT.
        EXIT.

3700-CONVERT-MTCH.
    IF FB-OMT-NUMBER NOT NUMERIC
        MOVE "MATCH NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3700-EXIT
    END-IF.
    MOVE SPACES TO FB-MTCH-RECORD.
    MOVE FB-OMT-RUN-ID TO FB-MTCH-RUN-ID.
    MOVE FB-OMT-NUMBER TO FB-MTCH-NUMBER.
    MOVE FB-OMT-REST   TO FB-MTCH-RECORD(24:21).
    ADD FB-OMT-NUMBER TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OMT-RUN-ID NUMERIC
        ADD FB-OMT-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    3700-EXIT.
        EXIT.

3800-CONVERT-DMAN.
    IF FB-ODM-XTR-SUM NOT NUMERIC
     OR FB-ODM-RPT-SUM NOT NUMERIC
        MOVE "EXTRACT OR REPORT SUM NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3800-EXIT
    END-IF.
    MOVE SPACES TO FB-DMAN-RECORD.
    MOVE FB-ODM-RUN-ID    TO FB-DMAN-RUN-ID.
    MOVE FB-ODM-DEPT-ID   TO FB-DMAN-DEPT-ID.
    MOVE FB-ODM-DLVR-DATE TO FB-DMAN-DLVR-DATE.
    MOVE FB-ODM-VERDICT   TO FB-DMAN-VERDICT.
    MOVE FB-ODM-XTR-SW    TO FB-DMAN-XTR-SW.
    MOVE FB-ODM-XTR-COUNT TO FB-DMAN-XTR-COUNT.
    MOVE FB-ODM-XTR-SUM   TO FB-DMAN-XTR-SUM.
    MOVE FB-ODM-RPT-SW    TO FB-DMAN-RPT-SW.
    MOVE FB-ODM-RPT-COUNT TO FB-DMAN-RPT-COUNT.
    MOVE FB-ODM-RPT-SUM   TO FB-DMAN-RPT-SUM.
    ADD FB-ODM-XTR-SUM FB-ODM-RPT-SUM TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-ODM-RUN-ID NUMERIC
        ADD FB-ODM-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    3800-EXIT.
        EXIT.

3900-CONVERT-STIM.
    IF FB-OST-SLICE-FROM NOT NUMERIC
        MOVE "SLICE FROM-NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 3900-EXIT
    END-IF.
    MOVE SPACES TO FB-STIM-RECORD.
    MOVE FB-OST-CYCLE-DATE TO FB-STIM-CYCLE-DATE.
    MOVE FB-OST-STEP       TO FB-STIM-STEP.
    MOVE FB-OST-SLICE-FROM TO FB-STIM-SLICE-FROM.
    MOVE FB-OST-REST       TO FB-STIM-RECORD(26:59).
    ADD FB-OST-SLICE-FROM TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OST-CYCLE-DATE NUMERIC
        ADD FB-OST-CYCLE-DATE TO FB-CNV-OLD-HASH
    END-IF.
    3900-EXIT.
        EXIT.

4000-CONVERT-CKPT.
    IF FB-OCK-LAST-NUMBER NOT NUMERIC
        MOVE "LAST NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 4000-EXIT
    END-IF.
    MOVE SPACES TO FB-CKPT-RECORD.
    MOVE FB-OCK-RUN-ID      TO FB-CKPT-RUN-ID.
    MOVE FB-OCK-LAST-NUMBER TO FB-CKPT-LAST-NUMBER.
    MOVE FB-OCK-TS-DATE     TO FB-CKPT-TS-DATE.
    MOVE FB-OCK-TS-TIME     TO FB-CKPT-TS-TIME.
    ADD FB-OCK-LAST-NUMBER TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-OCK-RUN-ID NUMERIC
        ADD FB-OCK-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    4000-EXIT.
        EXIT.

*>****************************************************************
*> 4100-CONVERT-RMST - A RESULTS-MASTER ROW.  THE NUMBER IS THE
*> LOW-ORDER PART OF THE KEY AND STAYS ZERO-FILLED, SO THE OLD
*> CLUSTER READS IN EXACTLY THE ORDER THE NEW ONE LOADS.
*>****************************************************************
4100-CONVERT-RMST.
    IF FB-ORM-NUMBER NOT NUMERIC
        MOVE "KEY NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 4100-EXIT
    END-IF.
    MOVE SPACES TO FB-RMST-RECORD.
    MOVE FB-ORM-PROFILE     TO FB-RMST-PROFILE.
    MOVE FB-ORM-NUMBER      TO FB-RMST-NUMBER.
    MOVE FB-ORM-OUT-TEXT    TO FB-RMST-OUT-TEXT.
    MOVE FB-ORM-MATCH-COUNT TO FB-RMST-MATCH-COUNT.
    MOVE FB-ORM-LAST-RUN-ID TO FB-RMST-LAST-RUN-ID.
    MOVE FB-ORM-WORD-LIST   TO FB-RMST-WORD-LIST.
    ADD FB-ORM-NUMBER TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-ORM-LAST-RUN-ID NUMERIC
        ADD FB-ORM-LAST-RUN-ID TO FB-CNV-OLD-HASH
    END-IF.
    4100-EXIT.
        EXIT.

4200-CONVERT-RCTL.
    IF FB-ORC-SLICE-FROM NOT NUMERIC
        MOVE "KEY SLICE FROM-NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 4200-EXIT
    END-IF.
    MOVE SPACES TO FB-RCTL-RECORD.
    MOVE FB-ORC-CYCLE-DATE TO FB-RCTL-CYCLE-DATE.
    MOVE FB-ORC-STEP       TO FB-RCTL-STEP.
    MOVE FB-ORC-SLICE-FROM TO FB-RCTL-SLICE-FROM.
    MOVE FB-ORC-STATUS     TO FB-RCTL-STATUS.
    MOVE FB-ORC-RUN-ID     TO FB-RCTL-RUN-ID.
    MOVE FB-ORC-TS-DATE    TO FB-RCTL-TS-DATE.
    MOVE FB-ORC-TS-TIME    TO FB-RCTL-TS-TIME.
    MOVE FB-ORC-START-TIME TO FB-RCTL-START-TIME.
    ADD FB-ORC-SLICE-FROM TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-ORC-CYCLE-DATE NUMERIC
        ADD FB-ORC-CYCLE-DATE TO FB-CNV-OLD-HASH
    END-IF.
    4200-EXIT.
        EXIT.

4300-CONVERT-REQS.
    IF FB-ORQ-FROM-NUMBER NOT NUMERIC
     OR FB-ORQ-TO-NUMBER NOT NUMERIC
        MOVE "FROM OR TO NUMBER NOT NUMERIC" TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        GO TO 4300-EXIT
    END-IF.
    MOVE SPACES TO FB-REQS-RECORD.
    MOVE FB-ORQ-HEAD        TO FB-REQS-RECORD(1:29).
    MOVE FB-ORQ-FROM-NUMBER TO FB-REQS-FROM-NUMBER.
    MOVE FB-ORQ-TO-NUMBER   TO FB-REQS-TO-NUMBER.
    MOVE FB-ORQ-REST        TO FB-REQS-RECORD(48:79).
    ADD FB-ORQ-FROM-NUMBER FB-ORQ-TO-NUMBER
        TO FB-CNV-OLD-NBR-TOTAL.
    IF FB-ORQ-REQ-ID NUMERIC
        ADD FB-ORQ-REQ-ID TO FB-CNV-OLD-HASH
    END-IF.
    4300-EXIT.
        EXIT.

*>****************************************************************
*> 5000-WRITE-NEW-RECORD - WRITE THE RECORD JUST BUILT.  A KEYED
*> LOAD THAT MEETS A DUPLICATE OR OUT-OF-ORDER KEY REJECTS THE
*> ROW RATHER THAN STOPPING THE LOAD; ANY OTHER FAILURE ABENDS.
*>****************************************************************
5000-WRITE-NEW-RECORD.
    EVALUATE TRUE
        WHEN FB-FUNC-PARM
            WRITE FB-PARM-RECORD
        WHEN FB-FUNC-TRAN
            WRITE FB-TRAN-RECORD
        WHEN FB-FUNC-TREJ
            WRITE FB-REJ-RECORD
        WHEN FB-FUNC-HIST
            WRITE FB-HIST-RECORD
        WHEN FB-FUNC-RJRN
            WRITE FB-RJRN-RECORD
        WHEN FB-FUNC-XTRC
            WRITE FB-XTRACT-RECORD
        WHEN FB-FUNC-XCTL
            WRITE FB-XCTL-RECORD
        WHEN FB-FUNC-MTCH
            WRITE FB-MTCH-RECORD
        WHEN FB-FUNC-DMAN
            WRITE FB-DMAN-RECORD
        WHEN FB-FUNC-STIM
            WRITE FB-STIM-RECORD
        WHEN FB-FUNC-CKPT
            WRITE FB-CKPT-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        WHEN FB-FUNC-RMST
            WRITE FB-RMST-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        WHEN FB-FUNC-RCTL
            WRITE FB-RCTL-RECORD
                INVALID KEY CONTINUE
            END-WRITE
        WHEN FB-FUNC-REQS
            WRITE FB-REQS-RECORD
                INVALID KEY CONTINUE
            END-WRITE
    END-EVALUATE.
    IF FB-NEW-STATUS = "21" OR FB-NEW-STATUS = "22"
        MOVE "DUPLICATE OR OUT-OF-ORDER KEY ON LOAD"
            TO FB-REJECT-REASON
        SET FB-ROW-REJECTED TO TRUE
        PERFORM 5100-BACK-OUT-OLD-TOTALS THRU 5100-EXIT
        GO TO 5000-EXIT
    END-IF.
    MOVE "WRITE" TO FB-IO-OPERATION.
    MOVE FB-CNV-NEW-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-NEW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-CNV-WRITTEN.
    5000-EXIT.
        EXIT.

*>****************************************************************
*> 5100-BACK-OUT-OLD-TOTALS - A ROW THE LOAD REFUSED NEVER REACHES
*> THE NEW FILE, SO ITS NUMBERS AND HASH COME OFF THE BEFORE
*> TOTALS AGAIN (ONLY THE KEYED FUNCTIONS GET HERE).
*>****************************************************************
5100-BACK-OUT-OLD-TOTALS.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            SUBTRACT FB-OCK-LAST-NUMBER FROM FB-CNV-OLD-NBR-TOTAL
            IF FB-OCK-RUN-ID NUMERIC
                SUBTRACT FB-OCK-RUN-ID FROM FB-CNV-OLD-HASH
            END-IF
        WHEN FB-FUNC-RMST
            SUBTRACT FB-ORM-NUMBER FROM FB-CNV-OLD-NBR-TOTAL
            IF FB-ORM-LAST-RUN-ID NUMERIC
                SUBTRACT FB-ORM-LAST-RUN-ID FROM FB-CNV-OLD-HASH
            END-IF
        WHEN FB-FUNC-RCTL
            SUBTRACT FB-ORC-SLICE-FROM FROM FB-CNV-OLD-NBR-TOTAL
            IF FB-ORC-CYCLE-DATE NUMERIC
                SUBTRACT FB-ORC-CYCLE-DATE FROM FB-CNV-OLD-HASH
            END-IF
        WHEN FB-FUNC-REQS
            SUBTRACT FB-ORQ-FROM-NUMBER FB-ORQ-TO-NUMBER
                FROM FB-CNV-OLD-NBR-TOTAL
            IF FB-ORQ-REQ-ID NUMERIC
                SUBTRACT FB-ORQ-REQ-ID FROM FB-CNV-OLD-HASH
            END-IF
    END-EVALUATE.
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 7000-VERIFY-NEW-FILE - RE-READ THE NEW FILE FROM DISK AND
*> TOTAL IT FROM THE NEW FIELDS, THEN PROVE: EVERY RECORD READ WAS
*> WRITTEN OR REJECTED, THE FILE HOLDS EXACTLY THE RECORDS
*> WRITTEN, AND THE NUMBER AND HASH TOTALS CAME ACROSS UNCHANGED.
*>****************************************************************
7000-VERIFY-NEW-FILE.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            OPEN INPUT NCKP-FILE
        WHEN FB-FUNC-RMST
            OPEN INPUT NRMS-FILE
        WHEN FB-FUNC-RCTL
            OPEN INPUT NRCT-FILE
        WHEN FB-FUNC-REQS
            OPEN INPUT NRQS-FILE
        WHEN OTHER
            OPEN INPUT NEW-FILE
    END-EVALUATE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE FB-CNV-NEW-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-NEW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    PERFORM 7100-READ-NEW-RECORD THRU 7100-EXIT.
    PERFORM 7200-TOTAL-ONE-NEW-RECORD THRU 7200-EXIT
        UNTIL FB-END-OF-INPUT.
    PERFORM 7020-CLOSE-NEW-FILE THRU 7020-EXIT.
    IF FB-CNV-READ NOT = FB-CNV-WRITTEN + FB-CNV-REJECTED
     OR FB-CNV-REREAD NOT = FB-CNV-WRITTEN
     OR FB-CNV-NEW-NBR-TOTAL NOT = FB-CNV-OLD-NBR-TOTAL
     OR FB-CNV-NEW-HASH NOT = FB-CNV-OLD-HASH
        SET FB-TOTALS-FAIL TO TRUE
    END-IF.
    7000-EXIT.
        EXIT.

7020-CLOSE-NEW-FILE.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            CLOSE NCKP-FILE
        WHEN FB-FUNC-RMST
            CLOSE NRMS-FILE
        WHEN FB-FUNC-RCTL
            CLOSE NRCT-FILE
        WHEN FB-FUNC-REQS
            CLOSE NRQS-FILE
        WHEN OTHER
            CLOSE NEW-FILE
    END-EVALUATE.
    MOVE "CLOSE" TO FB-IO-OPERATION.
    MOVE FB-CNV-NEW-DDNAME TO FB-IO-FILE-ID.
    MOVE FB-NEW-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    7020-EXIT.
        EXIT.

7100-READ-NEW-RECORD.
    EVALUATE TRUE
        WHEN FB-FUNC-CKPT
            READ NCKP-FILE NEXT RECORD
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-RMST
            READ NRMS-FILE NEXT RECORD
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-RCTL
            READ NRCT-FILE NEXT RECORD
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN FB-FUNC-REQS
            READ NRQS-FILE NEXT RECORD
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
        WHEN OTHER
            READ NEW-FILE
                AT END SET FB-END-OF-INPUT TO TRUE
            END-READ
    END-EVALUATE.
    IF FB-NEW-STATUS NOT = "00" AND FB-NEW-STATUS NOT = "10"
        MOVE "READ" TO FB-IO-OPERATION
        MOVE FB-CNV-NEW-DDNAME TO FB-IO-FILE-ID
        MOVE FB-NEW-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    7100-EXIT.
        EXIT.

*>****************************************************************
*> 7200-TOTAL-ONE-NEW-RECORD - THE AFTER TOTALS, FIELD FOR FIELD
*> THE SAME AS THE CONVERT PARAGRAPHS TOOK THE BEFORE TOTALS.
*>****************************************************************
7200-TOTAL-ONE-NEW-RECORD.
    ADD 1 TO FB-CNV-REREAD.
    EVALUATE TRUE
        WHEN FB-FUNC-PARM
            IF FB-PARM-LOOP-LIMIT NUMERIC
                ADD FB-PARM-LOOP-LIMIT TO FB-CNV-NEW-NBR-TOTAL
            END-IF
            IF FB-PARM-SLICE-FROM NUMERIC
                ADD FB-PARM-SLICE-FROM TO FB-CNV-NEW-NBR-TOTAL
            END-IF
            IF FB-PARM-SLICE-TO NUMERIC
                ADD FB-PARM-SLICE-TO TO FB-CNV-NEW-NBR-TOTAL
            END-IF
            IF FB-PARM-ASOF-DATE NUMERIC
                ADD FB-PARM-ASOF-DATE TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-TRAN
            MOVE FB-TRAN-RECORD TO FB-CNV-NEW-CARD
            PERFORM 7300-TOTAL-NEW-CARD THRU 7300-EXIT
            IF FB-NCD-REQ-ID NUMERIC
                ADD FB-NCD-REQ-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-TREJ
            MOVE FB-REJ-RAW-DATA TO FB-CNV-NEW-CARD
            PERFORM 7300-TOTAL-NEW-CARD THRU 7300-EXIT
            IF FB-REJ-ENTRY-DATE NUMERIC
                ADD FB-REJ-ENTRY-DATE TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-HIST
            ADD FB-HIST-LOOP-LIMIT FB-HIST-HIGH-NUMBER
                TO FB-CNV-NEW-NBR-TOTAL
            IF FB-HIST-RUN-ID NUMERIC
                ADD FB-HIST-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-RJRN
            ADD FB-RJRN-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            IF FB-RJRN-ROW-CHANGED
                MOVE FB-RJRN-BEFORE-IMAGE TO FB-CNV-NEW-IMAGE
                ADD FB-NIM-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            END-IF
            IF FB-RJRN-RUN-ID NUMERIC
                ADD FB-RJRN-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-XTRC
            ADD FB-XTR-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            IF FB-XTR-REQ-ID NUMERIC
                ADD FB-XTR-REQ-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-XCTL
            ADD FB-XCTL-NBR-SUM FB-XCTL-SLICE-FROM FB-XCTL-SLICE-TO
                TO FB-CNV-NEW-NBR-TOTAL
            IF FB-XCTL-RUN-ID NUMERIC
                ADD FB-XCTL-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-MTCH
            ADD FB-MTCH-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            IF FB-MTCH-RUN-ID NUMERIC
                ADD FB-MTCH-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-DMAN
            ADD FB-DMAN-XTR-SUM FB-DMAN-RPT-SUM
                TO FB-CNV-NEW-NBR-TOTAL
            IF FB-DMAN-RUN-ID NUMERIC
                ADD FB-DMAN-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-STIM
            ADD FB-STIM-SLICE-FROM TO FB-CNV-NEW-NBR-TOTAL
            IF FB-STIM-CYCLE-DATE NUMERIC
                ADD FB-STIM-CYCLE-DATE TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-CKPT
            ADD FB-CKPT-LAST-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            IF FB-CKPT-RUN-ID NUMERIC
                ADD FB-CKPT-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-RMST
            ADD FB-RMST-NUMBER TO FB-CNV-NEW-NBR-TOTAL
            IF FB-RMST-LAST-RUN-ID NUMERIC
                ADD FB-RMST-LAST-RUN-ID TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-RCTL
            ADD FB-RCTL-SLICE-FROM TO FB-CNV-NEW-NBR-TOTAL
            IF FB-RCTL-CYCLE-DATE NUMERIC
                ADD FB-RCTL-CYCLE-DATE TO FB-CNV-NEW-HASH
            END-IF
        WHEN FB-FUNC-REQS
            ADD FB-REQS-FROM-NUMBER FB-REQS-TO-NUMBER
                TO FB-CNV-NEW-NBR-TOTAL
            IF FB-REQS-REQ-ID NUMERIC
                ADD FB-REQS-REQ-ID TO FB-CNV-NEW-HASH
            END-IF
    END-EVALUATE.
    PERFORM 7100-READ-NEW-RECORD THRU 7100-EXIT.
    7200-EXIT.
        EXIT.

7300-TOTAL-NEW-CARD.
    IF FB-NCD-NUMBER NUMERIC
        ADD FB-NCD-NUMBER TO FB-CNV-NEW-NBR-TOTAL
    END-IF.
    IF FB-NCD-TO-NUMBER NUMERIC
        ADD FB-NCD-TO-NUMBER TO FB-CNV-NEW-NBR-TOTAL
    END-IF.
    7300-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - COUNTS, THE BEFORE AND AFTER
*> TOTALS SIDE BY SIDE, AND THE VERDICT.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ----- CONVERSION CONTROL TOTALS -----" TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-READ TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RECORDS READ.......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-WRITTEN TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RECORDS WRITTEN....... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-REJECTED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RECORDS REJECTED...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-REREAD TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NEW FILE RE-READ...... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    IF FB-FUNC-PARM OR FB-FUNC-TRAN OR FB-FUNC-TREJ
        MOVE FB-CNV-TAILS TO FB-EDIT-COUNT
        MOVE " " TO FB-RPT-CTL
        MOVE SPACES TO FB-RPT-LINE
        STRING "  CARD TAILS DROPPED.... " DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
    END-IF.

    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE "BEFORE" TO FB-RPT-LINE(38:6).
    MOVE "AFTER"  TO FB-RPT-LINE(59:5).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-OLD-NBR-TOTAL TO FB-EDIT-TOTAL.
    MOVE FB-CNV-NEW-NBR-TOTAL TO FB-EDIT-TOTAL-2.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NUMBER TOTAL.......... " DELIMITED BY SIZE
           FB-EDIT-TOTAL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FB-EDIT-TOTAL-2 DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE FB-CNV-OLD-HASH TO FB-EDIT-TOTAL.
    MOVE FB-CNV-NEW-HASH TO FB-EDIT-TOTAL-2.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  HASH TOTAL............ " DELIMITED BY SIZE
           FB-EDIT-TOTAL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FB-EDIT-TOTAL-2 DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    EVALUATE TRUE
        WHEN FB-TOTALS-FAIL
            MOVE "  RESULT: TOTALS DO NOT PROVE - KEEP THE OLD FILE"
                TO FB-RPT-LINE
        WHEN FB-CNV-REJECTED > 0
            MOVE "  RESULT: RECORDS REJECTED - KEEP THE OLD FILE"
                TO FB-RPT-LINE
        WHEN FB-CNV-TAILS > 0
            MOVE "  RESULT: TOTALS PROVE - CHECK THE CARDS LISTED"
                TO FB-RPT-LINE
        WHEN OTHER
            MOVE "  RESULT: TOTALS PROVE - NEW FILE MAY REPLACE OLD"
                TO FB-RPT-LINE
    END-EVALUATE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-REPORT - THE DATA FILES WERE CLOSED BY THEIR OWN
*> PASSES; ONLY THE REPORT REMAINS.
*>****************************************************************
8300-CLOSE-REPORT.
    CLOSE RPT-FILE.
    MOVE "CLOSE"   TO FB-IO-OPERATION.
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    8300-EXIT.
        EXIT.

*>****************************************************************
*> 9000-CHECK-FILE-STATUS - COMMON STATUS CHECK.  CALLERS MOVE
*> THE FILE STATUS BEING CHECKED, THE OPERATION AND THE FILE-ID
*> INTO FB-IO-DIAGNOSTICS BEFORE PERFORMING THIS PARAGRAPH.
*>****************************************************************
9000-CHECK-FILE-STATUS.
    IF FB-IO-STATUS NOT = "00"
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    9000-EXIT.
        EXIT.

*>****************************************************************
*> 9500-ABEND-RTN - SHARED ERROR ROUTINE.  REPORTS WHAT FAILED
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "NUMCONV ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
