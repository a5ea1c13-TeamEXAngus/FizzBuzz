       >>SOURCE FORMAT FREE
*>****************************************************************
*> RUNREPRO - REPRODUCE A PAST FIZZBUZZ RUN FROM THE RULE AUDIT
*> TRAIL, FOR AUDIT AND FOR DEPARTMENT DISPUTES.  WHEN A
*> DEPARTMENT SAYS "NUMBER N SHOULD NOT HAVE COME OUT AS FIZZ
*> THAT DAY" THE ONLY ANSWER UNTIL NOW WAS SOMEONE READING
*> RAUDRPT BY HAND.  GIVEN A RUN-ID, THIS STEP
*>   - FINDS THE RUN ON HISTFILE;
*>   - REBUILDS THE RULE SET IN FORCE WHEN THE RUN STARTED: IT
*>     TAKES TODAY'S RULEFILE (DDNAME RULELIVE HERE) AND UNDOES
*>     EVERY RULAUDIT CHANGE STAMPED AT OR AFTER THE RUN-ID,
*>     NEWEST FIRST - AN ADD IS TAKEN OFF AGAIN, A CHANGE OR AN
*>     INACTIVATE PUTS THE BEFORE IMAGE BACK;
*>   - WRITES THE REBUILT RULES TO A WORK RULE FILE UNDER THE
*>     DDNAME FBCLASS READS (RULEFILE), SO THE NUMBERS ARE
*>     RECLASSIFIED BY THE SAME MODULE THE RUN USED, AS OF THE
*>     RUN'S START DATE;
*>   - RECLASSIFIES THE RUN'S NUMBERS AND COMPARES THEM WITH THE
*>     RUN'S ARCHIVED EXTRACT (TEXT AND FIZZ/BUZZ FLAGS) OR WITH
*>     ITS MTCHFILE MATCH ROWS (THE RULES THAT FIRED, IN ORDER);
*>   - PRINTS THE REPRODUCTION REPORT: THE CHANGES UNDONE, THE
*>     RULES IN FORCE, EVERY DIFFERENCE, THE TOTALS AND WHETHER
*>     THE RUN IS CERTIFIED AS REPRODUCED.
*> THE REPLAY IS ONLY AS GOOD AS THE TRAIL.  EACH CHANGE UNDONE
*> MUST FIND THE RULE ON FILE EXACTLY AS ITS AFTER IMAGE LEFT
*> IT; WHEN IT DOES NOT (A RULE CHANGED OUTSIDE RULEMAINT, A LOST
*> AUDIT ROW, A RELOAD) THE UNDO IS STILL MADE BUT THE ROW IS
*> FLAGGED AS A GAP AND THE RUN CANNOT BE CERTIFIED.  SO IS A
*> CHANGE APPROVED IN THE SAME SECOND THE RUN STARTED, A ROW
*> WITH NO USABLE TIMESTAMP, AND - FOR A RESTARTED RUN, WHOSE
*> LATER NUMBERS WERE CLASSIFIED UNDER THE RULES LOADED AT THE
*> RESTART - ANY CHANGE OR EFFECTIVE DATE FALLING BETWEEN THE
*> START AND THE RESTART.
*>
*> A RUN SPLIT INTO SLICES AND MERGED BY FBMERGE CAN BE GIVEN BY
*> ITS MERGED RUN-ID OR BY ONE SLICE'S RUN-ID.  THE NUMBERS
*> EXPECTED ARE THE RANGE ON THAT RUN-ID'S XTRCTL, NOT 0 TO THE
*> HIGH NUMBER.  A MERGED RUN'S MTCHFILE ROWS CARRY ITS SLICES'
*> RUN-IDS, WHICH HISTFILE SUPPLIES, AND ITS RULES ARE THOSE AT
*> ITS FIRST SLICE'S START, WITH ANY CHANGE BEFORE ITS LAST
*> SLICE'S START A GAP.
*>
*> AUDIT ROWS WRITTEN BEFORE RULE PROFILES EXISTED CARRY IMAGES
*> IN THE OLDER RULE LAYOUTS (SEE FBRAUD); THEY ARE CONVERTED TO
*> THE CURRENT LAYOUT UNDER PROFILE "STD " BEFORE THEY ARE USED,
*> AS THE ONE-TIME RELOADS DESCRIBED IN FBRULE DID TO THE FILE.
*>
*> NOTHING LIVE IS CHANGED.  THE STEP IS RUN ON DEMAND, OUTSIDE
*> THE CYCLE, SO IT TAKES NO PART IN THE RUNCTL INTERLOCK.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*> DATE-WRITTEN.    2026-10-15.
*> DATE-COMPILED.
*>------------------------------------------------------------------
*> PARM CARD (PARMFILE):
*>   COLS  1-14  THE RUN-ID TO REPRODUCE.
*>   COL   15    WHAT TO COMPARE AGAINST - "X" OR SPACE THE RUN'S
*>               ARCHIVED EXTRACT (XTRFILE, TIED TO THE RUN BY ITS
*>               XTRCTL CONTROL RECORD); "M" THE RUN'S MTCHFILE.
*>------------------------------------------------------------------
*> RETURN CODES
*>   0  CERTIFIED - EVERY ANSWER REPRODUCED FROM A COMPLETE TRAIL
*>   4  EVERY ANSWER REPRODUCED, BUT NOT CERTIFIED - THE AUDIT
*>      TRAIL HAS GAPS, OR NO CONTROL RECORD TIES THE EXTRACT TO
*>      THE RUN
*>   8  ANSWERS DIFFER OR NUMBERS ARE MISSING FROM THE RUN'S
*>      OUTPUT; OR REFUSED - NO/UNKNOWN RUN-ID, BAD COMPARE
*>      CODE, OR THE COMPARE FILE IS MISSING OR BELONGS TO
*>      ANOTHER RUN, OR A SLICE OR MERGED RUN HAS NO XTRCTL OF
*>      ITS OWN TO GIVE ITS RANGE
*>  16  ABEND - SEE 9500-ABEND-RTN
*>------------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15 TXA  ORIGINAL.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH HISTFILE, THE EXTRACT AND
*>                 MTCHFILE; THE SEQUENCE WORK FIELDS STAY ONE
*>                 DIGIT WIDER, AND THE DIFFERENCE COLUMNS MOVED
*>                 RIGHT TO FIT.
*> 2026-10-15 TXA  SLICED RUNS.  THE NUMBERS EXPECTED ARE NOW THE
*>                 RANGE ON THE RUN'S XTRCTL, READ FOR EITHER
*>                 COMPARISON; A MERGED RUN ACCEPTS ITS SLICES'
*>                 MTCHFILE ROWS AND IS REPLAYED FROM ITS FIRST
*>                 SLICE'S START; THE ROWS FBMERGE WRITES ARE NO
*>                 LONGER TAKEN FOR A RESTART.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNREPRO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-PARM-STATUS.

    SELECT HIST-FILE ASSIGN TO HISTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-HISTFILE-STATUS.

    SELECT RULE-FILE ASSIGN TO RULELIVE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS FB-RULE-KEY-R
        FILE STATUS IS FB-RULE-STATUS.

    SELECT AUD-FILE ASSIGN TO RULAUDIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-AUD-STATUS.

    SELECT RWK-FILE ASSIGN TO RULEFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FB-RWK-KEY
        FILE STATUS IS FB-RWK-STATUS.

    SELECT XTR-FILE ASSIGN TO XTRFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XTR-STATUS.

    SELECT XCTL-FILE ASSIGN TO XTRCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-XCTL-STATUS.

    SELECT MTCH-FILE ASSIGN TO MTCHFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-MTCH-STATUS.

    SELECT RPT-FILE ASSIGN TO RPTFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FB-RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F.
01  FB-RPR-PARM-RECORD.
    05  FB-RPR-PARM-RUN-ID         PIC 9(14).
    05  FB-RPR-PARM-SOURCE         PIC X(01).
    05  FILLER                     PIC X(65).

FD  HIST-FILE
    RECORDING MODE IS F.
    COPY "FBHIST.cpy".

FD  RULE-FILE.
    COPY "FBRULE.cpy".

FD  AUD-FILE
    RECORDING MODE IS F.
    COPY "FBRAUD.cpy".

*> ---------------------------------------------------------------
*> THE REBUILT RULE FILE - SAME SHAPE AS FBRULE.  REBUILT FROM
*> EMPTY EVERY RUN AND READ BY FBCLASS UNDER DDNAME RULEFILE.
*> ---------------------------------------------------------------
FD  RWK-FILE.
01  FB-RWK-RECORD.
    05  FB-RWK-KEY.
        10  FB-RWK-PROFILE         PIC X(04).
        10  FB-RWK-DIVISOR         PIC 9(03).
        10  FB-RWK-TYPE            PIC X(01).
    05  FB-RWK-WORD                PIC X(08).
    05  FB-RWK-EFF-DATE            PIC 9(08).
    05  FB-RWK-ACTIVE              PIC X(01).
        88  FB-RWK-IS-ACTIVE           VALUE "Y".
    05  FILLER                     PIC X(05).

FD  XTR-FILE
    RECORDING MODE IS F.
    COPY "FBXTRC.cpy".

FD  XCTL-FILE
    RECORDING MODE IS F.
    COPY "FBXCTL.cpy".

FD  MTCH-FILE
    RECORDING MODE IS F.
    COPY "FBMTCH.cpy".

FD  RPT-FILE
    RECORDING MODE IS F.
01  FB-RPT-RECORD.
    05  FB-RPT-CTL                 PIC X(01).
    05  FB-RPT-LINE                PIC X(79).

WORKING-STORAGE SECTION.

01  FB-IO-FIELDS.
    05  FB-PARM-STATUS             PIC X(02).
    05  FB-HISTFILE-STATUS         PIC X(02).
    05  FB-RULE-STATUS             PIC X(02).
    05  FB-AUD-STATUS              PIC X(02).
    05  FB-RWK-STATUS              PIC X(02).
    05  FB-XTR-STATUS              PIC X(02).
    05  FB-XCTL-STATUS             PIC X(02).
    05  FB-MTCH-STATUS             PIC X(02).
    05  FB-RPT-STATUS              PIC X(02).

01  FB-SWITCHES.
    05  FB-REFUSE-SW               PIC X(01) VALUE "N".
        88  FB-REPRO-REFUSED            VALUE "Y".
        88  FB-REPRO-ALLOWED            VALUE "N".
    05  FB-HIST-FOUND-SW           PIC X(01) VALUE "N".
        88  FB-RUN-ON-HISTORY           VALUE "Y".
        88  FB-RUN-NOT-ON-HISTORY       VALUE "N".
    05  FB-REVERSED-SW             PIC X(01) VALUE "N".
        88  FB-RUN-WAS-REVERSED         VALUE "Y".
        88  FB-RUN-NOT-REVERSED         VALUE "N".
    05  FB-RESTART-SW              PIC X(01) VALUE "N".
        88  FB-RUN-WAS-RESTARTED        VALUE "Y".
        88  FB-RUN-NOT-RESTARTED        VALUE "N".
    05  FB-AUDIT-SW                PIC X(01) VALUE "Y".
        88  FB-AUDIT-TRAIL-PRESENT      VALUE "Y".
        88  FB-AUDIT-TRAIL-MISSING      VALUE "N".
    05  FB-TIED-SW                 PIC X(01) VALUE "Y".
        88  FB-SOURCE-TIED-TO-RUN       VALUE "Y".
        88  FB-SOURCE-NOT-TIED          VALUE "N".
    05  FB-EOF-SW                  PIC X(01) VALUE "N".
        88  FB-END-OF-INPUT             VALUE "Y".
        88  FB-NOT-END-OF-INPUT         VALUE "N".
    05  FB-FOUND-SW                PIC X(01) VALUE "N".
        88  FB-ENTRY-FOUND              VALUE "Y".
        88  FB-ENTRY-NOT-FOUND          VALUE "N".
    05  FB-PRF-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-PRF-ENTRY-FOUND          VALUE "Y".
        88  FB-PRF-ENTRY-NOT-FOUND      VALUE "N".
    05  FB-GRP-SW                  PIC X(01) VALUE "N".
        88  FB-GRP-ACTIVE               VALUE "Y".
        88  FB-GRP-NOT-ACTIVE           VALUE "N".
    05  FB-SAME-SW                 PIC X(01) VALUE "Y".
        88  FB-ANSWERS-AGREE            VALUE "Y".
        88  FB-ANSWERS-DIFFER           VALUE "N".
    05  FB-SOURCE-SW               PIC X(01) VALUE "X".
        88  FB-COMPARE-EXTRACT          VALUE "X".
        88  FB-COMPARE-MATCHES          VALUE "M".
    05  FB-SOURCE-OPEN-SW          PIC X(01) VALUE "N".
        88  FB-SOURCE-IS-OPEN           VALUE "Y".
        88  FB-SOURCE-NOT-OPEN          VALUE "N".
    05  FB-MERGE-SW                PIC X(01) VALUE "N".
        88  FB-TARGET-IS-MERGED         VALUE "M".
        88  FB-TARGET-IS-SLICE          VALUE "S".
        88  FB-TARGET-NOT-MERGED        VALUE "N".
    05  FB-RANGE-SW                PIC X(01) VALUE "N".
        88  FB-RANGE-FROM-XTRCTL        VALUE "Y".
        88  FB-RANGE-FROM-HISTORY       VALUE "N".
    05  FB-SLR-FOUND-SW            PIC X(01) VALUE "N".
        88  FB-SLR-ENTRY-FOUND          VALUE "Y".
        88  FB-SLR-ENTRY-NOT-FOUND      VALUE "N".

01  FB-IO-DIAGNOSTICS.
    05  FB-IO-STATUS               PIC X(02).
    05  FB-IO-OPERATION            PIC X(20).
    05  FB-IO-FILE-ID              PIC X(10).

    COPY "FBCLSA.cpy".

*> ---------------------------------------------------------------
*> THE RUN BEING REPRODUCED, AS HISTFILE HAS IT (SAME SHAPE AS
*> FBHIST).  A RESTARTED RUN HAS AN "A" ROW AND THEN A "C" ROW;
*> THE "C" ROW WINS, AND ITS DATE AND TIME ARE THE RESTART'S.
*> ---------------------------------------------------------------
01  FB-TGT-HIST.
    05  FB-TGT-RUN-ID              PIC 9(14).
    05  FB-TGT-RUN-DATE            PIC 9(08).
    05  FB-TGT-RUN-TIME            PIC 9(06).
    05  FB-TGT-LOOP-LIMIT          PIC 9(09).
    05  FB-TGT-RUN-MODE            PIC X(01).
        88  FB-TGT-TRANSACTION-MODE     VALUE "T".
    05  FB-TGT-HIGH-NUMBER         PIC 9(09).
    05  FB-TGT-STATUS              PIC X(01).
        88  FB-TGT-COMPLETE             VALUE "C".
        88  FB-TGT-ABENDED              VALUE "A".
    05  FILLER                     PIC X(11).

01  FB-RPR-WORK.
    05  FB-TARGET-RUN-ID           PIC 9(14) VALUE 0.
    05  FB-START-STAMP             PIC 9(14) VALUE 0.
    05  FB-START-STAMP-X REDEFINES FB-START-STAMP.
        10  FB-START-DATE          PIC 9(08).
        10  FB-START-TIME          PIC 9(06).
    05  FB-RESTART-STAMP           PIC 9(14) VALUE 0.
    05  FB-RESTART-STAMP-X REDEFINES FB-RESTART-STAMP.
        10  FB-RESTART-DATE        PIC 9(08).
        10  FB-RESTART-TIME        PIC 9(06).
    05  FB-REVERSED-DATE           PIC 9(08) VALUE 0.
    05  FB-ROW-STAMP               PIC 9(14) VALUE 0.
    05  FB-MERGE-RUN-ID            PIC 9(14) VALUE 0.
    05  FB-LAST-SLICE-STAMP        PIC 9(14) VALUE 0.
    05  FB-RANGE-FROM              PIC 9(10) VALUE 0.
    05  FB-RANGE-TO                PIC 9(10) VALUE 0.
    05  FB-NEXT-EXPECTED           PIC 9(10) VALUE 0.
    05  FB-LAST-NUMBER             PIC 9(10) VALUE 0.
    05  FB-FILL-NUMBER             PIC 9(10) VALUE 0.
    05  FB-HOLD-NUMBER             PIC 9(09) VALUE 0.
    05  FB-CURR-PROFILE            PIC X(04) VALUE SPACES.
    05  FB-LIST-PROFILE            PIC X(04) VALUE SPACES.
    05  FB-HOLD-PROFILE            PIC X(04) VALUE SPACES.
    05  FB-LIST-SLOT               PIC 9(03) VALUE 0.
    05  FB-SLOT-TEXT               PIC X(03) VALUE SPACES.
    05  FB-REFUSE-REASON           PIC X(60) VALUE SPACES.
    05  FB-REPLAY-NOTE             PIC X(20) VALUE SPACES.
    05  FB-INFORCE-NOTE            PIC X(22) VALUE SPACES.
    05  FB-SOURCE-NAME             PIC X(08) VALUE SPACES.
    05  FB-COLUMN-HEADING          PIC X(79) VALUE SPACES.
    05  FB-HOLD-LINE               PIC X(79) VALUE SPACES.

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-RUN-TIME-RAW            PIC 9(08) VALUE 0.
    05  FB-RUN-TIME                PIC 9(06) VALUE 0.

*> ---------------------------------------------------------------
*> THE RULE FILE BEING REBUILT - TODAY'S RULES AS LOADED, THEN
*> WORKED BACK BY THE UNDO PASS.  A RULE THE UNDO TAKES OFF IS
*> MARKED OFF FILE, NOT REMOVED, SO AN OLDER CHANGE TO THE SAME
*> KEY CAN STILL FIND AND RESTORE IT.
*> ---------------------------------------------------------------
01  FB-RUL-TABLE.
    05  FB-RUL-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-RUL-ENTRY OCCURS 500 TIMES.
        10  FB-RUL-IMAGE.
            15  FB-RUL-KEY         PIC X(08).
            15  FILLER             PIC X(22).
        10  FB-RUL-ON-FILE-SW      PIC X(01).
            88  FB-RUL-ON-FILE          VALUE "Y".
            88  FB-RUL-OFF-FILE         VALUE "N".

01  FB-RUL-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> THE SLICE RUN-IDS OF A MERGED RUN, FROM THE ROWS FBMERGE
*> WROTE TO HISTFILE WITH THE MERGED ROW (SAME DATE AND TIME).
*> THEIR MTCHFILE ROWS CARRY THESE RUN-IDS, NOT THE MERGED ONE.
*> SAME LIMIT AS FBMERGE'S SLICE TABLE.
*> ---------------------------------------------------------------
01  FB-SLR-TABLE.
    05  FB-SLR-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-SLR-ENTRY OCCURS 16 TIMES.
        10  FB-SLR-RUN-ID          PIC 9(14).

01  FB-SLR-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> EVERY RULAUDIT ROW STAMPED AT OR AFTER THE RUN START (AND ANY
*> WITH NO USABLE STAMP), IN FILE - THAT IS, APPROVAL - ORDER,
*> WITH BOTH IMAGES ALREADY IN THE CURRENT RULE LAYOUT.
*> ---------------------------------------------------------------
01  FB-ADT-TABLE.
    05  FB-ADT-COUNT               PIC 9(04) COMP VALUE 0.
    05  FB-ADT-ENTRY OCCURS 2000 TIMES.
        10  FB-ADT-DATE            PIC X(08).
        10  FB-ADT-TIME            PIC X(06).
        10  FB-ADT-STAMP           PIC 9(14).
        10  FB-ADT-STAMP-SW        PIC X(01).
            88  FB-ADT-STAMP-OK         VALUE "Y".
            88  FB-ADT-NO-STAMP         VALUE "N".
        10  FB-ADT-ACTION          PIC X(01).
            88  FB-ADT-ACTION-ADD       VALUE "A".
            88  FB-ADT-ACTION-CHANGE    VALUE "C".
            88  FB-ADT-ACTION-INACT     VALUE "I".
        10  FB-ADT-USER-ID         PIC X(08).
        10  FB-ADT-APPROVER-ID     PIC X(08).
        10  FB-ADT-BEFORE-IMAGE    PIC X(30).
        10  FB-ADT-AFTER-IMAGE     PIC X(30).

01  FB-ADT-SUB                     PIC 9(04) COMP VALUE 0.

*> ---------------------------------------------------------------
*> IMAGE CONVERSION.  FB-CNV-OLD-IMAGE IS THE IMAGE AS WRITTEN;
*> THE TWO REDEFINITIONS ARE THE LAYOUTS OLDER ROWS USED (SEE
*> FBRULE AND FBRAUD).  FB-CNV-RULE IS THE IMAGE IN THE CURRENT
*> LAYOUT (SAME SHAPE AS FBRULE).
*> ---------------------------------------------------------------
01  FB-CNV-OLD-IMAGE               PIC X(30).
01  FB-CNV-NO-PROFILE REDEFINES FB-CNV-OLD-IMAGE.
    05  FB-CNV-P-DIVISOR           PIC 9(03).
    05  FB-CNV-P-TYPE              PIC X(01).
    05  FB-CNV-P-WORD              PIC X(08).
    05  FB-CNV-P-EFF-DATE          PIC 9(08).
    05  FB-CNV-P-ACTIVE            PIC X(01).
    05  FILLER                     PIC X(09).
01  FB-CNV-NO-TYPE REDEFINES FB-CNV-OLD-IMAGE.
    05  FB-CNV-T-DIVISOR           PIC 9(03).
    05  FB-CNV-T-WORD              PIC X(08).
    05  FB-CNV-T-EFF-DATE          PIC 9(08).
    05  FB-CNV-T-ACTIVE            PIC X(01).
    05  FILLER                     PIC X(10).

01  FB-CNV-RULE.
    05  FB-CNV-KEY.
        10  FB-CNV-PROFILE         PIC X(04).
        10  FB-CNV-DIVISOR         PIC 9(03).
        10  FB-CNV-TYPE            PIC X(01).
    05  FB-CNV-WORD                PIC X(08).
    05  FB-CNV-EFF-DATE            PIC 9(08).
    05  FB-CNV-ACTIVE              PIC X(01).
    05  FILLER                     PIC X(05).

*> ---------------------------------------------------------------
*> RULE PROFILES LOADED INTO FBCLASS SO FAR.  ENTRY N IS RULE
*> SET N.
*> ---------------------------------------------------------------
01  FB-PRF-TABLE.
    05  FB-PRF-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-PRF-ENTRY OCCURS 9 TIMES.
        10  FB-PRF-CODE            PIC X(04).

01  FB-PRF-SUB                     PIC 9(03) COMP VALUE 0.

*> ---------------------------------------------------------------
*> THE MATCH GROUP BEING ASSEMBLED FROM MTCHFILE - ONE NUMBER'S
*> ROWS, SEQUENCE 1 UPWARD.
*> ---------------------------------------------------------------
01  FB-GRP-AREA.
    05  FB-GRP-PROFILE             PIC X(04).
    05  FB-GRP-NUMBER              PIC 9(09).
    05  FB-GRP-COUNT               PIC 9(03) COMP VALUE 0.
    05  FB-GRP-MATCH OCCURS 20 TIMES.
        10  FB-GRP-TYPE            PIC X(01).
        10  FB-GRP-DIVISOR         PIC 9(03).
        10  FB-GRP-WORD            PIC X(08).

01  FB-MTC-SUB                     PIC 9(03) COMP VALUE 0.
01  FB-MTCH-PROFILE-WK             PIC X(04) VALUE SPACES.

*> ---------------------------------------------------------------
*> ONE DIFFERENCE, AS 7000-WRITE-DIFFERENCE PRINTS IT.
*> ---------------------------------------------------------------
01  FB-DIF-AREA.
    05  FB-DIF-NUMBER              PIC 9(09).
    05  FB-DIF-PROFILE             PIC X(04).
    05  FB-DIF-DEPT-ID             PIC X(04).
    05  FB-DIF-RUN-TEXT            PIC X(20).
    05  FB-DIF-RUN-FIZZ            PIC X(01).
    05  FB-DIF-RUN-BUZZ            PIC X(01).
    05  FB-DIF-NEW-TEXT            PIC X(20).
    05  FB-DIF-NEW-FIZZ            PIC X(01).
    05  FB-DIF-NEW-BUZZ            PIC X(01).

01  FB-NEW-FLAGS.
    05  FB-NEW-FIZZ-FLAG           PIC X(01).
    05  FB-NEW-BUZZ-FLAG           PIC X(01).

01  FB-RPR-COUNTS.
    05  FB-RPR-LIVE-RULES          PIC 9(09) COMP VALUE 0.
    05  FB-RPR-UNDONE              PIC 9(09) COMP VALUE 0.
    05  FB-RPR-GAPS                PIC 9(09) COMP VALUE 0.
    05  FB-RPR-OLD-LAYOUT          PIC 9(09) COMP VALUE 0.
    05  FB-RPR-REBUILT-RULES       PIC 9(09) COMP VALUE 0.
    05  FB-RPR-IN-FORCE            PIC 9(09) COMP VALUE 0.
    05  FB-RPR-COMPARED            PIC 9(09) COMP VALUE 0.
    05  FB-RPR-MATCHING            PIC 9(09) COMP VALUE 0.
    05  FB-RPR-DIFFERENT           PIC 9(09) COMP VALUE 0.
    05  FB-RPR-MISSING             PIC 9(09) COMP VALUE 0.
    05  FB-RPR-OTHER-RUN           PIC 9(09) COMP VALUE 0.

01  FB-REPORT-CONTROL.
    05  FB-PAGE-NUMBER             PIC 9(03) VALUE 0.
    05  FB-LINE-COUNT              PIC 9(03) VALUE 99.
    05  FB-LINES-PER-PAGE          PIC 9(03) VALUE 40.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZZ9.
    05  FB-EDIT-NUMBER-2           PIC ZZZZZZZZZ9.
    05  FB-EDIT-SLOT               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

*>****************************************************************
*> 0000-MAINLINE
*>****************************************************************
0000-MAINLINE.
    PERFORM 1000-INITIALIZE THRU 1000-EXIT.
    PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT.
    IF FB-REPRO-ALLOWED
        PERFORM 3000-REBUILD-RULES THRU 3000-EXIT
        IF FB-COMPARE-EXTRACT
            PERFORM 4000-REPRODUCE-FROM-EXTRACT THRU 4000-EXIT
        ELSE
            PERFORM 5000-REPRODUCE-FROM-MATCHES THRU 5000-EXIT
        END-IF
    END-IF.
    PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT.
    PERFORM 8300-CLOSE-FILES THRU 8300-EXIT.
    EVALUATE TRUE
        WHEN FB-REPRO-REFUSED
            MOVE 8 TO RETURN-CODE
        WHEN FB-RPR-DIFFERENT > 0 OR FB-RPR-MISSING > 0
            MOVE 8 TO RETURN-CODE
        WHEN FB-RPR-GAPS > 0 OR FB-SOURCE-NOT-TIED
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    GO TO 9999-EXIT.

*>****************************************************************
*> 1000-INITIALIZE - PICK UP THE PARM CARD, OPEN THE REPORT AND
*> FIND THE RUN ON HISTFILE.
*>****************************************************************
1000-INITIALIZE.
    ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT FB-RUN-TIME-RAW FROM TIME.
    MOVE FB-RUN-TIME-RAW(1:6) TO FB-RUN-TIME.
    OPEN INPUT PARM-FILE.
    IF FB-PARM-STATUS = "00"
        READ PARM-FILE
            AT END CONTINUE
        END-READ
        IF FB-PARM-STATUS = "00"
            IF FB-RPR-PARM-RUN-ID NUMERIC
                MOVE FB-RPR-PARM-RUN-ID TO FB-TARGET-RUN-ID
            END-IF
            IF FB-RPR-PARM-SOURCE NOT = SPACE
                MOVE FB-RPR-PARM-SOURCE TO FB-SOURCE-SW
            END-IF
        END-IF
        CLOSE PARM-FILE
    END-IF.
    IF FB-COMPARE-MATCHES
        MOVE "MTCHFILE" TO FB-SOURCE-NAME
    ELSE
        MOVE "EXTRACT" TO FB-SOURCE-NAME
    END-IF.
    OPEN OUTPUT RPT-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RPTFILE"     TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1100-LOAD-RUN-HISTORY THRU 1100-EXIT.
    PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT.
    1000-EXIT.
        EXIT.

*>****************************************************************
*> 1100-LOAD-RUN-HISTORY - FIND THE RUN'S HISTFILE ROWS: ITS
*> COMPLETED (OR, FAILING THAT, ABENDED) ROW, AND ANY REVERSAL
*> ROW FROM A BACK-OUT.  A MISSING HISTFILE SIMPLY MEANS THE
*> RUN-ID IS NOT ON IT.
*> A RUN WHOSE COMPLETED ROW IS STAMPED LATER THAN ITS RUN-ID WAS
*> RESTARTED - UNLESS FBMERGE WROTE THE ROW (1120): A SLICE'S ROW
*> CARRIES THE MERGE'S DATE AND TIME, NOT A RESTART'S.  A MERGED
*> RUN'S RULES ARE TAKEN AS OF ITS FIRST SLICE'S START, AND ANY
*> LATER SLICE START IS TREATED LIKE A RESTART, SO A CHANGE
*> BETWEEN THE TWO IS A GAP.
*>****************************************************************
1100-LOAD-RUN-HISTORY.
    MOVE FB-TARGET-RUN-ID TO FB-START-STAMP.
    IF FB-TARGET-RUN-ID = 0
        GO TO 1100-EXIT
    END-IF.
    OPEN INPUT HIST-FILE.
    IF FB-HISTFILE-STATUS = "35"
        GO TO 1100-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "HISTFILE"   TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1110-READ-ONE-HIST-ROW THRU 1110-EXIT
        UNTIL FB-HISTFILE-STATUS = "10".
    CLOSE HIST-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "HISTFILE" TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-RUN-NOT-ON-HISTORY
        GO TO 1100-EXIT
    END-IF.
    COMPUTE FB-RESTART-STAMP = FB-TGT-RUN-DATE * 1000000
                             + FB-TGT-RUN-TIME.
    IF FB-TGT-COMPLETE AND FB-TGT-RUN-MODE = "C"
        PERFORM 1120-FIND-MERGE-ROWS THRU 1120-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN FB-TARGET-IS-SLICE
            CONTINUE
        WHEN FB-TARGET-IS-MERGED
            IF FB-LAST-SLICE-STAMP > FB-START-STAMP
                MOVE FB-LAST-SLICE-STAMP TO FB-RESTART-STAMP
                SET FB-RUN-WAS-RESTARTED TO TRUE
            END-IF
        WHEN FB-RESTART-STAMP > FB-TARGET-RUN-ID
            SET FB-RUN-WAS-RESTARTED TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    1100-EXIT.
        EXIT.

1110-READ-ONE-HIST-ROW.
    READ HIST-FILE
        AT END MOVE "10" TO FB-HISTFILE-STATUS
    END-READ.
    IF FB-HISTFILE-STATUS NOT = "00" AND FB-HISTFILE-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "HISTFILE" TO FB-IO-FILE-ID
        MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-HISTFILE-STATUS NOT = "00"
        GO TO 1110-EXIT
    END-IF.
    IF FB-HIST-RUN-ID NOT = FB-TARGET-RUN-ID
        GO TO 1110-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN FB-HIST-REVERSED
            SET FB-RUN-WAS-REVERSED TO TRUE
            MOVE FB-HIST-REVERSED-DATE TO FB-REVERSED-DATE
        WHEN FB-HIST-COMPLETE
            SET FB-RUN-ON-HISTORY TO TRUE
            MOVE FB-HIST-RECORD TO FB-TGT-HIST
        WHEN FB-RUN-NOT-ON-HISTORY
            SET FB-RUN-ON-HISTORY TO TRUE
            MOVE FB-HIST-RECORD TO FB-TGT-HIST
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    1110-EXIT.
        EXIT.

*>****************************************************************
*> 1120-FIND-MERGE-ROWS - FBMERGE WRITES A SLICED RUN'S HISTORY
*> ALL IN ONE SECOND: THE MERGED ROW, WHOSE RUN-ID IS THAT
*> SECOND, THEN A COMPLETED ROW PER SLICE RUN-ID.  A SECOND PASS
*> OVER HISTFILE FOR COMPLETED COUNTER ROWS STAMPED WITH THE
*> TARGET'S DATE AND TIME TELLS WHICH, IF EITHER, THE TARGET IS:
*>   - THE TARGET'S RUN-ID IS ITS OWN STAMP AND OTHER RUN-IDS
*>     SHARE IT - A MERGED RUN, AND THOSE ARE ITS SLICES;
*>   - ANOTHER ROW'S RUN-ID IS THE TARGET'S STAMP - A SLICE OF
*>     THAT MERGED RUN.
*>****************************************************************
1120-FIND-MERGE-ROWS.
    OPEN INPUT HIST-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "HISTFILE"   TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 1130-CHECK-ONE-MERGE-ROW THRU 1130-EXIT
        UNTIL FB-HISTFILE-STATUS = "10".
    CLOSE HIST-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "HISTFILE" TO FB-IO-FILE-ID.
    MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    1120-EXIT.
        EXIT.

1130-CHECK-ONE-MERGE-ROW.
    READ HIST-FILE
        AT END MOVE "10" TO FB-HISTFILE-STATUS
    END-READ.
    IF FB-HISTFILE-STATUS NOT = "00" AND FB-HISTFILE-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "HISTFILE" TO FB-IO-FILE-ID
        MOVE FB-HISTFILE-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-HISTFILE-STATUS NOT = "00"
        GO TO 1130-EXIT
    END-IF.
    IF NOT FB-HIST-COMPLETE
     OR FB-HIST-RUN-MODE NOT = "C"
     OR FB-HIST-RUN-ID = FB-TARGET-RUN-ID
        GO TO 1130-EXIT
    END-IF.
    COMPUTE FB-ROW-STAMP = FB-HIST-RUN-DATE * 1000000
                         + FB-HIST-RUN-TIME.
    IF FB-ROW-STAMP NOT = FB-RESTART-STAMP
        GO TO 1130-EXIT
    END-IF.
    IF FB-TARGET-RUN-ID NOT = FB-RESTART-STAMP
        IF FB-HIST-RUN-ID = FB-RESTART-STAMP
            SET FB-TARGET-IS-SLICE TO TRUE
            MOVE FB-HIST-RUN-ID TO FB-MERGE-RUN-ID
        END-IF
        GO TO 1130-EXIT
    END-IF.
    IF FB-SLR-COUNT >= 16
        MOVE "LOAD SLICES" TO FB-IO-OPERATION
        MOVE "HISTFILE"    TO FB-IO-FILE-ID
        MOVE "TF"          TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    SET FB-TARGET-IS-MERGED TO TRUE.
    ADD 1 TO FB-SLR-COUNT.
    MOVE FB-HIST-RUN-ID TO FB-SLR-RUN-ID(FB-SLR-COUNT).
    IF FB-HIST-RUN-ID < FB-START-STAMP
        MOVE FB-HIST-RUN-ID TO FB-START-STAMP
    END-IF.
    IF FB-HIST-RUN-ID > FB-LAST-SLICE-STAMP
        MOVE FB-HIST-RUN-ID TO FB-LAST-SLICE-STAMP
    END-IF.
    1130-EXIT.
        EXIT.

*>****************************************************************
*> 1600-WRITE-REPORT-HEADINGS - PAGE TITLE AND, WHEN A SECTION IS
*> UNDER WAY, ITS COLUMN HEADING.
*>****************************************************************
1600-WRITE-REPORT-HEADINGS.
    ADD 1 TO FB-PAGE-NUMBER.
    MOVE FB-PAGE-NUMBER TO FB-EDIT-PAGE.
    MOVE "1" TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "RUN REPRODUCTION   RUN-ID " DELIMITED BY SIZE
           FB-TARGET-RUN-ID DELIMITED BY SIZE
           "   ON " DELIMITED BY SIZE
           FB-RUN-DATE DELIMITED BY SIZE
           "   PAGE " DELIMITED BY SIZE
           FB-EDIT-PAGE DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE 1 TO FB-LINE-COUNT.
    IF FB-COLUMN-HEADING NOT = SPACES
        MOVE " " TO FB-RPT-CTL
        MOVE FB-COLUMN-HEADING TO FB-RPT-LINE
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.
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
*> 1620-WRITE-BODY-LINE - ONE DETAIL LINE, STARTING A NEW PAGE
*> FIRST IF THIS ONE IS FULL.  CALLERS BUILD FB-RPT-LINE.
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
*> 1630-START-SECTION - A BLANK LINE, THE SECTION BANNER (LEFT IN
*> FB-HOLD-LINE BY THE CALLER) AND THE SECTION'S COLUMN HEADING.
*>****************************************************************
1630-START-SECTION.
    IF FB-LINE-COUNT + 3 > FB-LINES-PER-PAGE
        PERFORM 1600-WRITE-REPORT-HEADINGS THRU 1600-EXIT
    END-IF.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-HOLD-LINE TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 2 TO FB-LINE-COUNT.
    IF FB-COLUMN-HEADING NOT = SPACES
        MOVE FB-COLUMN-HEADING TO FB-RPT-LINE
        PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT
        ADD 1 TO FB-LINE-COUNT
    END-IF.
    1630-EXIT.
        EXIT.

*>****************************************************************
*> 2000-EDIT-REQUEST - DECIDE WHETHER THE RUN CAN BE REPRODUCED:
*> IT MUST BE ON HISTFILE, AND THE FILE TO COMPARE AGAINST MUST
*> BE THERE AND BE THAT RUN'S.
*>****************************************************************
2000-EDIT-REQUEST.
    EVALUATE TRUE
        WHEN FB-TARGET-RUN-ID = 0
            MOVE "NO RUN-ID ON THE PARM CARD (COLS 1-14)"
                TO FB-REFUSE-REASON
            SET FB-REPRO-REFUSED TO TRUE
        WHEN NOT FB-COMPARE-EXTRACT AND NOT FB-COMPARE-MATCHES
            MOVE "COMPARE CODE (COL 15) MUST BE X, M OR SPACE"
                TO FB-REFUSE-REASON
            SET FB-REPRO-REFUSED TO TRUE
        WHEN FB-RUN-NOT-ON-HISTORY
            MOVE "RUN-ID IS NOT ON HISTFILE" TO FB-REFUSE-REASON
            SET FB-REPRO-REFUSED TO TRUE
    END-EVALUATE.
    IF FB-REPRO-REFUSED
        GO TO 2000-REFUSE
    END-IF.
    PERFORM 2100-PRINT-RUN-SUMMARY THRU 2100-EXIT.
    PERFORM 2200-OPEN-COMPARE-SOURCE THRU 2200-EXIT.
    IF FB-REPRO-ALLOWED
        GO TO 2000-EXIT
    END-IF.
    2000-REFUSE.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  REFUSED - " DELIMITED BY SIZE
           FB-REFUSE-REASON DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE "  THE RUN HAS NOT BEEN REPRODUCED." TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 3 TO FB-LINE-COUNT.
    DISPLAY "RUNREPRO *** RUN " FB-TARGET-RUN-ID
            " NOT REPRODUCED - " FB-REFUSE-REASON.
    2000-EXIT.
        EXIT.

*>****************************************************************
*> 2100-PRINT-RUN-SUMMARY - WHAT HISTFILE SAYS THE RUN WAS.
*>****************************************************************
2100-PRINT-RUN-SUMMARY.
    MOVE "  ----- RUN BEING REPRODUCED -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  STARTED................ " DELIMITED BY SIZE
           FB-START-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FB-START-TIME DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    IF FB-TARGET-IS-MERGED
        MOVE FB-SLR-COUNT TO FB-EDIT-COUNT
        MOVE SPACES TO FB-RPT-LINE
        STRING "  MERGED FROM SLICES..... " DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    IF FB-TARGET-IS-SLICE
        MOVE SPACES TO FB-RPT-LINE
        STRING "  SLICE OF MERGED RUN.... " DELIMITED BY SIZE
               FB-MERGE-RUN-ID DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    IF FB-RUN-WAS-RESTARTED
        MOVE SPACES TO FB-RPT-LINE
        IF FB-TARGET-IS-MERGED
            MOVE "  LAST SLICE STARTED..... " TO FB-RPT-LINE
        ELSE
            MOVE "  RESTARTED.............. " TO FB-RPT-LINE
        END-IF
        MOVE FB-RESTART-DATE TO FB-RPT-LINE(27:8)
        MOVE FB-RESTART-TIME TO FB-RPT-LINE(36:6)
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-TGT-TRANSACTION-MODE
        MOVE "  MODE................... TRANSACTION" TO FB-RPT-LINE
    ELSE
        MOVE "  MODE................... COUNTER" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE FB-TGT-HIGH-NUMBER TO FB-EDIT-NUMBER.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  HIGH NUMBER............ " DELIMITED BY SIZE
           FB-EDIT-NUMBER DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-TGT-COMPLETE
        MOVE "  HISTORY STATUS......... COMPLETED" TO FB-RPT-LINE
    ELSE
        MOVE "  HISTORY STATUS......... ABENDED" TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    IF FB-RUN-WAS-REVERSED
        MOVE SPACES TO FB-RPT-LINE
        STRING "  BACKED OUT............. " DELIMITED BY SIZE
               FB-REVERSED-DATE DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RULES AS OF............ " DELIMITED BY SIZE
           FB-START-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FB-START-TIME DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    MOVE SPACES TO FB-RPT-LINE.
    IF FB-COMPARE-MATCHES
        MOVE "  COMPARED AGAINST....... MTCHFILE MATCH ROWS"
            TO FB-RPT-LINE
    ELSE
        MOVE "  COMPARED AGAINST....... ARCHIVED EXTRACT (XTRFILE)"
            TO FB-RPT-LINE
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    2100-EXIT.
        EXIT.

*>****************************************************************
*> 2200-OPEN-COMPARE-SOURCE - OPEN THE FILE THE ANSWERS ARE
*> COMPARED WITH.  AN EXTRACT IS TIED TO ITS RUN ONLY BY ITS
*> XTRCTL CONTROL RECORD: ONE FOR ANOTHER RUN IS REFUSED, AND
*> WITH NONE AT ALL THE ANSWERS ARE STILL COMPARED BUT THE RUN
*> CANNOT BE CERTIFIED.  MTCHFILE ROWS CARRY THEIR OWN RUN-ID.
*> A COUNTER RUN'S NUMBERS RUN FROM 0 TO ITS HIGH NUMBER, OR
*> OVER THE RANGE ON ITS XTRCTL (2210).
*>****************************************************************
2200-OPEN-COMPARE-SOURCE.
    MOVE 0 TO FB-RANGE-FROM.
    MOVE FB-TGT-HIGH-NUMBER TO FB-RANGE-TO.
    PERFORM 2210-READ-EXTRACT-CONTROL THRU 2210-EXIT.
    IF FB-REPRO-REFUSED
        GO TO 2200-EXIT
    END-IF.
    IF FB-RANGE-FROM-XTRCTL AND NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-RANGE-FROM TO FB-EDIT-NUMBER
        MOVE FB-RANGE-TO   TO FB-EDIT-NUMBER-2
        MOVE SPACES TO FB-RPT-LINE
        STRING "  NUMBER RANGE (XTRCTL).. " DELIMITED BY SIZE
               FB-EDIT-NUMBER DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               FB-EDIT-NUMBER-2 DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    IF FB-COMPARE-MATCHES
        SET FB-SOURCE-TIED-TO-RUN TO TRUE
        OPEN INPUT MTCH-FILE
        IF FB-MTCH-STATUS = "35"
            MOVE "MTCHFILE IS NOT AVAILABLE" TO FB-REFUSE-REASON
            SET FB-REPRO-REFUSED TO TRUE
            GO TO 2200-EXIT
        END-IF
        MOVE "OPEN INPUT" TO FB-IO-OPERATION
        MOVE "MTCHFILE"   TO FB-IO-FILE-ID
        MOVE FB-MTCH-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
        SET FB-SOURCE-IS-OPEN TO TRUE
        GO TO 2200-EXIT
    END-IF.
    IF FB-SOURCE-NOT-TIED
        MOVE "  EXTRACT CONTROL........ NONE - EXTRACT NOT TIED TO RUN"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    OPEN INPUT XTR-FILE.
    IF FB-XTR-STATUS = "35"
        MOVE "THE ARCHIVED EXTRACT (XTRFILE) IS NOT AVAILABLE"
            TO FB-REFUSE-REASON
        SET FB-REPRO-REFUSED TO TRUE
        GO TO 2200-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRFILE"    TO FB-IO-FILE-ID.
    MOVE FB-XTR-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-SOURCE-IS-OPEN TO TRUE.
    2200-EXIT.
        EXIT.

*>****************************************************************
*> 2210-READ-EXTRACT-CONTROL - THE RUN'S XTRCTL, READ FOR EITHER
*> COMPARISON.  WHEN IT IS THE RUN'S OWN, ITS SLICE-FROM/TO IS
*> THE RANGE THE RUN COVERED - A SLICE'S PART, OR A MERGED RUN'S
*> WHOLE SPAN, WHICH NEED NOT START AT 0.  AN XTRCTL FOR ANOTHER
*> RUN REFUSES AN EXTRACT COMPARISON; FOR A MTCHFILE COMPARISON
*> IT JUST GIVES NO RANGE.  HISTFILE HOLDS ONLY THE HIGH NUMBER,
*> SO A SLICE OR MERGED COUNTER RUN WITH NO XTRCTL OF ITS OWN
*> CANNOT BE CHECKED FOR MISSING NUMBERS AND IS REFUSED.
*>****************************************************************
2210-READ-EXTRACT-CONTROL.
    OPEN INPUT XCTL-FILE.
    IF FB-XCTL-STATUS = "35"
        SET FB-SOURCE-NOT-TIED TO TRUE
        GO TO 2210-CHECK
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "XTRCTL"     TO FB-IO-FILE-ID.
    MOVE FB-XCTL-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    READ XCTL-FILE
        AT END SET FB-SOURCE-NOT-TIED TO TRUE
    END-READ.
    IF FB-XCTL-STATUS NOT = "00" AND FB-XCTL-STATUS NOT = "10"
        MOVE "READ"   TO FB-IO-OPERATION
        MOVE "XTRCTL" TO FB-IO-FILE-ID
        MOVE FB-XCTL-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    CLOSE XCTL-FILE.
    IF FB-SOURCE-TIED-TO-RUN
            AND FB-XCTL-RUN-ID NOT = FB-TARGET-RUN-ID
        IF FB-COMPARE-MATCHES
            SET FB-SOURCE-NOT-TIED TO TRUE
        ELSE
            MOVE SPACES TO FB-REFUSE-REASON
            STRING "XTRCTL IS FOR RUN-ID " DELIMITED BY SIZE
                   FB-XCTL-RUN-ID DELIMITED BY SIZE
                   " - WRONG EXTRACT" DELIMITED BY SIZE
                   INTO FB-REFUSE-REASON
            END-STRING
            SET FB-REPRO-REFUSED TO TRUE
            GO TO 2210-EXIT
        END-IF
    END-IF.
    IF FB-SOURCE-TIED-TO-RUN
        MOVE FB-XCTL-SLICE-FROM TO FB-RANGE-FROM
        MOVE FB-XCTL-SLICE-TO   TO FB-RANGE-TO
        SET FB-RANGE-FROM-XTRCTL TO TRUE
    END-IF.
    2210-CHECK.
    IF FB-RANGE-FROM-HISTORY
     AND NOT FB-TARGET-NOT-MERGED
     AND NOT FB-TGT-TRANSACTION-MODE
        MOVE "SLICED RUN WITH NO XTRCTL OF ITS OWN - RANGE UNKNOWN"
            TO FB-REFUSE-REASON
        SET FB-REPRO-REFUSED TO TRUE
    END-IF.
    2210-EXIT.
        EXIT.

*>****************************************************************
*> 3000-REBUILD-RULES - TODAY'S RULES, WORKED BACK THROUGH THE
*> AUDIT TRAIL TO THE RUN START, WRITTEN TO THE WORK RULE FILE
*> AND LISTED.
*>****************************************************************
3000-REBUILD-RULES.
    PERFORM 3100-LOAD-LIVE-RULES THRU 3100-EXIT.
    PERFORM 3200-LOAD-AUDIT-TRAIL THRU 3200-EXIT.
    PERFORM 3300-UNDO-CHANGES THRU 3300-EXIT.
    PERFORM 3400-WRITE-WORK-RULES THRU 3400-EXIT.
    PERFORM 3500-LIST-RULES-IN-FORCE THRU 3500-EXIT.
    3000-EXIT.
        EXIT.

*>****************************************************************
*> 3100-LOAD-LIVE-RULES - EVERY RULE ON TODAY'S RULEFILE, ACTIVE
*> OR NOT, EFFECTIVE OR NOT - THE UNDO NEEDS THEM ALL.
*>****************************************************************
3100-LOAD-LIVE-RULES.
    OPEN INPUT RULE-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "RULELIVE"   TO FB-IO-FILE-ID.
    MOVE FB-RULE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 3110-LOAD-ONE-LIVE-RULE THRU 3110-EXIT
        UNTIL FB-RULE-STATUS = "10".
    CLOSE RULE-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "RULELIVE" TO FB-IO-FILE-ID.
    MOVE FB-RULE-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    MOVE FB-RUL-COUNT TO FB-RPR-LIVE-RULES.
    3100-EXIT.
        EXIT.

3110-LOAD-ONE-LIVE-RULE.
    READ RULE-FILE
        AT END MOVE "10" TO FB-RULE-STATUS
    END-READ.
    IF FB-RULE-STATUS NOT = "00" AND FB-RULE-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "RULELIVE" TO FB-IO-FILE-ID
        MOVE FB-RULE-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RULE-STATUS NOT = "00"
        GO TO 3110-EXIT
    END-IF.
    IF FB-RUL-COUNT >= 500
        MOVE "LOAD RULES" TO FB-IO-OPERATION
        MOVE "RULELIVE"   TO FB-IO-FILE-ID
        MOVE "TF"         TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-RUL-COUNT.
    MOVE FB-RULE-RECORD TO FB-RUL-IMAGE(FB-RUL-COUNT).
    SET FB-RUL-ON-FILE(FB-RUL-COUNT) TO TRUE.
    3110-EXIT.
        EXIT.

*>****************************************************************
*> 3200-LOAD-AUDIT-TRAIL - KEEP EVERY RULAUDIT ROW STAMPED AT OR
*> AFTER THE RUN START, CONVERTING ITS IMAGES TO THE CURRENT
*> LAYOUT.  A ROW WITH NO NUMERIC STAMP CANNOT BE PLACED BEFORE
*> OR AFTER THE RUN; IT IS KEPT TO BE REPORTED AS A GAP.  NO
*> RULAUDIT AT ALL MEANS TODAY'S RULES CANNOT BE WORKED BACK.
*>****************************************************************
3200-LOAD-AUDIT-TRAIL.
    OPEN INPUT AUD-FILE.
    IF FB-AUD-STATUS = "35"
        SET FB-AUDIT-TRAIL-MISSING TO TRUE
        ADD 1 TO FB-RPR-GAPS
        GO TO 3200-EXIT
    END-IF.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "RULAUDIT"   TO FB-IO-FILE-ID.
    MOVE FB-AUD-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 3210-LOAD-ONE-AUDIT-ROW THRU 3210-EXIT
        UNTIL FB-AUD-STATUS = "10".
    CLOSE AUD-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "RULAUDIT" TO FB-IO-FILE-ID.
    MOVE FB-AUD-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3200-EXIT.
        EXIT.

3210-LOAD-ONE-AUDIT-ROW.
    READ AUD-FILE
        AT END MOVE "10" TO FB-AUD-STATUS
    END-READ.
    IF FB-AUD-STATUS NOT = "00" AND FB-AUD-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "RULAUDIT" TO FB-IO-FILE-ID
        MOVE FB-AUD-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-AUD-STATUS NOT = "00"
        GO TO 3210-EXIT
    END-IF.
    IF FB-RAUD-DATE NUMERIC AND FB-RAUD-TIME NUMERIC
        COMPUTE FB-ROW-STAMP = FB-RAUD-DATE * 1000000
                             + FB-RAUD-TIME
        IF FB-ROW-STAMP < FB-START-STAMP
            GO TO 3210-EXIT
        END-IF
    END-IF.
    IF FB-ADT-COUNT >= 2000
        MOVE "LOAD AUDIT" TO FB-IO-OPERATION
        MOVE "RULAUDIT"   TO FB-IO-FILE-ID
        MOVE "TF"         TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-ADT-COUNT.
    MOVE FB-ADT-COUNT TO FB-ADT-SUB.
    MOVE FB-RAUD-DATE        TO FB-ADT-DATE(FB-ADT-SUB).
    MOVE FB-RAUD-TIME        TO FB-ADT-TIME(FB-ADT-SUB).
    MOVE FB-RAUD-ACTION      TO FB-ADT-ACTION(FB-ADT-SUB).
    MOVE FB-RAUD-USER-ID     TO FB-ADT-USER-ID(FB-ADT-SUB).
    MOVE FB-RAUD-APPROVER-ID TO FB-ADT-APPROVER-ID(FB-ADT-SUB).
    IF FB-RAUD-DATE NUMERIC AND FB-RAUD-TIME NUMERIC
        MOVE FB-ROW-STAMP TO FB-ADT-STAMP(FB-ADT-SUB)
        SET FB-ADT-STAMP-OK(FB-ADT-SUB) TO TRUE
    ELSE
        MOVE 0 TO FB-ADT-STAMP(FB-ADT-SUB)
        SET FB-ADT-NO-STAMP(FB-ADT-SUB) TO TRUE
    END-IF.
    IF FB-RAUD-PROFILE = SPACES
        ADD 1 TO FB-RPR-OLD-LAYOUT
    END-IF.
    MOVE FB-RAUD-BEFORE-IMAGE TO FB-CNV-OLD-IMAGE.
    PERFORM 3220-CONVERT-IMAGE THRU 3220-EXIT.
    MOVE FB-CNV-RULE TO FB-ADT-BEFORE-IMAGE(FB-ADT-SUB).
    MOVE FB-RAUD-AFTER-IMAGE TO FB-CNV-OLD-IMAGE.
    PERFORM 3220-CONVERT-IMAGE THRU 3220-EXIT.
    MOVE FB-CNV-RULE TO FB-ADT-AFTER-IMAGE(FB-ADT-SUB).
    3210-EXIT.
        EXIT.

*>****************************************************************
*> 3220-CONVERT-IMAGE - ONE AUDIT IMAGE INTO THE CURRENT RULE
*> LAYOUT.  A ROW WITH A PROFILE IS ALREADY CURRENT.  A ROW
*> WITHOUT ONE PREDATES PROFILES: IF IT ALSO HAS NO RULE TYPE
*> AND ITS FOURTH BYTE IS NOT A TYPE CODE'S SPACE, IT PREDATES
*> RULE TYPES TOO AND THE WORD STARTS IN BYTE 4.
*>****************************************************************
3220-CONVERT-IMAGE.
    MOVE SPACES TO FB-CNV-RULE.
    EVALUATE TRUE
        WHEN FB-CNV-OLD-IMAGE = SPACES
            CONTINUE
        WHEN FB-RAUD-PROFILE NOT = SPACES
            MOVE FB-CNV-OLD-IMAGE TO FB-CNV-RULE
        WHEN FB-RAUD-RULE-TYPE = SPACE
         AND FB-CNV-OLD-IMAGE(4:1) NOT = SPACE
            MOVE "STD "             TO FB-CNV-PROFILE
            MOVE FB-CNV-T-DIVISOR   TO FB-CNV-DIVISOR
            MOVE SPACE              TO FB-CNV-TYPE
            MOVE FB-CNV-T-WORD      TO FB-CNV-WORD
            MOVE FB-CNV-T-EFF-DATE  TO FB-CNV-EFF-DATE
            MOVE FB-CNV-T-ACTIVE    TO FB-CNV-ACTIVE
        WHEN OTHER
            MOVE "STD "             TO FB-CNV-PROFILE
            MOVE FB-CNV-P-DIVISOR   TO FB-CNV-DIVISOR
            MOVE FB-CNV-P-TYPE      TO FB-CNV-TYPE
            MOVE FB-CNV-P-WORD      TO FB-CNV-WORD
            MOVE FB-CNV-P-EFF-DATE  TO FB-CNV-EFF-DATE
            MOVE FB-CNV-P-ACTIVE    TO FB-CNV-ACTIVE
    END-EVALUATE.
    3220-EXIT.
        EXIT.

*>****************************************************************
*> 3300-UNDO-CHANGES - WORK THE KEPT AUDIT ROWS BACKWARDS, NEWEST
*> FIRST, LISTING EACH WITH HOW ITS UNDO WENT.
*>****************************************************************
3300-UNDO-CHANGES.
    MOVE "  ----- RULE CHANGES UNDONE (NEWEST FIRST) -----"
        TO FB-HOLD-LINE.
    MOVE "  DATE     TIME   ACTION PROF VAL T MAKER    CHECKER  REPLAY"
        TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    IF FB-AUDIT-TRAIL-MISSING
        MOVE "  ** GAP: RULAUDIT NOT AVAILABLE - RULES ARE TODAY'S"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    ELSE
        IF FB-ADT-COUNT = 0
            MOVE "  NONE - NO RULE HAS CHANGED SINCE THE RUN STARTED"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        END-IF
    END-IF.
    PERFORM 3310-UNDO-ONE-CHANGE THRU 3310-EXIT
        VARYING FB-ADT-SUB FROM FB-ADT-COUNT BY -1
        UNTIL FB-ADT-SUB < 1.
    MOVE SPACES TO FB-COLUMN-HEADING.
    3300-EXIT.
        EXIT.

*>****************************************************************
*> 3310-UNDO-ONE-CHANGE - THE RULE MUST BE ON FILE EXACTLY AS THE
*> ROW'S AFTER IMAGE LEFT IT.  AN ADD IS TAKEN OFF; A CHANGE OR
*> INACTIVATE GETS ITS BEFORE IMAGE BACK.  A MISMATCH IS A GAP,
*> BUT THE UNDO IS STILL MADE SO THE REBUILD IS AS CLOSE AS THE
*> TRAIL ALLOWS.
*>****************************************************************
3310-UNDO-ONE-CHANGE.
    MOVE SPACES TO FB-REPLAY-NOTE.
    IF FB-ADT-NO-STAMP(FB-ADT-SUB)
        MOVE "GAP: NO TIMESTAMP" TO FB-REPLAY-NOTE
        GO TO 3310-LIST
    END-IF.
    IF NOT FB-ADT-ACTION-ADD(FB-ADT-SUB)
     AND NOT FB-ADT-ACTION-CHANGE(FB-ADT-SUB)
     AND NOT FB-ADT-ACTION-INACT(FB-ADT-SUB)
        MOVE "GAP: UNKNOWN ACTION" TO FB-REPLAY-NOTE
        GO TO 3310-LIST
    END-IF.
    MOVE FB-ADT-AFTER-IMAGE(FB-ADT-SUB) TO FB-CNV-RULE.
    PERFORM 3320-FIND-RULE THRU 3320-EXIT.
    EVALUATE TRUE
        WHEN FB-ENTRY-NOT-FOUND
            MOVE "GAP: NOT ON FILE" TO FB-REPLAY-NOTE
        WHEN FB-RUL-OFF-FILE(FB-RUL-SUB)
            MOVE "GAP: NOT ON FILE" TO FB-REPLAY-NOTE
        WHEN FB-RUL-IMAGE(FB-RUL-SUB) NOT = FB-CNV-RULE
            MOVE "GAP: RULE DIFFERS" TO FB-REPLAY-NOTE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF FB-ADT-ACTION-ADD(FB-ADT-SUB)
        IF FB-ENTRY-FOUND
            SET FB-RUL-OFF-FILE(FB-RUL-SUB) TO TRUE
        END-IF
    ELSE
        IF FB-ENTRY-NOT-FOUND
            PERFORM 3340-ADD-RULE-ENTRY THRU 3340-EXIT
        END-IF
        MOVE FB-ADT-BEFORE-IMAGE(FB-ADT-SUB)
            TO FB-RUL-IMAGE(FB-RUL-SUB)
        SET FB-RUL-ON-FILE(FB-RUL-SUB) TO TRUE
    END-IF.
    ADD 1 TO FB-RPR-UNDONE.
    IF FB-REPLAY-NOTE = SPACES
        EVALUATE TRUE
            WHEN FB-ADT-STAMP(FB-ADT-SUB) = FB-START-STAMP
                MOVE "GAP: SAME SECOND" TO FB-REPLAY-NOTE
            WHEN FB-RUN-WAS-RESTARTED AND FB-TARGET-IS-MERGED
             AND FB-ADT-STAMP(FB-ADT-SUB) <= FB-RESTART-STAMP
                MOVE "GAP: BETWEEN SLICES" TO FB-REPLAY-NOTE
            WHEN FB-RUN-WAS-RESTARTED
             AND FB-ADT-STAMP(FB-ADT-SUB) <= FB-RESTART-STAMP
                MOVE "GAP: BEFORE RESTART" TO FB-REPLAY-NOTE
            WHEN OTHER
                MOVE "UNDONE" TO FB-REPLAY-NOTE
        END-EVALUATE
    END-IF.
    3310-LIST.
    IF FB-REPLAY-NOTE(1:4) = "GAP:"
        ADD 1 TO FB-RPR-GAPS
    END-IF.
    MOVE FB-ADT-AFTER-IMAGE(FB-ADT-SUB) TO FB-CNV-RULE.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  " DELIMITED BY SIZE
           FB-ADT-DATE(FB-ADT-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FB-ADT-TIME(FB-ADT-SUB) DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    EVALUATE TRUE
        WHEN FB-ADT-ACTION-ADD(FB-ADT-SUB)
            MOVE "ADD"    TO FB-RPT-LINE(19:6)
        WHEN FB-ADT-ACTION-CHANGE(FB-ADT-SUB)
            MOVE "CHANGE" TO FB-RPT-LINE(19:6)
        WHEN FB-ADT-ACTION-INACT(FB-ADT-SUB)
            MOVE "INACT"  TO FB-RPT-LINE(19:6)
        WHEN OTHER
            MOVE FB-ADT-ACTION(FB-ADT-SUB) TO FB-RPT-LINE(19:6)
    END-EVALUATE.
    MOVE FB-CNV-PROFILE TO FB-RPT-LINE(26:4).
    MOVE FB-CNV-DIVISOR TO FB-RPT-LINE(31:3).
    MOVE FB-CNV-TYPE    TO FB-RPT-LINE(35:1).
    MOVE FB-ADT-USER-ID(FB-ADT-SUB)     TO FB-RPT-LINE(37:8).
    MOVE FB-ADT-APPROVER-ID(FB-ADT-SUB) TO FB-RPT-LINE(46:8).
    MOVE FB-REPLAY-NOTE TO FB-RPT-LINE(55:20).
    IF FB-REPLAY-NOTE(1:4) = "GAP:"
        MOVE "**" TO FB-RPT-LINE(1:2)
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    3310-EXIT.
        EXIT.

*>****************************************************************
*> 3320-FIND-RULE - LOOK FB-CNV-KEY UP IN THE RULE TABLE, ON FILE
*> OR NOT.  FB-RUL-SUB IS THE ENTRY WHEN FOUND.
*>****************************************************************
3320-FIND-RULE.
    SET FB-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 3330-SCAN-ONE-RULE THRU 3330-EXIT
        VARYING FB-RUL-SUB FROM 1 BY 1
        UNTIL FB-RUL-SUB > FB-RUL-COUNT
           OR FB-ENTRY-FOUND.
    IF FB-ENTRY-FOUND
        SUBTRACT 1 FROM FB-RUL-SUB
    END-IF.
    3320-EXIT.
        EXIT.

3330-SCAN-ONE-RULE.
    IF FB-RUL-KEY(FB-RUL-SUB) = FB-CNV-KEY
        SET FB-ENTRY-FOUND TO TRUE
    END-IF.
    3330-EXIT.
        EXIT.

3340-ADD-RULE-ENTRY.
    IF FB-RUL-COUNT >= 500
        MOVE "REBUILD RULES" TO FB-IO-OPERATION
        MOVE "RULELIVE"      TO FB-IO-FILE-ID
        MOVE "TF"            TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-RUL-COUNT.
    MOVE FB-RUL-COUNT TO FB-RUL-SUB.
    3340-EXIT.
        EXIT.

*>****************************************************************
*> 3400-WRITE-WORK-RULES - THE REBUILT RULES ONTO THE WORK RULE
*> FILE FBCLASS WILL READ.  THE FILE IS LEFT CLOSED FOR FBCLASS.
*>****************************************************************
3400-WRITE-WORK-RULES.
    OPEN OUTPUT RWK-FILE.
    MOVE "OPEN OUTPUT" TO FB-IO-OPERATION.
    MOVE "RULEFILE"    TO FB-IO-FILE-ID.
    MOVE FB-RWK-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    PERFORM 3410-WRITE-ONE-WORK-RULE THRU 3410-EXIT
        VARYING FB-RUL-SUB FROM 1 BY 1
        UNTIL FB-RUL-SUB > FB-RUL-COUNT.
    CLOSE RWK-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "RULEFILE" TO FB-IO-FILE-ID.
    MOVE FB-RWK-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    3400-EXIT.
        EXIT.

3410-WRITE-ONE-WORK-RULE.
    IF FB-RUL-OFF-FILE(FB-RUL-SUB)
        GO TO 3410-EXIT
    END-IF.
    MOVE FB-RUL-IMAGE(FB-RUL-SUB) TO FB-RWK-RECORD.
    WRITE FB-RWK-RECORD
        INVALID KEY CONTINUE
    END-WRITE.
    MOVE "WRITE"    TO FB-IO-OPERATION.
    MOVE "RULEFILE" TO FB-IO-FILE-ID.
    MOVE FB-RWK-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    ADD 1 TO FB-RPR-REBUILT-RULES.
    3410-EXIT.
        EXIT.

*>****************************************************************
*> 3500-LIST-RULES-IN-FORCE - THE REBUILT FILE IN KEY ORDER (THE
*> ORDER FBCLASS LOADS IT), SHOWING WHICH RULES WERE IN FORCE AT
*> THE RUN START AND EACH ONE'S SLOT IN ITS PROFILE'S SET - SLOTS
*> 1 AND 2 DRIVE THE EXTRACT'S FIZZ AND BUZZ FLAGS.
*>****************************************************************
3500-LIST-RULES-IN-FORCE.
    MOVE "  ----- RULES IN FORCE AT RUN START -----" TO FB-HOLD-LINE.
    MOVE "  PROF VAL T WORD     EFFECTIVE ACT SLOT  IN FORCE"
        TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    OPEN INPUT RWK-FILE.
    MOVE "OPEN INPUT" TO FB-IO-OPERATION.
    MOVE "RULEFILE"   TO FB-IO-FILE-ID.
    MOVE FB-RWK-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    MOVE SPACES TO FB-LIST-PROFILE.
    PERFORM 3510-LIST-ONE-RULE THRU 3510-EXIT
        UNTIL FB-RWK-STATUS = "10".
    CLOSE RWK-FILE.
    MOVE "CLOSE"    TO FB-IO-OPERATION.
    MOVE "RULEFILE" TO FB-IO-FILE-ID.
    MOVE FB-RWK-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    IF FB-RPR-REBUILT-RULES = 0
        MOVE "  NONE - THERE WERE NO RULES ON FILE" TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    MOVE SPACES TO FB-COLUMN-HEADING.
    3500-EXIT.
        EXIT.

*>****************************************************************
*> 3510-LIST-ONE-RULE - A RULE IS IN FORCE WHEN IT IS ACTIVE AND
*> EFFECTIVE BY THE RUN START DATE, AND IS ONE OF ITS PROFILE'S
*> FIRST 20 (FBCLASS LOADS NO MORE).  ON A RUN RESTARTED ON A
*> LATER DAY, A RULE THAT BECAME EFFECTIVE IN BETWEEN MAY HAVE
*> CLASSIFIED THE RESTARTED NUMBERS - A GAP.
*>****************************************************************
3510-LIST-ONE-RULE.
    READ RWK-FILE NEXT RECORD
        AT END MOVE "10" TO FB-RWK-STATUS
    END-READ.
    IF FB-RWK-STATUS NOT = "00" AND FB-RWK-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "RULEFILE" TO FB-IO-FILE-ID
        MOVE FB-RWK-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    IF FB-RWK-STATUS NOT = "00"
        GO TO 3510-EXIT
    END-IF.
    IF FB-RWK-PROFILE NOT = FB-LIST-PROFILE
        MOVE FB-RWK-PROFILE TO FB-LIST-PROFILE
        MOVE 0 TO FB-LIST-SLOT
    END-IF.
    MOVE SPACES TO FB-SLOT-TEXT.
    EVALUATE TRUE
        WHEN NOT FB-RWK-IS-ACTIVE
            MOVE "NO - INACTIVE" TO FB-INFORCE-NOTE
        WHEN FB-RWK-EFF-DATE > FB-START-DATE
         AND FB-RUN-WAS-RESTARTED
         AND FB-RWK-EFF-DATE <= FB-RESTART-DATE
            IF FB-TARGET-IS-MERGED
                MOVE "GAP: EFF. BY SLICE" TO FB-INFORCE-NOTE
            ELSE
                MOVE "GAP: EFF. BY RESTART" TO FB-INFORCE-NOTE
            END-IF
            ADD 1 TO FB-RPR-GAPS
        WHEN FB-RWK-EFF-DATE > FB-START-DATE
            MOVE "NO - NOT YET EFFECTIVE" TO FB-INFORCE-NOTE
        WHEN FB-LIST-SLOT >= 20
            MOVE "NO - PAST 20TH RULE" TO FB-INFORCE-NOTE
        WHEN OTHER
            ADD 1 TO FB-LIST-SLOT
            MOVE FB-LIST-SLOT TO FB-EDIT-SLOT
            MOVE FB-EDIT-SLOT TO FB-SLOT-TEXT
            ADD 1 TO FB-RPR-IN-FORCE
            MOVE "YES" TO FB-INFORCE-NOTE
    END-EVALUATE.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-RWK-PROFILE  TO FB-RPT-LINE(3:4).
    MOVE FB-RWK-DIVISOR  TO FB-RPT-LINE(8:3).
    MOVE FB-RWK-TYPE     TO FB-RPT-LINE(12:1).
    MOVE FB-RWK-WORD     TO FB-RPT-LINE(14:8).
    MOVE FB-RWK-EFF-DATE TO FB-RPT-LINE(23:8).
    MOVE FB-RWK-ACTIVE   TO FB-RPT-LINE(34:1).
    MOVE FB-SLOT-TEXT    TO FB-RPT-LINE(37:3).
    MOVE FB-INFORCE-NOTE TO FB-RPT-LINE(43:22).
    IF FB-INFORCE-NOTE(1:4) = "GAP:"
        MOVE "**" TO FB-RPT-LINE(1:2)
    END-IF.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    3510-EXIT.
        EXIT.

*>****************************************************************
*> 4000-REPRODUCE-FROM-EXTRACT - RECLASSIFY EVERY EXTRACT ROW
*> UNDER ITS PROFILE'S REBUILT RULES AND COMPARE THE TEXT AND
*> THE FIZZ/BUZZ FLAGS.  A COUNTER RUN'S EXTRACT MUST ALSO HOLD
*> EVERY NUMBER IN THE RUN'S RANGE (2200); ANY IT LACKS ARE
*> LISTED AS MISSING.
*>****************************************************************
4000-REPRODUCE-FROM-EXTRACT.
    PERFORM 6000-START-DIFFERENCES THRU 6000-EXIT.
    MOVE FB-RANGE-FROM TO FB-NEXT-EXPECTED.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    PERFORM 4100-READ-EXTRACT-ROW THRU 4100-EXIT.
    PERFORM 4200-COMPARE-ONE-ROW THRU 4200-EXIT
        UNTIL FB-END-OF-INPUT.
    IF NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-RANGE-TO TO FB-LAST-NUMBER
        ADD 1 TO FB-LAST-NUMBER
        PERFORM 4300-NOTE-MISSING-RANGE THRU 4300-EXIT
    END-IF.
    PERFORM 6100-END-DIFFERENCES THRU 6100-EXIT.
    4000-EXIT.
        EXIT.

4100-READ-EXTRACT-ROW.
    READ XTR-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-XTR-STATUS NOT = "00" AND FB-XTR-STATUS NOT = "10"
        MOVE "READ"    TO FB-IO-OPERATION
        MOVE "XTRFILE" TO FB-IO-FILE-ID
        MOVE FB-XTR-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    4100-EXIT.
        EXIT.

*>****************************************************************
*> 4200-COMPARE-ONE-ROW - ONE EXTRACT ROW.  AN EXTRACT WRITTEN
*> BEFORE PROFILES EXISTED HAS NO PROFILE COLUMN; IT WAS "STD ".
*>****************************************************************
4200-COMPARE-ONE-ROW.
    IF FB-XTR-PROFILE = SPACES OR FB-XTR-SEP-5 NOT = ","
        MOVE "STD " TO FB-CURR-PROFILE
    ELSE
        MOVE FB-XTR-PROFILE TO FB-CURR-PROFILE
    END-IF.
    IF NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-XTR-NUMBER TO FB-LAST-NUMBER
        PERFORM 4300-NOTE-MISSING-RANGE THRU 4300-EXIT
    END-IF.
    MOVE FB-XTR-NUMBER TO FB-CLS-NUMBER.
    PERFORM 6200-CLASSIFY-NUMBER THRU 6200-EXIT.
    ADD 1 TO FB-RPR-COMPARED.
    IF FB-CLS-OUT-TEXT = FB-XTR-OUT-TEXT
     AND FB-NEW-FIZZ-FLAG = FB-XTR-FIZZ-FLAG
     AND FB-NEW-BUZZ-FLAG = FB-XTR-BUZZ-FLAG
        ADD 1 TO FB-RPR-MATCHING
    ELSE
        ADD 1 TO FB-RPR-DIFFERENT
        MOVE FB-XTR-NUMBER     TO FB-DIF-NUMBER
        MOVE FB-CURR-PROFILE   TO FB-DIF-PROFILE
        MOVE FB-XTR-DEPT-ID    TO FB-DIF-DEPT-ID
        MOVE FB-XTR-OUT-TEXT   TO FB-DIF-RUN-TEXT
        MOVE FB-XTR-FIZZ-FLAG  TO FB-DIF-RUN-FIZZ
        MOVE FB-XTR-BUZZ-FLAG  TO FB-DIF-RUN-BUZZ
        MOVE FB-CLS-OUT-TEXT   TO FB-DIF-NEW-TEXT
        MOVE FB-NEW-FIZZ-FLAG  TO FB-DIF-NEW-FIZZ
        MOVE FB-NEW-BUZZ-FLAG  TO FB-DIF-NEW-BUZZ
        PERFORM 7000-WRITE-DIFFERENCE THRU 7000-EXIT
    END-IF.
    PERFORM 4100-READ-EXTRACT-ROW THRU 4100-EXIT.
    4200-EXIT.
        EXIT.

*>****************************************************************
*> 4300-NOTE-MISSING-RANGE - A COUNTER RUN'S NUMBERS ARE WRITTEN
*> IN ORDER.  NUMBERS BETWEEN THE NEXT ONE EXPECTED AND
*> FB-LAST-NUMBER (EXCLUSIVE) ARE NOT ON THE EXTRACT.  A REPEATED
*> NUMBER (A RESTART GOING OVER ITS LAST CHECKPOINT INTERVAL
*> AGAIN) IS SIMPLY COMPARED AGAIN.
*>****************************************************************
4300-NOTE-MISSING-RANGE.
    IF FB-LAST-NUMBER > FB-NEXT-EXPECTED
        COMPUTE FB-RPR-MISSING = FB-RPR-MISSING
                               + FB-LAST-NUMBER - FB-NEXT-EXPECTED
        MOVE FB-NEXT-EXPECTED TO FB-EDIT-NUMBER
        SUBTRACT 1 FROM FB-LAST-NUMBER GIVING FB-FILL-NUMBER
        MOVE FB-FILL-NUMBER TO FB-EDIT-NUMBER-2
        MOVE SPACES TO FB-RPT-LINE
        STRING "** " DELIMITED BY SIZE
               FB-EDIT-NUMBER DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               FB-EDIT-NUMBER-2 DELIMITED BY SIZE
               "  NOT ON THE " DELIMITED BY SIZE
               FB-SOURCE-NAME DELIMITED BY SPACE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    IF FB-LAST-NUMBER >= FB-NEXT-EXPECTED
        COMPUTE FB-NEXT-EXPECTED = FB-LAST-NUMBER + 1
    END-IF.
    4300-EXIT.
        EXIT.

*>****************************************************************
*> 5000-REPRODUCE-FROM-MATCHES - RECLASSIFY EACH OF THE RUN'S
*> MTCHFILE GROUPS (ONE NUMBER'S MATCH ROWS, SEQUENCE 1 UPWARD)
*> AND COMPARE THE RULES THAT FIRED, IN ORDER.  MTCHFILE HAS NO
*> ROW FOR A NUMBER THAT MATCHED NOTHING, SO ON A COUNTER RUN
*> EVERY NUMBER BETWEEN GROUPS, OVER THE RUN'S RANGE (2200), IS
*> ALSO RECLASSIFIED AND MUST STILL MATCH NOTHING.  A
*> TRANSACTION RUN'S PLAIN NUMBERS CANNOT BE KNOWN FROM
*> MTCHFILE ALONE.
*>****************************************************************
5000-REPRODUCE-FROM-MATCHES.
    PERFORM 6000-START-DIFFERENCES THRU 6000-EXIT.
    MOVE FB-RANGE-FROM TO FB-NEXT-EXPECTED.
    SET FB-GRP-NOT-ACTIVE TO TRUE.
    SET FB-NOT-END-OF-INPUT TO TRUE.
    PERFORM 5100-READ-MATCH-ROW THRU 5100-EXIT.
    PERFORM 5200-ASSEMBLE-ONE-ROW THRU 5200-EXIT
        UNTIL FB-END-OF-INPUT.
    IF FB-GRP-ACTIVE
        PERFORM 5300-COMPARE-MATCH-GROUP THRU 5300-EXIT
    END-IF.
    IF NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-RANGE-TO TO FB-LAST-NUMBER
        ADD 1 TO FB-LAST-NUMBER
        PERFORM 5400-CHECK-PLAIN-RANGE THRU 5400-EXIT
    END-IF.
    PERFORM 6100-END-DIFFERENCES THRU 6100-EXIT.
    IF FB-TGT-TRANSACTION-MODE
        MOVE "  NOTE: A TRANSACTION RUN'S PLAIN NUMBERS ARE NOT ON"
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        MOVE "  MTCHFILE - ONLY ITS MATCHED NUMBERS WERE COMPARED."
            TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    5000-EXIT.
        EXIT.

5100-READ-MATCH-ROW.
    READ MTCH-FILE
        AT END SET FB-END-OF-INPUT TO TRUE
    END-READ.
    IF FB-MTCH-STATUS NOT = "00" AND FB-MTCH-STATUS NOT = "10"
        MOVE "READ"     TO FB-IO-OPERATION
        MOVE "MTCHFILE" TO FB-IO-FILE-ID
        MOVE FB-MTCH-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 5200-ASSEMBLE-ONE-ROW - ROWS FOR OTHER RUNS ARE SKIPPED (A
*> KEPT MTCHFILE MAY HOLD SEVERAL).  A MERGED RUN'S ROWS WERE
*> WRITTEN BY ITS SLICES, UNDER THE SLICE RUN-IDS (5210).
*> SEQUENCE 1, OR A NEW NUMBER OR PROFILE, CLOSES THE GROUP IN
*> HAND.
*>****************************************************************
5200-ASSEMBLE-ONE-ROW.
    IF FB-MTCH-RUN-ID NOT = FB-TARGET-RUN-ID
        PERFORM 5210-FIND-SLICE-RUN-ID THRU 5210-EXIT
        IF FB-SLR-ENTRY-NOT-FOUND
            ADD 1 TO FB-RPR-OTHER-RUN
            GO TO 5200-READ
        END-IF
    END-IF.
    IF FB-MTCH-PROFILE = SPACES
        MOVE "STD " TO FB-MTCH-PROFILE-WK
    ELSE
        MOVE FB-MTCH-PROFILE TO FB-MTCH-PROFILE-WK
    END-IF.
    IF FB-GRP-ACTIVE
        IF FB-MTCH-MATCH-SEQ = 1
         OR FB-MTCH-PROFILE-WK NOT = FB-GRP-PROFILE
         OR FB-MTCH-NUMBER NOT = FB-GRP-NUMBER
            PERFORM 5300-COMPARE-MATCH-GROUP THRU 5300-EXIT
        END-IF
    END-IF.
    IF FB-GRP-NOT-ACTIVE
        SET FB-GRP-ACTIVE TO TRUE
        MOVE FB-MTCH-PROFILE-WK TO FB-GRP-PROFILE
        MOVE FB-MTCH-NUMBER     TO FB-GRP-NUMBER
        MOVE 0 TO FB-GRP-COUNT
    END-IF.
    IF FB-GRP-COUNT < 20
        ADD 1 TO FB-GRP-COUNT
        MOVE FB-MTCH-RULE-TYPE TO FB-GRP-TYPE(FB-GRP-COUNT)
        IF FB-GRP-TYPE(FB-GRP-COUNT) = SPACE
            MOVE "D" TO FB-GRP-TYPE(FB-GRP-COUNT)
        END-IF
        MOVE FB-MTCH-RULE-DIVISOR TO FB-GRP-DIVISOR(FB-GRP-COUNT)
        MOVE FB-MTCH-RULE-WORD    TO FB-GRP-WORD(FB-GRP-COUNT)
    END-IF.
    5200-READ.
    PERFORM 5100-READ-MATCH-ROW THRU 5100-EXIT.
    5200-EXIT.
        EXIT.

5210-FIND-SLICE-RUN-ID.
    SET FB-SLR-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 5220-SCAN-ONE-SLICE THRU 5220-EXIT
        VARYING FB-SLR-SUB FROM 1 BY 1
        UNTIL FB-SLR-SUB > FB-SLR-COUNT
           OR FB-SLR-ENTRY-FOUND.
    5210-EXIT.
        EXIT.

5220-SCAN-ONE-SLICE.
    IF FB-SLR-RUN-ID(FB-SLR-SUB) = FB-MTCH-RUN-ID
        SET FB-SLR-ENTRY-FOUND TO TRUE
    END-IF.
    5220-EXIT.
        EXIT.

*>****************************************************************
*> 5300-COMPARE-MATCH-GROUP - THE REBUILT RULES MUST FIRE THE
*> SAME RULES, IN THE SAME ORDER, AS THE RUN RECORDED.
*>****************************************************************
5300-COMPARE-MATCH-GROUP.
    SET FB-GRP-NOT-ACTIVE TO TRUE.
    MOVE FB-GRP-PROFILE TO FB-CURR-PROFILE.
    IF NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-GRP-NUMBER TO FB-LAST-NUMBER
        PERFORM 5400-CHECK-PLAIN-RANGE THRU 5400-EXIT
    END-IF.
    MOVE FB-GRP-NUMBER TO FB-CLS-NUMBER.
    PERFORM 6200-CLASSIFY-NUMBER THRU 6200-EXIT.
    ADD 1 TO FB-RPR-COMPARED.
    SET FB-ANSWERS-AGREE TO TRUE.
    IF FB-CLS-MATCH-COUNT NOT = FB-GRP-COUNT
        SET FB-ANSWERS-DIFFER TO TRUE
    ELSE
        PERFORM 5310-COMPARE-ONE-MATCH THRU 5310-EXIT
            VARYING FB-MTC-SUB FROM 1 BY 1
            UNTIL FB-MTC-SUB > FB-GRP-COUNT
    END-IF.
    IF FB-ANSWERS-AGREE
        ADD 1 TO FB-RPR-MATCHING
        GO TO 5300-EXIT
    END-IF.
    ADD 1 TO FB-RPR-DIFFERENT.
    MOVE FB-GRP-NUMBER   TO FB-DIF-NUMBER.
    MOVE FB-GRP-PROFILE  TO FB-DIF-PROFILE.
    MOVE SPACES          TO FB-DIF-DEPT-ID.
    MOVE SPACES          TO FB-DIF-RUN-TEXT.
    PERFORM 5320-JOIN-ONE-WORD THRU 5320-EXIT
        VARYING FB-MTC-SUB FROM 1 BY 1
        UNTIL FB-MTC-SUB > FB-GRP-COUNT.
    MOVE SPACES          TO FB-DIF-RUN-FIZZ.
    MOVE SPACES          TO FB-DIF-RUN-BUZZ.
    MOVE FB-CLS-OUT-TEXT TO FB-DIF-NEW-TEXT.
    MOVE SPACES          TO FB-DIF-NEW-FIZZ.
    MOVE SPACES          TO FB-DIF-NEW-BUZZ.
    PERFORM 7000-WRITE-DIFFERENCE THRU 7000-EXIT.
    5300-EXIT.
        EXIT.

5310-COMPARE-ONE-MATCH.
    IF FB-GRP-TYPE(FB-MTC-SUB) NOT = FB-CLS-MATCH-TYPE(FB-MTC-SUB)
     OR FB-GRP-DIVISOR(FB-MTC-SUB)
            NOT = FB-CLS-MATCH-DIVISOR(FB-MTC-SUB)
     OR FB-GRP-WORD(FB-MTC-SUB) NOT = FB-CLS-MATCH-WORD(FB-MTC-SUB)
        SET FB-ANSWERS-DIFFER TO TRUE
    END-IF.
    5310-EXIT.
        EXIT.

5320-JOIN-ONE-WORD.
    STRING FB-DIF-RUN-TEXT DELIMITED BY SPACE
           FB-GRP-WORD(FB-MTC-SUB) DELIMITED BY SPACE
           INTO FB-DIF-RUN-TEXT
        ON OVERFLOW CONTINUE
    END-STRING.
    5320-EXIT.
        EXIT.

*>****************************************************************
*> 5400-CHECK-PLAIN-RANGE - ON A COUNTER RUN, EVERY NUMBER FROM
*> THE NEXT ONE EXPECTED UP TO FB-LAST-NUMBER (EXCLUSIVE) HAD NO
*> MATCH ROWS, SO THE REBUILT "STD " RULES MUST MATCH NOTHING.
*>****************************************************************
5400-CHECK-PLAIN-RANGE.
    IF FB-LAST-NUMBER > FB-NEXT-EXPECTED
        MOVE FB-CURR-PROFILE TO FB-HOLD-PROFILE
        MOVE "STD " TO FB-CURR-PROFILE
        PERFORM 5410-CHECK-ONE-PLAIN THRU 5410-EXIT
            VARYING FB-FILL-NUMBER FROM FB-NEXT-EXPECTED BY 1
            UNTIL FB-FILL-NUMBER >= FB-LAST-NUMBER
        MOVE FB-HOLD-PROFILE TO FB-CURR-PROFILE
    END-IF.
    IF FB-LAST-NUMBER >= FB-NEXT-EXPECTED
        COMPUTE FB-NEXT-EXPECTED = FB-LAST-NUMBER + 1
    END-IF.
    5400-EXIT.
        EXIT.

5410-CHECK-ONE-PLAIN.
    MOVE FB-FILL-NUMBER TO FB-CLS-NUMBER.
    PERFORM 6200-CLASSIFY-NUMBER THRU 6200-EXIT.
    ADD 1 TO FB-RPR-COMPARED.
    IF FB-CLS-MATCH-COUNT = 0
        ADD 1 TO FB-RPR-MATCHING
        GO TO 5410-EXIT
    END-IF.
    ADD 1 TO FB-RPR-DIFFERENT.
    MOVE FB-FILL-NUMBER  TO FB-DIF-NUMBER.
    MOVE "STD "          TO FB-DIF-PROFILE.
    MOVE SPACES          TO FB-DIF-DEPT-ID.
    MOVE SPACES          TO FB-DIF-RUN-TEXT.
    MOVE SPACES          TO FB-DIF-RUN-FIZZ.
    MOVE SPACES          TO FB-DIF-RUN-BUZZ.
    MOVE FB-CLS-OUT-TEXT TO FB-DIF-NEW-TEXT.
    MOVE SPACES          TO FB-DIF-NEW-FIZZ.
    MOVE SPACES          TO FB-DIF-NEW-BUZZ.
    PERFORM 7000-WRITE-DIFFERENCE THRU 7000-EXIT.
    5410-EXIT.
        EXIT.

*>****************************************************************
*> 6000-START-DIFFERENCES / 6100-END-DIFFERENCES - OPEN AND CLOSE
*> THE DIFFERENCES SECTION OF THE REPORT.
*>****************************************************************
6000-START-DIFFERENCES.
    MOVE "  ----- DIFFERENCES -----" TO FB-HOLD-LINE.
    MOVE "     NUMBER  PROF DEPT  RUN'S ANSWER         F B  REPRODUCED"
        TO FB-COLUMN-HEADING.
    MOVE "F B" TO FB-COLUMN-HEADING(72:3).
    PERFORM 1630-START-SECTION THRU 1630-EXIT.
    6000-EXIT.
        EXIT.

6100-END-DIFFERENCES.
    IF FB-RPR-DIFFERENT = 0 AND FB-RPR-MISSING = 0
        MOVE "  NONE - EVERY ANSWER WAS REPRODUCED" TO FB-RPT-LINE
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.
    MOVE SPACES TO FB-COLUMN-HEADING.
    6100-EXIT.
        EXIT.

*>****************************************************************
*> 6200-CLASSIFY-NUMBER - CLASSIFY FB-CLS-NUMBER UNDER THE
*> REBUILT RULES OF FB-CURR-PROFILE, AND SET THE FIZZ/BUZZ FLAGS
*> THE WAY FIZZBUZZ'S 2410 DOES (A MATCH ON SLOT 1 OR 2).  AN
*> OVERFLOWING WORD IS COMPARED AS FBCLASS RETURNS IT.
*>****************************************************************
6200-CLASSIFY-NUMBER.
    PERFORM 6210-FIND-PROFILE-SET THRU 6210-EXIT.
    SET FB-CLS-FUNC-CLASSIFY TO TRUE.
    MOVE FB-PRF-SUB TO FB-CLS-SET-NO.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK AND NOT FB-CLS-WORD-OVERFLOW
        MOVE "CLASSIFY" TO FB-IO-OPERATION
        MOVE "FBCLASS"  TO FB-IO-FILE-ID
        MOVE FB-CLS-RETURN TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE "N" TO FB-NEW-FIZZ-FLAG.
    MOVE "N" TO FB-NEW-BUZZ-FLAG.
    PERFORM 6230-SET-ONE-FLAG THRU 6230-EXIT
        VARYING FB-MTC-SUB FROM 1 BY 1
        UNTIL FB-MTC-SUB > FB-CLS-MATCH-COUNT.
    6200-EXIT.
        EXIT.

*>****************************************************************
*> 6210-FIND-PROFILE-SET - THE FBCLASS RULE SET FOR
*> FB-CURR-PROFILE, LOADED FROM THE REBUILT RULES AS OF THE RUN
*> START DATE ON FIRST SIGHT.  FB-PRF-SUB IS THE SET.  THE
*> CALLER'S NUMBER IS KEPT ACROSS THE LOAD.
*>****************************************************************
6210-FIND-PROFILE-SET.
    SET FB-PRF-ENTRY-NOT-FOUND TO TRUE.
    PERFORM 6220-SCAN-ONE-PROFILE THRU 6220-EXIT
        VARYING FB-PRF-SUB FROM 1 BY 1
        UNTIL FB-PRF-SUB > FB-PRF-COUNT
           OR FB-PRF-ENTRY-FOUND.
    IF FB-PRF-ENTRY-FOUND
        SUBTRACT 1 FROM FB-PRF-SUB
        GO TO 6210-EXIT
    END-IF.
    IF FB-PRF-COUNT >= 9
        DISPLAY "RUNREPRO *** MORE THAN 9 RULE PROFILES IN THE "
                "RUN - PROFILE " FB-CURR-PROFILE
                " CANNOT BE LOADED."
        MOVE "LOAD PROFILE" TO FB-IO-OPERATION
        MOVE "RULEFILE"     TO FB-IO-FILE-ID
        MOVE "PF"           TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    ADD 1 TO FB-PRF-COUNT.
    MOVE FB-PRF-COUNT TO FB-PRF-SUB.
    MOVE FB-CURR-PROFILE TO FB-PRF-CODE(FB-PRF-SUB).
    MOVE FB-CLS-NUMBER TO FB-HOLD-NUMBER.
    MOVE SPACES TO FB-CLS-COMMAREA.
    SET FB-CLS-FUNC-LOAD TO TRUE.
    MOVE FB-PRF-SUB TO FB-CLS-SET-NO.
    MOVE FB-START-DATE TO FB-CLS-ASOF-DATE.
    MOVE FB-CURR-PROFILE TO FB-CLS-PROFILE.
    CALL "FBCLASS" USING FB-CLS-COMMAREA.
    IF NOT FB-CLS-OK
        MOVE "LOAD RULES" TO FB-IO-OPERATION
        MOVE "RULEFILE"   TO FB-IO-FILE-ID
        IF FB-CLS-IO-ERROR
            MOVE FB-CLS-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-CLS-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-HOLD-NUMBER TO FB-CLS-NUMBER.
    6210-EXIT.
        EXIT.

6220-SCAN-ONE-PROFILE.
    IF FB-PRF-CODE(FB-PRF-SUB) = FB-CURR-PROFILE
        SET FB-PRF-ENTRY-FOUND TO TRUE
    END-IF.
    6220-EXIT.
        EXIT.

6230-SET-ONE-FLAG.
    IF FB-CLS-MATCH-RULE-NO(FB-MTC-SUB) = 1
        MOVE "Y" TO FB-NEW-FIZZ-FLAG
    END-IF.
    IF FB-CLS-MATCH-RULE-NO(FB-MTC-SUB) = 2
        MOVE "Y" TO FB-NEW-BUZZ-FLAG
    END-IF.
    6230-EXIT.
        EXIT.

*>****************************************************************
*> 7000-WRITE-DIFFERENCE - ONE DIFFERENCE LINE FROM FB-DIF-AREA.
*> A NUMBER THAT MATCHED NO RULE HAS NO WORD; IT IS SHOWN AS
*> "(NO WORD)" SO THE COLUMN IS NEVER LEFT BLANK.
*>****************************************************************
7000-WRITE-DIFFERENCE.
    IF FB-DIF-RUN-TEXT = SPACES
        MOVE "(NO WORD)" TO FB-DIF-RUN-TEXT
    END-IF.
    IF FB-DIF-NEW-TEXT = SPACES
        MOVE "(NO WORD)" TO FB-DIF-NEW-TEXT
    END-IF.
    MOVE FB-DIF-NUMBER TO FB-EDIT-NUMBER.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-EDIT-NUMBER  TO FB-RPT-LINE(2:10).
    MOVE FB-DIF-PROFILE  TO FB-RPT-LINE(14:4).
    MOVE FB-DIF-DEPT-ID  TO FB-RPT-LINE(19:4).
    MOVE FB-DIF-RUN-TEXT TO FB-RPT-LINE(25:20).
    MOVE FB-DIF-RUN-FIZZ TO FB-RPT-LINE(46:1).
    MOVE FB-DIF-RUN-BUZZ TO FB-RPT-LINE(48:1).
    MOVE FB-DIF-NEW-TEXT TO FB-RPT-LINE(51:20).
    MOVE FB-DIF-NEW-FIZZ TO FB-RPT-LINE(72:1).
    MOVE FB-DIF-NEW-BUZZ TO FB-RPT-LINE(74:1).
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    7000-EXIT.
        EXIT.

*>****************************************************************
*> 8100-WRITE-REPORT-TRAILER - THE TOTALS AND THE CERTIFICATE.
*>****************************************************************
8100-WRITE-REPORT-TRAILER.
    IF FB-REPRO-REFUSED
        GO TO 8100-EXIT
    END-IF.
    MOVE "  ----- REPRODUCTION TOTALS -----" TO FB-HOLD-LINE.
    MOVE SPACES TO FB-COLUMN-HEADING.
    PERFORM 1630-START-SECTION THRU 1630-EXIT.

    MOVE FB-RPR-LIVE-RULES TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RULES ON FILE TODAY.... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-UNDONE TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  CHANGES UNDONE......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-OLD-LAYOUT TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  OLD-LAYOUT AUDIT ROWS.. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-GAPS TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  AUDIT TRAIL GAPS....... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-REBUILT-RULES TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RULES AT RUN START..... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-IN-FORCE TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  RULES IN FORCE......... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-COMPARED TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  NUMBERS COMPARED....... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-MATCHING TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  MATCHING ANSWERS....... " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    MOVE FB-RPR-DIFFERENT TO FB-EDIT-COUNT.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  DIFFERENCES............ " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.

    IF NOT FB-TGT-TRANSACTION-MODE
        MOVE FB-RPR-MISSING TO FB-EDIT-COUNT
        MOVE SPACES TO FB-RPT-LINE
        STRING "  NUMBERS MISSING........ " DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.

    IF FB-COMPARE-MATCHES
        MOVE FB-RPR-OTHER-RUN TO FB-EDIT-COUNT
        MOVE SPACES TO FB-RPT-LINE
        STRING "  OTHER RUNS' ROWS SKIPPED" DELIMITED BY SIZE
               FB-EDIT-COUNT DELIMITED BY SIZE
               INTO FB-RPT-LINE
        END-STRING
        PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-IF.

    MOVE SPACES TO FB-RPT-LINE.
    PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT.
    EVALUATE TRUE
        WHEN FB-RPR-DIFFERENT > 0 OR FB-RPR-MISSING > 0
            MOVE "  RESULT: NOT REPRODUCED - SEE THE DIFFERENCES ABOVE"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            IF FB-RPR-GAPS > 0
                MOVE "  THE AUDIT TRAIL ALSO HAS GAPS (** ABOVE), SO"
                    TO FB-RPT-LINE
                PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
                MOVE "  THE REBUILT RULES THEMSELVES ARE UNCERTAIN."
                    TO FB-RPT-LINE
                PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            END-IF
        WHEN FB-RPR-GAPS > 0
            MOVE "  RESULT: NOT CERTIFIED - THE AUDIT TRAIL HAS GAPS"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            MOVE "  (** ABOVE), SO THE REBUILT RULES ARE UNCERTAIN,"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            MOVE "  THOUGH EVERY ANSWER COMPARED WAS REPRODUCED."
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        WHEN FB-SOURCE-NOT-TIED
            MOVE "  RESULT: NOT CERTIFIED - NO XTRCTL TIES THE EXTRACT"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            MOVE "  TO THE RUN, THOUGH EVERY ANSWER WAS REPRODUCED."
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
        WHEN OTHER
            MOVE "  RESULT: CERTIFIED - EVERY ANSWER REPRODUCED FROM"
                TO FB-RPT-LINE
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
            MOVE SPACES TO FB-RPT-LINE
            STRING "  THE RULES IN FORCE AT RUN START.  CERTIFIED "
                       DELIMITED BY SIZE
                   FB-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FB-RUN-TIME DELIMITED BY SIZE
                   INTO FB-RPT-LINE
            END-STRING
            PERFORM 1620-WRITE-BODY-LINE THRU 1620-EXIT
    END-EVALUATE.
    8100-EXIT.
        EXIT.

*>****************************************************************
*> 8300-CLOSE-FILES - CLOSE EVERY FILE STILL OPEN AT NORMAL END
*> OF RUN, CHECKING STATUS ON EACH.
*>****************************************************************
8300-CLOSE-FILES.
    IF FB-SOURCE-IS-OPEN AND FB-COMPARE-MATCHES
        CLOSE MTCH-FILE
        MOVE "CLOSE"    TO FB-IO-OPERATION
        MOVE "MTCHFILE" TO FB-IO-FILE-ID
        MOVE FB-MTCH-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
    IF FB-SOURCE-IS-OPEN AND FB-COMPARE-EXTRACT
        CLOSE XTR-FILE
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "XTRFILE" TO FB-IO-FILE-ID
        MOVE FB-XTR-STATUS TO FB-IO-STATUS
        PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT
    END-IF.
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
*> AND STOPS THE RUN WITH A NON-ZERO RETURN CODE.  NOTHING LIVE
*> HAS BEEN CHANGED, SO THE STEP CAN SIMPLY BE RESUBMITTED.
*>****************************************************************
9500-ABEND-RTN.
    DISPLAY "RUNREPRO ABEND *** " FB-IO-OPERATION
            " FAILED ON " FB-IO-FILE-ID
            " - FILE STATUS " FB-IO-STATUS.
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
    9500-EXIT.
        EXIT.

9999-EXIT.
    STOP RUN.
