*> AND PRODUCES THE MANAGEMENT REPORT THE MONTHLY OPERATIONS
*> REVIEW USED TO ASSEMBLE BY HAND: RUNS PER DAY, COUNTER VS
*> TRANSACTION MODE MIX, ABEND RATE, HIGHEST-NUMBER TREND, AND AN
*> EXCEPTION SECTION FLAGGING DAYS WITH NO COMPLETED RUN, GAPS OF
*> ONE OR MORE BUSINESS DAYS WITH NO RUNS AT ALL, AND RUN-IDS WITH
*> REPEATED ABENDED ROWS.
*>------------------------------------------------------------------
*> AUTHOR.          T. ANGUS, BATCH SYSTEMS GROUP.
*> INSTALLATION.    TEAMEXANGUS.
*>                 TO ARCHFILE CAN BE POSTED AHEAD OF HISTFILE
*>                 (THEY ARE OLDER, SO THE DAY TABLE STILL BUILDS
*>                 IN DATE ORDER AND THE GAP CHECK STILL HOLDS).
*> 2026-10-15 TXA  "R" ROWS WRITTEN BY RUNBACK ARE NOT RUNS - THEY
*>                 ARE COUNTED SEPARATELY AS RUNS BACKED OUT AND
*>                 KEPT OUT OF THE DAY TABLE (THEY CARRY THE
*>                 ORIGINAL RUN'S DATE, SO WOULD UPSET THE ORDER).
*> 2026-10-15 TXA  HIGHEST NUMBER WIDENED FROM 5 TO 9 DIGITS WITH
*>                 HISTFILE (CEILING 999,999,999) - ARCHIVE
*>                 RECORD NOW 59 BYTES.
*> 2026-10-15 TXA  THE GAP CHECK COUNTS BUSINESS DAYS FROM THE SHOP
*>                 CALENDAR (CALFILE, THROUGH FBBDAY) INSTEAD OF
*>                 CALENDAR DAYS, SO WEEKENDS AND PUBLIC HOLIDAYS
*>                 ARE NO LONGER FLAGGED AS GAPS WITH NO RUNS.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. HISTRPT.

FD  ARCH-FILE
    RECORDING MODE IS F.
01  FB-ARCH-RECORD                 PIC X(59).

FD  HIST-FILE
    RECORDING MODE IS F.
        10  FB-DAY-TRN-RUNS        PIC 9(05) COMP.
        10  FB-DAY-COMPLETES       PIC 9(05) COMP.
        10  FB-DAY-ABENDS          PIC 9(05) COMP.
        10  FB-DAY-HIGH            PIC 9(09).

*> ---------------------------------------------------------------
*> ONE ENTRY PER RUN-ID THAT EVER WROTE AN "A" (ABENDED) ROW,
    05  FB-TOT-TRN-RUNS            PIC 9(07) COMP VALUE 0.
    05  FB-TOT-COMPLETES           PIC 9(07) COMP VALUE 0.
    05  FB-TOT-ABENDS              PIC 9(07) COMP VALUE 0.
    05  FB-TOT-REVERSED            PIC 9(07) COMP VALUE 0.

01  FB-ABEND-RATE                  PIC 9(03)V9 VALUE 0.
01  FB-GAP-DAYS                    PIC S9(05) COMP VALUE 0.
01  FB-GAP-END-DATE                PIC 9(08) VALUE 0.

*> ---------------------------------------------------------------
*> BUSINESS-DAY MODULE INTERFACE (SEE FBBDYA).
*> ---------------------------------------------------------------
    COPY "FBBDYA.cpy".

01  FB-RUN-INFO.
    05  FB-RUN-DATE                PIC 9(08) VALUE 0.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZ9.
    05  FB-EDIT-COUNT-2            PIC ZZZZZZ9.
    05  FB-EDIT-RUNS               PIC ZZZZ9.
    05  FB-EDIT-HIGH               PIC ZZZZZZZZ9.
    05  FB-EDIT-RATE               PIC ZZ9.9.

PROCEDURE DIVISION.
*>****************************************************************
*> 2050-POST-HIST-FIELDS - ROLL THE ROW IN FB-HIST-RECORD INTO
*> THE DAY TABLE, THE OVERALL TOTALS AND (FOR "A" ROWS) THE ABEND
*> TABLE.  SHARED BY THE HISTFILE LOOP AND THE ARCHIVE PASS.  A
*> REVERSAL ROW ONLY COUNTS AS A RUN BACKED OUT.
*>****************************************************************
2050-POST-HIST-FIELDS.
    IF FB-HIST-REVERSED
        ADD 1 TO FB-TOT-REVERSED
        GO TO 2050-EXIT
    END-IF.
    PERFORM 2200-FIND-OR-ADD-DAY THRU 2200-EXIT.
    IF FB-DAY-SUB > 0
        ADD 1 TO FB-DAY-RUNS(FB-DAY-SUB)
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-DAY-DATE(FB-DAY-SUB)  TO FB-RPT-LINE(3:8).
    MOVE FB-DAY-RUNS(FB-DAY-SUB)  TO FB-EDIT-RUNS.
    MOVE FB-EDIT-RUNS             TO FB-RPT-LINE(14:5).
    MOVE FB-DAY-CTR-RUNS(FB-DAY-SUB) TO FB-EDIT-RUNS.
    MOVE FB-EDIT-RUNS             TO FB-RPT-LINE(20:5).
    MOVE FB-DAY-TRN-RUNS(FB-DAY-SUB) TO FB-EDIT-RUNS.
    MOVE FB-EDIT-RUNS             TO FB-RPT-LINE(26:5).
    MOVE FB-DAY-COMPLETES(FB-DAY-SUB) TO FB-EDIT-RUNS.
    MOVE FB-EDIT-RUNS             TO FB-RPT-LINE(32:5).
    MOVE FB-DAY-ABENDS(FB-DAY-SUB) TO FB-EDIT-RUNS.
    MOVE FB-EDIT-RUNS             TO FB-RPT-LINE(38:5).
    MOVE FB-DAY-HIGH(FB-DAY-SUB)  TO FB-EDIT-HIGH.
    MOVE FB-EDIT-HIGH             TO FB-RPT-LINE(45:9).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    3100-EXIT.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.

    MOVE FB-TOT-REVERSED TO FB-EDIT-COUNT.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    STRING "  BACKED OUT (RUNBACK).. " DELIMITED BY SIZE
           FB-EDIT-COUNT DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.

    IF FB-TOT-RUNS > 0
        COMPUTE FB-ABEND-RATE ROUNDED =
            FB-TOT-ABENDS * 100 / FB-TOT-RUNS

*>****************************************************************
*> 5000-PRINT-EXCEPTION-SECTION - DAYS WITH NO COMPLETED RUN,
*> BUSINESS DAYS WITH NO RUNS RECORDED AT ALL, AND RUN-IDS WITH
*> MORE THAN ONE ABENDED ROW.
*>****************************************************************
5000-PRINT-EXCEPTION-SECTION.

*>****************************************************************
*> 5100-CHECK-ONE-DAY - FLAG A DAY WITH ROWS BUT NO "C" ROW, AND
*> ANY BUSINESS DAYS SINCE THE PREVIOUS DAY ON FILE THAT HAVE NO
*> RUNS.  A WEEKEND OR HOLIDAY BETWEEN THE TWO IS NOT A GAP.
*>****************************************************************
5100-CHECK-ONE-DAY.
    IF FB-DAY-SUB > 1
        PERFORM 5150-COUNT-GAP-DAYS THRU 5150-EXIT
        IF FB-GAP-DAYS > 0
            MOVE FB-GAP-DAYS TO FB-EDIT-RUNS
            PERFORM 1620-CHECK-PAGE-BREAK THRU 1620-EXIT
            MOVE " " TO FB-RPT-CTL
            MOVE SPACES TO FB-RPT-LINE
            STRING "  NO RUNS ON " DELIMITED BY SIZE
                   FB-EDIT-RUNS DELIMITED BY SIZE
                   " BUSINESS DAY(S) BETWEEN " DELIMITED BY SIZE
                   FB-DAY-DATE(FB-DAY-SUB - 1) DELIMITED BY SIZE
                   " AND " DELIMITED BY SIZE
                   FB-DAY-DATE(FB-DAY-SUB) DELIMITED BY SIZE
    5100-EXIT.
        EXIT.

*>****************************************************************
*> 5150-COUNT-GAP-DAYS - THE WORKING DAYS STRICTLY BETWEEN THE
*> PREVIOUS DAY ON FILE AND THIS ONE: FBBDAY COUNTS THOSE AFTER
*> THE PREVIOUS DAY UP TO THE DAY BEFORE THIS ONE.
*>****************************************************************
5150-COUNT-GAP-DAYS.
    COMPUTE FB-GAP-END-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FB-DAY-DATE(FB-DAY-SUB)) - 1).
    SET FB-BDA-FUNC-COUNT TO TRUE.
    MOVE FB-DAY-DATE(FB-DAY-SUB - 1) TO FB-BDA-FROM-DATE.
    MOVE FB-GAP-END-DATE             TO FB-BDA-DATE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF NOT FB-BDA-OK
        MOVE "COUNT DAYS" TO FB-IO-OPERATION
        MOVE "CALFILE"    TO FB-IO-FILE-ID
        IF FB-BDA-IO-ERROR
            MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        ELSE
            MOVE FB-BDA-RETURN TO FB-IO-STATUS
        END-IF
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    MOVE FB-BDA-DAYS TO FB-GAP-DAYS.
    5150-EXIT.
        EXIT.

*>****************************************************************
*> 5300-CHECK-ONE-ABEND-ID - FLAG A RUN-ID THAT WROTE MORE THAN
*> ONE "A" ROW (AN ABENDED RUN WHOSE RESTART ALSO ABENDED).
    MOVE "RPTFILE" TO FB-IO-FILE-ID.
    MOVE FB-RPT-STATUS TO FB-IO-STATUS.
    PERFORM 9000-CHECK-FILE-STATUS THRU 9000-EXIT.
    SET FB-BDA-FUNC-CLOSE TO TRUE.
    CALL "FBBDAY" USING FB-BDA-COMMAREA.
    IF FB-BDA-IO-ERROR
        MOVE "CLOSE"   TO FB-IO-OPERATION
        MOVE "CALFILE" TO FB-IO-FILE-ID
        MOVE FB-BDA-IO-STATUS TO FB-IO-STATUS
        PERFORM 9500-ABEND-RTN THRU 9500-EXIT
    END-IF.
    8300-EXIT.
        EXIT.

