*>                 ITS ROW COMPLETED (SATISFYING XTRBAL'S
*>                 SEQUENCE CHECK); A BROKEN ONE MARKS IT
*>                 ABENDED.
*> 2026-10-15 TXA  THE EXTRACT NOW CARRIES THE RULE PROFILE (SEE
*>                 FBXTRC) - COMBINED EXTRACT WIDENED 35->40 AND
*>                 THE PROFILE PRINTED ON THE DETAIL LINE.
*> 2026-10-15 TXA  COMBINED EXTRACT WIDENED 40->57 FOR THE REQUEST
*>                 ID (SEE FBXTRC); THE ROWS ARE COPIED WHOLE.
*> 2026-10-15 TXA  NUMBERS WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999) WITH THE EXTRACT, XTRCTL (NUMBER
*>                 SUMS NOW 18 DIGITS) AND HISTFILE; REPORT
*>                 COLUMNS WIDENED TO MATCH FIZZBUZZ.
*> 2026-10-15 TXA  COMBINED EXTRACT WIDENED 57->61 WITH THE
*>                 NINE-DIGIT NUMBER (SEE FBXTRC).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBMERGE.

FD  XTROUT-FILE
    RECORDING MODE IS F.
01  FB-XTROUT-RECORD               PIC X(61).

FD  CTLOUT-FILE
    RECORDING MODE IS F.
    05  FB-SLC-COUNT               PIC 9(02) COMP VALUE 0.
    05  FB-SLC-ENTRY OCCURS 16 TIMES.
        10  FB-SLC-RUN-ID          PIC 9(14).
        10  FB-SLC-FROM            PIC 9(09).
        10  FB-SLC-TO              PIC 9(09).
        10  FB-SLC-REC-COUNT       PIC 9(09).
        10  FB-SLC-NBR-SUM         PIC 9(18).
        10  FB-SLC-PLAIN           PIC 9(09).
        10  FB-SLC-ONE             PIC 9(09).
        10  FB-SLC-MULTI           PIC 9(09).
01  FB-EXPECTED-SLICES             PIC 9(02) VALUE 0.

01  FB-MERGE-TOTALS.
    05  FB-MRG-FROM                PIC 9(09) VALUE 0.
    05  FB-MRG-TO                  PIC 9(09) VALUE 0.
    05  FB-MRG-REC-COUNT           PIC 9(09) COMP VALUE 0.
    05  FB-MRG-NBR-SUM             PIC 9(18) COMP VALUE 0.
    05  FB-MRG-PLAIN               PIC 9(09) COMP VALUE 0.
    05  FB-MRG-ONE                 PIC 9(09) COMP VALUE 0.
    05  FB-MRG-MULTI               PIC 9(09) COMP VALUE 0.

01  FB-ACTUAL-TOTALS.
    05  FB-ACT-REC-COUNT           PIC 9(09) COMP VALUE 0.
    05  FB-ACT-NBR-SUM             PIC 9(18) COMP VALUE 0.

01  FB-EXPECTED-NEXT               PIC 9(10) COMP VALUE 0.

01  FB-RUN-INFO.
    05  FB-RUN-ID                  PIC 9(14) VALUE 0.

01  FB-EDIT-FIELDS.
    05  FB-EDIT-PAGE               PIC ZZ9.
    05  FB-EDIT-NUMBER             PIC ZZZZZZZZ9.
    05  FB-EDIT-NUMBER-10          PIC ZZZZZZZZZ9.
    05  FB-EDIT-COUNT              PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "     NUMBER  RESULT               DEPT  PROF"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE " " TO FB-RPT-CTL.
    MOVE "  ---------  --------             ----  ----"
        TO FB-RPT-LINE.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.

    MOVE 3 TO FB-LINE-COUNT.
    2200-EXIT.
        EXIT.

*> FB-EXPECTED-NEXT LEGITIMATELY REACHES 1000000000 AFTER THE LAST
*> ROW OF A SLICE SET ENDING AT 999999999, SO THIS LINE NEEDS THE
*> TEN-POSITION EDIT FIELD.
2250-PRINT-SEQUENCE-BREAK.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-EXPECTED-NEXT TO FB-EDIT-NUMBER-10.
    STRING "  DETAIL SEQUENCE BREAK - EXPECTED NUMBER "
           DELIMITED BY SIZE
           FB-EDIT-NUMBER-10 DELIMITED BY SIZE
           INTO FB-RPT-LINE
    END-STRING.
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    MOVE FB-XTR-NUMBER TO FB-EDIT-NUMBER.
    MOVE " " TO FB-RPT-CTL.
    MOVE SPACES TO FB-RPT-LINE.
    MOVE FB-EDIT-NUMBER TO FB-RPT-LINE(3:9).
    MOVE FB-XTR-OUT-TEXT TO FB-RPT-LINE(14:20).
    MOVE FB-XTR-DEPT-ID TO FB-RPT-LINE(35:4).
    MOVE FB-XTR-PROFILE TO FB-RPT-LINE(41:4).
    PERFORM 1610-WRITE-REPORT-LINE THRU 1610-EXIT.
    ADD 1 TO FB-LINE-COUNT.
    2300-EXIT.
    MOVE FB-RUN-DATE TO FB-HIST-RUN-DATE.
    MOVE FB-RUN-TIME TO FB-HIST-RUN-TIME.
    COMPUTE FB-HIST-LOOP-LIMIT = FB-MRG-TO + 1
        ON SIZE ERROR MOVE 999999999 TO FB-HIST-LOOP-LIMIT
    END-COMPUTE.
    MOVE "C" TO FB-HIST-RUN-MODE.
    MOVE FB-MRG-TO TO FB-HIST-HIGH-NUMBER.
    MOVE FB-RUN-DATE TO FB-HIST-RUN-DATE.
    MOVE FB-RUN-TIME TO FB-HIST-RUN-TIME.
    COMPUTE FB-HIST-LOOP-LIMIT = FB-SLC-TO(FB-SLC-SUB) + 1
        ON SIZE ERROR MOVE 999999999 TO FB-HIST-LOOP-LIMIT
    END-COMPUTE.
    MOVE "C" TO FB-HIST-RUN-MODE.
    MOVE FB-SLC-TO(FB-SLC-SUB) TO FB-HIST-HIGH-NUMBER.
