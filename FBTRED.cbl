*> MODIFICATION HISTORY
*> 2026-09-02 TXA  ORIGINAL - CARVED OUT OF TRANEDIT (SEE ITS
*>                 2200/2250 HISTORY FOR THE RULES' LINEAGE).
*> 2026-10-15 TXA  RAW IMAGE RE-MAPPED TO THE WIDENED TRANFILE
*>                 CARD - NUMBER COLS 1-9, TYPE 10, TO-NUMBER
*>                 11-19, DEPARTMENT 20-23 (SEE FBTRAN).
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. FBTRED.
*> EDITS INSPECT.
*> ---------------------------------------------------------------
01  FB-RAW-WORK.
    05  FB-RAW-NUMBER              PIC X(09).
    05  FB-RAW-TYPE                PIC X(01).
    05  FB-RAW-TO-NUMBER           PIC X(09).
    05  FB-RAW-DEPT-ID             PIC X(04).
    05  FILLER                     PIC X(57).

LINKAGE SECTION.
    COPY "FBTREDA.cpy".
            MOVE "RECORD ENTIRELY BLANK" TO FB-TED-REASON-TEXT
        WHEN FB-RAW-NUMBER NOT NUMERIC
            MOVE "01" TO FB-TED-REASON-CODE
            MOVE "NUMBER (COLS 1-9) NOT NUMERIC"
                TO FB-TED-REASON-TEXT
        WHEN FB-RAW-TYPE NOT = SPACE
         AND FB-RAW-TYPE NOT = "S"
