*>                 THEIR TOTALS UP WITHOUT REPROCESSING.  ON A
*>                 NORMAL (UNSLICED) RUN THE RANGE IS 0 THRU THE
*>                 HIGHEST NUMBER PROCESSED.  LRECL 60->80.
*> 2026-10-15 TXA  RANGE WIDENED FROM 5 TO 9 DIGITS WITH THE
*>                 NUMBERS (CEILING 999,999,999) AND THE NUMBER
*>                 SUM FROM 12 TO 18 DIGITS, ENOUGH FOR EVERY
*>                 NUMBER UP TO THE CEILING.  LRECL 80->94.
*>****************************************************************
01  FB-XCTL-RECORD.
    05  FB-XCTL-RUN-ID              PIC 9(14).
    05  FB-XCTL-REC-COUNT           PIC 9(09).
    05  FB-XCTL-NBR-SUM             PIC 9(18).
    05  FB-XCTL-SLICE-FROM          PIC 9(09).
    05  FB-XCTL-SLICE-TO            PIC 9(09).
    05  FB-XCTL-STAT-PLAIN          PIC 9(09).
    05  FB-XCTL-STAT-ONE            PIC 9(09).
    05  FB-XCTL-STAT-MULTI          PIC 9(09).
