*>****************************************************************
*> FBRMST.CPY
*> CLASSIFICATION-RESULT MASTER RECORD - ONE PER RULE PROFILE
*> AND NUMBER ON RSLTMST, KEYED BY PROFILE + NUMBER, MAINTAINED
*> BY FIZZBUZZ AS EACH NUMBER IS CLASSIFIED.  CARRIES THE CURRENT
*> OUT-TEXT, THE MATCH COUNT AND THE LAST RUN-ID THAT TOUCHED
*> THE NUMBER, PLUS THE MATCHED WORDS AS A SPACE-SEPARATED
*> LIST - THE OUT-TEXT ITSELF RUNS THE WORDS TOGETHER
*> ("FIZZBUZZ"), SO THE LIST IS WHAT LETS
*> THE CHANGE REPORT SAY WHICH RULE'S ARRIVAL OR INACTIVATION
*> EXPLAINS A DIFFERENT ANSWER.
*>------------------------------------------------------------------
*> MOD LOG
*> 2026-09-02 TXA  ORIGINAL.
*> 2026-10-15 TXA  KEYED BY RULE PROFILE + NUMBER (SEE FBRULE):
*>                 THE SAME NUMBER CAN LEGITIMATELY CARRY A
*>                 DIFFERENT ANSWER UNDER EACH PROFILE, AND ONE
*>                 ROW PER NUMBER WOULD FLIP-FLOP ON EVERY SHARED
*>                 RUN.  THE PROFILE TOOK THE FILLER - LRECL
*>                 UNCHANGED AT 100 - BUT THE KEY NOW LEADS WITH
*>                 IT, SO THE FILE IS RELOADED ONCE WITH EVERY
*>                 EXISTING ROW UNDER "STD ".
*> 2026-10-15 TXA  KEY NUMBER WIDENED FROM 5 TO 9 DIGITS (CEILING
*>                 999,999,999); LRECL 100->104.  THE FILE IS
*>                 RELOADED ONCE BY NUMCONV - KEY ORDER IS
*>                 UNCHANGED.
*>****************************************************************
01  FB-RMST-RECORD.
    05  FB-RMST-KEY.
        10  FB-RMST-PROFILE         PIC X(04).
        10  FB-RMST-NUMBER          PIC 9(09).
    05  FB-RMST-OUT-TEXT            PIC X(20).
    05  FB-RMST-MATCH-COUNT         PIC 9(03).
    05  FB-RMST-LAST-RUN-ID         PIC 9(14).
    05  FB-RMST-WORD-LIST           PIC X(54).
