000240*                 A RUN IS QUOTED AT ITS ADJUSTED TOTAL
000250*                 (RH-ADJ-TOTAL, KEPT CURRENT BY AOC01O) WITH
000260*                 THE SAME ZERO-FALLBACK TO RH-TOTAL AOC01F USES.
000261* 2026-10-14 RH   RUN DATES AND THE FROM-DATE=/TO-DATE= CARDS ARE
000262*                 CCYYMMDD NOW, MATCHING THE WIDENED RUNHIST KEY.
000263*                 THE DAY SERIAL BEHIND THE WEEK BREAKS COUNTS
000264*                 FROM 0001-01-01 WITH THE FULL GREGORIAN LEAP
000265*                 RULE, SO WEEKS STAY RIGHT ACROSS THE CENTURY.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000450 FILE SECTION.
000460 FD RUNHIST-FILE.
000470 01 RH-RECORD.
000480     05 RH-RUN-DATE   PIC 9(8).
000490     05 RH-REC-COUNT  PIC 9(9).
000500     05 RH-TOTAL      PIC 9(30).
000510     05 RH-EXCP-COUNT PIC 9(9).
000630 WORKING-STORAGE SECTION.
000640 77 WS-RH-FS PIC X(2) VALUE SPACES.
000650 01 WS-EOF PIC A(1) VALUE 'N'.
000660 01 WS-FROM-DATE PIC 9(8) VALUE 0.
000670 01 WS-FROM-SW PIC A(1) VALUE 'N'.
000680     88 WS-FROM-SET VALUE 'Y'.
000690 01 WS-TO-DATE PIC 9(8) VALUE 0.
000700 01 WS-TO-SW PIC A(1) VALUE 'N'.
000710     88 WS-TO-SET VALUE 'Y'.
000720 01 WS-USE-TOTAL PIC 9(30) VALUE 0.
000730 01 WS-EXCP-PCT PIC 9(3) VALUE 0.
000740
000750*----------------------------------------------------------------
000758* DAY-SERIAL CONVERSION - DAYS SINCE 0001-01-01 (SERIAL 1), SO RUN
000766* DATES CAN BE GROUPED INTO MONDAY-START WEEKS ACROSS MONTH, YEAR
000774* AND CENTURY BOUNDARIES. FULL GREGORIAN LEAP RULE: EVERY FOURTH
000782* YEAR, EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400.
000790*----------------------------------------------------------------
000798 01 WS-WORK-DATE.
000806     05 WS-WD-CCYY PIC 9(4).
000820     05 WS-WD-MM PIC 9(2).
000830     05 WS-WD-DD PIC 9(2).
000840 01 WS-CUMDAYS-TABLE.
000870 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
000880     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
000890 01 WS-SERIAL PIC 9(7) VALUE 0.
000910 01 WS-WEEK-NUM PIC 9(7) VALUE 0.
000920 01 WS-CUR-WEEK PIC 9(7) VALUE 0.
000921 01 WS-SER-YEARS PIC 9(4) VALUE 0.
000922 01 WS-SER-Q4 PIC 9(4) VALUE 0.
000923 01 WS-SER-Q100 PIC 9(4) VALUE 0.
000924 01 WS-SER-Q400 PIC 9(4) VALUE 0.
000925 01 WS-SER-R4 PIC 9(3) VALUE 0.
000926 01 WS-SER-R100 PIC 9(3) VALUE 0.
000927 01 WS-SER-R400 PIC 9(3) VALUE 0.
000930
000940*----------------------------------------------------------------
000950* PERIOD AND WEEKLY ACCUMULATORS. THE FIRST AND LAST WEEK'S
001090     88 WS-FIRST-RATE-SET VALUE 'Y'.
001100 01 WS-LAST-RATE PIC 9(3) VALUE 0.
001110 01 WS-HIGH-TOTAL PIC 9(30) VALUE 0.
001120 01 WS-HIGH-DATE PIC 9(8) VALUE 0.
001130 01 WS-LOW-TOTAL PIC 9(30) VALUE 0.
001140 01 WS-LOW-DATE PIC 9(8) VALUE 0.
001150 01 WS-LOW-SW PIC A(1) VALUE 'N'.
001160     88 WS-LOW-SET VALUE 'Y'.
001170
001280 01 WS-PAGE-HDG.
001290     05 FILLER PIC X(38) VALUE
001300         "AOC01 RUN-HISTORY TREND REPORT - FROM ".
001310     05 WS-HDG-FROM PIC 9(8).
001320     05 FILLER PIC X(4) VALUE " TO ".
001330     05 WS-HDG-TO PIC 9(8).
001340     05 FILLER PIC X(6) VALUE " PAGE ".
001350     05 WS-HDG-PAGE PIC 9(4).
001360     05 FILLER PIC X(64) VALUE SPACES.
001370 01 WS-COL-HDG.
001380     05 FILLER PIC X(42) VALUE
001390         "  RUN DATE    RECORDS  TOTAL              ".
001420     05 FILLER PIC X(48) VALUE " RATE".
001430 01 WS-RUN-LINE.
001440     05 FILLER PIC X(2) VALUE SPACES.
001450     05 WS-RL-DATE PIC 9(8).
001460     05 FILLER PIC X(2) VALUE SPACES.
001470     05 WS-RL-COUNT PIC 9(9).
001480     05 FILLER PIC X(2) VALUE SPACES.
001490     05 WS-RL-TOTAL PIC 9(30).
001970             AT END MOVE 'Y' TO WS-EOF
001980             NOT AT END
001990                 IF TPARM-CARD(1:10) = "FROM-DATE="
002000                         AND TPARM-CARD(11:8) IS NUMERIC
002010                     MOVE TPARM-CARD(11:8) TO WS-FROM-DATE
002020                     SET WS-FROM-SET TO TRUE
002030                 END-IF
002040                 IF TPARM-CARD(1:8) = "TO-DATE="
002050                         AND TPARM-CARD(9:8) IS NUMERIC
002060                     MOVE TPARM-CARD(9:8) TO WS-TO-DATE
002070                     SET WS-TO-SET TO TRUE
002080                 END-IF
002090         END-READ
003880
003890     MOVE "HIGHEST DAY" TO WS-FACT-LABEL.
003900     MOVE SPACES TO WS-FACT-VALUE.
003910     MOVE WS-HIGH-DATE TO WS-FACT-VALUE(1:8).
003920     MOVE WS-HIGH-TOTAL TO WS-FACT-VALUE(10:30).
003930     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
003940     MOVE "LOWEST DAY" TO WS-FACT-LABEL.
003950     MOVE SPACES TO WS-FACT-VALUE.
003960     MOVE WS-LOW-DATE TO WS-FACT-VALUE(1:8).
003970     MOVE WS-LOW-TOTAL TO WS-FACT-VALUE(10:30).
003980     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
003990
004000     MOVE "EXCEPTION RATE TREND" TO WS-FACT-LABEL.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004965* 8500-DATE-TO-WEEK - CONVERT WS-WORK-DATE (CCYYMMDD) TO A DAY
004970* SERIAL SINCE 0001-01-01 AND FROM THERE TO A MONDAY-START WEEK
004975* NUMBER. THE LEAP DAYS BEFORE THE YEAR ARE COUNTED WITH SEPARATE
004980* DIVIDES SO NO FRACTION IS CARRIED INTO THE SUM. 0001-01-01
004985* (SERIAL 1) WAS A MONDAY, SO (SERIAL + 6) / 7 CHANGES EXACTLY AT
004990* EACH MONDAY.
004995*----------------------------------------------------------------
005000 8500-DATE-TO-WEEK.
005005     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
005010     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
005015     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
005020     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
005025     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
005030         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
005035         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
005040     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
005045         REMAINDER WS-SER-R4.
005050     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
005055         REMAINDER WS-SER-R100.
005060     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
005065         REMAINDER WS-SER-R400.
005070     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
005075             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
005080         ADD 1 TO WS-SERIAL
005085     END-IF.
005090     COMPUTE WS-WEEK-NUM = (WS-SERIAL + 6) / 7.
005120 8500-EXIT.
005130     EXIT.
005140
