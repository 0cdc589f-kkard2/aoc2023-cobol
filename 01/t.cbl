000260*                 DELETED AND RETAINED, WITH RC=8 IF THE COUNTS
000270*                 EVER DISAGREE. BEFORE THIS, THE ONLY PLAN FOR
000280*                 THE FILE FILLING UP WAS DEFINING A BIGGER ONE.
000281* 2026-10-14 RH   DM-RUN-DATE, DM-CORR-DATE AND THE RUNDATE= CARD
000282*                 ARE CCYYMMDD NOW (DOCUMENT MASTER AND ARCHIVE
000283*                 RECORDS 31 BYTES). THE RETENTION DAY SERIAL
000284*                 COUNTS FROM 0001-01-01 WITH THE FULL GREGORIAN
000285*                 LEAP RULE, SO THE CUTOFF HOLDS ACROSS THE
000286*                 CENTURY.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000540         10 DM-DSN-IDX PIC 9(3).
000550         10 DM-RECNO   PIC 9(9).
000560     05 DM-NUM       PIC 9(2).
000570     05 DM-RUN-DATE  PIC 9(8).
000580     05 DM-EXCP-FLAG PIC X(1).
000590     05 DM-CORR-DATE PIC 9(8).
000600
000610 FD ARCH-FILE.
000620 01 ARCH-RECORD PIC X(31).
000630
000640 FD GPARM-FILE.
000650 01 GPARM-CARD PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 77 WS-DM-FS PIC X(2) VALUE SPACES.
000720 01 WS-EOF PIC A(1) VALUE 'N'.
000730 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000740 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000750     88 WS-RUN-DATE-SET VALUE 'Y'.
000760 01 WS-RETAIN-DAYS PIC 9(3) VALUE 0.
000780     88 WS-RETAIN-SET VALUE 'Y'.
000790
000800*----------------------------------------------------------------
000810* DAY-SERIAL CONVERSION - DAYS SINCE 0001-01-01, THE SAME
000820* ARITHMETIC AOC01P USES, SO "OLDER THAN N DAYS" IS EXACT ACROSS
000830* MONTH, LEAP-YEAR AND CENTURY BOUNDARIES.
000840*----------------------------------------------------------------
000850 01 WS-WORK-DATE.
000860     05 WS-WD-CCYY PIC 9(4).
000880     05 WS-WD-MM PIC 9(2).
000890     05 WS-WD-DD PIC 9(2).
000900 01 WS-CUMDAYS-TABLE.
000930 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
000940     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
000950 01 WS-SERIAL PIC 9(7) VALUE 0.
000953 01 WS-CUTOFF-SERIAL PIC S9(7) VALUE 0.
000956 01 WS-SER-YEARS PIC 9(4) VALUE 0.
000959 01 WS-SER-Q4 PIC 9(4) VALUE 0.
000962 01 WS-SER-Q100 PIC 9(4) VALUE 0.
000965 01 WS-SER-Q400 PIC 9(4) VALUE 0.
000968 01 WS-SER-R4 PIC 9(3) VALUE 0.
000971 01 WS-SER-R100 PIC 9(3) VALUE 0.
000974 01 WS-SER-R400 PIC 9(3) VALUE 0.
000980
000990*----------------------------------------------------------------
001000* THE BALANCING COUNTS THE PURGE REPORT CARRIES.
001100 01 WS-HDG-LINE.
001110     05 FILLER PIC X(42) VALUE
001120         "AOC01T DOCUMENT MASTER PURGE - RUN DATE   ".
001130     05 WS-HDG-DATE PIC 9(8).
001140     05 FILLER PIC X(16) VALUE "  RETAIN DAYS   ".
001150     05 WS-HDG-DAYS PIC 9(3).
001160     05 FILLER PIC X(63) VALUE SPACES.
001170 01 WS-COUNT-LINE.
001180     05 WS-CNT-LABEL PIC X(26).
001190     05 WS-CNT-VALUE PIC 9(9).
001400             AT END MOVE 'Y' TO WS-EOF
001410             NOT AT END
001420                 IF GPARM-CARD(1:8) = "RUNDATE="
001430                         AND GPARM-CARD(9:8) IS NUMERIC
001440                     MOVE GPARM-CARD(9:8) TO WS-RUN-DATE
001450                     SET WS-RUN-DATE-SET TO TRUE
001460                 END-IF
001470                 IF GPARM-CARD(1:12) = "RETAIN-DAYS="
002340     EXIT.
002350
002360*----------------------------------------------------------------
002365* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
002370* 0001-01-01 - THE SAME ARITHMETIC AS AOC01P'S WEEK GROUPING, USED
002375* HERE FOR THE RETENTION CUTOFF. FULL GREGORIAN LEAP RULE.
002380*----------------------------------------------------------------
002385 8500-DATE-TO-SERIAL.
002390     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
002395     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
002400     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
002405     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
002410     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
002415         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
002420         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
002425     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
002430         REMAINDER WS-SER-R4.
002435     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
002440         REMAINDER WS-SER-R100.
002445     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
002450         REMAINDER WS-SER-R400.
002455     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
002460             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
002480         ADD 1 TO WS-SERIAL
002490     END-IF.
002500 8500-EXIT.
