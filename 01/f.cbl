000300* 2026-09-02 RH   POST STEP START/END RECORDS (STEP NAME VARRPT)
000310*                 TO THE SHARED RUN-CONTROL FILE - SEE RUNCTLR
000320*                 AND THE AOC01S STATUS REPORT.
000322* 2026-10-14 RH   RH-RUN-DATE, THE RUNDATE= CARD AND THE HEADING
000324*                 DATE ARE CCYYMMDD NOW, MATCHING THE WIDENED
000326*                 RUNHIST KEY.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000570 FILE SECTION.
000580 FD RUNHIST-FILE.
000590 01 RH-RECORD.
000600     05 RH-RUN-DATE   PIC 9(8).
000610     05 RH-REC-COUNT  PIC 9(9).
000620     05 RH-TOTAL      PIC 9(30).
000630     05 RH-EXCP-COUNT PIC 9(9).
000770
000780 WORKING-STORAGE SECTION.
000790 77 WS-RH-FS PIC X(2) VALUE SPACES.
000800 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000810 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000820     88 WS-RUN-DATE-SET VALUE 'Y'.
000830 01 WS-TOLERANCE-PCT PIC 9(3) VALUE 10.
001230 01 WS-HDR-LINE.
001240     05 FILLER PIC X(40) VALUE
001250         "AOC01F DAY-OVER-DAY VARIANCE - RUN DATE ".
001260     05 WS-HDR-DATE PIC 9(8).
001270     05 FILLER PIC X(84) VALUE SPACES.
001280 01 WS-PARM-LINE.
001290     05 FILLER PIC X(19) VALUE "HISTORY RUNS USED: ".
001300     05 WS-PARM-RUNS PIC 9(3).
001970*----------------------------------------------------------------
001980 1100-APPLY-CARD.
001990     IF VPARM-CARD(1:8) = "RUNDATE="
002000             AND VPARM-CARD(9:8) IS NUMERIC
002010         MOVE VPARM-CARD(9:8) TO WS-RUN-DATE
002020         SET WS-RUN-DATE-SET TO TRUE
002030         GO TO 1100-EXIT
002040     END-IF.
