001480*                 AOC01S STATUS REPORT. BEST-EFFORT: WITHOUT THE
001490*                 CARD OR THE FILE, NOTHING IS POSTED AND
001500*                 NOTHING CHANGES.
001503* 2026-10-14 RH   RUNDATE= CARD IS CCYYMMDD NOW, TO MATCH THE
001506*                 WIDENED RC-RUN-DATE KEY ON RUN-CONTROL.
001510*----------------------------------------------------------------
001520
001530 ENVIRONMENT DIVISION.
003790 01 WS-SLICE-REM PIC 9(9) VALUE 0.
003800 77 WS-OWNED-COUNT PIC 9(9) VALUE 0.
003810
003820 01 WS-RUN-DATE PIC 9(8) VALUE 0.
003830     COPY RUNCTLWS.
003840
003850 PROCEDURE DIVISION.
005280         GO TO 1110-EXIT
005290     END-IF.
005300     IF PARM-CARD(1:8) = "RUNDATE="
005310             AND PARM-CARD(9:8) IS NUMERIC
005320         MOVE PARM-CARD(9:8) TO WS-RUN-DATE
005330         GO TO 1110-EXIT
005340     END-IF.
005350     IF PARM-CARD(1:7) = "SLICES="
