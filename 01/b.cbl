000760*                 SHARED RUN-CONTROL FILE - SEE RUNCTLR AND THE
000770*                 AOC01S STATUS REPORT. BEST-EFFORT, AS IN
000780*                 AOC01A.
000783* 2026-10-14 RH   RUNDATE= CARD IS CCYYMMDD NOW, TO MATCH THE
000786*                 WIDENED RC-RUN-DATE KEY ON RUN-CONTROL.
000790*----------------------------------------------------------------
000800
000810 ENVIRONMENT DIVISION.
001710 01 WS-SLICE-REM PIC 9(9) VALUE 0.
001720 77 WS-OWNED-COUNT PIC 9(9) VALUE 0.
001730
001740 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001750     COPY RUNCTLWS.
001760
001770 PROCEDURE DIVISION.
002250                     SET WS-TRACE-ON TO TRUE
002260                 END-IF
002270                 IF PARM-CARD(1:8) = "RUNDATE="
002280                         AND PARM-CARD(9:8) IS NUMERIC
002290                     MOVE PARM-CARD(9:8) TO WS-RUN-DATE
002300                 END-IF
002310                 IF PARM-CARD(1:7) = "SLICES="
002320                         AND PARM-CARD(8:2) IS NUMERIC
