000554*                 SHARED RUN-CONTROL FILE - SEE RUNCTLR AND THE
000555*                 AOC01S STATUS REPORT. BEST-EFFORT, AS IN
000556*                 AOC01A.
000557* 2026-10-14 RH   RUNDATE= CARD IS CCYYMMDD NOW, TO MATCH THE
000558*                 WIDENED RC-RUN-DATE KEY ON RUN-CONTROL.
000560*----------------------------------------------------------------
000570
000580 ENVIRONMENT DIVISION.
001330     88 WS-TRACE-ON VALUE 'Y'.
001340 01 WS-MATCH-VAL PIC 9(1) VALUE 0.
001342
001344 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001346     COPY RUNCTLWS.
001350
001360 PROCEDURE DIVISION.
001710                     SET WS-TRACE-ON TO TRUE
001720                 END-IF
001722                 IF PARM-CARD(1:8) = "RUNDATE="
001724                         AND PARM-CARD(9:8) IS NUMERIC
001726                     MOVE PARM-CARD(9:8) TO WS-RUN-DATE
001728                 END-IF
001730         END-READ
001740     END-PERFORM.
