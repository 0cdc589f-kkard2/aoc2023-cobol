000340*                 AND THE AOC01S STATUS REPORT, WHICH SHOWS THE
000350*                 MERGE ROW ON PARTITIONED RUNS ONLY.
000360*                 BEST-EFFORT, AS EVERYWHERE.
000363* 2026-10-14 RH   RUNDATE= CARD IS CCYYMMDD NOW, TO MATCH THE
000366*                 WIDENED RC-RUN-DATE KEY ON RUN-CONTROL.
000370*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
001880 01 WS-WORK-EOF PIC A(1) VALUE 'N'.
001890 01 WS-OOB-SW PIC A(1) VALUE 'N'.
001900     88 WS-OUT-OF-BALANCE VALUE 'Y'.
001910 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001920     COPY RUNCTLWS.
001930
001940*----------------------------------------------------------------
003040                     SET WS-SLICES-SET TO TRUE
003050                 END-IF
003060                 IF RPARM-CARD(1:8) = "RUNDATE="
003070                         AND RPARM-CARD(9:8) IS NUMERIC
003080                     MOVE RPARM-CARD(9:8) TO WS-RUN-DATE
003090                 END-IF
003100         END-READ
003110     END-PERFORM.
