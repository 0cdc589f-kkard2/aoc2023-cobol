000258*                 RUN-CONTROL FILE - SEE RUNCTLR AND THE AOC01S
000259*                 STATUS REPORT. BEST-EFFORT: ABSENT FILE OR
000260*                 CARD, NOTHING IS POSTED AND NOTHING CHANGES.
000263* 2026-10-14 RH   RUNDATE= CARD IS CCYYMMDD NOW, TO MATCH THE
000266*                 WIDENED RC-RUN-DATE KEY ON RUN-CONTROL.
000269*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000960 77 WS-RECON-FS PIC X(2) VALUE SPACES.
000970 77 WS-LPARM-FS PIC X(2) VALUE SPACES.
000980 01 WS-LPARM-EOF PIC A(1) VALUE 'N'.
000990 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001000     COPY RUNCTLWS.
001010 01 WS-EOF PIC A(1) VALUE 'N'.
001020 01 WS-OOB-SW PIC A(1) VALUE 'N'.
001750             AT END MOVE 'Y' TO WS-LPARM-EOF
001760             NOT AT END
001770                 IF LPARM-CARD(1:8) = "RUNDATE="
001780                         AND LPARM-CARD(9:8) IS NUMERIC
001790                     MOVE LPARM-CARD(9:8) TO WS-RUN-DATE
001800                 END-IF
001810         END-READ
001820     END-PERFORM.
