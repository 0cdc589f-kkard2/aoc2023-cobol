000280* 2026-09-02 RH   POST STEP START/END RECORDS (STEP NAME
000290*                 DOCLOAD) TO THE SHARED RUN-CONTROL FILE - SEE
000300*                 RUNCTLR AND THE AOC01S STATUS REPORT.
000302* 2026-10-14 RH   DM-RUN-DATE AND DM-CORR-DATE ON THE DOCUMENT
000304*                 MASTER (RECORD 31 BYTES) AND THE RUNDATE= CARD
000306*                 ARE CCYYMMDD NOW.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000850         10 DM-DSN-IDX PIC 9(3).
000860         10 DM-RECNO   PIC 9(9).
000870     05 DM-NUM      PIC 9(2).
000880     05 DM-RUN-DATE PIC 9(8).
000890     05 DM-EXCP-FLAG PIC X(1).
000900     05 DM-CORR-DATE PIC 9(8).
000910
000920 FD RUNCTL-FILE.
000930     COPY RUNCTLR.
000940
000950 WORKING-STORAGE SECTION.
000960 77 WS-DM-FS PIC X(2) VALUE SPACES.
000970 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000980 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000990     88 WS-RUN-DATE-SET VALUE 'Y'.
001000 01 WS-EOF PIC A(1) VALUE 'N'.
001330             AT END MOVE 'Y' TO WS-EOF
001340             NOT AT END
001350                 IF DPARM-CARD(1:8) = "RUNDATE="
001360                         AND DPARM-CARD(9:8) IS NUMERIC
001370                     MOVE DPARM-CARD(9:8) TO WS-RUN-DATE
001380                     SET WS-RUN-DATE-SET TO TRUE
001390                 END-IF
001400         END-READ
