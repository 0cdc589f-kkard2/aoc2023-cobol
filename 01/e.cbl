000280* 2026-09-02 RH   POST STEP START/END RECORDS (STEP NAME
000290*                 HISTPOST) TO THE SHARED RUN-CONTROL FILE - SEE
000300*                 RUNCTLR AND THE AOC01S STATUS REPORT.
000302* 2026-10-14 RH   RH-RUN-DATE AND THE RUNDATE= CARD ARE CCYYMMDD
000304*                 NOW (RUNHIST KEY 8 BYTES, RECORD 96) SO THE
000306*                 HISTORY KEEPS SORTING BY DATE ACROSS THE
000308*                 CENTURY.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000800
000810 FD RUNHIST-FILE.
000820 01 RH-RECORD.
000830     05 RH-RUN-DATE   PIC 9(8).
000840     05 RH-REC-COUNT  PIC 9(9).
000850     05 RH-TOTAL      PIC 9(30).
000860     05 RH-EXCP-COUNT PIC 9(9).
000940
000950 WORKING-STORAGE SECTION.
000960 77 WS-RH-FS PIC X(2) VALUE SPACES.
000970 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000980 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000990     88 WS-RUN-DATE-SET VALUE 'Y'.
001000 01 WS-EOF PIC A(1) VALUE 'N'.
001300             AT END MOVE 'Y' TO WS-EOF
001310             NOT AT END
001320                 IF HPARM-CARD(1:8) = "RUNDATE="
001330                         AND HPARM-CARD(9:8) IS NUMERIC
001340                     MOVE HPARM-CARD(9:8) TO WS-RUN-DATE
001350                     SET WS-RUN-DATE-SET TO TRUE
001360                 END-IF
001370         END-READ
