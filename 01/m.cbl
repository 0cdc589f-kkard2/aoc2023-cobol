000430*                 FROM THE STREAM'S OWN RECORD OF ITSELF INSTEAD
000440*                 OF ONLY FROM RECOMPUTED CROSS-FOOTS. SEE
000450*                 RUNCTLR AND THE AOC01S STATUS REPORT.
000452* 2026-10-14 RH   THE RUNDATE= CARD AND THE REPORT HEADING ARE
000454*                 CCYYMMDD NOW, MATCHING THE WIDENED RUN-CONTROL
000456*                 KEY.
000460*----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
001510 77 WS-SSTAT-FS PIC X(2) VALUE SPACES.
001520     COPY RUNCTLWS.
001530 01 WS-EOF PIC A(1) VALUE 'N'.
001540 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001550 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001560     88 WS-RUN-DATE-SET VALUE 'Y'.
001570 01 WS-INPUT-DSN PIC X(44) VALUE SPACES.
002000 01 WS-PAGE-HDG.
002010     05 FILLER PIC X(40) VALUE
002020         "AOC01 DAILY CALIBRATION RUN - RUN DATE ".
002030     05 WS-HDG-DATE PIC 9(8).
002040     05 FILLER PIC X(9) VALUE "   INPUT ".
002050     05 WS-HDG-DSN PIC X(44).
002060     05 FILLER PIC X(6) VALUE " PAGE ".
002070     05 WS-HDG-PAGE PIC 9(4).
002080     05 FILLER PIC X(21) VALUE SPACES.
002090 01 WS-SECTION-LINE.
002100     05 FILLER PIC X(4) VALUE "--- ".
002110     05 WS-SEC-TITLE PIC X(40).
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 1100-APPLY-CARD - RUNDATE=CCYYMMDD, INPUT-DSN=dsname,
003010* MAX-DETAIL=nn. ANYTHING ELSE IS REPORTED AND IGNORED.
003020*----------------------------------------------------------------
003030 1100-APPLY-CARD.
003040     IF MPARM-CARD(1:8) = "RUNDATE="
003050             AND MPARM-CARD(9:8) IS NUMERIC
003060         MOVE MPARM-CARD(9:8) TO WS-RUN-DATE
003070         SET WS-RUN-DATE-SET TO TRUE
003080         GO TO 1100-EXIT
003090     END-IF.
