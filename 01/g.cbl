000600*                 AND REGISTERING IT FORCED THE ROUTINE
000610*                 CORRECTED RETRANSMISSION THROUGH FORCE=YES, A
000620*                 CARD MEANT FOR DELIBERATE RE-RUNS ONLY.
000621* 2026-10-14 RH   FEED DATES ARE CCYYMMDD NOW - FC-FEED-DATE AND
000622*                 FC-ACCEPT-DATE ON FEEDCTL (KEY 16, RECORD 51),
000623*                 THE RUNDATE= CARD AND THE REPORT. THE SENDER'S
000624*                 SIX-DIGIT HEADER DATE IS WINDOWED TO THE CENTURY
000625*                 NEAREST THE RUN DATE (2210), SO THE OUT-OF-
000626*                 SEQUENCE CHECK KEEPS ITS ORDER ACROSS THE
000627*                 CENTURY.
000630*----------------------------------------------------------------
000640
000650 ENVIRONMENT DIVISION.
001180 01 FC-RECORD.
001190     05 FC-KEY.
001200         10 FC-SOURCE-SYS PIC X(8).
001210         10 FC-FEED-DATE  PIC 9(8).
001220     05 FC-REC-COUNT   PIC 9(9).
001230     05 FC-HASH-TOTAL  PIC 9(18).
001240     05 FC-ACCEPT-DATE PIC 9(8).
001250
001260 FD RUNCTL-FILE.
001270     COPY RUNCTLR.
001280
001290 WORKING-STORAGE SECTION.
001300 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001310 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001320     88 WS-RUN-DATE-SET VALUE 'Y'.
001330 01 WS-EOF PIC A(1) VALUE 'N'.
001460 01 WS-RECNO PIC 9(9) VALUE 0.
001470 01 WS-DATA-COUNT PIC 9(9) VALUE 0.
001480 01 WS-HASH-TOTAL PIC 9(18) VALUE 0.
001490 01 WS-FEED-DATE PIC 9(8) VALUE 0.
001492 01 WS-FEED-CC PIC 9(2) VALUE 0.
001494 01 WS-FEED-YY PIC 9(2) VALUE 0.
001496 01 WS-RUN-YY PIC 9(2) VALUE 0.
001500 01 WS-SOURCE-SYS PIC X(8) VALUE SPACES.
001510 01 WS-TRL-COUNT PIC 9(9) VALUE 0.
001520 01 WS-TRL-HASH PIC 9(18) VALUE 0.
001670 77 WS-FC-FS PIC X(2) VALUE SPACES.
001680 01 WS-FORCE-SW PIC A(1) VALUE 'N'.
001690     88 WS-FORCE-RERUN VALUE 'Y'.
001700 01 WS-LAST-FEED-DATE PIC 9(8) VALUE 0.
001710 01 WS-FC-EOF PIC A(1) VALUE 'N'.
001720
001730*----------------------------------------------------------------
001780 01 WS-PEND-TABLE.
001790     05 WS-PEND-ENTRY OCCURS 20 TIMES.
001800         10 WS-PEND-SOURCE PIC X(8).
001810         10 WS-PEND-DATE   PIC 9(8).
001820         10 WS-PEND-COUNT  PIC 9(9).
001830         10 WS-PEND-HASH   PIC 9(18).
001840 77 WS-PEND-USED PIC 9(3) VALUE 0.
001910 01 WS-HDG-LINE.
001920     05 FILLER PIC X(37) VALUE
001930         "AOC01G ROW-FILE ENVELOPE EDIT - DATE ".
001940     05 WS-HDG-DATE PIC 9(8).
001950     05 FILLER PIC X(87) VALUE SPACES.
001960 01 WS-ERR-LINE.
001970     05 FILLER PIC X(7) VALUE "ERROR: ".
001980     05 WS-ERR-TEXT PIC X(125).
002110     05 FILLER PIC X(3) VALUE " - ".
002120     05 WS-ENV-L-SOURCE PIC X(8).
002130     05 FILLER PIC X(6) VALUE " FEED ".
002140     05 WS-ENV-L-DATE PIC 9(8).
002150     05 FILLER PIC X(95) VALUE SPACES.
002160 01 WS-MSG-LINE PIC X(132).
002170
002180 PROCEDURE DIVISION.
002380             AT END MOVE 'Y' TO WS-EOF
002390             NOT AT END
002400                 IF EPARM-CARD(1:8) = "RUNDATE="
002410                         AND EPARM-CARD(9:8) IS NUMERIC
002420                     MOVE EPARM-CARD(9:8) TO WS-RUN-DATE
002430                     SET WS-RUN-DATE-SET TO TRUE
002440                 END-IF
002450                 IF EPARM-CARD(1:6) = "FORCE="
003360     END-IF.
003370     SET WS-HDR-SEEN TO TRUE.
003380     MOVE 'N' TO WS-TRL-SW.
003390     PERFORM 2210-WINDOW-FEED-DATE THRU 2210-EXIT.
003400     MOVE Foo-HDR-SOURCE-SYS TO WS-SOURCE-SYS.
003410     MOVE 0 TO WS-DATA-COUNT.
003420     MOVE 0 TO WS-HASH-TOTAL.
003430     COMPUTE WS-ENV-FIRST-ROW = WS-ROWS-OUT + 1.
003440 2200-EXIT.
003441     EXIT.
003442
003443*----------------------------------------------------------------
003444* 2210-WINDOW-FEED-DATE - THE ENVELOPE HEADER STILL CARRIES THE
003445* SENDER'S SIX-DIGIT YYMMDD FEED DATE (SEE FOOREC) BUT EVERYTHING
003446* STORED HERE IS CCYYMMDD. THE CENTURY IS THE ONE THAT PUTS THE
003447* FEED DATE NEAREST THE RUN DATE - THE RUN DATE'S OWN CENTURY,
003448* STEPPED BACK OR FORWARD WHEN THE TWO YEARS ARE MORE THAN FIFTY
003449* APART - SO A FEED CUT ON 991231 AND RUN ON 21000101 IS DATED
003450* 20991231. A HEADER DATE THAT IS NOT NUMERIC IS LEFT ZERO AND
003451* FAILS THE RUN-DATE CHECK AT THE TRAILER.
003452*----------------------------------------------------------------
003453 2210-WINDOW-FEED-DATE.
003454     MOVE 0 TO WS-FEED-DATE.
003455     IF Foo-HDR-FEED-DATE IS NOT NUMERIC
003456         GO TO 2210-EXIT
003457     END-IF.
003458     MOVE WS-RUN-DATE(1:2) TO WS-FEED-CC.
003459     MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY.
003460     MOVE Foo-HDR-FEED-DATE(1:2) TO WS-FEED-YY.
003461     IF WS-FEED-YY > WS-RUN-YY + 50
003462         SUBTRACT 1 FROM WS-FEED-CC
003463     END-IF.
003464     IF WS-FEED-YY + 50 < WS-RUN-YY
003465         ADD 1 TO WS-FEED-CC
003466     END-IF.
003467     COMPUTE WS-FEED-DATE = WS-FEED-CC * 1000000
003468         + Foo-HDR-FEED-DATE.
003469 2210-EXIT.
003470     EXIT.
003471
003472*----------------------------------------------------------------
003480* 2300-TAKE-TRAILER - CLOSE THE OPEN ENVELOPE: CAPTURE THE
003490* TRANSMITTED COUNT AND HASH AND PROVE THE ENVELOPE ON THE SPOT.
003500*----------------------------------------------------------------
