000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01AA.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - CATCH-UP STAGING FOR LATE OR
000110*                 BACKLOGGED FEEDS. WHEN AN UPSTREAM SYSTEM HAS
000120*                 BEEN DOWN FOR DAYS AND THEN SENDS EVERY MISSED
000130*                 FEED AT ONCE, AOC01G RIGHTLY REJECTS EACH
000140*                 ENVELOPE NOT DATED TODAY, AND THE ONLY WAYS
000150*                 ROUND IT WERE FORCE=YES (EVERYTHING BOOKED UNDER
000160*                 TODAY'S DATE) OR HAND-EDITING RUNDATE AND
000170*                 RESUBMITTING AOC01RUN ONCE PER DAY. THIS PROGRAM
000180*                 IS THE FIRST STEP OF EVERY AOC01CUP JOB. IT
000190*                 READS THE STACKED BACKLOG, GROUPS ITS ENVELOPES
000200*                 BY FEED DATE, WORKS OUT FROM RUN-CONTROL WHICH
000210*                 DATES HAVE ALREADY BEEN RUN TO PUBLICATION, AND
000220*                 STAGES THE EARLIEST DATE STILL OUTSTANDING AS
000230*                 THE RAW FEED PLUS THE RUNDATE= CARD THE REST OF
000240*                 THE STREAM RUNS UNDER. AOC01CUP RESUBMITS ITSELF
000250*                 AFTER A CLEAN PUBLISH, SO THE DATES RUN ONE JOB
000260*                 EACH IN DATE ORDER, EACH WITH ITS OWN
000270*                 GENERATIONS, HISTORY, RUN-CONTROL AND
000280*                 PUBLICATION. A DATE THAT FAILS STOPS THE CHAIN
000290*                 AND BECOMES THE RESTART POINT OF THE NEXT
000300*                 SUBMISSION. THE CATCH-UP REPORT SHOWS EVERY DATE
000310*                 ON THE BACKLOG WITH ITS STATUS AND POSTED
000320*                 TOTALS.
000330*----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT Foo ASSIGN TO "BACKLOG-FILE"
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-BK-FS.
000410
000420     SELECT ROWOUT-FILE ASSIGN TO "ROWFILE-OUT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT CUPARM-FILE ASSIGN TO "CUPARM-FILE"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT RUNCARD-FILE ASSIGN TO "RUNCARD-FILE"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT EDITCARD-FILE ASSIGN TO "EDITCARD-FILE"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS DYNAMIC
000570     RECORD KEY IS RC-KEY
000580     FILE STATUS IS WS-RC-FS.
000590
000600     SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000610     ORGANIZATION IS INDEXED
000620     ACCESS MODE IS RANDOM
000630     RECORD KEY IS RH-RUN-DATE
000640     FILE STATUS IS WS-RH-FS.
000650
000660     SELECT CURPT-FILE ASSIGN TO "CATCHUP-REPORT"
000670     ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD Foo.
000720     COPY FOOREC.
000730
000740 FD ROWOUT-FILE.
000750 01 ROWOUT-RECORD PIC X(256).
000760
000770 FD CUPARM-FILE.
000780 01 CUPARM-CARD PIC X(80).
000790
000800 FD RUNCARD-FILE.
000810 01 RUNCARD-CARD PIC X(80).
000820
000830 FD EDITCARD-FILE.
000840 01 EDITCARD-CARD PIC X(80).
000850
000860 FD RUNCTL-FILE.
000870     COPY RUNCTLR.
000880
000890 FD RUNHIST-FILE.
000900 01 RH-RECORD.
000910     05 RH-RUN-DATE   PIC 9(8).
000920     05 RH-REC-COUNT  PIC 9(9).
000930     05 RH-TOTAL      PIC 9(30).
000940     05 RH-EXCP-COUNT PIC 9(9).
000950     05 RH-MIN        PIC 9(2).
000960     05 RH-MAX        PIC 9(2).
000970     05 RH-AVERAGE    PIC 9(4)V99.
000980     05 RH-ADJ-TOTAL  PIC 9(30).
000990
001000 FD CURPT-FILE.
001010 01 CURPT-LINE PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040 77 WS-BK-FS PIC X(2) VALUE SPACES.
001050 77 WS-RC-FS PIC X(2) VALUE SPACES.
001060 77 WS-RH-FS PIC X(2) VALUE SPACES.
001070 01 WS-EOF PIC A(1) VALUE 'N'.
001080 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001090 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001100     88 WS-RUN-DATE-SET VALUE 'Y'.
001110 01 WS-RC-OPEN-SW PIC A(1) VALUE 'N'.
001120     88 WS-RC-OPEN VALUE 'Y'.
001130 01 WS-RH-OPEN-SW PIC A(1) VALUE 'N'.
001140     88 WS-RH-OPEN VALUE 'Y'.
001150 01 WS-STOP-SW PIC A(1) VALUE 'N'.
001160     88 WS-STOP-RUN VALUE 'Y'.
001170
001180*----------------------------------------------------------------
001190* ENVELOPE DATING - THE HEADER CARRIES THE SENDER'S SIX-DIGIT
001200* YYMMDD FEED DATE, WINDOWED TO THE CENTURY NEAREST THE RUN DATE
001210* EXACTLY AS AOC01G 2210 DOES IT, SO THIS PROGRAM AND THE EDIT
001220* STEP ALWAYS AGREE ON WHICH DATE AN ENVELOPE BELONGS TO.
001230*----------------------------------------------------------------
001240 01 WS-FEED-DATE PIC 9(8) VALUE 0.
001250 01 WS-FEED-CC PIC 9(2) VALUE 0.
001260 01 WS-FEED-YY PIC 9(2) VALUE 0.
001270 01 WS-RUN-YY PIC 9(2) VALUE 0.
001280 01 WS-CUR-DATE PIC 9(8) VALUE 0.
001290 77 WS-BK-RECNO PIC 9(9) VALUE 0.
001300 77 WS-ROWS-STAGED PIC 9(9) VALUE 0.
001310
001320*----------------------------------------------------------------
001330* THE BACKLOG BY FEED DATE - ONE ENTRY PER DISTINCT DATE, SORTED
001340* OLDEST FIRST AFTER THE FIRST PASS. STATUS: D DONE (PUBLISHED),
001350* R RESTART (A FAILED OR INTERRUPTED EARLIER ATTEMPT), P PENDING,
001360* T STAGED BY THIS RUN. FORCE IS SET WHEN THE EARLIER ATTEMPT GOT
001370* PAST EDIT, WHICH HAS THEREFORE ALREADY REGISTERED THE FEED ON
001380* FEEDCTL - ITS RERUN WOULD OTHERWISE BE REFUSED AS A DUPLICATE.
001390* SIXTY DATES IS TWO MONTHS OF OUTAGE - FAR PAST ANY CATCH-UP THE
001400* RECEIVERS WOULD ACCEPT.
001410*----------------------------------------------------------------
001420 01 WS-CU-TABLE.
001430     05 WS-CU-ENTRY OCCURS 60 TIMES.
001440         10 WS-CU-DATE     PIC 9(8).
001450         10 WS-CU-ENVS     PIC 9(3).
001460         10 WS-CU-RECS     PIC 9(9).
001470         10 WS-CU-STATUS   PIC X(1).
001480         10 WS-CU-FORCE    PIC X(1).
001490         10 WS-CU-STOP-STEP PIC X(8).
001500         10 WS-CU-STOP-RC  PIC 9(2).
001510 01 WS-CU-SWAP PIC X(32).
001520 77 WS-CU-USED PIC 9(3) VALUE 0.
001530 01 WS-CU-IDX PIC 9(3) VALUE 0.
001540 01 WS-CU-IDX2 PIC 9(3) VALUE 0.
001550 01 WS-CU-HIT PIC 9(3) VALUE 0.
001560 01 WS-CU-TARGET PIC 9(3) VALUE 0.
001570 01 WS-TARGET-DATE PIC 9(8) VALUE 0.
001580 77 WS-DONE-COUNT PIC 9(3) VALUE 0.
001590 77 WS-PENDING-COUNT PIC 9(3) VALUE 0.
001600
001610*----------------------------------------------------------------
001620* CATCHUP-REPORT LINE LAYOUTS.
001630*----------------------------------------------------------------
001640 01 WS-HDG-LINE.
001650     05 FILLER PIC X(39) VALUE
001660         "AOC01AA CATCH-UP STAGING - RUN DATE    ".
001670     05 WS-HDG-DATE PIC 9(8).
001680     05 FILLER PIC X(85) VALUE SPACES.
001690 01 WS-COL-HDG.
001700     05 FILLER PIC X(44) VALUE
001710         "FEED DATE  ENVS    RECORDS  STATUS          ".
001720     05 FILLER PIC X(48) VALUE
001730         "DETAIL ROWS                    GRAND TOTAL  EXCP".
001740     05 FILLER PIC X(40) VALUE
001750         "TIONS                                   ".
001760 01 WS-DATE-LINE.
001770     05 WS-DL-DATE PIC 9(8).
001780     05 FILLER PIC X(3) VALUE SPACES.
001790     05 WS-DL-ENVS PIC ZZ9.
001800     05 FILLER PIC X(2) VALUE SPACES.
001810     05 WS-DL-RECS PIC ZZZZZZZZ9.
001820     05 FILLER PIC X(2) VALUE SPACES.
001830     05 WS-DL-STATUS PIC X(15).
001840     05 FILLER PIC X(2) VALUE SPACES.
001850     05 WS-DL-ROWS PIC X(9).
001860     05 FILLER PIC X(2) VALUE SPACES.
001870     05 WS-DL-TOTAL PIC X(30).
001880     05 FILLER PIC X(2) VALUE SPACES.
001890     05 WS-DL-EXCP PIC X(9).
001900     05 FILLER PIC X(2) VALUE SPACES.
001910     05 WS-DL-NOTE PIC X(34).
001920 01 WS-ED-COUNT PIC ZZZZZZZZ9.
001930 01 WS-ED-TOTAL PIC Z(29)9.
001940 01 WS-ED-RC PIC 9(2).
001950 01 WS-MSG-LINE PIC X(132).
001960 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-SCAN-BACKLOG THRU 2000-EXIT.
002020     PERFORM 3000-CLASSIFY-DATES THRU 3000-EXIT.
002030     PERFORM 4000-STAGE-DATE THRU 4000-EXIT.
002040     PERFORM 5000-REPORT THRU 5000-EXIT.
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002060     STOP RUN.
002070
002080*----------------------------------------------------------------
002090* 1000-INITIALIZE - RUNDATE= (TODAY - THE CENTURY WINDOW FOR THE
002100* ENVELOPE DATES AND THE LATEST FEED DATE THAT CAN BE CAUGHT UP)
002110* IS REQUIRED. THE BACKLOG MUST BE READABLE; RUN-CONTROL AND RUN
002120* HISTORY ARE OPTIONAL - WITHOUT RUN-CONTROL EVERY DATE IS
002130* PENDING, WITHOUT HISTORY THE TOTALS COLUMNS ARE BLANK.
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     OPEN INPUT CUPARM-FILE.
002170     PERFORM UNTIL WS-EOF = 'Y'
002180         READ CUPARM-FILE
002190             AT END MOVE 'Y' TO WS-EOF
002200             NOT AT END
002210                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
002220         END-READ
002230     END-PERFORM.
002240     CLOSE CUPARM-FILE.
002250     IF NOT WS-RUN-DATE-SET
002260         DISPLAY "AOC01AA - NO VALID RUNDATE= CARD ON CUPARM"
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     OPEN INPUT Foo.
002310     IF WS-BK-FS NOT = "00"
002320         DISPLAY "AOC01AA - BACKLOG-FILE OPEN FAILED, STATUS "
002330             WS-BK-FS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     OPEN INPUT RUNCTL-FILE.
002380     IF WS-RC-FS = "00"
002390         SET WS-RC-OPEN TO TRUE
002400     END-IF.
002410     OPEN INPUT RUNHIST-FILE.
002420     IF WS-RH-FS = "00"
002430         SET WS-RH-OPEN TO TRUE
002440     END-IF.
002450     OPEN OUTPUT CURPT-FILE.
002460     MOVE WS-RUN-DATE TO WS-HDG-DATE.
002470     WRITE CURPT-LINE FROM WS-HDG-LINE.
002480     WRITE CURPT-LINE FROM WS-BLANK-LINE.
002490     INITIALIZE WS-CU-TABLE.
002500 1000-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540* 1100-APPLY-CARD - RUNDATE=CCYYMMDD. ANYTHING ELSE IS REPORTED
002550* AND IGNORED.
002560*----------------------------------------------------------------
002570 1100-APPLY-CARD.
002580     IF CUPARM-CARD(1:8) = "RUNDATE="
002590             AND CUPARM-CARD(9:8) IS NUMERIC
002600         MOVE CUPARM-CARD(9:8) TO WS-RUN-DATE
002610         SET WS-RUN-DATE-SET TO TRUE
002620         GO TO 1100-EXIT
002630     END-IF.
002640     IF CUPARM-CARD NOT = SPACES
002650         DISPLAY "AOC01AA - UNRECOGNIZED PARM CARD IGNORED: "
002660             CUPARM-CARD(1:40)
002670     END-IF.
002680 1100-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------
002720* 2000-SCAN-BACKLOG - FIRST PASS: EVERY DISTINCT FEED DATE ON THE
002730* BACKLOG, WITH ITS ENVELOPE AND DATA RECORD COUNTS. EVERY RECORD
002740* BELONGS TO THE DATE OF THE LAST HEADER READ, SO A STRAY RECORD
002750* BETWEEN ENVELOPES TRAVELS WITH THE ENVELOPE BEFORE IT AND AOC01G
002760* REPORTS IT ON THAT DATE'S RUN. ONLY A RECORD AHEAD OF THE FIRST
002770* HEADER CANNOT BE DATED AT ALL. NOTHING IS PROVED HERE - THE
002780* COUNT, HASH AND FEED-CONTROL CHECKS STAY WITH AOC01G.
002790*----------------------------------------------------------------
002800 2000-SCAN-BACKLOG.
002810     MOVE 'N' TO WS-EOF.
002820     PERFORM UNTIL WS-EOF = 'Y' OR WS-STOP-RUN
002830         READ Foo
002840             AT END MOVE 'Y' TO WS-EOF
002850             NOT AT END
002860                 ADD 1 TO WS-BK-RECNO
002870                 PERFORM 2100-SCAN-RECORD THRU 2100-EXIT
002880         END-READ
002890     END-PERFORM.
002900     CLOSE Foo.
002910     IF WS-STOP-RUN
002920         GO TO 2000-EXIT
002930     END-IF.
002940     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
002950             UNTIL WS-CU-IDX > WS-CU-USED
002960         PERFORM 2300-SORT-PASS THRU 2300-EXIT
002970     END-PERFORM.
002980 2000-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------
003020* 2100-SCAN-RECORD - ONE BACKLOG RECORD INTO THE DATE TABLE.
003030*----------------------------------------------------------------
003040 2100-SCAN-RECORD.
003050     IF Foo-HDR-PRESENT
003060         PERFORM 2200-WINDOW-FEED-DATE THRU 2200-EXIT
003070         IF WS-FEED-DATE = 0 OR WS-FEED-DATE > WS-RUN-DATE
003080             MOVE SPACES TO WS-MSG-LINE
003090             STRING "ENVELOPE HEADER AT BACKLOG RECORD "
003100                 DELIMITED BY SIZE
003110                 WS-BK-RECNO DELIMITED BY SIZE
003120                 " IS UNDATED OR DATED AFTER THE RUN DATE"
003130                 DELIMITED BY SIZE
003140                 INTO WS-MSG-LINE
003150             PERFORM 8100-STOP-ERROR THRU 8100-EXIT
003160             GO TO 2100-EXIT
003170         END-IF
003180         MOVE WS-FEED-DATE TO WS-CUR-DATE
003190         PERFORM 2150-FIND-DATE THRU 2150-EXIT
003200         IF WS-CU-HIT > 0
003210             ADD 1 TO WS-CU-ENVS(WS-CU-HIT)
003220         END-IF
003230         GO TO 2100-EXIT
003240     END-IF.
003250     IF WS-CUR-DATE = 0
003260         MOVE "BACKLOG DOES NOT BEGIN WITH AN ENVELOPE HEADER"
003270             TO WS-MSG-LINE
003280         PERFORM 8100-STOP-ERROR THRU 8100-EXIT
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF NOT Foo-TRL-PRESENT
003320         ADD 1 TO WS-CU-RECS(WS-CU-HIT)
003330     END-IF.
003340 2100-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------
003380* 2150-FIND-DATE - THE TABLE ENTRY FOR WS-CUR-DATE, ADDED IF NEW,
003390* IN WS-CU-HIT.
003400*----------------------------------------------------------------
003410 2150-FIND-DATE.
003420     MOVE 0 TO WS-CU-HIT.
003430     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
003440             UNTIL WS-CU-IDX > WS-CU-USED OR WS-CU-HIT > 0
003450         IF WS-CU-DATE(WS-CU-IDX) = WS-CUR-DATE
003460             MOVE WS-CU-IDX TO WS-CU-HIT
003470         END-IF
003480     END-PERFORM.
003490     IF WS-CU-HIT > 0
003500         GO TO 2150-EXIT
003510     END-IF.
003520     IF WS-CU-USED NOT < 60
003530         MOVE "MORE THAN 60 FEED DATES ON THE BACKLOG"
003540             TO WS-MSG-LINE
003550         PERFORM 8100-STOP-ERROR THRU 8100-EXIT
003560         GO TO 2150-EXIT
003570     END-IF.
003580     ADD 1 TO WS-CU-USED.
003590     MOVE WS-CU-USED TO WS-CU-HIT.
003600     MOVE WS-CUR-DATE TO WS-CU-DATE(WS-CU-HIT).
003610     MOVE "P" TO WS-CU-STATUS(WS-CU-HIT).
003620     MOVE "N" TO WS-CU-FORCE(WS-CU-HIT).
003630 2150-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 2200-WINDOW-FEED-DATE - YYMMDD HEADER DATE TO CCYYMMDD, THE
003680* CENTURY NEAREST THE RUN DATE (SAME RULE AS AOC01G 2210). A
003690* HEADER DATE THAT IS NOT NUMERIC IS LEFT ZERO.
003700*----------------------------------------------------------------
003710 2200-WINDOW-FEED-DATE.
003720     MOVE 0 TO WS-FEED-DATE.
003730     IF Foo-HDR-FEED-DATE IS NOT NUMERIC
003740         GO TO 2200-EXIT
003750     END-IF.
003760     MOVE WS-RUN-DATE(1:2) TO WS-FEED-CC.
003770     MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY.
003780     MOVE Foo-HDR-FEED-DATE(1:2) TO WS-FEED-YY.
003790     IF WS-FEED-YY > WS-RUN-YY + 50
003800         SUBTRACT 1 FROM WS-FEED-CC
003810     END-IF.
003820     IF WS-FEED-YY + 50 < WS-RUN-YY
003830         ADD 1 TO WS-FEED-CC
003840     END-IF.
003850     COMPUTE WS-FEED-DATE = WS-FEED-CC * 1000000
003860         + Foo-HDR-FEED-DATE.
003870 2200-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 2300-SORT-PASS - ONE PASS OF AN EXCHANGE SORT OF THE DATE TABLE,
003920* OLDEST FIRST. THE TABLE IS SMALL; SIMPLICITY WINS.
003930*----------------------------------------------------------------
003940 2300-SORT-PASS.
003950     PERFORM VARYING WS-CU-IDX2 FROM 1 BY 1
003960             UNTIL WS-CU-IDX2 NOT < WS-CU-USED
003970         IF WS-CU-DATE(WS-CU-IDX2) > WS-CU-DATE(WS-CU-IDX2 + 1)
003980             MOVE WS-CU-ENTRY(WS-CU-IDX2) TO WS-CU-SWAP
003990             MOVE WS-CU-ENTRY(WS-CU-IDX2 + 1)
004000                 TO WS-CU-ENTRY(WS-CU-IDX2)
004010             MOVE WS-CU-SWAP TO WS-CU-ENTRY(WS-CU-IDX2 + 1)
004020         END-IF
004030     END-PERFORM.
004040 2300-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 3000-CLASSIFY-DATES - WHERE EACH DATE STANDS ON RUN-CONTROL, AND
004090* THE EARLIEST DATE NOT YET PUBLISHED BECOMES THIS RUN'S TARGET.
004100*----------------------------------------------------------------
004110 3000-CLASSIFY-DATES.
004120     IF WS-STOP-RUN
004130         GO TO 3000-EXIT
004140     END-IF.
004150     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
004160             UNTIL WS-CU-IDX > WS-CU-USED
004170         PERFORM 3100-CLASSIFY-ONE THRU 3100-EXIT
004180     END-PERFORM.
004190     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
004200             UNTIL WS-CU-IDX > WS-CU-USED OR WS-CU-TARGET > 0
004210         IF WS-CU-STATUS(WS-CU-IDX) NOT = "D"
004220             MOVE WS-CU-IDX TO WS-CU-TARGET
004230         END-IF
004240     END-PERFORM.
004250 3000-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 3100-CLASSIFY-ONE - A DATE IS DONE WHEN ITS PUBLISH STEP ENDED
004300* RC 4 OR BETTER (RC 4 - EXTRACT SENT BUT NOT REGISTERED - STILL
004310* PUT THE DATE'S VALUES OUT; A SECOND PUBLICATION WOULD BE WORSE).
004320* A DATE WITH AN EDIT RECORD BUT NO GOOD PUBLISH WAS ATTEMPTED AND
004330* STOPPED: IT IS THE RESTART POINT, AND IF EDIT ENDED CLEAN THE
004340* FEED IS ALREADY ON FEEDCTL AND THE RERUN NEEDS FORCE=YES.
004350*----------------------------------------------------------------
004360 3100-CLASSIFY-ONE.
004370     IF NOT WS-RC-OPEN
004380         GO TO 3100-EXIT
004390     END-IF.
004400     MOVE WS-CU-DATE(WS-CU-IDX) TO RC-RUN-DATE.
004410     MOVE "PUBLISH " TO RC-STEP-NAME.
004420     READ RUNCTL-FILE.
004430     IF WS-RC-FS = "00" AND RC-ENDED AND RC-RETURN-CODE NOT > 4
004440         MOVE "D" TO WS-CU-STATUS(WS-CU-IDX)
004450         ADD 1 TO WS-DONE-COUNT
004460         GO TO 3100-EXIT
004470     END-IF.
004480     MOVE WS-CU-DATE(WS-CU-IDX) TO RC-RUN-DATE.
004490     MOVE "EDIT    " TO RC-STEP-NAME.
004500     READ RUNCTL-FILE.
004510     IF WS-RC-FS NOT = "00"
004520         GO TO 3100-EXIT
004530     END-IF.
004540     MOVE "R" TO WS-CU-STATUS(WS-CU-IDX).
004550     IF RC-ENDED AND RC-RETURN-CODE = 0
004560         MOVE "Y" TO WS-CU-FORCE(WS-CU-IDX)
004570     END-IF.
004580     PERFORM 3200-FIND-STOP THRU 3200-EXIT.
004590 3100-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 3200-FIND-STOP - THE STEP THAT STOPPED AN EARLIER ATTEMPT: THE
004640* ONE STILL AT STATUS S (IT DIED MID-FLIGHT) OR ENDED WITH A
004650* NONZERO CODE. THE COND GATING MEANS THERE IS NORMALLY ONLY ONE.
004660*----------------------------------------------------------------
004670 3200-FIND-STOP.
004680     MOVE WS-CU-DATE(WS-CU-IDX) TO RC-RUN-DATE.
004690     MOVE LOW-VALUES TO RC-STEP-NAME.
004700     START RUNCTL-FILE KEY IS NOT LESS THAN RC-KEY.
004710     IF WS-RC-FS NOT = "00"
004720         GO TO 3200-EXIT
004730     END-IF.
004740     MOVE 'N' TO WS-EOF.
004750     PERFORM UNTIL WS-EOF = 'Y'
004760         READ RUNCTL-FILE NEXT RECORD
004770             AT END MOVE 'Y' TO WS-EOF
004780             NOT AT END
004790                 IF RC-RUN-DATE NOT = WS-CU-DATE(WS-CU-IDX)
004800                     MOVE 'Y' TO WS-EOF
004810                 ELSE
004820                     IF RC-STARTED OR RC-RETURN-CODE > 0
004830                         MOVE RC-STEP-NAME
004840                             TO WS-CU-STOP-STEP(WS-CU-IDX)
004850                         MOVE RC-RETURN-CODE
004860                             TO WS-CU-STOP-RC(WS-CU-IDX)
004870                         MOVE 'Y' TO WS-EOF
004880                     END-IF
004890                 END-IF
004900         END-READ
004910     END-PERFORM.
004920 3200-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 4000-STAGE-DATE - SECOND PASS: THE TARGET DATE'S ENVELOPES, IN
004970* THEIR ORIGINAL ORDER, TO THE RAW FEED THE STREAM READS, AND THE
004980* CARDS IT RUNS UNDER - RUNDATE= FOR EVERY STEP, AND FOR EDIT THE
004990* SAME PLUS FORCE=YES ON A RESTART THAT HAD GOT PAST EDIT. WITH
005000* NOTHING LEFT TO RUN THE OUTPUTS ARE LEFT EMPTY; EVERY STREAM
005010* STEP IS BYPASSED ON THIS PROGRAM'S RC=4 ANYWAY.
005020*----------------------------------------------------------------
005030 4000-STAGE-DATE.
005040     OPEN OUTPUT ROWOUT-FILE.
005050     OPEN OUTPUT RUNCARD-FILE.
005060     OPEN OUTPUT EDITCARD-FILE.
005070     IF WS-STOP-RUN OR WS-CU-TARGET = 0
005080         GO TO 4000-CLOSE
005090     END-IF.
005100     MOVE WS-CU-DATE(WS-CU-TARGET) TO WS-TARGET-DATE.
005110     IF WS-CU-STATUS(WS-CU-TARGET) = "P"
005120         MOVE "T" TO WS-CU-STATUS(WS-CU-TARGET)
005130     END-IF.
005140     MOVE SPACES TO RUNCARD-CARD.
005150     STRING "RUNDATE=" DELIMITED BY SIZE
005160         WS-TARGET-DATE DELIMITED BY SIZE
005170         INTO RUNCARD-CARD.
005180     WRITE RUNCARD-CARD.
005190     MOVE RUNCARD-CARD TO EDITCARD-CARD.
005200     WRITE EDITCARD-CARD.
005210     IF WS-CU-FORCE(WS-CU-TARGET) = "Y"
005220         MOVE "FORCE=YES" TO EDITCARD-CARD
005230         WRITE EDITCARD-CARD
005240     END-IF.
005250
005260     MOVE 0 TO WS-CUR-DATE.
005270     OPEN INPUT Foo.
005280     MOVE 'N' TO WS-EOF.
005290     PERFORM UNTIL WS-EOF = 'Y'
005300         READ Foo
005310             AT END MOVE 'Y' TO WS-EOF
005320             NOT AT END
005330                 PERFORM 4100-STAGE-RECORD THRU 4100-EXIT
005340         END-READ
005350     END-PERFORM.
005360     CLOSE Foo.
005370 4000-CLOSE.
005380     CLOSE ROWOUT-FILE.
005390     CLOSE RUNCARD-FILE.
005400     CLOSE EDITCARD-FILE.
005410 4000-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450* 4100-STAGE-RECORD - PASS ONE BACKLOG RECORD THROUGH IF IT
005460* BELONGS TO THE TARGET DATE.
005470*----------------------------------------------------------------
005480 4100-STAGE-RECORD.
005490     IF Foo-HDR-PRESENT
005500         PERFORM 2200-WINDOW-FEED-DATE THRU 2200-EXIT
005510         MOVE WS-FEED-DATE TO WS-CUR-DATE
005520     END-IF.
005530     IF WS-CUR-DATE = WS-TARGET-DATE
005540         WRITE ROWOUT-RECORD FROM Foo-CONTENT
005550         ADD 1 TO WS-ROWS-STAGED
005560     END-IF.
005570 4100-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 5000-REPORT - EVERY DATE ON THE BACKLOG, OLDEST FIRST, WITH ITS
005620* STATUS AND - ONCE PUBLISHED - THE TOTALS HISTPOST BOOKED FOR IT.
005630* THE REPORT FROM THE LAST JOB OF THE CHAIN (THE ONE THAT FINDS
005640* NOTHING LEFT) IS THE CATCH-UP SUMMARY.
005650*----------------------------------------------------------------
005660 5000-REPORT.
005670     IF WS-STOP-RUN
005680         GO TO 5000-EXIT
005690     END-IF.
005700     WRITE CURPT-LINE FROM WS-COL-HDG.
005710     PERFORM VARYING WS-CU-IDX FROM 1 BY 1
005720             UNTIL WS-CU-IDX > WS-CU-USED
005730         PERFORM 5100-DATE-LINE THRU 5100-EXIT
005740     END-PERFORM.
005750     WRITE CURPT-LINE FROM WS-BLANK-LINE.
005760     COMPUTE WS-PENDING-COUNT = WS-CU-USED - WS-DONE-COUNT.
005770     MOVE SPACES TO WS-MSG-LINE.
005780     IF WS-CU-TARGET = 0
005790         STRING "CATCH-UP COMPLETE - " DELIMITED BY SIZE
005800             WS-CU-USED DELIMITED BY SIZE
005810             " FEED DATES ON THE BACKLOG, ALL PUBLISHED"
005820             DELIMITED BY SIZE
005830             INTO WS-MSG-LINE
005840     ELSE
005850         STRING "STAGED FEED DATE " DELIMITED BY SIZE
005860             WS-TARGET-DATE DELIMITED BY SIZE
005870             " - " DELIMITED BY SIZE
005880             WS-ROWS-STAGED DELIMITED BY SIZE
005890             " RECORDS. " DELIMITED BY SIZE
005900             WS-DONE-COUNT DELIMITED BY SIZE
005910             " DATES DONE, " DELIMITED BY SIZE
005920             WS-PENDING-COUNT DELIMITED BY SIZE
005930             " TO RUN INCLUDING THIS ONE" DELIMITED BY SIZE
005940             INTO WS-MSG-LINE
005950     END-IF.
005960     WRITE CURPT-LINE FROM WS-MSG-LINE.
005970 5000-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010* 5100-DATE-LINE - ONE DATE. A DONE DATE SHOWS ITS RUN-HISTORY
006020* TOTALS; A RESTART SHOWS THE STEP THAT STOPPED IT LAST TIME.
006030*----------------------------------------------------------------
006040 5100-DATE-LINE.
006050     MOVE SPACES TO WS-DATE-LINE.
006060     MOVE WS-CU-DATE(WS-CU-IDX) TO WS-DL-DATE.
006070     MOVE WS-CU-ENVS(WS-CU-IDX) TO WS-DL-ENVS.
006080     MOVE WS-CU-RECS(WS-CU-IDX) TO WS-DL-RECS.
006090     EVALUATE TRUE
006100         WHEN WS-CU-STATUS(WS-CU-IDX) = "D"
006110             MOVE "DONE" TO WS-DL-STATUS
006120             PERFORM 5200-HISTORY-TOTALS THRU 5200-EXIT
006130         WHEN WS-CU-IDX = WS-CU-TARGET
006140                 AND WS-CU-STATUS(WS-CU-IDX) = "R"
006150             MOVE "RESTART - NOW" TO WS-DL-STATUS
006160             PERFORM 5300-STOP-NOTE THRU 5300-EXIT
006170         WHEN WS-CU-IDX = WS-CU-TARGET
006180             MOVE "RUNNING NOW" TO WS-DL-STATUS
006190         WHEN WS-CU-STATUS(WS-CU-IDX) = "R"
006200             MOVE "STOPPED EARLIER" TO WS-DL-STATUS
006210             PERFORM 5300-STOP-NOTE THRU 5300-EXIT
006220         WHEN OTHER
006230             MOVE "PENDING" TO WS-DL-STATUS
006240     END-EVALUATE.
006250     WRITE CURPT-LINE FROM WS-DATE-LINE.
006260 5100-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 5200-HISTORY-TOTALS - THE DONE DATE'S RUN-HISTORY RECORD.
006310*----------------------------------------------------------------
006320 5200-HISTORY-TOTALS.
006330     IF NOT WS-RH-OPEN
006340         GO TO 5200-EXIT
006350     END-IF.
006360     MOVE WS-CU-DATE(WS-CU-IDX) TO RH-RUN-DATE.
006370     READ RUNHIST-FILE.
006380     IF WS-RH-FS NOT = "00"
006390         MOVE "NOT ON RUN HISTORY" TO WS-DL-NOTE
006400         GO TO 5200-EXIT
006410     END-IF.
006420     MOVE RH-REC-COUNT TO WS-ED-COUNT.
006430     MOVE WS-ED-COUNT TO WS-DL-ROWS.
006440     MOVE RH-TOTAL TO WS-ED-TOTAL.
006450     MOVE WS-ED-TOTAL TO WS-DL-TOTAL.
006460     MOVE RH-EXCP-COUNT TO WS-ED-COUNT.
006470     MOVE WS-ED-COUNT TO WS-DL-EXCP.
006480 5200-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 5300-STOP-NOTE - WHERE THE EARLIER ATTEMPT STOPPED.
006530*----------------------------------------------------------------
006540 5300-STOP-NOTE.
006550     MOVE SPACES TO WS-DL-NOTE.
006560     IF WS-CU-STOP-STEP(WS-CU-IDX) = SPACES
006570         MOVE "STOPPED AFTER EDIT - SEE AOC01STA" TO WS-DL-NOTE
006580         GO TO 5300-EXIT
006590     END-IF.
006600     MOVE WS-CU-STOP-RC(WS-CU-IDX) TO WS-ED-RC.
006610     STRING "STOPPED AT " DELIMITED BY SIZE
006620         WS-CU-STOP-STEP(WS-CU-IDX) DELIMITED BY SPACE
006630         " RC " DELIMITED BY SIZE
006640         WS-ED-RC DELIMITED BY SIZE
006650         INTO WS-DL-NOTE.
006660     IF WS-CU-FORCE(WS-CU-IDX) = "Y"
006670             AND WS-CU-IDX = WS-CU-TARGET
006680         MOVE "FORCE=YES" TO WS-DL-NOTE(26:9)
006690     END-IF.
006700 5300-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 8100-STOP-ERROR - A BACKLOG THAT CANNOT BE SPLIT BY DATE. THE
006750* MESSAGE IS ON WS-MSG-LINE; NOTHING IS STAGED AND THE JOB ENDS
006760* RC=16.
006770*----------------------------------------------------------------
006780 8100-STOP-ERROR.
006790     SET WS-STOP-RUN TO TRUE.
006800     WRITE CURPT-LINE FROM WS-MSG-LINE.
006810 8100-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 9000-TERMINATE - RC=0 A DATE IS STAGED AND THE STREAM RUNS FOR
006860* IT; RC=4 NOTHING LEFT TO RUN - THE CATCH-UP IS COMPLETE (OR THE
006870* BACKLOG WAS EMPTY) AND AOC01CUP CLEARS THE BACKLOG AND STOPS
006880* RESUBMITTING; RC=16 THE BACKLOG CANNOT BE SPLIT.
006890*----------------------------------------------------------------
006900 9000-TERMINATE.
006910     IF WS-RC-OPEN
006920         CLOSE RUNCTL-FILE
006930     END-IF.
006940     IF WS-RH-OPEN
006950         CLOSE RUNHIST-FILE
006960     END-IF.
006970     CLOSE CURPT-FILE.
006980     IF WS-STOP-RUN
006990         DISPLAY "AOC01AA - BACKLOG CANNOT BE SPLIT - SEE"
007000             " CATCHUP-REPORT"
007010         MOVE 16 TO RETURN-CODE
007020         GO TO 9000-EXIT
007030     END-IF.
007040     IF WS-CU-TARGET = 0
007050         DISPLAY "AOC01AA - CATCH-UP COMPLETE, " WS-CU-USED
007060             " FEED DATES"
007070         MOVE 4 TO RETURN-CODE
007080         GO TO 9000-EXIT
007090     END-IF.
007100     DISPLAY "AOC01AA - STAGED FEED DATE " WS-TARGET-DATE ", "
007110         WS-ROWS-STAGED " RECORDS".
007120     MOVE 0 TO RETURN-CODE.
007130 9000-EXIT.
007140     EXIT.
