000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01Z.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - BATCH WINDOW CAPACITY REPORT.
000110*                 THE RUN-CONTROL FILE HAS HELD START AND END
000120*                 TIMES AND RECORD COUNTS FOR EVERY STEP OF EVERY
000130*                 RUN SINCE AOC01S WENT IN, BUT ONLY EVER TO SAY
000140*                 WHERE TONIGHT'S STREAM STANDS. WHETHER A FEED
000150*                 NEEDED THE PARTITIONED AOC01PAR JOB WAS DECIDED
000160*                 BY GUT FEEL, USUALLY AFTER THE WINDOW WAS
000170*                 ALREADY MISSED. THIS PROGRAM READS RUN-CONTROL
000180*                 OVER A DATE RANGE AND PRINTS, PER RUN, EACH
000190*                 STEP'S ELAPSED SECONDS AND THE STREAM'S CRITICAL
000200*                 PATH (FIRST STEP START TO LAST STEP END) AGAINST
000210*                 THE BATCH WINDOW; PER STEP, ELAPSED TIME AND
000220*                 RECORDS PER SECOND; AND WEEK-OVER-WEEK TRENDS.
000230*                 FROM THE COMPLETE SINGLE-PASS RUNS IT FITS
000240*                 ELAPSED TIME TO FEED VOLUME, FORECASTS THE
000250*                 VOLUME AT WHICH AOC01RUN OVERRUNS THE WINDOW,
000260*                 AND RECOMMENDS SINGLE-PASS OR AOC01PAR (AND HOW
000270*                 MANY SLICES) FOR TOMORROW'S FEED. RC=4 MEANS RUN
000280*                 AOC01PAR; RC=8 MEANS NEITHER JOB FITS THE
000290*                 WINDOW.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000360     ORGANIZATION IS INDEXED
000370     ACCESS MODE IS DYNAMIC
000380     RECORD KEY IS RC-KEY
000390     FILE STATUS IS WS-RC-FS.
000400
000410     SELECT ZPARM-FILE ASSIGN TO "CAPPARM-FILE"
000420     ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT ZRPT-FILE ASSIGN TO "CAPACITY-REPORT"
000450     ORGANIZATION IS LINE SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD RUNCTL-FILE.
000500     COPY RUNCTLR.
000510
000520 FD ZPARM-FILE.
000530 01 ZPARM-CARD PIC X(80).
000540
000550 FD ZRPT-FILE.
000560 01 ZRPT-LINE PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590 77 WS-RC-FS PIC X(2) VALUE SPACES.
000600 01 WS-EOF PIC A(1) VALUE 'N'.
000610 01 WS-FROM-DATE PIC 9(8) VALUE 0.
000620 01 WS-TO-DATE PIC 9(8) VALUE 0.
000630 01 WS-WIN-START PIC 9(4) VALUE 0.
000640 01 WS-WIN-START-R REDEFINES WS-WIN-START.
000650     05 WS-WIN-START-HH PIC 9(2).
000660     05 WS-WIN-START-MM PIC 9(2).
000670 01 WS-WIN-END PIC 9(4) VALUE 0.
000680 01 WS-WIN-END-R REDEFINES WS-WIN-END.
000690     05 WS-WIN-END-HH PIC 9(2).
000700     05 WS-WIN-END-MM PIC 9(2).
000710 01 WS-HEADROOM PIC 9(2) VALUE 10.
000720 01 WS-FEED-RECORDS PIC 9(9) VALUE 0.
000730 01 WS-CARDS-SW PIC X(4) VALUE SPACES.
000740     88 WS-CARDS-COMPLETE VALUE "FTSE".
000750 01 WS-FEED-SW PIC A(1) VALUE 'N'.
000760     88 WS-FEED-SET VALUE 'Y'.
000770
000780*----------------------------------------------------------------
000790* THE WINDOW, IN SECONDS. EVERY RUN-CONTROL TIME IS TURNED INTO
000800* SECONDS AFTER THE WINDOW OPENS (8700), SO A WINDOW THAT CROSSES
000810* MIDNIGHT NEEDS NO SPECIAL CASE ANYWHERE ELSE.
000820*----------------------------------------------------------------
000830 01 WS-WIN-START-SECS PIC 9(5) VALUE 0.
000840 01 WS-WIN-SECS PIC S9(6) VALUE 0.
000850 01 WS-PLAN-SECS PIC S9(6) VALUE 0.
000860 01 WS-TIME-IN PIC 9(6) VALUE 0.
000870 01 WS-TIME-IN-R REDEFINES WS-TIME-IN.
000880     05 WS-TI-HH PIC 9(2).
000890     05 WS-TI-MM PIC 9(2).
000900     05 WS-TI-SS PIC 9(2).
000910 01 WS-SOD PIC 9(5) VALUE 0.
000920 01 WS-REL PIC S9(6) VALUE 0.
000930 01 WS-STEP-START-REL PIC S9(6) VALUE 0.
000940 01 WS-ELAPSED PIC S9(6) VALUE 0.
000950
000960*----------------------------------------------------------------
000970* THE STEPS MEASURED, IN STREAM ORDER, WITH THEIR SIX-CHARACTER
000980* COLUMN HEADINGS. MERGE ONLY EXISTS ON PARTITIONED AOC01PAR RUNS.
000990* CHGRPT AND VARRPT STILL COUNT TOWARD A RUN'S CRITICAL PATH; THE
001000* PUBACK VERDICT (AOC01Y) IS NOT A STREAM STEP AND IS IGNORED.
001010*----------------------------------------------------------------
001020 01 WS-STEP-TABLE.
001030     05 FILLER PIC X(8) VALUE "EDIT    ".
001040     05 FILLER PIC X(8) VALUE "AOC01A  ".
001050     05 FILLER PIC X(8) VALUE "AOC01B  ".
001060     05 FILLER PIC X(8) VALUE "MERGE   ".
001070     05 FILLER PIC X(8) VALUE "RECON   ".
001080     05 FILLER PIC X(8) VALUE "MGMTRPT ".
001090     05 FILLER PIC X(8) VALUE "BALANCE ".
001100     05 FILLER PIC X(8) VALUE "DOCLOAD ".
001110     05 FILLER PIC X(8) VALUE "HISTPOST".
001120     05 FILLER PIC X(8) VALUE "PUBLISH ".
001130 01 WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
001140     05 WS-STEP-NAME PIC X(8) OCCURS 10 TIMES.
001150 01 WS-ST-IDX PIC 9(2) VALUE 0.
001160 01 WS-ST-HIT PIC 9(2) VALUE 0.
001170
001180*----------------------------------------------------------------
001190* PER-STEP ACCUMULATORS OVER THE RANGE - EVERY STEP THAT ENDED,
001200* WHETHER OR NOT ITS RUN COMPLETED.
001210*----------------------------------------------------------------
001220 01 WS-ST-TOTALS.
001230     05 WS-ST-ENTRY OCCURS 10 TIMES.
001240         10 WS-ST-RUNS PIC 9(5).
001250         10 WS-ST-SECS PIC 9(9).
001260         10 WS-ST-RECS PIC 9(15).
001270         10 WS-ST-MAX PIC 9(6).
001280
001290*----------------------------------------------------------------
001300* THE RUN BEING ASSEMBLED - ONE RUN DATE'S STEP RECORDS, READ IN
001310* KEY ORDER UNTIL THE DATE CHANGES. A RUN IS COMPLETE WHEN BOTH
001320* EDIT AND PUBLISH ENDED; ONLY COMPLETE RUNS HAVE A CRITICAL PATH.
001330*----------------------------------------------------------------
001340 01 WS-CR-DATE PIC 9(8) VALUE 0.
001350 01 WS-CR-STEPS.
001360     05 WS-CR-ENTRY OCCURS 10 TIMES.
001370         10 WS-CR-SEEN PIC A(1).
001380         10 WS-CR-SECS PIC 9(6).
001390         10 WS-CR-RECS PIC 9(9).
001400 01 WS-CR-FIRST PIC S9(6) VALUE 0.
001410 01 WS-CR-LAST PIC S9(6) VALUE 0.
001420 01 WS-CR-VOLUME PIC 9(9) VALUE 0.
001430 01 WS-CR-CRIT PIC S9(6) VALUE 0.
001440 01 WS-CR-MARGIN PIC S9(6) VALUE 0.
001450 01 WS-CR-ANY-SW PIC A(1) VALUE 'N'.
001460     88 WS-CR-ANY VALUE 'Y'.
001470 01 WS-CR-EDIT-SW PIC A(1) VALUE 'N'.
001480     88 WS-CR-EDIT-DONE VALUE 'Y'.
001490 01 WS-CR-PUB-SW PIC A(1) VALUE 'N'.
001500     88 WS-CR-PUB-DONE VALUE 'Y'.
001510 01 WS-CR-PARTN-SW PIC A(1) VALUE 'N'.
001520     88 WS-CR-PARTITIONED VALUE 'Y'.
001530
001540*----------------------------------------------------------------
001550* RUN COUNTS AND THE CRITICAL-PATH TOTAL.
001560*----------------------------------------------------------------
001570 77 WS-RUNS-SEEN PIC 9(5) VALUE 0.
001580 77 WS-RUNS-COMPLETE PIC 9(5) VALUE 0.
001590 77 WS-RUNS-PARTN PIC 9(5) VALUE 0.
001600 77 WS-RUNS-OVERRUN PIC 9(5) VALUE 0.
001610 77 WS-RUNS-INCOMPLETE PIC 9(5) VALUE 0.
001620 01 WS-CRIT-TOTAL PIC 9(9) VALUE 0.
001630 01 WS-LAST-VOLUME PIC 9(9) VALUE 0.
001640
001650*----------------------------------------------------------------
001660* THE SINGLE-PASS MODEL - A LEAST-SQUARES LINE THROUGH (FEED
001670* VOLUME, CRITICAL-PATH SECONDS) OF THE COMPLETE SINGLE-PASS RUNS,
001680* PLUS THE SHARE OF THE TIME AOC01A AND AOC01B SPEND PER RECORD
001690* (THE PART AOC01PAR SLICES) AND WHAT THE MERGE COSTS PER RECORD
001700* ON THE PARTITIONED RUNS.
001710*----------------------------------------------------------------
001720 01 WS-RG-N PIC 9(5) VALUE 0.
001730 01 WS-RG-SX PIC 9(15) VALUE 0.
001740 01 WS-RG-SY PIC 9(12) VALUE 0.
001750 01 WS-RG-SXY PIC 9(18) VALUE 0.
001760 01 WS-RG-SXX PIC 9(18) VALUE 0.
001770 01 WS-RG-SSTART PIC S9(9) VALUE 0.
001780 01 WS-RG-DEN PIC S9(18) VALUE 0.
001790 01 WS-AB-SECS PIC 9(9) VALUE 0.
001800 01 WS-AB-VOL PIC 9(15) VALUE 0.
001810 01 WS-MG-SECS PIC 9(9) VALUE 0.
001820 01 WS-MG-RECS PIC 9(15) VALUE 0.
001830 01 WS-FIXED-SECS PIC S9(7)V99 VALUE 0.
001840 01 WS-PER-REC PIC S9(3)V9(9) VALUE 0.
001850 01 WS-AB-PER-REC PIC 9(3)V9(9) VALUE 0.
001860 01 WS-MG-PER-REC PIC 9(3)V9(9) VALUE 0.
001870 01 WS-AVG-START PIC S9(6) VALUE 0.
001880 01 WS-MODEL-KIND PIC X(40) VALUE SPACES.
001890
001900*----------------------------------------------------------------
001910* FORECAST AND RECOMMENDATION WORK.
001920*----------------------------------------------------------------
001930 01 WS-OVERRUN-VOL PIC S9(11) VALUE 0.
001940 01 WS-PLAN-VOL PIC S9(11) VALUE 0.
001950 01 WS-PROJ-VOL PIC 9(9) VALUE 0.
001960 01 WS-PROJ-SECS PIC S9(9)V99 VALUE 0.
001970 01 WS-REST-SECS PIC S9(9)V99 VALUE 0.
001980 01 WS-AVAIL-SECS PIC S9(9)V99 VALUE 0.
001990 01 WS-PARTN-SECS PIC S9(9)V99 VALUE 0.
002000 01 WS-SLICE-RAW PIC 9(11)V9(4) VALUE 0.
002010 01 WS-SLICES PIC 9(11) VALUE 0.
002020 01 WS-REC-RC PIC 9(2) VALUE 0.
002030 01 WS-NO-DATA-SW PIC A(1) VALUE 'N'.
002040     88 WS-NO-DATA VALUE 'Y'.
002050
002060*----------------------------------------------------------------
002070* WEEK-OVER-WEEK - SEVEN-DAY WEEKS COUNTED BACK FROM THE TO DATE,
002080* WEEK 1 THE NEWEST, 13 WEEKS (A QUARTER) AT MOST. COMPLETE RUNS
002090* ONLY.
002100*----------------------------------------------------------------
002110 01 WS-WK-TABLE.
002120     05 WS-WK-ENTRY OCCURS 13 TIMES.
002130         10 WS-WK-RUNS PIC 9(3).
002140         10 WS-WK-VOL PIC 9(12).
002150         10 WS-WK-SECS PIC 9(9).
002160         10 WS-WK-FIRST PIC 9(8).
002170         10 WS-WK-LAST PIC 9(8).
002180 01 WS-WK-IDX PIC 9(5) VALUE 0.
002190 01 WS-WK-PRINTED PIC 9(3) VALUE 0.
002200 01 WS-AVG-VOL PIC 9(11)V99 VALUE 0.
002210 01 WS-AVG-SECS PIC 9(7)V99 VALUE 0.
002220 01 WS-PREV-AVG-VOL PIC 9(11)V99 VALUE 0.
002230 01 WS-PREV-AVG-SECS PIC 9(7)V99 VALUE 0.
002240 01 WS-CHG-PCT PIC S9(5)V9 VALUE 0.
002250
002260*----------------------------------------------------------------
002270* DATE WORK - DAYS SINCE 0001-01-01, THE SAME ARITHMETIC AS AOC01T
002280* AND AOC01V, FOR THE WEEK BUCKETS.
002290*----------------------------------------------------------------
002300 01 WS-WORK-DATE.
002310     05 WS-WD-CCYY PIC 9(4).
002320     05 WS-WD-MM PIC 9(2).
002330     05 WS-WD-DD PIC 9(2).
002340 01 WS-CUMDAYS-TABLE.
002350     05 FILLER PIC X(36) VALUE
002360         "000031059090120151181212243273304334".
002370 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
002380     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
002390 01 WS-SERIAL PIC 9(7) VALUE 0.
002400 01 WS-TO-SERIAL PIC 9(7) VALUE 0.
002410 01 WS-SER-YEARS PIC 9(4) VALUE 0.
002420 01 WS-SER-Q4 PIC 9(4) VALUE 0.
002430 01 WS-SER-Q100 PIC 9(4) VALUE 0.
002440 01 WS-SER-Q400 PIC 9(4) VALUE 0.
002450 01 WS-SER-R4 PIC 9(3) VALUE 0.
002460 01 WS-SER-R100 PIC 9(3) VALUE 0.
002470 01 WS-SER-R400 PIC 9(3) VALUE 0.
002480
002490*----------------------------------------------------------------
002500* SECONDS TO HH:MM:SS (8600).
002510*----------------------------------------------------------------
002520 01 WS-HMS-SECS PIC S9(6) VALUE 0.
002530 01 WS-HMS-REM PIC 9(6) VALUE 0.
002540 01 WS-HMS.
002550     05 WS-HMS-HH PIC 9(2).
002560     05 FILLER PIC X(1) VALUE ":".
002570     05 WS-HMS-MM PIC 9(2).
002580     05 FILLER PIC X(1) VALUE ":".
002590     05 WS-HMS-SS PIC 9(2).
002600
002610*----------------------------------------------------------------
002620* CAPACITY-REPORT LINE LAYOUTS.
002630*----------------------------------------------------------------
002640 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
002650 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
002660 01 WS-PAGE-HDG.
002670     05 FILLER PIC X(38) VALUE
002680         "AOC01Z BATCH WINDOW CAPACITY - RUNS   ".
002690     05 WS-HDG-FROM PIC 9(8).
002700     05 FILLER PIC X(4) VALUE " TO ".
002710     05 WS-HDG-TO PIC 9(8).
002720     05 FILLER PIC X(9) VALUE "  WINDOW ".
002730     05 WS-HDG-WSTART PIC 9(4).
002740     05 FILLER PIC X(1) VALUE "-".
002750     05 WS-HDG-WEND PIC 9(4).
002760     05 FILLER PIC X(47) VALUE SPACES.
002770     05 FILLER PIC X(5) VALUE "PAGE ".
002780     05 WS-HDG-PAGE PIC ZZZ9.
002790 01 WS-RUN-HDG.
002800     05 FILLER PIC X(20) VALUE "RUN DATE M    VOLUME".
002810     05 FILLER PIC X(35) VALUE
002820         "   EDIT AOC01A AOC01B  MERGE  RECON".
002830     05 FILLER PIC X(35) VALUE
002840         " MGMTRP BALANC DOCLOA HISTPO PUBLIS".
002850     05 FILLER PIC X(27) VALUE
002860         " CRITPATH MARGIN NOTE      ".
002870     05 FILLER PIC X(15) VALUE SPACES.
002880 01 WS-RUN-LINE.
002890     05 WS-RL-DATE PIC 9(8).
002900     05 FILLER PIC X(1) VALUE SPACE.
002910     05 WS-RL-MODE PIC X(1).
002920     05 FILLER PIC X(1) VALUE SPACE.
002930     05 WS-RL-VOLUME PIC ZZZZZZZZ9.
002940     05 WS-RL-STEP OCCURS 10 TIMES.
002950         10 FILLER PIC X(1).
002960         10 WS-RL-SECS PIC X(6).
002970     05 FILLER PIC X(1) VALUE SPACE.
002980     05 WS-RL-CRIT PIC X(8).
002990     05 FILLER PIC X(1) VALUE SPACE.
003000     05 WS-RL-MARGIN PIC X(6).
003010     05 FILLER PIC X(1) VALUE SPACE.
003020     05 WS-RL-NOTE PIC X(10).
003030     05 FILLER PIC X(15) VALUE SPACES.
003040 01 WS-ED-SECS PIC ZZZZZ9.
003050 01 WS-ED-MARGIN PIC -ZZZZ9.
003060 01 WS-ST-HDG.
003070     05 FILLER PIC X(36) VALUE
003080         "  STEP        RUNS  AVG ELAPSED  MAX".
003090     05 FILLER PIC X(42) VALUE
003100         " ELAPSED   AVG RECS/SEC  PCT OF CRIT PATH".
003110     05 FILLER PIC X(54) VALUE SPACES.
003120 01 WS-ST-LINE.
003130     05 FILLER PIC X(2) VALUE SPACES.
003140     05 WS-SL-NAME PIC X(8).
003150     05 FILLER PIC X(2) VALUE SPACES.
003160     05 WS-SL-RUNS PIC ZZZZ9.
003170     05 FILLER PIC X(4) VALUE SPACES.
003180     05 WS-SL-AVG PIC X(8).
003190     05 FILLER PIC X(5) VALUE SPACES.
003200     05 WS-SL-MAX PIC X(8).
003210     05 FILLER PIC X(3) VALUE SPACES.
003220     05 WS-SL-RATE PIC ZZZ,ZZZ,ZZ9.
003230     05 FILLER PIC X(9) VALUE SPACES.
003240     05 WS-SL-SHARE PIC ZZ9.9.
003250     05 FILLER PIC X(62) VALUE SPACES.
003260 01 WS-WK-HDG.
003270     05 FILLER PIC X(40) VALUE
003280         "  FIRST RUN LAST RUN  RUNS   AVG VOLUME ".
003290     05 FILLER PIC X(48) VALUE
003300         "AVG CRIT PATH  RECS/SEC  VOLUME CHG  ELAPSED CHG".
003310     05 FILLER PIC X(44) VALUE SPACES.
003320 01 WS-WK-LINE.
003330     05 FILLER PIC X(2) VALUE SPACES.
003340     05 WS-WL-FIRST PIC 9(8).
003350     05 FILLER PIC X(2) VALUE SPACES.
003360     05 WS-WL-LAST PIC 9(8).
003370     05 FILLER PIC X(2) VALUE SPACES.
003380     05 WS-WL-RUNS PIC ZZ9.
003390     05 FILLER PIC X(2) VALUE SPACES.
003400     05 WS-WL-VOL PIC ZZZ,ZZZ,ZZ9.
003410     05 FILLER PIC X(4) VALUE SPACES.
003420     05 WS-WL-CRIT PIC X(8).
003430     05 FILLER PIC X(3) VALUE SPACES.
003440     05 WS-WL-RATE PIC ZZZ,ZZ9.
003450     05 FILLER PIC X(4) VALUE SPACES.
003460     05 WS-WL-VOL-CHG PIC X(8).
003470     05 FILLER PIC X(5) VALUE SPACES.
003480     05 WS-WL-SECS-CHG PIC X(8).
003490     05 FILLER PIC X(47) VALUE SPACES.
003500 01 WS-ED-PCT PIC +ZZZ9.9.
003510 01 WS-PCT-WORK.
003520     05 WS-PW-NUM PIC X(7).
003530     05 FILLER PIC X(1) VALUE "%".
003540 01 WS-FACT-LINE.
003550     05 FILLER PIC X(2) VALUE SPACES.
003560     05 WS-FACT-LABEL PIC X(44).
003570     05 WS-FACT-VALUE PIC X(60).
003580     05 FILLER PIC X(26) VALUE SPACES.
003590 01 WS-ED-NUM PIC -ZZZ,ZZZ,ZZZ,ZZ9.
003600 01 WS-ED-RATE PIC ZZ9.999999.
003610 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
003620 01 WS-MSG-LINE PIC X(132).
003630
003640 PROCEDURE DIVISION.
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     PERFORM 2000-READ-RUNS THRU 2000-EXIT.
003680     PERFORM 3000-STEP-SUMMARY THRU 3000-EXIT.
003690     PERFORM 4000-WEEKLY-TREND THRU 4000-EXIT.
003700     PERFORM 5000-FORECAST THRU 5000-EXIT.
003710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003720     STOP RUN.
003730
003740*----------------------------------------------------------------
003750* 1000-INITIALIZE - FROMDATE=, TODATE=, WINDOW-START= AND
003760* WINDOW-END= ARE ALL REQUIRED; A CAPACITY ANSWER AGAINST A
003770* GUESSED WINDOW IS WORSE THAN NONE.
003780*----------------------------------------------------------------
003790 1000-INITIALIZE.
003800     OPEN INPUT ZPARM-FILE.
003810     PERFORM UNTIL WS-EOF = 'Y'
003820         READ ZPARM-FILE
003830             AT END MOVE 'Y' TO WS-EOF
003840             NOT AT END
003850                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
003860         END-READ
003870     END-PERFORM.
003880     CLOSE ZPARM-FILE.
003890     IF NOT WS-CARDS-COMPLETE OR WS-FROM-DATE > WS-TO-DATE
003900         DISPLAY "AOC01Z - FROMDATE=, TODATE=, WINDOW-START= AND"
003910             " WINDOW-END= ARE ALL REQUIRED ON CAPPARM (FROM NOT"
003920             " AFTER TO)"
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     COMPUTE WS-WIN-START-SECS = WS-WIN-START-HH * 3600
003970         + WS-WIN-START-MM * 60.
003980     COMPUTE WS-WIN-SECS = WS-WIN-END-HH * 3600
003990         + WS-WIN-END-MM * 60 - WS-WIN-START-SECS.
004000     IF WS-WIN-SECS NOT > 0
004010         ADD 86400 TO WS-WIN-SECS
004020     END-IF.
004030     COMPUTE WS-PLAN-SECS = WS-WIN-SECS * (100 - WS-HEADROOM)
004040         / 100.
004050     MOVE WS-TO-DATE TO WS-WORK-DATE.
004060     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004070     MOVE WS-SERIAL TO WS-TO-SERIAL.
004080     INITIALIZE WS-ST-TOTALS.
004090     INITIALIZE WS-WK-TABLE.
004100
004110     OPEN INPUT RUNCTL-FILE.
004120     IF WS-RC-FS NOT = "00"
004130         DISPLAY "AOC01Z - RUNCTL-FILE OPEN FAILED, STATUS "
004140             WS-RC-FS
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     OPEN OUTPUT ZRPT-FILE.
004190     MOVE WS-FROM-DATE TO WS-HDG-FROM.
004200     MOVE WS-TO-DATE TO WS-HDG-TO.
004210     MOVE WS-WIN-START TO WS-HDG-WSTART.
004220     MOVE WS-WIN-END TO WS-HDG-WEND.
004230 1000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 1100-APPLY-CARD - FROMDATE=CCYYMMDD, TODATE=CCYYMMDD,
004280* WINDOW-START=HHMM AND WINDOW-END=HHMM (THE BATCH WINDOW - THE
004290* END MAY FALL AFTER MIDNIGHT), AND OPTIONALLY FEED-RECORDS=
004300* NNNNNNNNN (TOMORROW'S EXPECTED FEED - DEFAULT THE LATEST RUN'S)
004310* AND HEADROOM-PCT=NN (THE SHARE OF THE WINDOW HELD BACK WHEN
004320* RECOMMENDING - DEFAULT 10). ANYTHING ELSE IS REPORTED AND
004330* IGNORED.
004340*----------------------------------------------------------------
004350 1100-APPLY-CARD.
004360     IF ZPARM-CARD(1:9) = "FROMDATE="
004370             AND ZPARM-CARD(10:8) IS NUMERIC
004380         MOVE ZPARM-CARD(10:8) TO WS-FROM-DATE
004390         MOVE "F" TO WS-CARDS-SW(1:1)
004400         GO TO 1100-EXIT
004410     END-IF.
004420     IF ZPARM-CARD(1:7) = "TODATE="
004430             AND ZPARM-CARD(8:8) IS NUMERIC
004440         MOVE ZPARM-CARD(8:8) TO WS-TO-DATE
004450         MOVE "T" TO WS-CARDS-SW(2:1)
004460         GO TO 1100-EXIT
004470     END-IF.
004480     IF ZPARM-CARD(1:13) = "WINDOW-START="
004490             AND ZPARM-CARD(14:4) IS NUMERIC
004500         MOVE ZPARM-CARD(14:4) TO WS-WIN-START
004510         IF WS-WIN-START-HH < 24 AND WS-WIN-START-MM < 60
004520             MOVE "S" TO WS-CARDS-SW(3:1)
004530         END-IF
004540         GO TO 1100-EXIT
004550     END-IF.
004560     IF ZPARM-CARD(1:11) = "WINDOW-END="
004570             AND ZPARM-CARD(12:4) IS NUMERIC
004580         MOVE ZPARM-CARD(12:4) TO WS-WIN-END
004590         IF WS-WIN-END-HH < 24 AND WS-WIN-END-MM < 60
004600             MOVE "E" TO WS-CARDS-SW(4:1)
004610         END-IF
004620         GO TO 1100-EXIT
004630     END-IF.
004640     IF ZPARM-CARD(1:13) = "FEED-RECORDS="
004650             AND ZPARM-CARD(14:9) IS NUMERIC
004660         MOVE ZPARM-CARD(14:9) TO WS-FEED-RECORDS
004670         SET WS-FEED-SET TO TRUE
004680         GO TO 1100-EXIT
004690     END-IF.
004700     IF ZPARM-CARD(1:13) = "HEADROOM-PCT="
004710             AND ZPARM-CARD(14:2) IS NUMERIC
004720         MOVE ZPARM-CARD(14:2) TO WS-HEADROOM
004730         GO TO 1100-EXIT
004740     END-IF.
004750     IF ZPARM-CARD NOT = SPACES
004760         DISPLAY "AOC01Z - UNRECOGNIZED PARM CARD IGNORED: "
004770             ZPARM-CARD(1:40)
004780     END-IF.
004790 1100-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------
004830* 2000-READ-RUNS - RUN-CONTROL FROM THE FROM DATE THROUGH THE TO
004840* DATE IN KEY ORDER (RUN DATE, STEP). EACH RUN DATE'S RECORDS ARE
004850* GATHERED AND THE RUN IS MEASURED WHEN THE DATE CHANGES.
004860*----------------------------------------------------------------
004870 2000-READ-RUNS.
004880     MOVE "STREAM RUNS - STEP ELAPSED SECONDS, CRITICAL PATH"
004890         TO WS-MSG-LINE.
004900     MOVE " (FIRST STEP START TO LAST STEP END), MINUTES TO SPARE"
004910         TO WS-MSG-LINE(49:55).
004920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004930     MOVE WS-RUN-HDG TO WS-MSG-LINE.
004940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
004950     MOVE WS-FROM-DATE TO RC-RUN-DATE.
004960     MOVE LOW-VALUES TO RC-STEP-NAME.
004970     START RUNCTL-FILE KEY IS NOT LESS THAN RC-KEY.
004980     IF WS-RC-FS NOT = "00"
004990         GO TO 2000-EXIT
005000     END-IF.
005010     MOVE 'N' TO WS-EOF.
005020     PERFORM UNTIL WS-EOF = 'Y'
005030         READ RUNCTL-FILE NEXT RECORD
005040             AT END MOVE 'Y' TO WS-EOF
005050             NOT AT END
005060                 IF RC-RUN-DATE > WS-TO-DATE
005070                     MOVE 'Y' TO WS-EOF
005080                 ELSE
005090                     IF RC-RUN-DATE NOT = WS-CR-DATE
005100                         PERFORM 2200-MEASURE-RUN THRU 2200-EXIT
005110                         PERFORM 2050-NEW-RUN THRU 2050-EXIT
005120                     END-IF
005130                     PERFORM 2100-TAKE-STEP THRU 2100-EXIT
005140                 END-IF
005150         END-READ
005160     END-PERFORM.
005170     PERFORM 2200-MEASURE-RUN THRU 2200-EXIT.
005180 2000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2050-NEW-RUN - CLEAR THE RUN BUFFER FOR THE RUN DATE JUST READ.
005230*----------------------------------------------------------------
005240 2050-NEW-RUN.
005250     MOVE RC-RUN-DATE TO WS-CR-DATE.
005260     INITIALIZE WS-CR-STEPS.
005270     MOVE 0 TO WS-CR-FIRST.
005280     MOVE 0 TO WS-CR-LAST.
005290     MOVE 0 TO WS-CR-VOLUME.
005300     MOVE 'N' TO WS-CR-ANY-SW.
005310     MOVE 'N' TO WS-CR-EDIT-SW.
005320     MOVE 'N' TO WS-CR-PUB-SW.
005330     MOVE 'N' TO WS-CR-PARTN-SW.
005340 2050-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------
005380* 2100-TAKE-STEP - ONE ENDED STEP RECORD INTO THE RUN BUFFER. A
005390* STEP STILL AT STATUS S NEVER ENDED AND HAS NO ELAPSED TIME; THE
005400* RUN IT BELONGS TO WILL NOT REACH PUBLISH AND SHOWS INCOMPLETE.
005410* AN END TIME EARLIER THAN THE START TIME CROSSED MIDNIGHT.
005420*----------------------------------------------------------------
005430 2100-TAKE-STEP.
005440     IF RC-STEP-NAME = "PUBACK  " OR NOT RC-ENDED
005450         GO TO 2100-EXIT
005460     END-IF.
005470     MOVE RC-START-TIME TO WS-TIME-IN.
005480     PERFORM 8700-TIME-TO-REL THRU 8700-EXIT.
005490     MOVE WS-REL TO WS-STEP-START-REL.
005500     MOVE RC-END-TIME TO WS-TIME-IN.
005510     PERFORM 8700-TIME-TO-REL THRU 8700-EXIT.
005520     IF WS-REL < WS-STEP-START-REL
005530         ADD 86400 TO WS-REL
005540     END-IF.
005550     COMPUTE WS-ELAPSED = WS-REL - WS-STEP-START-REL.
005560     IF NOT WS-CR-ANY OR WS-STEP-START-REL < WS-CR-FIRST
005570         MOVE WS-STEP-START-REL TO WS-CR-FIRST
005580     END-IF.
005590     IF NOT WS-CR-ANY OR WS-REL > WS-CR-LAST
005600         MOVE WS-REL TO WS-CR-LAST
005610     END-IF.
005620     SET WS-CR-ANY TO TRUE.
005630
005640     MOVE 0 TO WS-ST-HIT.
005650     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
005660             UNTIL WS-ST-IDX > 10 OR WS-ST-HIT > 0
005670         IF WS-STEP-NAME(WS-ST-IDX) = RC-STEP-NAME
005680             MOVE WS-ST-IDX TO WS-ST-HIT
005690         END-IF
005700     END-PERFORM.
005710     IF WS-ST-HIT = 0
005720         GO TO 2100-EXIT
005730     END-IF.
005740     MOVE 'Y' TO WS-CR-SEEN(WS-ST-HIT).
005750     MOVE WS-ELAPSED TO WS-CR-SECS(WS-ST-HIT).
005760     MOVE RC-RECS-IN TO WS-CR-RECS(WS-ST-HIT).
005770     EVALUATE RC-STEP-NAME
005780         WHEN "EDIT    "
005790             MOVE RC-RECS-OUT TO WS-CR-VOLUME
005800             SET WS-CR-EDIT-DONE TO TRUE
005810         WHEN "MERGE   "
005820             SET WS-CR-PARTITIONED TO TRUE
005830         WHEN "PUBLISH "
005840             SET WS-CR-PUB-DONE TO TRUE
005850     END-EVALUATE.
005860 2100-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* 2200-MEASURE-RUN - THE BUFFERED RUN: ONE REPORT LINE, THE STEP
005910* ACCUMULATORS, AND - FOR A COMPLETE RUN - ITS CRITICAL PATH AND
005920* MARGIN AGAINST THE WINDOW, ITS WEEK, AND (SINGLE-PASS RUNS) THE
005930* MODEL SUMS.
005940*----------------------------------------------------------------
005950 2200-MEASURE-RUN.
005960     IF WS-CR-DATE = 0
005970         GO TO 2200-EXIT
005980     END-IF.
005990     ADD 1 TO WS-RUNS-SEEN.
006000     MOVE SPACES TO WS-RUN-LINE.
006010     MOVE WS-CR-DATE TO WS-RL-DATE.
006020     IF WS-CR-PARTITIONED
006030         MOVE "P" TO WS-RL-MODE
006040         ADD 1 TO WS-RUNS-PARTN
006050     ELSE
006060         MOVE "S" TO WS-RL-MODE
006070     END-IF.
006080     MOVE WS-CR-VOLUME TO WS-RL-VOLUME.
006090     IF WS-CR-EDIT-DONE
006100         MOVE WS-CR-VOLUME TO WS-LAST-VOLUME
006110     END-IF.
006120     PERFORM VARYING WS-ST-IDX FROM 1 BY 1 UNTIL WS-ST-IDX > 10
006130         PERFORM 2210-STEP-CELL THRU 2210-EXIT
006140     END-PERFORM.
006150
006160     IF NOT WS-CR-EDIT-DONE OR NOT WS-CR-PUB-DONE
006170         ADD 1 TO WS-RUNS-INCOMPLETE
006180         MOVE "INCOMPLETE" TO WS-RL-NOTE
006190         GO TO 2200-WRITE
006200     END-IF.
006210     ADD 1 TO WS-RUNS-COMPLETE.
006220     COMPUTE WS-CR-CRIT = WS-CR-LAST - WS-CR-FIRST.
006230     COMPUTE WS-CR-MARGIN = WS-WIN-SECS - WS-CR-LAST.
006240     ADD WS-CR-CRIT TO WS-CRIT-TOTAL.
006250     MOVE WS-CR-CRIT TO WS-HMS-SECS.
006260     PERFORM 8600-SECS-TO-HMS THRU 8600-EXIT.
006270     MOVE WS-HMS TO WS-RL-CRIT.
006280     COMPUTE WS-ED-MARGIN = WS-CR-MARGIN / 60.
006290     MOVE WS-ED-MARGIN TO WS-RL-MARGIN.
006300     IF WS-CR-MARGIN < 0
006310         ADD 1 TO WS-RUNS-OVERRUN
006320         MOVE "OVERRUN" TO WS-RL-NOTE
006330     END-IF.
006340     PERFORM 2220-WEEK-BUCKET THRU 2220-EXIT.
006350     IF WS-CR-PARTITIONED
006360         IF WS-CR-SEEN(4) = 'Y'
006370             ADD WS-CR-SECS(4) TO WS-MG-SECS
006380             ADD WS-CR-RECS(4) TO WS-MG-RECS
006390         END-IF
006400         GO TO 2200-WRITE
006410     END-IF.
006420     ADD 1 TO WS-RG-N.
006430     ADD WS-CR-VOLUME TO WS-RG-SX.
006440     ADD WS-CR-CRIT TO WS-RG-SY.
006450     COMPUTE WS-RG-SXY = WS-RG-SXY + WS-CR-VOLUME * WS-CR-CRIT.
006460     COMPUTE WS-RG-SXX = WS-RG-SXX + WS-CR-VOLUME * WS-CR-VOLUME.
006470     ADD WS-CR-FIRST TO WS-RG-SSTART.
006480     IF WS-CR-SEEN(2) = 'Y' AND WS-CR-SEEN(3) = 'Y'
006490         ADD WS-CR-SECS(2) WS-CR-SECS(3) TO WS-AB-SECS
006500         ADD WS-CR-VOLUME TO WS-AB-VOL
006510     END-IF.
006520 2200-WRITE.
006530     MOVE WS-RUN-LINE TO WS-MSG-LINE.
006540     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006550 2200-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 2210-STEP-CELL - STEP WS-ST-IDX OF THE BUFFERED RUN: ITS ELAPSED
006600* SECONDS ON THE RUN LINE (BLANK IF IT DID NOT END) AND INTO THE
006610* STEP ACCUMULATORS.
006620*----------------------------------------------------------------
006630 2210-STEP-CELL.
006640     IF WS-CR-SEEN(WS-ST-IDX) NOT = 'Y'
006650         GO TO 2210-EXIT
006660     END-IF.
006670     MOVE WS-CR-SECS(WS-ST-IDX) TO WS-ED-SECS.
006680     MOVE WS-ED-SECS TO WS-RL-SECS(WS-ST-IDX).
006690     ADD 1 TO WS-ST-RUNS(WS-ST-IDX).
006700     ADD WS-CR-SECS(WS-ST-IDX) TO WS-ST-SECS(WS-ST-IDX).
006710     ADD WS-CR-RECS(WS-ST-IDX) TO WS-ST-RECS(WS-ST-IDX).
006720     IF WS-CR-SECS(WS-ST-IDX) > WS-ST-MAX(WS-ST-IDX)
006730         MOVE WS-CR-SECS(WS-ST-IDX) TO WS-ST-MAX(WS-ST-IDX)
006740     END-IF.
006750 2210-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790* 2220-WEEK-BUCKET - A COMPLETE RUN INTO ITS SEVEN-DAY WEEK,
006800* COUNTED BACK FROM THE TO DATE. RUNS OLDER THAN 13 WEEKS ARE IN
006810* EVERYTHING ELSE BUT NOT THE TREND.
006820*----------------------------------------------------------------
006830 2220-WEEK-BUCKET.
006840     MOVE WS-CR-DATE TO WS-WORK-DATE.
006850     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
006860     COMPUTE WS-WK-IDX = (WS-TO-SERIAL - WS-SERIAL) / 7 + 1.
006870     IF WS-WK-IDX > 13
006880         GO TO 2220-EXIT
006890     END-IF.
006900     ADD 1 TO WS-WK-RUNS(WS-WK-IDX).
006910     ADD WS-CR-VOLUME TO WS-WK-VOL(WS-WK-IDX).
006920     ADD WS-CR-CRIT TO WS-WK-SECS(WS-WK-IDX).
006930     IF WS-WK-FIRST(WS-WK-IDX) = 0
006940         MOVE WS-CR-DATE TO WS-WK-FIRST(WS-WK-IDX)
006950     END-IF.
006960     MOVE WS-CR-DATE TO WS-WK-LAST(WS-WK-IDX).
006970 2220-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------------
007010* 3000-STEP-SUMMARY - PER STEP OVER THE RANGE: HOW MANY RUNS IT
007020* ENDED IN, AVERAGE AND LONGEST ELAPSED TIME, RECORDS READ PER
007030* SECOND, AND ITS AVERAGE AS A PERCENTAGE OF THE AVERAGE CRITICAL
007040* PATH.
007050*----------------------------------------------------------------
007060 3000-STEP-SUMMARY.
007070     IF WS-RUNS-SEEN = 0
007080         SET WS-NO-DATA TO TRUE
007090         MOVE "  NO RUN-CONTROL RECORDS IN THE DATE RANGE"
007100             TO WS-MSG-LINE
007110         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007120         GO TO 3000-EXIT
007130     END-IF.
007140     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007150     MOVE "STEP THROUGHPUT OVER THE RANGE" TO WS-MSG-LINE.
007160     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007170     MOVE WS-ST-HDG TO WS-MSG-LINE.
007180     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007190     PERFORM VARYING WS-ST-IDX FROM 1 BY 1 UNTIL WS-ST-IDX > 10
007200         PERFORM 3100-STEP-LINE THRU 3100-EXIT
007210     END-PERFORM.
007220 3000-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260* 3100-STEP-LINE - ONE STEP'S THROUGHPUT LINE. A STEP THAT NEVER
007270* ENDED IN THE RANGE (MERGE ON A SINGLE-PASS-ONLY RANGE) IS LEFT
007280* OFF. A STEP THAT ENDED WITHIN THE SECOND COUNTS AS ONE SECOND.
007290*----------------------------------------------------------------
007300 3100-STEP-LINE.
007310     IF WS-ST-RUNS(WS-ST-IDX) = 0
007320         GO TO 3100-EXIT
007330     END-IF.
007340     MOVE WS-STEP-NAME(WS-ST-IDX) TO WS-SL-NAME.
007350     MOVE WS-ST-RUNS(WS-ST-IDX) TO WS-SL-RUNS.
007360     COMPUTE WS-HMS-SECS = WS-ST-SECS(WS-ST-IDX)
007370         / WS-ST-RUNS(WS-ST-IDX).
007380     PERFORM 8600-SECS-TO-HMS THRU 8600-EXIT.
007390     MOVE WS-HMS TO WS-SL-AVG.
007400     MOVE WS-ST-MAX(WS-ST-IDX) TO WS-HMS-SECS.
007410     PERFORM 8600-SECS-TO-HMS THRU 8600-EXIT.
007420     MOVE WS-HMS TO WS-SL-MAX.
007430     IF WS-ST-SECS(WS-ST-IDX) = 0
007440         MOVE WS-ST-RECS(WS-ST-IDX) TO WS-SL-RATE
007450     ELSE
007460         COMPUTE WS-SL-RATE = WS-ST-RECS(WS-ST-IDX)
007470             / WS-ST-SECS(WS-ST-IDX)
007480     END-IF.
007490     MOVE 0 TO WS-SL-SHARE.
007500     IF WS-CRIT-TOTAL > 0
007510         COMPUTE WS-SL-SHARE ROUNDED =
007520             (WS-ST-SECS(WS-ST-IDX) / WS-ST-RUNS(WS-ST-IDX))
007530             / (WS-CRIT-TOTAL / WS-RUNS-COMPLETE) * 100
007540     END-IF.
007550     MOVE WS-ST-LINE TO WS-MSG-LINE.
007560     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007570 3100-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------
007610* 4000-WEEKLY-TREND - OLDEST WEEK FIRST: RUNS, AVERAGE VOLUME,
007620* AVERAGE CRITICAL PATH AND STREAM RECORDS PER SECOND, WITH THE
007630* CHANGE IN AVERAGE VOLUME AND AVERAGE CRITICAL PATH AGAINST THE
007640* WEEK BEFORE IT.
007650*----------------------------------------------------------------
007660 4000-WEEKLY-TREND.
007670     IF WS-NO-DATA OR WS-RUNS-COMPLETE = 0
007680         GO TO 4000-EXIT
007690     END-IF.
007700     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007710     MOVE "WEEK-OVER-WEEK TREND - COMPLETE RUNS, SEVEN-DAY WEEKS"
007720         TO WS-MSG-LINE.
007730     MOVE " ENDING ON THE TO DATE" TO WS-MSG-LINE(54:22).
007740     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007750     MOVE WS-WK-HDG TO WS-MSG-LINE.
007760     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007770     MOVE 0 TO WS-WK-PRINTED.
007780     PERFORM VARYING WS-WK-IDX FROM 13 BY -1 UNTIL WS-WK-IDX < 1
007790         PERFORM 4100-WEEK-LINE THRU 4100-EXIT
007800     END-PERFORM.
007810 4000-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850* 4100-WEEK-LINE - ONE WEEK WITH RUNS IN IT. THE FIRST WEEK
007860* PRINTED HAS NOTHING TO COMPARE WITH.
007870*----------------------------------------------------------------
007880 4100-WEEK-LINE.
007890     IF WS-WK-RUNS(WS-WK-IDX) = 0
007900         GO TO 4100-EXIT
007910     END-IF.
007920     MOVE WS-WK-FIRST(WS-WK-IDX) TO WS-WL-FIRST.
007930     MOVE WS-WK-LAST(WS-WK-IDX) TO WS-WL-LAST.
007940     MOVE WS-WK-RUNS(WS-WK-IDX) TO WS-WL-RUNS.
007950     COMPUTE WS-AVG-VOL ROUNDED = WS-WK-VOL(WS-WK-IDX)
007960         / WS-WK-RUNS(WS-WK-IDX).
007970     COMPUTE WS-AVG-SECS ROUNDED = WS-WK-SECS(WS-WK-IDX)
007980         / WS-WK-RUNS(WS-WK-IDX).
007990     MOVE WS-AVG-VOL TO WS-WL-VOL.
008000     MOVE WS-AVG-SECS TO WS-HMS-SECS.
008010     PERFORM 8600-SECS-TO-HMS THRU 8600-EXIT.
008020     MOVE WS-HMS TO WS-WL-CRIT.
008030     IF WS-WK-SECS(WS-WK-IDX) = 0
008040         MOVE WS-WK-VOL(WS-WK-IDX) TO WS-WL-RATE
008050     ELSE
008060         COMPUTE WS-WL-RATE = WS-WK-VOL(WS-WK-IDX)
008070             / WS-WK-SECS(WS-WK-IDX)
008080     END-IF.
008090     MOVE SPACES TO WS-WL-VOL-CHG.
008100     MOVE SPACES TO WS-WL-SECS-CHG.
008110     IF WS-WK-PRINTED > 0 AND WS-PREV-AVG-VOL > 0
008120         COMPUTE WS-CHG-PCT ROUNDED =
008130             (WS-AVG-VOL - WS-PREV-AVG-VOL) / WS-PREV-AVG-VOL
008140             * 100
008150         MOVE WS-CHG-PCT TO WS-ED-PCT
008160         MOVE WS-ED-PCT TO WS-PW-NUM
008170         MOVE WS-PCT-WORK TO WS-WL-VOL-CHG
008180     END-IF.
008190     IF WS-WK-PRINTED > 0 AND WS-PREV-AVG-SECS > 0
008200         COMPUTE WS-CHG-PCT ROUNDED =
008210             (WS-AVG-SECS - WS-PREV-AVG-SECS) / WS-PREV-AVG-SECS
008220             * 100
008230         MOVE WS-CHG-PCT TO WS-ED-PCT
008240         MOVE WS-ED-PCT TO WS-PW-NUM
008250         MOVE WS-PCT-WORK TO WS-WL-SECS-CHG
008260     END-IF.
008270     MOVE WS-WK-LINE TO WS-MSG-LINE.
008280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008290     MOVE WS-AVG-VOL TO WS-PREV-AVG-VOL.
008300     MOVE WS-AVG-SECS TO WS-PREV-AVG-SECS.
008310     ADD 1 TO WS-WK-PRINTED.
008320 4100-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------------
008360* 5000-FORECAST - THE SINGLE-PASS MODEL AND TOMORROW'S ANSWER.
008370* CRITICAL PATH = FIXED SECONDS + SECONDS PER RECORD X VOLUME,
008380* FITTED BY LEAST SQUARES OVER THE COMPLETE SINGLE-PASS RUNS. WITH
008390* ONE RUN, NO SPREAD OF VOLUMES, OR A FIT THAT MAKES NO PHYSICAL
008400* SENSE (FALLING TIME OR NEGATIVE FIXED COST), TIME IS TAKEN AS
008410* PROPORTIONAL TO VOLUME INSTEAD. THE STREAM FINISHES AT ITS
008420* AVERAGE START PLUS THAT CRITICAL PATH; THE OVERRUN VOLUME IS
008430* WHERE THAT REACHES THE WINDOW END.
008440*----------------------------------------------------------------
008450 5000-FORECAST.
008460     IF WS-NO-DATA
008470         MOVE 4 TO WS-REC-RC
008480         GO TO 5000-EXIT
008490     END-IF.
008500     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
008510     MOVE "FORECAST AND RECOMMENDATION" TO WS-MSG-LINE.
008520     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008530     IF WS-RG-N = 0 OR WS-RG-SX = 0
008540         MOVE "  NO COMPLETE SINGLE-PASS RUN IN THE RANGE - NO"
008550             TO WS-MSG-LINE
008560         MOVE " FORECAST. WIDEN FROMDATE=/TODATE=."
008570             TO WS-MSG-LINE(48:35)
008580         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008590         MOVE 4 TO WS-REC-RC
008600         GO TO 5000-EXIT
008610     END-IF.
008620     COMPUTE WS-AVG-START = WS-RG-SSTART / WS-RG-N.
008630     MOVE "PROPORTIONAL TO VOLUME" TO WS-MODEL-KIND.
008640     MOVE 0 TO WS-FIXED-SECS.
008650     COMPUTE WS-PER-REC = WS-RG-SY / WS-RG-SX.
008660     IF WS-RG-N > 1
008670         COMPUTE WS-RG-DEN = WS-RG-N * WS-RG-SXX
008680             - WS-RG-SX * WS-RG-SX
008690         IF WS-RG-DEN > 0
008700             PERFORM 5100-LEAST-SQUARES THRU 5100-EXIT
008710         END-IF
008720     END-IF.
008730     IF WS-PER-REC NOT > 0
008740         MOVE 4 TO WS-REC-RC
008750         MOVE "  RUN TIMES DO NOT GROW WITH VOLUME - NO FORECAST"
008760             TO WS-MSG-LINE
008770         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008780         GO TO 5000-EXIT
008790     END-IF.
008800
008810     COMPUTE WS-OVERRUN-VOL = (WS-WIN-SECS - WS-AVG-START
008820         - WS-FIXED-SECS) / WS-PER-REC.
008830     COMPUTE WS-PLAN-VOL = (WS-PLAN-SECS - WS-AVG-START
008840         - WS-FIXED-SECS) / WS-PER-REC.
008850     IF WS-OVERRUN-VOL < 0
008860         MOVE 0 TO WS-OVERRUN-VOL
008870     END-IF.
008880     IF WS-PLAN-VOL < 0
008890         MOVE 0 TO WS-PLAN-VOL
008900     END-IF.
008910     IF WS-FEED-SET
008920         MOVE WS-FEED-RECORDS TO WS-PROJ-VOL
008930     ELSE
008940         MOVE WS-LAST-VOLUME TO WS-PROJ-VOL
008950     END-IF.
008960     COMPUTE WS-PROJ-SECS = WS-AVG-START + WS-FIXED-SECS
008970         + WS-PER-REC * WS-PROJ-VOL.
008980     PERFORM 5200-PRINT-MODEL THRU 5200-EXIT.
008990
009000     IF WS-PROJ-SECS NOT > WS-PLAN-SECS
009010         MOVE 0 TO WS-REC-RC
009020         MOVE "SINGLE-PASS AOC01RUN - FITS THE WINDOW"
009030             TO WS-FACT-VALUE
009040         GO TO 5000-RECOMMEND
009050     END-IF.
009060     PERFORM 5300-SIZE-SLICES THRU 5300-EXIT.
009070 5000-RECOMMEND.
009080     MOVE "RECOMMENDATION FOR THE PROJECTED FEED"
009090         TO WS-FACT-LABEL.
009100     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009110 5000-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------
009150* 5100-LEAST-SQUARES - SLOPE AND INTERCEPT OF THE FITTED LINE,
009160* KEPT ONLY WHEN BOTH ARE PHYSICALLY SENSIBLE.
009170*----------------------------------------------------------------
009180 5100-LEAST-SQUARES.
009190     COMPUTE WS-PER-REC ROUNDED = (WS-RG-N * WS-RG-SXY
009200         - WS-RG-SX * WS-RG-SY) / WS-RG-DEN.
009210     COMPUTE WS-FIXED-SECS ROUNDED = (WS-RG-SY
009220         - WS-PER-REC * WS-RG-SX) / WS-RG-N.
009230     IF WS-PER-REC > 0 AND WS-FIXED-SECS NOT < 0
009240         MOVE "LEAST-SQUARES LINE" TO WS-MODEL-KIND
009250     ELSE
009260         MOVE 0 TO WS-FIXED-SECS
009270         COMPUTE WS-PER-REC = WS-RG-SY / WS-RG-SX
009280     END-IF.
009290 5100-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 5200-PRINT-MODEL - THE MODEL, THE OVERRUN VOLUME AND THE
009340* PROJECTED FINISH, AS LABEL/VALUE LINES.
009350*----------------------------------------------------------------
009360 5200-PRINT-MODEL.
009370     MOVE "COMPLETE SINGLE-PASS RUNS IN THE MODEL"
009380         TO WS-FACT-LABEL.
009390     MOVE WS-RG-N TO WS-ED-NUM.
009400     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009410     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009420     MOVE "MODEL" TO WS-FACT-LABEL.
009430     MOVE WS-MODEL-KIND TO WS-FACT-VALUE.
009440     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009450     MOVE "FIXED STREAM SECONDS" TO WS-FACT-LABEL.
009460     MOVE WS-FIXED-SECS TO WS-ED-NUM.
009470     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009480     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009490     MOVE "SECONDS PER RECORD" TO WS-FACT-LABEL.
009500     MOVE WS-PER-REC TO WS-ED-RATE.
009510     MOVE WS-ED-RATE TO WS-FACT-VALUE.
009520     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009530     MOVE "AVERAGE START, MINUTES AFTER WINDOW OPENS"
009540         TO WS-FACT-LABEL.
009550     COMPUTE WS-ED-NUM = WS-AVG-START / 60.
009560     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009570     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009580     MOVE "WINDOW LENGTH, MINUTES" TO WS-FACT-LABEL.
009590     COMPUTE WS-ED-NUM = WS-WIN-SECS / 60.
009600     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009610     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009620     MOVE "COMPLETE RUNS THAT OVERRAN THE WINDOW"
009630         TO WS-FACT-LABEL.
009640     MOVE WS-RUNS-OVERRUN TO WS-ED-NUM.
009650     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009660     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009670     MOVE "FEED VOLUME AT WHICH AOC01RUN OVERRUNS"
009680         TO WS-FACT-LABEL.
009690     MOVE WS-OVERRUN-VOL TO WS-ED-NUM.
009700     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009710     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009720     MOVE "FEED VOLUME AT THE HEADROOM LIMIT" TO WS-FACT-LABEL.
009730     MOVE WS-PLAN-VOL TO WS-ED-NUM.
009740     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009750     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009760     IF WS-FEED-SET
009770         MOVE "PROJECTED FEED (FEED-RECORDS= CARD)"
009780             TO WS-FACT-LABEL
009790     ELSE
009800         MOVE "PROJECTED FEED (LATEST RUN IN RANGE)"
009810             TO WS-FACT-LABEL
009820     END-IF.
009830     MOVE WS-PROJ-VOL TO WS-ED-NUM.
009840     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009850     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009860     MOVE "SINGLE-PASS FINISH, MINUTES AFTER WINDOW OPENS"
009870         TO WS-FACT-LABEL.
009880     COMPUTE WS-ED-NUM = WS-PROJ-SECS / 60.
009890     MOVE WS-ED-NUM TO WS-FACT-VALUE.
009900     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
009910 5200-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------
009950* 5300-SIZE-SLICES - THE PROJECTED FEED DOES NOT FIT SINGLE-PASS.
009960* AOC01PAR SLICES ONLY AOC01A AND AOC01B AND ADDS A MERGE, SO THE
009970* PARTITIONED FINISH IS (SINGLE-PASS FINISH - A/B TIME + MERGE
009980* TIME + A/B TIME / SLICES). THE SLICE COUNT IS THE SMALLEST THAT
009990* LANDS WITHIN THE HEADROOM LIMIT, AT LEAST 2. WITH NO PARTITIONED
010000* HISTORY THE MERGE IS COSTED AT NOTHING AND THE REPORT SAYS SO.
010010*----------------------------------------------------------------
010020 5300-SIZE-SLICES.
010030     IF WS-AB-VOL = 0
010040         MOVE 8 TO WS-REC-RC
010050         MOVE "NO AOC01A/AOC01B HISTORY - CANNOT SIZE AOC01PAR"
010060             TO WS-FACT-VALUE
010070         GO TO 5300-EXIT
010080     END-IF.
010090     COMPUTE WS-AB-PER-REC = WS-AB-SECS / WS-AB-VOL.
010100     MOVE 0 TO WS-MG-PER-REC.
010110     IF WS-MG-RECS > 0
010120         COMPUTE WS-MG-PER-REC = WS-MG-SECS / WS-MG-RECS
010130     ELSE
010140         MOVE "NO PARTITIONED RUN IN RANGE - MERGE NOT COSTED"
010150             TO WS-FACT-LABEL
010160         MOVE SPACES TO WS-FACT-VALUE
010170         PERFORM 8020-WRITE-FACT THRU 8020-EXIT
010180     END-IF.
010190     COMPUTE WS-REST-SECS = WS-PROJ-SECS
010200         - WS-AB-PER-REC * WS-PROJ-VOL
010210         + WS-MG-PER-REC * WS-PROJ-VOL.
010220     COMPUTE WS-AVAIL-SECS = WS-PLAN-SECS - WS-REST-SECS.
010230     IF WS-AVAIL-SECS NOT > 0
010240         MOVE 8 TO WS-REC-RC
010250         MOVE "NEITHER FITS - THE UNSLICED STEPS ALONE OVERRUN"
010260             TO WS-FACT-VALUE
010270         GO TO 5300-EXIT
010280     END-IF.
010290     COMPUTE WS-SLICE-RAW = WS-AB-PER-REC * WS-PROJ-VOL
010300         / WS-AVAIL-SECS.
010310     MOVE WS-SLICE-RAW TO WS-SLICES.
010320     IF WS-SLICES < WS-SLICE-RAW
010330         ADD 1 TO WS-SLICES
010340     END-IF.
010350     IF WS-SLICES < 2
010360         MOVE 2 TO WS-SLICES
010370     END-IF.
010380     IF WS-SLICES > 99
010390         MOVE 8 TO WS-REC-RC
010400         MOVE "NEITHER FITS - MORE THAN 99 SLICES WOULD BE NEEDED"
010410             TO WS-FACT-VALUE
010420         GO TO 5300-EXIT
010430     END-IF.
010440     COMPUTE WS-PARTN-SECS = WS-REST-SECS
010450         + WS-AB-PER-REC * WS-PROJ-VOL / WS-SLICES.
010460     MOVE "PARTITIONED FINISH, MINUTES AFTER WINDOW OPENS"
010470         TO WS-FACT-LABEL.
010480     COMPUTE WS-ED-NUM = WS-PARTN-SECS / 60.
010490     MOVE WS-ED-NUM TO WS-FACT-VALUE.
010500     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
010510     MOVE 4 TO WS-REC-RC.
010520     MOVE SPACES TO WS-FACT-VALUE.
010530     MOVE WS-SLICES TO WS-ED-NUM.
010540     STRING "PARTITIONED AOC01PAR WITH" DELIMITED BY SIZE
010550         WS-ED-NUM(14:3) DELIMITED BY SIZE
010560         " SLICES" DELIMITED BY SIZE
010570         INTO WS-FACT-VALUE.
010580     IF WS-SLICES > 4
010590         MOVE "  AOC01PAR AS CODED RUNS 4 SLICES - ADD SLICE"
010600             TO WS-MSG-LINE
010610         MOVE " STEPS AND SET SLICES= TO MATCH BEFORE THE RUN"
010620             TO WS-MSG-LINE(47:47)
010630         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010640     END-IF.
010650     MOVE "  THE SLICE PAIRS MUST RUN CONCURRENTLY (SEE AOC01PAR)"
010660         TO WS-MSG-LINE.
010670     MOVE " FOR THE SAVING TO SHOW" TO WS-MSG-LINE(56:23).
010680     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010690 5300-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730* 8000-WRITE-LINE - WRITE WS-MSG-LINE WITH PAGE CONTROL.
010740*----------------------------------------------------------------
010750 8000-WRITE-LINE.
010760     IF WS-LINE-COUNT > 54
010770         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
010780     END-IF.
010790     WRITE ZRPT-LINE FROM WS-MSG-LINE.
010800     ADD 1 TO WS-LINE-COUNT.
010810 8000-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------
010850* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
010860*----------------------------------------------------------------
010870 8010-WRITE-BLANK.
010880     IF WS-LINE-COUNT > 54
010890         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
010900     END-IF.
010910     WRITE ZRPT-LINE FROM WS-BLANK-LINE.
010920     ADD 1 TO WS-LINE-COUNT.
010930 8010-EXIT.
010940     EXIT.
010950
010960*----------------------------------------------------------------
010970* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
010980*----------------------------------------------------------------
010990 8020-WRITE-FACT.
011000     MOVE WS-FACT-LINE TO WS-MSG-LINE.
011010     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011020 8020-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------
011060* 8400-PAGE-HEADING - NEW PAGE.
011070*----------------------------------------------------------------
011080 8400-PAGE-HEADING.
011090     ADD 1 TO WS-PAGE-NUM.
011100     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
011110     WRITE ZRPT-LINE FROM WS-PAGE-HDG.
011120     WRITE ZRPT-LINE FROM WS-BLANK-LINE.
011130     MOVE 2 TO WS-LINE-COUNT.
011140 8400-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------------
011180* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
011190* 0001-01-01 - THE SAME ARITHMETIC AS AOC01T AND AOC01V.
011200*----------------------------------------------------------------
011210 8500-DATE-TO-SERIAL.
011220     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
011230     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
011240     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
011250     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
011260     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
011270         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
011280         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
011290     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
011300         REMAINDER WS-SER-R4.
011310     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
011320         REMAINDER WS-SER-R100.
011330     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
011340         REMAINDER WS-SER-R400.
011350     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
011360             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
011370         ADD 1 TO WS-SERIAL
011380     END-IF.
011390 8500-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------------
011430* 8600-SECS-TO-HMS - WS-HMS-SECS (NOT NEGATIVE) AS HH:MM:SS.
011440*----------------------------------------------------------------
011450 8600-SECS-TO-HMS.
011460     IF WS-HMS-SECS < 0
011470         MOVE 0 TO WS-HMS-SECS
011480     END-IF.
011490     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
011500         REMAINDER WS-HMS-REM.
011510     DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
011520         REMAINDER WS-HMS-SS.
011530 8600-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------------
011570* 8700-TIME-TO-REL - WS-TIME-IN (HHMMSS, TIME OF DAY) TO SECONDS
011580* AFTER THE WINDOW OPENED, IN WS-REL. A TIME UP TO TWELVE HOURS
011590* BEFORE THE OPENING IS AN EARLY START (NEGATIVE); ANYTHING ELSE
011600* IS THAT MANY SECONDS INTO (OR PAST) THE WINDOW, SO A WINDOW
011610* THAT CROSSES MIDNIGHT IS HANDLED WITHOUT A SPECIAL CASE.
011620*----------------------------------------------------------------
011630 8700-TIME-TO-REL.
011640     COMPUTE WS-SOD = WS-TI-HH * 3600 + WS-TI-MM * 60 + WS-TI-SS.
011650     COMPUTE WS-REL = WS-SOD - WS-WIN-START-SECS.
011660     IF WS-REL < -43200
011670         ADD 86400 TO WS-REL
011680     END-IF.
011690     IF WS-REL > 43200
011700         SUBTRACT 86400 FROM WS-REL
011710     END-IF.
011720 8700-EXIT.
011730     EXIT.
011740
011750*----------------------------------------------------------------
011760* 9000-TERMINATE - THE RECOMMENDATION IS THE RETURN CODE, SO THE
011770* SCHEDULER CAN ACT ON IT: RC=0 SINGLE-PASS AOC01RUN, RC=4
011780* PARTITIONED AOC01PAR (OR NO FORECAST COULD BE MADE - SEE THE
011790* REPORT), RC=8 NEITHER FITS THE WINDOW.
011800*----------------------------------------------------------------
011810 9000-TERMINATE.
011820     CLOSE RUNCTL-FILE.
011830     CLOSE ZRPT-FILE.
011840     MOVE WS-REC-RC TO RETURN-CODE.
011850     DISPLAY "AOC01Z - CAPACITY REPORT COMPLETE, " WS-RUNS-SEEN
011860         " RUNS, " WS-RUNS-OVERRUN " OVERRAN THE WINDOW".
011870 9000-EXIT.
011880     EXIT.
