000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01W.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - VOCABULARY CHANGE IMPACT
000110*                 SIMULATION, RUN AHEAD OF PROPAGAT IN AOC01VOC.
000120*                 AN AOCM CHANGE USED TO GO STRAIGHT FROM THE
000130*                 MASTER TO BOTH EXTRACT COPIES WITH NOBODY
000140*                 KNOWING HOW MANY DOCUMENTS IT WOULD MOVE UNTIL
000150*                 THE NEXT MORNING'S TOTALS SWUNG. THIS PROGRAM
000160*                 RE-EXTRACTS THE ARCHIVED ROW-FILE GENERATIONS OF
000170*                 THE LAST RUNS= RUNS TWICE - ONCE WITH THE
000180*                 VOCABULARY IN FORCE (NUMWORD-FILE) AND ONCE
000190*                 WITH THE PENDING MASTER STATE (THE ACTIVE
000200*                 VOCBMSTR ENTRIES, EXACTLY WHAT AOC01K WOULD
000210*                 PROPAGATE), WITH AOC01B'S OWN FIRST/LAST DIGIT-
000220*                 OR-WORD SCAN. EACH ARCHIVED GENERATION IS DATED
000230*                 AND STAMPED WITH ITS SOURCE SYSTEMS THROUGH THE
000240*                 DETAIL GENERATION OF THE SAME RUN (DATED FROM
000250*                 THE RUN-HISTORY MASTER THE WAY AOC01V DOES IT),
000260*                 AND EVERY ARCHIVED ROW IS PROVED AGAINST THE
000270*                 DETAIL TEXT OF THAT RUN BEFORE IT COUNTS. THE
000280*                 REPORT GIVES, PER RUN DATE AND SOURCE SYSTEM,
000290*                 HOW MANY DOCUMENTS CHANGE VALUE AND BY HOW MUCH,
000300*                 THEN SAMPLE DOCUMENTS FOR EACH CHANGED WORD.
000310*                 ENDS RC=8 - PROPAGAT HELD - WHEN THE CHANGED
000320*                 DOCUMENTS EXCEED IMPACT-LIMIT= OR IMPACT-PCT=,
000330*                 UNLESS AN OVERRIDE=YES CARD IS PRESENT (RC=4).
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DTL-FILE ASSIGN TO "DETAIL-FILE"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT Foo ASSIGN TO "ROW-FILE"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS SEQUENTIAL
000480     RECORD KEY IS RH-RUN-DATE
000490     FILE STATUS IS WS-RH-FS.
000500
000510     SELECT LKUP-FILE ASSIGN TO "NUMWORD-FILE"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT VOCB-FILE ASSIGN TO "VOCBMSTR-FILE"
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS SEQUENTIAL
000570     RECORD KEY IS VM-WORD
000580     FILE STATUS IS WS-VM-FS.
000590
000600     SELECT WPARM-FILE ASSIGN TO "IMPPARM-FILE"
000610     ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT WRPT-FILE ASSIGN TO "IMPACT-REPORT"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD DTL-FILE.
000690 01 DTL-RECORD.
000700     05 DTL-DSN-IDX PIC 9(3).
000710     05 FILLER      PIC X(1).
000720     05 DTL-RECNO   PIC 9(9).
000730     05 FILLER      PIC X(1).
000740     05 DTL-CONTENT PIC X(256).
000750     05 FILLER      PIC X(1).
000760     05 DTL-NUM     PIC 9(2).
000770     05 FILLER      PIC X(1).
000780     05 DTL-SOURCE-SYS PIC X(8).
000790
000800 FD Foo.
000810     COPY FOOREC.
000820
000830 FD RUNHIST-FILE.
000840 01 RH-RECORD.
000850     05 RH-RUN-DATE   PIC 9(8).
000860     05 RH-REC-COUNT  PIC 9(9).
000870     05 RH-TOTAL      PIC 9(30).
000880     05 RH-EXCP-COUNT PIC 9(9).
000890     05 RH-MIN        PIC 9(2).
000900     05 RH-MAX        PIC 9(2).
000910     05 RH-AVERAGE    PIC 9(4)V99.
000920     05 RH-ADJ-TOTAL  PIC 9(30).
000930
000940 FD LKUP-FILE.
000950     COPY NUMWREC.
000960
000970 FD VOCB-FILE.
000980 01 VM-RECORD.
000990     05 VM-WORD     PIC X(20).
001000     05 VM-VALUE    PIC 9(1).
001010     05 VM-ACTIVE   PIC X(1).
001020     05 VM-UPD-BY   PIC X(8).
001030     05 VM-UPD-DATE PIC 9(7).
001040     05 VM-UPD-TIME PIC 9(7).
001050     05 VM-EFF-FROM PIC 9(8).
001060     05 VM-EFF-TO   PIC 9(8).
001070
001080 FD WPARM-FILE.
001090 01 WPARM-CARD PIC X(80).
001100
001110 FD WRPT-FILE.
001120 01 WRPT-LINE PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150     COPY FOOWS.
001160 77 WS-RH-FS PIC X(2) VALUE SPACES.
001170 77 WS-VM-FS PIC X(2) VALUE SPACES.
001180 01 WS-DTL-EOF PIC A(1) VALUE 'N'.
001190 01 WS-ARCH-EOF PIC A(1) VALUE 'N'.
001200 01 WS-LKUP-EOF PIC A(1) VALUE 'N'.
001210
001220*----------------------------------------------------------------
001230* OPERATOR CARDS. RUNS= AND AT LEAST ONE THRESHOLD ARE REQUIRED -
001240* A GATE WITH NO THRESHOLD KEYED WOULD RELEASE EVERY CHANGE. AN
001250* UNKEYED THRESHOLD TAKES A DEFAULT THAT CAN NEVER BREACH, THE
001260* SAME AS AOC01B'S EXCEPTION THRESHOLDS.
001270*----------------------------------------------------------------
001280 01 WS-RUNS-WANTED PIC 9(3) VALUE 0.
001290 01 WS-IMPACT-LIMIT PIC 9(9) VALUE 999999999.
001300 01 WS-IMPACT-PCT PIC 9(3) VALUE 100.
001310 01 WS-LIMIT-SW PIC A(1) VALUE 'N'.
001320     88 WS-LIMIT-KEYED VALUE 'Y'.
001330 01 WS-OVERRIDE-SW PIC A(1) VALUE 'N'.
001340     88 WS-OVERRIDE-PRESENT VALUE 'Y'.
001350
001360*----------------------------------------------------------------
001370* THE TWO VOCABULARIES. THE ONE IN FORCE IS THE SHARED NUMWDWS
001380* TABLE, LOADED FROM NUMWORD-FILE EXACTLY AS AOC01B LOADS IT; THE
001390* PENDING ONE IS THE SAME SHAPE, LOADED FROM THE ACTIVE MASTER
001400* ENTRIES IN KEY ORDER - THE ORDER AOC01K WRITES THEM, SO A WORD
001410* THAT MATCHES AT THE SAME POSITION AS ANOTHER WINS THE SAME WAY
001420* IT WILL AFTER PROPAGATION. EACH EXTRACTION SCANS WS-SCAN-TABLE,
001430* LOADED FROM ONE OR THE OTHER.
001440*----------------------------------------------------------------
001450     COPY NUMWDWS.
001460 01 WS-PEND-TABLE.
001470     05 WS-PEND-ENTRY OCCURS 50 TIMES.
001480         10 WS-PEND-VAL  PIC 9(1).
001490         10 WS-PEND-WORD PIC X(20).
001500 77 WS-PEND-COUNT PIC 9(3) VALUE 0.
001510 77 WS-PEND-IGNORED PIC 9(3) VALUE 0.
001520 77 WS-LKUP-IGNORED PIC 9(3) VALUE 0.
001530 01 WS-SCAN-TABLE.
001540     05 WS-SCAN-ENTRY OCCURS 50 TIMES.
001550         10 WS-SCAN-VAL  PIC 9(1).
001560         10 WS-SCAN-WORD PIC X(20).
001570 77 WS-SCAN-COUNT PIC 9(3) VALUE 0.
001580
001590*----------------------------------------------------------------
001600* THE CHANGED WORDS - ADDED (PENDING ONLY), DROPPED (IN FORCE
001610* ONLY) OR VALUE CHANGED - WITH THE DOCUMENTS EACH ONE MOVES AND
001620* THE FIRST THREE OF THEM KEPT AS SAMPLES. BOTH VOCABULARIES
001630* TOGETHER CANNOT HOLD MORE THAN 100 DISTINCT WORDS.
001640*----------------------------------------------------------------
001650 01 WS-CW-TABLE.
001660     05 WS-CW-ENTRY OCCURS 100 TIMES.
001670         10 WS-CW-WORD    PIC X(20).
001680         10 WS-CW-KIND    PIC X(1).
001690         10 WS-CW-OLD     PIC X(1).
001700         10 WS-CW-NEW     PIC X(1).
001710         10 WS-CW-DOCS    PIC 9(9).
001720         10 WS-CW-UP      PIC 9(9).
001730         10 WS-CW-DOWN    PIC 9(9).
001740         10 WS-CW-SAMPLES PIC 9(1).
001750         10 WS-CW-SAMPLE OCCURS 3 TIMES.
001760             15 WS-CS-DATE   PIC 9(8).
001770             15 WS-CS-SOURCE PIC X(8).
001780             15 WS-CS-RECNO  PIC 9(9).
001790             15 WS-CS-OLD    PIC X(2).
001800             15 WS-CS-NEW    PIC X(2).
001810             15 WS-CS-TEXT   PIC X(60).
001820 77 WS-CW-USED PIC 9(3) VALUE 0.
001830 01 WS-CW-IDX PIC 9(3) VALUE 0.
001840 01 WS-CW-HIT PIC 9(3) VALUE 0.
001850 01 WS-CS-IDX PIC 9(1) VALUE 0.
001860 77 WS-ADDED-COUNT PIC 9(3) VALUE 0.
001870 77 WS-DROPPED-COUNT PIC 9(3) VALUE 0.
001880 77 WS-REVALUED-COUNT PIC 9(3) VALUE 0.
001890 01 WS-CR-LIST.
001900     05 WS-CR-ENTRY PIC 9(3) OCCURS 4 TIMES.
001910 01 WS-CR-USED PIC 9(1) VALUE 0.
001920 01 WS-CR-IDX PIC 9(1) VALUE 0.
001930 01 WS-CR-WORD PIC X(20) VALUE SPACES.
001940 01 WS-CR-SW PIC A(1) VALUE 'N'.
001950     88 WS-CR-ALREADY VALUE 'Y'.
001960
001970*----------------------------------------------------------------
001980* THE RUN-HISTORY DATES A DETAIL GENERATION CAN BELONG TO - THE
001990* NEWEST 100 RUNS IN ASCENDING DATE ORDER, SEARCHED DOWNWARD FROM
002000* WS-RH-NEXT AS THE GENERATIONS ARRIVE NEWEST FIRST (AS IN
002010* AOC01V).
002020*----------------------------------------------------------------
002030 01 WS-RH-TABLE.
002040     05 WS-RH-ENTRY OCCURS 100 TIMES.
002050         10 WS-RH-DATE  PIC 9(8).
002060         10 WS-RH-COUNT PIC 9(9).
002070         10 WS-RH-TOTAL PIC 9(30).
002080         10 WS-RH-EXCP  PIC 9(9).
002090 77 WS-RH-USED PIC 9(3) VALUE 0.
002100 01 WS-RH-IDX PIC 9(3) VALUE 0.
002110 01 WS-RH-HIT PIC 9(3) VALUE 0.
002120 01 WS-RH-NEXT PIC 9(3) VALUE 0.
002130
002140*----------------------------------------------------------------
002150* THE DETAIL GENERATIONS AS THE DATING PASS FOUND THEM, NEWEST
002160* FIRST. A GENERATION THAT DATES FROM RUN HISTORY REACHED
002170* HISTPOST AND SO ALSO ITS ARCHIVE STEP - IT HAS A ROWFILE.ARCH
002180* GENERATION, IN THE SAME ORDER. ONE THAT DOES NOT DATE NEVER
002190* GOT THAT FAR AND HAS NO ARCHIVE. WS-GD-SIM IS 'Y' FOR THE
002200* DATED GENERATIONS INSIDE THE RUNS= WINDOW. THE GDGS KEEP 60.
002210*----------------------------------------------------------------
002220 01 WS-GD-TABLE.
002230     05 WS-GD-ENTRY OCCURS 100 TIMES.
002240         10 WS-GD-ROWS PIC 9(9).
002250         10 WS-GD-DATE PIC 9(8).
002260         10 WS-GD-SIM  PIC X(1).
002270 77 WS-GD-USED PIC 9(3) VALUE 0.
002280 01 WS-GD-IDX PIC 9(3) VALUE 0.
002290 77 WS-GEN-ROWS PIC 9(9) VALUE 0.
002300 77 WS-GEN-EXCP PIC 9(9) VALUE 0.
002310 01 WS-GEN-TRLR-COUNT PIC 9(9) VALUE 0.
002320 01 WS-GEN-TRLR-TOTAL PIC 9(30) VALUE 0.
002330 01 WS-DIGIT-COUNT PIC 9(3) VALUE 0.
002340 77 WS-SIM-PLANNED PIC 9(3) VALUE 0.
002350 77 WS-SIM-DONE PIC 9(3) VALUE 0.
002360 77 WS-ARCH-ROWS PIC 9(9) VALUE 0.
002370
002380*----------------------------------------------------------------
002390* ONE EXTRACTION - AOC01B'S 2100/2110/2120 SCAN AGAINST
002400* WS-SCAN-TABLE, ALSO KEEPING THE SPELLING EACH DIRECTION STOPPED
002410* ON (SPACES WHEN IT STOPPED ON A DIGIT), SO A CHANGED DOCUMENT
002420* CAN BE LAID AT THE DOOR OF THE CHANGED WORD THAT MOVED IT.
002430*----------------------------------------------------------------
002440 01 WS-IDX PIC 9(3) VALUE 0.
002450 01 WS-IDY PIC 9(3) VALUE 0.
002460 01 WS-IDZ PIC 9(3) VALUE 0.
002470 01 WS-IDW PIC 9(3) VALUE 0.
002480 01 WS-ANS PIC A(1).
002490 01 WS-CUR-CHAR PIC A(1).
002500 01 WS-CUR-LOOK PIC X(20).
002510 01 WS-CONTENT-LEN PIC 9(3) VALUE 0.
002520 01 WS-HIT-SW PIC A(1) VALUE 'N'.
002530     88 WS-HIT VALUE 'Y'.
002540 01 WS-MATCH-VAL PIC 9(1) VALUE 0.
002550 01 WS-MATCH-WORD PIC X(20) VALUE SPACES.
002560 01 WS-X-NUM PIC 9(2) VALUE 0.
002570 01 WS-X-FOUND PIC A(1) VALUE 'N'.
002580     88 WS-DIGIT-FOUND VALUE 'Y'.
002590 01 WS-X-TENS-WORD PIC X(20) VALUE SPACES.
002600 01 WS-X-UNITS-WORD PIC X(20) VALUE SPACES.
002610
002620*----------------------------------------------------------------
002630* THE CURRENT DOCUMENT UNDER BOTH VOCABULARIES.
002640*----------------------------------------------------------------
002650 01 WS-OLD-NUM PIC 9(2) VALUE 0.
002660 01 WS-OLD-FOUND PIC A(1) VALUE 'N'.
002670 01 WS-OLD-TENS-WORD PIC X(20) VALUE SPACES.
002680 01 WS-OLD-UNITS-WORD PIC X(20) VALUE SPACES.
002690 01 WS-NEW-NUM PIC 9(2) VALUE 0.
002700 01 WS-NEW-FOUND PIC A(1) VALUE 'N'.
002710 01 WS-NEW-TENS-WORD PIC X(20) VALUE SPACES.
002720 01 WS-NEW-UNITS-WORD PIC X(20) VALUE SPACES.
002730 01 WS-SHOW-OLD PIC X(2) VALUE SPACES.
002740 01 WS-SHOW-NEW PIC X(2) VALUE SPACES.
002750 01 WS-CUR-SOURCE PIC X(8) VALUE SPACES.
002760
002770*----------------------------------------------------------------
002780* IMPACT COUNTS - PER SOURCE SYSTEM FOR THE GENERATION BEING
002790* SIMULATED (TWENTY SOURCES, THE SAME CEILING AS AOC01A'S SOURCE
002800* MAP), THE GENERATION'S ALL LINE, AND THE WHOLE SIMULATION.
002810* WS-PR-COUNTS IS THE SET BEING PRINTED.
002820*----------------------------------------------------------------
002830 01 WS-SOURCE-TABLE.
002840     05 WS-ST-ENTRY OCCURS 20 TIMES.
002850         10 WS-ST-SYS PIC X(8).
002860         10 WS-ST-COUNTS.
002870             15 WS-ST-DOCS      PIC 9(9).
002880             15 WS-ST-CHANGED   PIC 9(9).
002890             15 WS-ST-UP        PIC 9(9).
002900             15 WS-ST-DOWN      PIC 9(9).
002910             15 WS-ST-CUR       PIC 9(12).
002920             15 WS-ST-PEND      PIC 9(12).
002930             15 WS-ST-TO-EXCP   PIC 9(9).
002940             15 WS-ST-FROM-EXCP PIC 9(9).
002950 77 WS-ST-USED PIC 9(3) VALUE 0.
002960 01 WS-ST-IDX PIC 9(3) VALUE 0.
002970 01 WS-ST-HIT PIC 9(3) VALUE 0.
002980 01 WS-GEN-COUNTS.
002990     05 WS-GC-DOCS      PIC 9(9).
003000     05 WS-GC-CHANGED   PIC 9(9).
003010     05 WS-GC-UP        PIC 9(9).
003020     05 WS-GC-DOWN      PIC 9(9).
003030     05 WS-GC-CUR       PIC 9(12).
003040     05 WS-GC-PEND      PIC 9(12).
003050     05 WS-GC-TO-EXCP   PIC 9(9).
003060     05 WS-GC-FROM-EXCP PIC 9(9).
003070 01 WS-TOT-COUNTS.
003080     05 WS-TC-DOCS      PIC 9(9).
003090     05 WS-TC-CHANGED   PIC 9(9).
003100     05 WS-TC-UP        PIC 9(9).
003110     05 WS-TC-DOWN      PIC 9(9).
003120     05 WS-TC-CUR       PIC 9(12).
003130     05 WS-TC-PEND      PIC 9(12).
003140     05 WS-TC-TO-EXCP   PIC 9(9).
003150     05 WS-TC-FROM-EXCP PIC 9(9).
003160 01 WS-PR-COUNTS.
003170     05 WS-PR-DOCS      PIC 9(9).
003180     05 WS-PR-CHANGED   PIC 9(9).
003190     05 WS-PR-UP        PIC 9(9).
003200     05 WS-PR-DOWN      PIC 9(9).
003210     05 WS-PR-CUR       PIC 9(12).
003220     05 WS-PR-PEND      PIC 9(12).
003230     05 WS-PR-TO-EXCP   PIC 9(9).
003240     05 WS-PR-FROM-EXCP PIC 9(9).
003250
003260*----------------------------------------------------------------
003270* THE VERDICT.
003280*----------------------------------------------------------------
003290 01 WS-ACTUAL-PCT PIC 9(3) VALUE 0.
003300 01 WS-BREACH-SW PIC A(1) VALUE 'N'.
003310     88 WS-THRESHOLD-BREACHED VALUE 'Y'.
003320
003330*----------------------------------------------------------------
003340* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A ONE-LINE TITLE,
003350* THE SAME CONVENTION AS AOC01M.
003360*----------------------------------------------------------------
003370 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
003380 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
003390
003400*----------------------------------------------------------------
003410* REPORT LINE LAYOUTS.
003420*----------------------------------------------------------------
003430 01 WS-PAGE-HDG.
003440     05 FILLER PIC X(39) VALUE
003450         "AOC01W VOCABULARY CHANGE IMPACT - RUNS ".
003460     05 WS-HDG-RUNS PIC 9(3).
003470     05 FILLER PIC X(6) VALUE " PAGE ".
003480     05 WS-HDG-PAGE PIC 9(4).
003490     05 FILLER PIC X(80) VALUE SPACES.
003500 01 WS-WORD-HDG.
003510     05 FILLER PIC X(43) VALUE
003520         "  WORD                  CHANGE          IN ".
003530     05 FILLER PIC X(13) VALUE "FORCE PENDING".
003540     05 FILLER PIC X(76) VALUE SPACES.
003550 01 WS-WORD-LINE.
003560     05 FILLER PIC X(2) VALUE SPACES.
003570     05 WS-WL-WORD PIC X(20).
003580     05 FILLER PIC X(2) VALUE SPACES.
003590     05 WS-WL-KIND PIC X(13).
003600     05 FILLER PIC X(10) VALUE SPACES.
003610     05 WS-WL-OLD PIC X(1).
003620     05 FILLER PIC X(7) VALUE SPACES.
003630     05 WS-WL-NEW PIC X(1).
003640     05 FILLER PIC X(76) VALUE SPACES.
003650 01 WS-GEN-HDG.
003660     05 FILLER PIC X(39) VALUE
003670         "  GEN  DATE      DOCUMENTS  EXCEPTION  ".
003680     05 FILLER PIC X(6) VALUE "STATUS".
003690     05 FILLER PIC X(87) VALUE SPACES.
003700 01 WS-GEN-LINE.
003710     05 FILLER PIC X(2) VALUE SPACES.
003720     05 WS-GL-GEN PIC 9(3).
003730     05 FILLER PIC X(2) VALUE SPACES.
003740     05 WS-GL-DATE PIC X(8).
003750     05 FILLER PIC X(2) VALUE SPACES.
003760     05 WS-GL-ROWS PIC 9(9).
003770     05 FILLER PIC X(2) VALUE SPACES.
003780     05 WS-GL-EXCP PIC 9(9).
003790     05 FILLER PIC X(2) VALUE SPACES.
003800     05 WS-GL-STATUS PIC X(40).
003810     05 FILLER PIC X(53) VALUE SPACES.
003820 01 WS-IMP-HDG.
003830     05 FILLER PIC X(42) VALUE
003840         "  DATE      SOURCE   DOCUMENTS   CHANGED  ".
003850     05 FILLER PIC X(40) VALUE
003860         "      UP      DOWN    CUR TOTAL    NEW T".
003870     05 FILLER PIC X(39) VALUE
003880         "OTAL     NET CHANGE   TO EXCP FROM EXCP".
003890     05 FILLER PIC X(11) VALUE SPACES.
003900 01 WS-IMP-LINE.
003910     05 FILLER PIC X(2) VALUE SPACES.
003920     05 WS-IL-DATE PIC X(8).
003930     05 FILLER PIC X(2) VALUE SPACES.
003940     05 WS-IL-SOURCE PIC X(8).
003950     05 FILLER PIC X(1) VALUE SPACE.
003960     05 WS-IL-DOCS PIC 9(9).
003970     05 FILLER PIC X(1) VALUE SPACE.
003980     05 WS-IL-CHANGED PIC 9(9).
003990     05 FILLER PIC X(1) VALUE SPACE.
004000     05 WS-IL-UP PIC 9(9).
004010     05 FILLER PIC X(1) VALUE SPACE.
004020     05 WS-IL-DOWN PIC 9(9).
004030     05 FILLER PIC X(1) VALUE SPACE.
004040     05 WS-IL-CUR PIC 9(12).
004050     05 FILLER PIC X(1) VALUE SPACE.
004060     05 WS-IL-PEND PIC 9(12).
004070     05 FILLER PIC X(2) VALUE SPACES.
004080     05 WS-IL-DIR PIC X(1).
004090     05 WS-IL-NET PIC 9(12).
004100     05 FILLER PIC X(1) VALUE SPACE.
004110     05 WS-IL-TO-EXCP PIC 9(9).
004120     05 FILLER PIC X(1) VALUE SPACE.
004130     05 WS-IL-FROM-EXCP PIC 9(9).
004140     05 FILLER PIC X(11) VALUE SPACES.
004150 01 WS-SAMPLE-HDG.
004160     05 FILLER PIC X(44) VALUE
004170         "      DATE      SOURCE    RECORD NO  OLD NEW".
004180     05 FILLER PIC X(6) VALUE "  TEXT".
004190     05 FILLER PIC X(82) VALUE SPACES.
004200 01 WS-SAMPLE-LINE.
004210     05 FILLER PIC X(6) VALUE SPACES.
004220     05 WS-SL-DATE PIC 9(8).
004230     05 FILLER PIC X(2) VALUE SPACES.
004240     05 WS-SL-SOURCE PIC X(8).
004250     05 FILLER PIC X(2) VALUE SPACES.
004260     05 WS-SL-RECNO PIC 9(9).
004270     05 FILLER PIC X(3) VALUE SPACES.
004280     05 WS-SL-OLD PIC X(2).
004290     05 FILLER PIC X(2) VALUE SPACES.
004300     05 WS-SL-NEW PIC X(2).
004310     05 FILLER PIC X(2) VALUE SPACES.
004320     05 WS-SL-TEXT PIC X(60).
004330     05 FILLER PIC X(26) VALUE SPACES.
004340 01 WS-FACT-LINE.
004350     05 FILLER PIC X(2) VALUE SPACES.
004360     05 WS-FACT-LABEL PIC X(40).
004370     05 WS-FACT-VALUE PIC 9(9).
004380     05 FILLER PIC X(1) VALUE SPACE.
004390     05 WS-FACT-VERDICT PIC X(20).
004400     05 FILLER PIC X(60) VALUE SPACES.
004410 01 WS-MSG-LINE PIC X(132).
004420 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
004430
004440 PROCEDURE DIVISION.
004450 0000-MAINLINE.
004460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470     PERFORM 1200-LOAD-RUN-HISTORY THRU 1200-EXIT.
004480     PERFORM 1300-LOAD-VOCABULARIES THRU 1300-EXIT.
004490     PERFORM 1500-COMPARE-VOCABULARIES THRU 1500-EXIT.
004500     IF WS-CW-USED > 0
004510         PERFORM 1700-DATE-GENERATIONS THRU 1700-EXIT
004520         PERFORM 2000-SIMULATE THRU 2000-EXIT
004530         PERFORM 4000-LIST-WORD-SAMPLES THRU 4000-EXIT
004540     END-IF.
004550     PERFORM 6000-IMPACT-FACTS THRU 6000-EXIT.
004560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004570     STOP RUN.
004580
004590*----------------------------------------------------------------
004600* 1000-INITIALIZE - RUNS= AND AT LEAST ONE OF IMPACT-LIMIT= /
004610* IMPACT-PCT= ARE REQUIRED. A MISSING CARD ENDS RC=16, WHICH THE
004620* AOC01VOC COND GATING TREATS AS A HOLD LIKE ANY OTHER.
004630*----------------------------------------------------------------
004640 1000-INITIALIZE.
004650     OPEN INPUT WPARM-FILE.
004660     PERFORM UNTIL WS-EOF = 'Y'
004670         READ WPARM-FILE
004680             AT END MOVE 'Y' TO WS-EOF
004690             NOT AT END
004700                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
004710         END-READ
004720     END-PERFORM.
004730     CLOSE WPARM-FILE.
004740     IF WS-RUNS-WANTED = 0 OR NOT WS-LIMIT-KEYED
004750         DISPLAY "AOC01W - RUNS= AND IMPACT-LIMIT= OR IMPACT-PCT="
004760             " ARE REQUIRED ON IMPPARM"
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     OPEN OUTPUT WRPT-FILE.
004810     MOVE WS-RUNS-WANTED TO WS-HDG-RUNS.
004820     INITIALIZE WS-TOT-COUNTS.
004830 1000-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 1100-APPLY-CARD - ONE IMPPARM CARD, NUMERIC VALUES ZERO-FILLED:
004880*   RUNS=nnn                 ARCHIVED RUNS TO SIMULATE, 001-100
004890*   IMPACT-LIMIT=nnnnnnnnn   HOLD WHEN MORE DOCUMENTS CHANGE
004900*   IMPACT-PCT=nnn           HOLD WHEN A HIGHER PERCENTAGE CHANGES
004910*   OVERRIDE=YES             RELEASE PROPAGAT ANYWAY (RC=4)
004920* ANYTHING ELSE IS REPORTED AND IGNORED.
004930*----------------------------------------------------------------
004940 1100-APPLY-CARD.
004950     IF WPARM-CARD(1:5) = "RUNS="
004960             AND WPARM-CARD(6:3) IS NUMERIC
004970         MOVE WPARM-CARD(6:3) TO WS-RUNS-WANTED
004980         IF WS-RUNS-WANTED > 100
004990             MOVE 100 TO WS-RUNS-WANTED
005000         END-IF
005010         GO TO 1100-EXIT
005020     END-IF.
005030     IF WPARM-CARD(1:13) = "IMPACT-LIMIT="
005040             AND WPARM-CARD(14:9) IS NUMERIC
005050         MOVE WPARM-CARD(14:9) TO WS-IMPACT-LIMIT
005060         SET WS-LIMIT-KEYED TO TRUE
005070         GO TO 1100-EXIT
005080     END-IF.
005090     IF WPARM-CARD(1:11) = "IMPACT-PCT="
005100             AND WPARM-CARD(12:3) IS NUMERIC
005110         MOVE WPARM-CARD(12:3) TO WS-IMPACT-PCT
005120         SET WS-LIMIT-KEYED TO TRUE
005130         GO TO 1100-EXIT
005140     END-IF.
005150     IF WPARM-CARD(1:12) = "OVERRIDE=YES"
005160         SET WS-OVERRIDE-PRESENT TO TRUE
005170         GO TO 1100-EXIT
005180     END-IF.
005190     IF WPARM-CARD NOT = SPACES
005200         DISPLAY "AOC01W - UNRECOGNIZED PARM CARD IGNORED: "
005210             WPARM-CARD(1:40)
005220     END-IF.
005230 1100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 1200-LOAD-RUN-HISTORY - THE NEWEST 100 RUN-HISTORY RECORDS, IN
005280* ASCENDING DATE ORDER, OLDEST SHIFTED OUT ONCE THE TABLE IS FULL.
005290* AN EMPTY MASTER IS NOT AN ERROR HERE - NOTHING DATES, NOTHING
005300* IS SIMULATED, AND 6000 TREATS THAT AS UNPROVED IMPACT.
005310*----------------------------------------------------------------
005320 1200-LOAD-RUN-HISTORY.
005330     OPEN INPUT RUNHIST-FILE.
005340     IF WS-RH-FS NOT = "00"
005350         DISPLAY "AOC01W - RUNHIST-FILE OPEN FAILED, STATUS "
005360             WS-RH-FS
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     MOVE 'N' TO WS-EOF.
005410     PERFORM UNTIL WS-EOF = 'Y'
005420         READ RUNHIST-FILE NEXT
005430             AT END MOVE 'Y' TO WS-EOF
005440             NOT AT END
005450                 PERFORM 1210-TABLE-RUN THRU 1210-EXIT
005460         END-READ
005470     END-PERFORM.
005480     CLOSE RUNHIST-FILE.
005490     MOVE WS-RH-USED TO WS-RH-NEXT.
005500 1200-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 1210-TABLE-RUN - ONE RUN-HISTORY RECORD ONTO THE END OF THE
005550* TABLE, SHIFTING THE OLDEST OUT WHEN IT IS FULL.
005560*----------------------------------------------------------------
005570 1210-TABLE-RUN.
005580     IF WS-RH-USED < 100
005590         ADD 1 TO WS-RH-USED
005600     ELSE
005610         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
005620                 UNTIL WS-RH-IDX > 99
005630             MOVE WS-RH-ENTRY(WS-RH-IDX + 1)
005640                 TO WS-RH-ENTRY(WS-RH-IDX)
005650         END-PERFORM
005660     END-IF.
005670     MOVE RH-RUN-DATE TO WS-RH-DATE(WS-RH-USED).
005680     MOVE RH-REC-COUNT TO WS-RH-COUNT(WS-RH-USED).
005690     MOVE RH-TOTAL TO WS-RH-TOTAL(WS-RH-USED).
005700     MOVE RH-EXCP-COUNT TO WS-RH-EXCP(WS-RH-USED).
005710 1210-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------
005750* 1300-LOAD-VOCABULARIES - THE VOCABULARY IN FORCE FROM
005760* NUMWORD-FILE, AND THE PENDING ONE FROM THE MASTER'S ACTIVE
005770* ENTRIES (AOC01K'S OWN TEST WITHOUT ASOF). BOTH STOP AT 50
005780* ENTRIES - AOC01B LOADS NO MORE THAN THAT - AND SAY SO.
005790*----------------------------------------------------------------
005800 1300-LOAD-VOCABULARIES.
005810     OPEN INPUT LKUP-FILE.
005820     PERFORM UNTIL WS-LKUP-EOF = 'Y'
005830         READ LKUP-FILE
005840             AT END MOVE 'Y' TO WS-LKUP-EOF
005850             NOT AT END
005860                 IF WS-LKUP-COUNT < 50
005870                     ADD 1 TO WS-LKUP-COUNT
005880                     MOVE LKUP-VALUE TO WS-LKUP-VAL(WS-LKUP-COUNT)
005890                     MOVE LKUP-WORD TO WS-LKUP-WORD(WS-LKUP-COUNT)
005900                 ELSE
005910                     ADD 1 TO WS-LKUP-IGNORED
005920                 END-IF
005930         END-READ
005940     END-PERFORM.
005950     CLOSE LKUP-FILE.
005960
005970     OPEN INPUT VOCB-FILE.
005980     IF WS-VM-FS NOT = "00"
005990         DISPLAY "AOC01W - VOCBMSTR-FILE OPEN FAILED, STATUS "
006000             WS-VM-FS
006010         MOVE 16 TO RETURN-CODE
006020         STOP RUN
006030     END-IF.
006040     MOVE 'N' TO WS-EOF.
006050     PERFORM UNTIL WS-EOF = 'Y'
006060         READ VOCB-FILE
006070             AT END MOVE 'Y' TO WS-EOF
006080             NOT AT END
006090                 IF VM-ACTIVE = 'Y'
006100                     IF WS-PEND-COUNT < 50
006110                         ADD 1 TO WS-PEND-COUNT
006120                         MOVE VM-VALUE
006130                             TO WS-PEND-VAL(WS-PEND-COUNT)
006140                         MOVE VM-WORD
006150                             TO WS-PEND-WORD(WS-PEND-COUNT)
006160                     ELSE
006170                         ADD 1 TO WS-PEND-IGNORED
006180                     END-IF
006190                 END-IF
006200         END-READ
006210     END-PERFORM.
006220     CLOSE VOCB-FILE.
006230 1300-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270* 1500-COMPARE-VOCABULARIES - EVERY PENDING WORD NOT IN FORCE IS
006280* ADDED, EVERY ONE IN FORCE AT ANOTHER VALUE IS VALUE CHANGED, AND
006290* EVERY WORD IN FORCE NOT PENDING IS DROPPED. THE LIST OPENS THE
006300* REPORT; NO DIFFERENCE AT ALL MEANS NOTHING TO SIMULATE.
006310*----------------------------------------------------------------
006320 1500-COMPARE-VOCABULARIES.
006330     PERFORM VARYING WS-IDY FROM 1 BY 1
006340             UNTIL WS-IDY > WS-PEND-COUNT
006350         MOVE 0 TO WS-IDZ
006360         PERFORM VARYING WS-IDX FROM 1 BY 1
006370                 UNTIL WS-IDX > WS-LKUP-COUNT OR WS-IDZ > 0
006380             IF WS-LKUP-WORD(WS-IDX) = WS-PEND-WORD(WS-IDY)
006390                 MOVE WS-IDX TO WS-IDZ
006400             END-IF
006410         END-PERFORM
006420         IF WS-IDZ = 0
006430             ADD 1 TO WS-CW-USED
006440             INITIALIZE WS-CW-ENTRY(WS-CW-USED)
006450             MOVE WS-PEND-WORD(WS-IDY) TO WS-CW-WORD(WS-CW-USED)
006460             MOVE 'A' TO WS-CW-KIND(WS-CW-USED)
006470             MOVE "-" TO WS-CW-OLD(WS-CW-USED)
006480             MOVE WS-PEND-VAL(WS-IDY) TO WS-CW-NEW(WS-CW-USED)
006490             ADD 1 TO WS-ADDED-COUNT
006500         ELSE
006510             IF WS-LKUP-VAL(WS-IDZ) NOT = WS-PEND-VAL(WS-IDY)
006520                 ADD 1 TO WS-CW-USED
006530                 INITIALIZE WS-CW-ENTRY(WS-CW-USED)
006550                 MOVE WS-PEND-WORD(WS-IDY)
006560                     TO WS-CW-WORD(WS-CW-USED)
006570                 MOVE 'V' TO WS-CW-KIND(WS-CW-USED)
006580                 MOVE WS-LKUP-VAL(WS-IDZ) TO WS-CW-OLD(WS-CW-USED)
006590                 MOVE WS-PEND-VAL(WS-IDY) TO WS-CW-NEW(WS-CW-USED)
006600                 ADD 1 TO WS-REVALUED-COUNT
006610             END-IF
006620         END-IF
006630     END-PERFORM.
006640     PERFORM VARYING WS-IDX FROM 1 BY 1
006650             UNTIL WS-IDX > WS-LKUP-COUNT
006660         MOVE 0 TO WS-IDZ
006670         PERFORM VARYING WS-IDY FROM 1 BY 1
006680                 UNTIL WS-IDY > WS-PEND-COUNT OR WS-IDZ > 0
006690             IF WS-PEND-WORD(WS-IDY) = WS-LKUP-WORD(WS-IDX)
006700                 MOVE WS-IDY TO WS-IDZ
006710             END-IF
006720         END-PERFORM
006730         IF WS-IDZ = 0
006740             ADD 1 TO WS-CW-USED
006750             INITIALIZE WS-CW-ENTRY(WS-CW-USED)
006760             MOVE WS-LKUP-WORD(WS-IDX) TO WS-CW-WORD(WS-CW-USED)
006770             MOVE 'D' TO WS-CW-KIND(WS-CW-USED)
006780             MOVE WS-LKUP-VAL(WS-IDX) TO WS-CW-OLD(WS-CW-USED)
006790             MOVE "-" TO WS-CW-NEW(WS-CW-USED)
006800             ADD 1 TO WS-DROPPED-COUNT
006810         END-IF
006820     END-PERFORM.
006830
006840     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
006850     MOVE "VOCABULARY DIFFERENCES - IN FORCE (NUMWORD) VS PENDING"
006860         TO WS-MSG-LINE.
006870     MOVE " (VOCBMSTR ACTIVE ENTRIES)" TO WS-MSG-LINE(55:26).
006880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006890     IF WS-LKUP-IGNORED > 0 OR WS-PEND-IGNORED > 0
006900         MOVE "MORE THAN 50 ENTRIES - AOC01B LOADS ONLY THE FIRST"
006910             TO WS-MSG-LINE
006920         MOVE " 50, SO ONLY THOSE ARE COMPARED"
006930             TO WS-MSG-LINE(51:31)
006940         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006950     END-IF.
006960     IF WS-CW-USED = 0
006970         MOVE "NO DIFFERENCES - THE PENDING VOCABULARY IS THE ONE"
006980             TO WS-MSG-LINE
006990         MOVE " IN FORCE. NOTHING TO SIMULATE."
007000             TO WS-MSG-LINE(51:31)
007010         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007020         GO TO 1500-EXIT
007030     END-IF.
007040     MOVE WS-WORD-HDG TO WS-MSG-LINE.
007050     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007060     PERFORM VARYING WS-CW-IDX FROM 1 BY 1
007070             UNTIL WS-CW-IDX > WS-CW-USED
007080         PERFORM 1510-SET-WORD-LINE THRU 1510-EXIT
007090         MOVE WS-WORD-LINE TO WS-MSG-LINE
007100         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007110     END-PERFORM.
007120 1500-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 1510-SET-WORD-LINE - CHANGED-WORD ENTRY WS-CW-IDX INTO THE WORD
007170* LINE (SHARED WITH THE SAMPLE SECTION).
007180*----------------------------------------------------------------
007190 1510-SET-WORD-LINE.
007200     MOVE WS-CW-WORD(WS-CW-IDX) TO WS-WL-WORD.
007210     EVALUATE WS-CW-KIND(WS-CW-IDX)
007220         WHEN 'A'
007230             MOVE "ADDED" TO WS-WL-KIND
007240         WHEN 'D'
007250             MOVE "DROPPED" TO WS-WL-KIND
007260         WHEN OTHER
007270             MOVE "VALUE CHANGED" TO WS-WL-KIND
007280     END-EVALUATE.
007290     MOVE WS-CW-OLD(WS-CW-IDX) TO WS-WL-OLD.
007300     MOVE WS-CW-NEW(WS-CW-IDX) TO WS-WL-NEW.
007310 1510-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------
007350* 1700-DATE-GENERATIONS - FIRST PASS OVER THE DETAIL
007360* CONCATENATION, NEWEST GENERATION FIRST: COUNT EACH GENERATION'S
007370* ROWS AND EXCEPTIONS (AOC01A'S OWN TEST - VALUE 00 FROM TEXT WITH
007380* NO DIGIT IN IT) AND DATE IT AT ITS TRAILER. THE FIRST RUNS=
007390* DATED GENERATIONS ARE MARKED FOR SIMULATION.
007400*----------------------------------------------------------------
007410 1700-DATE-GENERATIONS.
007420     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007430     MOVE "RETAINED GENERATIONS, NEWEST FIRST" TO WS-MSG-LINE.
007440     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007450     MOVE WS-GEN-HDG TO WS-MSG-LINE.
007460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007470     MOVE 0 TO WS-GEN-ROWS.
007480     MOVE 0 TO WS-GEN-EXCP.
007490     OPEN INPUT DTL-FILE.
007500     PERFORM 2010-READ-DETAIL THRU 2010-EXIT.
007510     PERFORM UNTIL WS-DTL-EOF = 'Y'
007520         IF DTL-RECORD(1:7) = "TRAILER"
007530             MOVE DTL-RECORD(11:9) TO WS-GEN-TRLR-COUNT
007540             MOVE DTL-RECORD(21:30) TO WS-GEN-TRLR-TOTAL
007550             PERFORM 1720-DATE-GENERATION THRU 1720-EXIT
007560         ELSE
007570             ADD 1 TO WS-GEN-ROWS
007580             IF DTL-NUM = 0
007590                 MOVE 0 TO WS-DIGIT-COUNT
007600                 INSPECT DTL-CONTENT TALLYING WS-DIGIT-COUNT
007610                     FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
007620                         ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
007630                 IF WS-DIGIT-COUNT = 0
007640                     ADD 1 TO WS-GEN-EXCP
007650                 END-IF
007660             END-IF
007670         END-IF
007680         PERFORM 2010-READ-DETAIL THRU 2010-EXIT
007690     END-PERFORM.
007700     CLOSE DTL-FILE.
007710     IF WS-GEN-ROWS > 0
007720         MOVE SPACES TO WS-MSG-LINE
007730         STRING "LAST DETAIL GENERATION HAS NO TRAILER - "
007740                 DELIMITED BY SIZE
007750             WS-GEN-ROWS DELIMITED BY SIZE
007760             " ROWS NOT SIMULATED" DELIMITED BY SIZE
007770             INTO WS-MSG-LINE
007780         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007790     END-IF.
007800 1700-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------------
007840* 1720-DATE-GENERATION - THE TRAILER HAS BEEN READ. THE RUN IT
007850* BELONGS TO IS THE NEWEST RUN-HISTORY ENTRY AT OR BELOW THE
007860* SEARCH POINT WHOSE RECORD COUNT, GRAND TOTAL AND EXCEPTION
007870* COUNT ALL AGREE WITH IT. A GENERATION NOTHING AGREES WITH NEVER
007880* REACHED HISTPOST - NOR, THEREFORE, THE ARCHIVE STEP AHEAD OF IT
007890* - SO IT HAS NO ROWFILE.ARCH GENERATION AND ITS ROWS WILL BE
007900* PASSED OVER WITHOUT READING THE ARCHIVE.
007910*----------------------------------------------------------------
007920 1720-DATE-GENERATION.
007930     IF WS-GD-USED NOT < 100
007940         DISPLAY "AOC01W - MORE THAN 100 DETAIL GENERATIONS -"
007950             " GENERATION TABLE FULL"
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990     ADD 1 TO WS-GD-USED.
008000     MOVE WS-GEN-ROWS TO WS-GD-ROWS(WS-GD-USED).
008010     MOVE 0 TO WS-GD-DATE(WS-GD-USED).
008020     MOVE 'N' TO WS-GD-SIM(WS-GD-USED).
008030     MOVE 0 TO WS-RH-HIT.
008040     PERFORM VARYING WS-RH-IDX FROM WS-RH-NEXT BY -1
008050             UNTIL WS-RH-IDX < 1 OR WS-RH-HIT > 0
008060         IF WS-RH-COUNT(WS-RH-IDX) = WS-GEN-TRLR-COUNT
008070                 AND WS-RH-TOTAL(WS-RH-IDX) = WS-GEN-TRLR-TOTAL
008080                 AND WS-RH-EXCP(WS-RH-IDX) = WS-GEN-EXCP
008090             MOVE WS-RH-IDX TO WS-RH-HIT
008100         END-IF
008110     END-PERFORM.
008120     MOVE WS-GD-USED TO WS-GL-GEN.
008130     MOVE WS-GEN-ROWS TO WS-GL-ROWS.
008140     MOVE WS-GEN-EXCP TO WS-GL-EXCP.
008150     IF WS-RH-HIT = 0
008160         MOVE "--------" TO WS-GL-DATE
008170         MOVE "NOT ON RUN HISTORY - NO ARCHIVE" TO WS-GL-STATUS
008180         GO TO 1720-WRITE-LINE
008190     END-IF.
008200     MOVE WS-RH-DATE(WS-RH-HIT) TO WS-GD-DATE(WS-GD-USED).
008210     MOVE WS-RH-DATE(WS-RH-HIT) TO WS-GL-DATE.
008220     SUBTRACT 1 FROM WS-RH-HIT GIVING WS-RH-NEXT.
008230     IF WS-SIM-PLANNED NOT < WS-RUNS-WANTED
008240         MOVE "OUTSIDE THE RUNS= WINDOW" TO WS-GL-STATUS
008250         GO TO 1720-WRITE-LINE
008260     END-IF.
008270     MOVE 'Y' TO WS-GD-SIM(WS-GD-USED).
008280     ADD 1 TO WS-SIM-PLANNED.
008290     MOVE "DATED FROM RUN HISTORY - SIMULATED" TO WS-GL-STATUS.
008300 1720-WRITE-LINE.
008310     MOVE WS-GEN-LINE TO WS-MSG-LINE.
008320     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008330     MOVE 0 TO WS-GEN-ROWS.
008340     MOVE 0 TO WS-GEN-EXCP.
008350 1720-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------
008390* 2000-SIMULATE - SECOND PASS: THE DETAIL CONCATENATION AGAIN,
008400* WITH THE ROWFILE.ARCH CONCATENATION (ALSO NEWEST FIRST) READ
008410* ONE RECORD PER DETAIL ROW OF EACH GENERATION MARKED FOR
008420* SIMULATION. THE WALK ENDS ONCE THE LAST MARKED GENERATION IS
008430* CLOSED - OLDER ARCHIVES ARE NEVER READ.
008440*----------------------------------------------------------------
008450 2000-SIMULATE.
008460     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
008470     MOVE "IMPACT BY RUN DATE AND SOURCE SYSTEM, NEWEST RUN FIRST"
008480         TO WS-MSG-LINE.
008490     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008500     IF WS-SIM-PLANNED = 0
008510         MOVE "NO ARCHIVED RUN COULD BE DATED - NOTHING SIMULATED"
008520             TO WS-MSG-LINE
008530         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008540         GO TO 2000-EXIT
008550     END-IF.
008560     MOVE WS-IMP-HDG TO WS-MSG-LINE.
008570     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008580     MOVE 1 TO WS-GD-IDX.
008590     MOVE 0 TO WS-ST-USED.
008600     MOVE 'N' TO WS-DTL-EOF.
008610     OPEN INPUT DTL-FILE.
008620     OPEN INPUT Foo.
008630     PERFORM 2010-READ-DETAIL THRU 2010-EXIT.
008640     PERFORM UNTIL WS-DTL-EOF = 'Y'
008650             OR WS-SIM-DONE NOT < WS-SIM-PLANNED
008660         IF DTL-RECORD(1:7) = "TRAILER"
008670             PERFORM 2200-CLOSE-GENERATION THRU 2200-EXIT
008680         ELSE
008690             IF WS-GD-SIM(WS-GD-IDX) = 'Y'
008700                 PERFORM 2100-SIMULATE-ROW THRU 2100-EXIT
008710             END-IF
008720         END-IF
008730         IF WS-SIM-DONE < WS-SIM-PLANNED
008740             PERFORM 2010-READ-DETAIL THRU 2010-EXIT
008750         END-IF
008760     END-PERFORM.
008770     CLOSE DTL-FILE.
008780     CLOSE Foo.
008790 2000-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------------
008830* 2010-READ-DETAIL - NEXT RECORD FROM THE DETAIL CONCATENATION.
008840*----------------------------------------------------------------
008850 2010-READ-DETAIL.
008860     READ DTL-FILE
008870         AT END
008880             MOVE 'Y' TO WS-DTL-EOF
008890     END-READ.
008900 2010-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940* 2020-READ-ARCHIVE - NEXT RECORD FROM THE ROWFILE.ARCH
008950* CONCATENATION.
008960*----------------------------------------------------------------
008970 2020-READ-ARCHIVE.
008980     READ Foo INTO WS-Foo
008990         AT END
009000             MOVE 'Y' TO WS-ARCH-EOF
009010         NOT AT END
009020             ADD 1 TO WS-ARCH-ROWS
009030     END-READ.
009040 2020-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------------
009080* 2100-SIMULATE-ROW - ONE DOCUMENT OF A SIMULATED RUN. THE NEXT
009090* ARCHIVED ROW MUST CARRY EXACTLY THE TEXT THE RUN'S DETAIL ROW
009100* RECORDS - OTHERWISE THE TWO GDGS DO NOT HOLD THE SAME RUNS AND
009110* NOTHING PAST THAT POINT COULD BE TRUSTED, SO IT IS A HARD STOP.
009120* THE ROW IS THEN EXTRACTED UNDER BOTH VOCABULARIES AND COUNTED
009130* AGAINST ITS SOURCE SYSTEM; A CHANGED VALUE IS CREDITED TO THE
009140* CHANGED WORDS THAT MOVED IT.
009150*----------------------------------------------------------------
009160 2100-SIMULATE-ROW.
009170     PERFORM 2020-READ-ARCHIVE THRU 2020-EXIT.
009180     IF WS-ARCH-EOF = 'Y'
009190         DISPLAY "AOC01W - ROWFILE.ARCH RAN OUT IN THE "
009200             WS-GD-DATE(WS-GD-IDX) " GENERATION AT RECORD "
009210             DTL-RECNO
009220         MOVE 16 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250     IF WS-Foo-CONTENT NOT = DTL-CONTENT
009260         DISPLAY "AOC01W - ROWFILE.ARCH OUT OF STEP WITH THE "
009270             WS-GD-DATE(WS-GD-IDX) " DETAIL GENERATION AT RECORD "
009280             DTL-RECNO
009290         DISPLAY "AOC01W - ARCHIVE RECORD " WS-ARCH-ROWS
009300             " - KEY A SMALLER RUNS= TO STOP SHORT OF IT"
009310         MOVE 16 TO RETURN-CODE
009320         STOP RUN
009330     END-IF.
009340     MOVE DTL-SOURCE-SYS TO WS-CUR-SOURCE.
009350     IF WS-CUR-SOURCE = SPACES
009360         MOVE "(NONE)" TO WS-CUR-SOURCE
009370     END-IF.
009380     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
009390
009400     MOVE WS-LOOKUP-TABLE TO WS-SCAN-TABLE.
009410     MOVE WS-LKUP-COUNT TO WS-SCAN-COUNT.
009420     PERFORM 3000-EXTRACT THRU 3000-EXIT.
009430     MOVE WS-X-NUM TO WS-OLD-NUM.
009440     MOVE WS-X-FOUND TO WS-OLD-FOUND.
009450     MOVE WS-X-TENS-WORD TO WS-OLD-TENS-WORD.
009460     MOVE WS-X-UNITS-WORD TO WS-OLD-UNITS-WORD.
009470
009480     MOVE WS-PEND-TABLE TO WS-SCAN-TABLE.
009490     MOVE WS-PEND-COUNT TO WS-SCAN-COUNT.
009500     PERFORM 3000-EXTRACT THRU 3000-EXIT.
009510     MOVE WS-X-NUM TO WS-NEW-NUM.
009520     MOVE WS-X-FOUND TO WS-NEW-FOUND.
009530     MOVE WS-X-TENS-WORD TO WS-NEW-TENS-WORD.
009540     MOVE WS-X-UNITS-WORD TO WS-NEW-UNITS-WORD.
009550
009560     ADD 1 TO WS-ST-DOCS(WS-ST-HIT).
009570     IF WS-OLD-FOUND = 'Y'
009580         ADD WS-OLD-NUM TO WS-ST-CUR(WS-ST-HIT)
009590     END-IF.
009600     IF WS-NEW-FOUND = 'Y'
009610         ADD WS-NEW-NUM TO WS-ST-PEND(WS-ST-HIT)
009620     END-IF.
009630     IF WS-OLD-FOUND = WS-NEW-FOUND
009640             AND WS-OLD-NUM = WS-NEW-NUM
009650         GO TO 2100-EXIT
009660     END-IF.
009670     ADD 1 TO WS-ST-CHANGED(WS-ST-HIT).
009680     IF WS-NEW-NUM > WS-OLD-NUM
009690         ADD 1 TO WS-ST-UP(WS-ST-HIT)
009700     END-IF.
009710     IF WS-NEW-NUM < WS-OLD-NUM
009720         ADD 1 TO WS-ST-DOWN(WS-ST-HIT)
009730     END-IF.
009740     IF WS-OLD-FOUND = 'Y' AND WS-NEW-FOUND NOT = 'Y'
009750         ADD 1 TO WS-ST-TO-EXCP(WS-ST-HIT)
009760     END-IF.
009770     IF WS-OLD-FOUND NOT = 'Y' AND WS-NEW-FOUND = 'Y'
009780         ADD 1 TO WS-ST-FROM-EXCP(WS-ST-HIT)
009790     END-IF.
009800     PERFORM 2300-CREDIT-WORDS THRU 2300-EXIT.
009810 2100-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850* 2200-CLOSE-GENERATION - A DETAIL TRAILER. A SIMULATED
009860* GENERATION PRINTS ONE LINE PER SOURCE SYSTEM (PLUS AN ALL LINE
009870* WHEN IT CARRIED MORE THAN ONE) AND ROLLS INTO THE SIMULATION
009880* TOTALS. EITHER WAY THE NEXT GENERATION STARTS HERE.
009890*----------------------------------------------------------------
009900 2200-CLOSE-GENERATION.
009910     IF WS-GD-SIM(WS-GD-IDX) NOT = 'Y'
009920         GO TO 2200-NEXT
009930     END-IF.
009940     INITIALIZE WS-GEN-COUNTS.
009950     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
009960             UNTIL WS-ST-IDX > WS-ST-USED
009970         MOVE WS-ST-COUNTS(WS-ST-IDX) TO WS-PR-COUNTS
009980         MOVE WS-ST-SYS(WS-ST-IDX) TO WS-IL-SOURCE
009990         PERFORM 2250-PRINT-IMPACT THRU 2250-EXIT
010000         ADD WS-PR-DOCS TO WS-GC-DOCS
010010         ADD WS-PR-CHANGED TO WS-GC-CHANGED
010020         ADD WS-PR-UP TO WS-GC-UP
010030         ADD WS-PR-DOWN TO WS-GC-DOWN
010040         ADD WS-PR-CUR TO WS-GC-CUR
010050         ADD WS-PR-PEND TO WS-GC-PEND
010060         ADD WS-PR-TO-EXCP TO WS-GC-TO-EXCP
010070         ADD WS-PR-FROM-EXCP TO WS-GC-FROM-EXCP
010080     END-PERFORM.
010090     MOVE WS-GEN-COUNTS TO WS-PR-COUNTS.
010100     IF WS-ST-USED > 1
010110         MOVE "ALL" TO WS-IL-SOURCE
010120         PERFORM 2250-PRINT-IMPACT THRU 2250-EXIT
010130     END-IF.
010140     ADD WS-PR-DOCS TO WS-TC-DOCS.
010150     ADD WS-PR-CHANGED TO WS-TC-CHANGED.
010160     ADD WS-PR-UP TO WS-TC-UP.
010170     ADD WS-PR-DOWN TO WS-TC-DOWN.
010180     ADD WS-PR-CUR TO WS-TC-CUR.
010190     ADD WS-PR-PEND TO WS-TC-PEND.
010200     ADD WS-PR-TO-EXCP TO WS-TC-TO-EXCP.
010210     ADD WS-PR-FROM-EXCP TO WS-TC-FROM-EXCP.
010220     ADD 1 TO WS-SIM-DONE.
010230 2200-NEXT.
010240     MOVE 0 TO WS-ST-USED.
010250     ADD 1 TO WS-GD-IDX.
010260 2200-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------------
010300* 2250-PRINT-IMPACT - WS-PR-COUNTS AS ONE IMPACT LINE FOR THE
010310* GENERATION AT WS-GD-IDX (SOURCE ALREADY SET). THE NET CHANGE
010320* IS PENDING TOTAL LESS CURRENT TOTAL, WITH ITS DIRECTION.
010330*----------------------------------------------------------------
010340 2250-PRINT-IMPACT.
010350     MOVE WS-GD-DATE(WS-GD-IDX) TO WS-IL-DATE.
010360     MOVE WS-PR-DOCS TO WS-IL-DOCS.
010370     MOVE WS-PR-CHANGED TO WS-IL-CHANGED.
010380     MOVE WS-PR-UP TO WS-IL-UP.
010390     MOVE WS-PR-DOWN TO WS-IL-DOWN.
010400     MOVE WS-PR-CUR TO WS-IL-CUR.
010410     MOVE WS-PR-PEND TO WS-IL-PEND.
010420     IF WS-PR-PEND < WS-PR-CUR
010430         MOVE "-" TO WS-IL-DIR
010440         COMPUTE WS-IL-NET = WS-PR-CUR - WS-PR-PEND
010450     ELSE
010460         MOVE "+" TO WS-IL-DIR
010470         COMPUTE WS-IL-NET = WS-PR-PEND - WS-PR-CUR
010480     END-IF.
010490     IF WS-IL-NET = 0
010500         MOVE SPACE TO WS-IL-DIR
010510     END-IF.
010520     MOVE WS-PR-TO-EXCP TO WS-IL-TO-EXCP.
010530     MOVE WS-PR-FROM-EXCP TO WS-IL-FROM-EXCP.
010540     MOVE WS-IMP-LINE TO WS-MSG-LINE.
010550     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010560 2250-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------
010600* 2300-CREDIT-WORDS - THE DOCUMENT CHANGED VALUE. EVERY CHANGED
010610* WORD EITHER SCAN STOPPED ON UNDER EITHER VOCABULARY IS WHAT
010620* MOVED IT; EACH IS CREDITED ONCE PER DOCUMENT.
010630*----------------------------------------------------------------
010640 2300-CREDIT-WORDS.
010650     MOVE 0 TO WS-CR-USED.
010660     MOVE WS-OLD-TENS-WORD TO WS-CR-WORD.
010670     PERFORM 2310-CREDIT-ONE THRU 2310-EXIT.
010680     MOVE WS-NEW-TENS-WORD TO WS-CR-WORD.
010690     PERFORM 2310-CREDIT-ONE THRU 2310-EXIT.
010700     MOVE WS-OLD-UNITS-WORD TO WS-CR-WORD.
010710     PERFORM 2310-CREDIT-ONE THRU 2310-EXIT.
010720     MOVE WS-NEW-UNITS-WORD TO WS-CR-WORD.
010730     PERFORM 2310-CREDIT-ONE THRU 2310-EXIT.
010740 2300-EXIT.
010750     EXIT.
010760
010770*----------------------------------------------------------------
010780* 2310-CREDIT-ONE - WS-CR-WORD, IF IT IS A CHANGED WORD NOT YET
010790* CREDITED FOR THIS DOCUMENT: COUNT THE DOCUMENT AGAINST IT AND
010800* KEEP IT AS A SAMPLE IF FEWER THAN THREE ARE HELD.
010810*----------------------------------------------------------------
010820 2310-CREDIT-ONE.
010830     IF WS-CR-WORD = SPACES
010840         GO TO 2310-EXIT
010850     END-IF.
010860     MOVE 0 TO WS-CW-HIT.
010870     PERFORM VARYING WS-CW-IDX FROM 1 BY 1
010880             UNTIL WS-CW-IDX > WS-CW-USED OR WS-CW-HIT > 0
010890         IF WS-CW-WORD(WS-CW-IDX) = WS-CR-WORD
010900             MOVE WS-CW-IDX TO WS-CW-HIT
010910         END-IF
010920     END-PERFORM.
010930     IF WS-CW-HIT = 0
010940         GO TO 2310-EXIT
010950     END-IF.
010960     MOVE 'N' TO WS-CR-SW.
010970     PERFORM VARYING WS-CR-IDX FROM 1 BY 1
010980             UNTIL WS-CR-IDX > WS-CR-USED
010990         IF WS-CR-ENTRY(WS-CR-IDX) = WS-CW-HIT
011000             SET WS-CR-ALREADY TO TRUE
011010         END-IF
011020     END-PERFORM.
011030     IF WS-CR-ALREADY
011040         GO TO 2310-EXIT
011050     END-IF.
011060     ADD 1 TO WS-CR-USED.
011070     MOVE WS-CW-HIT TO WS-CR-ENTRY(WS-CR-USED).
011080     ADD 1 TO WS-CW-DOCS(WS-CW-HIT).
011090     IF WS-NEW-NUM > WS-OLD-NUM
011100         ADD 1 TO WS-CW-UP(WS-CW-HIT)
011110     END-IF.
011120     IF WS-NEW-NUM < WS-OLD-NUM
011130         ADD 1 TO WS-CW-DOWN(WS-CW-HIT)
011140     END-IF.
011150     IF WS-CW-SAMPLES(WS-CW-HIT) NOT < 3
011160         GO TO 2310-EXIT
011170     END-IF.
011180     ADD 1 TO WS-CW-SAMPLES(WS-CW-HIT).
011190     MOVE WS-CW-SAMPLES(WS-CW-HIT) TO WS-CS-IDX.
011200     MOVE WS-GD-DATE(WS-GD-IDX)
011210         TO WS-CS-DATE(WS-CW-HIT, WS-CS-IDX).
011220     MOVE WS-CUR-SOURCE TO WS-CS-SOURCE(WS-CW-HIT, WS-CS-IDX).
011230     MOVE DTL-RECNO TO WS-CS-RECNO(WS-CW-HIT, WS-CS-IDX).
011240     IF WS-OLD-FOUND = 'Y'
011250         MOVE WS-OLD-NUM TO WS-SHOW-OLD
011260     ELSE
011270         MOVE "EX" TO WS-SHOW-OLD
011280     END-IF.
011290     IF WS-NEW-FOUND = 'Y'
011300         MOVE WS-NEW-NUM TO WS-SHOW-NEW
011310     ELSE
011320         MOVE "EX" TO WS-SHOW-NEW
011330     END-IF.
011340     MOVE WS-SHOW-OLD TO WS-CS-OLD(WS-CW-HIT, WS-CS-IDX).
011350     MOVE WS-SHOW-NEW TO WS-CS-NEW(WS-CW-HIT, WS-CS-IDX).
011360     MOVE WS-Foo-CONTENT(1:60)
011370         TO WS-CS-TEXT(WS-CW-HIT, WS-CS-IDX).
011380 2310-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------
011420* 2600-FIND-SOURCE - THE GENERATION'S SOURCE-TABLE SLOT FOR
011430* WS-CUR-SOURCE, ADDED ON FIRST SIGHT. MORE THAN TWENTY SOURCES
011440* IN ONE RUN IS A HARD STOP.
011450*----------------------------------------------------------------
011460 2600-FIND-SOURCE.
011470     MOVE 0 TO WS-ST-HIT.
011480     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
011490             UNTIL WS-ST-IDX > WS-ST-USED OR WS-ST-HIT > 0
011500         IF WS-ST-SYS(WS-ST-IDX) = WS-CUR-SOURCE
011510             MOVE WS-ST-IDX TO WS-ST-HIT
011520         END-IF
011530     END-PERFORM.
011540     IF WS-ST-HIT > 0
011550         GO TO 2600-EXIT
011560     END-IF.
011570     IF WS-ST-USED NOT < 20
011580         DISPLAY "AOC01W - MORE THAN 20 SOURCE SYSTEMS IN ONE RUN"
011590             " - SOURCE TABLE FULL"
011600         MOVE 16 TO RETURN-CODE
011610         STOP RUN
011620     END-IF.
011630     ADD 1 TO WS-ST-USED.
011640     MOVE WS-ST-USED TO WS-ST-HIT.
011650     MOVE WS-CUR-SOURCE TO WS-ST-SYS(WS-ST-HIT).
011660     INITIALIZE WS-ST-COUNTS(WS-ST-HIT).
011670 2600-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710* 3000-EXTRACT - AOC01B'S CALIBRATION SCAN OF WS-Foo-CONTENT
011720* AGAINST WS-SCAN-TABLE: FORWARD FIRST DIGIT OR WORD IS THE TENS
011730* DIGIT, BACKWARD FIRST IS THE UNITS DIGIT, NEITHER IS AN
011740* EXCEPTION (WS-X-FOUND 'N', VALUE ZERO). KEEP THIS IN STEP WITH
011750* AOC01B - A SIMULATION THAT SCANS DIFFERENTLY PROVES NOTHING.
011760*----------------------------------------------------------------
011770 3000-EXTRACT.
011780     MOVE 'N' TO WS-X-FOUND.
011790     MOVE 0 TO WS-X-NUM.
011800     MOVE SPACES TO WS-X-TENS-WORD.
011810     MOVE SPACES TO WS-X-UNITS-WORD.
011820     PERFORM 3010-FIND-CONTENT-LEN THRU 3010-EXIT.
011830
011840     MOVE 'N' TO WS-HIT-SW.
011850     PERFORM VARYING WS-IDX FROM 1 BY 1
011860             UNTIL WS-IDX > WS-CONTENT-LEN OR WS-HIT
011870         MOVE WS-Foo-CONTENT(WS-IDX:1) TO WS-CUR-CHAR
011880         IF WS-CUR-CHAR IS NUMERIC
011890             MOVE WS-CUR-CHAR(1:1) TO WS-X-NUM(1:1)
011900             SET WS-DIGIT-FOUND TO TRUE
011910             SET WS-HIT TO TRUE
011920         ELSE
011930             PERFORM 3100-MATCH-WORD-AT THRU 3100-EXIT
011940             IF WS-HIT
011950                 MOVE WS-MATCH-VAL TO WS-X-NUM(1:1)
011960                 MOVE WS-MATCH-WORD TO WS-X-TENS-WORD
011970             END-IF
011980         END-IF
011990     END-PERFORM.
012000
012010     MOVE 'N' TO WS-HIT-SW.
012020     PERFORM VARYING WS-IDX FROM WS-CONTENT-LEN BY -1
012030             UNTIL WS-IDX < 1 OR WS-HIT
012040         MOVE WS-Foo-CONTENT(WS-IDX:1) TO WS-CUR-CHAR
012050         IF WS-CUR-CHAR IS NUMERIC
012060             MOVE WS-CUR-CHAR(1:1) TO WS-X-NUM(2:1)
012070             SET WS-DIGIT-FOUND TO TRUE
012080             SET WS-HIT TO TRUE
012090         ELSE
012100             PERFORM 3100-MATCH-WORD-AT THRU 3100-EXIT
012110             IF WS-HIT
012120                 MOVE WS-MATCH-VAL TO WS-X-NUM(2:1)
012130                 MOVE WS-MATCH-WORD TO WS-X-UNITS-WORD
012140             END-IF
012150         END-IF
012160     END-PERFORM.
012170     IF NOT WS-DIGIT-FOUND
012180         MOVE 0 TO WS-X-NUM
012190     END-IF.
012200 3000-EXIT.
012210     EXIT.
012220
012230*----------------------------------------------------------------
012240* 3010-FIND-CONTENT-LEN - THE POSITION OF THE LAST NONBLANK
012250* CHARACTER; ZERO FOR AN ALL-BLANK RECORD.
012260*----------------------------------------------------------------
012270 3010-FIND-CONTENT-LEN.
012280     MOVE 0 TO WS-CONTENT-LEN.
012290     PERFORM VARYING WS-IDX FROM 256 BY -1
012300             UNTIL WS-IDX < 1 OR WS-CONTENT-LEN > 0
012310         IF WS-Foo-CONTENT(WS-IDX:1) NOT = " "
012320             MOVE WS-IDX TO WS-CONTENT-LEN
012330         END-IF
012340     END-PERFORM.
012350 3010-EXIT.
012360     EXIT.
012370
012380*----------------------------------------------------------------
012390* 3100-MATCH-WORD-AT - DOES ANY WORD OF WS-SCAN-TABLE START AT
012400* POSITION WS-IDX? ON A MATCH, SET WS-HIT AND LEAVE THE ENTRY'S
012410* VALUE IN WS-MATCH-VAL AND ITS SPELLING IN WS-MATCH-WORD. THE
012420* FIRST ENTRY THAT MATCHES WINS, AS IN AOC01B.
012430*----------------------------------------------------------------
012440 3100-MATCH-WORD-AT.
012450     PERFORM VARYING WS-IDY FROM 1 BY 1
012460             UNTIL WS-IDY > WS-SCAN-COUNT
012470         MOVE 'Y' TO WS-ANS
012480         MOVE WS-IDX TO WS-IDW
012490         MOVE WS-SCAN-WORD(WS-IDY) TO WS-CUR-LOOK
012500         PERFORM VARYING WS-IDZ FROM 1 BY 1
012510                 UNTIL WS-IDZ > 20
012520             IF WS-CUR-LOOK(WS-IDZ:1) = " "
012530                 MOVE 21 TO WS-IDZ
012540             ELSE
012550                 IF WS-IDW > 256
012560                     MOVE 'N' TO WS-ANS
012570                     MOVE 21 TO WS-IDZ
012580                 ELSE
012590                     IF NOT WS-CUR-LOOK(WS-IDZ:1)
012600                         =
012610                         WS-Foo-CONTENT(WS-IDW:1)
012620                         MOVE 'N' TO WS-ANS
012630                         MOVE 21 TO WS-IDZ
012640                     END-IF
012650                     ADD 1 TO WS-IDW
012660                 END-IF
012670             END-IF
012680         END-PERFORM
012690
012700         IF WS-ANS = 'Y'
012710             MOVE WS-SCAN-VAL(WS-IDY) TO WS-MATCH-VAL
012720             MOVE WS-SCAN-WORD(WS-IDY) TO WS-MATCH-WORD
012730             SET WS-DIGIT-FOUND TO TRUE
012740             SET WS-HIT TO TRUE
012750             MOVE 51 TO WS-IDY
012760         END-IF
012770     END-PERFORM.
012780 3100-EXIT.
012790     EXIT.
012800
012810*----------------------------------------------------------------
012820* 4000-LIST-WORD-SAMPLES - EVERY CHANGED WORD WITH THE DOCUMENTS
012830* IT MOVES (UP AND DOWN) AND UP TO THREE SAMPLE DOCUMENTS - RUN
012840* DATE, SOURCE, RECORD, VALUE IN FORCE AND PENDING (EX FOR AN
012850* EXCEPTION) AND THE START OF THE TEXT.
012860*----------------------------------------------------------------
012870 4000-LIST-WORD-SAMPLES.
012880     IF WS-SIM-PLANNED = 0
012890         GO TO 4000-EXIT
012900     END-IF.
012910     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
012920     MOVE "DOCUMENTS AFFECTED BY EACH CHANGED WORD"
012930         TO WS-MSG-LINE.
012940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012950     PERFORM VARYING WS-CW-IDX FROM 1 BY 1
012960             UNTIL WS-CW-IDX > WS-CW-USED
012970         PERFORM 4100-PRINT-WORD THRU 4100-EXIT
012980     END-PERFORM.
012990 4000-EXIT.
013000     EXIT.
013010
013020*----------------------------------------------------------------
013030* 4100-PRINT-WORD - ONE CHANGED WORD AND ITS SAMPLES.
013040*----------------------------------------------------------------
013050 4100-PRINT-WORD.
013060     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
013070     MOVE WS-WORD-HDG TO WS-MSG-LINE.
013080     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013090     PERFORM 1510-SET-WORD-LINE THRU 1510-EXIT.
013100     MOVE WS-WORD-LINE TO WS-MSG-LINE.
013110     MOVE SPACES TO WS-MSG-LINE(60:73).
013120     STRING "DOCUMENTS " DELIMITED BY SIZE
013130         WS-CW-DOCS(WS-CW-IDX) DELIMITED BY SIZE
013140         "  UP " DELIMITED BY SIZE
013150         WS-CW-UP(WS-CW-IDX) DELIMITED BY SIZE
013160         "  DOWN " DELIMITED BY SIZE
013170         WS-CW-DOWN(WS-CW-IDX) DELIMITED BY SIZE
013180         INTO WS-MSG-LINE(60:73).
013190     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013200     IF WS-CW-SAMPLES(WS-CW-IDX) = 0
013210         MOVE "      NO SIMULATED DOCUMENT CHANGES VALUE"
013220             TO WS-MSG-LINE
013230         MOVE " BECAUSE OF THIS WORD" TO WS-MSG-LINE(42:21)
013240         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013250         GO TO 4100-EXIT
013260     END-IF.
013270     MOVE WS-SAMPLE-HDG TO WS-MSG-LINE.
013280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013290     PERFORM VARYING WS-CS-IDX FROM 1 BY 1
013300             UNTIL WS-CS-IDX > WS-CW-SAMPLES(WS-CW-IDX)
013310         MOVE WS-CS-DATE(WS-CW-IDX, WS-CS-IDX) TO WS-SL-DATE
013320         MOVE WS-CS-SOURCE(WS-CW-IDX, WS-CS-IDX) TO WS-SL-SOURCE
013330         MOVE WS-CS-RECNO(WS-CW-IDX, WS-CS-IDX) TO WS-SL-RECNO
013340         MOVE WS-CS-OLD(WS-CW-IDX, WS-CS-IDX) TO WS-SL-OLD
013350         MOVE WS-CS-NEW(WS-CW-IDX, WS-CS-IDX) TO WS-SL-NEW
013360         MOVE WS-CS-TEXT(WS-CW-IDX, WS-CS-IDX) TO WS-SL-TEXT
013370         MOVE WS-SAMPLE-LINE TO WS-MSG-LINE
013380         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
013390     END-PERFORM.
013400 4100-EXIT.
013410     EXIT.
013420
013430*----------------------------------------------------------------
013440* 6000-IMPACT-FACTS - THE SIMULATION IN NUMBERS AND THE THRESHOLD
013450* VERDICT. CHANGES PENDING WITH NO RUN SIMULATED IS UNPROVED
013460* IMPACT AND IS HELD THE SAME AS A BREACH.
013470*----------------------------------------------------------------
013480 6000-IMPACT-FACTS.
013490     MOVE 0 TO WS-ACTUAL-PCT.
013500     IF WS-TC-DOCS > 0
013510         COMPUTE WS-ACTUAL-PCT ROUNDED =
013520             WS-TC-CHANGED * 100 / WS-TC-DOCS
013530             ON SIZE ERROR MOVE 100 TO WS-ACTUAL-PCT
013540         END-COMPUTE
013550     END-IF.
013560     IF WS-CW-USED > 0
013570         IF WS-SIM-DONE = 0
013580                 OR WS-TC-CHANGED > WS-IMPACT-LIMIT
013590                 OR WS-ACTUAL-PCT > WS-IMPACT-PCT
013600             SET WS-THRESHOLD-BREACHED TO TRUE
013610         END-IF
013620     END-IF.
013630     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
013640     MOVE "SIMULATION FACTS" TO WS-MSG-LINE.
013650     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
013660     MOVE SPACES TO WS-FACT-VERDICT.
013670     MOVE "VOCABULARY ENTRIES IN FORCE" TO WS-FACT-LABEL.
013680     MOVE WS-LKUP-COUNT TO WS-FACT-VALUE.
013690     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013700     MOVE "PENDING ACTIVE ENTRIES" TO WS-FACT-LABEL.
013710     MOVE WS-PEND-COUNT TO WS-FACT-VALUE.
013720     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013730     MOVE "WORDS ADDED" TO WS-FACT-LABEL.
013740     MOVE WS-ADDED-COUNT TO WS-FACT-VALUE.
013750     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013760     MOVE "WORDS DROPPED" TO WS-FACT-LABEL.
013770     MOVE WS-DROPPED-COUNT TO WS-FACT-VALUE.
013780     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013790     MOVE "WORDS CHANGING VALUE" TO WS-FACT-LABEL.
013800     MOVE WS-REVALUED-COUNT TO WS-FACT-VALUE.
013810     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013820     MOVE "ARCHIVED RUNS REQUESTED (RUNS=)" TO WS-FACT-LABEL.
013830     MOVE WS-RUNS-WANTED TO WS-FACT-VALUE.
013840     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013850     MOVE "ARCHIVED RUNS SIMULATED" TO WS-FACT-LABEL.
013860     MOVE WS-SIM-DONE TO WS-FACT-VALUE.
013870     IF WS-CW-USED > 0 AND WS-SIM-DONE < WS-RUNS-WANTED
013880         MOVE "FEWER THAN REQUESTED" TO WS-FACT-VERDICT
013890     END-IF.
013900     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013910     MOVE SPACES TO WS-FACT-VERDICT.
013920     MOVE "DOCUMENTS SIMULATED" TO WS-FACT-LABEL.
013930     MOVE WS-TC-DOCS TO WS-FACT-VALUE.
013940     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
013950     MOVE "DOCUMENTS CHANGING VALUE" TO WS-FACT-LABEL.
013960     MOVE WS-TC-CHANGED TO WS-FACT-VALUE.
013970     IF WS-TC-CHANGED > WS-IMPACT-LIMIT
013980         MOVE "OVER IMPACT-LIMIT" TO WS-FACT-VERDICT
013990     END-IF.
014000     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014010     MOVE SPACES TO WS-FACT-VERDICT.
014020     MOVE "  OF WHICH BECOME EXCEPTIONS" TO WS-FACT-LABEL.
014030     MOVE WS-TC-TO-EXCP TO WS-FACT-VALUE.
014040     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014050     MOVE "  OF WHICH STOP BEING EXCEPTIONS" TO WS-FACT-LABEL.
014060     MOVE WS-TC-FROM-EXCP TO WS-FACT-VALUE.
014070     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014080     MOVE "PERCENT OF DOCUMENTS CHANGING" TO WS-FACT-LABEL.
014090     MOVE WS-ACTUAL-PCT TO WS-FACT-VALUE.
014100     IF WS-ACTUAL-PCT > WS-IMPACT-PCT
014110         MOVE "OVER IMPACT-PCT" TO WS-FACT-VERDICT
014120     END-IF.
014130     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014140     MOVE SPACES TO WS-FACT-VERDICT.
014150     MOVE "IMPACT-LIMIT (DOCUMENTS)" TO WS-FACT-LABEL.
014160     MOVE WS-IMPACT-LIMIT TO WS-FACT-VALUE.
014170     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014180     MOVE "IMPACT-PCT" TO WS-FACT-LABEL.
014190     MOVE WS-IMPACT-PCT TO WS-FACT-VALUE.
014200     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
014210 6000-EXIT.
014220     EXIT.
014230
014240*----------------------------------------------------------------
014250* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
014260*----------------------------------------------------------------
014270 8000-WRITE-LINE.
014280     IF WS-LINE-COUNT > 54
014290         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
014300     END-IF.
014310     WRITE WRPT-LINE FROM WS-MSG-LINE.
014320     ADD 1 TO WS-LINE-COUNT.
014330 8000-EXIT.
014340     EXIT.
014350
014360*----------------------------------------------------------------
014370* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
014380*----------------------------------------------------------------
014390 8010-WRITE-BLANK.
014400     IF WS-LINE-COUNT > 54
014410         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
014420     END-IF.
014430     WRITE WRPT-LINE FROM WS-BLANK-LINE.
014440     ADD 1 TO WS-LINE-COUNT.
014450 8010-EXIT.
014460     EXIT.
014470
014480*----------------------------------------------------------------
014490* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
014500*----------------------------------------------------------------
014510 8020-WRITE-FACT.
014520     IF WS-LINE-COUNT > 54
014530         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
014540     END-IF.
014550     WRITE WRPT-LINE FROM WS-FACT-LINE.
014560     ADD 1 TO WS-LINE-COUNT.
014570 8020-EXIT.
014580     EXIT.
014590
014600*----------------------------------------------------------------
014610* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, ONE SPACER.
014620*----------------------------------------------------------------
014630 8400-PAGE-HEADING.
014640     ADD 1 TO WS-PAGE-NUM.
014650     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
014660     WRITE WRPT-LINE FROM WS-PAGE-HDG.
014670     WRITE WRPT-LINE FROM WS-BLANK-LINE.
014680     MOVE 2 TO WS-LINE-COUNT.
014690 8400-EXIT.
014700     EXIT.
014710
014720*----------------------------------------------------------------
014730* 9000-TERMINATE - THE GATE. OVER THE THRESHOLD (OR UNPROVED)
014740* WITHOUT AN OVERRIDE CARD ENDS RC=8 AND THE AOC01VOC COND
014750* GATING HOLDS PROPAGAT AND RELOADF; WITH ONE IT ENDS RC=4 AND
014760* PROPAGATION GOES AHEAD, THE OVERRIDE RECORDED ON THE REPORT.
014770*----------------------------------------------------------------
014780 9000-TERMINATE.
014790     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
014800     IF NOT WS-THRESHOLD-BREACHED
014810         MOVE "IMPACT WITHIN THE KEYED THRESHOLD - PROPAGATION"
014820             TO WS-MSG-LINE
014830         MOVE " RELEASED" TO WS-MSG-LINE(48:9)
014840         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014850         DISPLAY "AOC01W - " WS-TC-CHANGED
014860             " DOCUMENTS CHANGE VALUE - WITHIN THRESHOLD"
014870         GO TO 9000-CLOSE
014880     END-IF.
014890     IF WS-OVERRIDE-PRESENT
014900         MOVE "*** IMPACT OVER THE KEYED THRESHOLD - OPERATOR"
014910             TO WS-MSG-LINE
014920         MOVE " OVERRIDE PRESENT, PROPAGATION RELEASED ***"
014930             TO WS-MSG-LINE(47:43)
014940         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014950         DISPLAY "AOC01W - IMPACT OVER THRESHOLD - OVERRIDE=YES"
014960             " PRESENT, ENDING RC=4"
014970         MOVE 4 TO RETURN-CODE
014980         GO TO 9000-CLOSE
014990     END-IF.
015000     MOVE "*** IMPACT OVER THE KEYED THRESHOLD - PROPAGAT HELD"
015010         TO WS-MSG-LINE.
015020     MOVE " ***" TO WS-MSG-LINE(52:4).
015030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015040     DISPLAY "AOC01W - IMPACT OVER THRESHOLD - " WS-TC-CHANGED
015050         " DOCUMENTS (" WS-ACTUAL-PCT " PCT) OVER "
015060         WS-SIM-DONE " RUNS - PROPAGAT HELD".
015070     DISPLAY "AOC01W - ENDING RC=8 - SEE IMPACT-REPORT".
015080     MOVE 8 TO RETURN-CODE.
015090 9000-CLOSE.
015100     CLOSE WRPT-FILE.
015110 9000-EXIT.
015120     EXIT.
