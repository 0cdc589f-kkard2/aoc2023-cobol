000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01V.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - OPEN-EXCEPTION AGING AND
000110*                 BACKLOG REPORT. EXCEPTION-FILE IS PER RUN AND
000120*                 THE ADJUSTMENT AUDIT FILE IS PER CORRECTION, SO
000130*                 NOTHING SAID HOW MANY EXCEPTIONS WERE STILL
000140*                 SITTING UNCORRECTED OR FOR HOW LONG - DATA
000150*                 CONTROL WAS ONLY EVER JUDGED BY THE DAY'S RC=4
000160*                 FROM AOC01H. THIS PROGRAM BUILDS THE OPEN-
000170*                 EXCEPTION INVENTORY ACROSS EVERY RETAINED RUN:
000180*                 THE DETAIL AND EXCEPT GENERATIONS ARE READ AS
000190*                 GDG-BASE CONCATENATIONS (NEWEST FIRST), EACH
000200*                 DETAIL GENERATION IS DATED BY MATCHING ITS
000210*                 TRAILER COUNT/TOTAL AND EXCEPTION COUNT TO THE
000220*                 RUN-HISTORY MASTER, AND EACH EXCEPTION IS THEN
000230*                 JUDGED AGAINST THE ADJUSTMENT AUDIT FILE (ANY
000240*                 POSTED DISPOSITION CLOSES IT) AND CROSS-CHECKED
000250*                 AGAINST THE DOCUMENT MASTER'S EXCEPTION FLAG
000260*                 AND CORRECTED-ON DATE. OPEN EXCEPTIONS ARE AGED
000270*                 IN DAYS FROM THEIR RUN DATE, BUCKETED 0-2, 3-7,
000280*                 8-30 AND OVER 30 DAYS BY SOURCE SYSTEM, AND THE
000290*                 ONES PAST THE CORRECTION SLA KEYED ON SLA-DAYS=
000300*                 ARE LISTED. REJECTED CORRECTIONS THAT WERE NEVER
000310*                 RE-KEYED ARE LISTED WITH THE LAST CORRECTOR WHO
000320*                 TOUCHED THEM. ANY SLA BREACH ENDS RC=8 SO THE
000330*                 SCHEDULER CAN PAGE DATA CONTROL'S SUPERVISOR.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DTL-FILE ASSIGN TO "DETAIL-FILE"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT EXCP-FILE ASSIGN TO "EXCEPTION-FILE"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT ADJ-FILE ASSIGN TO "ADJUSTMENT-FILE"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000490     ORGANIZATION IS INDEXED
000500     ACCESS MODE IS SEQUENTIAL
000510     RECORD KEY IS RH-RUN-DATE
000520     FILE STATUS IS WS-RH-FS.
000530
000540     SELECT DOCM-FILE ASSIGN TO "DOCMSTR-FILE"
000550     ORGANIZATION IS INDEXED
000560     ACCESS MODE IS RANDOM
000570     RECORD KEY IS DM-KEY
000580     FILE STATUS IS WS-DM-FS.
000590
000600     SELECT OPEN-FILE ASSIGN TO "OPEN-EXCEPTION-FILE"
000610     ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT VPARM-FILE ASSIGN TO "AGEPARM-FILE"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650
000660     SELECT VRPT-FILE ASSIGN TO "AGING-REPORT"
000670     ORGANIZATION IS LINE SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD DTL-FILE.
000720 01 DTL-RECORD.
000730     05 DTL-DSN-IDX PIC 9(3).
000740     05 FILLER      PIC X(1).
000750     05 DTL-RECNO   PIC 9(9).
000760     05 FILLER      PIC X(1).
000770     05 DTL-CONTENT PIC X(256).
000780     05 FILLER      PIC X(1).
000790     05 DTL-NUM     PIC 9(2).
000800     05 FILLER      PIC X(1).
000810     05 DTL-SOURCE-SYS PIC X(8).
000820
000830 FD EXCP-FILE.
000840 01 EXCP-RECORD.
000850     05 EXCP-DSN-IDX PIC 9(3).
000860     05 FILLER       PIC X(1).
000870     05 EXCP-RECNO   PIC 9(9).
000880     05 FILLER       PIC X(1).
000890     05 EXCP-CONTENT PIC X(256).
000900
000910 FD ADJ-FILE.
000920 01 ADJ-RECORD.
000930     05 ADJ-RUN-DATE  PIC 9(8).
000940     05 FILLER        PIC X(1).
000950     05 ADJ-DSN-IDX   PIC 9(3).
000960     05 FILLER        PIC X(1).
000970     05 ADJ-RECNO     PIC 9(9).
000980     05 FILLER        PIC X(1).
000990     05 ADJ-CORRECTOR PIC X(8).
001000     05 FILLER        PIC X(1).
001010     05 ADJ-TYPE      PIC X(1).
001020     05 FILLER        PIC X(1).
001030     05 ADJ-BEFORE    PIC 9(2).
001040     05 FILLER        PIC X(1).
001050     05 ADJ-AFTER     PIC 9(2).
001060     05 FILLER        PIC X(1).
001070     05 ADJ-DISP      PIC X(24).
001080     05 FILLER        PIC X(1).
001090     05 ADJ-TEXT      PIC X(256).
001100
001110 FD RUNHIST-FILE.
001120 01 RH-RECORD.
001130     05 RH-RUN-DATE   PIC 9(8).
001140     05 RH-REC-COUNT  PIC 9(9).
001150     05 RH-TOTAL      PIC 9(30).
001160     05 RH-EXCP-COUNT PIC 9(9).
001170     05 RH-MIN        PIC 9(2).
001180     05 RH-MAX        PIC 9(2).
001190     05 RH-AVERAGE    PIC 9(4)V99.
001200     05 RH-ADJ-TOTAL  PIC 9(30).
001210
001220 FD DOCM-FILE.
001230 01 DM-RECORD.
001240     05 DM-KEY.
001250         10 DM-DSN-IDX PIC 9(3).
001260         10 DM-RECNO   PIC 9(9).
001270     05 DM-NUM       PIC 9(2).
001280     05 DM-RUN-DATE  PIC 9(8).
001290     05 DM-EXCP-FLAG PIC X(1).
001300     05 DM-CORR-DATE PIC 9(8).
001310
001320*----------------------------------------------------------------
001330* OPEN-EXCEPTION-FILE - THE OPEN INVENTORY, ONE ROW PER EXCEPTION
001340* STILL UNCORRECTED, WRITTEN DURING THE GENERATION WALK AND
001350* RE-READ FOR THE SLA LISTING. OX-STATE N = NO CORRECTION EVER
001360* KEYED, R = LAST CORRECTION REJECTED, A = CORRECTION ACCEPTED
001370* BUT NOT YET POSTED THROUGH TO THE DOCUMENT MASTER. OX-OVER-SLA
001380* IS 'Y' WHEN THE AGE IS PAST THE KEYED SLA.
001390*----------------------------------------------------------------
001400 FD OPEN-FILE.
001410 01 OX-RECORD.
001420     05 OX-RUN-DATE   PIC 9(8).
001430     05 FILLER        PIC X(1).
001440     05 OX-SOURCE-SYS PIC X(8).
001450     05 FILLER        PIC X(1).
001460     05 OX-DSN-IDX    PIC 9(3).
001470     05 FILLER        PIC X(1).
001480     05 OX-RECNO      PIC 9(9).
001490     05 FILLER        PIC X(1).
001500     05 OX-AGE        PIC 9(5).
001510     05 FILLER        PIC X(1).
001520     05 OX-STATE      PIC X(1).
001530     05 FILLER        PIC X(1).
001540     05 OX-CORRECTOR  PIC X(8).
001550     05 FILLER        PIC X(1).
001560     05 OX-OVER-SLA   PIC X(1).
001570     05 FILLER        PIC X(30).
001580
001590 FD VPARM-FILE.
001600 01 VPARM-CARD PIC X(80).
001610
001620 FD VRPT-FILE.
001630 01 VRPT-LINE PIC X(132).
001640
001650 WORKING-STORAGE SECTION.
001660 77 WS-RH-FS PIC X(2) VALUE SPACES.
001670 77 WS-DM-FS PIC X(2) VALUE SPACES.
001680 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001690 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001700     88 WS-RUN-DATE-SET VALUE 'Y'.
001710 01 WS-SLA-DAYS PIC 9(3) VALUE 0.
001720 01 WS-SLA-SW PIC A(1) VALUE 'N'.
001730     88 WS-SLA-SET VALUE 'Y'.
001740 01 WS-EOF PIC A(1) VALUE 'N'.
001750 01 WS-DTL-EOF PIC A(1) VALUE 'N'.
001760 01 WS-EXCP-EOF PIC A(1) VALUE 'N'.
001770
001780*----------------------------------------------------------------
001790* DAY-SERIAL CONVERSION - DAYS SINCE 0001-01-01, THE SAME
001800* ARITHMETIC AOC01P AND AOC01T USE, SO AN EXCEPTION'S AGE IS EXACT
001810* ACROSS MONTH, YEAR AND CENTURY BOUNDARIES (FULL GREGORIAN LEAP
001820* RULE).
001830*----------------------------------------------------------------
001840 01 WS-WORK-DATE.
001850     05 WS-WD-CCYY PIC 9(4).
001860     05 WS-WD-MM PIC 9(2).
001870     05 WS-WD-DD PIC 9(2).
001880 01 WS-CUMDAYS-TABLE.
001890     05 FILLER PIC X(36) VALUE
001900         "000031059090120151181212243273304334".
001910 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
001920     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
001930 01 WS-SERIAL PIC 9(7) VALUE 0.
001934 01 WS-ASOF-SERIAL PIC 9(7) VALUE 0.
001938 01 WS-AGE PIC S9(7) VALUE 0.
001942 01 WS-SER-YEARS PIC 9(4) VALUE 0.
001946 01 WS-SER-Q4 PIC 9(4) VALUE 0.
001950 01 WS-SER-Q100 PIC 9(4) VALUE 0.
001954 01 WS-SER-Q400 PIC 9(4) VALUE 0.
001958 01 WS-SER-R4 PIC 9(3) VALUE 0.
001962 01 WS-SER-R100 PIC 9(3) VALUE 0.
001966 01 WS-SER-R400 PIC 9(3) VALUE 0.
001970
001980*----------------------------------------------------------------
001990* THE RUN-HISTORY DATES A DETAIL GENERATION CAN BELONG TO - THE
002000* NEWEST 100 RUNS ON THE MASTER IN ASCENDING DATE ORDER (THE GDGS
002010* KEEP 60, SO THIS COVERS THEM WITH ROOM FOR SAME-DAY RERUNS).
002020* WS-RH-NEXT IS WHERE THE SEARCH FOR THE NEXT-OLDER GENERATION
002030* STARTS; IT ONLY EVER MOVES DOWN.
002040*----------------------------------------------------------------
002050 01 WS-RH-TABLE.
002060     05 WS-RH-ENTRY OCCURS 100 TIMES.
002070         10 WS-RH-DATE  PIC 9(8).
002080         10 WS-RH-COUNT PIC 9(9).
002090         10 WS-RH-TOTAL PIC 9(30).
002100         10 WS-RH-EXCP  PIC 9(9).
002110 77 WS-RH-USED PIC 9(3) VALUE 0.
002120 01 WS-RH-IDX PIC 9(3) VALUE 0.
002130 01 WS-RH-HIT PIC 9(3) VALUE 0.
002140 01 WS-RH-NEXT PIC 9(3) VALUE 0.
002150 01 WS-OLDEST-DATE PIC 9(8) VALUE 0.
002160
002170*----------------------------------------------------------------
002180* THE ADJUSTMENT AUDIT TRAIL REDUCED TO ONE ENTRY PER RUN DATE AND
002190* DSN-IDX/RECNO - THE FILE IS CUMULATIVE AND IN THE ORDER THE
002200* CORRECTIONS WERE KEYED, SO THE LAST RECORD READ FOR A KEY IS THE
002210* LAST TOUCH. WS-AT-POSTED IS 'Y' ONCE ANY RECORD FOR THE KEY WAS
002220* ACCEPTED. RUN DATES OLDER THAN THE OLDEST RUN IN THE HISTORY
002230* TABLE ARE NOT TABLED - THEIR EXCEPTION GENERATIONS ARE GONE.
002240* OVERFLOW IS A HARD STOP, NOT A REPORT THAT SILENTLY LOSES
002250* CORRECTIONS.
002260*----------------------------------------------------------------
002270 01 WS-AUDIT-TABLE.
002280     05 WS-AT-ENTRY OCCURS 2000 TIMES.
002290         10 WS-AT-RUN-DATE  PIC 9(8).
002300         10 WS-AT-DSN       PIC 9(3).
002310         10 WS-AT-REC       PIC 9(9).
002320         10 WS-AT-POSTED    PIC X(1).
002330         10 WS-AT-DISP      PIC X(24).
002340         10 WS-AT-CORRECTOR PIC X(8).
002350         10 WS-AT-ATTEMPTS  PIC 9(3).
002360         10 WS-AT-SOURCE    PIC X(8).
002370 77 WS-AT-USED PIC 9(4) VALUE 0.
002380 01 WS-AT-IDX PIC 9(4) VALUE 0.
002390 01 WS-AT-HIT PIC 9(4) VALUE 0.
002400
002410*----------------------------------------------------------------
002420* THE DETAIL GENERATION BEING WALKED - ITS EXCEPTIONS ARE HELD
002430* HERE UNTIL ITS TRAILER IS READ, BECAUSE ONLY THE TRAILER SAYS
002440* WHICH RUN DATE THE GENERATION BELONGS TO. AOC01A'S EXCEPTION
002450* THRESHOLD STOPS A RUN LONG BEFORE 500.
002460*----------------------------------------------------------------
002470 01 WS-GEN-TABLE.
002480     05 WS-GB-ENTRY OCCURS 500 TIMES.
002490         10 WS-GB-DSN    PIC 9(3).
002500         10 WS-GB-REC    PIC 9(9).
002510         10 WS-GB-SOURCE PIC X(8).
002520 77 WS-GB-USED PIC 9(3) VALUE 0.
002530 01 WS-GB-IDX PIC 9(3) VALUE 0.
002540 77 WS-GEN-NUM PIC 9(3) VALUE 0.
002550 77 WS-GEN-ROWS PIC 9(9) VALUE 0.
002560 01 WS-GEN-TRLR-COUNT PIC 9(9) VALUE 0.
002570 01 WS-GEN-TRLR-TOTAL PIC 9(30) VALUE 0.
002580 01 WS-GEN-DATE PIC 9(8) VALUE 0.
002590
002600*----------------------------------------------------------------
002610* MATCH KEYS FOR THE EXCEPTION CO-WALK - EVERY EXCEPTION IS ALSO A
002620* DETAIL ROW OF THE SAME GENERATION (VALUE 00 FROM TEXT WITH NO
002630* DIGIT IN IT - AOC01A'S OWN TEST), IN THE SAME DSN-IDX/RECNO
002640* ORDER, SO THE EXCEPT CONCATENATION ADVANCES ONE RECORD FOR EACH
002650* SUCH DETAIL ROW. HIGH-VALUES AT END OF FILE.
002660*----------------------------------------------------------------
002670 01 WS-DIGIT-COUNT PIC 9(3) VALUE 0.
002680 01 WS-DTL-KEY.
002690     05 WS-DK-DSN-IDX PIC 9(3).
002700     05 WS-DK-RECNO   PIC 9(9).
002710 01 WS-EXCP-KEY.
002720     05 WS-EK-DSN-IDX PIC 9(3).
002730     05 WS-EK-RECNO   PIC 9(9).
002740
002750*----------------------------------------------------------------
002760* THE EXCEPTION BEING JUDGED AND ITS OUTCOME.
002770*----------------------------------------------------------------
002780 01 WS-CUR-SOURCE PIC X(8) VALUE SPACES.
002790 01 WS-CUR-STATE PIC X(1) VALUE SPACE.
002800     88 WS-CUR-CLOSED VALUE "C".
002810     88 WS-CUR-NEVER-KEYED VALUE "N".
002820     88 WS-CUR-REJECTED VALUE "R".
002830     88 WS-CUR-AWAITING VALUE "A".
002840 01 WS-CUR-CORRECTOR PIC X(8) VALUE SPACES.
002850 01 WS-BUCKET PIC 9(1) VALUE 0.
002860
002870*----------------------------------------------------------------
002880* RUN COUNTS. THE INVENTORY BALANCES WHEN EVERY EXCEPTION AGED IS
002890* EITHER CORRECTED OR OPEN.
002900*----------------------------------------------------------------
002910 77 WS-GEN-READ-COUNT PIC 9(5) VALUE 0.
002920 77 WS-GEN-DATED-COUNT PIC 9(5) VALUE 0.
002930 77 WS-GEN-SKIPPED-COUNT PIC 9(5) VALUE 0.
002940 77 WS-GEN-LATER-COUNT PIC 9(5) VALUE 0.
002950 77 WS-AGED-COUNT PIC 9(9) VALUE 0.
002960 77 WS-CORRECTED-COUNT PIC 9(9) VALUE 0.
002970 77 WS-MASTER-ONLY-COUNT PIC 9(9) VALUE 0.
002980 77 WS-NEVER-KEYED-COUNT PIC 9(9) VALUE 0.
002990 77 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
003000 77 WS-AWAITING-COUNT PIC 9(9) VALUE 0.
003010 77 WS-OPEN-COUNT PIC 9(9) VALUE 0.
003020 77 WS-OVER-SLA-COUNT PIC 9(9) VALUE 0.
003030 77 WS-NOT-REKEYED-COUNT PIC 9(9) VALUE 0.
003040 77 WS-OLDEST-AGE PIC 9(5) VALUE 0.
003050 01 WS-BALANCE-SW PIC A(1) VALUE 'Y'.
003060     88 WS-INVENTORY-BALANCED VALUE 'Y'.
003070
003080*----------------------------------------------------------------
003090* PER-SOURCE-SYSTEM AGING BUCKETS, IN ORDER OF FIRST APPEARANCE,
003100* AND THE RUN'S TOTAL LINE. TWENTY SOURCES IS THE SAME CEILING AS
003110* AOC01A'S SOURCE MAP; MORE IS A HARD STOP.
003120*----------------------------------------------------------------
003130 01 WS-SOURCE-TABLE.
003140     05 WS-ST-ENTRY OCCURS 20 TIMES.
003150         10 WS-ST-SYS      PIC X(8).
003160         10 WS-ST-BUCKET   PIC 9(9) OCCURS 4 TIMES.
003170         10 WS-ST-OPEN     PIC 9(9).
003180         10 WS-ST-OVER-SLA PIC 9(9).
003190 77 WS-ST-USED PIC 9(3) VALUE 0.
003200 01 WS-ST-IDX PIC 9(3) VALUE 0.
003210 01 WS-ST-HIT PIC 9(3) VALUE 0.
003220 01 WS-TOT-BUCKETS.
003230     05 WS-TB-BUCKET PIC 9(9) OCCURS 4 TIMES.
003240 01 WS-BK-IDX PIC 9(1) VALUE 0.
003250
003260*----------------------------------------------------------------
003270* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A ONE-LINE TITLE,
003280* THE SAME CONVENTION AS AOC01M. EACH SECTION CARRIES ITS OWN
003290* COLUMN HEADINGS.
003300*----------------------------------------------------------------
003310 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
003320 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
003330
003340*----------------------------------------------------------------
003350* REPORT LINE LAYOUTS.
003360*----------------------------------------------------------------
003370 01 WS-PAGE-HDG.
003380     05 FILLER PIC X(42) VALUE
003390         "AOC01V OPEN-EXCEPTION AGING - AS OF DATE ".
003400     05 WS-HDG-DATE PIC 9(8).
003410     05 FILLER PIC X(11) VALUE "  SLA DAYS ".
003420     05 WS-HDG-SLA PIC 9(3).
003430     05 FILLER PIC X(6) VALUE " PAGE ".
003440     05 WS-HDG-PAGE PIC 9(4).
003450     05 FILLER PIC X(58) VALUE SPACES.
003460 01 WS-GEN-HDG.
003470     05 FILLER PIC X(39) VALUE
003480         "  GEN  DATE      DOCUMENTS  EXCEPTION  ".
003490     05 FILLER PIC X(6) VALUE "STATUS".
003500     05 FILLER PIC X(87) VALUE SPACES.
003510 01 WS-GEN-LINE.
003520     05 FILLER PIC X(2) VALUE SPACES.
003530     05 WS-GL-GEN PIC 9(3).
003540     05 FILLER PIC X(2) VALUE SPACES.
003550     05 WS-GL-DATE PIC X(8).
003560     05 FILLER PIC X(2) VALUE SPACES.
003570     05 WS-GL-ROWS PIC 9(9).
003580     05 FILLER PIC X(2) VALUE SPACES.
003590     05 WS-GL-EXCP PIC 9(9).
003600     05 FILLER PIC X(2) VALUE SPACES.
003610     05 WS-GL-STATUS PIC X(40).
003620     05 FILLER PIC X(53) VALUE SPACES.
003630 01 WS-AGE-HDG.
003640     05 FILLER PIC X(34) VALUE
003650         "  SOURCE     0-2 DAYS   3-7 DAYS  ".
003660     05 FILLER PIC X(42) VALUE
003670         "8-30 DAYS    OVER 30       OPEN   OVER SLA".
003680     05 FILLER PIC X(56) VALUE SPACES.
003690 01 WS-AGE-LINE.
003700     05 FILLER PIC X(2) VALUE SPACES.
003710     05 WS-AL-SOURCE PIC X(8).
003720     05 WS-AL-COLUMN OCCURS 6 TIMES.
003730         10 WS-AL-GAP PIC X(2).
003740         10 WS-AL-VALUE PIC 9(9).
003750     05 FILLER PIC X(56) VALUE SPACES.
003760 01 WS-OPEN-HDG.
003770     05 FILLER PIC X(44) VALUE
003780         "  DATE      SOURCE    DSN RECORD NO    AGE  ".
003790     05 FILLER PIC X(39) VALUE
003800         "STATE                           LAST BY".
003810     05 FILLER PIC X(49) VALUE SPACES.
003820 01 WS-OPEN-LINE.
003830     05 FILLER PIC X(2) VALUE SPACES.
003840     05 WS-OL-DATE PIC 9(8).
003850     05 FILLER PIC X(2) VALUE SPACES.
003860     05 WS-OL-SOURCE PIC X(8).
003870     05 FILLER PIC X(2) VALUE SPACES.
003880     05 WS-OL-DSN PIC 9(3).
003890     05 FILLER PIC X(1) VALUE SPACE.
003900     05 WS-OL-RECNO PIC 9(9).
003910     05 FILLER PIC X(2) VALUE SPACES.
003920     05 WS-OL-AGE PIC 9(5).
003930     05 FILLER PIC X(2) VALUE SPACES.
003940     05 WS-OL-STATE PIC X(30).
003950     05 FILLER PIC X(2) VALUE SPACES.
003960     05 WS-OL-CORRECTOR PIC X(8).
003970     05 FILLER PIC X(48) VALUE SPACES.
003980 01 WS-REJ-HDG.
003990     05 FILLER PIC X(44) VALUE
004000         "  DATE      SOURCE    DSN RECORD NO    AGE  ".
004010     05 FILLER PIC X(31) VALUE
004020         "LAST BY   TRY  LAST DISPOSITION".
004030     05 FILLER PIC X(57) VALUE SPACES.
004040 01 WS-REJ-LINE.
004050     05 FILLER PIC X(2) VALUE SPACES.
004060     05 WS-RL-DATE PIC 9(8).
004070     05 FILLER PIC X(2) VALUE SPACES.
004080     05 WS-RL-SOURCE PIC X(8).
004090     05 FILLER PIC X(2) VALUE SPACES.
004100     05 WS-RL-DSN PIC 9(3).
004110     05 FILLER PIC X(1) VALUE SPACE.
004120     05 WS-RL-RECNO PIC 9(9).
004130     05 FILLER PIC X(2) VALUE SPACES.
004140     05 WS-RL-AGE PIC 9(5).
004150     05 FILLER PIC X(2) VALUE SPACES.
004160     05 WS-RL-CORRECTOR PIC X(8).
004170     05 FILLER PIC X(2) VALUE SPACES.
004180     05 WS-RL-ATTEMPTS PIC 9(3).
004190     05 FILLER PIC X(2) VALUE SPACES.
004200     05 WS-RL-DISP PIC X(24).
004210     05 FILLER PIC X(49) VALUE SPACES.
004220 01 WS-FACT-LINE.
004230     05 FILLER PIC X(2) VALUE SPACES.
004240     05 WS-FACT-LABEL PIC X(40).
004250     05 WS-FACT-VALUE PIC 9(9).
004260     05 FILLER PIC X(1) VALUE SPACE.
004270     05 WS-FACT-VERDICT PIC X(20).
004280     05 FILLER PIC X(60) VALUE SPACES.
004290 01 WS-MSG-LINE PIC X(132).
004300 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
004310
004320 PROCEDURE DIVISION.
004330 0000-MAINLINE.
004340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004350     PERFORM 1200-LOAD-RUN-HISTORY THRU 1200-EXIT.
004360     PERFORM 1300-LOAD-AUDIT-TRAIL THRU 1300-EXIT.
004370     PERFORM 2000-WALK-GENERATIONS THRU 2000-EXIT.
004380     PERFORM 3000-AGING-SUMMARY THRU 3000-EXIT.
004390     PERFORM 4000-LIST-OVER-SLA THRU 4000-EXIT.
004400     PERFORM 5000-LIST-NOT-REKEYED THRU 5000-EXIT.
004410     PERFORM 6000-INVENTORY-FACTS THRU 6000-EXIT.
004420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004430     STOP RUN.
004440
004450*----------------------------------------------------------------
004460* 1000-INITIALIZE - RUNDATE= (THE AS-OF DATE EVERY AGE IS COUNTED
004470* TO) AND SLA-DAYS= ARE BOTH REQUIRED: AN AGING REPORT WITH A
004480* GUESSED SLA PAGES THE WRONG PEOPLE, OR NOBODY.
004490*----------------------------------------------------------------
004500 1000-INITIALIZE.
004510     OPEN INPUT VPARM-FILE.
004520     PERFORM UNTIL WS-EOF = 'Y'
004530         READ VPARM-FILE
004540             AT END MOVE 'Y' TO WS-EOF
004550             NOT AT END
004560                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
004570         END-READ
004580     END-PERFORM.
004590     CLOSE VPARM-FILE.
004600     IF NOT WS-RUN-DATE-SET OR NOT WS-SLA-SET
004610         DISPLAY "AOC01V - RUNDATE= AND SLA-DAYS= CARDS ARE"
004620             " BOTH REQUIRED ON AGEPARM"
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     MOVE WS-RUN-DATE TO WS-WORK-DATE.
004670     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004680     MOVE WS-SERIAL TO WS-ASOF-SERIAL.
004690
004700     OPEN INPUT DOCM-FILE.
004710     IF WS-DM-FS NOT = "00"
004720         DISPLAY "AOC01V - DOCMSTR-FILE OPEN FAILED, STATUS "
004730             WS-DM-FS
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     OPEN OUTPUT VRPT-FILE.
004780     OPEN OUTPUT OPEN-FILE.
004790     MOVE WS-RUN-DATE TO WS-HDG-DATE.
004800     MOVE WS-SLA-DAYS TO WS-HDG-SLA.
004810     INITIALIZE WS-TOT-BUCKETS.
004820 1000-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 1100-APPLY-CARD - RUNDATE=CCYYMMDD AND SLA-DAYS=NNN. ANYTHING
004870* ELSE IS REPORTED AND IGNORED.
004880*----------------------------------------------------------------
004890 1100-APPLY-CARD.
004900     IF VPARM-CARD(1:8) = "RUNDATE="
004910             AND VPARM-CARD(9:8) IS NUMERIC
004920         MOVE VPARM-CARD(9:8) TO WS-RUN-DATE
004930         SET WS-RUN-DATE-SET TO TRUE
004940         GO TO 1100-EXIT
004950     END-IF.
004960     IF VPARM-CARD(1:9) = "SLA-DAYS="
004970             AND VPARM-CARD(10:3) IS NUMERIC
004980         MOVE VPARM-CARD(10:3) TO WS-SLA-DAYS
004990         SET WS-SLA-SET TO TRUE
005000         GO TO 1100-EXIT
005010     END-IF.
005020     IF VPARM-CARD NOT = SPACES
005030         DISPLAY "AOC01V - UNRECOGNIZED PARM CARD IGNORED: "
005040             VPARM-CARD(1:40)
005050     END-IF.
005060 1100-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 1200-LOAD-RUN-HISTORY - THE NEWEST 100 RUN-HISTORY RECORDS, IN
005110* ASCENDING DATE ORDER. THE MASTER IS READ FRONT TO BACK; ONCE
005120* THE TABLE IS FULL THE OLDEST ENTRY IS SHIFTED OUT FOR EACH
005130* NEWER ONE.
005140*----------------------------------------------------------------
005150 1200-LOAD-RUN-HISTORY.
005160     OPEN INPUT RUNHIST-FILE.
005170     IF WS-RH-FS NOT = "00"
005180         DISPLAY "AOC01V - RUNHIST-FILE OPEN FAILED, STATUS "
005190             WS-RH-FS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     MOVE 'N' TO WS-EOF.
005240     PERFORM UNTIL WS-EOF = 'Y'
005250         READ RUNHIST-FILE NEXT
005260             AT END MOVE 'Y' TO WS-EOF
005270             NOT AT END
005280                 PERFORM 1210-TABLE-RUN THRU 1210-EXIT
005290         END-READ
005300     END-PERFORM.
005310     CLOSE RUNHIST-FILE.
005320     IF WS-RH-USED = 0
005330         DISPLAY "AOC01V - RUNHIST-FILE IS EMPTY - NO RUN TO AGE"
005340             " AN EXCEPTION FROM"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     MOVE WS-RH-USED TO WS-RH-NEXT.
005390     MOVE WS-RH-DATE(1) TO WS-OLDEST-DATE.
005400 1200-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 1210-TABLE-RUN - ONE RUN-HISTORY RECORD ONTO THE END OF THE
005450* TABLE, SHIFTING THE OLDEST OUT WHEN IT IS FULL.
005460*----------------------------------------------------------------
005470 1210-TABLE-RUN.
005480     IF WS-RH-USED < 100
005490         ADD 1 TO WS-RH-USED
005500     ELSE
005510         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
005520                 UNTIL WS-RH-IDX > 99
005530             MOVE WS-RH-ENTRY(WS-RH-IDX + 1)
005540                 TO WS-RH-ENTRY(WS-RH-IDX)
005550         END-PERFORM
005560     END-IF.
005570     MOVE RH-RUN-DATE TO WS-RH-DATE(WS-RH-USED).
005580     MOVE RH-REC-COUNT TO WS-RH-COUNT(WS-RH-USED).
005590     MOVE RH-TOTAL TO WS-RH-TOTAL(WS-RH-USED).
005600     MOVE RH-EXCP-COUNT TO WS-RH-EXCP(WS-RH-USED).
005610 1210-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650* 1300-LOAD-AUDIT-TRAIL - WALK THE CUMULATIVE ADJUSTMENT AUDIT
005660* FILE INTO THE KEYED AUDIT TABLE. RUN DATES OLDER THAN THE
005670* HISTORY TABLE ARE SKIPPED.
005680*----------------------------------------------------------------
005690 1300-LOAD-AUDIT-TRAIL.
005700     OPEN INPUT ADJ-FILE.
005710     MOVE 'N' TO WS-EOF.
005720     PERFORM UNTIL WS-EOF = 'Y'
005730         READ ADJ-FILE
005740             AT END MOVE 'Y' TO WS-EOF
005750             NOT AT END
005760                 IF ADJ-RUN-DATE NOT < WS-OLDEST-DATE
005770                     PERFORM 1310-TABLE-AUDIT THRU 1310-EXIT
005780                 END-IF
005790         END-READ
005800     END-PERFORM.
005810     CLOSE ADJ-FILE.
005820 1300-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------
005860* 1310-TABLE-AUDIT - ONE AUDIT RECORD INTO THE TABLE. THE LATEST
005870* RECORD FOR A KEY REPLACES THE DISPOSITION AND CORRECTOR; ANY
005880* POSTED RECORD MARKS THE KEY ACCEPTED FOR GOOD.
005890*----------------------------------------------------------------
005900 1310-TABLE-AUDIT.
005910     MOVE 0 TO WS-AT-HIT.
005920     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
005930             UNTIL WS-AT-IDX > WS-AT-USED
005940             OR WS-AT-HIT > 0
005950         IF WS-AT-RUN-DATE(WS-AT-IDX) = ADJ-RUN-DATE
005960                 AND WS-AT-DSN(WS-AT-IDX) = ADJ-DSN-IDX
005970                 AND WS-AT-REC(WS-AT-IDX) = ADJ-RECNO
005980             MOVE WS-AT-IDX TO WS-AT-HIT
005990         END-IF
006000     END-PERFORM.
006010     IF WS-AT-HIT = 0
006020         IF WS-AT-USED NOT < 2000
006030             DISPLAY "AOC01V - MORE THAN 2000 CORRECTED KEYS IN"
006040                 " THE RETAINED RUNS - AUDIT TABLE FULL"
006050             MOVE 16 TO RETURN-CODE
006060             STOP RUN
006070         END-IF
006080         ADD 1 TO WS-AT-USED
006090         MOVE WS-AT-USED TO WS-AT-HIT
006100         MOVE ADJ-RUN-DATE TO WS-AT-RUN-DATE(WS-AT-HIT)
006110         MOVE ADJ-DSN-IDX TO WS-AT-DSN(WS-AT-HIT)
006120         MOVE ADJ-RECNO TO WS-AT-REC(WS-AT-HIT)
006130         MOVE 'N' TO WS-AT-POSTED(WS-AT-HIT)
006140         MOVE 0 TO WS-AT-ATTEMPTS(WS-AT-HIT)
006150         MOVE SPACES TO WS-AT-SOURCE(WS-AT-HIT)
006160     END-IF.
006170     ADD 1 TO WS-AT-ATTEMPTS(WS-AT-HIT).
006180     MOVE ADJ-DISP TO WS-AT-DISP(WS-AT-HIT).
006190     MOVE ADJ-CORRECTOR TO WS-AT-CORRECTOR(WS-AT-HIT).
006200     IF ADJ-DISP(1:6) = "POSTED"
006210         MOVE 'Y' TO WS-AT-POSTED(WS-AT-HIT)
006220     END-IF.
006230 1310-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270* 2000-WALK-GENERATIONS - THE DETAIL AND EXCEPT CONCATENATIONS
006280* TOGETHER, NEWEST GENERATION FIRST. EVERY EXCEPTION ROW ON THE
006290* DETAIL SIDE IS MATCHED TO THE NEXT EXCEPT RECORD; EVERY DETAIL
006300* TRAILER CLOSES A GENERATION. BOTH FILES MUST RUN OUT TOGETHER -
006310* AN EXCEPTION LEFT OVER MEANS THE TWO GDGS DO NOT HOLD THE SAME
006320* RUNS.
006330*----------------------------------------------------------------
006340 2000-WALK-GENERATIONS.
006350     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
006360     MOVE "RETAINED GENERATIONS, NEWEST FIRST" TO WS-MSG-LINE.
006370     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006380     MOVE WS-GEN-HDG TO WS-MSG-LINE.
006390     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006400     OPEN INPUT DTL-FILE.
006410     OPEN INPUT EXCP-FILE.
006420     PERFORM 2020-READ-EXCEPTION THRU 2020-EXIT.
006430     PERFORM 2010-READ-DETAIL THRU 2010-EXIT.
006440     PERFORM UNTIL WS-DTL-EOF = 'Y'
006450         IF DTL-RECORD(1:7) = "TRAILER"
006460             MOVE DTL-RECORD(11:9) TO WS-GEN-TRLR-COUNT
006470             MOVE DTL-RECORD(21:30) TO WS-GEN-TRLR-TOTAL
006480             PERFORM 2200-CLOSE-GENERATION THRU 2200-EXIT
006490         ELSE
006500             PERFORM 2100-CHECK-ROW THRU 2100-EXIT
006510         END-IF
006520         PERFORM 2010-READ-DETAIL THRU 2010-EXIT
006530     END-PERFORM.
006540     IF WS-GEN-ROWS > 0
006550         MOVE SPACES TO WS-MSG-LINE
006560         STRING "LAST DETAIL GENERATION HAS NO TRAILER - "
006570                 DELIMITED BY SIZE
006580             WS-GEN-ROWS DELIMITED BY SIZE
006590             " ROWS NOT AGED" DELIMITED BY SIZE
006600             INTO WS-MSG-LINE
006610         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006620         ADD 1 TO WS-GEN-SKIPPED-COUNT
006630     END-IF.
006640     IF WS-EXCP-EOF NOT = 'Y'
006650         DISPLAY "AOC01V - EXCEPT GENERATIONS LEFT OVER AFTER THE"
006660             " LAST DETAIL GENERATION - KEY " WS-EXCP-KEY
006670         MOVE 16 TO RETURN-CODE
006680         STOP RUN
006690     END-IF.
006700     CLOSE DTL-FILE.
006710     CLOSE EXCP-FILE.
006720     CLOSE OPEN-FILE.
006730     CLOSE DOCM-FILE.
006740 2000-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 2010-READ-DETAIL - NEXT RECORD FROM THE DETAIL CONCATENATION.
006790*----------------------------------------------------------------
006800 2010-READ-DETAIL.
006810     READ DTL-FILE
006820         AT END
006830             MOVE 'Y' TO WS-DTL-EOF
006840     END-READ.
006850 2010-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 2020-READ-EXCEPTION - NEXT EXCEPTION KEY, HIGH-VALUES AT EOF.
006900*----------------------------------------------------------------
006910 2020-READ-EXCEPTION.
006920     READ EXCP-FILE
006930         AT END
006940             MOVE 'Y' TO WS-EXCP-EOF
006950             MOVE HIGH-VALUES TO WS-EXCP-KEY
006960         NOT AT END
006970             MOVE EXCP-DSN-IDX TO WS-EK-DSN-IDX
006980             MOVE EXCP-RECNO TO WS-EK-RECNO
006990     END-READ.
007000 2020-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040* 2100-CHECK-ROW - ONE DETAIL ROW OF THE CURRENT GENERATION. A ROW
007050* AOC01A FOUND NO DIGIT IN IS AN EXCEPTION, AND THE NEXT EXCEPT
007060* RECORD MUST CARRY THE SAME KEY; IT IS HELD (WITH THE ROW'S
007070* SOURCE SYSTEM) UNTIL THE TRAILER DATES THE GENERATION. ANY OTHER
007080* KEY MEANS THE TWO CONCATENATIONS ARE OUT OF STEP - NOTHING PAST
007090* THAT POINT COULD BE TRUSTED, SO IT IS A HARD STOP.
007100*----------------------------------------------------------------
007110 2100-CHECK-ROW.
007120     ADD 1 TO WS-GEN-ROWS.
007130     IF DTL-NUM NOT = 0
007140         GO TO 2100-EXIT
007150     END-IF.
007160     MOVE 0 TO WS-DIGIT-COUNT.
007170     INSPECT DTL-CONTENT TALLYING WS-DIGIT-COUNT
007180         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
007190             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
007200     IF WS-DIGIT-COUNT > 0
007210         GO TO 2100-EXIT
007220     END-IF.
007230     MOVE DTL-DSN-IDX TO WS-DK-DSN-IDX.
007240     MOVE DTL-RECNO TO WS-DK-RECNO.
007250     IF WS-EXCP-KEY NOT = WS-DTL-KEY
007260         DISPLAY "AOC01V - EXCEPT GENERATION OUT OF STEP WITH"
007270             " DETAIL GENERATION " WS-GEN-NUM
007280             " AT KEY " WS-DTL-KEY
007290         MOVE 16 TO RETURN-CODE
007300         STOP RUN
007310     END-IF.
007320     IF WS-GB-USED NOT < 500
007330         DISPLAY "AOC01V - MORE THAN 500 EXCEPTIONS IN ONE"
007340             " GENERATION - GENERATION TABLE FULL"
007350         MOVE 16 TO RETURN-CODE
007360         STOP RUN
007370     END-IF.
007380     ADD 1 TO WS-GB-USED.
007390     MOVE DTL-DSN-IDX TO WS-GB-DSN(WS-GB-USED).
007400     MOVE DTL-RECNO TO WS-GB-REC(WS-GB-USED).
007410     MOVE DTL-SOURCE-SYS TO WS-GB-SOURCE(WS-GB-USED).
007420     PERFORM 2020-READ-EXCEPTION THRU 2020-EXIT.
007430 2100-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470* 2200-CLOSE-GENERATION - THE TRAILER HAS BEEN READ. THE RUN IT
007480* BELONGS TO IS THE NEWEST RUN-HISTORY ENTRY AT OR BELOW THE
007490* SEARCH POINT WHOSE RECORD COUNT, GRAND TOTAL AND EXCEPTION
007500* COUNT ALL AGREE WITH IT - HISTPOST WROTE THOSE FROM THIS VERY
007510* GENERATION. A GENERATION NOTHING AGREES WITH (A SAME-DAY RERUN
007520* THAT NEVER REACHED HISTPOST, SAY) IS LISTED AND SKIPPED; ONE
007530* DATED AFTER THE AS-OF DATE IS LISTED AND NOT AGED. THE HELD
007540* EXCEPTIONS OF A DATED GENERATION ARE THEN AGED ONE BY ONE.
007550*----------------------------------------------------------------
007560 2200-CLOSE-GENERATION.
007570     ADD 1 TO WS-GEN-NUM.
007580     ADD 1 TO WS-GEN-READ-COUNT.
007590     MOVE 0 TO WS-RH-HIT.
007600     PERFORM VARYING WS-RH-IDX FROM WS-RH-NEXT BY -1
007610             UNTIL WS-RH-IDX < 1 OR WS-RH-HIT > 0
007620         IF WS-RH-COUNT(WS-RH-IDX) = WS-GEN-TRLR-COUNT
007630                 AND WS-RH-TOTAL(WS-RH-IDX) = WS-GEN-TRLR-TOTAL
007640                 AND WS-RH-EXCP(WS-RH-IDX) = WS-GB-USED
007650             MOVE WS-RH-IDX TO WS-RH-HIT
007660         END-IF
007670     END-PERFORM.
007680     MOVE WS-GEN-NUM TO WS-GL-GEN.
007690     MOVE WS-GEN-ROWS TO WS-GL-ROWS.
007700     MOVE WS-GB-USED TO WS-GL-EXCP.
007710     IF WS-RH-HIT = 0
007720         MOVE "--------" TO WS-GL-DATE
007730         MOVE "NOT ON RUN HISTORY - SKIPPED" TO WS-GL-STATUS
007740         ADD 1 TO WS-GEN-SKIPPED-COUNT
007750         GO TO 2200-WRITE-LINE
007760     END-IF.
007770     MOVE WS-RH-DATE(WS-RH-HIT) TO WS-GEN-DATE.
007780     MOVE WS-GEN-DATE TO WS-GL-DATE.
007790     SUBTRACT 1 FROM WS-RH-HIT GIVING WS-RH-NEXT.
007800     IF WS-GEN-DATE > WS-RUN-DATE
007810         MOVE "AFTER THE AS-OF DATE - NOT AGED" TO WS-GL-STATUS
007820         ADD 1 TO WS-GEN-LATER-COUNT
007830         GO TO 2200-WRITE-LINE
007840     END-IF.
007850     MOVE "DATED FROM RUN HISTORY" TO WS-GL-STATUS.
007860     ADD 1 TO WS-GEN-DATED-COUNT.
007870     MOVE WS-GEN-DATE TO WS-WORK-DATE.
007880     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
007890     COMPUTE WS-AGE = WS-ASOF-SERIAL - WS-SERIAL.
007900     PERFORM VARYING WS-GB-IDX FROM 1 BY 1
007910             UNTIL WS-GB-IDX > WS-GB-USED
007920         PERFORM 2300-AGE-EXCEPTION THRU 2300-EXIT
007930     END-PERFORM.
007940 2200-WRITE-LINE.
007950     MOVE WS-GEN-LINE TO WS-MSG-LINE.
007960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007970     MOVE 0 TO WS-GB-USED.
007980     MOVE 0 TO WS-GEN-ROWS.
007990 2200-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030* 2300-AGE-EXCEPTION - ONE EXCEPTION OF A DATED GENERATION (HELD
008040* ENTRY WS-GB-IDX, AGE WS-AGE). THE AUDIT TRAIL SAYS WHETHER A
008050* CORRECTION WAS EVER ACCEPTED OR LAST REJECTED; THE DOCUMENT
008060* MASTER IS THEN CHECKED FOR THE KEYS IT STILL HOLDS FOR THIS RUN.
008070* AN OPEN EXCEPTION GOES TO THE OPEN INVENTORY AND THE AGING
008080* BUCKETS.
008090*----------------------------------------------------------------
008100 2300-AGE-EXCEPTION.
008110     ADD 1 TO WS-AGED-COUNT.
008120     MOVE WS-GB-SOURCE(WS-GB-IDX) TO WS-CUR-SOURCE.
008130     MOVE SPACES TO WS-CUR-CORRECTOR.
008140     SET WS-CUR-NEVER-KEYED TO TRUE.
008150     PERFORM 2310-FIND-AUDIT THRU 2310-EXIT.
008160     IF WS-AT-HIT > 0
008170         MOVE WS-CUR-SOURCE TO WS-AT-SOURCE(WS-AT-HIT)
008180         MOVE WS-AT-CORRECTOR(WS-AT-HIT) TO WS-CUR-CORRECTOR
008190         IF WS-AT-POSTED(WS-AT-HIT) = 'Y'
008200             SET WS-CUR-CLOSED TO TRUE
008210         ELSE
008220             SET WS-CUR-REJECTED TO TRUE
008230         END-IF
008240     END-IF.
008250     PERFORM 2320-CHECK-MASTER THRU 2320-EXIT.
008260     IF WS-CUR-CLOSED
008270         ADD 1 TO WS-CORRECTED-COUNT
008280         GO TO 2300-EXIT
008290     END-IF.
008300
008310     ADD 1 TO WS-OPEN-COUNT.
008320     EVALUATE TRUE
008330         WHEN WS-CUR-NEVER-KEYED
008340             ADD 1 TO WS-NEVER-KEYED-COUNT
008350         WHEN WS-CUR-REJECTED
008360             ADD 1 TO WS-REJECTED-COUNT
008370         WHEN WS-CUR-AWAITING
008380             ADD 1 TO WS-AWAITING-COUNT
008390     END-EVALUATE.
008400     EVALUATE TRUE
008410         WHEN WS-AGE < 3
008420             MOVE 1 TO WS-BUCKET
008430         WHEN WS-AGE < 8
008440             MOVE 2 TO WS-BUCKET
008450         WHEN WS-AGE < 31
008460             MOVE 3 TO WS-BUCKET
008470         WHEN OTHER
008480             MOVE 4 TO WS-BUCKET
008490     END-EVALUATE.
008500     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
008510     ADD 1 TO WS-ST-BUCKET(WS-ST-HIT WS-BUCKET).
008520     ADD 1 TO WS-ST-OPEN(WS-ST-HIT).
008530     ADD 1 TO WS-TB-BUCKET(WS-BUCKET).
008540     IF WS-AGE > WS-OLDEST-AGE
008550         MOVE WS-AGE TO WS-OLDEST-AGE
008560     END-IF.
008570
008580     MOVE SPACES TO OX-RECORD.
008590     MOVE WS-GEN-DATE TO OX-RUN-DATE.
008600     MOVE WS-CUR-SOURCE TO OX-SOURCE-SYS.
008610     MOVE WS-GB-DSN(WS-GB-IDX) TO OX-DSN-IDX.
008620     MOVE WS-GB-REC(WS-GB-IDX) TO OX-RECNO.
008630     MOVE WS-AGE TO OX-AGE.
008640     MOVE WS-CUR-STATE TO OX-STATE.
008650     MOVE WS-CUR-CORRECTOR TO OX-CORRECTOR.
008660     MOVE 'N' TO OX-OVER-SLA.
008670     IF WS-AGE > WS-SLA-DAYS
008680         MOVE 'Y' TO OX-OVER-SLA
008690         ADD 1 TO WS-OVER-SLA-COUNT
008700         ADD 1 TO WS-ST-OVER-SLA(WS-ST-HIT)
008710     END-IF.
008720     WRITE OX-RECORD.
008730 2300-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* 2310-FIND-AUDIT - THE AUDIT-TABLE ENTRY FOR THE RUN DATE AND KEY
008780* BEING AGED, OR ZERO IN WS-AT-HIT WHEN NO CORRECTION WAS EVER
008790* KEYED AGAINST IT.
008800*----------------------------------------------------------------
008810 2310-FIND-AUDIT.
008820     MOVE 0 TO WS-AT-HIT.
008830     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
008840             UNTIL WS-AT-IDX > WS-AT-USED
008850             OR WS-AT-HIT > 0
008860         IF WS-AT-RUN-DATE(WS-AT-IDX) = WS-GEN-DATE
008870                 AND WS-AT-DSN(WS-AT-IDX) = WS-GB-DSN(WS-GB-IDX)
008880                 AND WS-AT-REC(WS-AT-IDX) = WS-GB-REC(WS-GB-IDX)
008890             MOVE WS-AT-IDX TO WS-AT-HIT
008900         END-IF
008910     END-PERFORM.
008920 2310-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------
008960* 2320-CHECK-MASTER - THE DOCUMENT MASTER ONLY SPEAKS FOR A KEY
008970* WHILE ITS RECORD STILL BELONGS TO THIS RUN (DOCLOAD RELOADS KEYS
008980* IN PLACE, AOC01T PURGES OLD ONES). WHILE IT DOES: AN ACCEPTED
008990* CORRECTION THE MASTER STILL FLAGS AS AN EXCEPTION HAS NOT BEEN
009000* POSTED THROUGH (AOC01O) AND STAYS OPEN - THE AOCI SCREEN STILL
009010* QUOTES IT UNCORRECTED; A MASTER RECORD CLEARED AND STAMPED
009020* CORRECTED WITH NO ACCEPTED AUDIT RECORD IS COUNTED CORRECTED
009030* AND REPORTED, SINCE THE AUDIT TRAIL SHOULD HAVE SAID SO.
009040*----------------------------------------------------------------
009050 2320-CHECK-MASTER.
009060     MOVE WS-GB-DSN(WS-GB-IDX) TO DM-DSN-IDX.
009070     MOVE WS-GB-REC(WS-GB-IDX) TO DM-RECNO.
009080     READ DOCM-FILE.
009090     IF WS-DM-FS NOT = "00"
009100         GO TO 2320-EXIT
009110     END-IF.
009120     IF DM-RUN-DATE NOT = WS-GEN-DATE
009130         GO TO 2320-EXIT
009140     END-IF.
009150     IF WS-CUR-CLOSED
009160         IF DM-EXCP-FLAG = 'Y'
009170             SET WS-CUR-AWAITING TO TRUE
009180         END-IF
009190         GO TO 2320-EXIT
009200     END-IF.
009210     IF DM-EXCP-FLAG = 'N' AND DM-CORR-DATE > 0
009220         SET WS-CUR-CLOSED TO TRUE
009230         ADD 1 TO WS-MASTER-ONLY-COUNT
009240         MOVE SPACES TO WS-MSG-LINE
009250         STRING "CORRECTED ON MASTER " DELIMITED BY SIZE
009260             DM-CORR-DATE DELIMITED BY SIZE
009270             " WITH NO ACCEPTED AUDIT RECORD: RUN "
009280                 DELIMITED BY SIZE
009290             WS-GEN-DATE DELIMITED BY SIZE
009300             " KEY " DELIMITED BY SIZE
009310             DM-DSN-IDX DELIMITED BY SIZE
009320             "/" DELIMITED BY SIZE
009330             DM-RECNO DELIMITED BY SIZE
009340             INTO WS-MSG-LINE
009350         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009360     END-IF.
009370 2320-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 2600-FIND-SOURCE - THE SOURCE-TABLE SLOT FOR WS-CUR-SOURCE,
009420* ADDED ON FIRST APPEARANCE. OVERFLOW IS A HARD STOP.
009430*----------------------------------------------------------------
009440 2600-FIND-SOURCE.
009450     MOVE 0 TO WS-ST-HIT.
009460     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
009470             UNTIL WS-ST-IDX > WS-ST-USED
009480             OR WS-ST-HIT > 0
009490         IF WS-ST-SYS(WS-ST-IDX) = WS-CUR-SOURCE
009500             MOVE WS-ST-IDX TO WS-ST-HIT
009510         END-IF
009520     END-PERFORM.
009530     IF WS-ST-HIT > 0
009540         GO TO 2600-EXIT
009550     END-IF.
009560     IF WS-ST-USED NOT < 20
009570         DISPLAY "AOC01V - MORE THAN 20 SOURCE SYSTEMS ON THE"
009580             " OPEN EXCEPTIONS - SOURCE TABLE FULL"
009590         MOVE 16 TO RETURN-CODE
009600         STOP RUN
009610     END-IF.
009620     ADD 1 TO WS-ST-USED.
009630     MOVE WS-ST-USED TO WS-ST-HIT.
009640     MOVE WS-CUR-SOURCE TO WS-ST-SYS(WS-ST-HIT).
009650     PERFORM VARYING WS-BK-IDX FROM 1 BY 1
009660             UNTIL WS-BK-IDX > 4
009670         MOVE 0 TO WS-ST-BUCKET(WS-ST-HIT WS-BK-IDX)
009680     END-PERFORM.
009690     MOVE 0 TO WS-ST-OPEN(WS-ST-HIT).
009700     MOVE 0 TO WS-ST-OVER-SLA(WS-ST-HIT).
009710 2600-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 3000-AGING-SUMMARY - ONE LINE PER SOURCE SYSTEM: OPEN EXCEPTIONS
009760* BY AGE BUCKET, TOTAL OPEN AND HOW MANY ARE PAST THE SLA, THEN
009770* THE SAME FOR ALL SOURCES.
009780*----------------------------------------------------------------
009790 3000-AGING-SUMMARY.
009800     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
009810     MOVE "OPEN EXCEPTIONS BY SOURCE SYSTEM AND AGE"
009820         TO WS-MSG-LINE.
009830     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009840     IF WS-OPEN-COUNT = 0
009850         MOVE "NO OPEN EXCEPTIONS IN THE RETAINED RUNS"
009860             TO WS-MSG-LINE
009870         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009880         GO TO 3000-EXIT
009890     END-IF.
009900     MOVE WS-AGE-HDG TO WS-MSG-LINE.
009910     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009920     INITIALIZE WS-AGE-LINE.
009930     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
009940             UNTIL WS-ST-IDX > WS-ST-USED
009950         IF WS-ST-SYS(WS-ST-IDX) = SPACES
009960             MOVE "(NONE)" TO WS-AL-SOURCE
009970         ELSE
009980             MOVE WS-ST-SYS(WS-ST-IDX) TO WS-AL-SOURCE
009990         END-IF
010000         PERFORM VARYING WS-BK-IDX FROM 1 BY 1
010010                 UNTIL WS-BK-IDX > 4
010020             MOVE WS-ST-BUCKET(WS-ST-IDX WS-BK-IDX)
010030                 TO WS-AL-VALUE(WS-BK-IDX)
010040         END-PERFORM
010050         MOVE WS-ST-OPEN(WS-ST-IDX) TO WS-AL-VALUE(5)
010060         MOVE WS-ST-OVER-SLA(WS-ST-IDX) TO WS-AL-VALUE(6)
010070         MOVE WS-AGE-LINE TO WS-MSG-LINE
010080         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010090     END-PERFORM.
010100     MOVE "ALL" TO WS-AL-SOURCE.
010110     PERFORM VARYING WS-BK-IDX FROM 1 BY 1
010120             UNTIL WS-BK-IDX > 4
010130         MOVE WS-TB-BUCKET(WS-BK-IDX) TO WS-AL-VALUE(WS-BK-IDX)
010140     END-PERFORM.
010150     MOVE WS-OPEN-COUNT TO WS-AL-VALUE(5).
010160     MOVE WS-OVER-SLA-COUNT TO WS-AL-VALUE(6).
010170     MOVE WS-AGE-LINE TO WS-MSG-LINE.
010180     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010190 3000-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230* 4000-LIST-OVER-SLA - EVERY OPEN EXCEPTION PAST THE SLA, FROM THE
010240* OPEN INVENTORY, NEWEST RUN FIRST, WITH ITS STATE AND THE LAST
010250* CORRECTOR WHO TOUCHED IT.
010260*----------------------------------------------------------------
010270 4000-LIST-OVER-SLA.
010280     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
010290     MOVE "OPEN EXCEPTIONS PAST THE CORRECTION SLA"
010300         TO WS-MSG-LINE.
010310     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010320     IF WS-OVER-SLA-COUNT = 0
010330         MOVE "NONE - EVERY OPEN EXCEPTION IS WITHIN THE SLA"
010340             TO WS-MSG-LINE
010350         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010360         GO TO 4000-EXIT
010370     END-IF.
010380     MOVE WS-OPEN-HDG TO WS-MSG-LINE.
010390     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010400     OPEN INPUT OPEN-FILE.
010410     MOVE 'N' TO WS-EOF.
010420     PERFORM UNTIL WS-EOF = 'Y'
010430         READ OPEN-FILE
010440             AT END MOVE 'Y' TO WS-EOF
010450             NOT AT END
010460                 IF OX-OVER-SLA = 'Y'
010470                     PERFORM 4100-PRINT-OPEN THRU 4100-EXIT
010480                 END-IF
010490         END-READ
010500     END-PERFORM.
010510     CLOSE OPEN-FILE.
010520 4000-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------
010560* 4100-PRINT-OPEN - ONE OPEN-INVENTORY ROW AS A REPORT LINE.
010570*----------------------------------------------------------------
010580 4100-PRINT-OPEN.
010590     MOVE OX-RUN-DATE TO WS-OL-DATE.
010600     IF OX-SOURCE-SYS = SPACES
010610         MOVE "(NONE)" TO WS-OL-SOURCE
010620     ELSE
010630         MOVE OX-SOURCE-SYS TO WS-OL-SOURCE
010640     END-IF.
010650     MOVE OX-DSN-IDX TO WS-OL-DSN.
010660     MOVE OX-RECNO TO WS-OL-RECNO.
010670     MOVE OX-AGE TO WS-OL-AGE.
010680     EVALUATE OX-STATE
010690         WHEN "N"
010700             MOVE "NO CORRECTION KEYED" TO WS-OL-STATE
010710         WHEN "R"
010720             MOVE "LAST CORRECTION REJECTED" TO WS-OL-STATE
010730         WHEN "A"
010740             MOVE "ACCEPTED, NOT POSTED THROUGH" TO WS-OL-STATE
010750     END-EVALUATE.
010760     MOVE OX-CORRECTOR TO WS-OL-CORRECTOR.
010770     MOVE WS-OPEN-LINE TO WS-MSG-LINE.
010780     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010790 4100-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------
010830* 5000-LIST-NOT-REKEYED - EVERY CORRECTION IN THE RETAINED RUNS
010840* THAT WAS REJECTED AND NEVER FOLLOWED BY AN ACCEPTED ONE, WITH
010850* THE LAST CORRECTOR, THE NUMBER OF ATTEMPTS AND THE LAST REASON.
010860* A KEY WITH NO SOURCE SYSTEM WAS NOT AN EXCEPTION IN ANY DATED
010870* GENERATION - TYPICALLY A CORRECTION KEYED AGAINST THE WRONG
010880* RECORD NUMBER, WHICH LEAVES THE REAL EXCEPTION OPEN AS WELL.
010890*----------------------------------------------------------------
010900 5000-LIST-NOT-REKEYED.
010910     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
010920     MOVE "REJECTED CORRECTIONS NEVER RE-KEYED" TO WS-MSG-LINE.
010930     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
010940     MOVE 0 TO WS-NOT-REKEYED-COUNT.
010950     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
010960             UNTIL WS-AT-IDX > WS-AT-USED
010970         IF WS-AT-POSTED(WS-AT-IDX) = 'N'
010980             PERFORM 5100-PRINT-NOT-REKEYED THRU 5100-EXIT
010990         END-IF
011000     END-PERFORM.
011010     IF WS-NOT-REKEYED-COUNT = 0
011020         MOVE "NONE" TO WS-MSG-LINE
011030         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011040     END-IF.
011050 5000-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090* 5100-PRINT-NOT-REKEYED - AUDIT-TABLE ENTRY WS-AT-IDX AS A REPORT
011100* LINE, AGED FROM ITS RUN DATE. THE COLUMN HEADINGS GO OUT WITH
011110* THE FIRST ONE.
011120*----------------------------------------------------------------
011130 5100-PRINT-NOT-REKEYED.
011140     ADD 1 TO WS-NOT-REKEYED-COUNT.
011150     IF WS-NOT-REKEYED-COUNT = 1
011160         MOVE WS-REJ-HDG TO WS-MSG-LINE
011170         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011180     END-IF.
011190     MOVE WS-AT-RUN-DATE(WS-AT-IDX) TO WS-RL-DATE.
011200     IF WS-AT-SOURCE(WS-AT-IDX) = SPACES
011210         MOVE "(NONE)" TO WS-RL-SOURCE
011220     ELSE
011230         MOVE WS-AT-SOURCE(WS-AT-IDX) TO WS-RL-SOURCE
011240     END-IF.
011250     MOVE WS-AT-DSN(WS-AT-IDX) TO WS-RL-DSN.
011260     MOVE WS-AT-REC(WS-AT-IDX) TO WS-RL-RECNO.
011270     MOVE WS-AT-RUN-DATE(WS-AT-IDX) TO WS-WORK-DATE.
011280     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
011290     IF WS-SERIAL > WS-ASOF-SERIAL
011300         MOVE 0 TO WS-RL-AGE
011310     ELSE
011320         COMPUTE WS-RL-AGE = WS-ASOF-SERIAL - WS-SERIAL
011330     END-IF.
011340     MOVE WS-AT-CORRECTOR(WS-AT-IDX) TO WS-RL-CORRECTOR.
011350     MOVE WS-AT-ATTEMPTS(WS-AT-IDX) TO WS-RL-ATTEMPTS.
011360     MOVE WS-AT-DISP(WS-AT-IDX) TO WS-RL-DISP.
011370     MOVE WS-REJ-LINE TO WS-MSG-LINE.
011380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
011390 5100-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------------
011430* 6000-INVENTORY-FACTS - THE GENERATION AND INVENTORY COUNTS, AND
011440* THE PROOF: EVERY EXCEPTION AGED IS EITHER CORRECTED OR OPEN, AND
011450* EVERY OPEN ONE IS IN EXACTLY ONE STATE.
011460*----------------------------------------------------------------
011470 6000-INVENTORY-FACTS.
011480     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
011490     MOVE SPACES TO WS-FACT-VERDICT.
011500     MOVE "GENERATIONS READ" TO WS-FACT-LABEL.
011510     MOVE WS-GEN-READ-COUNT TO WS-FACT-VALUE.
011520     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011530     MOVE "GENERATIONS DATED AND AGED" TO WS-FACT-LABEL.
011540     MOVE WS-GEN-DATED-COUNT TO WS-FACT-VALUE.
011550     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011560     MOVE "GENERATIONS AFTER THE AS-OF DATE" TO WS-FACT-LABEL.
011570     MOVE WS-GEN-LATER-COUNT TO WS-FACT-VALUE.
011580     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011590     MOVE "GENERATIONS NOT DATED - SKIPPED" TO WS-FACT-LABEL.
011600     MOVE WS-GEN-SKIPPED-COUNT TO WS-FACT-VALUE.
011610     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011620     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
011630     MOVE "EXCEPTIONS AGED" TO WS-FACT-LABEL.
011640     MOVE WS-AGED-COUNT TO WS-FACT-VALUE.
011650     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011660     MOVE "CORRECTED" TO WS-FACT-LABEL.
011670     MOVE WS-CORRECTED-COUNT TO WS-FACT-VALUE.
011680     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011690     MOVE "  OF WHICH ON MASTER ONLY, NO AUDIT" TO WS-FACT-LABEL.
011700     MOVE WS-MASTER-ONLY-COUNT TO WS-FACT-VALUE.
011710     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011720     MOVE "OPEN - NO CORRECTION KEYED" TO WS-FACT-LABEL.
011730     MOVE WS-NEVER-KEYED-COUNT TO WS-FACT-VALUE.
011740     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011750     MOVE "OPEN - LAST CORRECTION REJECTED" TO WS-FACT-LABEL.
011760     MOVE WS-REJECTED-COUNT TO WS-FACT-VALUE.
011770     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011780     MOVE "OPEN - ACCEPTED, NOT POSTED THROUGH" TO WS-FACT-LABEL.
011790     MOVE WS-AWAITING-COUNT TO WS-FACT-VALUE.
011800     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011810     MOVE "TOTAL OPEN" TO WS-FACT-LABEL.
011820     MOVE WS-OPEN-COUNT TO WS-FACT-VALUE.
011830     IF WS-AGED-COUNT = WS-CORRECTED-COUNT + WS-OPEN-COUNT
011840             AND WS-OPEN-COUNT = WS-NEVER-KEYED-COUNT
011850                 + WS-REJECTED-COUNT + WS-AWAITING-COUNT
011860         MOVE "BALANCED" TO WS-FACT-VERDICT
011870     ELSE
011880         MOVE "DOES NOT BALANCE" TO WS-FACT-VERDICT
011890         MOVE 'N' TO WS-BALANCE-SW
011900     END-IF.
011910     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011920     MOVE SPACES TO WS-FACT-VERDICT.
011930     MOVE "OPEN PAST THE SLA" TO WS-FACT-LABEL.
011940     MOVE WS-OVER-SLA-COUNT TO WS-FACT-VALUE.
011950     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011960     MOVE "OLDEST OPEN EXCEPTION, DAYS" TO WS-FACT-LABEL.
011970     MOVE WS-OLDEST-AGE TO WS-FACT-VALUE.
011980     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
011990     MOVE "REJECTED CORRECTIONS NEVER RE-KEYED" TO WS-FACT-LABEL.
012000     MOVE WS-NOT-REKEYED-COUNT TO WS-FACT-VALUE.
012010     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
012020 6000-EXIT.
012030     EXIT.
012040
012050*----------------------------------------------------------------
012060* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
012070*----------------------------------------------------------------
012080 8000-WRITE-LINE.
012090     IF WS-LINE-COUNT > 54
012100         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012110     END-IF.
012120     WRITE VRPT-LINE FROM WS-MSG-LINE.
012130     ADD 1 TO WS-LINE-COUNT.
012140 8000-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------
012180* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
012190*----------------------------------------------------------------
012200 8010-WRITE-BLANK.
012210     IF WS-LINE-COUNT > 54
012220         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012230     END-IF.
012240     WRITE VRPT-LINE FROM WS-BLANK-LINE.
012250     ADD 1 TO WS-LINE-COUNT.
012260 8010-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------
012300* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
012310*----------------------------------------------------------------
012320 8020-WRITE-FACT.
012330     IF WS-LINE-COUNT > 54
012340         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012350     END-IF.
012360     WRITE VRPT-LINE FROM WS-FACT-LINE.
012370     ADD 1 TO WS-LINE-COUNT.
012380 8020-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------------
012420* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, ONE SPACER.
012430*----------------------------------------------------------------
012440 8400-PAGE-HEADING.
012450     ADD 1 TO WS-PAGE-NUM.
012460     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
012470     WRITE VRPT-LINE FROM WS-PAGE-HDG.
012480     WRITE VRPT-LINE FROM WS-BLANK-LINE.
012490     MOVE 2 TO WS-LINE-COUNT.
012500 8400-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------
012535* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
012540* 0001-01-01 - THE SAME ARITHMETIC AS AOC01T'S RETENTION CUTOFF,
012545* USED HERE FOR EVERY AGE.
012550*----------------------------------------------------------------
012555 8500-DATE-TO-SERIAL.
012560     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
012565     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
012570     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
012575     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
012580     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
012585         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
012590         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
012595     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
012600         REMAINDER WS-SER-R4.
012605     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
012610         REMAINDER WS-SER-R100.
012615     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
012620         REMAINDER WS-SER-R400.
012625     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
012630             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
012650         ADD 1 TO WS-SERIAL
012660     END-IF.
012670 8500-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------------
012710* 9000-TERMINATE - THE VERDICT. AN SLA BREACH ENDS RC=8 SO THE
012720* SCHEDULER PAGES DATA CONTROL'S SUPERVISOR; OTHERWISE A SKIPPED
012730* GENERATION OR AN INVENTORY THAT DOES NOT BALANCE ENDS RC=4,
012740* BECAUSE THE REPORT MAY BE UNDERSTATING THE BACKLOG.
012750*----------------------------------------------------------------
012760 9000-TERMINATE.
012770     IF WS-OVER-SLA-COUNT > 0
012780         MOVE SPACES TO WS-MSG-LINE
012790         STRING "*** " DELIMITED BY SIZE
012800             WS-OVER-SLA-COUNT DELIMITED BY SIZE
012810             " OPEN EXCEPTIONS PAST THE " DELIMITED BY SIZE
012820             WS-SLA-DAYS DELIMITED BY SIZE
012830             "-DAY CORRECTION SLA ***" DELIMITED BY SIZE
012840             INTO WS-MSG-LINE
012850         PERFORM 8010-WRITE-BLANK THRU 8010-EXIT
012860         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
012870         DISPLAY "AOC01V - " WS-OVER-SLA-COUNT
012880             " OPEN EXCEPTIONS PAST THE CORRECTION SLA - SEE"
012890             " AGING-REPORT"
012900         MOVE 8 TO RETURN-CODE
012910     ELSE
012920         IF WS-GEN-SKIPPED-COUNT > 0 OR NOT WS-INVENTORY-BALANCED
012930             DISPLAY "AOC01V - INVENTORY MAY BE INCOMPLETE - SEE"
012940                 " AGING-REPORT"
012950             MOVE 4 TO RETURN-CODE
012960         END-IF
012970     END-IF.
012980     CLOSE VRPT-FILE.
012990     DISPLAY "AOC01V - OPEN " WS-OPEN-COUNT
013000         " PAST SLA " WS-OVER-SLA-COUNT
013010         " NOT RE-KEYED " WS-NOT-REKEYED-COUNT.
013020 9000-EXIT.
013030     EXIT.
