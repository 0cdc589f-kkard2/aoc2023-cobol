000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01AB.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - MASTER INTEGRITY VERIFY AND
000110*                 REBUILD. THE DOCUMENT MASTER AND THE RUN-HISTORY
000120*                 MASTER ARE THE CERTIFIED ANSWERS AOCI AND AOCH
000130*                 QUOTE, BUT NOTHING EVER PROVED THEY STILL AGREED
000140*                 WITH THE DETAIL/EXCEPT GENERATIONS AND THE
000150*                 ADJUSTMENT AUDIT TRAIL THEY WERE BUILT FROM, AND
000160*                 AFTER A DISASTER-RECOVERY RESTORE THERE WAS NO
000170*                 WAY TO REBUILD THEM. THIS PROGRAM REPLAYS EVERY
000180*                 RETAINED DETAIL AND EXCEPT GENERATION (GDG-BASE
000190*                 CONCATENATIONS, NEWEST FIRST, EACH DATED FROM
000200*                 THE DOCLOAD/HISTPOST RUN-CONTROL RECORDS - NOT
000210*                 FROM THE RUN-HISTORY MASTER IT IS CHECKING),
000220*                 APPLIES THE ACCEPTED CORRECTIONS EXACTLY AS
000230*                 AOC01O POSTS THEM, CARRIES FORWARD WHAT IS OLDER
000240*                 THAN THE RETAINED GENERATIONS, DROPS WHAT THE
000250*                 DOCMSTR.ARCH GENERATIONS SAY WAS PURGED, AND
000260*                 WRITES THE RESULT TO TWO WORK CLUSTERS IN THE
000270*                 MASTERS' OWN LAYOUTS. BOTH ARE THEN COMPARED
000280*                 RECORD BY RECORD WITH THE LIVE MASTERS (DM-NUM,
000290*                 DM-EXCP-FLAG, DM-CORR-DATE; RH-TOTAL,
000300*                 RH-ADJ-TOTAL, RH-EXCP-COUNT) AND EVERY
000310*                 DISCREPANCY IS LISTED WITH BOTH VALUES. MODE=
000320*                 REBUILD WITH MASTER=DOCMSTR OR MASTER=RUNHIST
000330*                 ALSO BALANCES THAT WORK CLUSTER'S RECORD COUNT
000340*                 AND TOTALS AGAINST THE REPLAY CONTROLS AND
000350*                 AGAINST THE LIVE MASTER PLUS THE LISTED
000360*                 DIFFERENCES; ONLY A BALANCED REBUILD ENDS RC=0,
000370*                 WHICH IS WHAT LETS AOC01RBD REPLACE THE MASTER.
000380*----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DTL-FILE ASSIGN TO "DETAIL-FILE"
000440     ORGANIZATION IS LINE SEQUENTIAL.
000450
000460     SELECT EXCP-FILE ASSIGN TO "EXCEPTION-FILE"
000470     ORGANIZATION IS LINE SEQUENTIAL.
000480
000490     SELECT OPTIONAL ARCH-FILE ASSIGN TO "DOCARCH-FILE"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT ADJ-FILE ASSIGN TO "ADJUSTMENT-FILE"
000530     ORGANIZATION IS LINE SEQUENTIAL.
000540
000550     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS SEQUENTIAL
000580     RECORD KEY IS RC-KEY
000590     FILE STATUS IS WS-RC-FS.
000600
000610     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS SEQUENTIAL
000640     RECORD KEY IS RH-RUN-DATE
000650     FILE STATUS IS WS-RH-FS.
000660
000670     SELECT DOCM-FILE ASSIGN TO "DOCMSTR-FILE"
000680     ORGANIZATION IS INDEXED
000690     ACCESS MODE IS DYNAMIC
000700     RECORD KEY IS DM-KEY
000710     FILE STATUS IS WS-DM-FS.
000720
000730     SELECT NEWDM-FILE ASSIGN TO "NEWDOCM-FILE"
000740     ORGANIZATION IS INDEXED
000750     ACCESS MODE IS DYNAMIC
000760     RECORD KEY IS ND-KEY
000770     FILE STATUS IS WS-ND-FS.
000780
000790     SELECT NEWRH-FILE ASSIGN TO "NEWRHST-FILE"
000800     ORGANIZATION IS INDEXED
000810     ACCESS MODE IS DYNAMIC
000820     RECORD KEY IS NR-RUN-DATE
000830     FILE STATUS IS WS-NR-FS.
000840
000850     SELECT VPARM-FILE ASSIGN TO "VFYPARM-FILE"
000860     ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT VRPT-FILE ASSIGN TO "VERIFY-REPORT"
000890     ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD DTL-FILE.
000940 01 DTL-RECORD.
000950     05 DTL-DSN-IDX PIC 9(3).
000960     05 FILLER      PIC X(1).
000970     05 DTL-RECNO   PIC 9(9).
000980     05 FILLER      PIC X(1).
000990     05 DTL-CONTENT PIC X(256).
001000     05 FILLER      PIC X(1).
001010     05 DTL-NUM     PIC 9(2).
001020     05 FILLER      PIC X(1).
001030     05 DTL-SOURCE-SYS PIC X(8).
001040
001050 FD EXCP-FILE.
001060 01 EXCP-RECORD.
001070     05 EXCP-DSN-IDX PIC 9(3).
001080     05 FILLER       PIC X(1).
001090     05 EXCP-RECNO   PIC 9(9).
001100     05 FILLER       PIC X(1).
001110     05 EXCP-CONTENT PIC X(256).
001120
001130 FD ARCH-FILE.
001140 01 AR-RECORD.
001150     05 AR-KEY.
001160         10 AR-DSN-IDX PIC 9(3).
001170         10 AR-RECNO   PIC 9(9).
001180     05 AR-NUM       PIC 9(2).
001190     05 AR-RUN-DATE  PIC 9(8).
001200     05 AR-EXCP-FLAG PIC X(1).
001210     05 AR-CORR-DATE PIC 9(8).
001220
001230 FD ADJ-FILE.
001240 01 ADJ-RECORD.
001250     05 ADJ-RUN-DATE  PIC 9(8).
001260     05 FILLER        PIC X(1).
001270     05 ADJ-DSN-IDX   PIC 9(3).
001280     05 FILLER        PIC X(1).
001290     05 ADJ-RECNO     PIC 9(9).
001300     05 FILLER        PIC X(1).
001310     05 ADJ-CORRECTOR PIC X(8).
001320     05 FILLER        PIC X(1).
001330     05 ADJ-TYPE      PIC X(1).
001340     05 FILLER        PIC X(1).
001350     05 ADJ-BEFORE    PIC 9(2).
001360     05 FILLER        PIC X(1).
001370     05 ADJ-AFTER     PIC 9(2).
001380     05 FILLER        PIC X(1).
001390     05 ADJ-DISP      PIC X(24).
001400     05 FILLER        PIC X(1).
001410     05 ADJ-TEXT      PIC X(256).
001420
001430 FD RUNCTL-FILE.
001440     COPY RUNCTLR.
001450
001460 FD RUNHIST-FILE.
001470 01 RH-RECORD.
001480     05 RH-RUN-DATE   PIC 9(8).
001490     05 RH-REC-COUNT  PIC 9(9).
001500     05 RH-TOTAL      PIC 9(30).
001510     05 RH-EXCP-COUNT PIC 9(9).
001520     05 RH-MIN        PIC 9(2).
001530     05 RH-MAX        PIC 9(2).
001540     05 RH-AVERAGE    PIC 9(4)V99.
001550     05 RH-ADJ-TOTAL  PIC 9(30).
001560
001570 FD DOCM-FILE.
001580 01 DM-RECORD.
001590     05 DM-KEY.
001600         10 DM-DSN-IDX PIC 9(3).
001610         10 DM-RECNO   PIC 9(9).
001620     05 DM-NUM       PIC 9(2).
001630     05 DM-RUN-DATE  PIC 9(8).
001640     05 DM-EXCP-FLAG PIC X(1).
001650     05 DM-CORR-DATE PIC 9(8).
001660
001670*----------------------------------------------------------------
001680* NEWDOCM-FILE AND NEWRHST-FILE - THE REPLAYED MASTERS, WORK
001690* CLUSTERS DEFINED BY THE CALLING JOB WITH THE SAME KEYS AND
001700* RECORD SIZES AS THE LIVE ONES, SO A BALANCED REBUILD IS LOADED
001710* BY A PLAIN IDCAMS REPRO.
001720*----------------------------------------------------------------
001730 FD NEWDM-FILE.
001740 01 ND-RECORD.
001750     05 ND-KEY.
001760         10 ND-DSN-IDX PIC 9(3).
001770         10 ND-RECNO   PIC 9(9).
001780     05 ND-NUM       PIC 9(2).
001790     05 ND-RUN-DATE  PIC 9(8).
001800     05 ND-EXCP-FLAG PIC X(1).
001810     05 ND-CORR-DATE PIC 9(8).
001820
001830 FD NEWRH-FILE.
001840 01 NR-RECORD.
001850     05 NR-RUN-DATE   PIC 9(8).
001860     05 NR-REC-COUNT  PIC 9(9).
001870     05 NR-TOTAL      PIC 9(30).
001880     05 NR-EXCP-COUNT PIC 9(9).
001890     05 NR-MIN        PIC 9(2).
001900     05 NR-MAX        PIC 9(2).
001910     05 NR-AVERAGE    PIC 9(4)V99.
001920     05 NR-ADJ-TOTAL  PIC 9(30).
001930
001940 FD VPARM-FILE.
001950 01 VPARM-CARD PIC X(80).
001960
001970 FD VRPT-FILE.
001980 01 VRPT-LINE PIC X(132).
001990
002000 WORKING-STORAGE SECTION.
002010 77 WS-RC-FS PIC X(2) VALUE SPACES.
002020 77 WS-RH-FS PIC X(2) VALUE SPACES.
002030 77 WS-DM-FS PIC X(2) VALUE SPACES.
002040 77 WS-ND-FS PIC X(2) VALUE SPACES.
002050 77 WS-NR-FS PIC X(2) VALUE SPACES.
002060 01 WS-RUN-DATE PIC 9(8) VALUE 0.
002070 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
002080     88 WS-RUN-DATE-SET VALUE 'Y'.
002090 01 WS-MODE PIC X(7) VALUE "VERIFY ".
002100     88 WS-MODE-VERIFY VALUE "VERIFY ".
002110     88 WS-MODE-REBUILD VALUE "REBUILD".
002120 01 WS-MASTER PIC X(7) VALUE SPACES.
002130     88 WS-MASTER-DOCMSTR VALUE "DOCMSTR".
002140     88 WS-MASTER-RUNHIST VALUE "RUNHIST".
002150 01 WS-EOF PIC A(1) VALUE 'N'.
002160 01 WS-DTL-EOF PIC A(1) VALUE 'N'.
002170 01 WS-EXCP-EOF PIC A(1) VALUE 'N'.
002180
002190*----------------------------------------------------------------
002200* THE RUN-CONTROL DATES A DETAIL GENERATION CAN BELONG TO - ONE
002210* ENTRY PER RUN DATE WHOSE DOCLOAD OR HISTPOST STEP ENDED RC=0,
002220* THE NEWEST 100 IN ASCENDING DATE ORDER (THE GDGS KEEP 60).
002230* DOCLOAD'S RECORDS-OUT IS THE GENERATION'S ROW COUNT AND
002240* HISTPOST'S RECORDS-IN ITS TRAILER COUNT, SO A GENERATION IS
002250* DATED WITHOUT TRUSTING THE RUN-HISTORY MASTER UNDER TEST.
002260*----------------------------------------------------------------
002270 01 WS-CTL-TABLE.
002280     05 WS-CT-ENTRY OCCURS 100 TIMES.
002290         10 WS-CT-DATE      PIC 9(8).
002300         10 WS-CT-LOAD-SW   PIC X(1).
002310         10 WS-CT-LOAD-RECS PIC 9(9).
002320         10 WS-CT-HIST-SW   PIC X(1).
002330         10 WS-CT-HIST-RECS PIC 9(9).
002340 77 WS-CT-USED PIC 9(3) VALUE 0.
002350 01 WS-CT-IDX PIC 9(3) VALUE 0.
002360 01 WS-CT-HIT PIC 9(3) VALUE 0.
002370
002380*----------------------------------------------------------------
002390* THE RUN-HISTORY FALLBACK - THE NEWEST 100 RUNS ON THE MASTER,
002400* MATCHED THE WAY AOC01V DATES A GENERATION (RECORD COUNT, GRAND
002410* TOTAL AND EXCEPTION COUNT), FOR RUNS THAT LEFT NO USABLE
002420* RUN-CONTROL RECORD (POSTING THERE IS BEST-EFFORT).
002430*----------------------------------------------------------------
002440 01 WS-RH-TABLE.
002450     05 WS-RH-ENTRY OCCURS 100 TIMES.
002460         10 WS-RH-DATE  PIC 9(8).
002470         10 WS-RH-COUNT PIC 9(9).
002480         10 WS-RH-TOTAL PIC 9(30).
002490         10 WS-RH-EXCP  PIC 9(9).
002500 77 WS-RH-USED PIC 9(3) VALUE 0.
002510 01 WS-RH-IDX PIC 9(3) VALUE 0.
002520 01 WS-RH-HIT PIC 9(3) VALUE 0.
002530 01 WS-CAND-DATE PIC 9(8) VALUE 0.
002540 01 WS-TAKEN-SW PIC A(1) VALUE 'N'.
002550     88 WS-DATE-TAKEN VALUE 'Y'.
002560
002570*----------------------------------------------------------------
002580* ONE ENTRY PER RETAINED GENERATION, IN CONCATENATION ORDER
002590* (NEWEST FIRST), FILLED BY THE DATING PASS AND USED BY THE
002600* REPLAY PASS. WS-GN-DATE ZERO MEANS NOT DATED - NOT REPLAYED.
002610* WS-GN-BY IS C (RUN CONTROL) OR H (RUN HISTORY).
002620*----------------------------------------------------------------
002630 01 WS-GEN-TABLE.
002640     05 WS-GN-ENTRY OCCURS 100 TIMES.
002650         10 WS-GN-DATE       PIC 9(8).
002660         10 WS-GN-BY         PIC X(1).
002670         10 WS-GN-ROWS       PIC 9(9).
002680         10 WS-GN-TRLR-COUNT PIC 9(9).
002690         10 WS-GN-TRLR-TOTAL PIC 9(30).
002700         10 WS-GN-EXCP       PIC 9(9).
002710         10 WS-GN-STAT-COUNT PIC 9(9).
002720         10 WS-GN-MIN        PIC 9(2).
002730         10 WS-GN-MAX        PIC 9(2).
002740 77 WS-GEN-NUM PIC 9(3) VALUE 0.
002750 01 WS-GN-IDX PIC 9(3) VALUE 0.
002760 77 WS-LAST-DATED-GEN PIC 9(3) VALUE 0.
002770 01 WS-OLDEST-DATE PIC 9(8) VALUE 99999999.
002780
002790*----------------------------------------------------------------
002800* THE GENERATION BEING COUNTED BY THE DATING PASS.
002810*----------------------------------------------------------------
002820 77 WS-GEN-ROWS PIC 9(9) VALUE 0.
002830 77 WS-GEN-EXCP PIC 9(9) VALUE 0.
002840 77 WS-GEN-STAT-COUNT PIC 9(9) VALUE 0.
002850 01 WS-GEN-MIN PIC 9(2) VALUE 99.
002860 01 WS-GEN-MAX PIC 9(2) VALUE 0.
002870 01 WS-GEN-TRLR-COUNT PIC 9(9) VALUE 0.
002880 01 WS-GEN-TRLR-TOTAL PIC 9(30) VALUE 0.
002890 77 WS-TAIL-ROWS PIC 9(9) VALUE 0.
002900
002910*----------------------------------------------------------------
002920* EXCEPTION TEST AND CO-WALK KEYS - A ROW WITH VALUE 00 AND NO
002930* DIGIT IN ITS TEXT IS AN EXCEPTION (AOC01A'S OWN TEST) AND THE
002940* NEXT EXCEPT RECORD MUST CARRY ITS KEY. HIGH-VALUES AT EOF.
002950*----------------------------------------------------------------
002960 01 WS-DIGIT-COUNT PIC 9(3) VALUE 0.
002970 01 WS-ROW-EXCP-SW PIC A(1) VALUE 'N'.
002980     88 WS-ROW-IS-EXCEPTION VALUE 'Y'.
002990 01 WS-DTL-KEY.
003000     05 WS-DK-DSN-IDX PIC 9(3).
003010     05 WS-DK-RECNO   PIC 9(9).
003020 01 WS-EXCP-KEY.
003030     05 WS-EK-DSN-IDX PIC 9(3).
003040     05 WS-EK-RECNO   PIC 9(9).
003050
003060*----------------------------------------------------------------
003070* THE ACCEPTED CORRECTIONS, ONE ENTRY PER RUN DATE AND
003080* DSN-IDX/RECNO - ONLY POSTED RECORDS, LAST IN WINS, THE SAME
003090* REDUCTION AOC01O MAKES BEFORE IT POSTS. RUN DATES OLDER THAN THE
003100* OLDEST DATED GENERATION ARE NOT TABLED. OVERFLOW IS A HARD STOP.
003110*----------------------------------------------------------------
003120 01 WS-AUDIT-TABLE.
003130     05 WS-AT-ENTRY OCCURS 2000 TIMES.
003140         10 WS-AT-RUN-DATE PIC 9(8).
003150         10 WS-AT-DSN      PIC 9(3).
003160         10 WS-AT-REC      PIC 9(9).
003170         10 WS-AT-AFTER    PIC 9(2).
003180 77 WS-AT-USED PIC 9(4) VALUE 0.
003190 01 WS-AT-IDX PIC 9(4) VALUE 0.
003200 01 WS-AT-HIT PIC 9(4) VALUE 0.
003210 01 WS-ADJ-SUM PIC 9(9) VALUE 0.
003220
003230*----------------------------------------------------------------
003240* THE CORRECTIONS FOR THE GENERATION BEING REPLAYED - SUBSCRIPTS
003250* INTO THE AUDIT TABLE. AOC01O STOPS ON MORE THAN 200 KEYS FOR A
003260* RUN, SO 200 IS THE MOST A POSTED RUN CAN HAVE.
003270*----------------------------------------------------------------
003280 01 WS-GEN-CORR-TABLE.
003290     05 WS-GC-AT PIC 9(4) OCCURS 200 TIMES.
003300 77 WS-GC-USED PIC 9(3) VALUE 0.
003310 01 WS-GC-IDX PIC 9(3) VALUE 0.
003320 01 WS-GC-HIT PIC 9(4) VALUE 0.
003330
003340*----------------------------------------------------------------
003350* REPLAY CONTROLS - WHAT WAS WRITTEN TO THE WORK CLUSTERS, NET OF
003360* WHAT THE ARCHIVE PASS TOOK BACK OUT. THE COMPARISON'S READ OF
003370* THE WORK CLUSTERS MUST COME TO THE SAME FIGURES.
003380*----------------------------------------------------------------
003390 77 WS-ND-CTL-COUNT PIC 9(9) VALUE 0.
003400 77 WS-ND-CTL-SUM PIC 9(12) VALUE 0.
003410 77 WS-ND-CTL-EXCP PIC 9(9) VALUE 0.
003420 77 WS-NR-CTL-COUNT PIC 9(9) VALUE 0.
003430 01 WS-NR-CTL-TOTAL PIC 9(31) VALUE 0.
003440 01 WS-NR-CTL-ADJ PIC 9(31) VALUE 0.
003450 77 WS-NR-CTL-EXCP PIC 9(12) VALUE 0.
003460 77 WS-ND-REPLAYED-COUNT PIC 9(9) VALUE 0.
003470 77 WS-ND-SUPERSEDED-COUNT PIC 9(9) VALUE 0.
003480 77 WS-ND-CORRECTED-COUNT PIC 9(9) VALUE 0.
003490 77 WS-ND-CARRIED-COUNT PIC 9(9) VALUE 0.
003500 77 WS-NR-REPLAYED-COUNT PIC 9(9) VALUE 0.
003510 77 WS-NR-CARRIED-COUNT PIC 9(9) VALUE 0.
003520 77 WS-ARCH-READ-COUNT PIC 9(9) VALUE 0.
003530 77 WS-ARCH-PURGED-COUNT PIC 9(9) VALUE 0.
003540 77 WS-AUDIT-POSTED-COUNT PIC 9(9) VALUE 0.
003550 01 WS-CORR-SW PIC A(1) VALUE 'N'.
003560     88 WS-ROW-CORRECTED VALUE 'Y'.
003570
003580*----------------------------------------------------------------
003590* DOCUMENT-MASTER COMPARISON. ORIGINAL IS THE LIVE MASTER AS
003600* READ, REBUILT IS THE WORK CLUSTER AS READ. ADDED, DROPPED AND
003610* THE SIGNED DELTAS ARE WHAT THE DISCREPANCY LISTING SAYS WOULD
003620* CHANGE IF THE REBUILD REPLACED THE MASTER.
003630*----------------------------------------------------------------
003640 01 WS-DMC-KEY.
003650     05 WS-DMC-DSN-IDX PIC 9(3).
003660     05 WS-DMC-RECNO   PIC 9(9).
003670 01 WS-NDC-KEY.
003680     05 WS-NDC-DSN-IDX PIC 9(3).
003690     05 WS-NDC-RECNO   PIC 9(9).
003700 77 WS-DM-ORIG-COUNT PIC 9(9) VALUE 0.
003710 77 WS-DM-ORIG-SUM PIC 9(12) VALUE 0.
003720 77 WS-DM-ORIG-EXCP PIC 9(9) VALUE 0.
003730 77 WS-DM-NEW-COUNT PIC 9(9) VALUE 0.
003740 77 WS-DM-NEW-SUM PIC 9(12) VALUE 0.
003750 77 WS-DM-NEW-EXCP PIC 9(9) VALUE 0.
003760 77 WS-DM-ADDED-COUNT PIC 9(9) VALUE 0.
003770 77 WS-DM-DROPPED-COUNT PIC 9(9) VALUE 0.
003780 77 WS-DM-CHANGED-COUNT PIC 9(9) VALUE 0.
003790 77 WS-DM-AGREED-COUNT PIC 9(9) VALUE 0.
003800 77 WS-DM-UNVERIFIED-COUNT PIC 9(9) VALUE 0.
003810 77 WS-DM-DISCREP-COUNT PIC 9(9) VALUE 0.
003820 01 WS-DM-SUM-DELTA PIC S9(12) VALUE 0.
003830 01 WS-DM-EXCP-DELTA PIC S9(9) VALUE 0.
003840
003850*----------------------------------------------------------------
003860* RUN-HISTORY COMPARISON, THE SAME SHAPE.
003870*----------------------------------------------------------------
003880 01 WS-RHC-DATE PIC X(8) VALUE SPACES.
003890 01 WS-NRC-DATE PIC X(8) VALUE SPACES.
003900 77 WS-RH-ORIG-COUNT PIC 9(9) VALUE 0.
003910 01 WS-RH-ORIG-TOTAL PIC 9(31) VALUE 0.
003920 01 WS-RH-ORIG-ADJ PIC 9(31) VALUE 0.
003930 77 WS-RH-ORIG-EXCP PIC 9(12) VALUE 0.
003940 77 WS-RH-NEW-COUNT PIC 9(9) VALUE 0.
003950 01 WS-RH-NEW-TOTAL PIC 9(31) VALUE 0.
003960 01 WS-RH-NEW-ADJ PIC 9(31) VALUE 0.
003970 77 WS-RH-NEW-EXCP PIC 9(12) VALUE 0.
003980 77 WS-RH-ADDED-COUNT PIC 9(9) VALUE 0.
003990 77 WS-RH-DROPPED-COUNT PIC 9(9) VALUE 0.
004000 77 WS-RH-CHANGED-COUNT PIC 9(9) VALUE 0.
004010 77 WS-RH-AGREED-COUNT PIC 9(9) VALUE 0.
004020 77 WS-RH-UNVERIFIED-COUNT PIC 9(9) VALUE 0.
004030 77 WS-RH-DISCREP-COUNT PIC 9(9) VALUE 0.
004040 01 WS-RH-TOTAL-DELTA PIC S9(31) VALUE 0.
004050 01 WS-RH-ADJ-DELTA PIC S9(31) VALUE 0.
004060 01 WS-RH-EXCP-DELTA PIC S9(12) VALUE 0.
004070 01 WS-DIFF-SW PIC A(1) VALUE 'N'.
004080     88 WS-RECORD-DIFFERS VALUE 'Y'.
004090
004100*----------------------------------------------------------------
004110* GENERATION COUNTS AND THE VERDICTS.
004120*----------------------------------------------------------------
004130 77 WS-GEN-CTL-COUNT PIC 9(3) VALUE 0.
004140 77 WS-GEN-HIST-COUNT PIC 9(3) VALUE 0.
004150 77 WS-GEN-SKIPPED-COUNT PIC 9(3) VALUE 0.
004160 77 WS-GEN-GAP-COUNT PIC 9(3) VALUE 0.
004170 01 WS-BALANCE-SW PIC A(1) VALUE 'Y'.
004180     88 WS-REBUILD-BALANCED VALUE 'Y'.
004190
004200*----------------------------------------------------------------
004210* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A ONE-LINE TITLE,
004220* THE SAME CONVENTION AS AOC01M AND AOC01V.
004230*----------------------------------------------------------------
004240 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
004250 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
004260
004270*----------------------------------------------------------------
004280* REPORT LINE LAYOUTS.
004290*----------------------------------------------------------------
004300 01 WS-PAGE-HDG.
004310     05 FILLER PIC X(42) VALUE
004320         "AOC01AB MASTER INTEGRITY - RUN DATE ".
004330     05 WS-HDG-DATE PIC 9(8).
004340     05 FILLER PIC X(7) VALUE "  MODE ".
004350     05 WS-HDG-MODE PIC X(7).
004360     05 FILLER PIC X(1) VALUE SPACE.
004370     05 WS-HDG-MASTER PIC X(7).
004380     05 FILLER PIC X(6) VALUE " PAGE ".
004390     05 WS-HDG-PAGE PIC 9(4).
004400     05 FILLER PIC X(50) VALUE SPACES.
004410 01 WS-GEN-HDG.
004420     05 FILLER PIC X(39) VALUE
004430         "  GEN  DATE      DOCUMENTS  EXCEPTION  ".
004440     05 FILLER PIC X(43) VALUE
004450         "GRAND TOTAL                     STATUS".
004460     05 FILLER PIC X(50) VALUE SPACES.
004470 01 WS-GEN-LINE.
004480     05 FILLER PIC X(2) VALUE SPACES.
004490     05 WS-GL-GEN PIC 9(3).
004500     05 FILLER PIC X(2) VALUE SPACES.
004510     05 WS-GL-DATE PIC X(8).
004520     05 FILLER PIC X(2) VALUE SPACES.
004530     05 WS-GL-ROWS PIC 9(9).
004540     05 FILLER PIC X(2) VALUE SPACES.
004550     05 WS-GL-EXCP PIC 9(9).
004560     05 FILLER PIC X(2) VALUE SPACES.
004570     05 WS-GL-TOTAL PIC 9(30).
004580     05 FILLER PIC X(2) VALUE SPACES.
004590     05 WS-GL-STATUS PIC X(32).
004600     05 FILLER PIC X(29) VALUE SPACES.
004610 01 WS-DMD-HDG.
004620     05 FILLER PIC X(32) VALUE
004630         "  DSN RECORD NO  FIELD         ".
004640     05 FILLER PIC X(64) VALUE
004650         "MASTER VALUE                    REPLAY VALUE".
004660     05 FILLER PIC X(36) VALUE "NOTE".
004670 01 WS-DMD-LINE.
004680     05 FILLER PIC X(2) VALUE SPACES.
004690     05 WS-DD-DSN PIC 9(3).
004700     05 FILLER PIC X(1) VALUE SPACE.
004710     05 WS-DD-RECNO PIC 9(9).
004720     05 FILLER PIC X(2) VALUE SPACES.
004730     05 WS-DD-FIELD PIC X(12).
004740     05 FILLER PIC X(2) VALUE SPACES.
004750     05 WS-DD-MASTER PIC X(30).
004760     05 FILLER PIC X(2) VALUE SPACES.
004770     05 WS-DD-REPLAY PIC X(30).
004780     05 FILLER PIC X(2) VALUE SPACES.
004790     05 WS-DD-NOTE PIC X(36).
004800     05 FILLER PIC X(1) VALUE SPACE.
004810 01 WS-RHD-HDG.
004820     05 FILLER PIC X(28) VALUE
004830         "  DATE      FIELD         ".
004840     05 FILLER PIC X(64) VALUE
004850         "MASTER VALUE                    REPLAY VALUE".
004860     05 FILLER PIC X(40) VALUE "NOTE".
004870 01 WS-RHD-LINE.
004880     05 FILLER PIC X(2) VALUE SPACES.
004890     05 WS-RD-DATE PIC 9(8).
004900     05 FILLER PIC X(2) VALUE SPACES.
004910     05 WS-RD-FIELD PIC X(12).
004920     05 FILLER PIC X(2) VALUE SPACES.
004930     05 WS-RD-MASTER PIC X(30).
004940     05 FILLER PIC X(2) VALUE SPACES.
004950     05 WS-RD-REPLAY PIC X(30).
004960     05 FILLER PIC X(2) VALUE SPACES.
004970     05 WS-RD-NOTE PIC X(36).
004980     05 FILLER PIC X(6) VALUE SPACES.
004990 01 WS-FACT-LINE.
005000     05 FILLER PIC X(2) VALUE SPACES.
005010     05 WS-FACT-LABEL PIC X(40).
005020     05 WS-FACT-VALUE PIC 9(9).
005030     05 FILLER PIC X(1) VALUE SPACE.
005040     05 WS-FACT-VERDICT PIC X(20).
005050     05 FILLER PIC X(60) VALUE SPACES.
005060 01 WS-BAL-HDG.
005070     05 FILLER PIC X(42) VALUE SPACES.
005080     05 FILLER PIC X(34) VALUE
005090         "   RECORDS                     SUM".
005100     05 FILLER PIC X(56) VALUE SPACES.
005110 01 WS-BAL-LINE.
005120     05 FILLER PIC X(2) VALUE SPACES.
005130     05 WS-BL-LABEL PIC X(40).
005140     05 WS-BL-COUNT PIC -(9)9.
005150     05 FILLER PIC X(2) VALUE SPACES.
005160     05 WS-BL-SUM PIC -(31)9.
005170     05 FILLER PIC X(2) VALUE SPACES.
005180     05 WS-BL-VERDICT PIC X(20).
005190     05 FILLER PIC X(24) VALUE SPACES.
005200 01 WS-MSG-LINE PIC X(132).
005210 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
005220
005230 PROCEDURE DIVISION.
005240 0000-MAINLINE.
005250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005260     PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT.
005270     PERFORM 1300-LOAD-RUN-HISTORY THRU 1300-EXIT.
005280     PERFORM 2000-DATE-GENERATIONS THRU 2000-EXIT.
005290     PERFORM 3000-LOAD-AUDIT-TRAIL THRU 3000-EXIT.
005300     PERFORM 4000-REPLAY-RUN-HISTORY THRU 4000-EXIT.
005310     PERFORM 5000-REPLAY-DOCUMENTS THRU 5000-EXIT.
005320     PERFORM 5500-CARRY-FORWARD THRU 5500-EXIT.
005330     PERFORM 5600-APPLY-ARCHIVE THRU 5600-EXIT.
005340     PERFORM 6000-COMPARE-DOCUMENTS THRU 6000-EXIT.
005350     PERFORM 7000-COMPARE-RUN-HISTORY THRU 7000-EXIT.
005360     PERFORM 7500-VERIFY-FACTS THRU 7500-EXIT.
005370     IF WS-MODE-REBUILD
005380         PERFORM 7600-BALANCE-REBUILD THRU 7600-EXIT
005390     END-IF.
005400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005410     STOP RUN.
005420
005430*----------------------------------------------------------------
005440* 1000-INITIALIZE - RUNDATE= IS REQUIRED (IT HEADS THE REPORT AND
005450* IS THE CORRECTED-ON DATE A REBUILT CORRECTION IS STAMPED WITH
005460* WHEN THE LIVE MASTER NEVER RECORDED ONE). MODE=REBUILD MUST
005470* NAME THE MASTER BEING REBUILT - A REBUILD THAT GUESSES WHICH
005480* MASTER IT IS ABOUT TO REPLACE IS NOT ONE ANYBODY SHOULD RUN.
005490*----------------------------------------------------------------
005500 1000-INITIALIZE.
005510     OPEN INPUT VPARM-FILE.
005520     PERFORM UNTIL WS-EOF = 'Y'
005530         READ VPARM-FILE
005540             AT END MOVE 'Y' TO WS-EOF
005550             NOT AT END
005560                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
005570         END-READ
005580     END-PERFORM.
005590     CLOSE VPARM-FILE.
005600     IF NOT WS-RUN-DATE-SET
005610         DISPLAY "AOC01AB - NO VALID RUNDATE= CARD ON VFYPARM"
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     IF WS-MODE-REBUILD
005660             AND NOT WS-MASTER-DOCMSTR AND NOT WS-MASTER-RUNHIST
005670         DISPLAY "AOC01AB - MODE=REBUILD NEEDS MASTER=DOCMSTR OR"
005680             " MASTER=RUNHIST ON VFYPARM"
005690         MOVE 16 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     IF WS-MODE-VERIFY
005730         MOVE SPACES TO WS-MASTER
005740     END-IF.
005750
005760     OPEN INPUT DOCM-FILE.
005770     IF WS-DM-FS NOT = "00"
005780         DISPLAY "AOC01AB - DOCMSTR-FILE OPEN FAILED, STATUS "
005790             WS-DM-FS
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830     OPEN OUTPUT VRPT-FILE.
005840     MOVE WS-RUN-DATE TO WS-HDG-DATE.
005850     MOVE WS-MODE TO WS-HDG-MODE.
005860     MOVE WS-MASTER TO WS-HDG-MASTER.
005870 1000-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* 1100-APPLY-CARD - RUNDATE=CCYYMMDD, MODE=VERIFY OR MODE=REBUILD,
005920* MASTER=DOCMSTR OR MASTER=RUNHIST. ANYTHING ELSE IS REPORTED AND
005930* IGNORED.
005940*----------------------------------------------------------------
005950 1100-APPLY-CARD.
005960     IF VPARM-CARD(1:8) = "RUNDATE="
005970             AND VPARM-CARD(9:8) IS NUMERIC
005980         MOVE VPARM-CARD(9:8) TO WS-RUN-DATE
005990         SET WS-RUN-DATE-SET TO TRUE
006000         GO TO 1100-EXIT
006010     END-IF.
006020     IF VPARM-CARD(1:5) = "MODE="
006030             AND (VPARM-CARD(6:7) = "VERIFY "
006040               OR VPARM-CARD(6:7) = "REBUILD")
006050         MOVE VPARM-CARD(6:7) TO WS-MODE
006060         GO TO 1100-EXIT
006070     END-IF.
006080     IF VPARM-CARD(1:7) = "MASTER="
006090             AND (VPARM-CARD(8:7) = "DOCMSTR"
006100               OR VPARM-CARD(8:7) = "RUNHIST")
006110         MOVE VPARM-CARD(8:7) TO WS-MASTER
006120         GO TO 1100-EXIT
006130     END-IF.
006140     IF VPARM-CARD NOT = SPACES
006150         DISPLAY "AOC01AB - UNRECOGNIZED PARM CARD IGNORED: "
006160             VPARM-CARD(1:40)
006170     END-IF.
006180 1100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220* 1200-LOAD-RUN-CONTROL - THE DOCLOAD AND HISTPOST STEP RECORDS
006230* THAT ENDED RC=0, ONE TABLE ENTRY PER RUN DATE. THE FILE IS IN
006240* DATE/STEP ORDER, SO A DATE'S TWO STEPS ARRIVE TOGETHER. AN
006250* ABSENT RUN-CONTROL FILE LEAVES THE TABLE EMPTY AND EVERY
006260* GENERATION FALLS BACK TO THE RUN-HISTORY MATCH.
006270*----------------------------------------------------------------
006280 1200-LOAD-RUN-CONTROL.
006290     OPEN INPUT RUNCTL-FILE.
006300     IF WS-RC-FS NOT = "00" AND WS-RC-FS NOT = "05"
006310         DISPLAY "AOC01AB - RUNCTL-FILE NOT USABLE, STATUS "
006320             WS-RC-FS " - DATING FROM RUN HISTORY ONLY"
006330         GO TO 1200-EXIT
006340     END-IF.
006350     MOVE 'N' TO WS-EOF.
006360     PERFORM UNTIL WS-EOF = 'Y'
006370         READ RUNCTL-FILE NEXT
006380             AT END MOVE 'Y' TO WS-EOF
006390             NOT AT END
006400                 IF RC-ENDED AND RC-RETURN-CODE = 0
006410                         AND (RC-STEP-NAME = "DOCLOAD "
006420                           OR RC-STEP-NAME = "HISTPOST")
006430                     PERFORM 1210-TABLE-STEP THRU 1210-EXIT
006440                 END-IF
006450         END-READ
006460     END-PERFORM.
006470     CLOSE RUNCTL-FILE.
006480 1200-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 1210-TABLE-STEP - ONE QUALIFYING STEP RECORD ONTO ITS DATE'S
006530* ENTRY, OPENING A NEW ENTRY (AND SHIFTING THE OLDEST OUT WHEN
006540* THE TABLE IS FULL) FOR A NEW DATE.
006550*----------------------------------------------------------------
006560 1210-TABLE-STEP.
006570     IF WS-CT-USED = 0
006580             OR WS-CT-DATE(WS-CT-USED) NOT = RC-RUN-DATE
006590         IF WS-CT-USED < 100
006600             ADD 1 TO WS-CT-USED
006610         ELSE
006620             PERFORM VARYING WS-CT-IDX FROM 1 BY 1
006630                     UNTIL WS-CT-IDX > 99
006640                 MOVE WS-CT-ENTRY(WS-CT-IDX + 1)
006650                     TO WS-CT-ENTRY(WS-CT-IDX)
006660             END-PERFORM
006670         END-IF
006680         MOVE RC-RUN-DATE TO WS-CT-DATE(WS-CT-USED)
006690         MOVE 'N' TO WS-CT-LOAD-SW(WS-CT-USED)
006700         MOVE 0 TO WS-CT-LOAD-RECS(WS-CT-USED)
006710         MOVE 'N' TO WS-CT-HIST-SW(WS-CT-USED)
006720         MOVE 0 TO WS-CT-HIST-RECS(WS-CT-USED)
006730     END-IF.
006740     IF RC-STEP-NAME = "DOCLOAD "
006750         MOVE 'Y' TO WS-CT-LOAD-SW(WS-CT-USED)
006760         MOVE RC-RECS-OUT TO WS-CT-LOAD-RECS(WS-CT-USED)
006770     ELSE
006780         MOVE 'Y' TO WS-CT-HIST-SW(WS-CT-USED)
006790         MOVE RC-RECS-IN TO WS-CT-HIST-RECS(WS-CT-USED)
006800     END-IF.
006810 1210-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 1300-LOAD-RUN-HISTORY - THE NEWEST 100 RUN-HISTORY RECORDS, IN
006860* ASCENDING DATE ORDER, FOR THE FALLBACK MATCH.
006870*----------------------------------------------------------------
006880 1300-LOAD-RUN-HISTORY.
006890     OPEN INPUT RUNHIST-FILE.
006900     IF WS-RH-FS NOT = "00"
006910         DISPLAY "AOC01AB - RUNHIST-FILE OPEN FAILED, STATUS "
006920             WS-RH-FS
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960     MOVE 'N' TO WS-EOF.
006970     PERFORM UNTIL WS-EOF = 'Y'
006980         READ RUNHIST-FILE NEXT
006990             AT END MOVE 'Y' TO WS-EOF
007000             NOT AT END
007010                 PERFORM 1310-TABLE-RUN THRU 1310-EXIT
007020         END-READ
007030     END-PERFORM.
007040     CLOSE RUNHIST-FILE.
007050 1300-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------
007090* 1310-TABLE-RUN - ONE RUN-HISTORY RECORD ONTO THE END OF THE
007100* TABLE, SHIFTING THE OLDEST OUT WHEN IT IS FULL.
007110*----------------------------------------------------------------
007120 1310-TABLE-RUN.
007130     IF WS-RH-USED < 100
007140         ADD 1 TO WS-RH-USED
007150     ELSE
007160         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
007170                 UNTIL WS-RH-IDX > 99
007180             MOVE WS-RH-ENTRY(WS-RH-IDX + 1)
007190                 TO WS-RH-ENTRY(WS-RH-IDX)
007200         END-PERFORM
007210     END-IF.
007220     MOVE RH-RUN-DATE TO WS-RH-DATE(WS-RH-USED).
007230     MOVE RH-REC-COUNT TO WS-RH-COUNT(WS-RH-USED).
007240     MOVE RH-TOTAL TO WS-RH-TOTAL(WS-RH-USED).
007250     MOVE RH-EXCP-COUNT TO WS-RH-EXCP(WS-RH-USED).
007260 1310-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------
007300* 2000-DATE-GENERATIONS - THE DATING PASS. THE DETAIL AND EXCEPT
007310* CONCATENATIONS ARE WALKED TOGETHER, NEWEST GENERATION FIRST, AS
007320* AOC01V WALKS THEM; EVERY TRAILER CLOSES A GENERATION AND DATES
007330* IT. ROWS AFTER THE LAST TRAILER BELONG TO A RUN THAT NEVER
007340* FINISHED AND ARE NOT REPLAYED. A RUN THAT CANNOT BE DATED AT
007350* ALL LEAVES NOTHING TO REPLAY AND IS A HARD STOP.
007360*----------------------------------------------------------------
007370 2000-DATE-GENERATIONS.
007380     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007390     MOVE "RETAINED GENERATIONS, NEWEST FIRST" TO WS-MSG-LINE.
007400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007410     MOVE WS-GEN-HDG TO WS-MSG-LINE.
007420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007430     OPEN INPUT DTL-FILE.
007440     OPEN INPUT EXCP-FILE.
007450     PERFORM 2020-READ-EXCEPTION THRU 2020-EXIT.
007460     PERFORM 2010-READ-DETAIL THRU 2010-EXIT.
007470     PERFORM UNTIL WS-DTL-EOF = 'Y'
007480         IF DTL-RECORD(1:7) = "TRAILER"
007490             MOVE DTL-RECORD(11:9) TO WS-GEN-TRLR-COUNT
007500             MOVE DTL-RECORD(21:30) TO WS-GEN-TRLR-TOTAL
007510             PERFORM 2200-CLOSE-GENERATION THRU 2200-EXIT
007520         ELSE
007530             PERFORM 2100-COUNT-ROW THRU 2100-EXIT
007540         END-IF
007550         PERFORM 2010-READ-DETAIL THRU 2010-EXIT
007560     END-PERFORM.
007570     IF WS-GEN-ROWS > 0
007580         MOVE WS-GEN-ROWS TO WS-TAIL-ROWS
007590         MOVE SPACES TO WS-MSG-LINE
007600         STRING "LAST DETAIL GENERATION HAS NO TRAILER - "
007610                 DELIMITED BY SIZE
007620             WS-GEN-ROWS DELIMITED BY SIZE
007630             " ROWS NOT REPLAYED" DELIMITED BY SIZE
007640             INTO WS-MSG-LINE
007650         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007660     END-IF.
007670     IF WS-EXCP-EOF NOT = 'Y'
007680         DISPLAY "AOC01AB - EXCEPT RECORDS LEFT OVER AFTER THE"
007690             " LAST DETAIL GENERATION - KEY " WS-EXCP-KEY
007700         MOVE 16 TO RETURN-CODE
007710         STOP RUN
007720     END-IF.
007730     CLOSE DTL-FILE.
007740     CLOSE EXCP-FILE.
007750     IF WS-LAST-DATED-GEN = 0
007760         DISPLAY "AOC01AB - NO RETAINED GENERATION COULD BE DATED"
007770             " - NOTHING TO REPLAY"
007780         MOVE 16 TO RETURN-CODE
007790         STOP RUN
007800     END-IF.
007810*    AN UNDATED GENERATION NEWER THAN A DATED ONE IS A HOLE IN
007820*    THE REPLAY - THE KEYS IT CARRIED WOULD COME FROM AN OLDER
007830*    RUN. ONLY THE UNDATED TAIL PAST THE LAST DATED GENERATION IS
007840*    HARMLESS (IT IS OLDER THAN THE WINDOW BEING REPLAYED).
007850     PERFORM VARYING WS-GN-IDX FROM 1 BY 1
007860             UNTIL WS-GN-IDX > WS-LAST-DATED-GEN
007870         IF WS-GN-DATE(WS-GN-IDX) = 0
007880             ADD 1 TO WS-GEN-GAP-COUNT
007890         END-IF
007900     END-PERFORM.
007910 2000-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 2010-READ-DETAIL - NEXT RECORD FROM THE DETAIL CONCATENATION.
007960*----------------------------------------------------------------
007970 2010-READ-DETAIL.
007980     READ DTL-FILE
007990         AT END
008000             MOVE 'Y' TO WS-DTL-EOF
008010     END-READ.
008020 2010-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060* 2020-READ-EXCEPTION - NEXT EXCEPTION KEY, HIGH-VALUES AT EOF.
008070*----------------------------------------------------------------
008080 2020-READ-EXCEPTION.
008090     READ EXCP-FILE
008100         AT END
008110             MOVE 'Y' TO WS-EXCP-EOF
008120             MOVE HIGH-VALUES TO WS-EXCP-KEY
008130         NOT AT END
008140             MOVE EXCP-DSN-IDX TO WS-EK-DSN-IDX
008150             MOVE EXCP-RECNO TO WS-EK-RECNO
008160     END-READ.
008170 2020-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------
008210* 2100-COUNT-ROW - ONE DETAIL ROW OF THE CURRENT GENERATION INTO
008220* ITS COUNTS. A ROW THAT CONTRIBUTED A VALUE FEEDS THE STATISTICS
008230* (THE SAME RECORDS AOC01A'S STATISTICS-FILE COVERS); AN
008240* EXCEPTION ROW MUST MATCH THE NEXT EXCEPT RECORD - ANY OTHER KEY
008250* MEANS THE TWO CONCATENATIONS ARE OUT OF STEP, A HARD STOP.
008260*----------------------------------------------------------------
008270 2100-COUNT-ROW.
008280     ADD 1 TO WS-GEN-ROWS.
008290     PERFORM 2110-TEST-EXCEPTION THRU 2110-EXIT.
008300     IF NOT WS-ROW-IS-EXCEPTION
008310         ADD 1 TO WS-GEN-STAT-COUNT
008320         IF DTL-NUM < WS-GEN-MIN
008330             MOVE DTL-NUM TO WS-GEN-MIN
008340         END-IF
008350         IF DTL-NUM > WS-GEN-MAX
008360             MOVE DTL-NUM TO WS-GEN-MAX
008370         END-IF
008380         GO TO 2100-EXIT
008390     END-IF.
008400     MOVE DTL-DSN-IDX TO WS-DK-DSN-IDX.
008410     MOVE DTL-RECNO TO WS-DK-RECNO.
008420     IF WS-EXCP-KEY NOT = WS-DTL-KEY
008430         DISPLAY "AOC01AB - EXCEPT GENERATION OUT OF STEP WITH"
008440             " DETAIL GENERATION " WS-GEN-NUM
008450             " AT KEY " WS-DTL-KEY
008460         MOVE 16 TO RETURN-CODE
008470         STOP RUN
008480     END-IF.
008490     ADD 1 TO WS-GEN-EXCP.
008500     PERFORM 2020-READ-EXCEPTION THRU 2020-EXIT.
008510 2100-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550* 2110-TEST-EXCEPTION - IS THE CURRENT DETAIL ROW AN EXCEPTION?
008560* VALUE 00 FROM TEXT WITH NO DIGIT IN IT, AOC01A'S OWN TEST.
008570*----------------------------------------------------------------
008580 2110-TEST-EXCEPTION.
008590     MOVE 'N' TO WS-ROW-EXCP-SW.
008600     IF DTL-NUM NOT = 0
008610         GO TO 2110-EXIT
008620     END-IF.
008630     MOVE 0 TO WS-DIGIT-COUNT.
008640     INSPECT DTL-CONTENT TALLYING WS-DIGIT-COUNT
008650         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
008660             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
008670     IF WS-DIGIT-COUNT = 0
008680         SET WS-ROW-IS-EXCEPTION TO TRUE
008690     END-IF.
008700 2110-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740* 2200-CLOSE-GENERATION - THE TRAILER HAS BEEN READ. THE
008750* GENERATION'S COUNTS GO INTO THE GENERATION TABLE AND IT IS
008760* DATED: FIRST FROM RUN CONTROL, THEN FROM RUN HISTORY. A RUN
008770* DATE ALREADY GIVEN TO A NEWER GENERATION IS NEVER GIVEN AGAIN,
008780* SO THE OLDER OF TWO SAME-DAY GENERATIONS IS LEFT UNDATED - THE
008790* NEWER ONE IS THE RUN DOCLOAD AND HISTPOST LAST POSTED.
008800*----------------------------------------------------------------
008810 2200-CLOSE-GENERATION.
008820     IF WS-GEN-NUM NOT < 100
008830         DISPLAY "AOC01AB - MORE THAN 100 DETAIL GENERATIONS -"
008840             " GENERATION TABLE FULL"
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880     ADD 1 TO WS-GEN-NUM.
008890     MOVE 0 TO WS-GN-DATE(WS-GEN-NUM).
008900     MOVE SPACE TO WS-GN-BY(WS-GEN-NUM).
008910     MOVE WS-GEN-ROWS TO WS-GN-ROWS(WS-GEN-NUM).
008920     MOVE WS-GEN-TRLR-COUNT TO WS-GN-TRLR-COUNT(WS-GEN-NUM).
008930     MOVE WS-GEN-TRLR-TOTAL TO WS-GN-TRLR-TOTAL(WS-GEN-NUM).
008940     MOVE WS-GEN-EXCP TO WS-GN-EXCP(WS-GEN-NUM).
008950     MOVE WS-GEN-STAT-COUNT TO WS-GN-STAT-COUNT(WS-GEN-NUM).
008960     IF WS-GEN-STAT-COUNT > 0
008970         MOVE WS-GEN-MIN TO WS-GN-MIN(WS-GEN-NUM)
008980         MOVE WS-GEN-MAX TO WS-GN-MAX(WS-GEN-NUM)
008990     ELSE
009000         MOVE 0 TO WS-GN-MIN(WS-GEN-NUM)
009010         MOVE 0 TO WS-GN-MAX(WS-GEN-NUM)
009020     END-IF.
009030     PERFORM 2210-FIND-RUN-CONTROL THRU 2210-EXIT.
009040     IF WS-GN-DATE(WS-GEN-NUM) = 0
009050         PERFORM 2220-FIND-RUN-HISTORY THRU 2220-EXIT
009060     END-IF.
009070
009080     MOVE WS-GEN-NUM TO WS-GL-GEN.
009090     MOVE WS-GEN-ROWS TO WS-GL-ROWS.
009100     MOVE WS-GEN-EXCP TO WS-GL-EXCP.
009110     MOVE WS-GEN-TRLR-TOTAL TO WS-GL-TOTAL.
009120     EVALUATE WS-GN-BY(WS-GEN-NUM)
009130         WHEN "C"
009140             MOVE "DATED FROM RUN CONTROL" TO WS-GL-STATUS
009150             ADD 1 TO WS-GEN-CTL-COUNT
009160         WHEN "H"
009170             MOVE "DATED FROM RUN HISTORY ONLY" TO WS-GL-STATUS
009180             ADD 1 TO WS-GEN-HIST-COUNT
009190         WHEN OTHER
009200             MOVE "NOT DATED - NOT REPLAYED" TO WS-GL-STATUS
009210             ADD 1 TO WS-GEN-SKIPPED-COUNT
009220     END-EVALUATE.
009230     IF WS-GN-DATE(WS-GEN-NUM) = 0
009240         MOVE "--------" TO WS-GL-DATE
009250     ELSE
009260         MOVE WS-GN-DATE(WS-GEN-NUM) TO WS-GL-DATE
009270         MOVE WS-GEN-NUM TO WS-LAST-DATED-GEN
009280         IF WS-GN-DATE(WS-GEN-NUM) < WS-OLDEST-DATE
009290             MOVE WS-GN-DATE(WS-GEN-NUM) TO WS-OLDEST-DATE
009300         END-IF
009310     END-IF.
009320     MOVE WS-GEN-LINE TO WS-MSG-LINE.
009330     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009340
009350     MOVE 0 TO WS-GEN-ROWS.
009360     MOVE 0 TO WS-GEN-EXCP.
009370     MOVE 0 TO WS-GEN-STAT-COUNT.
009380     MOVE 99 TO WS-GEN-MIN.
009390     MOVE 0 TO WS-GEN-MAX.
009400 2200-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------------
009440* 2210-FIND-RUN-CONTROL - THE NEWEST RUN-CONTROL DATE NOT YET
009450* TAKEN WHOSE DOCLOAD COUNT AGREES WITH THE GENERATION'S ROWS AND
009460* WHOSE HISTPOST COUNT AGREES WITH ITS TRAILER (A STEP WITH NO
009470* RECORD FOR THE DATE IS NOT HELD AGAINST IT).
009480*----------------------------------------------------------------
009490 2210-FIND-RUN-CONTROL.
009500     MOVE 0 TO WS-CT-HIT.
009510     PERFORM VARYING WS-CT-IDX FROM WS-CT-USED BY -1
009520             UNTIL WS-CT-IDX < 1 OR WS-CT-HIT > 0
009530         IF (WS-CT-LOAD-SW(WS-CT-IDX) = 'N'
009540               OR WS-CT-LOAD-RECS(WS-CT-IDX) = WS-GEN-ROWS)
009550                 AND (WS-CT-HIST-SW(WS-CT-IDX) = 'N'
009560               OR WS-CT-HIST-RECS(WS-CT-IDX) = WS-GEN-TRLR-COUNT)
009570             MOVE WS-CT-DATE(WS-CT-IDX) TO WS-CAND-DATE
009580             PERFORM 2230-CHECK-TAKEN THRU 2230-EXIT
009590             IF NOT WS-DATE-TAKEN
009600                 MOVE WS-CT-IDX TO WS-CT-HIT
009610             END-IF
009620         END-IF
009630     END-PERFORM.
009640     IF WS-CT-HIT > 0
009650         MOVE WS-CT-DATE(WS-CT-HIT) TO WS-GN-DATE(WS-GEN-NUM)
009660         MOVE "C" TO WS-GN-BY(WS-GEN-NUM)
009670     END-IF.
009680 2210-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720* 2220-FIND-RUN-HISTORY - THE FALLBACK: THE NEWEST RUN-HISTORY
009730* DATE NOT YET TAKEN WHOSE RECORD COUNT, GRAND TOTAL AND
009740* EXCEPTION COUNT ALL AGREE WITH THE GENERATION.
009750*----------------------------------------------------------------
009760 2220-FIND-RUN-HISTORY.
009770     MOVE 0 TO WS-RH-HIT.
009780     PERFORM VARYING WS-RH-IDX FROM WS-RH-USED BY -1
009790             UNTIL WS-RH-IDX < 1 OR WS-RH-HIT > 0
009800         IF WS-RH-COUNT(WS-RH-IDX) = WS-GEN-TRLR-COUNT
009810                 AND WS-RH-TOTAL(WS-RH-IDX) = WS-GEN-TRLR-TOTAL
009820                 AND WS-RH-EXCP(WS-RH-IDX) = WS-GEN-EXCP
009830             MOVE WS-RH-DATE(WS-RH-IDX) TO WS-CAND-DATE
009840             PERFORM 2230-CHECK-TAKEN THRU 2230-EXIT
009850             IF NOT WS-DATE-TAKEN
009860                 MOVE WS-RH-IDX TO WS-RH-HIT
009870             END-IF
009880         END-IF
009890     END-PERFORM.
009900     IF WS-RH-HIT > 0
009910         MOVE WS-RH-DATE(WS-RH-HIT) TO WS-GN-DATE(WS-GEN-NUM)
009920         MOVE "H" TO WS-GN-BY(WS-GEN-NUM)
009930     END-IF.
009940 2220-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980* 2230-CHECK-TAKEN - HAS WS-CAND-DATE ALREADY DATED A NEWER
009990* GENERATION?
010000*----------------------------------------------------------------
010010 2230-CHECK-TAKEN.
010020     MOVE 'N' TO WS-TAKEN-SW.
010030     PERFORM VARYING WS-GN-IDX FROM 1 BY 1
010040             UNTIL WS-GN-IDX NOT < WS-GEN-NUM OR WS-DATE-TAKEN
010050         IF WS-GN-DATE(WS-GN-IDX) = WS-CAND-DATE
010060             SET WS-DATE-TAKEN TO TRUE
010070         END-IF
010080     END-PERFORM.
010090 2230-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130* 3000-LOAD-AUDIT-TRAIL - THE ACCEPTED CORRECTIONS FOR THE DATED
010140* WINDOW, DEDUPLICATED BY RUN DATE AND KEY.
010150*----------------------------------------------------------------
010160 3000-LOAD-AUDIT-TRAIL.
010170     OPEN INPUT ADJ-FILE.
010180     MOVE 'N' TO WS-EOF.
010190     PERFORM UNTIL WS-EOF = 'Y'
010200         READ ADJ-FILE
010210             AT END MOVE 'Y' TO WS-EOF
010220             NOT AT END
010230                 IF ADJ-RUN-DATE NOT < WS-OLDEST-DATE
010240                         AND ADJ-DISP(1:6) = "POSTED"
010250                     PERFORM 3010-TABLE-AUDIT THRU 3010-EXIT
010260                 END-IF
010270         END-READ
010280     END-PERFORM.
010290     CLOSE ADJ-FILE.
010300 3000-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------
010340* 3010-TABLE-AUDIT - ONE POSTED AUDIT RECORD INTO THE TABLE. A
010350* KEY ALREADY THERE FOR THE SAME RUN DATE TAKES THE LATER VALUE.
010360*----------------------------------------------------------------
010370 3010-TABLE-AUDIT.
010380     ADD 1 TO WS-AUDIT-POSTED-COUNT.
010390     MOVE 0 TO WS-AT-HIT.
010400     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
010410             UNTIL WS-AT-IDX > WS-AT-USED
010420             OR WS-AT-HIT > 0
010430         IF WS-AT-RUN-DATE(WS-AT-IDX) = ADJ-RUN-DATE
010440                 AND WS-AT-DSN(WS-AT-IDX) = ADJ-DSN-IDX
010450                 AND WS-AT-REC(WS-AT-IDX) = ADJ-RECNO
010460             MOVE WS-AT-IDX TO WS-AT-HIT
010470         END-IF
010480     END-PERFORM.
010490     IF WS-AT-HIT = 0
010500         IF WS-AT-USED NOT < 2000
010510             DISPLAY "AOC01AB - MORE THAN 2000 CORRECTED KEYS IN"
010520                 " THE RETAINED RUNS - AUDIT TABLE FULL"
010530             MOVE 16 TO RETURN-CODE
010540             STOP RUN
010550         END-IF
010560         ADD 1 TO WS-AT-USED
010570         MOVE WS-AT-USED TO WS-AT-HIT
010580         MOVE ADJ-RUN-DATE TO WS-AT-RUN-DATE(WS-AT-HIT)
010590         MOVE ADJ-DSN-IDX TO WS-AT-DSN(WS-AT-HIT)
010600         MOVE ADJ-RECNO TO WS-AT-REC(WS-AT-HIT)
010610     END-IF.
010620     MOVE ADJ-AFTER TO WS-AT-AFTER(WS-AT-HIT).
010630 3010-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 4000-REPLAY-RUN-HISTORY - ONE RUN-HISTORY RECORD PER DATED
010680* GENERATION INTO THE WORK CLUSTER, BUILT THE WAY HISTPOST AND
010690* AOC01O BUILD IT. THE CLUSTER IS EMPTIED FIRST AND STAYS OPEN
010700* FOR THE CARRY-FORWARD.
010710*----------------------------------------------------------------
010720 4000-REPLAY-RUN-HISTORY.
010730     OPEN OUTPUT NEWRH-FILE.
010740     CLOSE NEWRH-FILE.
010750     OPEN I-O NEWRH-FILE.
010760     IF WS-NR-FS NOT = "00"
010770         DISPLAY "AOC01AB - NEWRHST-FILE OPEN FAILED, STATUS "
010780             WS-NR-FS
010790         MOVE 16 TO RETURN-CODE
010800         STOP RUN
010810     END-IF.
010820     PERFORM VARYING WS-GN-IDX FROM 1 BY 1
010830             UNTIL WS-GN-IDX > WS-GEN-NUM
010840         IF WS-GN-DATE(WS-GN-IDX) > 0
010850             PERFORM 4100-REPLAY-RUN THRU 4100-EXIT
010860         END-IF
010870     END-PERFORM.
010880 4000-EXIT.
010890     EXIT.
010900
010910*----------------------------------------------------------------
010920* 4100-REPLAY-RUN - GENERATION WS-GN-IDX AS A RUN-HISTORY RECORD:
010930* COUNT AND TOTAL FROM ITS TRAILER, EXCEPTIONS FROM ITS EXCEPT
010940* GENERATION, MIN/MAX/AVERAGE OVER THE ROWS THAT CONTRIBUTED A
010950* VALUE (AOC01A'S 9500), AND THE ADJUSTED TOTAL AS THE CERTIFIED
010960* TOTAL PLUS THE DEDUPLICATED ACCEPTED VALUES FOR THE DATE
010970* (AOC01O'S 3000).
010980*----------------------------------------------------------------
010990 4100-REPLAY-RUN.
011000     MOVE WS-GN-DATE(WS-GN-IDX) TO NR-RUN-DATE.
011010     MOVE WS-GN-TRLR-COUNT(WS-GN-IDX) TO NR-REC-COUNT.
011020     MOVE WS-GN-TRLR-TOTAL(WS-GN-IDX) TO NR-TOTAL.
011030     MOVE WS-GN-EXCP(WS-GN-IDX) TO NR-EXCP-COUNT.
011040     MOVE WS-GN-MIN(WS-GN-IDX) TO NR-MIN.
011050     MOVE WS-GN-MAX(WS-GN-IDX) TO NR-MAX.
011060     MOVE 0 TO NR-AVERAGE.
011070     IF WS-GN-STAT-COUNT(WS-GN-IDX) > 0
011080         DIVIDE WS-GN-TRLR-TOTAL(WS-GN-IDX)
011090             BY WS-GN-STAT-COUNT(WS-GN-IDX)
011100             GIVING NR-AVERAGE ROUNDED
011110     END-IF.
011120     MOVE 0 TO WS-ADJ-SUM.
011130     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
011140             UNTIL WS-AT-IDX > WS-AT-USED
011150         IF WS-AT-RUN-DATE(WS-AT-IDX) = NR-RUN-DATE
011160             ADD WS-AT-AFTER(WS-AT-IDX) TO WS-ADJ-SUM
011170         END-IF
011180     END-PERFORM.
011190     ADD NR-TOTAL WS-ADJ-SUM GIVING NR-ADJ-TOTAL.
011200     WRITE NR-RECORD.
011210     IF WS-NR-FS NOT = "00"
011220         DISPLAY "AOC01AB - NEWRHST-FILE WRITE FAILED, STATUS "
011230             WS-NR-FS " DATE " NR-RUN-DATE
011240         MOVE 16 TO RETURN-CODE
011250         STOP RUN
011260     END-IF.
011270     ADD 1 TO WS-NR-REPLAYED-COUNT.
011280     ADD 1 TO WS-NR-CTL-COUNT.
011290     ADD NR-TOTAL TO WS-NR-CTL-TOTAL.
011300     ADD NR-ADJ-TOTAL TO WS-NR-CTL-ADJ.
011310     ADD NR-EXCP-COUNT TO WS-NR-CTL-EXCP.
011320 4100-EXIT.
011330     EXIT.
011340
011350*----------------------------------------------------------------
011360* 5000-REPLAY-DOCUMENTS - THE REPLAY PASS. THE DETAIL
011370* CONCATENATION IS READ AGAIN, NEWEST FIRST, AND EVERY ROW OF A
011380* DATED GENERATION IS WRITTEN TO THE DOCUMENT WORK CLUSTER AS
011390* DOCLOAD WOULD HAVE LOADED IT. A KEY A NEWER GENERATION ALREADY
011400* WROTE IS SUPERSEDED (DOCLOAD RELOADS KEYS IN PLACE, SO THE
011410* NEWEST RUN IS WHAT THE MASTER HOLDS).
011420*----------------------------------------------------------------
011430 5000-REPLAY-DOCUMENTS.
011440     OPEN OUTPUT NEWDM-FILE.
011450     CLOSE NEWDM-FILE.
011460     OPEN I-O NEWDM-FILE.
011470     IF WS-ND-FS NOT = "00"
011480         DISPLAY "AOC01AB - NEWDOCM-FILE OPEN FAILED, STATUS "
011490             WS-ND-FS
011500         MOVE 16 TO RETURN-CODE
011510         STOP RUN
011520     END-IF.
011530     OPEN INPUT DTL-FILE.
011540     MOVE 'N' TO WS-DTL-EOF.
011550     MOVE 1 TO WS-GN-IDX.
011560     PERFORM 5100-START-GENERATION THRU 5100-EXIT.
011570     PERFORM 2010-READ-DETAIL THRU 2010-EXIT.
011580     PERFORM UNTIL WS-DTL-EOF = 'Y' OR WS-GN-IDX > WS-GEN-NUM
011590         IF DTL-RECORD(1:7) = "TRAILER"
011600             ADD 1 TO WS-GN-IDX
011610             PERFORM 5100-START-GENERATION THRU 5100-EXIT
011620         ELSE
011630             IF WS-GN-DATE(WS-GN-IDX) > 0
011640                 PERFORM 5200-REPLAY-ROW THRU 5200-EXIT
011650             END-IF
011660         END-IF
011670         PERFORM 2010-READ-DETAIL THRU 2010-EXIT
011680     END-PERFORM.
011690     CLOSE DTL-FILE.
011700 5000-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------------
011740* 5100-START-GENERATION - GATHER THE CORRECTIONS FOR THE RUN DATE
011750* OF GENERATION WS-GN-IDX, SO A ROW SEARCHES ONLY ITS OWN RUN'S.
011760*----------------------------------------------------------------
011770 5100-START-GENERATION.
011780     MOVE 0 TO WS-GC-USED.
011790     IF WS-GN-IDX > WS-GEN-NUM
011800         GO TO 5100-EXIT
011810     END-IF.
011820     IF WS-GN-DATE(WS-GN-IDX) = 0
011830         GO TO 5100-EXIT
011840     END-IF.
011850     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
011860             UNTIL WS-AT-IDX > WS-AT-USED
011870         IF WS-AT-RUN-DATE(WS-AT-IDX) = WS-GN-DATE(WS-GN-IDX)
011880             IF WS-GC-USED NOT < 200
011890                 DISPLAY "AOC01AB - MORE THAN 200 CORRECTED KEYS"
011900                     " FOR RUN " WS-GN-DATE(WS-GN-IDX)
011910                 MOVE 16 TO RETURN-CODE
011920                 STOP RUN
011930             END-IF
011940             ADD 1 TO WS-GC-USED
011950             MOVE WS-AT-IDX TO WS-GC-AT(WS-GC-USED)
011960         END-IF
011970     END-PERFORM.
011980 5100-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------------
012020* 5200-REPLAY-ROW - ONE DETAIL ROW AS A DOCUMENT-MASTER RECORD:
012030* THE EXTRACTED VALUE, THE RUN DATE, THE EXCEPTION FLAG AND NO
012040* CORRECTED-ON DATE (AOC01I), WITH THE RUN'S ACCEPTED CORRECTION
012050* FOR THE KEY LAID OVER IT (AOC01O).
012060*----------------------------------------------------------------
012070 5200-REPLAY-ROW.
012080     MOVE DTL-DSN-IDX TO ND-DSN-IDX.
012090     MOVE DTL-RECNO TO ND-RECNO.
012100     MOVE DTL-NUM TO ND-NUM.
012110     MOVE WS-GN-DATE(WS-GN-IDX) TO ND-RUN-DATE.
012120     MOVE 0 TO ND-CORR-DATE.
012130     PERFORM 2110-TEST-EXCEPTION THRU 2110-EXIT.
012140     IF WS-ROW-IS-EXCEPTION
012150         MOVE 'Y' TO ND-EXCP-FLAG
012160     ELSE
012170         MOVE 'N' TO ND-EXCP-FLAG
012180     END-IF.
012190     MOVE 'N' TO WS-CORR-SW.
012200     IF WS-GC-USED > 0
012210         PERFORM 5210-APPLY-CORRECTION THRU 5210-EXIT
012220     END-IF.
012230     WRITE ND-RECORD.
012240     IF WS-ND-FS = "22"
012250         ADD 1 TO WS-ND-SUPERSEDED-COUNT
012260         GO TO 5200-EXIT
012270     END-IF.
012280     IF WS-ND-FS NOT = "00"
012290         DISPLAY "AOC01AB - NEWDOCM-FILE WRITE FAILED, STATUS "
012300             WS-ND-FS " KEY " ND-KEY
012310         MOVE 16 TO RETURN-CODE
012320         STOP RUN
012330     END-IF.
012340     ADD 1 TO WS-ND-REPLAYED-COUNT.
012350     IF WS-ROW-CORRECTED
012360         ADD 1 TO WS-ND-CORRECTED-COUNT
012370     END-IF.
012380     ADD 1 TO WS-ND-CTL-COUNT.
012390     ADD ND-NUM TO WS-ND-CTL-SUM.
012400     IF ND-EXCP-FLAG = 'Y'
012410         ADD 1 TO WS-ND-CTL-EXCP
012420     END-IF.
012430 5200-EXIT.
012440     EXIT.
012450
012460*----------------------------------------------------------------
012470* 5210-APPLY-CORRECTION - THE RUN'S ACCEPTED CORRECTION FOR THE
012480* KEY, IF ANY: THE ADJUSTED VALUE AND THE EXCEPTION FLAG CLEARED.
012490* THE AUDIT TRAIL DOES NOT CARRY THE DATE AOC01O POSTED IT, SO
012500* THE CORRECTED-ON DATE IS TAKEN FROM THE LIVE MASTER WHEN IT
012510* HOLDS ONE FOR THE SAME RUN, OTHERWISE THIS RUN'S DATE.
012520*----------------------------------------------------------------
012530 5210-APPLY-CORRECTION.
012540     MOVE 0 TO WS-GC-HIT.
012550     PERFORM VARYING WS-GC-IDX FROM 1 BY 1
012560             UNTIL WS-GC-IDX > WS-GC-USED OR WS-GC-HIT > 0
012570         MOVE WS-GC-AT(WS-GC-IDX) TO WS-AT-IDX
012580         IF WS-AT-DSN(WS-AT-IDX) = ND-DSN-IDX
012590                 AND WS-AT-REC(WS-AT-IDX) = ND-RECNO
012600             MOVE WS-AT-IDX TO WS-GC-HIT
012610         END-IF
012620     END-PERFORM.
012630     IF WS-GC-HIT = 0
012640         GO TO 5210-EXIT
012650     END-IF.
012660     SET WS-ROW-CORRECTED TO TRUE.
012670     MOVE WS-AT-AFTER(WS-GC-HIT) TO ND-NUM.
012680     MOVE 'N' TO ND-EXCP-FLAG.
012690     MOVE WS-RUN-DATE TO ND-CORR-DATE.
012700     MOVE ND-KEY TO DM-KEY.
012710     READ DOCM-FILE.
012720     IF WS-DM-FS = "00"
012730             AND DM-RUN-DATE = ND-RUN-DATE
012740             AND DM-CORR-DATE > 0
012750         MOVE DM-CORR-DATE TO ND-CORR-DATE
012760     END-IF.
012770 5210-EXIT.
012780     EXIT.
012790
012800*----------------------------------------------------------------
012810* 5500-CARRY-FORWARD - WHAT IS OLDER THAN THE OLDEST DATED
012820* GENERATION CANNOT BE REPLAYED - ITS DETAIL HAS ROLLED OFF THE
012830* GDG - BUT IT IS STILL PART OF BOTH MASTERS (THE PURGE KEEPS
012840* DOCUMENTS LONGER THAN THE GDGS KEEP RUNS, AND RUN HISTORY IS
012850* PERMANENT). THOSE RECORDS ARE COPIED FROM THE LIVE MASTERS
012860* UNCHANGED AND REPORTED AS NOT VERIFIABLE. A KEY THE REPLAY
012870* ALREADY HOLDS FROM A NEWER RUN IS NOT CARRIED.
012880*----------------------------------------------------------------
012890 5500-CARRY-FORWARD.
012900     CLOSE DOCM-FILE.
012910     OPEN INPUT DOCM-FILE.
012920     MOVE 'N' TO WS-EOF.
012930     PERFORM UNTIL WS-EOF = 'Y'
012940         READ DOCM-FILE NEXT
012950             AT END MOVE 'Y' TO WS-EOF
012960             NOT AT END
012970                 IF DM-RUN-DATE < WS-OLDEST-DATE
012980                     PERFORM 5510-CARRY-DOCUMENT THRU 5510-EXIT
012990                 END-IF
013000         END-READ
013010     END-PERFORM.
013020     CLOSE DOCM-FILE.
013030
013040     OPEN INPUT RUNHIST-FILE.
013050     MOVE 'N' TO WS-EOF.
013060     PERFORM UNTIL WS-EOF = 'Y'
013070         READ RUNHIST-FILE NEXT
013080             AT END MOVE 'Y' TO WS-EOF
013090             NOT AT END
013100                 IF RH-RUN-DATE < WS-OLDEST-DATE
013110                     PERFORM 5520-CARRY-RUN THRU 5520-EXIT
013120                 END-IF
013130         END-READ
013140     END-PERFORM.
013150     CLOSE RUNHIST-FILE.
013160     CLOSE NEWRH-FILE.
013170 5500-EXIT.
013180     EXIT.
013190
013200*----------------------------------------------------------------
013210* 5510-CARRY-DOCUMENT - ONE LIVE DOCUMENT RECORD OLDER THAN THE
013220* REPLAY WINDOW ONTO THE WORK CLUSTER.
013230*----------------------------------------------------------------
013240 5510-CARRY-DOCUMENT.
013250     MOVE DM-RECORD TO ND-RECORD.
013260     WRITE ND-RECORD.
013270     IF WS-ND-FS = "22"
013280         GO TO 5510-EXIT
013290     END-IF.
013300     IF WS-ND-FS NOT = "00"
013310         DISPLAY "AOC01AB - NEWDOCM-FILE WRITE FAILED, STATUS "
013320             WS-ND-FS " KEY " ND-KEY
013330         MOVE 16 TO RETURN-CODE
013340         STOP RUN
013350     END-IF.
013360     ADD 1 TO WS-ND-CARRIED-COUNT.
013370     ADD 1 TO WS-ND-CTL-COUNT.
013380     ADD ND-NUM TO WS-ND-CTL-SUM.
013390     IF ND-EXCP-FLAG = 'Y'
013400         ADD 1 TO WS-ND-CTL-EXCP
013410     END-IF.
013420 5510-EXIT.
013430     EXIT.
013440
013450*----------------------------------------------------------------
013460* 5520-CARRY-RUN - ONE LIVE RUN-HISTORY RECORD OLDER THAN THE
013470* REPLAY WINDOW ONTO THE WORK CLUSTER.
013480*----------------------------------------------------------------
013490 5520-CARRY-RUN.
013500     MOVE RH-RECORD TO NR-RECORD.
013510     WRITE NR-RECORD.
013520     IF WS-NR-FS NOT = "00"
013530         DISPLAY "AOC01AB - NEWRHST-FILE WRITE FAILED, STATUS "
013540             WS-NR-FS " DATE " NR-RUN-DATE
013550         MOVE 16 TO RETURN-CODE
013560         STOP RUN
013570     END-IF.
013580     ADD 1 TO WS-NR-CARRIED-COUNT.
013590     ADD 1 TO WS-NR-CTL-COUNT.
013600     ADD NR-TOTAL TO WS-NR-CTL-TOTAL.
013610     ADD NR-ADJ-TOTAL TO WS-NR-CTL-ADJ.
013620     ADD NR-EXCP-COUNT TO WS-NR-CTL-EXCP.
013630 5520-EXIT.
013640     EXIT.
013650
013660*----------------------------------------------------------------
013670* 5600-APPLY-ARCHIVE - EVERY RETAINED DOCMSTR.ARCH GENERATION.
013680* EACH RECORD THERE WAS DELETED FROM THE MASTER BY THE RETENTION
013690* PURGE, SO A WORK-CLUSTER RECORD WITH THE SAME KEY AND RUN DATE
013700* IS TAKEN BACK OUT. A KEY A LATER RUN RELOADED KEEPS ITS NEWER
013710* RECORD.
013720*----------------------------------------------------------------
013730 5600-APPLY-ARCHIVE.
013740     OPEN INPUT ARCH-FILE.
013750     MOVE 'N' TO WS-EOF.
013760     PERFORM UNTIL WS-EOF = 'Y'
013770         READ ARCH-FILE
013780             AT END MOVE 'Y' TO WS-EOF
013790             NOT AT END
013800                 PERFORM 5610-ARCHIVE-ONE THRU 5610-EXIT
013810         END-READ
013820     END-PERFORM.
013830     CLOSE ARCH-FILE.
013840     CLOSE NEWDM-FILE.
013850 5600-EXIT.
013860     EXIT.
013870
013880*----------------------------------------------------------------
013890* 5610-ARCHIVE-ONE - ONE ARCHIVED DOCUMENT AGAINST THE WORK
013900* CLUSTER.
013910*----------------------------------------------------------------
013920 5610-ARCHIVE-ONE.
013930     ADD 1 TO WS-ARCH-READ-COUNT.
013940     MOVE AR-KEY TO ND-KEY.
013950     READ NEWDM-FILE.
013960     IF WS-ND-FS NOT = "00"
013970         GO TO 5610-EXIT
013980     END-IF.
013990     IF ND-RUN-DATE NOT = AR-RUN-DATE
014000         GO TO 5610-EXIT
014010     END-IF.
014020     DELETE NEWDM-FILE RECORD.
014030     IF WS-ND-FS NOT = "00"
014040         DISPLAY "AOC01AB - NEWDOCM-FILE DELETE FAILED, STATUS "
014050             WS-ND-FS " KEY " ND-KEY
014060         MOVE 16 TO RETURN-CODE
014070         STOP RUN
014080     END-IF.
014090     ADD 1 TO WS-ARCH-PURGED-COUNT.
014100     SUBTRACT 1 FROM WS-ND-CTL-COUNT.
014110     SUBTRACT ND-NUM FROM WS-ND-CTL-SUM.
014120     IF ND-EXCP-FLAG = 'Y'
014130         SUBTRACT 1 FROM WS-ND-CTL-EXCP
014140     END-IF.
014150 5610-EXIT.
014160     EXIT.
014170
014180*----------------------------------------------------------------
014190* 6000-COMPARE-DOCUMENTS - THE LIVE DOCUMENT MASTER AND THE
014200* REPLAYED ONE, MATCHED BY KEY IN ONE SEQUENTIAL PASS OVER EACH.
014210* EVERY FIELD THAT DIFFERS IS ONE REPORT LINE WITH BOTH VALUES.
014220*----------------------------------------------------------------
014230 6000-COMPARE-DOCUMENTS.
014240     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
014250     MOVE "DOCUMENT MASTER DISCREPANCIES" TO WS-MSG-LINE.
014260     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
014270     MOVE WS-DMD-HDG TO WS-MSG-LINE.
014280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
014290     OPEN INPUT DOCM-FILE.
014300     OPEN INPUT NEWDM-FILE.
014310     PERFORM 6010-READ-MASTER THRU 6010-EXIT.
014320     PERFORM 6020-READ-REBUILT THRU 6020-EXIT.
014330     PERFORM UNTIL WS-DMC-KEY = HIGH-VALUES
014340             AND WS-NDC-KEY = HIGH-VALUES
014350         EVALUATE TRUE
014360             WHEN WS-DMC-KEY < WS-NDC-KEY
014370                 PERFORM 6100-MASTER-ONLY THRU 6100-EXIT
014380                 PERFORM 6010-READ-MASTER THRU 6010-EXIT
014390             WHEN WS-DMC-KEY > WS-NDC-KEY
014400                 PERFORM 6200-REBUILT-ONLY THRU 6200-EXIT
014410                 PERFORM 6020-READ-REBUILT THRU 6020-EXIT
014420             WHEN OTHER
014430                 PERFORM 6300-MATCHED THRU 6300-EXIT
014440                 PERFORM 6010-READ-MASTER THRU 6010-EXIT
014450                 PERFORM 6020-READ-REBUILT THRU 6020-EXIT
014460         END-EVALUATE
014470     END-PERFORM.
014480     CLOSE DOCM-FILE.
014490     CLOSE NEWDM-FILE.
014500     IF WS-DM-DISCREP-COUNT = 0
014510         MOVE "  NONE - DOCUMENT MASTER AGREES WITH THE REPLAY"
014520             TO WS-MSG-LINE
014530         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
014540     END-IF.
014550 6000-EXIT.
014560     EXIT.
014570
014580*----------------------------------------------------------------
014590* 6010-READ-MASTER - NEXT LIVE DOCUMENT, COUNTED INTO THE
014600* ORIGINAL TOTALS. HIGH-VALUES AT EOF.
014610*----------------------------------------------------------------
014620 6010-READ-MASTER.
014630     READ DOCM-FILE NEXT
014640         AT END
014650             MOVE HIGH-VALUES TO WS-DMC-KEY
014660         NOT AT END
014670             MOVE DM-KEY TO WS-DMC-KEY
014680             ADD 1 TO WS-DM-ORIG-COUNT
014690             ADD DM-NUM TO WS-DM-ORIG-SUM
014700             IF DM-EXCP-FLAG = 'Y'
014710                 ADD 1 TO WS-DM-ORIG-EXCP
014720             END-IF
014730     END-READ.
014740 6010-EXIT.
014750     EXIT.
014760
014770*----------------------------------------------------------------
014780* 6020-READ-REBUILT - NEXT REPLAYED DOCUMENT, COUNTED INTO THE
014790* REBUILT TOTALS. HIGH-VALUES AT EOF.
014800*----------------------------------------------------------------
014810 6020-READ-REBUILT.
014820     READ NEWDM-FILE NEXT
014830         AT END
014840             MOVE HIGH-VALUES TO WS-NDC-KEY
014850         NOT AT END
014860             MOVE ND-KEY TO WS-NDC-KEY
014870             ADD 1 TO WS-DM-NEW-COUNT
014880             ADD ND-NUM TO WS-DM-NEW-SUM
014890             IF ND-EXCP-FLAG = 'Y'
014900                 ADD 1 TO WS-DM-NEW-EXCP
014910             END-IF
014920     END-READ.
014930 6020-EXIT.
014940     EXIT.
014950
014960*----------------------------------------------------------------
014970* 6100-MASTER-ONLY - A LIVE DOCUMENT THE REPLAY DOES NOT HOLD.
014980* OLDER THAN THE WINDOW, IT WAS CARRIED AND THEN TAKEN BACK OUT
014990* BY THE ARCHIVE - THE PURGE UNLOADED IT BUT NEVER DELETED IT.
015000* INSIDE THE WINDOW, NO RETAINED RUN EVER LOADED IT.
015010*----------------------------------------------------------------
015020 6100-MASTER-ONLY.
015030     ADD 1 TO WS-DM-DROPPED-COUNT.
015040     ADD 1 TO WS-DM-DISCREP-COUNT.
015050     SUBTRACT DM-NUM FROM WS-DM-SUM-DELTA.
015060     IF DM-EXCP-FLAG = 'Y'
015070         SUBTRACT 1 FROM WS-DM-EXCP-DELTA
015080     END-IF.
015090     MOVE DM-DSN-IDX TO WS-DD-DSN.
015100     MOVE DM-RECNO TO WS-DD-RECNO.
015110     MOVE "RECORD" TO WS-DD-FIELD.
015120     MOVE SPACES TO WS-DD-MASTER.
015130     STRING "RUN " DELIMITED BY SIZE
015140         DM-RUN-DATE DELIMITED BY SIZE
015150         INTO WS-DD-MASTER.
015160     MOVE "(NONE)" TO WS-DD-REPLAY.
015170     IF DM-RUN-DATE < WS-OLDEST-DATE
015180         MOVE "PURGED PER ARCHIVE, STILL ON MASTER" TO WS-DD-NOTE
015190     ELSE
015200         MOVE "NOT IN ANY RETAINED RUN" TO WS-DD-NOTE
015210     END-IF.
015220     MOVE WS-DMD-LINE TO WS-MSG-LINE.
015230     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015240 6100-EXIT.
015250     EXIT.
015260
015270*----------------------------------------------------------------
015280* 6200-REBUILT-ONLY - A REPLAYED DOCUMENT THE LIVE MASTER LACKS.
015290*----------------------------------------------------------------
015300 6200-REBUILT-ONLY.
015310     ADD 1 TO WS-DM-ADDED-COUNT.
015320     ADD 1 TO WS-DM-DISCREP-COUNT.
015330     ADD ND-NUM TO WS-DM-SUM-DELTA.
015340     IF ND-EXCP-FLAG = 'Y'
015350         ADD 1 TO WS-DM-EXCP-DELTA
015360     END-IF.
015370     MOVE ND-DSN-IDX TO WS-DD-DSN.
015380     MOVE ND-RECNO TO WS-DD-RECNO.
015390     MOVE "RECORD" TO WS-DD-FIELD.
015400     MOVE "(NONE)" TO WS-DD-MASTER.
015410     MOVE SPACES TO WS-DD-REPLAY.
015420     STRING "RUN " DELIMITED BY SIZE
015430         ND-RUN-DATE DELIMITED BY SIZE
015440         INTO WS-DD-REPLAY.
015450     MOVE "MISSING FROM THE MASTER" TO WS-DD-NOTE.
015460     MOVE WS-DMD-LINE TO WS-MSG-LINE.
015470     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
015480 6200-EXIT.
015490     EXIT.
015500
015510*----------------------------------------------------------------
015520* 6300-MATCHED - THE SAME KEY ON BOTH. A RECORD CARRIED FORWARD
015530* IS THE LIVE RECORD ITSELF AND PROVES NOTHING - IT IS COUNTED AS
015540* NOT VERIFIABLE. OTHERWISE RUN DATE, VALUE, EXCEPTION FLAG AND
015550* CORRECTED-ON DATE ARE COMPARED ONE BY ONE.
015560*----------------------------------------------------------------
015570 6300-MATCHED.
015580     IF DM-RUN-DATE < WS-OLDEST-DATE AND DM-RECORD = ND-RECORD
015590         ADD 1 TO WS-DM-UNVERIFIED-COUNT
015600         GO TO 6300-EXIT
015610     END-IF.
015620     MOVE 'N' TO WS-DIFF-SW.
015630     MOVE DM-DSN-IDX TO WS-DD-DSN.
015640     MOVE DM-RECNO TO WS-DD-RECNO.
015650     IF DM-RUN-DATE NOT = ND-RUN-DATE
015660         MOVE "RUN DATE" TO WS-DD-FIELD
015670         MOVE DM-RUN-DATE TO WS-DD-MASTER
015680         MOVE ND-RUN-DATE TO WS-DD-REPLAY
015690         IF DM-RUN-DATE < ND-RUN-DATE
015700             MOVE "MASTER NOT RELOADED BY THE NEWER RUN"
015710                 TO WS-DD-NOTE
015720         ELSE
015730             MOVE "MASTER HOLDS A RUN NOT RETAINED"
015740                 TO WS-DD-NOTE
015750         END-IF
015760         PERFORM 6900-WRITE-DOCUMENT-LINE THRU 6900-EXIT
015770     END-IF.
015780     IF DM-NUM NOT = ND-NUM
015790         MOVE "DM-NUM" TO WS-DD-FIELD
015800         MOVE DM-NUM TO WS-DD-MASTER
015810         MOVE ND-NUM TO WS-DD-REPLAY
015820         MOVE SPACES TO WS-DD-NOTE
015830         PERFORM 6900-WRITE-DOCUMENT-LINE THRU 6900-EXIT
015840     END-IF.
015850     IF DM-EXCP-FLAG NOT = ND-EXCP-FLAG
015860         MOVE "EXCP-FLAG" TO WS-DD-FIELD
015870         MOVE DM-EXCP-FLAG TO WS-DD-MASTER
015880         MOVE ND-EXCP-FLAG TO WS-DD-REPLAY
015890         MOVE SPACES TO WS-DD-NOTE
015900         PERFORM 6900-WRITE-DOCUMENT-LINE THRU 6900-EXIT
015910     END-IF.
015920     IF DM-CORR-DATE NOT = ND-CORR-DATE
015930         MOVE "CORR-DATE" TO WS-DD-FIELD
015940         MOVE DM-CORR-DATE TO WS-DD-MASTER
015950         MOVE ND-CORR-DATE TO WS-DD-REPLAY
015960         EVALUATE TRUE
015970             WHEN DM-CORR-DATE = 0
015980                 MOVE "CORRECTION NOT POSTED THROUGH"
015990                     TO WS-DD-NOTE
016000             WHEN ND-CORR-DATE = 0
016010                 MOVE "NO ACCEPTED CORRECTION ON THE AUDIT"
016020                     TO WS-DD-NOTE
016030             WHEN OTHER
016040                 MOVE SPACES TO WS-DD-NOTE
016050         END-EVALUATE
016060         PERFORM 6900-WRITE-DOCUMENT-LINE THRU 6900-EXIT
016070     END-IF.
016080     IF WS-RECORD-DIFFERS
016090         ADD 1 TO WS-DM-CHANGED-COUNT
016100         ADD 1 TO WS-DM-DISCREP-COUNT
016110         ADD ND-NUM TO WS-DM-SUM-DELTA
016120         SUBTRACT DM-NUM FROM WS-DM-SUM-DELTA
016130         IF ND-EXCP-FLAG = 'Y'
016140             ADD 1 TO WS-DM-EXCP-DELTA
016150         END-IF
016160         IF DM-EXCP-FLAG = 'Y'
016170             SUBTRACT 1 FROM WS-DM-EXCP-DELTA
016180         END-IF
016190     ELSE
016200         ADD 1 TO WS-DM-AGREED-COUNT
016210     END-IF.
016220 6300-EXIT.
016230     EXIT.
016240
016250*----------------------------------------------------------------
016260* 6900-WRITE-DOCUMENT-LINE - ONE FIELD DISCREPANCY.
016270*----------------------------------------------------------------
016280 6900-WRITE-DOCUMENT-LINE.
016290     SET WS-RECORD-DIFFERS TO TRUE.
016300     MOVE WS-DMD-LINE TO WS-MSG-LINE.
016310     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
016320 6900-EXIT.
016330     EXIT.
016340
016350*----------------------------------------------------------------
016360* 7000-COMPARE-RUN-HISTORY - THE LIVE RUN-HISTORY MASTER AND THE
016370* REPLAYED ONE, MATCHED BY RUN DATE THE SAME WAY.
016380*----------------------------------------------------------------
016390 7000-COMPARE-RUN-HISTORY.
016400     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
016410     MOVE "RUN HISTORY DISCREPANCIES" TO WS-MSG-LINE.
016420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
016430     MOVE WS-RHD-HDG TO WS-MSG-LINE.
016440     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
016450     OPEN INPUT RUNHIST-FILE.
016460     OPEN INPUT NEWRH-FILE.
016470     PERFORM 7010-READ-MASTER THRU 7010-EXIT.
016480     PERFORM 7020-READ-REBUILT THRU 7020-EXIT.
016490     PERFORM UNTIL WS-RHC-DATE = HIGH-VALUES
016500             AND WS-NRC-DATE = HIGH-VALUES
016510         EVALUATE TRUE
016520             WHEN WS-RHC-DATE < WS-NRC-DATE
016530                 PERFORM 7100-MASTER-ONLY THRU 7100-EXIT
016540                 PERFORM 7010-READ-MASTER THRU 7010-EXIT
016550             WHEN WS-RHC-DATE > WS-NRC-DATE
016560                 PERFORM 7200-REBUILT-ONLY THRU 7200-EXIT
016570                 PERFORM 7020-READ-REBUILT THRU 7020-EXIT
016580             WHEN OTHER
016590                 PERFORM 7300-MATCHED THRU 7300-EXIT
016600                 PERFORM 7010-READ-MASTER THRU 7010-EXIT
016610                 PERFORM 7020-READ-REBUILT THRU 7020-EXIT
016620         END-EVALUATE
016630     END-PERFORM.
016640     CLOSE RUNHIST-FILE.
016650     CLOSE NEWRH-FILE.
016660     IF WS-RH-DISCREP-COUNT = 0
016670         MOVE "  NONE - THE RUN HISTORY AGREES WITH THE REPLAY"
016680             TO WS-MSG-LINE
016690         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
016700     END-IF.
016710 7000-EXIT.
016720     EXIT.
016730
016740*----------------------------------------------------------------
016750* 7010-READ-MASTER - NEXT LIVE RUN-HISTORY RECORD INTO THE
016760* ORIGINAL TOTALS. HIGH-VALUES AT EOF.
016770*----------------------------------------------------------------
016780 7010-READ-MASTER.
016790     READ RUNHIST-FILE NEXT
016800         AT END
016810             MOVE HIGH-VALUES TO WS-RHC-DATE
016820         NOT AT END
016830             MOVE RH-RUN-DATE TO WS-RHC-DATE
016840             ADD 1 TO WS-RH-ORIG-COUNT
016850             ADD RH-TOTAL TO WS-RH-ORIG-TOTAL
016860             ADD RH-ADJ-TOTAL TO WS-RH-ORIG-ADJ
016870             ADD RH-EXCP-COUNT TO WS-RH-ORIG-EXCP
016880     END-READ.
016890 7010-EXIT.
016900     EXIT.
016910
016920*----------------------------------------------------------------
016930* 7020-READ-REBUILT - NEXT REPLAYED RUN-HISTORY RECORD INTO THE
016940* REBUILT TOTALS. HIGH-VALUES AT EOF.
016950*----------------------------------------------------------------
016960 7020-READ-REBUILT.
016970     READ NEWRH-FILE NEXT
016980         AT END
016990             MOVE HIGH-VALUES TO WS-NRC-DATE
017000         NOT AT END
017010             MOVE NR-RUN-DATE TO WS-NRC-DATE
017020             ADD 1 TO WS-RH-NEW-COUNT
017030             ADD NR-TOTAL TO WS-RH-NEW-TOTAL
017040             ADD NR-ADJ-TOTAL TO WS-RH-NEW-ADJ
017050             ADD NR-EXCP-COUNT TO WS-RH-NEW-EXCP
017060     END-READ.
017070 7020-EXIT.
017080     EXIT.
017090
017100*----------------------------------------------------------------
017110* 7100-MASTER-ONLY - A POSTED RUN NO DATED GENERATION SPEAKS FOR.
017120*----------------------------------------------------------------
017130 7100-MASTER-ONLY.
017140     ADD 1 TO WS-RH-DROPPED-COUNT.
017150     ADD 1 TO WS-RH-DISCREP-COUNT.
017160     SUBTRACT RH-TOTAL FROM WS-RH-TOTAL-DELTA.
017170     SUBTRACT RH-ADJ-TOTAL FROM WS-RH-ADJ-DELTA.
017180     SUBTRACT RH-EXCP-COUNT FROM WS-RH-EXCP-DELTA.
017190     MOVE RH-RUN-DATE TO WS-RD-DATE.
017200     MOVE "RECORD" TO WS-RD-FIELD.
017210     MOVE RH-TOTAL TO WS-RD-MASTER.
017220     MOVE "(NONE)" TO WS-RD-REPLAY.
017230     MOVE "NO RETAINED GENERATION DATED TO IT" TO WS-RD-NOTE.
017240     MOVE WS-RHD-LINE TO WS-MSG-LINE.
017250     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
017260 7100-EXIT.
017270     EXIT.
017280
017290*----------------------------------------------------------------
017300* 7200-REBUILT-ONLY - A DATED GENERATION HISTPOST NEVER POSTED.
017310*----------------------------------------------------------------
017320 7200-REBUILT-ONLY.
017330     ADD 1 TO WS-RH-ADDED-COUNT.
017340     ADD 1 TO WS-RH-DISCREP-COUNT.
017350     ADD NR-TOTAL TO WS-RH-TOTAL-DELTA.
017360     ADD NR-ADJ-TOTAL TO WS-RH-ADJ-DELTA.
017370     ADD NR-EXCP-COUNT TO WS-RH-EXCP-DELTA.
017380     MOVE NR-RUN-DATE TO WS-RD-DATE.
017390     MOVE "RECORD" TO WS-RD-FIELD.
017400     MOVE "(NONE)" TO WS-RD-MASTER.
017410     MOVE NR-TOTAL TO WS-RD-REPLAY.
017420     MOVE "MISSING FROM THE RUN HISTORY" TO WS-RD-NOTE.
017430     MOVE WS-RHD-LINE TO WS-MSG-LINE.
017440     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
017450 7200-EXIT.
017460     EXIT.
017470
017480*----------------------------------------------------------------
017490* 7300-MATCHED - THE SAME RUN DATE ON BOTH. A CARRIED RECORD IS
017500* NOT VERIFIABLE; OTHERWISE RECORD COUNT, TOTAL, ADJUSTED TOTAL
017510* AND EXCEPTION COUNT ARE COMPARED ONE BY ONE.
017520*----------------------------------------------------------------
017530 7300-MATCHED.
017540     IF RH-RUN-DATE < WS-OLDEST-DATE AND RH-RECORD = NR-RECORD
017550         ADD 1 TO WS-RH-UNVERIFIED-COUNT
017560         GO TO 7300-EXIT
017570     END-IF.
017580     MOVE 'N' TO WS-DIFF-SW.
017590     MOVE RH-RUN-DATE TO WS-RD-DATE.
017600     IF RH-REC-COUNT NOT = NR-REC-COUNT
017610         MOVE "REC-COUNT" TO WS-RD-FIELD
017620         MOVE RH-REC-COUNT TO WS-RD-MASTER
017630         MOVE NR-REC-COUNT TO WS-RD-REPLAY
017640         MOVE SPACES TO WS-RD-NOTE
017650         PERFORM 7900-WRITE-RUN-LINE THRU 7900-EXIT
017660     END-IF.
017670     IF RH-TOTAL NOT = NR-TOTAL
017680         MOVE "RH-TOTAL" TO WS-RD-FIELD
017690         MOVE RH-TOTAL TO WS-RD-MASTER
017700         MOVE NR-TOTAL TO WS-RD-REPLAY
017710         MOVE SPACES TO WS-RD-NOTE
017720         PERFORM 7900-WRITE-RUN-LINE THRU 7900-EXIT
017730     END-IF.
017740     IF RH-ADJ-TOTAL NOT = NR-ADJ-TOTAL
017750         MOVE "ADJ-TOTAL" TO WS-RD-FIELD
017760         MOVE RH-ADJ-TOTAL TO WS-RD-MASTER
017770         MOVE NR-ADJ-TOTAL TO WS-RD-REPLAY
017780         IF RH-ADJ-TOTAL = RH-TOTAL
017790             MOVE "CORRECTIONS NOT POSTED THROUGH" TO WS-RD-NOTE
017800         ELSE
017810             MOVE SPACES TO WS-RD-NOTE
017820         END-IF
017830         PERFORM 7900-WRITE-RUN-LINE THRU 7900-EXIT
017840     END-IF.
017850     IF RH-EXCP-COUNT NOT = NR-EXCP-COUNT
017860         MOVE "EXCP-COUNT" TO WS-RD-FIELD
017870         MOVE RH-EXCP-COUNT TO WS-RD-MASTER
017880         MOVE NR-EXCP-COUNT TO WS-RD-REPLAY
017890         MOVE SPACES TO WS-RD-NOTE
017900         PERFORM 7900-WRITE-RUN-LINE THRU 7900-EXIT
017910     END-IF.
017920     IF WS-RECORD-DIFFERS
017930         ADD 1 TO WS-RH-CHANGED-COUNT
017940         ADD 1 TO WS-RH-DISCREP-COUNT
017950         ADD NR-TOTAL TO WS-RH-TOTAL-DELTA
017960         SUBTRACT RH-TOTAL FROM WS-RH-TOTAL-DELTA
017970         ADD NR-ADJ-TOTAL TO WS-RH-ADJ-DELTA
017980         SUBTRACT RH-ADJ-TOTAL FROM WS-RH-ADJ-DELTA
017990         ADD NR-EXCP-COUNT TO WS-RH-EXCP-DELTA
018000         SUBTRACT RH-EXCP-COUNT FROM WS-RH-EXCP-DELTA
018010     ELSE
018020         ADD 1 TO WS-RH-AGREED-COUNT
018030     END-IF.
018040 7300-EXIT.
018050     EXIT.
018060
018070*----------------------------------------------------------------
018080* 7900-WRITE-RUN-LINE - ONE FIELD DISCREPANCY.
018090*----------------------------------------------------------------
018100 7900-WRITE-RUN-LINE.
018110     SET WS-RECORD-DIFFERS TO TRUE.
018120     MOVE WS-RHD-LINE TO WS-MSG-LINE.
018130     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
018140 7900-EXIT.
018150     EXIT.
018160
018170*----------------------------------------------------------------
018180* 7500-VERIFY-FACTS - THE GENERATION, REPLAY AND COMPARISON
018190* COUNTS FOR BOTH MASTERS.
018200*----------------------------------------------------------------
018210 7500-VERIFY-FACTS.
018220     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
018230     MOVE SPACES TO WS-FACT-VERDICT.
018240     MOVE "GENERATIONS READ" TO WS-FACT-LABEL.
018250     MOVE WS-GEN-NUM TO WS-FACT-VALUE.
018260     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018270     MOVE "  DATED FROM RUN CONTROL" TO WS-FACT-LABEL.
018280     MOVE WS-GEN-CTL-COUNT TO WS-FACT-VALUE.
018290     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018300     MOVE "  DATED FROM RUN HISTORY ONLY" TO WS-FACT-LABEL.
018310     MOVE WS-GEN-HIST-COUNT TO WS-FACT-VALUE.
018320     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018330     MOVE "  NOT DATED - NOT REPLAYED" TO WS-FACT-LABEL.
018340     MOVE WS-GEN-SKIPPED-COUNT TO WS-FACT-VALUE.
018350     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018360     MOVE "  OF WHICH INSIDE THE REPLAY WINDOW" TO WS-FACT-LABEL.
018370     MOVE WS-GEN-GAP-COUNT TO WS-FACT-VALUE.
018380     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018390     MOVE "OLDEST RUN DATE REPLAYED" TO WS-FACT-LABEL.
018400     MOVE WS-OLDEST-DATE TO WS-FACT-VALUE.
018410     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018420     MOVE "ROWS AFTER THE LAST TRAILER" TO WS-FACT-LABEL.
018430     MOVE WS-TAIL-ROWS TO WS-FACT-VALUE.
018440     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018450     MOVE "ACCEPTED AUDIT RECORDS IN THE WINDOW" TO WS-FACT-LABEL.
018460     MOVE WS-AUDIT-POSTED-COUNT TO WS-FACT-VALUE.
018470     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018480     MOVE "  DISTINCT CORRECTED KEYS" TO WS-FACT-LABEL.
018490     MOVE WS-AT-USED TO WS-FACT-VALUE.
018500     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018510
018520     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
018530     MOVE "DOCUMENTS REPLAYED FROM DETAIL" TO WS-FACT-LABEL.
018540     MOVE WS-ND-REPLAYED-COUNT TO WS-FACT-VALUE.
018550     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018560     MOVE "  OF WHICH CORRECTED" TO WS-FACT-LABEL.
018570     MOVE WS-ND-CORRECTED-COUNT TO WS-FACT-VALUE.
018580     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018590     MOVE "ROWS SUPERSEDED BY A NEWER RUN" TO WS-FACT-LABEL.
018600     MOVE WS-ND-SUPERSEDED-COUNT TO WS-FACT-VALUE.
018610     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018620     MOVE "CARRIED FROM MASTER, OLDER THAN WINDOW"
018630         TO WS-FACT-LABEL.
018640     MOVE WS-ND-CARRIED-COUNT TO WS-FACT-VALUE.
018650     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018660     MOVE "ARCHIVE RECORDS READ" TO WS-FACT-LABEL.
018670     MOVE WS-ARCH-READ-COUNT TO WS-FACT-VALUE.
018680     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018690     MOVE "  TAKEN OUT AS PURGED" TO WS-FACT-LABEL.
018700     MOVE WS-ARCH-PURGED-COUNT TO WS-FACT-VALUE.
018710     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018720     MOVE "DOCUMENT MASTER RECORDS" TO WS-FACT-LABEL.
018730     MOVE WS-DM-ORIG-COUNT TO WS-FACT-VALUE.
018740     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018750     MOVE "  AGREE WITH THE REPLAY" TO WS-FACT-LABEL.
018760     MOVE WS-DM-AGREED-COUNT TO WS-FACT-VALUE.
018770     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018780     MOVE "  NOT VERIFIABLE, OLDER THAN WINDOW" TO WS-FACT-LABEL.
018790     MOVE WS-DM-UNVERIFIED-COUNT TO WS-FACT-VALUE.
018800     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018810     MOVE "  DIFFER FROM THE REPLAY" TO WS-FACT-LABEL.
018820     MOVE WS-DM-CHANGED-COUNT TO WS-FACT-VALUE.
018830     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018840     MOVE "  NOT IN THE REPLAY" TO WS-FACT-LABEL.
018850     MOVE WS-DM-DROPPED-COUNT TO WS-FACT-VALUE.
018860     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018870     MOVE "REPLAYED DOCUMENTS MISSING FROM MASTER"
018880         TO WS-FACT-LABEL.
018890     MOVE WS-DM-ADDED-COUNT TO WS-FACT-VALUE.
018900     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018910
018920     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
018930     MOVE "RUNS REPLAYED FROM DETAIL" TO WS-FACT-LABEL.
018940     MOVE WS-NR-REPLAYED-COUNT TO WS-FACT-VALUE.
018950     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
018960     MOVE "CARRIED FROM HISTORY, OLDER THAN WINDOW"
018970         TO WS-FACT-LABEL.
018980     MOVE WS-NR-CARRIED-COUNT TO WS-FACT-VALUE.
018990     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019000     MOVE "RUN HISTORY RECORDS" TO WS-FACT-LABEL.
019010     MOVE WS-RH-ORIG-COUNT TO WS-FACT-VALUE.
019020     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019030     MOVE "  AGREE WITH THE REPLAY" TO WS-FACT-LABEL.
019040     MOVE WS-RH-AGREED-COUNT TO WS-FACT-VALUE.
019050     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019060     MOVE "  NOT VERIFIABLE, OLDER THAN WINDOW" TO WS-FACT-LABEL.
019070     MOVE WS-RH-UNVERIFIED-COUNT TO WS-FACT-VALUE.
019080     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019090     MOVE "  DIFFER FROM THE REPLAY" TO WS-FACT-LABEL.
019100     MOVE WS-RH-CHANGED-COUNT TO WS-FACT-VALUE.
019110     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019120     MOVE "  NOT IN THE REPLAY" TO WS-FACT-LABEL.
019130     MOVE WS-RH-DROPPED-COUNT TO WS-FACT-VALUE.
019140     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019150     MOVE "REPLAYED RUNS MISSING FROM HISTORY" TO WS-FACT-LABEL.
019160     MOVE WS-RH-ADDED-COUNT TO WS-FACT-VALUE.
019170     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
019180 7500-EXIT.
019190     EXIT.
019200
019210*----------------------------------------------------------------
019220* 7600-BALANCE-REBUILD - THE GATE IN FRONT OF THE REPLACE. THE
019230* REBUILT MASTER, AS READ BACK BY THE COMPARISON, MUST EQUAL
019240* (1) THE REPLAY CONTROLS - WHAT WAS WRITTEN, CARRIED AND PURGED
019250* - AND (2) THE ORIGINAL MASTER PLUS EXACTLY THE DIFFERENCES THE
019260* DISCREPANCY LISTING SHOWS, IN RECORD COUNT AND IN EVERY TOTAL.
019270* A HOLE IN THE DATED GENERATIONS ALSO REFUSES THE REBUILD: THE
019280* KEYS OF THE UNDATED RUN WOULD COME BACK FROM AN OLDER ONE.
019290*----------------------------------------------------------------
019300 7600-BALANCE-REBUILD.
019310     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
019320     MOVE SPACES TO WS-MSG-LINE.
019330     STRING "REBUILD BALANCE - " DELIMITED BY SIZE
019340         WS-MASTER DELIMITED BY SIZE
019350         INTO WS-MSG-LINE.
019360     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
019370     MOVE WS-BAL-HDG TO WS-MSG-LINE.
019380     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
019390     IF WS-MASTER-DOCMSTR
019400         PERFORM 7610-BALANCE-DOCUMENTS THRU 7610-EXIT
019410     ELSE
019420         PERFORM 7620-BALANCE-RUNS THRU 7620-EXIT
019430     END-IF.
019440     IF WS-GEN-GAP-COUNT > 0
019450         MOVE 'N' TO WS-BALANCE-SW
019460         MOVE "  REFUSED - A GENERATION IN THE WINDOW IS UNDATED"
019470             TO WS-MSG-LINE
019480         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
019490     END-IF.
019500 7600-EXIT.
019510     EXIT.
019520
019530*----------------------------------------------------------------
019540* 7610-BALANCE-DOCUMENTS - RECORD COUNT AND VALUE SUM, THEN THE
019550* EXCEPTION-FLAG COUNT, FOR THE DOCUMENT MASTER.
019560*----------------------------------------------------------------
019570 7610-BALANCE-DOCUMENTS.
019580     MOVE SPACES TO WS-BL-VERDICT.
019590     MOVE "ORIGINAL MASTER" TO WS-BL-LABEL.
019600     MOVE WS-DM-ORIG-COUNT TO WS-BL-COUNT.
019610     MOVE WS-DM-ORIG-SUM TO WS-BL-SUM.
019620     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
019630     MOVE "  PLUS MISSING FROM MASTER" TO WS-BL-LABEL.
019640     MOVE WS-DM-ADDED-COUNT TO WS-BL-COUNT.
019650     MOVE WS-DM-SUM-DELTA TO WS-BL-SUM.
019660     MOVE "(NET VALUE CHANGE)" TO WS-BL-VERDICT.
019670     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
019680     MOVE SPACES TO WS-BL-VERDICT.
019690     MOVE "  LESS NOT IN THE REPLAY" TO WS-BL-LABEL.
019700     MOVE WS-DM-DROPPED-COUNT TO WS-BL-COUNT.
019710     MOVE 0 TO WS-BL-SUM.
019720     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
019730     MOVE "REPLAY CONTROLS" TO WS-BL-LABEL.
019740     MOVE WS-ND-CTL-COUNT TO WS-BL-COUNT.
019750     MOVE WS-ND-CTL-SUM TO WS-BL-SUM.
019760     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
019770     MOVE "REBUILT MASTER AS READ BACK" TO WS-BL-LABEL.
019780     MOVE WS-DM-NEW-COUNT TO WS-BL-COUNT.
019790     MOVE WS-DM-NEW-SUM TO WS-BL-SUM.
019800     IF WS-DM-NEW-COUNT = WS-ND-CTL-COUNT
019810             AND WS-DM-NEW-SUM = WS-ND-CTL-SUM
019820             AND WS-DM-NEW-EXCP = WS-ND-CTL-EXCP
019830             AND WS-DM-NEW-COUNT = WS-DM-ORIG-COUNT
019840                 + WS-DM-ADDED-COUNT - WS-DM-DROPPED-COUNT
019850             AND WS-DM-NEW-SUM = WS-DM-ORIG-SUM + WS-DM-SUM-DELTA
019860             AND WS-DM-NEW-EXCP = WS-DM-ORIG-EXCP
019870                 + WS-DM-EXCP-DELTA
019880         MOVE "BALANCED" TO WS-BL-VERDICT
019890     ELSE
019900         MOVE "DOES NOT BALANCE" TO WS-BL-VERDICT
019910         MOVE 'N' TO WS-BALANCE-SW
019920     END-IF.
019930     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
019940     MOVE SPACES TO WS-BL-VERDICT.
019950     MOVE "EXCEPTION FLAGS - ORIGINAL" TO WS-BL-LABEL.
019960     MOVE WS-DM-ORIG-EXCP TO WS-BL-COUNT.
019970     MOVE WS-DM-EXCP-DELTA TO WS-BL-SUM.
019980     MOVE "(NET FLAG CHANGE)" TO WS-BL-VERDICT.
019990     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020000     MOVE SPACES TO WS-BL-VERDICT.
020010     MOVE "EXCEPTION FLAGS - REBUILT" TO WS-BL-LABEL.
020020     MOVE WS-DM-NEW-EXCP TO WS-BL-COUNT.
020030     MOVE WS-ND-CTL-EXCP TO WS-BL-SUM.
020040     MOVE "(REPLAY CONTROL)" TO WS-BL-VERDICT.
020050     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020060 7610-EXIT.
020070     EXIT.
020080
020090*----------------------------------------------------------------
020100* 7620-BALANCE-RUNS - RECORD COUNT AND CERTIFIED TOTAL, THEN THE
020110* ADJUSTED TOTAL AND EXCEPTION COUNT, FOR THE RUN HISTORY.
020120*----------------------------------------------------------------
020130 7620-BALANCE-RUNS.
020140     MOVE SPACES TO WS-BL-VERDICT.
020150     MOVE "ORIGINAL HISTORY - RH-TOTAL" TO WS-BL-LABEL.
020160     MOVE WS-RH-ORIG-COUNT TO WS-BL-COUNT.
020170     MOVE WS-RH-ORIG-TOTAL TO WS-BL-SUM.
020180     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020190     MOVE "  PLUS MISSING FROM HISTORY" TO WS-BL-LABEL.
020200     MOVE WS-RH-ADDED-COUNT TO WS-BL-COUNT.
020210     MOVE WS-RH-TOTAL-DELTA TO WS-BL-SUM.
020220     MOVE "(NET TOTAL CHANGE)" TO WS-BL-VERDICT.
020230     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020240     MOVE SPACES TO WS-BL-VERDICT.
020250     MOVE "  LESS NOT IN THE REPLAY" TO WS-BL-LABEL.
020260     MOVE WS-RH-DROPPED-COUNT TO WS-BL-COUNT.
020270     MOVE 0 TO WS-BL-SUM.
020280     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020290     MOVE "REPLAY CONTROLS - RH-TOTAL" TO WS-BL-LABEL.
020300     MOVE WS-NR-CTL-COUNT TO WS-BL-COUNT.
020310     MOVE WS-NR-CTL-TOTAL TO WS-BL-SUM.
020320     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020330     MOVE "REBUILT HISTORY - RH-TOTAL" TO WS-BL-LABEL.
020340     MOVE WS-RH-NEW-COUNT TO WS-BL-COUNT.
020350     MOVE WS-RH-NEW-TOTAL TO WS-BL-SUM.
020360     IF WS-RH-NEW-COUNT = WS-NR-CTL-COUNT
020370             AND WS-RH-NEW-TOTAL = WS-NR-CTL-TOTAL
020380             AND WS-RH-NEW-COUNT = WS-RH-ORIG-COUNT
020390                 + WS-RH-ADDED-COUNT - WS-RH-DROPPED-COUNT
020400             AND WS-RH-NEW-TOTAL = WS-RH-ORIG-TOTAL
020410                 + WS-RH-TOTAL-DELTA
020420         MOVE "BALANCED" TO WS-BL-VERDICT
020430     ELSE
020440         MOVE "DOES NOT BALANCE" TO WS-BL-VERDICT
020450         MOVE 'N' TO WS-BALANCE-SW
020460     END-IF.
020470     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020480
020490     MOVE SPACES TO WS-BL-VERDICT.
020500     MOVE "ORIGINAL HISTORY - ADJ-TOTAL" TO WS-BL-LABEL.
020510     MOVE WS-RH-ORIG-COUNT TO WS-BL-COUNT.
020520     MOVE WS-RH-ORIG-ADJ TO WS-BL-SUM.
020530     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020540     MOVE "  NET ADJ-TOTAL CHANGE" TO WS-BL-LABEL.
020550     MOVE 0 TO WS-BL-COUNT.
020560     MOVE WS-RH-ADJ-DELTA TO WS-BL-SUM.
020570     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020580     MOVE "REBUILT HISTORY - ADJ-TOTAL" TO WS-BL-LABEL.
020590     MOVE WS-RH-NEW-COUNT TO WS-BL-COUNT.
020600     MOVE WS-RH-NEW-ADJ TO WS-BL-SUM.
020610     IF WS-RH-NEW-ADJ = WS-NR-CTL-ADJ
020620             AND WS-RH-NEW-ADJ = WS-RH-ORIG-ADJ + WS-RH-ADJ-DELTA
020630         MOVE "BALANCED" TO WS-BL-VERDICT
020640     ELSE
020650         MOVE "DOES NOT BALANCE" TO WS-BL-VERDICT
020660         MOVE 'N' TO WS-BALANCE-SW
020670     END-IF.
020680     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020690
020700     MOVE SPACES TO WS-BL-VERDICT.
020710     MOVE "ORIGINAL HISTORY - EXCP-COUNT" TO WS-BL-LABEL.
020720     MOVE WS-RH-ORIG-COUNT TO WS-BL-COUNT.
020730     MOVE WS-RH-ORIG-EXCP TO WS-BL-SUM.
020740     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020750     MOVE "  NET EXCP-COUNT CHANGE" TO WS-BL-LABEL.
020760     MOVE 0 TO WS-BL-COUNT.
020770     MOVE WS-RH-EXCP-DELTA TO WS-BL-SUM.
020780     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020790     MOVE "REBUILT HISTORY - EXCP-COUNT" TO WS-BL-LABEL.
020800     MOVE WS-RH-NEW-COUNT TO WS-BL-COUNT.
020810     MOVE WS-RH-NEW-EXCP TO WS-BL-SUM.
020820     IF WS-RH-NEW-EXCP = WS-NR-CTL-EXCP
020830             AND WS-RH-NEW-EXCP = WS-RH-ORIG-EXCP
020840                 + WS-RH-EXCP-DELTA
020850         MOVE "BALANCED" TO WS-BL-VERDICT
020860     ELSE
020870         MOVE "DOES NOT BALANCE" TO WS-BL-VERDICT
020880         MOVE 'N' TO WS-BALANCE-SW
020890     END-IF.
020900     PERFORM 8030-WRITE-BALANCE THRU 8030-EXIT.
020910 7620-EXIT.
020920     EXIT.
020930
020940*----------------------------------------------------------------
020950* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
020960*----------------------------------------------------------------
020970 8000-WRITE-LINE.
020980     IF WS-LINE-COUNT > 54
020990         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
021000     END-IF.
021010     WRITE VRPT-LINE FROM WS-MSG-LINE.
021020     ADD 1 TO WS-LINE-COUNT.
021030 8000-EXIT.
021040     EXIT.
021050
021060*----------------------------------------------------------------
021070* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
021080*----------------------------------------------------------------
021090 8010-WRITE-BLANK.
021100     IF WS-LINE-COUNT > 54
021110         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
021120     END-IF.
021130     WRITE VRPT-LINE FROM WS-BLANK-LINE.
021140     ADD 1 TO WS-LINE-COUNT.
021150 8010-EXIT.
021160     EXIT.
021170
021180*----------------------------------------------------------------
021190* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
021200*----------------------------------------------------------------
021210 8020-WRITE-FACT.
021220     IF WS-LINE-COUNT > 54
021230         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
021240     END-IF.
021250     WRITE VRPT-LINE FROM WS-FACT-LINE.
021260     ADD 1 TO WS-LINE-COUNT.
021270 8020-EXIT.
021280     EXIT.
021290
021300*----------------------------------------------------------------
021310* 8030-WRITE-BALANCE - ONE BALANCE LINE WITH PAGE CONTROL.
021320*----------------------------------------------------------------
021330 8030-WRITE-BALANCE.
021340     IF WS-LINE-COUNT > 54
021350         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
021360     END-IF.
021370     WRITE VRPT-LINE FROM WS-BAL-LINE.
021380     ADD 1 TO WS-LINE-COUNT.
021390 8030-EXIT.
021400     EXIT.
021410
021420*----------------------------------------------------------------
021430* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, ONE SPACER.
021440*----------------------------------------------------------------
021450 8400-PAGE-HEADING.
021460     ADD 1 TO WS-PAGE-NUM.
021470     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
021480     WRITE VRPT-LINE FROM WS-PAGE-HDG.
021490     WRITE VRPT-LINE FROM WS-BLANK-LINE.
021500     MOVE 2 TO WS-LINE-COUNT.
021510 8400-EXIT.
021520     EXIT.
021530
021540*----------------------------------------------------------------
021550* 9000-TERMINATE - THE VERDICT. VERIFY: ANY DISCREPANCY IS RC=8;
021560* OTHERWISE AN UNDATED GENERATION IS RC=4 (THE CHECK DID NOT
021570* COVER EVERY RETAINED RUN). REBUILD: ONLY A BALANCED REBUILD IS
021580* RC=0 - THE DISCREPANCIES ARE WHAT IT IS THERE TO REPAIR - AND
021590* ANYTHING ELSE IS RC=8, WHICH KEEPS THE REPLACE STEPS FROM
021600* RUNNING.
021610*----------------------------------------------------------------
021620 9000-TERMINATE.
021630     IF WS-MODE-REBUILD
021640         IF WS-REBUILD-BALANCED
021650             DISPLAY "AOC01AB - REBUILT " WS-MASTER
021660                 " BALANCED - CLEAR TO REPLACE"
021670         ELSE
021680             DISPLAY "AOC01AB - REBUILT " WS-MASTER
021690                 " DOES NOT BALANCE - NOT TO BE LOADED, SEE"
021700                 " VERIFY-REPORT"
021710             MOVE 8 TO RETURN-CODE
021720         END-IF
021730     ELSE
021740         IF WS-DM-DISCREP-COUNT > 0 OR WS-RH-DISCREP-COUNT > 0
021750             DISPLAY "AOC01AB - MASTERS DISAGREE WITH REPLAY -"
021760                 " SEE VERIFY-REPORT"
021770             MOVE 8 TO RETURN-CODE
021780         ELSE
021790             IF WS-GEN-SKIPPED-COUNT > 0
021800                 DISPLAY "AOC01AB - GENERATION COULD NOT BE DATED"
021810                     " - CHECK INCOMPLETE, SEE VERIFY-REPORT"
021820                 MOVE 4 TO RETURN-CODE
021830             END-IF
021840         END-IF
021850     END-IF.
021860     CLOSE VRPT-FILE.
021870     DISPLAY "AOC01AB - DOCMSTR DISCREPANCIES "
021880         WS-DM-DISCREP-COUNT " RUNHIST DISCREPANCIES "
021890         WS-RH-DISCREP-COUNT.
021900 9000-EXIT.
021910     EXIT.
