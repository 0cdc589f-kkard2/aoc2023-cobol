000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01AC.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - ACCOUNTING PERIOD CLOSE AND
000110*                 AUTHORIZED REOPEN. UNTIL NOW AOC01H AND AOC01O
000120*                 WOULD ACCEPT AND POST A CORRECTION AGAINST ANY
000130*                 RUN DATE, SO A TOTAL FINANCE HAD ALREADY FILED
000140*                 COULD MOVE UNDERNEATH THEM. MODE=CLOSE TAKES A
000150*                 PERIOD END DATE (THE PERIOD RUNS FROM THE DAY
000160*                 AFTER THE PRIOR CLOSED PERIOD'S END, OR FROM THE
000170*                 FIRST OF THE END DATE'S MONTH FOR THE FIRST
000180*                 CLOSE), PROVES EVERY RUN IN IT ENDED ITS BALANCE
000190*                 STEP RC=0 ON THE RUN-CONTROL FILE AND HAS NO
000200*                 EXCEPTION LEFT ON THE OPEN-EXCEPTION INVENTORY
000210*                 AOC01V CUTS IN THE SAME JOB, AND LISTS EVERY RUN
000220*                 AND EXCEPTION STILL IN THE WAY. A CLEAN PERIOD
000230*                 IS JOURNALED, EACH RUN'S RUN-HISTORY RECORD IS
000240*                 SNAPSHOT TO THE CLOSEDPR FILE, AND THE PERIOD
000250*                 RECORD (SEE PERIODR) IS WRITTEN CLOSED - FROM
000260*                 THEN ON AOC01H REJECTS AND AOC01O REFUSES
000270*                 ANYTHING FOR THOSE RUN DATES. MODE=REOPEN IS
000280*                 FOR A USERID ON THE PERDAUTH FILE ONLY, NEEDS A
000290*                 REASON, AND IS JOURNALED BEFORE THE PERIOD
000300*                 RECORD IS TOUCHED - THE SAME RULE AOCM FOLLOWS
000310*                 FOR VOCABULARY CHANGES. A REOPENED PERIOD IS
000320*                 CLOSED AGAIN THE SAME WAY, AND THE RE-CLOSE
000330*                 LISTS EVERY RUN WHOSE ADJUSTED TOTAL MOVED SINCE
000340*                 THE SNAPSHOT IT REPLACES.
000350*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CPARM-FILE ASSIGN TO "CLOSEPARM-FILE"
000410     ORGANIZATION IS LINE SEQUENTIAL.
000420
000430     SELECT PERIOD-FILE ASSIGN TO "PERIODCL-FILE"
000440     ORGANIZATION IS INDEXED
000450     ACCESS MODE IS DYNAMIC
000460     RECORD KEY IS PC-PERIOD-END
000470     FILE STATUS IS WS-PC-FS.
000480
000490     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000500     ORGANIZATION IS INDEXED
000510     ACCESS MODE IS DYNAMIC
000520     RECORD KEY IS RH-RUN-DATE
000530     FILE STATUS IS WS-RH-FS.
000540
000550     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS DYNAMIC
000580     RECORD KEY IS RC-KEY
000590     FILE STATUS IS WS-RC-FS.
000600
000610     SELECT OPEN-FILE ASSIGN TO "OPEN-EXCEPTION-FILE"
000620     ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT SNAP-FILE ASSIGN TO "CLOSEDPR-FILE"
000650     ORGANIZATION IS INDEXED
000660     ACCESS MODE IS RANDOM
000670     RECORD KEY IS CP-RUN-DATE
000680     FILE STATUS IS WS-CP-FS.
000690
000700     SELECT AUTH-FILE ASSIGN TO "PERDAUTH-FILE"
000710     ORGANIZATION IS INDEXED
000720     ACCESS MODE IS RANDOM
000730     RECORD KEY IS PA-USERID
000740     FILE STATUS IS WS-PA-FS.
000750
000760     SELECT JRNL-FILE ASSIGN TO "PERDJRNL-FILE"
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-PJ-FS.
000790
000800     SELECT CRPT-FILE ASSIGN TO "CLOSE-REPORT"
000810     ORGANIZATION IS LINE SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD CPARM-FILE.
000860 01 CPARM-CARD PIC X(80).
000870
000880 FD PERIOD-FILE.
000890     COPY PERIODR.
000900
000910 FD RUNHIST-FILE.
000920 01 RH-RECORD.
000930     05 RH-RUN-DATE   PIC 9(8).
000940     05 RH-REC-COUNT  PIC 9(9).
000950     05 RH-TOTAL      PIC 9(30).
000960     05 RH-EXCP-COUNT PIC 9(9).
000970     05 RH-MIN        PIC 9(2).
000980     05 RH-MAX        PIC 9(2).
000990     05 RH-AVERAGE    PIC 9(4)V99.
001000     05 RH-ADJ-TOTAL  PIC 9(30).
001010
001020 FD RUNCTL-FILE.
001030     COPY RUNCTLR.
001040
001050*----------------------------------------------------------------
001060* OPEN-EXCEPTION-FILE - AOC01V'S INVENTORY OF EXCEPTIONS STILL
001070* OPEN ACROSS EVERY RETAINED RUN, CUT BY THE AGING STEP OF THE
001080* SAME JOB. OX-STATE N = NEVER CORRECTED, R = LAST CORRECTION
001090* REJECTED, A = ACCEPTED BUT NOT YET POSTED TO THE MASTER.
001100*----------------------------------------------------------------
001110 FD OPEN-FILE.
001120 01 OX-RECORD.
001130     05 OX-RUN-DATE   PIC 9(8).
001140     05 FILLER        PIC X(1).
001150     05 OX-SOURCE-SYS PIC X(8).
001160     05 FILLER        PIC X(1).
001170     05 OX-DSN-IDX    PIC 9(3).
001180     05 FILLER        PIC X(1).
001190     05 OX-RECNO      PIC 9(9).
001200     05 FILLER        PIC X(1).
001210     05 OX-AGE        PIC 9(5).
001220     05 FILLER        PIC X(1).
001230     05 OX-STATE      PIC X(1).
001240     05 FILLER        PIC X(1).
001250     05 OX-CORRECTOR  PIC X(8).
001260     05 FILLER        PIC X(1).
001270     05 OX-OVER-SLA   PIC X(1).
001280     05 FILLER        PIC X(30).
001290
001300*----------------------------------------------------------------
001310* CLOSEDPR-FILE - THE RUN-HISTORY RECORD OF EVERY RUN IN A CLOSED
001320* PERIOD AS IT STOOD AT THE CLOSE, KEYED BY RUN DATE, WITH THE
001330* PERIOD IT WAS FILED IN. A RE-CLOSE REPLACES IT.
001340*----------------------------------------------------------------
001350 FD SNAP-FILE.
001360 01 CP-RECORD.
001370     05 CP-RUN-DATE   PIC 9(8).
001380     05 CP-PERIOD-END PIC 9(8).
001390     05 CP-CLOSED-ON  PIC 9(8).
001400     05 CP-REC-COUNT  PIC 9(9).
001410     05 CP-TOTAL      PIC 9(30).
001420     05 CP-EXCP-COUNT PIC 9(9).
001430     05 CP-MIN        PIC 9(2).
001440     05 CP-MAX        PIC 9(2).
001450     05 CP-AVERAGE    PIC 9(4)V99.
001460     05 CP-ADJ-TOTAL  PIC 9(30).
001470
001480*----------------------------------------------------------------
001490* PERDAUTH-FILE - USERIDS ALLOWED TO REOPEN A CLOSED PERIOD, SAME
001500* SHAPE AS AOCM'S VOCBAUTH: USERID PLUS A FREE-TEXT NOTE.
001510*----------------------------------------------------------------
001520 FD AUTH-FILE.
001530 01 PA-RECORD.
001540     05 PA-USERID PIC X(8).
001550     05 PA-NOTE   PIC X(72).
001560
001570*----------------------------------------------------------------
001580* PERDJRNL-FILE - APPEND-ONLY JOURNAL OF EVERY CLOSE AND REOPEN,
001590* WRITTEN BEFORE THE PERIOD RECORD CHANGES. PJ-ACTION C = CLOSE,
001600* R = REOPEN; THE STATUS PAIR IS THE PERIOD RECORD BEFORE/AFTER
001610* (SPACE BEFORE = FIRST CLOSE).
001620*----------------------------------------------------------------
001630 FD JRNL-FILE.
001640 01 PJ-RECORD.
001650     05 PJ-DATE       PIC 9(8).
001660     05 FILLER        PIC X(1).
001670     05 PJ-TIME       PIC 9(6).
001680     05 FILLER        PIC X(1).
001690     05 PJ-USERID     PIC X(8).
001700     05 FILLER        PIC X(1).
001710     05 PJ-ACTION     PIC X(1).
001720     05 FILLER        PIC X(1).
001730     05 PJ-PERIOD-END PIC 9(8).
001740     05 FILLER        PIC X(1).
001750     05 PJ-AFTER-DATE PIC 9(8).
001760     05 FILLER        PIC X(1).
001770     05 PJ-OLD-STATUS PIC X(1).
001780     05 FILLER        PIC X(1).
001790     05 PJ-NEW-STATUS PIC X(1).
001800     05 FILLER        PIC X(1).
001810     05 PJ-RUN-COUNT  PIC 9(5).
001820     05 FILLER        PIC X(1).
001830     05 PJ-ADJ-TOTAL  PIC 9(30).
001840     05 FILLER        PIC X(1).
001850     05 PJ-REASON     PIC X(60).
001860
001870 FD CRPT-FILE.
001880 01 CRPT-LINE PIC X(132).
001890
001900 WORKING-STORAGE SECTION.
001910 77 WS-PC-FS PIC X(2) VALUE SPACES.
001920 77 WS-RH-FS PIC X(2) VALUE SPACES.
001930 77 WS-RC-FS PIC X(2) VALUE SPACES.
001940 77 WS-CP-FS PIC X(2) VALUE SPACES.
001950 77 WS-PA-FS PIC X(2) VALUE SPACES.
001960 77 WS-PJ-FS PIC X(2) VALUE SPACES.
001970 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001980 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001990     88 WS-RUN-DATE-SET VALUE 'Y'.
002000 01 WS-PERIOD-END PIC 9(8) VALUE 0.
002010 01 WS-PERIOD-END-SW PIC A(1) VALUE 'N'.
002020     88 WS-PERIOD-END-SET VALUE 'Y'.
002030 01 WS-MODE PIC X(6) VALUE SPACES.
002040     88 WS-MODE-CLOSE VALUE "CLOSE ".
002050     88 WS-MODE-REOPEN VALUE "REOPEN".
002060 01 WS-USERID PIC X(8) VALUE SPACES.
002065 01 WS-PSA-PTR USAGE POINTER VALUE NULL.
002070 01 WS-REASON PIC X(60) VALUE SPACES.
002080 01 WS-EOF PIC A(1) VALUE 'N'.
002090 01 WS-TIME-NOW PIC 9(8) VALUE 0.
002100
002110*----------------------------------------------------------------
002120* WHERE THE PERIOD SITS AMONG THE ONES ALREADY ON PERIODCL. THE
002130* FILE IS READ END TO END - ONE RECORD PER PERIOD, A FEW DOZEN
002140* A YEAR AT MOST.
002150*----------------------------------------------------------------
002160 01 WS-AFTER-DATE PIC 9(8) VALUE 0.
002170 01 WS-PRIOR-END PIC 9(8) VALUE 0.
002180 01 WS-PRIOR-STATUS PIC X(1) VALUE SPACE.
002190 01 WS-LATER-END PIC 9(8) VALUE 0.
002200 01 WS-ON-FILE-SW PIC A(1) VALUE 'N'.
002210     88 WS-PERIOD-ON-FILE VALUE 'Y'.
002220 01 WS-OLD-STATUS PIC X(1) VALUE SPACE.
002230 01 WS-OLD-AFTER PIC 9(8) VALUE 0.
002240 01 WS-OLD-REOPENED-ON PIC 9(8) VALUE 0.
002250 01 WS-OLD-REOPENED-BY PIC X(8) VALUE SPACES.
002260
002270*----------------------------------------------------------------
002280* ONE ENTRY PER RUN DATE IN THE PERIOD - FROM RUN HISTORY FIRST
002290* (ASCENDING), THEN ANY DATE THE RUN-CONTROL FILE SHOWS A RUN
002300* STARTED FOR THAT NEVER REACHED RUN HISTORY. WS-RT-BAL IS
002310* B BALANCED, U BALANCE STEP ENDED NON-ZERO, S BALANCE STEP
002320* STARTED BUT NEVER ENDED, M NO BALANCE STEP RECORD AT ALL.
002330*----------------------------------------------------------------
002340 01 WS-RUN-TABLE.
002350     05 WS-RT-ENTRY OCCURS 400 TIMES.
002360         10 WS-RT-DATE    PIC 9(8).
002370         10 WS-RT-HIST-SW PIC X(1).
002380         10 WS-RT-BAL     PIC X(1).
002390         10 WS-RT-BAL-RC  PIC 9(2).
002400         10 WS-RT-OPEN    PIC 9(5).
002410 77 WS-RT-USED PIC 9(3) VALUE 0.
002420 01 WS-RT-IDX PIC 9(3) VALUE 0.
002430 01 WS-RT-HIT PIC 9(3) VALUE 0.
002440 01 WS-CAND-DATE PIC 9(8) VALUE 0.
002450
002460*----------------------------------------------------------------
002470* THE PERIOD'S COUNTS AND TOTALS.
002480*----------------------------------------------------------------
002490 77 WS-RUN-COUNT PIC 9(5) VALUE 0.
002500 77 WS-UNBAL-COUNT PIC 9(5) VALUE 0.
002510 77 WS-NOHIST-COUNT PIC 9(5) VALUE 0.
002520 77 WS-OPEN-COUNT PIC 9(9) VALUE 0.
002530 77 WS-SNAP-COUNT PIC 9(5) VALUE 0.
002540 77 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
002550 01 WS-SUM-REC-COUNT PIC 9(11) VALUE 0.
002560 01 WS-SUM-TOTAL PIC 9(30) VALUE 0.
002570 01 WS-SUM-ADJ-TOTAL PIC 9(30) VALUE 0.
002580 01 WS-SUM-EXCP PIC 9(11) VALUE 0.
002590 01 WS-OLD-ADJ-TOTAL PIC 9(30) VALUE 0.
002600 01 WS-SNAP-FOUND-SW PIC A(1) VALUE 'N'.
002610     88 WS-SNAP-FOUND VALUE 'Y'.
002620
002630*----------------------------------------------------------------
002640* THE JOURNAL ENTRY BEING MADE - SET BY THE CLOSE OR THE REOPEN,
002650* WRITTEN BY 8100-WRITE-JOURNAL.
002660*----------------------------------------------------------------
002670 01 WS-JNL-ACTION PIC X(1) VALUE SPACE.
002680 01 WS-JNL-OLD-STATUS PIC X(1) VALUE SPACE.
002690 01 WS-JNL-NEW-STATUS PIC X(1) VALUE SPACE.
002700 01 WS-JNL-RUN-COUNT PIC 9(5) VALUE 0.
002710 01 WS-JNL-ADJ-TOTAL PIC 9(30) VALUE 0.
002720
002730*----------------------------------------------------------------
002740* HOW THE RUN ENDED - SETS THE RETURN CODE AT TERMINATE.
002750*   C PERIOD CLOSED          N NOT CLOSED, RUNS OR EXCEPTIONS OPEN
002760*   A ALREADY CLOSED         R PERIOD REOPENED
002770*   X NOTHING TO REOPEN
002780*----------------------------------------------------------------
002790 01 WS-OUTCOME PIC X(1) VALUE SPACE.
002800     88 WS-OUT-CLOSED VALUE 'C'.
002810     88 WS-OUT-NOT-CLOSED VALUE 'N'.
002820     88 WS-OUT-ALREADY VALUE 'A'.
002830     88 WS-OUT-REOPENED VALUE 'R'.
002840     88 WS-OUT-NO-REOPEN VALUE 'X'.
002850
002860*----------------------------------------------------------------
002870* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A ONE-LINE TITLE,
002880* THE SAME CONVENTION AS AOC01M AND AOC01V.
002890*----------------------------------------------------------------
002900 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
002910 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
002920
002930*----------------------------------------------------------------
002940* REPORT LINE LAYOUTS.
002950*----------------------------------------------------------------
002960 01 WS-PAGE-HDG.
002970     05 FILLER PIC X(36) VALUE
002980         "AOC01AC ACCOUNTING PERIOD ENDING ".
002990     05 WS-HDG-PERIOD PIC 9(8).
003000     05 FILLER PIC X(7) VALUE "  MODE ".
003010     05 WS-HDG-MODE PIC X(6).
003020     05 FILLER PIC X(11) VALUE "  RUN DATE ".
003030     05 WS-HDG-DATE PIC 9(8).
003040     05 FILLER PIC X(6) VALUE " PAGE ".
003050     05 WS-HDG-PAGE PIC 9(4).
003060     05 FILLER PIC X(46) VALUE SPACES.
003070 01 WS-RUN-HDG.
003080     05 FILLER PIC X(40) VALUE
003090         "  RUN DATE  BALANCE STEP               ".
003100     05 FILLER PIC X(40) VALUE
003110         "RC  OPEN EXCP  VERDICT                  ".
003120     05 FILLER PIC X(52) VALUE SPACES.
003130 01 WS-RUN-LINE.
003140     05 FILLER PIC X(2) VALUE SPACES.
003150     05 WS-RL-DATE PIC 9(8).
003160     05 FILLER PIC X(2) VALUE SPACES.
003170     05 WS-RL-BAL PIC X(26).
003180     05 FILLER PIC X(2) VALUE SPACES.
003190     05 WS-RL-RC PIC X(2).
003200     05 FILLER PIC X(2) VALUE SPACES.
003210     05 WS-RL-OPEN PIC Z(8)9.
003220     05 FILLER PIC X(2) VALUE SPACES.
003230     05 WS-RL-VERDICT PIC X(30).
003240     05 FILLER PIC X(47) VALUE SPACES.
003250 01 WS-OX-HDG.
003260     05 FILLER PIC X(40) VALUE
003270         "  RUN DATE  SOURCE    DSN  RECNO        ".
003280     05 FILLER PIC X(40) VALUE
003290         "AGE  STATE                  CORRECTOR   ".
003300     05 FILLER PIC X(52) VALUE SPACES.
003310 01 WS-OX-LINE.
003320     05 FILLER PIC X(2) VALUE SPACES.
003330     05 WS-OL-DATE PIC 9(8).
003340     05 FILLER PIC X(2) VALUE SPACES.
003350     05 WS-OL-SOURCE PIC X(8).
003360     05 FILLER PIC X(2) VALUE SPACES.
003370     05 WS-OL-DSN PIC 9(3).
003380     05 FILLER PIC X(2) VALUE SPACES.
003390     05 WS-OL-RECNO PIC 9(9).
003400     05 FILLER PIC X(2) VALUE SPACES.
003410     05 WS-OL-AGE PIC Z(4)9.
003420     05 FILLER PIC X(2) VALUE SPACES.
003430     05 WS-OL-STATE PIC X(22).
003440     05 FILLER PIC X(1) VALUE SPACE.
003450     05 WS-OL-CORRECTOR PIC X(8).
003460     05 FILLER PIC X(56) VALUE SPACES.
003470 01 WS-CHG-HDG.
003480     05 FILLER PIC X(40) VALUE
003490         "  RUN DATE  ADJUSTED TOTAL AT LAST CLOSE".
003500     05 FILLER PIC X(40) VALUE
003510         "    ADJUSTED TOTAL NOW                  ".
003520     05 FILLER PIC X(52) VALUE SPACES.
003530 01 WS-CHG-LINE.
003540     05 FILLER PIC X(2) VALUE SPACES.
003550     05 WS-CL-DATE PIC 9(8).
003560     05 FILLER PIC X(2) VALUE SPACES.
003570     05 WS-CL-OLD PIC 9(30).
003580     05 FILLER PIC X(2) VALUE SPACES.
003590     05 WS-CL-NEW PIC 9(30).
003600     05 FILLER PIC X(58) VALUE SPACES.
003610 01 WS-FACT-LINE.
003620     05 FILLER PIC X(2) VALUE SPACES.
003630     05 WS-FACT-LABEL PIC X(40).
003640     05 WS-FACT-VALUE PIC Z(8)9.
003650     05 FILLER PIC X(81) VALUE SPACES.
003660 01 WS-TOTAL-LINE.
003670     05 FILLER PIC X(2) VALUE SPACES.
003680     05 WS-TOT-LABEL PIC X(40).
003690     05 WS-TOT-VALUE PIC 9(30).
003700     05 FILLER PIC X(60) VALUE SPACES.
003710 01 WS-MSG-LINE PIC X(132).
003720 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
003730
003731 LINKAGE SECTION.
003732*----------------------------------------------------------------
003733* THE JOB'S OWN SECURITY ENVIRONMENT, MAPPED ONLY AS FAR AS THE
003734* USERID: PSAAOLD (PSA +X'224') TO THE ASCB, ASCBASXB (+X'6C')
003735* TO THE ASXB, ASXBSENV (+X'C8') TO THE ACEE, AND ACEEUSRI
003736* (+X'15'). NOTHING HERE IS EVER WRITTEN TO.
003737*----------------------------------------------------------------
003738 01 PSA-MAP.
003739     05 FILLER PIC X(548).
003740     05 PSA-ASCB USAGE POINTER.
003741 01 ASCB-MAP.
003742     05 FILLER PIC X(108).
003743     05 ASCB-ASXB USAGE POINTER.
003744 01 ASXB-MAP.
003745     05 FILLER PIC X(200).
003746     05 ASXB-SENV USAGE POINTER.
003747 01 ACEE-MAP.
003748     05 FILLER PIC X(21).
003749     05 ACEE-USERID PIC X(8).
003750
003751 PROCEDURE DIVISION.
003752 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     IF WS-MODE-CLOSE
003780         PERFORM 2000-LOCATE-PERIOD THRU 2000-EXIT
003790         IF NOT WS-OUT-ALREADY
003800             PERFORM 3000-TABLE-RUNS THRU 3000-EXIT
003810             PERFORM 3500-CHECK-BALANCE THRU 3500-EXIT
003820             PERFORM 4000-OPEN-EXCEPTIONS THRU 4000-EXIT
003830             PERFORM 5000-LIST-RUNS THRU 5000-EXIT
003840             PERFORM 6000-CLOSE-PERIOD THRU 6000-EXIT
003850         END-IF
003860     ELSE
003870         PERFORM 7000-REOPEN-PERIOD THRU 7000-EXIT
003880     END-IF.
003890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003900     STOP RUN.
003910
003920*----------------------------------------------------------------
003930* 1000-INITIALIZE - MODE=, PERIODEND= AND RUNDATE= ARE ALL
003940* REQUIRED, AND A REOPEN NEEDS A REASON= AS WELL. THE USERID IS
003945* THE JOB'S OWN (SEE 1200-GET-USERID), NEVER A CARD. A PERIOD
003950* CANNOT BE CLOSED BEFORE IT HAS ENDED. THE PERIOD FILE MUST BE
003960* THERE - WITHOUT IT NEITHER A CLOSE NOR A REOPEN MEANS ANYTHING.
003970*----------------------------------------------------------------
003980 1000-INITIALIZE.
003990     OPEN INPUT CPARM-FILE.
004000     PERFORM UNTIL WS-EOF = 'Y'
004010         READ CPARM-FILE
004020             AT END MOVE 'Y' TO WS-EOF
004030             NOT AT END
004040                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
004050         END-READ
004060     END-PERFORM.
004070     CLOSE CPARM-FILE.
004080     IF NOT WS-MODE-CLOSE AND NOT WS-MODE-REOPEN
004090         DISPLAY "AOC01AC - MODE=CLOSE OR MODE=REOPEN IS REQUIRED"
004100             " ON CLOSEPARM"
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     IF NOT WS-RUN-DATE-SET
004150         DISPLAY "AOC01AC - NO VALID RUNDATE= CARD ON CLOSEPARM"
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     IF NOT WS-PERIOD-END-SET
004200         DISPLAY "AOC01AC - NO VALID PERIODEND= CARD ON CLOSEPARM"
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004235     PERFORM 1200-GET-USERID THRU 1200-EXIT.
004240     IF WS-USERID = SPACES
004250         DISPLAY "AOC01AC - NO USERID IN THE JOB'S SECURITY"
004255             " ENVIRONMENT"
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     IF WS-MODE-CLOSE AND WS-PERIOD-END > WS-RUN-DATE
004300         DISPLAY "AOC01AC - PERIODEND " WS-PERIOD-END
004310             " IS AFTER RUNDATE " WS-RUN-DATE
004320             " - A PERIOD CANNOT CLOSE BEFORE IT ENDS"
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360     IF WS-MODE-REOPEN AND WS-REASON = SPACES
004370         DISPLAY "AOC01AC - MODE=REOPEN NEEDS A REASON= CARD ON"
004380             " CLOSEPARM"
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420
004430     OPEN I-O PERIOD-FILE.
004440     IF WS-PC-FS NOT = "00"
004450         DISPLAY "AOC01AC - PERIODCL-FILE OPEN FAILED, STATUS "
004460             WS-PC-FS
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     ACCEPT WS-TIME-NOW FROM TIME.
004510     OPEN OUTPUT CRPT-FILE.
004520     MOVE WS-PERIOD-END TO WS-HDG-PERIOD.
004530     MOVE WS-MODE TO WS-HDG-MODE.
004540     MOVE WS-RUN-DATE TO WS-HDG-DATE.
004550 1000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 1100-APPLY-CARD - MODE=CLOSE OR MODE=REOPEN, PERIODEND=CCYYMMDD
004600* (MONTH AND DAY IN RANGE), RUNDATE=CCYYMMDD AND REASON= (FREE
004610* TEXT, UP TO 60 CHARACTERS). ANYTHING ELSE IS REPORTED AND
004620* IGNORED.
004630*----------------------------------------------------------------
004640 1100-APPLY-CARD.
004650     IF CPARM-CARD(1:5) = "MODE="
004660             AND (CPARM-CARD(6:6) = "CLOSE "
004670               OR CPARM-CARD(6:6) = "REOPEN")
004680         MOVE CPARM-CARD(6:6) TO WS-MODE
004690         GO TO 1100-EXIT
004700     END-IF.
004710     IF CPARM-CARD(1:10) = "PERIODEND="
004720             AND CPARM-CARD(11:8) IS NUMERIC
004730             AND CPARM-CARD(15:2) > "00"
004740             AND CPARM-CARD(15:2) < "13"
004750             AND CPARM-CARD(17:2) > "00"
004760             AND CPARM-CARD(17:2) < "32"
004770         MOVE CPARM-CARD(11:8) TO WS-PERIOD-END
004780         SET WS-PERIOD-END-SET TO TRUE
004790         GO TO 1100-EXIT
004800     END-IF.
004810     IF CPARM-CARD(1:8) = "RUNDATE="
004820             AND CPARM-CARD(9:8) IS NUMERIC
004830         MOVE CPARM-CARD(9:8) TO WS-RUN-DATE
004840         SET WS-RUN-DATE-SET TO TRUE
004850         GO TO 1100-EXIT
004860     END-IF.
004910     IF CPARM-CARD(1:7) = "REASON="
004920         MOVE CPARM-CARD(8:60) TO WS-REASON
004930         GO TO 1100-EXIT
004940     END-IF.
004950     IF CPARM-CARD NOT = SPACES
004960         DISPLAY "AOC01AC - UNRECOGNIZED PARM CARD IGNORED: "
004970             CPARM-CARD(1:40)
004980     END-IF.
004990 1100-EXIT.
004991     EXIT.
004992
004993*----------------------------------------------------------------
004994* 1200-GET-USERID - THE USERID THE JOB RUNS UNDER, FROM THE ACEE
004995* THE SECURITY PRODUCT BUILT WHEN IT STARTED. A CARD COULD NAME
004996* ANYONE ON PERDAUTH; THE ACEE CAN ONLY NAME THE SUBMITTER. NO
004997* ACEE LEAVES WS-USERID BLANK AND 1000-INITIALIZE STOPS THE RUN.
004998*----------------------------------------------------------------
004999 1200-GET-USERID.
005000     SET ADDRESS OF PSA-MAP TO WS-PSA-PTR.
005001     SET ADDRESS OF ASCB-MAP TO PSA-ASCB.
005002     SET ADDRESS OF ASXB-MAP TO ASCB-ASXB.
005003     IF ASXB-SENV = NULL
005004         GO TO 1200-EXIT
005005     END-IF.
005006     SET ADDRESS OF ACEE-MAP TO ASXB-SENV.
005007     MOVE ACEE-USERID TO WS-USERID.
005008 1200-EXIT.
005009     EXIT.
005010
005020*----------------------------------------------------------------
005030* 2000-LOCATE-PERIOD - WHERE THE PERIOD STARTS. A PERIOD ALREADY
005040* ON FILE KEEPS ITS OWN START: CLOSED IS NOTHING TO DO, REOPENED
005050* IS A RE-CLOSE. A NEW PERIOD STARTS THE DAY AFTER THE LATEST
005060* PERIOD ENDING BEFORE IT (OR ON THE FIRST OF ITS MONTH WHEN IT
005070* IS THE FIRST ONE). PERIODS CLOSE IN DATE ORDER: A NEW END DATE
005080* BEHIND A PERIOD ALREADY ON FILE WOULD SPLIT THAT PERIOD, AND A
005090* PERIOD CANNOT CLOSE OVER A REOPENED ONE BEFORE IT.
005100*----------------------------------------------------------------
005110 2000-LOCATE-PERIOD.
005120     MOVE 'N' TO WS-EOF.
005130     PERFORM UNTIL WS-EOF = 'Y'
005140         READ PERIOD-FILE NEXT
005150             AT END MOVE 'Y' TO WS-EOF
005160             NOT AT END
005170                 PERFORM 2100-PLACE-PERIOD THRU 2100-EXIT
005180         END-READ
005190     END-PERFORM.
005200
005210     IF WS-PERIOD-ON-FILE AND WS-OLD-STATUS = 'C'
005220         SET WS-OUT-ALREADY TO TRUE
005230         MOVE SPACES TO WS-MSG-LINE
005240         STRING "PERIOD ENDING " DELIMITED BY SIZE
005250             WS-PERIOD-END DELIMITED BY SIZE
005260             " IS ALREADY CLOSED - NOTHING DONE" DELIMITED BY SIZE
005270             INTO WS-MSG-LINE
005280         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005290         GO TO 2000-EXIT
005300     END-IF.
005310     IF NOT WS-PERIOD-ON-FILE AND WS-LATER-END NOT = 0
005320         MOVE SPACES TO WS-MSG-LINE
005330         STRING "PERIOD ENDING " DELIMITED BY SIZE
005340             WS-LATER-END DELIMITED BY SIZE
005350             " IS ALREADY ON FILE - PERIODS CLOSE IN DATE ORDER"
005360                 DELIMITED BY SIZE
005370             INTO WS-MSG-LINE
005380         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005390         DISPLAY "AOC01AC - " WS-MSG-LINE(1:80)
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     IF WS-PRIOR-STATUS = 'R'
005440         MOVE SPACES TO WS-MSG-LINE
005450         STRING "PRIOR PERIOD ENDING " DELIMITED BY SIZE
005460             WS-PRIOR-END DELIMITED BY SIZE
005470             " IS REOPENED - CLOSE IT AGAIN FIRST"
005480                 DELIMITED BY SIZE
005490             INTO WS-MSG-LINE
005500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005510         DISPLAY "AOC01AC - " WS-MSG-LINE(1:80)
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550
005560     IF WS-PERIOD-ON-FILE
005570         MOVE WS-OLD-AFTER TO WS-AFTER-DATE
005580     ELSE
005590         IF WS-PRIOR-END NOT = 0
005600             MOVE WS-PRIOR-END TO WS-AFTER-DATE
005610         ELSE
005620             MOVE WS-PERIOD-END TO WS-AFTER-DATE
005630             MOVE "00" TO WS-AFTER-DATE(7:2)
005640         END-IF
005650     END-IF.
005660     MOVE SPACES TO WS-MSG-LINE.
005670     STRING "PERIOD COVERS RUN DATES AFTER " DELIMITED BY SIZE
005680         WS-AFTER-DATE DELIMITED BY SIZE
005690         " THROUGH " DELIMITED BY SIZE
005700         WS-PERIOD-END DELIMITED BY SIZE
005710         INTO WS-MSG-LINE.
005720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005730     IF WS-PERIOD-ON-FILE
005740         MOVE SPACES TO WS-MSG-LINE
005750         STRING "RE-CLOSE - PERIOD WAS REOPENED ON "
005760                 DELIMITED BY SIZE
005770             WS-OLD-REOPENED-ON DELIMITED BY SIZE
005780             " BY " DELIMITED BY SIZE
005790             WS-OLD-REOPENED-BY DELIMITED BY SIZE
005800             INTO WS-MSG-LINE
005810         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005820     END-IF.
005830 2000-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870* 2100-PLACE-PERIOD - ONE PERIOD RECORD AGAINST THE END DATE ASKED
005880* FOR. THE FILE IS IN END-DATE ORDER, SO THE LAST EARLIER ONE
005890* SEEN IS THE PRIOR PERIOD AND THE FIRST LATER ONE IS KEPT.
005900*----------------------------------------------------------------
005910 2100-PLACE-PERIOD.
005920     IF PC-PERIOD-END = WS-PERIOD-END
005930         SET WS-PERIOD-ON-FILE TO TRUE
005940         MOVE PC-STATUS TO WS-OLD-STATUS
005950         MOVE PC-AFTER-DATE TO WS-OLD-AFTER
005960         MOVE PC-REOPENED-ON TO WS-OLD-REOPENED-ON
005970         MOVE PC-REOPENED-BY TO WS-OLD-REOPENED-BY
005980         GO TO 2100-EXIT
005990     END-IF.
006000     IF PC-PERIOD-END < WS-PERIOD-END
006010         MOVE PC-PERIOD-END TO WS-PRIOR-END
006020         MOVE PC-STATUS TO WS-PRIOR-STATUS
006030         GO TO 2100-EXIT
006040     END-IF.
006050     IF WS-LATER-END = 0
006060         MOVE PC-PERIOD-END TO WS-LATER-END
006070     END-IF.
006080 2100-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 3000-TABLE-RUNS - EVERY RUN-HISTORY RECORD IN THE PERIOD, AND
006130* THE PERIOD TOTALS THE CLOSE WILL FILE.
006140*----------------------------------------------------------------
006150 3000-TABLE-RUNS.
006160     OPEN INPUT RUNHIST-FILE.
006170     IF WS-RH-FS NOT = "00"
006180         DISPLAY "AOC01AC - RUNHIST-FILE OPEN FAILED, STATUS "
006190             WS-RH-FS
006200         MOVE 16 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     MOVE 'N' TO WS-EOF.
006240     MOVE WS-AFTER-DATE TO RH-RUN-DATE.
006250     START RUNHIST-FILE KEY > RH-RUN-DATE
006260         INVALID KEY MOVE 'Y' TO WS-EOF
006270     END-START.
006280     PERFORM UNTIL WS-EOF = 'Y'
006290         READ RUNHIST-FILE NEXT
006300             AT END MOVE 'Y' TO WS-EOF
006310             NOT AT END
006320                 IF RH-RUN-DATE > WS-PERIOD-END
006330                     MOVE 'Y' TO WS-EOF
006340                 ELSE
006350                     PERFORM 3100-TABLE-RUN THRU 3100-EXIT
006360                 END-IF
006370         END-READ
006380     END-PERFORM.
006390     CLOSE RUNHIST-FILE.
006400 3000-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------
006440* 3100-TABLE-RUN - ONE RUN INTO THE TABLE AND THE PERIOD TOTALS.
006450* MORE THAN 400 RUNS IS NOT A PERIOD ANYBODY MEANT TO CLOSE.
006460*----------------------------------------------------------------
006470 3100-TABLE-RUN.
006480     PERFORM 3900-ADD-ENTRY THRU 3900-EXIT.
006490     MOVE RH-RUN-DATE TO WS-RT-DATE(WS-RT-USED).
006500     MOVE 'Y' TO WS-RT-HIST-SW(WS-RT-USED).
006510     ADD 1 TO WS-RUN-COUNT.
006520     ADD RH-REC-COUNT TO WS-SUM-REC-COUNT.
006530     ADD RH-TOTAL TO WS-SUM-TOTAL.
006540     ADD RH-ADJ-TOTAL TO WS-SUM-ADJ-TOTAL.
006550     ADD RH-EXCP-COUNT TO WS-SUM-EXCP.
006560 3100-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600* 3500-CHECK-BALANCE - WALK THE RUN-CONTROL RECORDS FOR THE
006610* PERIOD'S DATES. THE BALANCE STEP (AOC01L) RECORD SAYS WHETHER
006620* EACH RUN'S DETAIL, EXCEPTION AND STATISTICS OUTPUTS AGREED WITH
006630* ITS TRAILER. A DATE WITH STEP RECORDS BUT NO RUN HISTORY IS A
006640* RUN THAT STARTED AND NEVER POSTED - TABLED SO IT HOLDS THE
006645* CLOSE.
006650*----------------------------------------------------------------
006660 3500-CHECK-BALANCE.
006670     OPEN INPUT RUNCTL-FILE.
006680     IF WS-RC-FS NOT = "00"
006690         DISPLAY "AOC01AC - RUNCTL-FILE OPEN FAILED, STATUS "
006700             WS-RC-FS " - BALANCE CANNOT BE PROVED"
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     MOVE 'N' TO WS-EOF.
006750     MOVE WS-AFTER-DATE TO RC-RUN-DATE.
006760     MOVE HIGH-VALUES TO RC-STEP-NAME.
006770     START RUNCTL-FILE KEY > RC-KEY
006780         INVALID KEY MOVE 'Y' TO WS-EOF
006790     END-START.
006800     PERFORM UNTIL WS-EOF = 'Y'
006810         READ RUNCTL-FILE NEXT
006820             AT END MOVE 'Y' TO WS-EOF
006830             NOT AT END
006840                 IF RC-RUN-DATE > WS-PERIOD-END
006850                     MOVE 'Y' TO WS-EOF
006860                 ELSE
006870                     PERFORM 3600-APPLY-STEP THRU 3600-EXIT
006880                 END-IF
006890         END-READ
006900     END-PERFORM.
006910     CLOSE RUNCTL-FILE.
006920 3500-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------
006960* 3600-APPLY-STEP - ONE RUN-CONTROL RECORD ONTO ITS DATE'S ENTRY.
006970*----------------------------------------------------------------
006980 3600-APPLY-STEP.
006990     MOVE RC-RUN-DATE TO WS-CAND-DATE.
007000     PERFORM 3800-FIND-RUN THRU 3800-EXIT.
007010     IF WS-RT-HIT = 0
007020         PERFORM 3900-ADD-ENTRY THRU 3900-EXIT
007030         MOVE RC-RUN-DATE TO WS-RT-DATE(WS-RT-USED)
007040         MOVE 'N' TO WS-RT-HIST-SW(WS-RT-USED)
007050         MOVE WS-RT-USED TO WS-RT-HIT
007060     END-IF.
007070     IF RC-STEP-NAME NOT = "BALANCE "
007080         GO TO 3600-EXIT
007090     END-IF.
007100     IF NOT RC-ENDED
007110         MOVE 'S' TO WS-RT-BAL(WS-RT-HIT)
007120         GO TO 3600-EXIT
007130     END-IF.
007140     MOVE RC-RETURN-CODE TO WS-RT-BAL-RC(WS-RT-HIT).
007150     IF RC-RETURN-CODE = 0
007160         MOVE 'B' TO WS-RT-BAL(WS-RT-HIT)
007170     ELSE
007180         MOVE 'U' TO WS-RT-BAL(WS-RT-HIT)
007190     END-IF.
007200 3600-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------------
007240* 3800-FIND-RUN - THE TABLE ENTRY FOR WS-CAND-DATE, OR ZERO.
007250*----------------------------------------------------------------
007260 3800-FIND-RUN.
007270     MOVE 0 TO WS-RT-HIT.
007280     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
007290             UNTIL WS-RT-IDX > WS-RT-USED OR WS-RT-HIT > 0
007300         IF WS-RT-DATE(WS-RT-IDX) = WS-CAND-DATE
007310             MOVE WS-RT-IDX TO WS-RT-HIT
007320         END-IF
007330     END-PERFORM.
007340 3800-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 3900-ADD-ENTRY - OPEN THE NEXT TABLE ENTRY, NO BALANCE RECORD
007390* AND NO OPEN EXCEPTIONS YET. OVERFLOW IS A HARD STOP.
007400*----------------------------------------------------------------
007410 3900-ADD-ENTRY.
007420     IF WS-RT-USED NOT < 400
007430         DISPLAY "AOC01AC - MORE THAN 400 RUN DATES IN THE PERIOD"
007440             " - PERIOD END " WS-PERIOD-END " NOT CLOSED"
007450         MOVE 16 TO RETURN-CODE
007460         STOP RUN
007470     END-IF.
007480     ADD 1 TO WS-RT-USED.
007490     MOVE 0 TO WS-RT-DATE(WS-RT-USED).
007500     MOVE SPACE TO WS-RT-HIST-SW(WS-RT-USED).
007510     MOVE 'M' TO WS-RT-BAL(WS-RT-USED).
007520     MOVE 0 TO WS-RT-BAL-RC(WS-RT-USED).
007530     MOVE 0 TO WS-RT-OPEN(WS-RT-USED).
007540 3900-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------------
007580* 4000-OPEN-EXCEPTIONS - EVERY EXCEPTION ON AOC01V'S INVENTORY
007590* WHOSE RUN FALLS IN THE PERIOD IS LISTED AND COUNTED AGAINST ITS
007600* RUN. ACCEPTED-BUT-UNPOSTED COUNTS: UNTIL AOC01O POSTS IT, THE
007610* MASTER AND THE RUN-HISTORY TOTAL DO NOT YET REFLECT IT.
007620*----------------------------------------------------------------
007630 4000-OPEN-EXCEPTIONS.
007640     OPEN INPUT OPEN-FILE.
007650     MOVE 'N' TO WS-EOF.
007660     PERFORM UNTIL WS-EOF = 'Y'
007670         READ OPEN-FILE
007680             AT END MOVE 'Y' TO WS-EOF
007690             NOT AT END
007700                 IF OX-RUN-DATE > WS-AFTER-DATE
007710                         AND OX-RUN-DATE NOT > WS-PERIOD-END
007720                     PERFORM 4100-LIST-EXCEPTION THRU 4100-EXIT
007730                 END-IF
007740         END-READ
007750     END-PERFORM.
007760     CLOSE OPEN-FILE.
007770 4000-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------------
007810* 4100-LIST-EXCEPTION - ONE OPEN EXCEPTION IN THE PERIOD.
007820*----------------------------------------------------------------
007830 4100-LIST-EXCEPTION.
007840     IF WS-OPEN-COUNT = 0
007850         MOVE "EXCEPTIONS STILL OPEN IN THE PERIOD" TO WS-MSG-LINE
007860         PERFORM 8010-WRITE-BLANK THRU 8010-EXIT
007870         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007880         MOVE WS-OX-HDG TO WS-MSG-LINE
007890         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007900     END-IF.
007910     ADD 1 TO WS-OPEN-COUNT.
007920     MOVE OX-RUN-DATE TO WS-CAND-DATE.
007930     PERFORM 3800-FIND-RUN THRU 3800-EXIT.
007940     IF WS-RT-HIT > 0
007950         ADD 1 TO WS-RT-OPEN(WS-RT-HIT)
007960     END-IF.
007970     MOVE OX-RUN-DATE TO WS-OL-DATE.
007980     MOVE OX-SOURCE-SYS TO WS-OL-SOURCE.
007990     MOVE OX-DSN-IDX TO WS-OL-DSN.
008000     MOVE OX-RECNO TO WS-OL-RECNO.
008010     MOVE OX-AGE TO WS-OL-AGE.
008020     EVALUATE OX-STATE
008030         WHEN 'N'
008040             MOVE "NEVER CORRECTED" TO WS-OL-STATE
008050         WHEN 'R'
008060             MOVE "CORRECTION REJECTED" TO WS-OL-STATE
008070         WHEN 'A'
008080             MOVE "ACCEPTED, NOT POSTED" TO WS-OL-STATE
008090         WHEN OTHER
008100             MOVE OX-STATE TO WS-OL-STATE
008110     END-EVALUATE.
008120     MOVE OX-CORRECTOR TO WS-OL-CORRECTOR.
008130     MOVE WS-OX-LINE TO WS-MSG-LINE.
008140     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008150 4100-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190* 5000-LIST-RUNS - EVERY RUN IN THE PERIOD WITH ITS BALANCE STEP
008200* AND OPEN-EXCEPTION COUNT, THEN THE DATES THAT STARTED A RUN AND
008210* NEVER REACHED RUN HISTORY, THEN THE PERIOD FACTS. HISTPOST ONLY
008220* RUNS WHEN THE BALANCE STEP ENDED RC=0, SO A DATE WITH NO RUN
008230* HISTORY IS AT BEST A RUN NOBODY HAS PROVED BALANCED - EACH ONE
008235* COUNTS AGAINST THE CLOSE THE SAME AS AN UNBALANCED RUN.
008240*----------------------------------------------------------------
008250 5000-LIST-RUNS.
008260     MOVE "RUNS IN THE PERIOD" TO WS-MSG-LINE.
008270     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
008280     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008290     MOVE WS-RUN-HDG TO WS-MSG-LINE.
008300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008310     PERFORM VARYING WS-RT-IDX FROM 1 BY 1
008320             UNTIL WS-RT-IDX > WS-RT-USED
008330         IF WS-RT-HIST-SW(WS-RT-IDX) = 'Y'
008340             PERFORM 5100-LIST-RUN THRU 5100-EXIT
008350         ELSE
008360             ADD 1 TO WS-NOHIST-COUNT
008365             ADD 1 TO WS-UNBAL-COUNT
008370         END-IF
008380     END-PERFORM.
008390     IF WS-RUN-COUNT = 0
008400         MOVE "  NO RUNS IN THE PERIOD" TO WS-MSG-LINE
008410         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008420     END-IF.
008430
008440     IF WS-NOHIST-COUNT > 0
008450         MOVE "RUN DATES STARTED BUT NEVER POSTED TO RUN HISTORY"
008460             TO WS-MSG-LINE
008470         MOVE " - EACH HOLDS THE CLOSE" TO WS-MSG-LINE(50:23)
008480         PERFORM 8010-WRITE-BLANK THRU 8010-EXIT
008490         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008500         PERFORM VARYING WS-RT-IDX FROM 1 BY 1
008510                 UNTIL WS-RT-IDX > WS-RT-USED
008520             IF WS-RT-HIST-SW(WS-RT-IDX) NOT = 'Y'
008530                 MOVE SPACES TO WS-MSG-LINE
008540                 MOVE WS-RT-DATE(WS-RT-IDX) TO WS-MSG-LINE(3:8)
008543                 MOVE "HOLDS THE CLOSE - NEVER POSTED"
008546                     TO WS-MSG-LINE(13:30)
008550                 PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008560             END-IF
008570         END-PERFORM
008580     END-IF.
008590
008600     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
008610     MOVE "RUNS IN THE PERIOD" TO WS-FACT-LABEL.
008620     MOVE WS-RUN-COUNT TO WS-FACT-VALUE.
008630     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008640     MOVE "RUNS NOT PROVED BALANCED AND POSTED"
008645         TO WS-FACT-LABEL.
008650     MOVE WS-UNBAL-COUNT TO WS-FACT-VALUE.
008660     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008670     MOVE "EXCEPTIONS STILL OPEN" TO WS-FACT-LABEL.
008680     MOVE WS-OPEN-COUNT TO WS-FACT-VALUE.
008690     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008700     MOVE "RUN DATES WITH NO RUN HISTORY" TO WS-FACT-LABEL.
008710     MOVE WS-NOHIST-COUNT TO WS-FACT-VALUE.
008720     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008730     MOVE "RECORDS IN THE PERIOD" TO WS-FACT-LABEL.
008740     MOVE WS-SUM-REC-COUNT TO WS-FACT-VALUE.
008750     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008760     MOVE "PERIOD GRAND TOTAL" TO WS-TOT-LABEL.
008770     MOVE WS-SUM-TOTAL TO WS-TOT-VALUE.
008780     PERFORM 8030-WRITE-TOTAL THRU 8030-EXIT.
008790     MOVE "PERIOD ADJUSTED TOTAL" TO WS-TOT-LABEL.
008800     MOVE WS-SUM-ADJ-TOTAL TO WS-TOT-VALUE.
008810     PERFORM 8030-WRITE-TOTAL THRU 8030-EXIT.
008820 5000-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860* 5100-LIST-RUN - ONE RUN'S LINE AND VERDICT.
008870*----------------------------------------------------------------
008880 5100-LIST-RUN.
008890     MOVE WS-RT-DATE(WS-RT-IDX) TO WS-RL-DATE.
008900     MOVE SPACES TO WS-RL-RC.
008910     EVALUATE WS-RT-BAL(WS-RT-IDX)
008920         WHEN 'B'
008930             MOVE "BALANCED" TO WS-RL-BAL
008940             MOVE WS-RT-BAL-RC(WS-RT-IDX) TO WS-RL-RC
008950         WHEN 'U'
008960             MOVE "DID NOT BALANCE" TO WS-RL-BAL
008970             MOVE WS-RT-BAL-RC(WS-RT-IDX) TO WS-RL-RC
008980         WHEN 'S'
008990             MOVE "STARTED, NEVER ENDED" TO WS-RL-BAL
009000         WHEN OTHER
009010             MOVE "NO BALANCE STEP RECORD" TO WS-RL-BAL
009020     END-EVALUATE.
009030     MOVE WS-RT-OPEN(WS-RT-IDX) TO WS-RL-OPEN.
009040     IF WS-RT-BAL(WS-RT-IDX) NOT = 'B'
009050         ADD 1 TO WS-UNBAL-COUNT
009060         MOVE "HOLDS THE CLOSE - NOT BALANCED" TO WS-RL-VERDICT
009070     ELSE
009080         IF WS-RT-OPEN(WS-RT-IDX) > 0
009090             MOVE "HOLDS THE CLOSE - OPEN EXCP" TO WS-RL-VERDICT
009100         ELSE
009110             MOVE "READY" TO WS-RL-VERDICT
009120         END-IF
009130     END-IF.
009140     MOVE WS-RUN-LINE TO WS-MSG-LINE.
009150     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009160 5100-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------------
009200* 6000-CLOSE-PERIOD - NOTHING IS WRITTEN UNLESS EVERY RUN IS
009210* BALANCED AND POSTED TO RUN HISTORY AND NO EXCEPTION IS OPEN.
009220* THE OUTPUT FILES ARE OPENED FIRST, THE JOURNAL IS WRITTEN NEXT
009230* (NO JOURNAL, NO CLOSE), THE SNAPSHOT AFTER THAT, AND THE PERIOD
009240* RECORD LAST - THE LOCK ONLY TAKES HOLD ONCE THE SNAPSHOT IS
009250* COMPLETE, SO A FAILURE PART WAY IS CURED BY RERUNNING THE
009255* CLOSE.
009260*----------------------------------------------------------------
009270 6000-CLOSE-PERIOD.
009280     IF WS-UNBAL-COUNT > 0 OR WS-OPEN-COUNT > 0
009290         SET WS-OUT-NOT-CLOSED TO TRUE
009300         MOVE SPACES TO WS-MSG-LINE
009310         STRING "*** PERIOD ENDING " DELIMITED BY SIZE
009320             WS-PERIOD-END DELIMITED BY SIZE
009330             " NOT CLOSED - RUNS NOT BALANCED OR POSTED, OR"
009340                 DELIMITED BY SIZE
009345             " EXCEPTIONS" DELIMITED BY SIZE
009350             " STILL OPEN, SEE ABOVE ***" DELIMITED BY SIZE
009360             INTO WS-MSG-LINE
009370         PERFORM 8010-WRITE-BLANK THRU 8010-EXIT
009380         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
009390         GO TO 6000-EXIT
009400     END-IF.
009410
009420     OPEN I-O SNAP-FILE.
009430     IF WS-CP-FS NOT = "00"
009440         DISPLAY "AOC01AC - CLOSEDPR-FILE OPEN FAILED, STATUS "
009450             WS-CP-FS
009460         MOVE 16 TO RETURN-CODE
009470         STOP RUN
009480     END-IF.
009490     OPEN INPUT RUNHIST-FILE.
009500     IF WS-RH-FS NOT = "00"
009510         DISPLAY "AOC01AC - RUNHIST-FILE OPEN FAILED, STATUS "
009520             WS-RH-FS
009530         MOVE 16 TO RETURN-CODE
009540         STOP RUN
009550     END-IF.
009560
009570     MOVE 'C' TO WS-JNL-ACTION.
009580     MOVE WS-OLD-STATUS TO WS-JNL-OLD-STATUS.
009590     MOVE 'C' TO WS-JNL-NEW-STATUS.
009600     MOVE WS-RUN-COUNT TO WS-JNL-RUN-COUNT.
009610     MOVE WS-SUM-ADJ-TOTAL TO WS-JNL-ADJ-TOTAL.
009620     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
009630     IF WS-PJ-FS NOT = "00"
009640         DISPLAY "AOC01AC - JOURNAL WRITE FAILED, STATUS "
009650             WS-PJ-FS
009660             " - PERIOD NOT CLOSED, CALL OPS"
009670         MOVE 16 TO RETURN-CODE
009680         STOP RUN
009690     END-IF.
009700
009710     PERFORM 6100-SNAPSHOT-RUNS THRU 6100-EXIT.
009720     CLOSE RUNHIST-FILE.
009730     CLOSE SNAP-FILE.
009740     PERFORM 6200-WRITE-PERIOD THRU 6200-EXIT.
009750
009760     SET WS-OUT-CLOSED TO TRUE.
009770     MOVE SPACES TO WS-MSG-LINE.
009780     STRING "*** PERIOD ENDING " DELIMITED BY SIZE
009790         WS-PERIOD-END DELIMITED BY SIZE
009800         " CLOSED ON " DELIMITED BY SIZE
009810         WS-RUN-DATE DELIMITED BY SIZE
009820         " BY " DELIMITED BY SIZE
009830         WS-USERID DELIMITED BY SIZE
009840         " - " DELIMITED BY SIZE
009850         WS-SNAP-COUNT DELIMITED BY SIZE
009860         " RUNS FILED TO CLOSEDPR ***" DELIMITED BY SIZE
009870         INTO WS-MSG-LINE.
009880     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
009890     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
009900 6000-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------------
009940* 6100-SNAPSHOT-RUNS - EACH RUN-HISTORY RECORD IN THE PERIOD ONTO
009950* CLOSEDPR. ON A RE-CLOSE THE OLD SNAPSHOT IS REPLACED, AND A RUN
009960* WHOSE ADJUSTED TOTAL MOVED WHILE THE PERIOD WAS REOPENED IS
009970* LISTED WITH BOTH FIGURES.
009980*----------------------------------------------------------------
009990 6100-SNAPSHOT-RUNS.
010000     MOVE 'N' TO WS-EOF.
010010     MOVE WS-AFTER-DATE TO RH-RUN-DATE.
010020     START RUNHIST-FILE KEY > RH-RUN-DATE
010030         INVALID KEY MOVE 'Y' TO WS-EOF
010040     END-START.
010050     PERFORM UNTIL WS-EOF = 'Y'
010060         READ RUNHIST-FILE NEXT
010070             AT END MOVE 'Y' TO WS-EOF
010080             NOT AT END
010090                 IF RH-RUN-DATE > WS-PERIOD-END
010100                     MOVE 'Y' TO WS-EOF
010110                 ELSE
010120                     PERFORM 6110-SNAPSHOT-RUN THRU 6110-EXIT
010130                 END-IF
010140         END-READ
010150     END-PERFORM.
010160 6100-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------------
010200* 6110-SNAPSHOT-RUN - ONE RUN ONTO CLOSEDPR, WRITE OR REPLACE.
010210*----------------------------------------------------------------
010220 6110-SNAPSHOT-RUN.
010230     MOVE 'N' TO WS-SNAP-FOUND-SW.
010240     MOVE RH-RUN-DATE TO CP-RUN-DATE.
010250     READ SNAP-FILE.
010260     IF WS-CP-FS = "00"
010270         SET WS-SNAP-FOUND TO TRUE
010280         MOVE CP-ADJ-TOTAL TO WS-OLD-ADJ-TOTAL
010290     END-IF.
010300     MOVE RH-RUN-DATE TO CP-RUN-DATE.
010310     MOVE WS-PERIOD-END TO CP-PERIOD-END.
010320     MOVE WS-RUN-DATE TO CP-CLOSED-ON.
010330     MOVE RH-REC-COUNT TO CP-REC-COUNT.
010340     MOVE RH-TOTAL TO CP-TOTAL.
010350     MOVE RH-EXCP-COUNT TO CP-EXCP-COUNT.
010360     MOVE RH-MIN TO CP-MIN.
010370     MOVE RH-MAX TO CP-MAX.
010380     MOVE RH-AVERAGE TO CP-AVERAGE.
010390     MOVE RH-ADJ-TOTAL TO CP-ADJ-TOTAL.
010400     IF WS-SNAP-FOUND
010410         REWRITE CP-RECORD
010420     ELSE
010430         WRITE CP-RECORD
010440     END-IF.
010450     IF WS-CP-FS NOT = "00"
010460         DISPLAY "AOC01AC - CLOSEDPR-FILE WRITE FAILED, STATUS "
010470             WS-CP-FS " RUN " RH-RUN-DATE
010480             " - PERIOD NOT CLOSED, RERUN THE CLOSE"
010490         MOVE 16 TO RETURN-CODE
010500         STOP RUN
010510     END-IF.
010520     ADD 1 TO WS-SNAP-COUNT.
010530     IF WS-SNAP-FOUND AND WS-OLD-ADJ-TOTAL NOT = RH-ADJ-TOTAL
010540         IF WS-CHANGED-COUNT = 0
010550             MOVE "RUNS CHANGED SINCE THE PERIOD WAS LAST CLOSED"
010560                 TO WS-MSG-LINE
010570             PERFORM 8010-WRITE-BLANK THRU 8010-EXIT
010580             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010590             MOVE WS-CHG-HDG TO WS-MSG-LINE
010600             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010610         END-IF
010620         ADD 1 TO WS-CHANGED-COUNT
010630         MOVE RH-RUN-DATE TO WS-CL-DATE
010640         MOVE WS-OLD-ADJ-TOTAL TO WS-CL-OLD
010650         MOVE RH-ADJ-TOTAL TO WS-CL-NEW
010660         MOVE WS-CHG-LINE TO WS-MSG-LINE
010670         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
010680     END-IF.
010690 6110-EXIT.
010700     EXIT.
010710
010720*----------------------------------------------------------------
010730* 6200-WRITE-PERIOD - THE PERIOD RECORD, CLOSED. A RE-CLOSE KEEPS
010740* THE REOPEN HISTORY ON THE RECORD AND REPLACES THE REST.
010750*----------------------------------------------------------------
010760 6200-WRITE-PERIOD.
010770     MOVE WS-PERIOD-END TO PC-PERIOD-END.
010780     IF WS-PERIOD-ON-FILE
010790         READ PERIOD-FILE
010800         IF WS-PC-FS NOT = "00"
010810             DISPLAY "AOC01AC - PERIODCL-FILE READ FAILED,"
010820                 " STATUS " WS-PC-FS
010830                 " - PERIOD NOT CLOSED, RERUN THE CLOSE"
010840             MOVE 16 TO RETURN-CODE
010850             STOP RUN
010860         END-IF
010870     ELSE
010880         MOVE SPACES TO PC-RECORD
010890         MOVE WS-PERIOD-END TO PC-PERIOD-END
010900         MOVE 0 TO PC-REOPENED-ON
010910         MOVE 0 TO PC-REOPEN-COUNT
010920     END-IF.
010930     MOVE WS-AFTER-DATE TO PC-AFTER-DATE.
010940     SET PC-CLOSED TO TRUE.
010950     MOVE WS-RUN-DATE TO PC-CLOSED-ON.
010960     MOVE WS-USERID TO PC-CLOSED-BY.
010970     MOVE WS-RUN-COUNT TO PC-RUN-COUNT.
010980     MOVE WS-SUM-REC-COUNT TO PC-REC-COUNT.
010990     MOVE WS-SUM-TOTAL TO PC-TOTAL.
011000     MOVE WS-SUM-ADJ-TOTAL TO PC-ADJ-TOTAL.
011010     MOVE WS-SUM-EXCP TO PC-EXCP-COUNT.
011020     IF WS-PERIOD-ON-FILE
011030         REWRITE PC-RECORD
011040     ELSE
011050         WRITE PC-RECORD
011060     END-IF.
011070     IF WS-PC-FS NOT = "00"
011080         DISPLAY "AOC01AC - PERIODCL-FILE WRITE FAILED, STATUS "
011090             WS-PC-FS " - PERIOD NOT CLOSED, RERUN THE CLOSE"
011100         MOVE 16 TO RETURN-CODE
011110         STOP RUN
011120     END-IF.
011130 6200-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------
011170* 7000-REOPEN-PERIOD - THE SUBMITTER MUST BE ON PERDAUTH AND THE
011180* PERIOD MUST BE CLOSED. THE JOURNAL IS WRITTEN BEFORE THE PERIOD
011190* RECORD IS TOUCHED; IF IT CANNOT BE, NOTHING CHANGES. THE
011200* SNAPSHOT STAYS AS IT WAS - IT IS WHAT WAS FILED, AND THE
011210* RE-CLOSE COMPARES AGAINST IT.
011220*----------------------------------------------------------------
011230 7000-REOPEN-PERIOD.
011240     OPEN INPUT AUTH-FILE.
011250     IF WS-PA-FS NOT = "00"
011260         DISPLAY "AOC01AC - PERDAUTH-FILE OPEN FAILED, STATUS "
011270             WS-PA-FS
011280         MOVE 16 TO RETURN-CODE
011290         STOP RUN
011300     END-IF.
011310     MOVE WS-USERID TO PA-USERID.
011320     READ AUTH-FILE.
011330     IF WS-PA-FS NOT = "00"
011340         MOVE SPACES TO WS-MSG-LINE
011350         STRING "USERID " DELIMITED BY SIZE
011360             WS-USERID DELIMITED BY SIZE
011370             " NOT AUTHORIZED TO REOPEN A CLOSED PERIOD - NOTHING"
011380                 DELIMITED BY SIZE
011390             " CHANGED" DELIMITED BY SIZE
011400             INTO WS-MSG-LINE
011410         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011420         DISPLAY "AOC01AC - " WS-MSG-LINE(1:80)
011430         CLOSE AUTH-FILE
011440         MOVE 16 TO RETURN-CODE
011450         STOP RUN
011460     END-IF.
011470     CLOSE AUTH-FILE.
011480
011490     MOVE WS-PERIOD-END TO PC-PERIOD-END.
011500     READ PERIOD-FILE.
011510     IF WS-PC-FS NOT = "00"
011520         MOVE SPACES TO WS-MSG-LINE
011530         STRING "NO PERIOD ENDING " DELIMITED BY SIZE
011540             WS-PERIOD-END DELIMITED BY SIZE
011550             " ON PERIODCL - NOTHING TO REOPEN" DELIMITED BY SIZE
011560             INTO WS-MSG-LINE
011570         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011580         DISPLAY "AOC01AC - " WS-MSG-LINE(1:80)
011590         MOVE 16 TO RETURN-CODE
011600         STOP RUN
011610     END-IF.
011620     IF NOT PC-CLOSED
011630         SET WS-OUT-NO-REOPEN TO TRUE
011640         MOVE SPACES TO WS-MSG-LINE
011650         STRING "PERIOD ENDING " DELIMITED BY SIZE
011660             WS-PERIOD-END DELIMITED BY SIZE
011670             " IS ALREADY REOPENED (ON " DELIMITED BY SIZE
011680             PC-REOPENED-ON DELIMITED BY SIZE
011690             " BY " DELIMITED BY SIZE
011700             PC-REOPENED-BY DELIMITED BY SIZE
011710             ") - NOTHING DONE" DELIMITED BY SIZE
011720             INTO WS-MSG-LINE
011730         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
011740         GO TO 7000-EXIT
011750     END-IF.
011760
011770     MOVE 'R' TO WS-JNL-ACTION.
011780     MOVE PC-STATUS TO WS-JNL-OLD-STATUS.
011790     MOVE 'R' TO WS-JNL-NEW-STATUS.
011800     MOVE PC-RUN-COUNT TO WS-JNL-RUN-COUNT.
011810     MOVE PC-ADJ-TOTAL TO WS-JNL-ADJ-TOTAL.
011820     MOVE PC-AFTER-DATE TO WS-AFTER-DATE.
011830     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
011840     IF WS-PJ-FS NOT = "00"
011850         DISPLAY "AOC01AC - JOURNAL WRITE FAILED, STATUS "
011860             WS-PJ-FS
011870             " - PERIOD NOT REOPENED, CALL OPS"
011880         MOVE 16 TO RETURN-CODE
011890         STOP RUN
011900     END-IF.
011910
011920     SET PC-REOPENED TO TRUE.
011930     MOVE WS-RUN-DATE TO PC-REOPENED-ON.
011940     MOVE WS-USERID TO PC-REOPENED-BY.
011950     ADD 1 TO PC-REOPEN-COUNT.
011960     REWRITE PC-RECORD.
011970     IF WS-PC-FS NOT = "00"
011980         DISPLAY "AOC01AC - PERIODCL-FILE REWRITE FAILED, STATUS "
011990             WS-PC-FS " - REOPEN JOURNALED BUT NOT APPLIED,"
012000             " CALL OPS"
012010         MOVE 16 TO RETURN-CODE
012020         STOP RUN
012030     END-IF.
012040
012050     SET WS-OUT-REOPENED TO TRUE.
012060     MOVE SPACES TO WS-MSG-LINE.
012070     STRING "*** PERIOD ENDING " DELIMITED BY SIZE
012080         WS-PERIOD-END DELIMITED BY SIZE
012090         " (RUN DATES AFTER " DELIMITED BY SIZE
012100         PC-AFTER-DATE DELIMITED BY SIZE
012110         ") REOPENED ON " DELIMITED BY SIZE
012120         WS-RUN-DATE DELIMITED BY SIZE
012130         " BY " DELIMITED BY SIZE
012140         WS-USERID DELIMITED BY SIZE
012150         " ***" DELIMITED BY SIZE
012160         INTO WS-MSG-LINE.
012170     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012180     MOVE SPACES TO WS-MSG-LINE.
012190     STRING "REASON: " DELIMITED BY SIZE
012200         WS-REASON DELIMITED BY SIZE
012210         INTO WS-MSG-LINE.
012220     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
012230 7000-EXIT.
012240     EXIT.
012250
012260*----------------------------------------------------------------
012270* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
012280*----------------------------------------------------------------
012290 8000-WRITE-LINE.
012300     IF WS-LINE-COUNT > 54
012310         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012320     END-IF.
012330     WRITE CRPT-LINE FROM WS-MSG-LINE.
012340     ADD 1 TO WS-LINE-COUNT.
012350 8000-EXIT.
012360     EXIT.
012370
012380*----------------------------------------------------------------
012390* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
012400*----------------------------------------------------------------
012410 8010-WRITE-BLANK.
012420     IF WS-LINE-COUNT > 54
012430         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012440     END-IF.
012450     WRITE CRPT-LINE FROM WS-BLANK-LINE.
012460     ADD 1 TO WS-LINE-COUNT.
012470 8010-EXIT.
012480     EXIT.
012490
012500*----------------------------------------------------------------
012510* 8020-WRITE-FACT - ONE LABEL/COUNT LINE WITH PAGE CONTROL.
012520*----------------------------------------------------------------
012530 8020-WRITE-FACT.
012540     IF WS-LINE-COUNT > 54
012550         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012560     END-IF.
012570     WRITE CRPT-LINE FROM WS-FACT-LINE.
012580     ADD 1 TO WS-LINE-COUNT.
012590 8020-EXIT.
012600     EXIT.
012610
012620*----------------------------------------------------------------
012630* 8030-WRITE-TOTAL - ONE LABEL/TOTAL LINE WITH PAGE CONTROL.
012640*----------------------------------------------------------------
012650 8030-WRITE-TOTAL.
012660     IF WS-LINE-COUNT > 54
012670         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
012680     END-IF.
012690     WRITE CRPT-LINE FROM WS-TOTAL-LINE.
012700     ADD 1 TO WS-LINE-COUNT.
012710 8030-EXIT.
012720     EXIT.
012730
012740*----------------------------------------------------------------
012750* 8100-WRITE-JOURNAL - ONE JOURNAL RECORD. THE CALLER HAS SET THE
012760* ACTION, THE STATUS PAIR AND THE COUNTS; THE REASON IS THE
012770* REASON= CARD (OPTIONAL ON A CLOSE). WS-PJ-FS TELLS THE CALLER
012780* WHETHER THE RECORD IS SAFELY WRITTEN.
012790*----------------------------------------------------------------
012800 8100-WRITE-JOURNAL.
012810     OPEN OUTPUT JRNL-FILE.
012820     IF WS-PJ-FS NOT = "00"
012830         GO TO 8100-EXIT
012840     END-IF.
012850     MOVE SPACES TO PJ-RECORD.
012860     MOVE WS-RUN-DATE TO PJ-DATE.
012870     MOVE WS-TIME-NOW(1:6) TO PJ-TIME.
012880     MOVE WS-USERID TO PJ-USERID.
012890     MOVE WS-PERIOD-END TO PJ-PERIOD-END.
012900     MOVE WS-AFTER-DATE TO PJ-AFTER-DATE.
012910     MOVE WS-JNL-ACTION TO PJ-ACTION.
012920     MOVE WS-JNL-OLD-STATUS TO PJ-OLD-STATUS.
012930     MOVE WS-JNL-NEW-STATUS TO PJ-NEW-STATUS.
012940     MOVE WS-JNL-RUN-COUNT TO PJ-RUN-COUNT.
012950     MOVE WS-JNL-ADJ-TOTAL TO PJ-ADJ-TOTAL.
012960     MOVE WS-REASON TO PJ-REASON.
012970     WRITE PJ-RECORD.
012980     IF WS-PJ-FS NOT = "00"
012990         GO TO 8100-EXIT
013000     END-IF.
013010     CLOSE JRNL-FILE.
013020 8100-EXIT.
013030     EXIT.
013040
013050*----------------------------------------------------------------
013060* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, ONE SPACER.
013070*----------------------------------------------------------------
013080 8400-PAGE-HEADING.
013090     ADD 1 TO WS-PAGE-NUM.
013100     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
013110     WRITE CRPT-LINE FROM WS-PAGE-HDG.
013120     WRITE CRPT-LINE FROM WS-BLANK-LINE.
013130     MOVE 2 TO WS-LINE-COUNT.
013140 8400-EXIT.
013150     EXIT.
013160
013170*----------------------------------------------------------------
013180* 9000-TERMINATE - THE RETURN CODE. CLOSED OR REOPENED IS RC=0;
013190* NOT CLOSED BECAUSE OF RUNS NOT BALANCED OR NOT POSTED TO RUN
013200* HISTORY, OR OPEN EXCEPTIONS, IS RC=8; NOTHING TO DO IS RC=4.
013210* SETUP FAILURES AND REFUSALS HAVE ALREADY STOPPED THE RUN AT
013220* RC=16.
013230*----------------------------------------------------------------
013240 9000-TERMINATE.
013250     EVALUATE TRUE
013260         WHEN WS-OUT-CLOSED
013270             DISPLAY "AOC01AC - PERIOD ENDING " WS-PERIOD-END
013280                 " CLOSED, " WS-RUN-COUNT " RUNS"
013350         WHEN WS-OUT-NOT-CLOSED
013360             DISPLAY "AOC01AC - PERIOD ENDING " WS-PERIOD-END
013370                 " NOT CLOSED - " WS-UNBAL-COUNT " RUNS NOT"
013380                 " BALANCED OR POSTED, " WS-OPEN-COUNT
013385                 " EXCEPTIONS OPEN"
013390             MOVE 8 TO RETURN-CODE
013400         WHEN WS-OUT-REOPENED
013410             DISPLAY "AOC01AC - PERIOD ENDING " WS-PERIOD-END
013420                 " REOPENED BY " WS-USERID
013430         WHEN OTHER
013440             DISPLAY "AOC01AC - PERIOD ENDING " WS-PERIOD-END
013450                 " - NOTHING DONE, SEE CLOSE-REPORT"
013460             MOVE 4 TO RETURN-CODE
013470     END-EVALUATE.
013480     CLOSE PERIOD-FILE.
013490     CLOSE CRPT-FILE.
013500 9000-EXIT.
013510     EXIT.
