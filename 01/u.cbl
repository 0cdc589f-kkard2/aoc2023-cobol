000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01U.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - RUN-OVER-RUN DOCUMENT CHANGE
000110*                 REPORT. EVERY MORNING SOMEBODY DOWNSTREAM ASKS
000120*                 WHICH DOCUMENTS CHANGED VALUE SINCE YESTERDAY,
000130*                 AND THE DOCUMENT MASTER CANNOT SAY - AOC01I
000140*                 REWRITES DM-NUM IN PLACE UNDER THE SAME KEY.
000150*                 THIS PROGRAM MATCHES TODAY'S DETAIL GENERATION
000160*                 AGAINST THE PRIOR ONE ON DSN-IDX/RECORD NUMBER
000170*                 (BOTH FILES ARE WRITTEN IN THAT ORDER BY AOC01A
000180*                 AND AOC01R) AND CLASSIFIES EVERY DIFFERENCE:
000190*                 VALUE CHANGED (DTL-NUM MOVED), CONTENT ONLY
000200*                 (DTL-CONTENT CHANGED, SAME VALUE), NEW RECORD
000210*                 NUMBER AND DROPPED RECORD NUMBER. CHANGE-REPORT
000220*                 LISTS THEM BY SOURCE SYSTEM WITH THE BEFORE AND
000230*                 AFTER VALUES, SUMMARIZES EACH SOURCE, AND PROVES
000240*                 THE NET EFFECT OF THE LISTED CHANGES AGAINST THE
000250*                 MOVEMENT BETWEEN THE TWO DETAIL TRAILER TOTALS.
000260*                 CHANGE-FILE CARRIES THE SAME ROWS IN FIXED
000270*                 COLUMNS PLUS A TRAILER, SO A SWING IN THE TOTAL
000280*                 CAN BE TRACED TO THE DOCUMENTS THAT MADE IT
000290*                 INSTEAD OF JUST BEING FLAGGED BY AOC01F.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CURR-FILE ASSIGN TO "DETAIL-FILE"
000360     ORGANIZATION IS LINE SEQUENTIAL.
000370
000380     SELECT OPTIONAL PRIOR-FILE ASSIGN TO "PRIOR-DETAIL-FILE"
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-PRIOR-FS.
000410
000420     SELECT CHG-FILE ASSIGN TO "CHANGE-FILE"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT CRPT-FILE ASSIGN TO "CHANGE-REPORT"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000470
000480     SELECT UPARM-FILE ASSIGN TO "CHGPARM-FILE"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS DYNAMIC
000540     RECORD KEY IS RC-KEY
000550     FILE STATUS IS WS-RC-FS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD CURR-FILE.
000600 01 CURR-RECORD.
000610     05 CURR-DSN-IDX PIC 9(3).
000620     05 FILLER       PIC X(1).
000630     05 CURR-RECNO   PIC 9(9).
000640     05 FILLER       PIC X(1).
000650     05 CURR-CONTENT PIC X(256).
000660     05 FILLER       PIC X(1).
000670     05 CURR-NUM     PIC 9(2).
000680     05 FILLER       PIC X(1).
000690     05 CURR-SOURCE-SYS PIC X(8).
000700
000710 FD PRIOR-FILE.
000720 01 PRIOR-RECORD.
000730     05 PRIOR-DSN-IDX PIC 9(3).
000740     05 FILLER        PIC X(1).
000750     05 PRIOR-RECNO   PIC 9(9).
000760     05 FILLER        PIC X(1).
000770     05 PRIOR-CONTENT PIC X(256).
000780     05 FILLER        PIC X(1).
000790     05 PRIOR-NUM     PIC 9(2).
000800     05 FILLER        PIC X(1).
000810     05 PRIOR-SOURCE-SYS PIC X(8).
000820
000830*----------------------------------------------------------------
000840* CHANGE-FILE - ONE FIXED-COLUMN ROW PER CHANGED DOCUMENT, THEN A
000850* TRAILER WITH THE ROW COUNT AND THE NET EFFECT ON THE GRAND
000860* TOTAL. CHG-TYPE V = VALUE CHANGED, C = CONTENT ONLY, A = NEW
000870* RECORD NUMBER, D = DROPPED RECORD NUMBER. THE EFFECT IS CARRIED
000880* AS A DIRECTION (+ OR -, SPACE FOR NONE) AND A MAGNITUDE. THE
000890* TEXT IS THE FIRST 60 BYTES OF THE DOCUMENT - TODAY'S, OR THE
000900* PRIOR TEXT FOR A DROPPED RECORD.
000910*----------------------------------------------------------------
000920 FD CHG-FILE.
000930 01 CHG-RECORD.
000940     05 CHG-RUN-DATE   PIC 9(8).
000950     05 FILLER         PIC X(1).
000960     05 CHG-TYPE       PIC X(1).
000970     05 FILLER         PIC X(1).
000980     05 CHG-SOURCE-SYS PIC X(8).
000990     05 FILLER         PIC X(1).
001000     05 CHG-DSN-IDX    PIC 9(3).
001010     05 FILLER         PIC X(1).
001020     05 CHG-RECNO      PIC 9(9).
001030     05 FILLER         PIC X(1).
001040     05 CHG-BEFORE     PIC 9(2).
001050     05 FILLER         PIC X(1).
001060     05 CHG-AFTER      PIC 9(2).
001070     05 FILLER         PIC X(1).
001080     05 CHG-DIRECTION  PIC X(1).
001090     05 CHG-EFFECT     PIC 9(2).
001100     05 FILLER         PIC X(1).
001110     05 CHG-CONTENT    PIC X(60).
001120     05 FILLER         PIC X(16).
001130 01 CHG-TRAILER-RECORD.
001140     05 CHG-TRLR-TAG       PIC X(10).
001150     05 CHG-TRLR-COUNT     PIC 9(9).
001160     05 FILLER             PIC X(1).
001170     05 CHG-TRLR-DIRECTION PIC X(1).
001180     05 CHG-TRLR-NET       PIC 9(30).
001190     05 FILLER             PIC X(69).
001200
001210 FD CRPT-FILE.
001220 01 CRPT-LINE PIC X(132).
001230
001240 FD UPARM-FILE.
001250 01 UPARM-CARD PIC X(80).
001260
001270 FD RUNCTL-FILE.
001280     COPY RUNCTLR.
001290
001300 WORKING-STORAGE SECTION.
001310 77 WS-PRIOR-FS PIC X(2) VALUE SPACES.
001320 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001330 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001340     88 WS-RUN-DATE-SET VALUE 'Y'.
001350     COPY RUNCTLWS.
001360 01 WS-EOF PIC A(1) VALUE 'N'.
001370 01 WS-CURR-EOF PIC A(1) VALUE 'N'.
001380 01 WS-PRIOR-EOF PIC A(1) VALUE 'N'.
001390 01 WS-PRIOR-SW PIC A(1) VALUE 'N'.
001400     88 WS-PRIOR-PRESENT VALUE 'Y'.
001410 01 WS-DISAGREE-SW PIC A(1) VALUE 'N'.
001420     88 WS-NET-DISAGREES VALUE 'Y'.
001430
001440*----------------------------------------------------------------
001450* MATCH KEYS - DSN-IDX THEN RECORD NUMBER, THE ORDER BOTH DETAIL
001460* GENERATIONS ARE WRITTEN IN. A FILE AT END (OR AT ITS TRAILER)
001470* PARKS ITS KEY AT HIGH-VALUES SO THE OTHER FILE DRAINS.
001480*----------------------------------------------------------------
001490 01 WS-CURR-KEY.
001500     05 WS-CK-DSN-IDX PIC 9(3).
001510     05 WS-CK-RECNO   PIC 9(9).
001520 01 WS-PRIOR-KEY.
001530     05 WS-PK-DSN-IDX PIC 9(3).
001540     05 WS-PK-RECNO   PIC 9(9).
001550
001560*----------------------------------------------------------------
001570* WHAT EACH GENERATION CLAIMED IN ITS TRAILER, AND THE RUN'S
001580* COUNTS. THE UP AND DOWN SUMS ARE THE VALUE MOVEMENT OF THE
001590* LISTED CHANGES; THEIR DIFFERENCE IS THE NET EFFECT PROVED
001600* AGAINST THE TRAILER MOVEMENT.
001610*----------------------------------------------------------------
001620 01 WS-CURR-TRLR-TOTAL PIC 9(30) VALUE 0.
001630 01 WS-PRIOR-TRLR-TOTAL PIC 9(30) VALUE 0.
001640 77 WS-CURR-ROWS PIC 9(9) VALUE 0.
001650 77 WS-PRIOR-ROWS PIC 9(9) VALUE 0.
001660 77 WS-SAME-COUNT PIC 9(9) VALUE 0.
001670 77 WS-CHG-COUNT PIC 9(9) VALUE 0.
001680 77 WS-VALUE-COUNT PIC 9(9) VALUE 0.
001690 77 WS-CONTENT-COUNT PIC 9(9) VALUE 0.
001700 77 WS-NEW-COUNT PIC 9(9) VALUE 0.
001710 77 WS-DROP-COUNT PIC 9(9) VALUE 0.
001720 01 WS-UP-TOTAL PIC 9(30) VALUE 0.
001730 01 WS-DOWN-TOTAL PIC 9(30) VALUE 0.
001740 01 WS-NET-TOTAL PIC 9(30) VALUE 0.
001750 01 WS-NET-DIRECTION PIC X(1) VALUE SPACE.
001760 01 WS-TRLR-MOVE PIC 9(30) VALUE 0.
001770 01 WS-TRLR-DIRECTION PIC X(1) VALUE SPACE.
001780
001790*----------------------------------------------------------------
001800* THE CHANGE BEING RECORDED - BUILT BY 2100/2200/2300 FROM
001810* WHICHEVER SIDE OF THE MATCH IT CAME FROM, THEN WRITTEN AND
001820* ACCUMULATED BY 2500.
001830*----------------------------------------------------------------
001840 01 WS-CHG-TYPE PIC X(1) VALUE SPACE.
001850 01 WS-CHG-SOURCE PIC X(8) VALUE SPACES.
001860 01 WS-CHG-DSN-IDX PIC 9(3) VALUE 0.
001870 01 WS-CHG-RECNO PIC 9(9) VALUE 0.
001880 01 WS-CHG-BEFORE PIC 9(2) VALUE 0.
001890 01 WS-CHG-AFTER PIC 9(2) VALUE 0.
001900 01 WS-CHG-DIRECTION PIC X(1) VALUE SPACE.
001910 01 WS-CHG-EFFECT PIC 9(2) VALUE 0.
001920 01 WS-CHG-CONTENT PIC X(60) VALUE SPACES.
001930
001940*----------------------------------------------------------------
001950* PER-SOURCE-SYSTEM ACCUMULATORS, IN ORDER OF FIRST APPEARANCE.
001960* TWENTY SOURCES IS THE SAME CEILING AS AOC01A'S SOURCE MAP; MORE
001970* IS A HARD STOP, NOT A REPORT THAT SILENTLY LOSES A SOURCE.
001980*----------------------------------------------------------------
001990 01 WS-SOURCE-TABLE.
002000     05 WS-ST-ENTRY OCCURS 20 TIMES.
002010         10 WS-ST-SYS        PIC X(8).
002020         10 WS-ST-VALUE      PIC 9(9).
002030         10 WS-ST-CONTENT    PIC 9(9).
002040         10 WS-ST-NEW        PIC 9(9).
002050         10 WS-ST-DROP       PIC 9(9).
002060         10 WS-ST-UP         PIC 9(30).
002070         10 WS-ST-DOWN       PIC 9(30).
002080 77 WS-ST-USED PIC 9(3) VALUE 0.
002090 01 WS-ST-IDX PIC 9(3) VALUE 0.
002100 01 WS-ST-HIT PIC 9(3) VALUE 0.
002110
002120*----------------------------------------------------------------
002130* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A TWO-LINE
002140* HEADING, THE SAME CONVENTION AS AOC01M.
002150*----------------------------------------------------------------
002160 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
002170 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
002180
002190*----------------------------------------------------------------
002200* REPORT LINE LAYOUTS.
002210*----------------------------------------------------------------
002220 01 WS-PAGE-HDG.
002230     05 FILLER PIC X(43) VALUE
002240         "AOC01U RUN-OVER-RUN DOCUMENT CHANGES - RUN ".
002250     05 WS-HDG-DATE PIC 9(8).
002260     05 FILLER PIC X(6) VALUE " PAGE ".
002270     05 WS-HDG-PAGE PIC 9(4).
002280     05 FILLER PIC X(71) VALUE SPACES.
002290 01 WS-COL-HDG.
002300     05 FILLER PIC X(42) VALUE
002310         "  SOURCE   DSN RECORD NO  CHANGE          ".
002320     05 FILLER PIC X(27) VALUE "BEFORE AFTER EFFECT CONTENT".
002330     05 FILLER PIC X(63) VALUE SPACES.
002340 01 WS-CHG-LINE.
002350     05 FILLER PIC X(2) VALUE SPACES.
002360     05 WS-CL-SOURCE PIC X(8).
002370     05 FILLER PIC X(1) VALUE SPACE.
002380     05 WS-CL-DSN PIC 9(3).
002390     05 FILLER PIC X(1) VALUE SPACE.
002400     05 WS-CL-RECNO PIC 9(9).
002410     05 FILLER PIC X(2) VALUE SPACES.
002420     05 WS-CL-CHANGE PIC X(15).
002430     05 FILLER PIC X(3) VALUE SPACES.
002440     05 WS-CL-BEFORE PIC 9(2).
002450     05 FILLER PIC X(4) VALUE SPACES.
002460     05 WS-CL-AFTER PIC 9(2).
002470     05 FILLER PIC X(3) VALUE SPACES.
002480     05 WS-CL-DIRECTION PIC X(1).
002490     05 WS-CL-EFFECT PIC 9(2).
002500     05 FILLER PIC X(3) VALUE SPACES.
002510     05 WS-CL-CONTENT PIC X(60).
002520     05 FILLER PIC X(11) VALUE SPACES.
002530 01 WS-SRC-HDG.
002540     05 FILLER PIC X(42) VALUE
002550         "  SOURCE       VALUE   CONTENT       NEW  ".
002560     05 FILLER PIC X(20) VALUE " DROPPED  NET EFFECT".
002570     05 FILLER PIC X(70) VALUE SPACES.
002580 01 WS-SRC-LINE.
002590     05 FILLER PIC X(2) VALUE SPACES.
002600     05 WS-SL-SOURCE PIC X(8).
002610     05 FILLER PIC X(1) VALUE SPACE.
002620     05 WS-SL-VALUE PIC 9(9).
002630     05 FILLER PIC X(1) VALUE SPACE.
002640     05 WS-SL-CONTENT PIC 9(9).
002650     05 FILLER PIC X(1) VALUE SPACE.
002660     05 WS-SL-NEW PIC 9(9).
002670     05 FILLER PIC X(1) VALUE SPACE.
002680     05 WS-SL-DROP PIC 9(9).
002690     05 FILLER PIC X(2) VALUE SPACES.
002700     05 WS-SL-DIRECTION PIC X(1).
002710     05 WS-SL-NET PIC 9(30).
002720     05 FILLER PIC X(49) VALUE SPACES.
002730 01 WS-FACT-LINE.
002740     05 FILLER PIC X(2) VALUE SPACES.
002750     05 WS-FACT-LABEL PIC X(34).
002760     05 WS-FACT-DIRECTION PIC X(1).
002770     05 WS-FACT-VALUE PIC 9(30).
002780     05 FILLER PIC X(1) VALUE SPACE.
002790     05 WS-FACT-VERDICT PIC X(20).
002800     05 FILLER PIC X(44) VALUE SPACES.
002810 01 WS-MSG-LINE PIC X(132).
002820 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-MATCH-GENERATIONS THRU 2000-EXIT.
002880     PERFORM 3000-LIST-CHANGES THRU 3000-EXIT.
002890     PERFORM 4000-SOURCE-SUMMARY THRU 4000-EXIT.
002900     PERFORM 5000-NET-EFFECT THRU 5000-EXIT.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     STOP RUN.
002930
002940*----------------------------------------------------------------
002950* 1000-INITIALIZE - THE RUN-DATE CARD IS REQUIRED: IT STAMPS EVERY
002960* CHANGE-FILE ROW AND KEYS THE RUN-CONTROL POST.
002970*----------------------------------------------------------------
002980 1000-INITIALIZE.
002990     OPEN INPUT UPARM-FILE.
003000     PERFORM UNTIL WS-EOF = 'Y'
003010         READ UPARM-FILE
003020             AT END MOVE 'Y' TO WS-EOF
003030             NOT AT END
003040                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
003050         END-READ
003060     END-PERFORM.
003070     CLOSE UPARM-FILE.
003080     IF NOT WS-RUN-DATE-SET
003090         DISPLAY "AOC01U - NO VALID RUNDATE= CARD ON CHGPARM"
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT CRPT-FILE.
003140     OPEN OUTPUT CHG-FILE.
003150     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003160     MOVE "CHGRPT  " TO WS-RC-STEP.
003170     PERFORM 9800-POST-STEP-START THRU 9800-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 1100-APPLY-CARD - RUNDATE=CCYYMMDD. ANYTHING ELSE IS REPORTED
003230* AND IGNORED.
003240*----------------------------------------------------------------
003250 1100-APPLY-CARD.
003260     IF UPARM-CARD(1:8) = "RUNDATE="
003270             AND UPARM-CARD(9:8) IS NUMERIC
003280         MOVE UPARM-CARD(9:8) TO WS-RUN-DATE
003290         SET WS-RUN-DATE-SET TO TRUE
003300         GO TO 1100-EXIT
003310     END-IF.
003320     IF UPARM-CARD NOT = SPACES
003330         DISPLAY "AOC01U - UNRECOGNIZED PARM CARD IGNORED: "
003340             UPARM-CARD(1:40)
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 2000-MATCH-GENERATIONS - CLASSIC TWO-FILE MATCH ON DSN-IDX AND
003410* RECORD NUMBER. EQUAL KEYS ARE COMPARED FIELD BY FIELD; A KEY
003420* ONLY ON TODAY'S GENERATION IS NEW, A KEY ONLY ON THE PRIOR ONE
003430* IS DROPPED. A PRIOR FILE THAT IS NOT THERE AT ALL IS REPORTED
003440* AND NOTHING IS LISTED; ONE CODED DD DUMMY (THE FIRST RUN AFTER
003450* THE GDG IS DEFINED) SIMPLY LISTS EVERY DOCUMENT AS NEW.
003460*----------------------------------------------------------------
003470 2000-MATCH-GENERATIONS.
003480     OPEN INPUT PRIOR-FILE.
003490     IF WS-PRIOR-FS NOT = "00"
003500         MOVE "NO PRIOR DETAIL GENERATION - NOTHING TO COMPARE"
003510             TO WS-MSG-LINE
003520         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
003530         GO TO 2000-EXIT
003540     END-IF.
003550     SET WS-PRIOR-PRESENT TO TRUE.
003560     OPEN INPUT CURR-FILE.
003570     PERFORM 2010-READ-CURR THRU 2010-EXIT.
003580     PERFORM 2020-READ-PRIOR THRU 2020-EXIT.
003590     PERFORM UNTIL WS-CURR-EOF = 'Y' AND WS-PRIOR-EOF = 'Y'
003600         EVALUATE TRUE
003610             WHEN WS-CURR-KEY = WS-PRIOR-KEY
003620                 PERFORM 2100-COMPARE-MATCHED THRU 2100-EXIT
003630                 PERFORM 2010-READ-CURR THRU 2010-EXIT
003640                 PERFORM 2020-READ-PRIOR THRU 2020-EXIT
003650             WHEN WS-CURR-KEY < WS-PRIOR-KEY
003660                 PERFORM 2200-RECORD-NEW THRU 2200-EXIT
003670                 PERFORM 2010-READ-CURR THRU 2010-EXIT
003680             WHEN OTHER
003690                 PERFORM 2300-RECORD-DROPPED THRU 2300-EXIT
003700                 PERFORM 2020-READ-PRIOR THRU 2020-EXIT
003710         END-EVALUATE
003720     END-PERFORM.
003730     CLOSE CURR-FILE.
003740     CLOSE PRIOR-FILE.
003750 2000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 2010-READ-CURR - NEXT DATA ROW FROM TODAY'S GENERATION. THE
003800* TRAILER ENDS THE DATA AND SUPPLIES THE CLAIMED GRAND TOTAL.
003810*----------------------------------------------------------------
003820 2010-READ-CURR.
003830     READ CURR-FILE
003840         AT END
003850             MOVE 'Y' TO WS-CURR-EOF
003860         NOT AT END
003870             IF CURR-RECORD(1:7) = "TRAILER"
003880                 MOVE CURR-RECORD(21:30) TO WS-CURR-TRLR-TOTAL
003890                 MOVE 'Y' TO WS-CURR-EOF
003900             ELSE
003910                 ADD 1 TO WS-CURR-ROWS
003920                 MOVE CURR-DSN-IDX TO WS-CK-DSN-IDX
003930                 MOVE CURR-RECNO TO WS-CK-RECNO
003940             END-IF
003950     END-READ.
003960     IF WS-CURR-EOF = 'Y'
003970         MOVE HIGH-VALUES TO WS-CURR-KEY
003980     END-IF.
003990 2010-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 2020-READ-PRIOR - NEXT DATA ROW FROM THE PRIOR GENERATION, SAME
004040* RULES AS 2010.
004050*----------------------------------------------------------------
004060 2020-READ-PRIOR.
004070     READ PRIOR-FILE
004080         AT END
004090             MOVE 'Y' TO WS-PRIOR-EOF
004100         NOT AT END
004110             IF PRIOR-RECORD(1:7) = "TRAILER"
004120                 MOVE PRIOR-RECORD(21:30) TO WS-PRIOR-TRLR-TOTAL
004130                 MOVE 'Y' TO WS-PRIOR-EOF
004140             ELSE
004150                 ADD 1 TO WS-PRIOR-ROWS
004160                 MOVE PRIOR-DSN-IDX TO WS-PK-DSN-IDX
004170                 MOVE PRIOR-RECNO TO WS-PK-RECNO
004180             END-IF
004190     END-READ.
004200     IF WS-PRIOR-EOF = 'Y'
004210         MOVE HIGH-VALUES TO WS-PRIOR-KEY
004220     END-IF.
004230 2020-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------
004270* 2100-COMPARE-MATCHED - SAME DOCUMENT ON BOTH GENERATIONS. A
004280* DIFFERENT VALUE IS A VALUE CHANGE WHATEVER THE TEXT DID; THE
004290* SAME VALUE FROM DIFFERENT TEXT IS A CONTENT-ONLY CHANGE. THE
004300* SOURCE SYSTEM IS TODAY'S STAMP.
004310*----------------------------------------------------------------
004320 2100-COMPARE-MATCHED.
004330     IF CURR-NUM = PRIOR-NUM AND CURR-CONTENT = PRIOR-CONTENT
004340         ADD 1 TO WS-SAME-COUNT
004350         GO TO 2100-EXIT
004360     END-IF.
004370     IF CURR-NUM NOT = PRIOR-NUM
004380         MOVE "V" TO WS-CHG-TYPE
004390     ELSE
004400         MOVE "C" TO WS-CHG-TYPE
004410     END-IF.
004420     MOVE CURR-SOURCE-SYS TO WS-CHG-SOURCE.
004430     MOVE CURR-DSN-IDX TO WS-CHG-DSN-IDX.
004440     MOVE CURR-RECNO TO WS-CHG-RECNO.
004450     MOVE PRIOR-NUM TO WS-CHG-BEFORE.
004460     MOVE CURR-NUM TO WS-CHG-AFTER.
004470     MOVE CURR-CONTENT(1:60) TO WS-CHG-CONTENT.
004480     PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT.
004490 2100-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 2200-RECORD-NEW - A RECORD NUMBER ONLY TODAY'S GENERATION HAS.
004540* IT ADDS ITS WHOLE VALUE TO THE GRAND TOTAL.
004550*----------------------------------------------------------------
004560 2200-RECORD-NEW.
004570     MOVE "A" TO WS-CHG-TYPE.
004580     MOVE CURR-SOURCE-SYS TO WS-CHG-SOURCE.
004590     MOVE CURR-DSN-IDX TO WS-CHG-DSN-IDX.
004600     MOVE CURR-RECNO TO WS-CHG-RECNO.
004610     MOVE 0 TO WS-CHG-BEFORE.
004620     MOVE CURR-NUM TO WS-CHG-AFTER.
004630     MOVE CURR-CONTENT(1:60) TO WS-CHG-CONTENT.
004640     PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT.
004650 2200-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------
004690* 2300-RECORD-DROPPED - A RECORD NUMBER ONLY THE PRIOR GENERATION
004700* HAS. ITS WHOLE VALUE COMES OFF THE GRAND TOTAL.
004710*----------------------------------------------------------------
004720 2300-RECORD-DROPPED.
004730     MOVE "D" TO WS-CHG-TYPE.
004740     MOVE PRIOR-SOURCE-SYS TO WS-CHG-SOURCE.
004750     MOVE PRIOR-DSN-IDX TO WS-CHG-DSN-IDX.
004760     MOVE PRIOR-RECNO TO WS-CHG-RECNO.
004770     MOVE PRIOR-NUM TO WS-CHG-BEFORE.
004780     MOVE 0 TO WS-CHG-AFTER.
004790     MOVE PRIOR-CONTENT(1:60) TO WS-CHG-CONTENT.
004800     PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT.
004810 2300-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 2500-WRITE-CHANGE - EFFECT ON THE GRAND TOTAL (AFTER LESS
004860* BEFORE, AS A DIRECTION AND A MAGNITUDE), THE CHANGE-FILE ROW,
004870* AND THE RUN AND PER-SOURCE ACCUMULATORS.
004880*----------------------------------------------------------------
004890 2500-WRITE-CHANGE.
004900     IF WS-CHG-AFTER > WS-CHG-BEFORE
004910         MOVE "+" TO WS-CHG-DIRECTION
004920         SUBTRACT WS-CHG-BEFORE FROM WS-CHG-AFTER
004930             GIVING WS-CHG-EFFECT
004940     ELSE
004950         IF WS-CHG-AFTER < WS-CHG-BEFORE
004960             MOVE "-" TO WS-CHG-DIRECTION
004970             SUBTRACT WS-CHG-AFTER FROM WS-CHG-BEFORE
004980                 GIVING WS-CHG-EFFECT
004990         ELSE
005000             MOVE SPACE TO WS-CHG-DIRECTION
005010             MOVE 0 TO WS-CHG-EFFECT
005020         END-IF
005030     END-IF.
005040
005050     MOVE SPACES TO CHG-RECORD.
005060     MOVE WS-RUN-DATE TO CHG-RUN-DATE.
005070     MOVE WS-CHG-TYPE TO CHG-TYPE.
005080     MOVE WS-CHG-SOURCE TO CHG-SOURCE-SYS.
005090     MOVE WS-CHG-DSN-IDX TO CHG-DSN-IDX.
005100     MOVE WS-CHG-RECNO TO CHG-RECNO.
005110     MOVE WS-CHG-BEFORE TO CHG-BEFORE.
005120     MOVE WS-CHG-AFTER TO CHG-AFTER.
005130     MOVE WS-CHG-DIRECTION TO CHG-DIRECTION.
005140     MOVE WS-CHG-EFFECT TO CHG-EFFECT.
005150     MOVE WS-CHG-CONTENT TO CHG-CONTENT.
005160     WRITE CHG-RECORD.
005170     ADD 1 TO WS-CHG-COUNT.
005180
005190     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
005200     EVALUATE WS-CHG-TYPE
005210         WHEN "V"
005220             ADD 1 TO WS-VALUE-COUNT
005230             ADD 1 TO WS-ST-VALUE(WS-ST-HIT)
005240         WHEN "C"
005250             ADD 1 TO WS-CONTENT-COUNT
005260             ADD 1 TO WS-ST-CONTENT(WS-ST-HIT)
005270         WHEN "A"
005280             ADD 1 TO WS-NEW-COUNT
005290             ADD 1 TO WS-ST-NEW(WS-ST-HIT)
005300         WHEN "D"
005310             ADD 1 TO WS-DROP-COUNT
005320             ADD 1 TO WS-ST-DROP(WS-ST-HIT)
005330     END-EVALUATE.
005340     IF WS-CHG-DIRECTION = "+"
005350         ADD WS-CHG-EFFECT TO WS-UP-TOTAL
005360         ADD WS-CHG-EFFECT TO WS-ST-UP(WS-ST-HIT)
005370     END-IF.
005380     IF WS-CHG-DIRECTION = "-"
005390         ADD WS-CHG-EFFECT TO WS-DOWN-TOTAL
005400         ADD WS-CHG-EFFECT TO WS-ST-DOWN(WS-ST-HIT)
005410     END-IF.
005420 2500-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 2600-FIND-SOURCE - THE SOURCE-TABLE SLOT FOR WS-CHG-SOURCE,
005470* ADDED ON FIRST APPEARANCE. OVERFLOW IS A HARD STOP.
005480*----------------------------------------------------------------
005490 2600-FIND-SOURCE.
005500     MOVE 0 TO WS-ST-HIT.
005510     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
005520             UNTIL WS-ST-IDX > WS-ST-USED
005530             OR WS-ST-HIT > 0
005540         IF WS-ST-SYS(WS-ST-IDX) = WS-CHG-SOURCE
005550             MOVE WS-ST-IDX TO WS-ST-HIT
005560         END-IF
005570     END-PERFORM.
005580     IF WS-ST-HIT > 0
005590         GO TO 2600-EXIT
005600     END-IF.
005610     IF WS-ST-USED NOT < 20
005620         DISPLAY "AOC01U - MORE THAN 20 SOURCE SYSTEMS ON THE"
005630             " DETAIL GENERATIONS - SOURCE TABLE FULL"
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670     ADD 1 TO WS-ST-USED.
005680     MOVE WS-ST-USED TO WS-ST-HIT.
005690     MOVE WS-CHG-SOURCE TO WS-ST-SYS(WS-ST-HIT).
005700     MOVE 0 TO WS-ST-VALUE(WS-ST-HIT).
005710     MOVE 0 TO WS-ST-CONTENT(WS-ST-HIT).
005720     MOVE 0 TO WS-ST-NEW(WS-ST-HIT).
005730     MOVE 0 TO WS-ST-DROP(WS-ST-HIT).
005740     MOVE 0 TO WS-ST-UP(WS-ST-HIT).
005750     MOVE 0 TO WS-ST-DOWN(WS-ST-HIT).
005760 2600-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 2900-WRITE-CHANGE-TRAILER - NET EFFECT OF EVERY LISTED CHANGE
005810* (UP LESS DOWN, AS A DIRECTION AND A MAGNITUDE) AND THE CHANGE
005820* COUNT, ON THE CHANGE-FILE TRAILER. WRITTEN EVEN WHEN NOTHING
005830* CHANGED, SO A RECEIVER CAN TELL AN EMPTY DAY FROM A LOST FILE.
005840*----------------------------------------------------------------
005850 2900-WRITE-CHANGE-TRAILER.
005860     IF WS-UP-TOTAL > WS-DOWN-TOTAL
005870         MOVE "+" TO WS-NET-DIRECTION
005880         SUBTRACT WS-DOWN-TOTAL FROM WS-UP-TOTAL
005890             GIVING WS-NET-TOTAL
005900     ELSE
005910         IF WS-UP-TOTAL < WS-DOWN-TOTAL
005920             MOVE "-" TO WS-NET-DIRECTION
005930             SUBTRACT WS-UP-TOTAL FROM WS-DOWN-TOTAL
005940                 GIVING WS-NET-TOTAL
005950         ELSE
005960             MOVE SPACE TO WS-NET-DIRECTION
005970             MOVE 0 TO WS-NET-TOTAL
005980         END-IF
005990     END-IF.
006000     MOVE SPACES TO CHG-TRAILER-RECORD.
006010     MOVE "TRAILER   " TO CHG-TRLR-TAG.
006020     MOVE WS-CHG-COUNT TO CHG-TRLR-COUNT.
006030     MOVE WS-NET-DIRECTION TO CHG-TRLR-DIRECTION.
006040     MOVE WS-NET-TOTAL TO CHG-TRLR-NET.
006050     WRITE CHG-TRAILER-RECORD.
006060 2900-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* 3000-LIST-CHANGES - THE CHANGE LISTING, GROUPED BY SOURCE
006110* SYSTEM: CHANGE-FILE IS CLOSED, THEN RE-READ ONCE PER SOURCE IN
006120* THE TABLE, PRINTING THAT SOURCE'S ROWS IN RECORD ORDER.
006130*----------------------------------------------------------------
006140 3000-LIST-CHANGES.
006150     PERFORM 2900-WRITE-CHANGE-TRAILER THRU 2900-EXIT.
006160     CLOSE CHG-FILE.
006170     IF WS-CHG-COUNT = 0
006180         IF WS-PRIOR-PRESENT
006190             MOVE "NO DOCUMENT CHANGED SINCE THE PRIOR RUN"
006200                 TO WS-MSG-LINE
006210             PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006220         END-IF
006230         GO TO 3000-EXIT
006240     END-IF.
006250     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
006260             UNTIL WS-ST-IDX > WS-ST-USED
006270         PERFORM 3100-LIST-ONE-SOURCE THRU 3100-EXIT
006280     END-PERFORM.
006290 3000-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------
006330* 3100-LIST-ONE-SOURCE - ONE PASS OVER CHANGE-FILE FOR THE SOURCE
006340* AT WS-ST-IDX: A SOURCE LINE, THEN EVERY CHANGE ROW STAMPED WITH
006350* THAT SOURCE, IN RECORD ORDER.
006360*----------------------------------------------------------------
006370 3100-LIST-ONE-SOURCE.
006380     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
006390     MOVE SPACES TO WS-MSG-LINE.
006400     MOVE "SOURCE SYSTEM " TO WS-MSG-LINE(1:14).
006410     IF WS-ST-SYS(WS-ST-IDX) = SPACES
006420         MOVE "(NONE)" TO WS-MSG-LINE(15:8)
006430     ELSE
006440         MOVE WS-ST-SYS(WS-ST-IDX) TO WS-MSG-LINE(15:8)
006450     END-IF.
006460     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006470     OPEN INPUT CHG-FILE.
006480     MOVE 'N' TO WS-EOF.
006490     PERFORM UNTIL WS-EOF = 'Y'
006500         READ CHG-FILE
006510             AT END MOVE 'Y' TO WS-EOF
006520             NOT AT END
006530                 IF CHG-TRLR-TAG NOT = "TRAILER   "
006540                         AND CHG-SOURCE-SYS = WS-ST-SYS(WS-ST-IDX)
006550                     PERFORM 3200-PRINT-CHANGE THRU 3200-EXIT
006560                 END-IF
006570         END-READ
006580     END-PERFORM.
006590     CLOSE CHG-FILE.
006600 3100-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640* 3200-PRINT-CHANGE - ONE CHANGE-FILE ROW AS A REPORT LINE.
006650*----------------------------------------------------------------
006660 3200-PRINT-CHANGE.
006670     MOVE CHG-SOURCE-SYS TO WS-CL-SOURCE.
006680     MOVE CHG-DSN-IDX TO WS-CL-DSN.
006690     MOVE CHG-RECNO TO WS-CL-RECNO.
006700     EVALUATE CHG-TYPE
006710         WHEN "V"
006720             MOVE "VALUE CHANGED" TO WS-CL-CHANGE
006730         WHEN "C"
006740             MOVE "CONTENT ONLY" TO WS-CL-CHANGE
006750         WHEN "A"
006760             MOVE "NEW RECORD" TO WS-CL-CHANGE
006770         WHEN "D"
006780             MOVE "DROPPED RECORD" TO WS-CL-CHANGE
006790     END-EVALUATE.
006800     MOVE CHG-BEFORE TO WS-CL-BEFORE.
006810     MOVE CHG-AFTER TO WS-CL-AFTER.
006820     MOVE CHG-DIRECTION TO WS-CL-DIRECTION.
006830     MOVE CHG-EFFECT TO WS-CL-EFFECT.
006840     MOVE CHG-CONTENT TO WS-CL-CONTENT.
006850     MOVE WS-CHG-LINE TO WS-MSG-LINE.
006860     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006870 3200-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910* 4000-SOURCE-SUMMARY - ONE LINE PER SOURCE SYSTEM: HOW MANY
006920* DOCUMENTS OF EACH KIND CHANGED AND THE SOURCE'S NET EFFECT ON
006930* THE GRAND TOTAL.
006940*----------------------------------------------------------------
006950 4000-SOURCE-SUMMARY.
006960     IF WS-CHG-COUNT = 0
006970         GO TO 4000-EXIT
006980     END-IF.
006990     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007000     MOVE "CHANGES BY SOURCE SYSTEM" TO WS-MSG-LINE.
007010     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007020     MOVE WS-SRC-HDG TO WS-MSG-LINE.
007030     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007040     PERFORM VARYING WS-ST-IDX FROM 1 BY 1
007050             UNTIL WS-ST-IDX > WS-ST-USED
007060         IF WS-ST-SYS(WS-ST-IDX) = SPACES
007070             MOVE "(NONE)" TO WS-SL-SOURCE
007080         ELSE
007090             MOVE WS-ST-SYS(WS-ST-IDX) TO WS-SL-SOURCE
007100         END-IF
007110         MOVE WS-ST-VALUE(WS-ST-IDX) TO WS-SL-VALUE
007120         MOVE WS-ST-CONTENT(WS-ST-IDX) TO WS-SL-CONTENT
007130         MOVE WS-ST-NEW(WS-ST-IDX) TO WS-SL-NEW
007140         MOVE WS-ST-DROP(WS-ST-IDX) TO WS-SL-DROP
007150         IF WS-ST-UP(WS-ST-IDX) > WS-ST-DOWN(WS-ST-IDX)
007160             MOVE "+" TO WS-SL-DIRECTION
007170             SUBTRACT WS-ST-DOWN(WS-ST-IDX)
007180                 FROM WS-ST-UP(WS-ST-IDX)
007190                 GIVING WS-SL-NET
007200         ELSE
007210             IF WS-ST-UP(WS-ST-IDX) < WS-ST-DOWN(WS-ST-IDX)
007220                 MOVE "-" TO WS-SL-DIRECTION
007230                 SUBTRACT WS-ST-UP(WS-ST-IDX)
007240                     FROM WS-ST-DOWN(WS-ST-IDX)
007250                     GIVING WS-SL-NET
007260             ELSE
007270                 MOVE SPACE TO WS-SL-DIRECTION
007280                 MOVE 0 TO WS-SL-NET
007290             END-IF
007300         END-IF
007310         MOVE WS-SRC-LINE TO WS-MSG-LINE
007320         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007330     END-PERFORM.
007340 4000-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 5000-NET-EFFECT - THE RUN FACTS AND THE PROOF: THE NET EFFECT
007390* OF THE LISTED CHANGES MUST EQUAL THE MOVEMENT BETWEEN THE TWO
007400* TRAILER GRAND TOTALS. IF IT DOES NOT, ONE OF THE GENERATIONS IS
007410* NOT WHAT ITS TRAILER SAYS AND THE LISTING CANNOT BE TRUSTED TO
007420* EXPLAIN THE SWING. TODAY'S GENERATION HAS JUST BEEN PROVED BY
007430* BALANCE, SO THE SUSPECT IS THE PRIOR ONE - THAT IS FLAGGED ON
007440* THE REPORT AND THE CONSOLE, BUT IT IS NO REASON TO HOLD TODAY'S
007450* DOCUMENT MASTER LOAD, SO THE STEP STILL ENDS RC=0.
007460*----------------------------------------------------------------
007470 5000-NET-EFFECT.
007480     IF NOT WS-PRIOR-PRESENT
007490         GO TO 5000-EXIT
007500     END-IF.
007510     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007520     MOVE SPACE TO WS-FACT-DIRECTION.
007530     MOVE SPACES TO WS-FACT-VERDICT.
007540     MOVE "PRIOR GENERATION DOCUMENTS" TO WS-FACT-LABEL.
007550     MOVE WS-PRIOR-ROWS TO WS-FACT-VALUE.
007560     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007570     MOVE "TODAY'S GENERATION DOCUMENTS" TO WS-FACT-LABEL.
007580     MOVE WS-CURR-ROWS TO WS-FACT-VALUE.
007590     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007600     MOVE "UNCHANGED DOCUMENTS" TO WS-FACT-LABEL.
007610     MOVE WS-SAME-COUNT TO WS-FACT-VALUE.
007620     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007630     MOVE "VALUE CHANGED" TO WS-FACT-LABEL.
007640     MOVE WS-VALUE-COUNT TO WS-FACT-VALUE.
007650     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007660     MOVE "CONTENT CHANGED, SAME VALUE" TO WS-FACT-LABEL.
007670     MOVE WS-CONTENT-COUNT TO WS-FACT-VALUE.
007680     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007690     MOVE "NEW RECORD NUMBERS" TO WS-FACT-LABEL.
007700     MOVE WS-NEW-COUNT TO WS-FACT-VALUE.
007710     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007720     MOVE "DROPPED RECORD NUMBERS" TO WS-FACT-LABEL.
007730     MOVE WS-DROP-COUNT TO WS-FACT-VALUE.
007740     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007750     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007760     MOVE "PRIOR GRAND TOTAL" TO WS-FACT-LABEL.
007770     MOVE WS-PRIOR-TRLR-TOTAL TO WS-FACT-VALUE.
007780     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007790     MOVE "TODAY'S GRAND TOTAL" TO WS-FACT-LABEL.
007800     MOVE WS-CURR-TRLR-TOTAL TO WS-FACT-VALUE.
007810     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007820
007830     IF WS-CURR-TRLR-TOTAL > WS-PRIOR-TRLR-TOTAL
007840         MOVE "+" TO WS-TRLR-DIRECTION
007850         SUBTRACT WS-PRIOR-TRLR-TOTAL FROM WS-CURR-TRLR-TOTAL
007860             GIVING WS-TRLR-MOVE
007870     ELSE
007880         IF WS-CURR-TRLR-TOTAL < WS-PRIOR-TRLR-TOTAL
007890             MOVE "-" TO WS-TRLR-DIRECTION
007900             SUBTRACT WS-CURR-TRLR-TOTAL FROM WS-PRIOR-TRLR-TOTAL
007910                 GIVING WS-TRLR-MOVE
007920         ELSE
007930             MOVE SPACE TO WS-TRLR-DIRECTION
007940             MOVE 0 TO WS-TRLR-MOVE
007950         END-IF
007960     END-IF.
007970     MOVE "GRAND TOTAL MOVEMENT" TO WS-FACT-LABEL.
007980     MOVE WS-TRLR-DIRECTION TO WS-FACT-DIRECTION.
007990     MOVE WS-TRLR-MOVE TO WS-FACT-VALUE.
008000     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008010
008020     MOVE "NET EFFECT OF LISTED CHANGES" TO WS-FACT-LABEL.
008030     MOVE WS-NET-DIRECTION TO WS-FACT-DIRECTION.
008040     MOVE WS-NET-TOTAL TO WS-FACT-VALUE.
008050     IF WS-NET-DIRECTION = WS-TRLR-DIRECTION
008060             AND WS-NET-TOTAL = WS-TRLR-MOVE
008070         MOVE "AGREES" TO WS-FACT-VERDICT
008080     ELSE
008090         MOVE "DOES NOT AGREE" TO WS-FACT-VERDICT
008100         SET WS-NET-DISAGREES TO TRUE
008110     END-IF.
008120     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008130 5000-EXIT.
008140     EXIT.
008150
008160*----------------------------------------------------------------
008170* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
008180*----------------------------------------------------------------
008190 8000-WRITE-LINE.
008200     IF WS-LINE-COUNT > 54
008210         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
008220     END-IF.
008230     WRITE CRPT-LINE FROM WS-MSG-LINE.
008240     ADD 1 TO WS-LINE-COUNT.
008250 8000-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
008300*----------------------------------------------------------------
008310 8010-WRITE-BLANK.
008320     IF WS-LINE-COUNT > 54
008330         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
008340     END-IF.
008350     WRITE CRPT-LINE FROM WS-BLANK-LINE.
008360     ADD 1 TO WS-LINE-COUNT.
008370 8010-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
008420*----------------------------------------------------------------
008430 8020-WRITE-FACT.
008440     IF WS-LINE-COUNT > 54
008450         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
008460     END-IF.
008470     WRITE CRPT-LINE FROM WS-FACT-LINE.
008480     ADD 1 TO WS-LINE-COUNT.
008490 8020-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, COLUMN
008540* HEADINGS, ONE SPACER.
008550*----------------------------------------------------------------
008560 8400-PAGE-HEADING.
008570     ADD 1 TO WS-PAGE-NUM.
008580     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
008590     WRITE CRPT-LINE FROM WS-PAGE-HDG.
008600     WRITE CRPT-LINE FROM WS-COL-HDG.
008610     WRITE CRPT-LINE FROM WS-BLANK-LINE.
008620     MOVE 3 TO WS-LINE-COUNT.
008630 8400-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670* 9000-TERMINATE - THE VERDICT AND THE RUN-CONTROL POST.
008680*----------------------------------------------------------------
008690 9000-TERMINATE.
008700     IF WS-NET-DISAGREES
008710         MOVE "*** LISTED CHANGES DO NOT EXPLAIN THE GRAND TOTAL"
008720             TO WS-MSG-LINE
008730         MOVE " MOVEMENT - CHECK BOTH DETAIL TRAILERS ***"
008740             TO WS-MSG-LINE(51:42)
008750         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008760         DISPLAY "AOC01U - NET EFFECT DOES NOT AGREE WITH THE"
008770             " TRAILER MOVEMENT - SEE CHANGE-REPORT"
008780     ELSE
008790         DISPLAY "AOC01U - CHANGE REPORT COMPLETE, " WS-CHG-COUNT
008800             " DOCUMENTS CHANGED"
008810     END-IF.
008820     CLOSE CRPT-FILE.
008830     ADD WS-CURR-ROWS WS-PRIOR-ROWS GIVING WS-RC-RECS-IN.
008840     MOVE WS-CHG-COUNT TO WS-RC-RECS-OUT.
008850     PERFORM 9900-POST-STEP-END THRU 9900-EXIT.
008860 9000-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------
008900* 9800-POST-STEP-START - BEST-EFFORT POST TO THE SHARED RUN-
008910* CONTROL FILE (SEE RUNCTLR): THIS STEP HAS STARTED. AN ABSENT
008920* OR UNUSABLE RUN-CONTROL FILE, OR AN UNKNOWN RUN DATE, NEVER
008930* STOPS THE STEP ITSELF - THE FILE EXISTS TO TELL THE OPERATOR
008940* WHERE THE STREAM STANDS, NOT TO BE A NEW WAY TO BREAK IT.
008950*----------------------------------------------------------------
008960 9800-POST-STEP-START.
008970     IF WS-RUN-DATE = 0
008980         GO TO 9800-EXIT
008990     END-IF.
009000     OPEN I-O RUNCTL-FILE.
009010     IF WS-RC-FS = "35"
009020         OPEN OUTPUT RUNCTL-FILE
009030         CLOSE RUNCTL-FILE
009040         OPEN I-O RUNCTL-FILE
009050     END-IF.
009060     IF WS-RC-FS NOT = "00" AND WS-RC-FS NOT = "05"
009070         GO TO 9800-EXIT
009080     END-IF.
009090     MOVE WS-RUN-DATE TO RC-RUN-DATE.
009100     MOVE WS-RC-STEP TO RC-STEP-NAME.
009110     MOVE 'S' TO RC-STATUS.
009120     ACCEPT WS-RC-TIME FROM TIME.
009130     MOVE WS-RC-TIME(1:6) TO RC-START-TIME.
009140     MOVE 0 TO RC-END-TIME.
009150     MOVE 0 TO RC-RETURN-CODE.
009160     MOVE 0 TO RC-RECS-IN.
009170     MOVE 0 TO RC-RECS-OUT.
009180     WRITE RC-RECORD.
009190     IF WS-RC-FS = "22"
009200         REWRITE RC-RECORD
009210     END-IF.
009220     CLOSE RUNCTL-FILE.
009230 9800-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------------
009270* 9900-POST-STEP-END - BEST-EFFORT POST: THIS STEP HAS ENDED,
009280* WITH ITS RETURN CODE AND RECORD COUNTS. A STEP THAT NEVER
009290* REACHES HERE IS LEFT AT STATUS S, WHICH IS EXACTLY WHAT THE
009300* AOC01S STATUS REPORT SHOWS THE OPERATOR.
009310*----------------------------------------------------------------
009320 9900-POST-STEP-END.
009330     IF WS-RUN-DATE = 0
009340         GO TO 9900-EXIT
009350     END-IF.
009360     OPEN I-O RUNCTL-FILE.
009370     IF WS-RC-FS = "35"
009380         OPEN OUTPUT RUNCTL-FILE
009390         CLOSE RUNCTL-FILE
009400         OPEN I-O RUNCTL-FILE
009410     END-IF.
009420     IF WS-RC-FS NOT = "00" AND WS-RC-FS NOT = "05"
009430         GO TO 9900-EXIT
009440     END-IF.
009450     MOVE 'N' TO WS-RC-FOUND.
009460     MOVE WS-RUN-DATE TO RC-RUN-DATE.
009470     MOVE WS-RC-STEP TO RC-STEP-NAME.
009480     READ RUNCTL-FILE.
009490     IF WS-RC-FS = "00"
009500         MOVE 'Y' TO WS-RC-FOUND
009510     ELSE
009520         MOVE WS-RUN-DATE TO RC-RUN-DATE
009530         MOVE WS-RC-STEP TO RC-STEP-NAME
009540         MOVE 0 TO RC-START-TIME
009550     END-IF.
009560     MOVE 'E' TO RC-STATUS.
009570     ACCEPT WS-RC-TIME FROM TIME.
009580     MOVE WS-RC-TIME(1:6) TO RC-END-TIME.
009590     MOVE RETURN-CODE TO RC-RETURN-CODE.
009600     MOVE WS-RC-RECS-IN TO RC-RECS-IN.
009610     MOVE WS-RC-RECS-OUT TO RC-RECS-OUT.
009620     IF WS-RC-FOUND = 'Y'
009630         REWRITE RC-RECORD
009640     ELSE
009650         WRITE RC-RECORD
009660     END-IF.
009670     CLOSE RUNCTL-FILE.
009680 9900-EXIT.
009690     EXIT.
