000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01Y.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - PUBLICATION ACKNOWLEDGEMENT
000110*                 TRACKING. AOC01N CUTS THE OUTBOUND EXTRACT IN
000120*                 ITS HDR*CAL/TRL*CAL ENVELOPE BUT NOTHING EVER
000130*                 TOLD US WHETHER EACH DOWNSTREAM TEAM RECEIVED
000140*                 AND LOADED IT - WE FOUND OUT WHEN SOMEONE
000150*                 PHONED. THE RECEIVERS NOW RETURN ONE
000160*                 ACKNOWLEDGEMENT RECORD PER FEED DATE (SEE
000170*                 ACKREC: RECEIVER ID, FEED DATE, THE COUNT AND
000180*                 HASH THEY COMPUTED, ACCEPT OR REJECT AND WHY).
000190*                 THIS PROGRAM TAKES THE DAY'S RETURNED RECORDS
000200*                 ONTO THE KEYED ACKNOWLEDGEMENT FILE (PUBACK
000210*                 KSDS), THEN WALKS THE PUBLICATION REGISTER
000220*                 AOC01N WRITES (PUBREG KSDS - SEE PUBREGR) FOR
000230*                 EVERY FEED DATE IN THE LOOKBACK AND JUDGES EACH
000240*                 RECEIVER ON THE RECEIVER= CARDS: CONFIRMED
000250*                 (COUNT AND HASH AGREE WITH OUR TRAILER), STILL
000260*                 WITHIN ITS CUTOFF, OVERDUE, LOADED FIGURES THAT
000270*                 DISAGREE, OR AN EXPLICIT REJECT. THE LAST THREE
000280*                 ARE LISTED ON ACK-REPORT AND EVERY DATE'S
000290*                 VERDICT IS POSTED TO THE RUN-CONTROL FILE AS
000300*                 STEP PUBACK UNDER THAT FEED DATE, SO THE AOC01S
000310*                 STATUS REPORT SHOWS THE PUBLICATION AS CONFIRMED
000320*                 OR NOT. ANY OVERDUE, MISMATCHED OR REJECTED
000330*                 ACKNOWLEDGEMENT ENDS RC=8.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT YPARM-FILE ASSIGN TO "ACKPARM-FILE"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT ACK-FILE ASSIGN TO "ACK-FILE"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT PUBREG-FILE ASSIGN TO "PUBREG-FILE"
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS DYNAMIC
000480     RECORD KEY IS PR-FEED-DATE
000490     FILE STATUS IS WS-PR-FS.
000500
000510     SELECT OPTIONAL PUBACK-FILE ASSIGN TO "PUBACK-FILE"
000520     ORGANIZATION IS INDEXED
000530     ACCESS MODE IS DYNAMIC
000540     RECORD KEY IS PA-KEY
000550     FILE STATUS IS WS-PA-FS.
000560
000570     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000580     ORGANIZATION IS INDEXED
000590     ACCESS MODE IS DYNAMIC
000600     RECORD KEY IS RC-KEY
000610     FILE STATUS IS WS-RC-FS.
000620
000630     SELECT YRPT-FILE ASSIGN TO "ACK-REPORT"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD YPARM-FILE.
000690 01 YPARM-CARD PIC X(80).
000700
000710 FD ACK-FILE.
000720     COPY ACKREC.
000730
000740 FD PUBREG-FILE.
000750     COPY PUBREGR.
000760
000770*----------------------------------------------------------------
000780* THE ACKNOWLEDGEMENT FILE - THE LATEST ACKNOWLEDGEMENT TAKEN FOR
000790* EACH (RECEIVER, FEED DATE), WITH THE CCYYMMDD FEED DATE AND THE
000800* DATE IT WAS TAKEN. A RECEIVER THAT RE-SENDS (A REJECT FOLLOWED
000810* BY A GOOD RELOAD, SAY) REPLACES ITS EARLIER RECORD.
000820*----------------------------------------------------------------
000830 FD PUBACK-FILE.
000840 01 PA-RECORD.
000850     05 PA-KEY.
000860         10 PA-RECEIVER  PIC X(8).
000870         10 PA-FEED-DATE PIC 9(8).
000880     05 PA-REC-COUNT   PIC 9(9).
000890     05 PA-HASH-TOTAL  PIC 9(18).
000900     05 PA-ACK-STATUS  PIC X(1).
000910     05 PA-REASON      PIC X(33).
000920     05 PA-TAKEN-DATE  PIC 9(8).
000930
000940 FD RUNCTL-FILE.
000950     COPY RUNCTLR.
000960
000970 FD YRPT-FILE.
000980 01 YRPT-LINE PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010 77 WS-PR-FS PIC X(2) VALUE SPACES.
001020 77 WS-PA-FS PIC X(2) VALUE SPACES.
001030 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001040 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001050     88 WS-RUN-DATE-SET VALUE 'Y'.
001060 01 WS-EOF PIC A(1) VALUE 'N'.
001070 01 WS-LOOKBACK PIC 9(3) VALUE 30.
001080 01 WS-RC-OPEN-SW PIC A(1) VALUE 'N'.
001090     88 WS-RC-OPEN VALUE 'Y'.
001100 01 WS-NT-HDG-SW PIC A(1) VALUE 'N'.
001110     88 WS-NT-HDG-DONE VALUE 'Y'.
001120     COPY RUNCTLWS.
001130
001140*----------------------------------------------------------------
001150* THE DISTRIBUTION LIST - ONE ENTRY PER RECEIVER= CARD: THE
001160* RECEIVER ID, ITS CUTOFF IN DAYS AFTER THE FEED DATE, AND ITS
001170* VERDICT FOR THE FEED DATE BEING JUDGED (C CONFIRMED, W WITHIN
001180* CUTOFF, O OVERDUE, M FIGURES DISAGREE, R REJECTED) WITH THE
001190* FIGURES AND REASON FROM ITS ACKNOWLEDGEMENT.
001200*----------------------------------------------------------------
001210 01 WS-RCV-TABLE.
001220     05 WS-RCV-ENTRY OCCURS 20 TIMES.
001230         10 WS-RCV-ID     PIC X(8).
001240         10 WS-RCV-CUTOFF PIC 9(2).
001250         10 WS-RCV-COND   PIC X(1).
001260         10 WS-RCV-COUNT  PIC 9(9).
001270         10 WS-RCV-HASH   PIC 9(18).
001280         10 WS-RCV-REASON PIC X(33).
001290 77 WS-RCV-USED PIC 9(3) VALUE 0.
001300 01 WS-RCV-IDX PIC 9(3) VALUE 0.
001310 01 WS-RCV-HIT PIC 9(3) VALUE 0.
001320 01 WS-FIND-ID PIC X(8) VALUE SPACES.
001330
001340*----------------------------------------------------------------
001350* DATE WORK - THE ACKNOWLEDGEMENT'S SIX-DIGIT FEED DATE IS
001360* WINDOWED TO THE CENTURY NEAREST THE CHECK DATE THE WAY AOC01G
001370* WINDOWS AN ENVELOPE HEADER, AND DAYS SINCE THE FEED DATE ARE
001380* COUNTED WITH THE SAME DAY-SERIAL ARITHMETIC AOC01V USES.
001390*----------------------------------------------------------------
001400 01 WS-ACK-DATE PIC 9(8) VALUE 0.
001410 01 WS-ACK-CC PIC 9(2) VALUE 0.
001420 01 WS-ACK-YY PIC 9(2) VALUE 0.
001430 01 WS-RUN-YY PIC 9(2) VALUE 0.
001440 01 WS-WORK-DATE.
001450     05 WS-WD-CCYY PIC 9(4).
001460     05 WS-WD-MM PIC 9(2).
001470     05 WS-WD-DD PIC 9(2).
001480 01 WS-CUMDAYS-TABLE.
001490     05 FILLER PIC X(36) VALUE
001500         "000031059090120151181212243273304334".
001510 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
001520     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
001530 01 WS-SERIAL PIC 9(7) VALUE 0.
001540 01 WS-ASOF-SERIAL PIC 9(7) VALUE 0.
001550 01 WS-FEED-SERIAL PIC 9(7) VALUE 0.
001560 01 WS-AGE PIC S9(7) VALUE 0.
001570 01 WS-SER-YEARS PIC 9(4) VALUE 0.
001580 01 WS-SER-Q4 PIC 9(4) VALUE 0.
001590 01 WS-SER-Q100 PIC 9(4) VALUE 0.
001600 01 WS-SER-Q400 PIC 9(4) VALUE 0.
001610 01 WS-SER-R4 PIC 9(3) VALUE 0.
001620 01 WS-SER-R100 PIC 9(3) VALUE 0.
001630 01 WS-SER-R400 PIC 9(3) VALUE 0.
001640
001650*----------------------------------------------------------------
001660* COUNTS - THE DAY'S ACKNOWLEDGEMENTS, THE PUBLICATIONS JUDGED,
001670* AND THE PER-DATE TALLY BEHIND EACH DATE'S VERDICT.
001680*----------------------------------------------------------------
001690 77 WS-ACKS-READ PIC 9(7) VALUE 0.
001700 77 WS-ACKS-TAKEN PIC 9(7) VALUE 0.
001710 77 WS-ACKS-REFUSED PIC 9(7) VALUE 0.
001720 77 WS-DATES-CHECKED PIC 9(7) VALUE 0.
001730 77 WS-DATES-CONFIRMED PIC 9(7) VALUE 0.
001740 77 WS-AWAIT-COUNT PIC 9(7) VALUE 0.
001750 77 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
001760 77 WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
001770 77 WS-REJECT-COUNT PIC 9(7) VALUE 0.
001780 01 WS-DT-CONFIRMED PIC 9(3) VALUE 0.
001790 01 WS-DT-AWAITING PIC 9(3) VALUE 0.
001800 01 WS-DT-PROBLEMS PIC 9(3) VALUE 0.
001810 01 WS-DT-RC PIC 9(2) VALUE 0.
001820 01 WS-NT-REASON PIC X(40) VALUE SPACES.
001830
001840*----------------------------------------------------------------
001850* ACK-REPORT LINE LAYOUTS.
001860*----------------------------------------------------------------
001870 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
001880 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
001890 01 WS-PAGE-HDG.
001900     05 FILLER PIC X(49) VALUE
001910         "AOC01Y PUBLICATION ACKNOWLEDGEMENT REPORT - DATE ".
001920     05 WS-HDG-DATE PIC 9(8).
001930     05 FILLER PIC X(64) VALUE SPACES.
001940     05 FILLER PIC X(5) VALUE "PAGE ".
001950     05 WS-HDG-PAGE PIC ZZZ9.
001960     05 FILLER PIC X(2) VALUE SPACES.
001970 01 WS-NT-HDG.
001980     05 FILLER PIC X(2) VALUE SPACES.
001990     05 FILLER PIC X(10) VALUE "RECEIVER  ".
002000     05 FILLER PIC X(8) VALUE "FEED    ".
002010     05 FILLER PIC X(3) VALUE "S  ".
002020     05 FILLER PIC X(13) VALUE "WHY NOT TAKEN".
002030     05 FILLER PIC X(96) VALUE SPACES.
002040 01 WS-NT-LINE.
002050     05 FILLER PIC X(2) VALUE SPACES.
002060     05 WS-NT-RECEIVER PIC X(8).
002070     05 FILLER PIC X(2) VALUE SPACES.
002080     05 WS-NT-DATE PIC X(6).
002090     05 FILLER PIC X(2) VALUE SPACES.
002100     05 WS-NT-STATUS PIC X(1).
002110     05 FILLER PIC X(2) VALUE SPACES.
002120     05 WS-NT-TEXT PIC X(40).
002130     05 FILLER PIC X(69) VALUE SPACES.
002140 01 WS-DT-LINE.
002150     05 FILLER PIC X(12) VALUE "  FEED DATE ".
002160     05 WS-DL-DATE PIC 9(8).
002170     05 FILLER PIC X(18) VALUE "  PUBLISHED COUNT ".
002180     05 WS-DL-COUNT PIC 9(9).
002190     05 FILLER PIC X(7) VALUE "  HASH ".
002200     05 WS-DL-HASH PIC 9(18).
002210     05 FILLER PIC X(12) VALUE "  RECEIVERS ".
002220     05 WS-DL-RECEIVERS PIC ZZ9.
002230     05 FILLER PIC X(12) VALUE "  CONFIRMED ".
002240     05 WS-DL-CONFIRMED PIC ZZ9.
002250     05 FILLER PIC X(2) VALUE SPACES.
002260     05 WS-DL-STATUS PIC X(20).
002270     05 FILLER PIC X(8) VALUE SPACES.
002280 01 WS-PB-HDG.
002290     05 FILLER PIC X(4) VALUE SPACES.
002300     05 FILLER PIC X(10) VALUE "RECEIVER  ".
002310     05 FILLER PIC X(18) VALUE "CONDITION         ".
002320     05 FILLER PIC X(11) VALUE "THEIR CNT  ".
002330     05 FILLER PIC X(20) VALUE "THEIR HASH TOTAL    ".
002340     05 FILLER PIC X(6) VALUE "REASON".
002350     05 FILLER PIC X(63) VALUE SPACES.
002360 01 WS-PB-LINE.
002370     05 FILLER PIC X(4) VALUE SPACES.
002380     05 WS-PB-RECEIVER PIC X(8).
002390     05 FILLER PIC X(2) VALUE SPACES.
002400     05 WS-PB-COND PIC X(16).
002410     05 FILLER PIC X(2) VALUE SPACES.
002420     05 WS-PB-COUNT PIC X(9).
002430     05 FILLER PIC X(2) VALUE SPACES.
002440     05 WS-PB-HASH PIC X(18).
002450     05 FILLER PIC X(2) VALUE SPACES.
002460     05 WS-PB-REASON PIC X(33).
002470     05 FILLER PIC X(36) VALUE SPACES.
002480 01 WS-PB-CUTOFF-MSG.
002490     05 FILLER PIC X(11) VALUE "CUTOFF WAS ".
002500     05 WS-PB-CUTOFF PIC Z9.
002510     05 FILLER PIC X(20) VALUE " DAYS AFTER FEED    ".
002520 01 WS-FACT-LINE.
002530     05 FILLER PIC X(2) VALUE SPACES.
002540     05 WS-FACT-LABEL PIC X(40).
002550     05 WS-FACT-VALUE PIC Z,ZZZ,ZZ9.
002560     05 FILLER PIC X(81) VALUE SPACES.
002570 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
002580 01 WS-MSG-LINE PIC X(132).
002590
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 2000-TAKE-ACKS THRU 2000-EXIT.
002640     PERFORM 3000-JUDGE-PUBLICATIONS THRU 3000-EXIT.
002650     PERFORM 4000-SUMMARY THRU 4000-EXIT.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     STOP RUN.
002680
002690*----------------------------------------------------------------
002700* 1000-INITIALIZE - RUNDATE= (THE CHECK DATE EVERY CUTOFF IS
002710* MEASURED TO) AND AT LEAST ONE RECEIVER= CARD ARE REQUIRED. THE
002720* PUBLICATION REGISTER MUST BE READABLE - WITHOUT IT NOTHING CAN
002730* BE PROVED. THE ACKNOWLEDGEMENT FILE IS CREATED ON FIRST USE;
002740* THE RUN-CONTROL FILE IS BEST-EFFORT AS EVERYWHERE ELSE.
002750*----------------------------------------------------------------
002760 1000-INITIALIZE.
002770     OPEN INPUT YPARM-FILE.
002780     PERFORM UNTIL WS-EOF = 'Y'
002790         READ YPARM-FILE
002800             AT END MOVE 'Y' TO WS-EOF
002810             NOT AT END
002820                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
002830         END-READ
002840     END-PERFORM.
002850     CLOSE YPARM-FILE.
002860     IF NOT WS-RUN-DATE-SET OR WS-RCV-USED = 0
002870         DISPLAY "AOC01Y - RUNDATE= AND AT LEAST ONE RECEIVER="
002880             " CARD ARE REQUIRED ON ACKPARM"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     MOVE WS-RUN-DATE TO WS-WORK-DATE.
002930     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002940     MOVE WS-SERIAL TO WS-ASOF-SERIAL.
002950
002960     OPEN INPUT PUBREG-FILE.
002970     IF WS-PR-FS NOT = "00"
002980         DISPLAY "AOC01Y - PUBREG-FILE OPEN FAILED, STATUS "
002990             WS-PR-FS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     OPEN I-O PUBACK-FILE.
003040     IF WS-PA-FS = "35"
003050         OPEN OUTPUT PUBACK-FILE
003060         CLOSE PUBACK-FILE
003070         OPEN I-O PUBACK-FILE
003080     END-IF.
003090     IF WS-PA-FS NOT = "00" AND WS-PA-FS NOT = "05"
003100         DISPLAY "AOC01Y - PUBACK-FILE OPEN FAILED, STATUS "
003110             WS-PA-FS
003120         CLOSE PUBREG-FILE
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     OPEN I-O RUNCTL-FILE.
003170     IF WS-RC-FS = "35"
003180         OPEN OUTPUT RUNCTL-FILE
003190         CLOSE RUNCTL-FILE
003200         OPEN I-O RUNCTL-FILE
003210     END-IF.
003220     IF WS-RC-FS = "00" OR WS-RC-FS = "05"
003230         SET WS-RC-OPEN TO TRUE
003240     END-IF.
003250     MOVE "PUBACK  " TO WS-RC-STEP.
003260     OPEN INPUT ACK-FILE.
003270     OPEN OUTPUT YRPT-FILE.
003280     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003290 1000-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330* 1100-APPLY-CARD - RUNDATE=CCYYMMDD, LOOKBACK=NNN (DAYS OF
003340* PUBLICATIONS TO JUDGE, DEFAULT 30) AND ONE CARD PER RECEIVER:
003350*     RECEIVER=XXXXXXXX CUTOFF=NN
003360* WHERE NN IS THE NUMBER OF DAYS AFTER THE FEED DATE THE RECEIVER
003370* HAS TO ACKNOWLEDGE - IT IS OVERDUE FROM THE DAY AFTER THAT. A
003380* RECEIVER LISTED TWICE KEEPS THE LATER CUTOFF. ANYTHING ELSE IS
003390* REPORTED AND IGNORED.
003400*----------------------------------------------------------------
003410 1100-APPLY-CARD.
003420     IF YPARM-CARD(1:8) = "RUNDATE="
003430             AND YPARM-CARD(9:8) IS NUMERIC
003440         MOVE YPARM-CARD(9:8) TO WS-RUN-DATE
003450         SET WS-RUN-DATE-SET TO TRUE
003460         GO TO 1100-EXIT
003470     END-IF.
003480     IF YPARM-CARD(1:9) = "LOOKBACK="
003490             AND YPARM-CARD(10:3) IS NUMERIC
003500         MOVE YPARM-CARD(10:3) TO WS-LOOKBACK
003510         GO TO 1100-EXIT
003520     END-IF.
003530     IF YPARM-CARD(1:9) = "RECEIVER="
003540             AND YPARM-CARD(10:8) NOT = SPACES
003550             AND YPARM-CARD(19:7) = "CUTOFF="
003560             AND YPARM-CARD(26:2) IS NUMERIC
003570         MOVE YPARM-CARD(10:8) TO WS-FIND-ID
003580         PERFORM 8600-FIND-RECEIVER THRU 8600-EXIT
003590         IF WS-RCV-HIT = 0
003600             IF WS-RCV-USED NOT < 20
003610                 DISPLAY "AOC01Y - MORE THAN 20 RECEIVERS, "
003620                     "IGNORED: "
003630                     WS-FIND-ID
003640                 GO TO 1100-EXIT
003650             END-IF
003660             ADD 1 TO WS-RCV-USED
003670             MOVE WS-RCV-USED TO WS-RCV-HIT
003680             MOVE WS-FIND-ID TO WS-RCV-ID(WS-RCV-HIT)
003690         END-IF
003700         MOVE YPARM-CARD(26:2) TO WS-RCV-CUTOFF(WS-RCV-HIT)
003710         GO TO 1100-EXIT
003720     END-IF.
003730     IF YPARM-CARD NOT = SPACES
003740         DISPLAY "AOC01Y - UNRECOGNIZED PARM CARD IGNORED: "
003750             YPARM-CARD(1:40)
003760     END-IF.
003770 1100-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------
003810* 2000-TAKE-ACKS - EVERY ACKNOWLEDGEMENT RETURNED SINCE THE LAST
003820* RUN. TAKING ONE TWICE IS HARMLESS - IT SIMPLY REPLACES ITSELF.
003830*----------------------------------------------------------------
003840 2000-TAKE-ACKS.
003850     MOVE 'N' TO WS-EOF.
003860     PERFORM UNTIL WS-EOF = 'Y'
003870         READ ACK-FILE
003880             AT END MOVE 'Y' TO WS-EOF
003890             NOT AT END
003900                 PERFORM 2100-TAKE-ONE-ACK THRU 2100-EXIT
003910         END-READ
003920     END-PERFORM.
003930     CLOSE ACK-FILE.
003940 2000-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 2100-TAKE-ONE-ACK - AN ACKNOWLEDGEMENT IS TAKEN ONLY WHEN IT
003990* NAMES A RECEIVER ON THE DISTRIBUTION LIST AND A FEED DATE WE
004000* ACTUALLY PUBLISHED, AND ITS FIGURES AND STATUS ARE READABLE.
004010* ANYTHING ELSE IS LISTED AS NOT TAKEN WITH THE REASON. WHETHER
004020* THE FIGURES AGREE WITH OUR TRAILER IS JUDGED LATER, AGAINST THE
004030* REGISTER AS IT STANDS THEN.
004040*----------------------------------------------------------------
004050 2100-TAKE-ONE-ACK.
004060     IF ACK-RECORD = SPACES
004070         GO TO 2100-EXIT
004080     END-IF.
004090     ADD 1 TO WS-ACKS-READ.
004100     IF ACK-RECEIVER = SPACES
004110         MOVE "NO RECEIVER ID" TO WS-NT-REASON
004120         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004130         GO TO 2100-EXIT
004140     END-IF.
004150     MOVE ACK-RECEIVER TO WS-FIND-ID.
004160     PERFORM 8600-FIND-RECEIVER THRU 8600-EXIT.
004170     IF WS-RCV-HIT = 0
004180         MOVE "RECEIVER NOT ON THE DISTRIBUTION LIST"
004190             TO WS-NT-REASON
004200         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF ACK-FEED-DATE IS NOT NUMERIC
004240         MOVE "FEED DATE IS NOT NUMERIC" TO WS-NT-REASON
004250         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004260         GO TO 2100-EXIT
004270     END-IF.
004280     IF ACK-REC-COUNT IS NOT NUMERIC
004290             OR ACK-HASH-TOTAL IS NOT NUMERIC
004300         MOVE "COUNT OR HASH TOTAL IS NOT NUMERIC"
004310             TO WS-NT-REASON
004320         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
004360         MOVE "STATUS IS NEITHER A NOR R" TO WS-NT-REASON
004370         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004380         GO TO 2100-EXIT
004390     END-IF.
004400     PERFORM 2110-WINDOW-ACK-DATE THRU 2110-EXIT.
004410     MOVE WS-ACK-DATE TO PR-FEED-DATE.
004420     READ PUBREG-FILE.
004430     IF WS-PR-FS NOT = "00"
004440         MOVE "NOTHING PUBLISHED FOR THIS FEED DATE"
004450             TO WS-NT-REASON
004460         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004470         GO TO 2100-EXIT
004480     END-IF.
004490
004500     MOVE ACK-RECEIVER TO PA-RECEIVER.
004510     MOVE WS-ACK-DATE TO PA-FEED-DATE.
004520     MOVE ACK-REC-COUNT TO PA-REC-COUNT.
004530     MOVE ACK-HASH-TOTAL TO PA-HASH-TOTAL.
004540     MOVE ACK-STATUS TO PA-ACK-STATUS.
004550     MOVE ACK-REASON TO PA-REASON.
004560     MOVE WS-RUN-DATE TO PA-TAKEN-DATE.
004570     WRITE PA-RECORD.
004580     IF WS-PA-FS = "22"
004590         REWRITE PA-RECORD
004600     END-IF.
004610     IF WS-PA-FS NOT = "00"
004620         MOVE SPACES TO WS-NT-REASON
004630         STRING "ACKNOWLEDGEMENT FILE WRITE FAILED, STATUS "
004640             DELIMITED BY SIZE
004650             WS-PA-FS DELIMITED BY SIZE
004660             INTO WS-NT-REASON
004670         PERFORM 2200-NOT-TAKEN THRU 2200-EXIT
004680         GO TO 2100-EXIT
004690     END-IF.
004700     ADD 1 TO WS-ACKS-TAKEN.
004710 2100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 2110-WINDOW-ACK-DATE - THE RECEIVER RETURNS THE SIX-DIGIT YYMMDD
004760* FEED DATE FROM THE HEADER IT RECEIVED. THE CENTURY IS THE ONE
004770* THAT PUTS IT NEAREST THE CHECK DATE - THE SAME RULE AOC01G
004780* APPLIES TO AN INBOUND ENVELOPE HEADER.
004790*----------------------------------------------------------------
004800 2110-WINDOW-ACK-DATE.
004810     MOVE WS-RUN-DATE(1:2) TO WS-ACK-CC.
004820     MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY.
004830     MOVE ACK-FEED-DATE(1:2) TO WS-ACK-YY.
004840     IF WS-ACK-YY > WS-RUN-YY + 50
004850         SUBTRACT 1 FROM WS-ACK-CC
004860     END-IF.
004870     IF WS-ACK-YY + 50 < WS-RUN-YY
004880         ADD 1 TO WS-ACK-CC
004890     END-IF.
004900     COMPUTE WS-ACK-DATE = WS-ACK-CC * 1000000
004910         + ACK-FEED-DATE.
004920 2110-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 2200-NOT-TAKEN - LIST AN ACKNOWLEDGEMENT THAT COULD NOT BE TAKEN
004970* (REASON IN WS-NT-REASON), UNDER ITS OWN HEADING THE FIRST TIME.
004980*----------------------------------------------------------------
004990 2200-NOT-TAKEN.
005000     ADD 1 TO WS-ACKS-REFUSED.
005010     IF NOT WS-NT-HDG-DONE
005020         MOVE "ACKNOWLEDGEMENTS RECEIVED BUT NOT TAKEN"
005030             TO WS-MSG-LINE
005040         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005050         MOVE WS-NT-HDG TO WS-MSG-LINE
005060         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005070         SET WS-NT-HDG-DONE TO TRUE
005080     END-IF.
005090     MOVE ACK-RECEIVER TO WS-NT-RECEIVER.
005100     MOVE ACK-RECORD(10:6) TO WS-NT-DATE.
005110     MOVE ACK-STATUS TO WS-NT-STATUS.
005120     MOVE WS-NT-REASON TO WS-NT-TEXT.
005130     MOVE WS-NT-LINE TO WS-MSG-LINE.
005140     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005150 2200-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* 3000-JUDGE-PUBLICATIONS - EVERY REGISTERED FEED DATE FROM THE
005200* LOOKBACK UP TO THE CHECK DATE, OLDEST FIRST. THE REGISTER HOLDS
005210* ONE RECORD PER DAY, SO IT IS SIMPLY READ FROM THE TOP.
005220*----------------------------------------------------------------
005230 3000-JUDGE-PUBLICATIONS.
005240     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
005250     MOVE SPACES TO WS-MSG-LINE.
005260     STRING "PUBLICATIONS IN THE " DELIMITED BY SIZE
005270         WS-LOOKBACK DELIMITED BY SIZE
005280         " DAYS TO THE CHECK DATE" DELIMITED BY SIZE
005290         INTO WS-MSG-LINE.
005300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005310     MOVE 0 TO PR-FEED-DATE.
005320     START PUBREG-FILE KEY IS NOT LESS THAN PR-FEED-DATE.
005330     IF WS-PR-FS NOT = "00"
005340         MOVE "  NOTHING ON THE PUBLICATION REGISTER"
005350             TO WS-MSG-LINE
005360         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
005370         GO TO 3000-EXIT
005380     END-IF.
005390     MOVE 'N' TO WS-EOF.
005400     PERFORM UNTIL WS-EOF = 'Y'
005410         READ PUBREG-FILE NEXT RECORD
005420             AT END MOVE 'Y' TO WS-EOF
005430             NOT AT END
005440                 PERFORM 3100-JUDGE-ONE-DATE THRU 3100-EXIT
005450         END-READ
005460     END-PERFORM.
005470 3000-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510* 3100-JUDGE-ONE-DATE - JUDGE EVERY RECEIVER FOR THE REGISTERED
005520* FEED DATE, PRINT THE DATE'S VERDICT WITH ITS PROBLEM RECEIVERS
005530* UNDER IT, AND POST THE VERDICT TO RUN-CONTROL: RC 0 CONFIRMED
005540* BY EVERY RECEIVER, RC 4 STILL WAITING ON RECEIVERS WITHIN THEIR
005550* CUTOFF, RC 8 ANY OVERDUE, MISMATCHED OR REJECTED RECEIVER.
005560*----------------------------------------------------------------
005570 3100-JUDGE-ONE-DATE.
005580     IF PR-FEED-DATE > WS-RUN-DATE
005590         GO TO 3100-EXIT
005600     END-IF.
005610     MOVE PR-FEED-DATE TO WS-WORK-DATE.
005620     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005630     MOVE WS-SERIAL TO WS-FEED-SERIAL.
005640     COMPUTE WS-AGE = WS-ASOF-SERIAL - WS-FEED-SERIAL.
005650     IF WS-AGE > WS-LOOKBACK
005660         GO TO 3100-EXIT
005670     END-IF.
005680     ADD 1 TO WS-DATES-CHECKED.
005690     MOVE 0 TO WS-DT-CONFIRMED.
005700     MOVE 0 TO WS-DT-AWAITING.
005710     MOVE 0 TO WS-DT-PROBLEMS.
005720     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
005730             UNTIL WS-RCV-IDX > WS-RCV-USED
005740         PERFORM 3200-JUDGE-RECEIVER THRU 3200-EXIT
005750     END-PERFORM.
005760
005770     EVALUATE TRUE
005780         WHEN WS-DT-PROBLEMS > 0
005790             MOVE 8 TO WS-DT-RC
005800             MOVE "NOT CONFIRMED" TO WS-DL-STATUS
005810         WHEN WS-DT-AWAITING > 0
005820             MOVE 4 TO WS-DT-RC
005830             MOVE "AWAITING RECEIVERS" TO WS-DL-STATUS
005840         WHEN OTHER
005850             MOVE 0 TO WS-DT-RC
005860             MOVE "CONFIRMED" TO WS-DL-STATUS
005870             ADD 1 TO WS-DATES-CONFIRMED
005880     END-EVALUATE.
005890     MOVE PR-FEED-DATE TO WS-DL-DATE.
005900     MOVE PR-REC-COUNT TO WS-DL-COUNT.
005910     MOVE PR-HASH-TOTAL TO WS-DL-HASH.
005920     MOVE WS-RCV-USED TO WS-DL-RECEIVERS.
005930     MOVE WS-DT-CONFIRMED TO WS-DL-CONFIRMED.
005940     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
005950     MOVE WS-DT-LINE TO WS-MSG-LINE.
005960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005970     IF WS-DT-PROBLEMS > 0
005980         MOVE WS-PB-HDG TO WS-MSG-LINE
005990         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006000         PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
006010                 UNTIL WS-RCV-IDX > WS-RCV-USED
006020             PERFORM 3300-LIST-PROBLEM THRU 3300-EXIT
006030         END-PERFORM
006040     END-IF.
006050     PERFORM 3400-POST-VERDICT THRU 3400-EXIT.
006060 3100-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------
006100* 3200-JUDGE-RECEIVER - RECEIVER WS-RCV-IDX AGAINST THE REGISTERED
006110* DATE. NO ACKNOWLEDGEMENT IS OVERDUE ONCE MORE DAYS HAVE PASSED
006120* SINCE THE FEED DATE THAN ITS CUTOFF; AN ACCEPT IS CONFIRMED ONLY
006130* WHEN ITS COUNT AND HASH BOTH AGREE WITH THE REGISTERED TRAILER.
006140*----------------------------------------------------------------
006150 3200-JUDGE-RECEIVER.
006160     MOVE 0 TO WS-RCV-COUNT(WS-RCV-IDX).
006170     MOVE 0 TO WS-RCV-HASH(WS-RCV-IDX).
006180     MOVE SPACES TO WS-RCV-REASON(WS-RCV-IDX).
006190     MOVE WS-RCV-ID(WS-RCV-IDX) TO PA-RECEIVER.
006200     MOVE PR-FEED-DATE TO PA-FEED-DATE.
006210     READ PUBACK-FILE.
006220     IF WS-PA-FS NOT = "00"
006230         IF WS-AGE > WS-RCV-CUTOFF(WS-RCV-IDX)
006240             MOVE 'O' TO WS-RCV-COND(WS-RCV-IDX)
006250             ADD 1 TO WS-OVERDUE-COUNT
006260             ADD 1 TO WS-DT-PROBLEMS
006270         ELSE
006280             MOVE 'W' TO WS-RCV-COND(WS-RCV-IDX)
006290             ADD 1 TO WS-AWAIT-COUNT
006300             ADD 1 TO WS-DT-AWAITING
006310         END-IF
006320         GO TO 3200-EXIT
006330     END-IF.
006340     MOVE PA-REC-COUNT TO WS-RCV-COUNT(WS-RCV-IDX).
006350     MOVE PA-HASH-TOTAL TO WS-RCV-HASH(WS-RCV-IDX).
006360     MOVE PA-REASON TO WS-RCV-REASON(WS-RCV-IDX).
006370     IF PA-ACK-STATUS = 'R'
006380         MOVE 'R' TO WS-RCV-COND(WS-RCV-IDX)
006390         ADD 1 TO WS-REJECT-COUNT
006400         ADD 1 TO WS-DT-PROBLEMS
006410         GO TO 3200-EXIT
006420     END-IF.
006430     IF PA-REC-COUNT NOT = PR-REC-COUNT
006440             OR PA-HASH-TOTAL NOT = PR-HASH-TOTAL
006450         MOVE 'M' TO WS-RCV-COND(WS-RCV-IDX)
006460         ADD 1 TO WS-MISMATCH-COUNT
006470         ADD 1 TO WS-DT-PROBLEMS
006480         GO TO 3200-EXIT
006490     END-IF.
006500     MOVE 'C' TO WS-RCV-COND(WS-RCV-IDX).
006510     ADD 1 TO WS-DT-CONFIRMED.
006520 3200-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 3300-LIST-PROBLEM - ONE LINE FOR RECEIVER WS-RCV-IDX IF IT IS
006570* OVERDUE, DISAGREES WITH THE TRAILER, OR REJECTED THE FILE.
006580*----------------------------------------------------------------
006590 3300-LIST-PROBLEM.
006600     MOVE WS-RCV-ID(WS-RCV-IDX) TO WS-PB-RECEIVER.
006610     MOVE WS-RCV-COUNT(WS-RCV-IDX) TO WS-PB-COUNT.
006620     MOVE WS-RCV-HASH(WS-RCV-IDX) TO WS-PB-HASH.
006630     MOVE WS-RCV-REASON(WS-RCV-IDX) TO WS-PB-REASON.
006640     EVALUATE WS-RCV-COND(WS-RCV-IDX)
006650         WHEN 'O'
006660             MOVE "NOT ACKNOWLEDGED" TO WS-PB-COND
006670             MOVE SPACES TO WS-PB-COUNT
006680             MOVE SPACES TO WS-PB-HASH
006690             MOVE WS-RCV-CUTOFF(WS-RCV-IDX) TO WS-PB-CUTOFF
006700             MOVE WS-PB-CUTOFF-MSG TO WS-PB-REASON
006710         WHEN 'M'
006720             MOVE "COUNT/HASH DIFFER" TO WS-PB-COND
006730         WHEN 'R'
006740             MOVE "REJECTED" TO WS-PB-COND
006750         WHEN OTHER
006760             GO TO 3300-EXIT
006770     END-EVALUATE.
006780     MOVE WS-PB-LINE TO WS-MSG-LINE.
006790     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006800 3300-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------
006840* 3400-POST-VERDICT - BEST-EFFORT POST OF THE DATE'S VERDICT TO
006850* THE SHARED RUN-CONTROL FILE AS STEP PUBACK UNDER THE FEED DATE:
006860* THE RETURN CODE ABOVE, RECORDS IN = RECEIVERS EXPECTED, RECORDS
006870* OUT = RECEIVERS CONFIRMED. EACH RUN REPLACES THE LAST VERDICT,
006880* SO AOC01S ALWAYS SHOWS WHERE THE PUBLICATION STANDS NOW.
006890*----------------------------------------------------------------
006900 3400-POST-VERDICT.
006910     IF NOT WS-RC-OPEN
006920         GO TO 3400-EXIT
006930     END-IF.
006940     MOVE 'N' TO WS-RC-FOUND.
006950     MOVE PR-FEED-DATE TO RC-RUN-DATE.
006960     MOVE WS-RC-STEP TO RC-STEP-NAME.
006970     READ RUNCTL-FILE.
006980     IF WS-RC-FS = "00"
006990         MOVE 'Y' TO WS-RC-FOUND
007000     ELSE
007010         MOVE PR-FEED-DATE TO RC-RUN-DATE
007020         MOVE WS-RC-STEP TO RC-STEP-NAME
007030     END-IF.
007040     MOVE 'E' TO RC-STATUS.
007050     ACCEPT WS-RC-TIME FROM TIME.
007060     MOVE WS-RC-TIME(1:6) TO RC-START-TIME.
007070     MOVE WS-RC-TIME(1:6) TO RC-END-TIME.
007080     MOVE WS-DT-RC TO RC-RETURN-CODE.
007090     MOVE WS-RCV-USED TO WS-RC-RECS-IN.
007100     MOVE WS-DT-CONFIRMED TO WS-RC-RECS-OUT.
007110     MOVE WS-RC-RECS-IN TO RC-RECS-IN.
007120     MOVE WS-RC-RECS-OUT TO RC-RECS-OUT.
007130     IF WS-RC-FOUND = 'Y'
007140         REWRITE RC-RECORD
007150     ELSE
007160         WRITE RC-RECORD
007170     END-IF.
007180 3400-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------
007220* 4000-SUMMARY - THE RUN'S FACTS.
007230*----------------------------------------------------------------
007240 4000-SUMMARY.
007250     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007260     MOVE "SUMMARY" TO WS-MSG-LINE.
007270     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007280     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-FACT-LABEL.
007290     MOVE WS-ACKS-READ TO WS-FACT-VALUE.
007300     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007310     MOVE "ACKNOWLEDGEMENTS TAKEN" TO WS-FACT-LABEL.
007320     MOVE WS-ACKS-TAKEN TO WS-FACT-VALUE.
007330     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007340     MOVE "ACKNOWLEDGEMENTS NOT TAKEN" TO WS-FACT-LABEL.
007350     MOVE WS-ACKS-REFUSED TO WS-FACT-VALUE.
007360     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007370     MOVE "PUBLICATIONS JUDGED" TO WS-FACT-LABEL.
007380     MOVE WS-DATES-CHECKED TO WS-FACT-VALUE.
007390     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007400     MOVE "PUBLICATIONS CONFIRMED BY EVERY RECEIVER"
007410         TO WS-FACT-LABEL.
007420     MOVE WS-DATES-CONFIRMED TO WS-FACT-VALUE.
007430     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007440     MOVE "RECEIVERS STILL WITHIN THEIR CUTOFF" TO WS-FACT-LABEL.
007450     MOVE WS-AWAIT-COUNT TO WS-FACT-VALUE.
007460     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007470     MOVE "RECEIVERS PAST THEIR CUTOFF" TO WS-FACT-LABEL.
007480     MOVE WS-OVERDUE-COUNT TO WS-FACT-VALUE.
007490     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007500     MOVE "COUNT OR HASH DISAGREES WITH TRAILER" TO WS-FACT-LABEL.
007510     MOVE WS-MISMATCH-COUNT TO WS-FACT-VALUE.
007520     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007530     MOVE "REJECTED BY THE RECEIVER" TO WS-FACT-LABEL.
007540     MOVE WS-REJECT-COUNT TO WS-FACT-VALUE.
007550     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
007560 4000-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------------
007600* 8000-WRITE-LINE - WRITE WS-MSG-LINE WITH PAGE CONTROL.
007610*----------------------------------------------------------------
007620 8000-WRITE-LINE.
007630     IF WS-LINE-COUNT > 54
007640         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
007650     END-IF.
007660     WRITE YRPT-LINE FROM WS-MSG-LINE.
007670     ADD 1 TO WS-LINE-COUNT.
007680 8000-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------
007720* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
007730*----------------------------------------------------------------
007740 8010-WRITE-BLANK.
007750     IF WS-LINE-COUNT > 54
007760         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
007770     END-IF.
007780     WRITE YRPT-LINE FROM WS-BLANK-LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800 8010-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------------
007840* 8020-WRITE-FACT - ONE LABEL/VALUE LINE WITH PAGE CONTROL.
007850*----------------------------------------------------------------
007860 8020-WRITE-FACT.
007870     MOVE WS-FACT-LINE TO WS-MSG-LINE.
007880     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007890 8020-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930* 8400-PAGE-HEADING - NEW PAGE.
007940*----------------------------------------------------------------
007950 8400-PAGE-HEADING.
007960     ADD 1 TO WS-PAGE-NUM.
007970     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
007980     WRITE YRPT-LINE FROM WS-PAGE-HDG.
007990     WRITE YRPT-LINE FROM WS-BLANK-LINE.
008000     MOVE 2 TO WS-LINE-COUNT.
008010 8400-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
008060* 0001-01-01 - THE SAME ARITHMETIC AS AOC01T AND AOC01V.
008070*----------------------------------------------------------------
008080 8500-DATE-TO-SERIAL.
008090     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
008100     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
008110     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
008120     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
008130     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
008140         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
008150         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
008160     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
008170         REMAINDER WS-SER-R4.
008180     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
008190         REMAINDER WS-SER-R100.
008200     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
008210         REMAINDER WS-SER-R400.
008220     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
008230             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
008240         ADD 1 TO WS-SERIAL
008250     END-IF.
008260 8500-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* 8600-FIND-RECEIVER - WS-FIND-ID ON THE DISTRIBUTION LIST;
008310* WS-RCV-HIT IS ITS ENTRY, OR ZERO.
008320*----------------------------------------------------------------
008330 8600-FIND-RECEIVER.
008340     MOVE 0 TO WS-RCV-HIT.
008350     PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
008360             UNTIL WS-RCV-IDX > WS-RCV-USED OR WS-RCV-HIT > 0
008370         IF WS-RCV-ID(WS-RCV-IDX) = WS-FIND-ID
008380             MOVE WS-RCV-IDX TO WS-RCV-HIT
008390         END-IF
008400     END-PERFORM.
008410 8600-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 9000-TERMINATE - THE VERDICT. ANY RECEIVER PAST ITS CUTOFF,
008460* DISAGREEING WITH OUR TRAILER OR REJECTING THE FILE ENDS RC=8 SO
008470* THE SCHEDULER ALERTS DATA CONTROL; AN ACKNOWLEDGEMENT THAT COULD
008480* NOT BE TAKEN ENDS RC=4.
008490*----------------------------------------------------------------
008500 9000-TERMINATE.
008510     CLOSE PUBREG-FILE.
008520     CLOSE PUBACK-FILE.
008530     IF WS-RC-OPEN
008540         CLOSE RUNCTL-FILE
008550     END-IF.
008560     CLOSE YRPT-FILE.
008570     IF WS-OVERDUE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
008580             OR WS-REJECT-COUNT > 0
008590         DISPLAY "AOC01Y - PUBLICATIONS NOT CONFIRMED: "
008600             WS-OVERDUE-COUNT " OVERDUE, " WS-MISMATCH-COUNT
008610             " MISMATCHED, " WS-REJECT-COUNT " REJECTED - SEE"
008620             " ACK-REPORT"
008630         MOVE 8 TO RETURN-CODE
008640         GO TO 9000-EXIT
008650     END-IF.
008660     IF WS-ACKS-REFUSED > 0
008670         DISPLAY "AOC01Y - " WS-ACKS-REFUSED
008680             " ACKNOWLEDGEMENTS NOT TAKEN - SEE ACK-REPORT"
008690         MOVE 4 TO RETURN-CODE
008700         GO TO 9000-EXIT
008710     END-IF.
008720     DISPLAY "AOC01Y - ACKNOWLEDGEMENT CHECK COMPLETE, "
008730         WS-DATES-CONFIRMED " OF " WS-DATES-CHECKED
008740         " PUBLICATIONS CONFIRMED".
008750 9000-EXIT.
008760     EXIT.
