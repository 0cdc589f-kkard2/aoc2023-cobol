000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01AD.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - DAILY INQUIRY ACCESS REPORT
000110*                 FROM THE INQJRNL ACCESS JOURNAL THE AOCI AND
000120*                 AOCH INQUIRIES NOW WRITE (SEE INQJRNR). FOR THE
000130*                 RUN DATE IT LISTS EVERY USER'S INQUIRIES BY
000140*                 TRANSACTION AND OUTCOME, AND EVERY ATTEMPT THE
000150*                 INQAUTH CHECK REFUSED. OVER THE LOOKBACK WINDOW
000160*                 IT FINDS EVERY DOCUMENT LOOKUP WHOSE VALUE HAS
000170*                 SINCE BEEN CORRECTED - ON THE DOCUMENT MASTER,
000180*                 OR ACCEPTED ON THE ADJUSTMENT AUDIT TRAIL AND
000190*                 NOT YET POSTED THROUGH - AND EVERY RUN-HISTORY
000200*                 LOOKUP WHOSE QUOTED TOTAL HAS SINCE BEEN
000210*                 ADJUSTED, SO WHOEVER QUOTED THE OLD FIGURE CAN
000220*                 BE TOLD.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DPARM-FILE ASSIGN TO "INQPARM-FILE"
000290     ORGANIZATION IS LINE SEQUENTIAL.
000300
000310     SELECT IJRNL-FILE ASSIGN TO "INQJRNL-FILE"
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-IJ-FS.
000340
000350     SELECT DOCM-FILE ASSIGN TO "DOCMSTR-FILE"
000360     ORGANIZATION IS INDEXED
000370     ACCESS MODE IS RANDOM
000380     RECORD KEY IS DM-KEY
000390     FILE STATUS IS WS-DM-FS.
000400
000410     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST-FILE"
000420     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS RANDOM
000440     RECORD KEY IS RH-RUN-DATE
000450     FILE STATUS IS WS-RH-FS.
000460
000470     SELECT ADJ-FILE ASSIGN TO "ADJUSTMENT-FILE"
000480     ORGANIZATION IS LINE SEQUENTIAL.
000490
000500     SELECT DRPT-FILE ASSIGN TO "ACCESS-REPORT"
000510     ORGANIZATION IS LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD DPARM-FILE.
000560 01 DPARM-CARD PIC X(80).
000570
000580*----------------------------------------------------------------
000590* INQJRNL-FILE - THE FLAT COPY OF THE ACCESS JOURNAL ESDS CUT BY
000600* THE JRNLCOPY STEP OF AOC01INQ, IN THE ORDER IT WAS WRITTEN.
000610*----------------------------------------------------------------
000620 FD IJRNL-FILE.
000630     COPY INQJRNR.
000640
000650 FD DOCM-FILE.
000660 01 DM-RECORD.
000670     05 DM-KEY.
000680         10 DM-DSN-IDX PIC 9(3).
000690         10 DM-RECNO   PIC 9(9).
000700     05 DM-NUM       PIC 9(2).
000710     05 DM-RUN-DATE  PIC 9(8).
000720     05 DM-EXCP-FLAG PIC X(1).
000730     05 DM-CORR-DATE PIC 9(8).
000740
000750 FD RUNHIST-FILE.
000760 01 RH-RECORD.
000770     05 RH-RUN-DATE   PIC 9(8).
000780     05 RH-REC-COUNT  PIC 9(9).
000790     05 RH-TOTAL      PIC 9(30).
000800     05 RH-EXCP-COUNT PIC 9(9).
000810     05 RH-MIN        PIC 9(2).
000820     05 RH-MAX        PIC 9(2).
000830     05 RH-AVERAGE    PIC 9(4)V99.
000840     05 RH-ADJ-TOTAL  PIC 9(30).
000850
000860 FD ADJ-FILE.
000870 01 ADJ-RECORD.
000880     05 ADJ-RUN-DATE  PIC 9(8).
000890     05 FILLER        PIC X(1).
000900     05 ADJ-DSN-IDX   PIC 9(3).
000910     05 FILLER        PIC X(1).
000920     05 ADJ-RECNO     PIC 9(9).
000930     05 FILLER        PIC X(1).
000940     05 ADJ-CORRECTOR PIC X(8).
000950     05 FILLER        PIC X(1).
000960     05 ADJ-TYPE      PIC X(1).
000970     05 FILLER        PIC X(1).
000980     05 ADJ-BEFORE    PIC 9(2).
000990     05 FILLER        PIC X(1).
001000     05 ADJ-AFTER     PIC 9(2).
001010     05 FILLER        PIC X(1).
001020     05 ADJ-DISP      PIC X(24).
001030     05 FILLER        PIC X(1).
001040     05 ADJ-TEXT      PIC X(256).
001050
001060 FD DRPT-FILE.
001070 01 DRPT-LINE PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100 77 WS-IJ-FS PIC X(2) VALUE SPACES.
001110 77 WS-DM-FS PIC X(2) VALUE SPACES.
001120 77 WS-RH-FS PIC X(2) VALUE SPACES.
001130 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001140 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001150     88 WS-RUN-DATE-SET VALUE 'Y'.
001160 01 WS-LOOKBACK PIC 9(3) VALUE 30.
001170 01 WS-EOF PIC A(1) VALUE 'N'.
001180
001190*----------------------------------------------------------------
001200* DATE WORK - A JOURNAL DATE IS IN THE LOOKBACK WINDOW WHEN IT IS
001210* NOT AFTER THE RUN DATE AND NOT MORE THAN LOOKBACK DAYS BEFORE
001220* IT, COUNTED WITH THE SAME DAY-SERIAL ARITHMETIC AOC01V USES.
001230*----------------------------------------------------------------
001240 01 WS-WORK-DATE.
001250     05 WS-WD-CCYY PIC 9(4).
001260     05 WS-WD-MM PIC 9(2).
001270     05 WS-WD-DD PIC 9(2).
001280 01 WS-CUMDAYS-TABLE.
001290     05 FILLER PIC X(36) VALUE
001300         "000031059090120151181212243273304334".
001310 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
001320     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
001330 01 WS-SERIAL PIC 9(7) VALUE 0.
001340 01 WS-FROM-SERIAL PIC 9(7) VALUE 0.
001350 01 WS-SER-YEARS PIC 9(4) VALUE 0.
001360 01 WS-SER-Q4 PIC 9(4) VALUE 0.
001370 01 WS-SER-Q100 PIC 9(4) VALUE 0.
001380 01 WS-SER-Q400 PIC 9(4) VALUE 0.
001390 01 WS-SER-R4 PIC 9(3) VALUE 0.
001400 01 WS-SER-R100 PIC 9(3) VALUE 0.
001410 01 WS-SER-R400 PIC 9(3) VALUE 0.
001420 01 WS-WINDOW-SW PIC A(1) VALUE 'N'.
001430     88 WS-IN-WINDOW VALUE 'Y'.
001440
001450*----------------------------------------------------------------
001460* ONE ENTRY PER USERID SEEN ON THE RUN DATE, KEPT IN USERID ORDER
001470* AS THEY ARE ADDED. AN INQUIRY IS ONE SCREEN: AN AOCH BROWSE
001480* COUNTS ONCE, ON ITS FIRST LINE. FIRST AND LAST ARE HHMMSS.
001490*----------------------------------------------------------------
001500 01 WS-USER-TABLE.
001510     05 WS-UT-ENTRY OCCURS 500 TIMES.
001520         10 WS-UT-USERID   PIC X(8).
001530         10 WS-UT-DOC      PIC 9(7).
001540         10 WS-UT-DOC-NF   PIC 9(7).
001550         10 WS-UT-RUN      PIC 9(7).
001560         10 WS-UT-RUN-NF   PIC 9(7).
001570         10 WS-UT-DENIED   PIC 9(7).
001580         10 WS-UT-FIRST    PIC 9(6).
001590         10 WS-UT-LAST     PIC 9(6).
001600 77 WS-UT-USED PIC 9(3) VALUE 0.
001610 01 WS-UT-IDX PIC 9(3) VALUE 0.
001620 01 WS-UT-HIT PIC 9(3) VALUE 0.
001630 01 WS-UT-MOVE PIC 9(3) VALUE 0.
001640 01 WS-IJ-HHMMSS PIC 9(6) VALUE 0.
001650
001660*----------------------------------------------------------------
001670* THE ADJUSTMENT AUDIT TRAIL'S ACCEPTED CORRECTIONS, ONE ENTRY PER
001680* RUN DATE AND DSN-IDX/RECNO, FOR RUN DATES FROM THE OLDEST ONE A
001690* DOCUMENT LOOKUP IN THE WINDOW SHOWED. THE FILE IS IN THE ORDER
001700* THE CORRECTIONS WERE KEYED, SO THE LAST POSTED RECORD FOR A KEY
001710* IS THE VALUE THAT STANDS. OVERFLOW IS A HARD STOP, THE SAME RULE
001720* AS AOC01V - NOT A REPORT THAT SILENTLY MISSES A CORRECTION.
001730*----------------------------------------------------------------
001740 01 WS-AUDIT-TABLE.
001750     05 WS-AT-ENTRY OCCURS 2000 TIMES.
001760         10 WS-AT-RUN-DATE  PIC 9(8).
001770         10 WS-AT-DSN       PIC 9(3).
001780         10 WS-AT-REC       PIC 9(9).
001790         10 WS-AT-AFTER     PIC 9(2).
001800         10 WS-AT-CORRECTOR PIC X(8).
001810 77 WS-AT-USED PIC 9(4) VALUE 0.
001820 01 WS-AT-IDX PIC 9(4) VALUE 0.
001830 01 WS-AT-HIT PIC 9(4) VALUE 0.
001840 01 WS-OLDEST-RUN PIC 9(8) VALUE 0.
001850 01 WS-FIND-RUN-DATE PIC 9(8) VALUE 0.
001860 01 WS-FIND-DSN PIC 9(3) VALUE 0.
001870 01 WS-FIND-REC PIC 9(9) VALUE 0.
001880
001890*----------------------------------------------------------------
001900* COUNTS.
001910*----------------------------------------------------------------
001920 77 WS-JRNL-READ PIC 9(9) VALUE 0.
001930 77 WS-DAY-INQ PIC 9(9) VALUE 0.
001940 77 WS-DAY-DENIED PIC 9(9) VALUE 0.
001950 77 WS-DOC-CHECKED PIC 9(9) VALUE 0.
001960 77 WS-DOC-FLAGGED PIC 9(9) VALUE 0.
001970 77 WS-RUN-CHECKED PIC 9(9) VALUE 0.
001980 77 WS-RUN-FLAGGED PIC 9(9) VALUE 0.
001990 01 WS-SUM-DOC PIC 9(7) VALUE 0.
002000 01 WS-SUM-DOC-NF PIC 9(7) VALUE 0.
002010 01 WS-SUM-RUN PIC 9(7) VALUE 0.
002020 01 WS-SUM-RUN-NF PIC 9(7) VALUE 0.
002030 01 WS-SUM-DENIED PIC 9(7) VALUE 0.
002040 01 WS-NOW-TOTAL PIC 9(30) VALUE 0.
002050 01 WS-SAME-RUN-SW PIC A(1) VALUE 'N'.
002060     88 WS-SAME-RUN VALUE 'Y'.
002070
002080*----------------------------------------------------------------
002090* PAGE CONTROL - 55 BODY LINES TO A PAGE UNDER A ONE-LINE TITLE,
002100* THE SAME CONVENTION AS AOC01M AND AOC01V.
002110*----------------------------------------------------------------
002120 77 WS-PAGE-NUM PIC 9(4) VALUE 0.
002130 77 WS-LINE-COUNT PIC 9(2) VALUE 99.
002140
002150*----------------------------------------------------------------
002160* REPORT LINE LAYOUTS.
002170*----------------------------------------------------------------
002180 01 WS-PAGE-HDG.
002190     05 FILLER PIC X(36) VALUE
002200         "AOC01AD INQUIRY ACCESS FOR RUN DATE ".
002210     05 WS-HDG-DATE PIC 9(8).
002220     05 FILLER PIC X(11) VALUE "  LOOKBACK ".
002230     05 WS-HDG-LOOKBACK PIC 9(3).
002240     05 FILLER PIC X(5) VALUE " DAYS".
002250     05 FILLER PIC X(6) VALUE " PAGE ".
002260     05 WS-HDG-PAGE PIC 9(4).
002270     05 FILLER PIC X(59) VALUE SPACES.
002280 01 WS-USER-HDG.
002290     05 FILLER PIC X(40) VALUE
002300         "  USERID    AOCI SHOWN   NOT FOUND  AOCH".
002310     05 FILLER PIC X(46) VALUE
002320         " SHOWN   NOT FOUND      DENIED  FIRST   LAST  ".
002330     05 FILLER PIC X(46) VALUE SPACES.
002340 01 WS-USER-LINE.
002350     05 FILLER PIC X(2) VALUE SPACES.
002360     05 WS-UL-USERID PIC X(8).
002370     05 FILLER PIC X(2) VALUE SPACES.
002380     05 WS-UL-DOC PIC Z(9)9.
002390     05 FILLER PIC X(2) VALUE SPACES.
002400     05 WS-UL-DOC-NF PIC Z(9)9.
002410     05 FILLER PIC X(2) VALUE SPACES.
002420     05 WS-UL-RUN PIC Z(9)9.
002430     05 FILLER PIC X(2) VALUE SPACES.
002440     05 WS-UL-RUN-NF PIC Z(9)9.
002450     05 FILLER PIC X(2) VALUE SPACES.
002460     05 WS-UL-DENIED PIC Z(9)9.
002470     05 FILLER PIC X(2) VALUE SPACES.
002480     05 WS-UL-FIRST PIC X(6).
002490     05 FILLER PIC X(2) VALUE SPACES.
002500     05 WS-UL-LAST PIC X(6).
002510     05 FILLER PIC X(46) VALUE SPACES.
002520 01 WS-DENY-HDG.
002530     05 FILLER PIC X(40) VALUE
002540         "  TIME    USERID    TERM  TRAN  KEYED   ".
002550     05 FILLER PIC X(92) VALUE SPACES.
002560 01 WS-DENY-LINE.
002570     05 FILLER PIC X(2) VALUE SPACES.
002580     05 WS-DL-TIME PIC 9(6).
002590     05 FILLER PIC X(2) VALUE SPACES.
002600     05 WS-DL-USERID PIC X(8).
002610     05 FILLER PIC X(2) VALUE SPACES.
002620     05 WS-DL-TERMID PIC X(4).
002630     05 FILLER PIC X(2) VALUE SPACES.
002640     05 WS-DL-TRANSID PIC X(4).
002650     05 FILLER PIC X(2) VALUE SPACES.
002660     05 WS-DL-KEYED PIC X(12).
002670     05 FILLER PIC X(88) VALUE SPACES.
002680 01 WS-DOC-HDG.
002690     05 FILLER PIC X(40) VALUE
002700         "  LOOKED UP        USERID    TERM  DSN  ".
002710     05 FILLER PIC X(43) VALUE
002720         "RECNO      RUN DATE  SHOWN  NOW  CORRECTION".
002730     05 FILLER PIC X(49) VALUE SPACES.
002740 01 WS-DOC-LINE.
002750     05 FILLER PIC X(2) VALUE SPACES.
002760     05 WS-KL-DATE PIC 9(8).
002770     05 FILLER PIC X(1) VALUE SPACE.
002780     05 WS-KL-TIME PIC 9(6).
002790     05 FILLER PIC X(2) VALUE SPACES.
002800     05 WS-KL-USERID PIC X(8).
002810     05 FILLER PIC X(2) VALUE SPACES.
002820     05 WS-KL-TERMID PIC X(4).
002830     05 FILLER PIC X(2) VALUE SPACES.
002840     05 WS-KL-DSN PIC 9(3).
002850     05 FILLER PIC X(2) VALUE SPACES.
002860     05 WS-KL-RECNO PIC 9(9).
002870     05 FILLER PIC X(2) VALUE SPACES.
002880     05 WS-KL-RUN-DATE PIC 9(8).
002890     05 FILLER PIC X(5) VALUE SPACES.
002900     05 WS-KL-SHOWN PIC 9(2).
002910     05 FILLER PIC X(3) VALUE SPACES.
002920     05 WS-KL-NOW PIC 9(2).
002930     05 FILLER PIC X(2) VALUE SPACES.
002940     05 WS-KL-CORRECTION PIC X(40).
002950     05 FILLER PIC X(19) VALUE SPACES.
002960 01 WS-RUN-HDG.
002970     05 FILLER PIC X(40) VALUE
002980         "  LOOKED UP        USERID    TERM  RUN D".
002990     05 FILLER PIC X(46) VALUE
003000         "ATE  TOTAL SHOWN                     TOTAL NOW".
003010     05 FILLER PIC X(46) VALUE SPACES.
003020 01 WS-RUN-LINE.
003030     05 FILLER PIC X(2) VALUE SPACES.
003040     05 WS-RL-DATE PIC 9(8).
003050     05 FILLER PIC X(1) VALUE SPACE.
003060     05 WS-RL-TIME PIC 9(6).
003070     05 FILLER PIC X(2) VALUE SPACES.
003080     05 WS-RL-USERID PIC X(8).
003090     05 FILLER PIC X(2) VALUE SPACES.
003100     05 WS-RL-TERMID PIC X(4).
003110     05 FILLER PIC X(2) VALUE SPACES.
003120     05 WS-RL-RUN-DATE PIC 9(8).
003130     05 FILLER PIC X(2) VALUE SPACES.
003140     05 WS-RL-SHOWN PIC 9(30).
003150     05 FILLER PIC X(2) VALUE SPACES.
003160     05 WS-RL-NOW PIC 9(30).
003170     05 FILLER PIC X(25) VALUE SPACES.
003180 01 WS-FACT-LINE.
003190     05 FILLER PIC X(2) VALUE SPACES.
003200     05 WS-FACT-LABEL PIC X(40).
003210     05 WS-FACT-VALUE PIC Z(8)9.
003220     05 FILLER PIC X(81) VALUE SPACES.
003230 01 WS-MSG-LINE PIC X(132).
003240 01 WS-BLANK-LINE PIC X(132) VALUE SPACES.
003250
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-TALLY-USERS THRU 2000-EXIT.
003300     PERFORM 3000-LIST-USERS THRU 3000-EXIT.
003310     PERFORM 4000-LIST-DENIED THRU 4000-EXIT.
003320     PERFORM 1300-LOAD-AUDIT-TRAIL THRU 1300-EXIT.
003330     PERFORM 5000-LIST-CORRECTED THRU 5000-EXIT.
003340     PERFORM 6000-LIST-ADJUSTED THRU 6000-EXIT.
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003360     STOP RUN.
003370
003380*----------------------------------------------------------------
003390* 1000-INITIALIZE - RUNDATE= IS REQUIRED, LOOKBACK= DEFAULTS TO
003400* 30 DAYS. THE JOURNAL COPY AND BOTH MASTERS MUST BE THERE - A
003410* REPORT WITHOUT THEM WOULD SAY NOTHING WAS LOOKED UP OR MOVED.
003420*----------------------------------------------------------------
003430 1000-INITIALIZE.
003440     OPEN INPUT DPARM-FILE.
003450     PERFORM UNTIL WS-EOF = 'Y'
003460         READ DPARM-FILE
003470             AT END MOVE 'Y' TO WS-EOF
003480             NOT AT END
003490                 PERFORM 1100-APPLY-CARD THRU 1100-EXIT
003500         END-READ
003510     END-PERFORM.
003520     CLOSE DPARM-FILE.
003530     IF NOT WS-RUN-DATE-SET
003540         DISPLAY "AOC01AD - NO VALID RUNDATE= CARD ON INQPARM"
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     MOVE WS-RUN-DATE TO WS-WORK-DATE.
003590     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003600     SUBTRACT WS-LOOKBACK FROM WS-SERIAL GIVING WS-FROM-SERIAL.
003610
003620     OPEN INPUT IJRNL-FILE.
003630     IF WS-IJ-FS NOT = "00"
003640         DISPLAY "AOC01AD - INQJRNL-FILE OPEN FAILED, STATUS "
003650             WS-IJ-FS
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     CLOSE IJRNL-FILE.
003700     OPEN INPUT DOCM-FILE.
003710     IF WS-DM-FS NOT = "00"
003720         DISPLAY "AOC01AD - DOCMSTR-FILE OPEN FAILED, STATUS "
003730             WS-DM-FS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     OPEN INPUT RUNHIST-FILE.
003780     IF WS-RH-FS NOT = "00"
003790         DISPLAY "AOC01AD - RUNHIST-FILE OPEN FAILED, STATUS "
003800             WS-RH-FS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     OPEN OUTPUT DRPT-FILE.
003850     MOVE WS-RUN-DATE TO WS-HDG-DATE.
003860     MOVE WS-LOOKBACK TO WS-HDG-LOOKBACK.
003870 1000-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 1100-APPLY-CARD - RUNDATE=CCYYMMDD (MONTH AND DAY IN RANGE) AND
003920* LOOKBACK=NNN (DAYS, 001-999). ANYTHING ELSE IS REPORTED AND
003930* IGNORED.
003940*----------------------------------------------------------------
003950 1100-APPLY-CARD.
003960     IF DPARM-CARD(1:8) = "RUNDATE="
003970             AND DPARM-CARD(9:8) IS NUMERIC
003980             AND DPARM-CARD(13:2) > "00"
003990             AND DPARM-CARD(13:2) < "13"
004000             AND DPARM-CARD(15:2) > "00"
004010             AND DPARM-CARD(15:2) < "32"
004020         MOVE DPARM-CARD(9:8) TO WS-RUN-DATE
004030         SET WS-RUN-DATE-SET TO TRUE
004040         GO TO 1100-EXIT
004050     END-IF.
004060     IF DPARM-CARD(1:9) = "LOOKBACK="
004070             AND DPARM-CARD(10:3) IS NUMERIC
004080             AND DPARM-CARD(10:3) > "000"
004090         MOVE DPARM-CARD(10:3) TO WS-LOOKBACK
004100         GO TO 1100-EXIT
004110     END-IF.
004120     IF DPARM-CARD NOT = SPACES
004130         DISPLAY "AOC01AD - UNRECOGNIZED PARM CARD IGNORED: "
004140             DPARM-CARD(1:40)
004150     END-IF.
004160 1100-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------
004200* 1300-LOAD-AUDIT-TRAIL - WALK THE CUMULATIVE ADJUSTMENT AUDIT
004210* FILE INTO THE KEYED TABLE OF ACCEPTED CORRECTIONS. RUN DATES
004220* OLDER THAN ANY DOCUMENT LOOKUP IN THE WINDOW SHOWED ARE SKIPPED;
004230* WITH NO SUCH LOOKUP THE FILE IS NOT READ AT ALL.
004240*----------------------------------------------------------------
004250 1300-LOAD-AUDIT-TRAIL.
004260     IF WS-OLDEST-RUN = 0
004270         GO TO 1300-EXIT
004280     END-IF.
004290     OPEN INPUT ADJ-FILE.
004300     MOVE 'N' TO WS-EOF.
004310     PERFORM UNTIL WS-EOF = 'Y'
004320         READ ADJ-FILE
004330             AT END MOVE 'Y' TO WS-EOF
004340             NOT AT END
004350                 IF ADJ-DISP(1:6) = "POSTED"
004360                         AND ADJ-RUN-DATE NOT < WS-OLDEST-RUN
004370                     PERFORM 1310-TABLE-AUDIT THRU 1310-EXIT
004380                 END-IF
004390         END-READ
004400     END-PERFORM.
004410     CLOSE ADJ-FILE.
004420 1300-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------
004460* 1310-TABLE-AUDIT - ONE ACCEPTED CORRECTION INTO THE TABLE. A
004470* LATER ONE FOR THE SAME KEY REPLACES THE VALUE AND CORRECTOR.
004480*----------------------------------------------------------------
004490 1310-TABLE-AUDIT.
004500     MOVE ADJ-RUN-DATE TO WS-FIND-RUN-DATE.
004510     MOVE ADJ-DSN-IDX TO WS-FIND-DSN.
004520     MOVE ADJ-RECNO TO WS-FIND-REC.
004530     PERFORM 8600-FIND-AUDIT THRU 8600-EXIT.
004540     IF WS-AT-HIT = 0
004550         IF WS-AT-USED NOT < 2000
004560             DISPLAY "AOC01AD - MORE THAN 2000 ACCEPTED"
004570                 " CORRECTIONS IN THE WINDOW - AUDIT TABLE FULL"
004580             MOVE 16 TO RETURN-CODE
004590             STOP RUN
004600         END-IF
004610         ADD 1 TO WS-AT-USED
004620         MOVE WS-AT-USED TO WS-AT-HIT
004630         MOVE ADJ-RUN-DATE TO WS-AT-RUN-DATE(WS-AT-HIT)
004640         MOVE ADJ-DSN-IDX TO WS-AT-DSN(WS-AT-HIT)
004650         MOVE ADJ-RECNO TO WS-AT-REC(WS-AT-HIT)
004660     END-IF.
004670     MOVE ADJ-AFTER TO WS-AT-AFTER(WS-AT-HIT).
004680     MOVE ADJ-CORRECTOR TO WS-AT-CORRECTOR(WS-AT-HIT).
004690 1310-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 2000-TALLY-USERS - FIRST PASS OF THE JOURNAL: EVERY RECORD DATED
004740* THE RUN DATE INTO THE USER TABLE, AND THE OLDEST RUN DATE ANY
004750* DOCUMENT LOOKUP IN THE WINDOW SHOWED, FOR THE AUDIT TABLE.
004760*----------------------------------------------------------------
004770 2000-TALLY-USERS.
004780     OPEN INPUT IJRNL-FILE.
004790     MOVE 'N' TO WS-EOF.
004800     PERFORM UNTIL WS-EOF = 'Y'
004810         READ IJRNL-FILE
004820             AT END MOVE 'Y' TO WS-EOF
004830             NOT AT END
004840                 ADD 1 TO WS-JRNL-READ
004850                 IF IJ-DATE = WS-RUN-DATE AND IJ-LINE-NO < 2
004860                     PERFORM 2100-TALLY-INQUIRY THRU 2100-EXIT
004870                 END-IF
004880                 IF IJ-TRANSID = "AOCI" AND IJ-SHOWN
004890                         AND IJ-D-RUN-DATE IS NUMERIC
004900                         AND IJ-D-RUN-DATE > 0
004910                     PERFORM 2300-CHECK-WINDOW THRU 2300-EXIT
004920                     IF WS-IN-WINDOW
004930                             AND (WS-OLDEST-RUN = 0
004940                               OR IJ-D-RUN-DATE < WS-OLDEST-RUN)
004950                         MOVE IJ-D-RUN-DATE TO WS-OLDEST-RUN
004960                     END-IF
004970                 END-IF
004980         END-READ
004990     END-PERFORM.
005000     CLOSE IJRNL-FILE.
005010 2000-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050* 2100-TALLY-INQUIRY - ONE INQUIRY TO ITS USER, BY TRANSACTION AND
005060* OUTCOME. A USERID NOT YET IN THE TABLE IS SLOTTED IN AT ITS
005070* PLACE IN USERID ORDER.
005080*----------------------------------------------------------------
005090 2100-TALLY-INQUIRY.
005100     ADD 1 TO WS-DAY-INQ.
005110     MOVE IJ-TIME(2:6) TO WS-IJ-HHMMSS.
005120     PERFORM 2200-FIND-USER THRU 2200-EXIT.
005130     EVALUATE TRUE
005140         WHEN IJ-DENIED
005150             ADD 1 TO WS-UT-DENIED(WS-UT-HIT)
005160         WHEN IJ-TRANSID = "AOCI" AND IJ-SHOWN
005170             ADD 1 TO WS-UT-DOC(WS-UT-HIT)
005180         WHEN IJ-TRANSID = "AOCI"
005190             ADD 1 TO WS-UT-DOC-NF(WS-UT-HIT)
005200         WHEN IJ-SHOWN
005210             ADD 1 TO WS-UT-RUN(WS-UT-HIT)
005220         WHEN OTHER
005230             ADD 1 TO WS-UT-RUN-NF(WS-UT-HIT)
005240     END-EVALUATE.
005250     IF WS-IJ-HHMMSS < WS-UT-FIRST(WS-UT-HIT)
005260         MOVE WS-IJ-HHMMSS TO WS-UT-FIRST(WS-UT-HIT)
005270     END-IF.
005280     IF WS-IJ-HHMMSS > WS-UT-LAST(WS-UT-HIT)
005290         MOVE WS-IJ-HHMMSS TO WS-UT-LAST(WS-UT-HIT)
005300     END-IF.
005310 2100-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 2200-FIND-USER - IJ-USERID'S ENTRY IN WS-UT-HIT. A NEW USERID
005360* GOES IN FRONT OF THE FIRST ENTRY THAT SORTS AFTER IT, THE ONES
005370* BEHIND MOVING DOWN ONE. MORE USERIDS THAN THE TABLE HOLDS IS A
005380* HARD STOP - THE REPORT WOULD OTHERWISE LEAVE SOMEONE OFF.
005390*----------------------------------------------------------------
005400 2200-FIND-USER.
005410     MOVE 0 TO WS-UT-HIT.
005420     PERFORM VARYING WS-UT-IDX FROM 1 BY 1
005430             UNTIL WS-UT-IDX > WS-UT-USED
005440             OR WS-UT-HIT > 0
005450         IF WS-UT-USERID(WS-UT-IDX) NOT < IJ-USERID
005460             MOVE WS-UT-IDX TO WS-UT-HIT
005470         END-IF
005480     END-PERFORM.
005490     IF WS-UT-HIT > 0
005500         IF WS-UT-USERID(WS-UT-HIT) = IJ-USERID
005510             GO TO 2200-EXIT
005520         END-IF
005530     ELSE
005540         COMPUTE WS-UT-HIT = WS-UT-USED + 1
005550     END-IF.
005560     IF WS-UT-USED NOT < 500
005570         DISPLAY "AOC01AD - MORE THAN 500 USERIDS ON THE RUN DATE"
005580             " - USER TABLE FULL"
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     PERFORM VARYING WS-UT-MOVE FROM WS-UT-USED BY -1
005630             UNTIL WS-UT-MOVE < WS-UT-HIT
005640         MOVE WS-UT-ENTRY(WS-UT-MOVE)
005650             TO WS-UT-ENTRY(WS-UT-MOVE + 1)
005660     END-PERFORM.
005670     ADD 1 TO WS-UT-USED.
005680     MOVE IJ-USERID TO WS-UT-USERID(WS-UT-HIT).
005690     MOVE 0 TO WS-UT-DOC(WS-UT-HIT).
005700     MOVE 0 TO WS-UT-DOC-NF(WS-UT-HIT).
005710     MOVE 0 TO WS-UT-RUN(WS-UT-HIT).
005720     MOVE 0 TO WS-UT-RUN-NF(WS-UT-HIT).
005730     MOVE 0 TO WS-UT-DENIED(WS-UT-HIT).
005740     MOVE WS-IJ-HHMMSS TO WS-UT-FIRST(WS-UT-HIT).
005750     MOVE WS-IJ-HHMMSS TO WS-UT-LAST(WS-UT-HIT).
005760 2200-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800* 2300-CHECK-WINDOW - IS IJ-DATE IN THE LOOKBACK WINDOW.
005810*----------------------------------------------------------------
005820 2300-CHECK-WINDOW.
005830     MOVE 'N' TO WS-WINDOW-SW.
005840     IF IJ-DATE NOT NUMERIC OR IJ-DATE > WS-RUN-DATE
005850         GO TO 2300-EXIT
005860     END-IF.
005870     MOVE IJ-DATE TO WS-WORK-DATE.
005880     IF WS-WD-MM < 1 OR WS-WD-MM > 12
005890         GO TO 2300-EXIT
005900     END-IF.
005910     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005920     IF WS-SERIAL NOT < WS-FROM-SERIAL
005930         SET WS-IN-WINDOW TO TRUE
005940     END-IF.
005950 2300-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------
005990* 3000-LIST-USERS - THE RUN DATE'S INQUIRIES BY USER, WITH A
006000* TOTAL LINE.
006010*----------------------------------------------------------------
006020 3000-LIST-USERS.
006030     MOVE "INQUIRIES BY USER ON THE RUN DATE" TO WS-MSG-LINE.
006040     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006050     MOVE WS-USER-HDG TO WS-MSG-LINE.
006060     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006070     PERFORM VARYING WS-UT-IDX FROM 1 BY 1
006080             UNTIL WS-UT-IDX > WS-UT-USED
006090         PERFORM 3100-LIST-USER THRU 3100-EXIT
006100     END-PERFORM.
006110     IF WS-UT-USED = 0
006120         MOVE "  NO INQUIRIES ON THE RUN DATE" TO WS-MSG-LINE
006130         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006140         GO TO 3000-EXIT
006150     END-IF.
006160     MOVE "TOTAL" TO WS-UL-USERID.
006170     MOVE WS-SUM-DOC TO WS-UL-DOC.
006180     MOVE WS-SUM-DOC-NF TO WS-UL-DOC-NF.
006190     MOVE WS-SUM-RUN TO WS-UL-RUN.
006200     MOVE WS-SUM-RUN-NF TO WS-UL-RUN-NF.
006210     MOVE WS-SUM-DENIED TO WS-UL-DENIED.
006220     MOVE SPACES TO WS-UL-FIRST.
006230     MOVE SPACES TO WS-UL-LAST.
006240     MOVE WS-USER-LINE TO WS-MSG-LINE.
006250     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006260 3000-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------
006300* 3100-LIST-USER - ONE USER'S LINE.
006310*----------------------------------------------------------------
006320 3100-LIST-USER.
006330     MOVE WS-UT-USERID(WS-UT-IDX) TO WS-UL-USERID.
006340     MOVE WS-UT-DOC(WS-UT-IDX) TO WS-UL-DOC.
006350     MOVE WS-UT-DOC-NF(WS-UT-IDX) TO WS-UL-DOC-NF.
006360     MOVE WS-UT-RUN(WS-UT-IDX) TO WS-UL-RUN.
006370     MOVE WS-UT-RUN-NF(WS-UT-IDX) TO WS-UL-RUN-NF.
006380     MOVE WS-UT-DENIED(WS-UT-IDX) TO WS-UL-DENIED.
006390     MOVE WS-UT-FIRST(WS-UT-IDX) TO WS-UL-FIRST.
006400     MOVE WS-UT-LAST(WS-UT-IDX) TO WS-UL-LAST.
006410     MOVE WS-USER-LINE TO WS-MSG-LINE.
006420     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006430     ADD WS-UT-DOC(WS-UT-IDX) TO WS-SUM-DOC.
006440     ADD WS-UT-DOC-NF(WS-UT-IDX) TO WS-SUM-DOC-NF.
006450     ADD WS-UT-RUN(WS-UT-IDX) TO WS-SUM-RUN.
006460     ADD WS-UT-RUN-NF(WS-UT-IDX) TO WS-SUM-RUN-NF.
006470     ADD WS-UT-DENIED(WS-UT-IDX) TO WS-SUM-DENIED.
006480 3100-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 4000-LIST-DENIED - SECOND PASS: EVERY ATTEMPT THE INQAUTH CHECK
006530* REFUSED ON THE RUN DATE, IN THE ORDER THEY WERE MADE, WITH THE
006540* TEXT AS KEYED.
006550*----------------------------------------------------------------
006560 4000-LIST-DENIED.
006570     MOVE "ATTEMPTS REFUSED ON THE RUN DATE" TO WS-MSG-LINE.
006580     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
006590     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006600     MOVE WS-DENY-HDG TO WS-MSG-LINE.
006610     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006620     OPEN INPUT IJRNL-FILE.
006630     MOVE 'N' TO WS-EOF.
006640     PERFORM UNTIL WS-EOF = 'Y'
006650         READ IJRNL-FILE
006660             AT END MOVE 'Y' TO WS-EOF
006670             NOT AT END
006680                 IF IJ-DATE = WS-RUN-DATE AND IJ-DENIED
006690                     ADD 1 TO WS-DAY-DENIED
006700                     MOVE IJ-TIME(2:6) TO WS-DL-TIME
006710                     MOVE IJ-USERID TO WS-DL-USERID
006720                     MOVE IJ-TERMID TO WS-DL-TERMID
006730                     MOVE IJ-TRANSID TO WS-DL-TRANSID
006740                     MOVE IJ-KEY TO WS-DL-KEYED
006750                     MOVE WS-DENY-LINE TO WS-MSG-LINE
006760                     PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006770                 END-IF
006780         END-READ
006790     END-PERFORM.
006800     CLOSE IJRNL-FILE.
006810     IF WS-DAY-DENIED = 0
006820         MOVE "  NO ATTEMPTS REFUSED" TO WS-MSG-LINE
006830         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
006840     END-IF.
006850 4000-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 5000-LIST-CORRECTED - THIRD PASS: EVERY DOCUMENT VALUE SHOWN IN
006900* THE WINDOW THAT HAS BEEN CORRECTED SINCE.
006910*----------------------------------------------------------------
006920 5000-LIST-CORRECTED.
006930     MOVE "DOCUMENT LOOKUPS SINCE CORRECTED" TO WS-MSG-LINE.
006940     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
006950     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006960     MOVE WS-DOC-HDG TO WS-MSG-LINE.
006970     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006980     OPEN INPUT IJRNL-FILE.
006990     MOVE 'N' TO WS-EOF.
007000     PERFORM UNTIL WS-EOF = 'Y'
007010         READ IJRNL-FILE
007020             AT END MOVE 'Y' TO WS-EOF
007030             NOT AT END
007040                 IF IJ-TRANSID = "AOCI" AND IJ-SHOWN
007050                         AND IJ-D-RUN-DATE IS NUMERIC
007060                         AND IJ-D-RUN-DATE > 0
007070                     PERFORM 2300-CHECK-WINDOW THRU 2300-EXIT
007080                     IF WS-IN-WINDOW
007090                         PERFORM 5100-CHECK-DOCUMENT
007100                             THRU 5100-EXIT
007110                     END-IF
007120                 END-IF
007130         END-READ
007140     END-PERFORM.
007150     CLOSE IJRNL-FILE.
007160     IF WS-DOC-FLAGGED = 0
007170         MOVE "  NO DOCUMENT SHOWN IN THE WINDOW HAS BEEN"
007180             TO WS-MSG-LINE
007190         MOVE "CORRECTED" TO WS-MSG-LINE(44:9)
007200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007210     END-IF.
007220 5000-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260* 5100-CHECK-DOCUMENT - ONE DOCUMENT LOOKUP. WHILE THE MASTER
007270* STILL HOLDS THE SAME RUN, A CORRECTED-ON DATE LATER THAN THE
007280* ONE SHOWN MEANS IT WAS CORRECTED AFTER THE LOOKUP. A LOOKUP THAT
007290* SHOWED NO CORRECTION IS ALSO FLAGGED WHEN THE AUDIT TRAIL HAS
007300* ACCEPTED ONE FOR IT - STILL WAITING FOR AOC01O TO POST IT, OR
007310* POSTED TO A RUN THE MASTER HAS SINCE MOVED PAST.
007320*----------------------------------------------------------------
007330 5100-CHECK-DOCUMENT.
007340     ADD 1 TO WS-DOC-CHECKED.
007350     MOVE IJ-K-DSN TO DM-DSN-IDX.
007360     MOVE IJ-K-RECNO TO DM-RECNO.
007370     MOVE 'N' TO WS-SAME-RUN-SW.
007380     READ DOCM-FILE.
007390     IF WS-DM-FS = "00" AND DM-RUN-DATE = IJ-D-RUN-DATE
007400         SET WS-SAME-RUN TO TRUE
007410     END-IF.
007420     MOVE SPACES TO WS-KL-CORRECTION.
007430     IF WS-SAME-RUN AND DM-CORR-DATE > IJ-D-CORR-DATE
007440         MOVE DM-NUM TO WS-KL-NOW
007450         MOVE "CORRECTED ON" TO WS-KL-CORRECTION
007460         MOVE DM-CORR-DATE TO WS-KL-CORRECTION(14:8)
007470     ELSE
007480         IF IJ-D-CORR-DATE NOT = 0
007490             GO TO 5100-EXIT
007500         END-IF
007510         MOVE IJ-D-RUN-DATE TO WS-FIND-RUN-DATE
007520         MOVE IJ-K-DSN TO WS-FIND-DSN
007530         MOVE IJ-K-RECNO TO WS-FIND-REC
007540         PERFORM 8600-FIND-AUDIT THRU 8600-EXIT
007550         IF WS-AT-HIT = 0
007560             GO TO 5100-EXIT
007570         END-IF
007580         MOVE WS-AT-AFTER(WS-AT-HIT) TO WS-KL-NOW
007590         IF WS-SAME-RUN
007600             MOVE "NOT YET POSTED, ACCEPTED BY"
007610                 TO WS-KL-CORRECTION
007620         ELSE
007630             MOVE "RUN OFF MASTER, ACCEPTED BY"
007640                 TO WS-KL-CORRECTION
007650         END-IF
007660         MOVE WS-AT-CORRECTOR(WS-AT-HIT) TO WS-KL-CORRECTION(29:8)
007670     END-IF.
007680     ADD 1 TO WS-DOC-FLAGGED.
007690     MOVE IJ-DATE TO WS-KL-DATE.
007700     MOVE IJ-TIME(2:6) TO WS-KL-TIME.
007710     MOVE IJ-USERID TO WS-KL-USERID.
007720     MOVE IJ-TERMID TO WS-KL-TERMID.
007730     MOVE IJ-K-DSN TO WS-KL-DSN.
007740     MOVE IJ-K-RECNO TO WS-KL-RECNO.
007750     MOVE IJ-D-RUN-DATE TO WS-KL-RUN-DATE.
007760     MOVE IJ-D-NUM TO WS-KL-SHOWN.
007770     MOVE WS-DOC-LINE TO WS-MSG-LINE.
007780     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007790 5100-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------
007830* 6000-LIST-ADJUSTED - FOURTH PASS: EVERY RUN TOTAL SHOWN IN THE
007840* WINDOW (EACH BROWSE LINE INCLUDED) THAT RUN HISTORY NO LONGER
007850* AGREES WITH. THE TOTAL NOW IS THE ADJUSTED TOTAL WHEN THERE IS
007860* ONE, THE SAME RULE AOCH SHOWS IT BY. A RUN GONE FROM RUN
007870* HISTORY IS NOT LISTED.
007880*----------------------------------------------------------------
007890 6000-LIST-ADJUSTED.
007900     MOVE "RUN-HISTORY LOOKUPS SINCE ADJUSTED" TO WS-MSG-LINE.
007910     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
007920     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007930     MOVE WS-RUN-HDG TO WS-MSG-LINE.
007940     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007950     OPEN INPUT IJRNL-FILE.
007960     MOVE 'N' TO WS-EOF.
007970     PERFORM UNTIL WS-EOF = 'Y'
007980         READ IJRNL-FILE
007990             AT END MOVE 'Y' TO WS-EOF
008000             NOT AT END
008010                 IF IJ-TRANSID = "AOCH" AND IJ-SHOWN
008020                     PERFORM 2300-CHECK-WINDOW THRU 2300-EXIT
008030                     IF WS-IN-WINDOW
008040                         PERFORM 6100-CHECK-RUN THRU 6100-EXIT
008050                     END-IF
008060                 END-IF
008070         END-READ
008080     END-PERFORM.
008090     CLOSE IJRNL-FILE.
008100     IF WS-RUN-FLAGGED = 0
008110         MOVE "  NO RUN TOTAL SHOWN IN THE WINDOW HAS BEEN"
008120             TO WS-MSG-LINE
008130         MOVE "ADJUSTED" TO WS-MSG-LINE(45:8)
008140         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
008150     END-IF.
008160
008170     PERFORM 8010-WRITE-BLANK THRU 8010-EXIT.
008180     MOVE "JOURNAL RECORDS READ" TO WS-FACT-LABEL.
008190     MOVE WS-JRNL-READ TO WS-FACT-VALUE.
008200     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008210     MOVE "USERS ON THE RUN DATE" TO WS-FACT-LABEL.
008220     MOVE WS-UT-USED TO WS-FACT-VALUE.
008230     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008240     MOVE "INQUIRIES ON THE RUN DATE" TO WS-FACT-LABEL.
008250     MOVE WS-DAY-INQ TO WS-FACT-VALUE.
008260     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008270     MOVE "ATTEMPTS REFUSED ON THE RUN DATE" TO WS-FACT-LABEL.
008280     MOVE WS-DAY-DENIED TO WS-FACT-VALUE.
008290     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008300     MOVE "DOCUMENT LOOKUPS CHECKED" TO WS-FACT-LABEL.
008310     MOVE WS-DOC-CHECKED TO WS-FACT-VALUE.
008320     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008330     MOVE "DOCUMENT LOOKUPS SINCE CORRECTED" TO WS-FACT-LABEL.
008340     MOVE WS-DOC-FLAGGED TO WS-FACT-VALUE.
008350     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008360     MOVE "RUN-HISTORY LOOKUPS CHECKED" TO WS-FACT-LABEL.
008370     MOVE WS-RUN-CHECKED TO WS-FACT-VALUE.
008380     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008390     MOVE "RUN-HISTORY LOOKUPS SINCE ADJUSTED" TO WS-FACT-LABEL.
008400     MOVE WS-RUN-FLAGGED TO WS-FACT-VALUE.
008410     PERFORM 8020-WRITE-FACT THRU 8020-EXIT.
008420 6000-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 6100-CHECK-RUN - ONE RUN-HISTORY LOOKUP AGAINST RUN HISTORY NOW.
008470*----------------------------------------------------------------
008480 6100-CHECK-RUN.
008490     ADD 1 TO WS-RUN-CHECKED.
008500     MOVE IJ-K-RUN-DATE TO RH-RUN-DATE.
008510     READ RUNHIST-FILE.
008520     IF WS-RH-FS NOT = "00"
008530         GO TO 6100-EXIT
008540     END-IF.
008550     IF RH-ADJ-TOTAL > 0
008560         MOVE RH-ADJ-TOTAL TO WS-NOW-TOTAL
008570     ELSE
008580         MOVE RH-TOTAL TO WS-NOW-TOTAL
008590     END-IF.
008600     IF WS-NOW-TOTAL = IJ-R-TOTAL
008610         GO TO 6100-EXIT
008620     END-IF.
008630     ADD 1 TO WS-RUN-FLAGGED.
008640     MOVE IJ-DATE TO WS-RL-DATE.
008650     MOVE IJ-TIME(2:6) TO WS-RL-TIME.
008660     MOVE IJ-USERID TO WS-RL-USERID.
008670     MOVE IJ-TERMID TO WS-RL-TERMID.
008680     MOVE IJ-K-RUN-DATE TO WS-RL-RUN-DATE.
008690     MOVE IJ-R-TOTAL TO WS-RL-SHOWN.
008700     MOVE WS-NOW-TOTAL TO WS-RL-NOW.
008710     MOVE WS-RUN-LINE TO WS-MSG-LINE.
008720     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
008730 6100-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* 8000-WRITE-LINE - ONE BODY LINE WITH PAGE CONTROL.
008780*----------------------------------------------------------------
008790 8000-WRITE-LINE.
008800     IF WS-LINE-COUNT > 54
008810         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
008820     END-IF.
008830     WRITE DRPT-LINE FROM WS-MSG-LINE.
008840     ADD 1 TO WS-LINE-COUNT.
008850 8000-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------
008890* 8010-WRITE-BLANK - ONE BLANK SPACER LINE WITH PAGE CONTROL.
008900*----------------------------------------------------------------
008910 8010-WRITE-BLANK.
008920     IF WS-LINE-COUNT > 54
008930         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
008940     END-IF.
008950     WRITE DRPT-LINE FROM WS-BLANK-LINE.
008960     ADD 1 TO WS-LINE-COUNT.
008970 8010-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------
009010* 8020-WRITE-FACT - ONE LABEL/COUNT LINE WITH PAGE CONTROL.
009020*----------------------------------------------------------------
009030 8020-WRITE-FACT.
009040     IF WS-LINE-COUNT > 54
009050         PERFORM 8400-PAGE-HEADING THRU 8400-EXIT
009060     END-IF.
009070     WRITE DRPT-LINE FROM WS-FACT-LINE.
009080     ADD 1 TO WS-LINE-COUNT.
009090 8020-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------
009130* 8400-PAGE-HEADING - TOP OF A NEW PAGE: TITLE LINE, ONE SPACER.
009140*----------------------------------------------------------------
009150 8400-PAGE-HEADING.
009160     ADD 1 TO WS-PAGE-NUM.
009170     MOVE WS-PAGE-NUM TO WS-HDG-PAGE.
009180     WRITE DRPT-LINE FROM WS-PAGE-HDG.
009190     WRITE DRPT-LINE FROM WS-BLANK-LINE.
009200     MOVE 2 TO WS-LINE-COUNT.
009210 8400-EXIT.
009220     EXIT.
009230
009240*----------------------------------------------------------------
009250* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
009260* 0001-01-01 - THE SAME ARITHMETIC AS AOC01T AND AOC01V.
009270*----------------------------------------------------------------
009280 8500-DATE-TO-SERIAL.
009290     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
009300     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
009310     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
009320     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
009330     COMPUTE WS-SERIAL = WS-SER-YEARS * 365
009340         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
009350         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
009360     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
009370         REMAINDER WS-SER-R4.
009380     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
009390         REMAINDER WS-SER-R100.
009400     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
009410         REMAINDER WS-SER-R400.
009420     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
009430             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
009440         ADD 1 TO WS-SERIAL
009450     END-IF.
009460 8500-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------
009500* 8600-FIND-AUDIT - THE AUDIT TABLE ENTRY FOR WS-FIND-RUN-DATE,
009510* WS-FIND-DSN AND WS-FIND-REC; WS-AT-HIT IS ITS ENTRY, OR ZERO.
009520*----------------------------------------------------------------
009530 8600-FIND-AUDIT.
009540     MOVE 0 TO WS-AT-HIT.
009550     PERFORM VARYING WS-AT-IDX FROM 1 BY 1
009560             UNTIL WS-AT-IDX > WS-AT-USED
009570             OR WS-AT-HIT > 0
009580         IF WS-AT-RUN-DATE(WS-AT-IDX) = WS-FIND-RUN-DATE
009590                 AND WS-AT-DSN(WS-AT-IDX) = WS-FIND-DSN
009600                 AND WS-AT-REC(WS-AT-IDX) = WS-FIND-REC
009610             MOVE WS-AT-IDX TO WS-AT-HIT
009620         END-IF
009630     END-PERFORM.
009640 8600-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 9000-TERMINATE - THE RETURN CODE. RC=4 WHEN AN ATTEMPT WAS
009690* REFUSED ON THE RUN DATE OR A VALUE SHOWN IN THE WINDOW HAS
009700* MOVED SINCE - SOMEONE HAS TO FOLLOW IT UP. OTHERWISE RC=0. SETUP
009710* FAILURES HAVE ALREADY STOPPED THE RUN AT RC=16.
009720*----------------------------------------------------------------
009730 9000-TERMINATE.
009740     DISPLAY "AOC01AD - " WS-DAY-INQ " INQUIRIES, " WS-DAY-DENIED
009750         " REFUSED ON " WS-RUN-DATE.
009760     DISPLAY "AOC01AD - " WS-DOC-FLAGGED " DOCUMENT AND "
009770         WS-RUN-FLAGGED " RUN-HISTORY LOOKUPS SINCE CHANGED".
009780     IF WS-DAY-DENIED > 0 OR WS-DOC-FLAGGED > 0
009790             OR WS-RUN-FLAGGED > 0
009800         MOVE 4 TO RETURN-CODE
009810     END-IF.
009820     CLOSE DOCM-FILE.
009830     CLOSE RUNHIST-FILE.
009840     CLOSE DRPT-FILE.
009850 9000-EXIT.
009860     EXIT.
