000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AOC01X.
000030 AUTHOR. R HALVERSEN.
000040 INSTALLATION. AOC BATCH CENTER.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-14 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF THE
000110*                 STORED SIX-DIGIT YYMMDD DATES TO CCYYMMDD. RUN
000120*                 ONCE PER FILE BY AOC01CNV AGAINST A FLAT UNLOAD
000130*                 OF RUNHIST, DOCMSTR (OR ANY DOCMSTR.ARCH
000140*                 GENERATION - SAME LAYOUT), FEEDCTL, RUNCTL,
000150*                 VOCBMSTR, THE VOCBJRNL JOURNAL OR THE ADJAUDIT
000160*                 TRAIL. EACH DATE IS WIDENED IN PLACE AND THE
000170*                 BYTES AROUND IT CARRIED ACROSS UNCHANGED. THE
000180*                 CONVERSION REPORT BALANCES RECORDS READ AGAINST
000190*                 RECORDS WRITTEN PLUS REJECTED, AND A SECOND
000200*                 PASS (MODE=VERIFY) PROVES THE RELOADED CLUSTER
000210*                 HOLDS EXACTLY WHAT WAS CONVERTED, RECORD FOR
000220*                 RECORD. EITHER PASS ENDS RC=8 IF IT DOES NOT
000230*                 BALANCE, AND THE JOB STOPS BEFORE ANYTHING ELSE
000240*                 TOUCHES THE FILE.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT XPARM-FILE ASSIGN TO "CNVPARM-FILE"
000310     ORGANIZATION IS LINE SEQUENTIAL.
000320
000330     SELECT OLD-FILE ASSIGN TO "CNVOLD-FILE"
000340     ORGANIZATION IS LINE SEQUENTIAL.
000350
000360     SELECT NEW-FILE ASSIGN TO "CNVNEW-FILE"
000370     ORGANIZATION IS LINE SEQUENTIAL.
000380
000390     SELECT CHK-FILE ASSIGN TO "CNVCHK-FILE"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT XRPT-FILE ASSIGN TO "CONVERT-REPORT"
000430     ORGANIZATION IS LINE SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD XPARM-FILE.
000480 01 XPARM-CARD PIC X(80).
000490
000500*----------------------------------------------------------------
000510* OLD-FILE IS THE FLAT UNLOAD IN THE SIX-DIGIT LAYOUT. NEW-FILE
000520* IS THE CONVERTED FLAT - WRITTEN IN CONVERT MODE, READ BACK IN
000530* VERIFY MODE AGAINST CHK-FILE, THE UNLOAD OF THE RELOADED
000540* CLUSTER. THE LONGEST LAYOUT (ADJAUDIT) SETS THE MAXIMUM; EACH
000550* RECORD IS WRITTEN AT ITS OWN FILE'S NEW LENGTH.
000560*----------------------------------------------------------------
000570 FD OLD-FILE
000580     RECORD VARYING IN SIZE FROM 1 TO 320 CHARACTERS
000590     DEPENDING ON WS-OLD-LEN.
000600 01 OLD-RECORD PIC X(320).
000610
000620 FD NEW-FILE
000630     RECORD VARYING IN SIZE FROM 1 TO 322 CHARACTERS
000640     DEPENDING ON WS-NEW-LEN.
000650 01 NEW-RECORD PIC X(322).
000660
000670 FD CHK-FILE
000680     RECORD VARYING IN SIZE FROM 1 TO 322 CHARACTERS
000690     DEPENDING ON WS-CHK-LEN.
000700 01 CHK-RECORD PIC X(322).
000710
000720 FD XRPT-FILE.
000730 01 XRPT-LINE PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760 01 WS-EOF PIC A(1) VALUE 'N'.
000770 01 WS-CHK-EOF PIC A(1) VALUE 'N'.
000780 01 WS-OLD-LEN PIC 9(4) COMP VALUE 0.
000790 01 WS-NEW-LEN PIC 9(4) COMP VALUE 0.
000800 01 WS-CHK-LEN PIC 9(4) COMP VALUE 0.
000810 01 WS-MODE PIC X(7) VALUE "CONVERT".
000820     88 WS-VERIFY-MODE VALUE "VERIFY ".
000830 01 WS-FILE-NAME PIC X(8) VALUE SPACES.
000840 01 WS-FILE-SW PIC A(1) VALUE 'N'.
000850     88 WS-FILE-FOUND VALUE 'Y'.
000860
000870*----------------------------------------------------------------
000880* THE FILES THIS PROGRAM KNOWS, ONE ENTRY EACH: NAME, OLD AND NEW
000890* RECORD LENGTHS, HOW MANY DATES THE RECORD CARRIES, AND THE
000900* 1-BASED POSITION OF EACH SIX-DIGIT DATE IN THE OLD RECORD.
000910* EVERY DATE GROWS BY TWO BYTES, SO THE NEW LENGTH IS THE OLD
000920* ONE PLUS TWO PER DATE.
000930*   RUNHIST  RH-RUN-DATE (THE KEY)
000940*   DOCMSTR  DM-RUN-DATE, DM-CORR-DATE
000950*   FEEDCTL  FC-FEED-DATE (KEY, AFTER THE SOURCE SYSTEM),
000960*            FC-ACCEPT-DATE
000970*   RUNCTL   RC-RUN-DATE (KEY, AHEAD OF THE STEP NAME)
000980*   VOCBMSTR VM-EFF-FROM, VM-EFF-TO
000990*   VOCBJRNL JR-EFF-FROM, JR-EFF-TO
001000*   ADJAUDIT ADJ-RUN-DATE
001010*----------------------------------------------------------------
001020 01 WS-FILE-TABLE.
001030     05 FILLER PIC X(21) VALUE "RUNHIST 0940961001000".
001040     05 FILLER PIC X(21) VALUE "DOCMSTR 0270312015022".
001050     05 FILLER PIC X(21) VALUE "FEEDCTL 0470512009042".
001060     05 FILLER PIC X(21) VALUE "RUNCTL  0470491001000".
001070     05 FILLER PIC X(21) VALUE "VOCBMSTR0560602045051".
001080     05 FILLER PIC X(21) VALUE "VOCBJRNL0600642048054".
001090     05 FILLER PIC X(21) VALUE "ADJAUDIT3203221001000".
001100 01 WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
001110     05 WS-FT-ENTRY OCCURS 7 TIMES.
001120         10 WS-FT-NAME    PIC X(8).
001130         10 WS-FT-OLD-LEN PIC 9(3).
001140         10 WS-FT-NEW-LEN PIC 9(3).
001150         10 WS-FT-DATES   PIC 9(1).
001160         10 WS-FT-POS     PIC 9(3) OCCURS 2 TIMES.
001170 01 WS-FT-IDX PIC 9(2) VALUE 0.
001180 01 WS-FT-MAX PIC 9(2) VALUE 7.
001190 01 WS-DT-IDX PIC 9(1) VALUE 0.
001200
001210*----------------------------------------------------------------
001220* RECORD-BUILD WORK. THE OLD AND NEW POINTERS WALK THE TWO
001230* RECORDS IN STEP; EVERYTHING BETWEEN DATES IS COPIED AS IS.
001240*----------------------------------------------------------------
001250 01 WS-OLD-PTR PIC 9(3) VALUE 0.
001260 01 WS-NEW-PTR PIC 9(3) VALUE 0.
001270 01 WS-SEG-LEN PIC S9(3) VALUE 0.
001280 01 WS-OLD-DATE PIC X(6) VALUE SPACES.
001290 01 WS-OLD-DATE-R REDEFINES WS-OLD-DATE.
001300     05 WS-OD-YY PIC 9(2).
001310     05 WS-OD-MM PIC 9(2).
001320     05 WS-OD-DD PIC 9(2).
001330 01 WS-OLD-DATE-N REDEFINES WS-OLD-DATE PIC 9(6).
001340 01 WS-NEW-DATE PIC 9(8) VALUE 0.
001350 01 WS-CENTURY PIC 9(2) VALUE 0.
001360 01 WS-REJECT-SW PIC A(1) VALUE 'N'.
001370     88 WS-REJECTED VALUE 'Y'.
001380 01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
001390
001400*----------------------------------------------------------------
001410* THE BALANCING COUNTS THE CONVERSION REPORT CARRIES.
001420*----------------------------------------------------------------
001430 77 WS-READ-COUNT PIC 9(9) VALUE 0.
001440 77 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
001450 77 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
001460 77 WS-WIDENED-COUNT PIC 9(9) VALUE 0.
001470 77 WS-ZERO-COUNT PIC 9(9) VALUE 0.
001480 77 WS-OPEN-COUNT PIC 9(9) VALUE 0.
001490 77 WS-LOADED-COUNT PIC 9(9) VALUE 0.
001500 77 WS-REUNLOAD-COUNT PIC 9(9) VALUE 0.
001510 77 WS-DIFFER-COUNT PIC 9(9) VALUE 0.
001520
001530*----------------------------------------------------------------
001540* CONVERT-REPORT LINE LAYOUTS.
001550*----------------------------------------------------------------
001560 01 WS-HDG-LINE.
001570     05 FILLER PIC X(38) VALUE
001580         "AOC01X STORED-DATE CONVERSION - FILE  ".
001590     05 WS-HDG-FILE PIC X(8).
001600     05 FILLER PIC X(8) VALUE "  MODE  ".
001610     05 WS-HDG-MODE PIC X(7).
001620     05 FILLER PIC X(71) VALUE SPACES.
001630 01 WS-COUNT-LINE.
001640     05 WS-CNT-LABEL PIC X(36).
001650     05 WS-CNT-VALUE PIC 9(9).
001660     05 FILLER PIC X(87) VALUE SPACES.
001670 01 WS-REJ-LINE.
001680     05 FILLER PIC X(16) VALUE "REJECTED RECORD ".
001690     05 WS-RJ-RECNO PIC 9(9).
001700     05 FILLER PIC X(2) VALUE SPACES.
001710     05 WS-RJ-REASON PIC X(40).
001720     05 FILLER PIC X(2) VALUE SPACES.
001730     05 WS-RJ-DATA PIC X(60).
001740     05 FILLER PIC X(3) VALUE SPACES.
001750 01 WS-DIFF-LINE.
001760     05 FILLER PIC X(16) VALUE "DIFFERS AT REC  ".
001770     05 WS-DF-RECNO PIC 9(9).
001780     05 FILLER PIC X(2) VALUE SPACES.
001790     05 FILLER PIC X(10) VALUE "LOADED    ".
001800     05 WS-DF-LOADED PIC X(40).
001810     05 FILLER PIC X(12) VALUE "  RE-UNLOAD ".
001820     05 WS-DF-CHECK PIC X(40).
001830     05 FILLER PIC X(3) VALUE SPACES.
001840 01 WS-MSG-LINE PIC X(132).
001850
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF WS-VERIFY-MODE
001900         PERFORM 3000-VERIFY-RELOAD THRU 3000-EXIT
001910     ELSE
001920         PERFORM 2000-CONVERT-FILE THRU 2000-EXIT
001930     END-IF.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960
001970*----------------------------------------------------------------
001980* 1000-INITIALIZE - FILE= NAMES THE LAYOUT AND IS REQUIRED: A
001990* GUESSED LAYOUT SHIFTS EVERY BYTE AFTER THE FIRST DATE. MODE= IS
002000* CONVERT (THE DEFAULT) OR VERIFY.
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030     OPEN INPUT XPARM-FILE.
002040     PERFORM UNTIL WS-EOF = 'Y'
002050         READ XPARM-FILE
002060             AT END MOVE 'Y' TO WS-EOF
002070             NOT AT END
002080                 IF XPARM-CARD(1:5) = "FILE="
002090                     MOVE XPARM-CARD(6:8) TO WS-FILE-NAME
002100                 END-IF
002110                 IF XPARM-CARD(1:5) = "MODE="
002120                     MOVE XPARM-CARD(6:7) TO WS-MODE
002130                 END-IF
002140         END-READ
002150     END-PERFORM.
002160     CLOSE XPARM-FILE.
002170     MOVE 'N' TO WS-EOF.
002180
002190     PERFORM 1100-FIND-FILE THRU 1100-EXIT
002200         VARYING WS-FT-IDX FROM 1 BY 1
002210         UNTIL WS-FT-IDX > WS-FT-MAX OR WS-FILE-FOUND.
002220     IF NOT WS-FILE-FOUND
002230         DISPLAY "AOC01X - FILE= CARD MISSING OR NOT A KNOWN"
002240             " LAYOUT: " WS-FILE-NAME
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     SUBTRACT 1 FROM WS-FT-IDX.
002290     IF WS-MODE NOT = "CONVERT" AND NOT WS-VERIFY-MODE
002300         DISPLAY "AOC01X - MODE= MUST BE CONVERT OR VERIFY: "
002310             WS-MODE
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350
002360     OPEN OUTPUT XRPT-FILE.
002370     MOVE WS-FILE-NAME TO WS-HDG-FILE.
002380     MOVE WS-MODE TO WS-HDG-MODE.
002390     WRITE XRPT-LINE FROM WS-HDG-LINE.
002400     MOVE SPACES TO WS-MSG-LINE.
002410     WRITE XRPT-LINE FROM WS-MSG-LINE.
002420 1000-EXIT.
002430     EXIT.
002440
002450 1100-FIND-FILE.
002460     IF WS-FT-NAME(WS-FT-IDX) = WS-FILE-NAME
002470         SET WS-FILE-FOUND TO TRUE
002480     END-IF.
002490 1100-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------
002530* 2000-CONVERT-FILE - ONE PASS OF THE OLD UNLOAD. A RECORD WHOSE
002540* DATES DO NOT ALL CONVERT IS LISTED AND LEFT OFF THE NEW FILE -
002550* IT IS COUNTED, SO THE REPORT STILL BALANCES, BUT THE JOB MUST
002560* NOT RELOAD UNTIL IT HAS BEEN LOOKED AT.
002570*----------------------------------------------------------------
002580 2000-CONVERT-FILE.
002590     OPEN INPUT OLD-FILE.
002600     OPEN OUTPUT NEW-FILE.
002610     PERFORM UNTIL WS-EOF = 'Y'
002620         MOVE SPACES TO OLD-RECORD
002630         READ OLD-FILE
002640             AT END MOVE 'Y' TO WS-EOF
002650             NOT AT END
002660                 PERFORM 2100-CONVERT-RECORD THRU 2100-EXIT
002670         END-READ
002680     END-PERFORM.
002690     CLOSE OLD-FILE.
002700     CLOSE NEW-FILE.
002710 2000-EXIT.
002720     EXIT.
002730
002740 2100-CONVERT-RECORD.
002750     ADD 1 TO WS-READ-COUNT.
002760     MOVE 'N' TO WS-REJECT-SW.
002770     IF WS-OLD-LEN > WS-FT-OLD-LEN(WS-FT-IDX)
002780         MOVE "LONGER THAN THE OLD LAYOUT - WRONG FILE=?"
002790             TO WS-REJECT-REASON
002800         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
002810         GO TO 2100-EXIT
002820     END-IF.
002830     MOVE SPACES TO NEW-RECORD.
002840     MOVE 1 TO WS-OLD-PTR.
002850     MOVE 1 TO WS-NEW-PTR.
002860     PERFORM 2200-WIDEN-DATE THRU 2200-EXIT
002870         VARYING WS-DT-IDX FROM 1 BY 1
002880         UNTIL WS-DT-IDX > WS-FT-DATES(WS-FT-IDX) OR WS-REJECTED.
002890     IF WS-REJECTED
002900         PERFORM 2300-REJECT-RECORD THRU 2300-EXIT
002910         GO TO 2100-EXIT
002920     END-IF.
002930     COMPUTE WS-SEG-LEN =
002940         WS-FT-OLD-LEN(WS-FT-IDX) - WS-OLD-PTR + 1.
002950     IF WS-SEG-LEN > 0
002960         MOVE OLD-RECORD(WS-OLD-PTR:WS-SEG-LEN)
002970             TO NEW-RECORD(WS-NEW-PTR:WS-SEG-LEN)
002980     END-IF.
002990     MOVE WS-FT-NEW-LEN(WS-FT-IDX) TO WS-NEW-LEN.
003000     WRITE NEW-RECORD.
003010     ADD 1 TO WS-WRITTEN-COUNT.
003020 2100-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060* 2200-WIDEN-DATE - COPY THE BYTES UP TO THE NEXT DATE, THEN THE
003070* DATE ITSELF AS CCYYMMDD. ZERO (NEVER SET) STAYS ZERO AND THE
003080* OPEN-ENDED 999999 BECOMES 99999999. ANY OTHER DATE MUST BE A
003090* REAL YYMMDD AND TAKES ITS CENTURY FROM A FIXED WINDOW: 00-49 IS
003100* 20YY, 50-99 IS 19YY - NOTHING THIS SYSTEM STORES PREDATES 1950.
003110*----------------------------------------------------------------
003120 2200-WIDEN-DATE.
003130     COMPUTE WS-SEG-LEN = WS-FT-POS(WS-FT-IDX, WS-DT-IDX)
003140         - WS-OLD-PTR.
003150     IF WS-SEG-LEN > 0
003160         MOVE OLD-RECORD(WS-OLD-PTR:WS-SEG-LEN)
003170             TO NEW-RECORD(WS-NEW-PTR:WS-SEG-LEN)
003180         ADD WS-SEG-LEN TO WS-OLD-PTR
003190         ADD WS-SEG-LEN TO WS-NEW-PTR
003200     END-IF.
003210     MOVE OLD-RECORD(WS-OLD-PTR:6) TO WS-OLD-DATE.
003220     ADD 6 TO WS-OLD-PTR.
003230     IF WS-OLD-DATE NOT NUMERIC
003240         MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
003250         SET WS-REJECTED TO TRUE
003260         GO TO 2200-EXIT
003270     END-IF.
003280     IF WS-OLD-DATE-N = 0
003290         MOVE 0 TO WS-NEW-DATE
003300         ADD 1 TO WS-ZERO-COUNT
003310     ELSE
003320         IF WS-OLD-DATE-N = 999999
003330             MOVE 99999999 TO WS-NEW-DATE
003340             ADD 1 TO WS-OPEN-COUNT
003350         ELSE
003360             IF WS-OD-MM < 1 OR WS-OD-MM > 12
003370                     OR WS-OD-DD < 1 OR WS-OD-DD > 31
003380                 MOVE "DATE NOT A VALID YYMMDD"
003390                     TO WS-REJECT-REASON
003400                 SET WS-REJECTED TO TRUE
003410                 GO TO 2200-EXIT
003420             END-IF
003430             IF WS-OD-YY < 50
003440                 MOVE 20 TO WS-CENTURY
003450             ELSE
003460                 MOVE 19 TO WS-CENTURY
003470             END-IF
003480             COMPUTE WS-NEW-DATE =
003490                 WS-CENTURY * 1000000 + WS-OLD-DATE-N
003500             ADD 1 TO WS-WIDENED-COUNT
003510         END-IF
003520     END-IF.
003530     MOVE WS-NEW-DATE TO NEW-RECORD(WS-NEW-PTR:8).
003540     ADD 8 TO WS-NEW-PTR.
003550 2200-EXIT.
003560     EXIT.
003570
003580 2300-REJECT-RECORD.
003590     ADD 1 TO WS-REJECTED-COUNT.
003600     MOVE WS-READ-COUNT TO WS-RJ-RECNO.
003610     MOVE WS-REJECT-REASON TO WS-RJ-REASON.
003620     MOVE OLD-RECORD(1:60) TO WS-RJ-DATA.
003630     WRITE XRPT-LINE FROM WS-REJ-LINE.
003640 2300-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680* 3000-VERIFY-RELOAD - READ THE CONVERTED FLAT (AS IT WENT INTO
003690* THE RELOAD) AND THE UNLOAD OF THE RELOADED CLUSTER SIDE BY
003700* SIDE. THE COUNTS MUST MATCH AND EVERY RECORD MUST MATCH BYTE
003710* FOR BYTE OVER THE NEW LENGTH.
003720*----------------------------------------------------------------
003730 3000-VERIFY-RELOAD.
003740     OPEN INPUT NEW-FILE.
003750     OPEN INPUT CHK-FILE.
003760     PERFORM 3100-COMPARE-NEXT THRU 3100-EXIT
003770         UNTIL WS-EOF = 'Y' AND WS-CHK-EOF = 'Y'.
003780     CLOSE NEW-FILE.
003790     CLOSE CHK-FILE.
003800 3000-EXIT.
003810     EXIT.
003820
003830 3100-COMPARE-NEXT.
003840     MOVE SPACES TO NEW-RECORD.
003850     MOVE SPACES TO CHK-RECORD.
003860     IF WS-EOF NOT = 'Y'
003870         READ NEW-FILE
003880             AT END MOVE 'Y' TO WS-EOF
003890             NOT AT END ADD 1 TO WS-LOADED-COUNT
003900         END-READ
003910     END-IF.
003920     IF WS-CHK-EOF NOT = 'Y'
003930         READ CHK-FILE
003940             AT END MOVE 'Y' TO WS-CHK-EOF
003950             NOT AT END ADD 1 TO WS-REUNLOAD-COUNT
003960         END-READ
003970     END-IF.
003980     IF WS-EOF = 'Y' OR WS-CHK-EOF = 'Y'
003990         GO TO 3100-EXIT
004000     END-IF.
004010     IF NEW-RECORD(1:WS-FT-NEW-LEN(WS-FT-IDX)) =
004020             CHK-RECORD(1:WS-FT-NEW-LEN(WS-FT-IDX))
004030         GO TO 3100-EXIT
004040     END-IF.
004050     ADD 1 TO WS-DIFFER-COUNT.
004060     IF WS-DIFFER-COUNT NOT > 20
004070         MOVE WS-LOADED-COUNT TO WS-DF-RECNO
004080         MOVE NEW-RECORD(1:40) TO WS-DF-LOADED
004090         MOVE CHK-RECORD(1:40) TO WS-DF-CHECK
004100         WRITE XRPT-LINE FROM WS-DIFF-LINE
004110     END-IF.
004120 3100-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 9000-TERMINATE - THE BALANCING COUNTS. CONVERT: READ MUST EQUAL
004170* WRITTEN PLUS REJECTED, AND NOTHING MAY BE REJECTED. VERIFY: THE
004180* LOADED AND RE-UNLOADED COUNTS MUST AGREE AND NO RECORD MAY
004190* DIFFER. EITHER FAILURE ENDS RC=8, WHICH STOPS AOC01CNV BEFORE
004200* THE NEXT STEP.
004210*----------------------------------------------------------------
004220 9000-TERMINATE.
004230     MOVE SPACES TO WS-MSG-LINE.
004240     WRITE XRPT-LINE FROM WS-MSG-LINE.
004250     IF WS-VERIFY-MODE
004260         GO TO 9100-VERIFY-TOTALS
004270     END-IF.
004280     MOVE "RECORDS READ (BEFORE)               " TO WS-CNT-LABEL.
004290     MOVE WS-READ-COUNT TO WS-CNT-VALUE.
004300     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004310     MOVE "RECORDS WRITTEN (AFTER)             " TO WS-CNT-LABEL.
004320     MOVE WS-WRITTEN-COUNT TO WS-CNT-VALUE.
004330     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004340     MOVE "RECORDS REJECTED                    " TO WS-CNT-LABEL.
004350     MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
004360     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004370     MOVE "DATES WIDENED TO CCYYMMDD           " TO WS-CNT-LABEL.
004380     MOVE WS-WIDENED-COUNT TO WS-CNT-VALUE.
004390     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004400     MOVE "ZERO DATES KEPT ZERO                " TO WS-CNT-LABEL.
004410     MOVE WS-ZERO-COUNT TO WS-CNT-VALUE.
004420     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004430     MOVE "OPEN DATES 999999 TO 99999999       " TO WS-CNT-LABEL.
004440     MOVE WS-OPEN-COUNT TO WS-CNT-VALUE.
004450     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004460     IF WS-REJECTED-COUNT > 0
004470             OR WS-READ-COUNT NOT =
004480                 WS-WRITTEN-COUNT + WS-REJECTED-COUNT
004486         MOVE
004492             "*** CONVERSION DOES NOT BALANCE - DO NOT RELOAD ***"
004500             TO WS-MSG-LINE
004510         WRITE XRPT-LINE FROM WS-MSG-LINE
004520         MOVE 8 TO RETURN-CODE
004530         DISPLAY "AOC01X - " WS-FILE-NAME " CONVERSION DOES NOT"
004540             " BALANCE - SEE CONVERT-REPORT"
004550     ELSE
004560         MOVE "CONVERSION BALANCED" TO WS-MSG-LINE
004570         WRITE XRPT-LINE FROM WS-MSG-LINE
004580     END-IF.
004590     DISPLAY "AOC01X - " WS-FILE-NAME " READ " WS-READ-COUNT
004600         " WRITTEN " WS-WRITTEN-COUNT
004610         " REJECTED " WS-REJECTED-COUNT.
004620     GO TO 9900-CLOSE-REPORT.
004630
004640 9100-VERIFY-TOTALS.
004650     MOVE "RECORDS LOADED (CONVERTED FLAT)     " TO WS-CNT-LABEL.
004660     MOVE WS-LOADED-COUNT TO WS-CNT-VALUE.
004670     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004680     MOVE "RECORDS RE-UNLOADED AFTER RELOAD    " TO WS-CNT-LABEL.
004690     MOVE WS-REUNLOAD-COUNT TO WS-CNT-VALUE.
004700     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004710     MOVE "RECORDS DIFFERING                   " TO WS-CNT-LABEL.
004720     MOVE WS-DIFFER-COUNT TO WS-CNT-VALUE.
004730     WRITE XRPT-LINE FROM WS-COUNT-LINE.
004740     IF WS-LOADED-COUNT NOT = WS-REUNLOAD-COUNT
004750             OR WS-DIFFER-COUNT > 0
004760         MOVE "*** RELOAD DOES NOT MATCH THE CONVERSION ***"
004770             TO WS-MSG-LINE
004780         WRITE XRPT-LINE FROM WS-MSG-LINE
004790         MOVE 8 TO RETURN-CODE
004800         DISPLAY "AOC01X - " WS-FILE-NAME " RELOAD DOES NOT"
004810             " MATCH - SEE CONVERT-REPORT"
004820     ELSE
004830         MOVE "RELOAD VERIFIED" TO WS-MSG-LINE
004840         WRITE XRPT-LINE FROM WS-MSG-LINE
004850     END-IF.
004860     DISPLAY "AOC01X - " WS-FILE-NAME " LOADED " WS-LOADED-COUNT
004870         " RE-UNLOADED " WS-REUNLOAD-COUNT
004880         " DIFFERING " WS-DIFFER-COUNT.
004890
004900 9900-CLOSE-REPORT.
004910     CLOSE XRPT-FILE.
004920 9000-EXIT.
004930     EXIT.
