000243*                 - RESTARTS THE BROWSE AT THE END OF THE FILE
000244*                 (STARTBR WITH THE RIDFLD AT HIGH-VALUES) AND
000245*                 PAGES BACK FROM THERE.
000246* 2026-10-14 RH   RUN DATES ARE CCYYMMDD NOW - THE COMMANDS
000247*                 TAKE AN EIGHT-DIGIT DATE AND THE RUNHIST
000248*                 RECORD IS 96 BYTES WITH AN 8-BYTE KEY.
000249* 2026-10-14 RH   EVERY INQUIRY NOW NEEDS AOCH RIGHTS ON THE
000250*                 INQAUTH FILE (SEE AOC01D), AND EVERY INQUIRY -
000251*                 SHOWN, NOT FOUND OR DENIED - IS WRITTEN TO THE
000252*                 INQJRNL ACCESS JOURNAL (SEE INQJRNR) BEFORE THE
000253*                 SCREEN IS SENT: ONE RECORD FOR A SINGLE DATE,
000254*                 ONE PER RUN SHOWN FOR A BROWSE, EACH WITH THE
000255*                 COUNT, TOTAL AND EXCEPTION COUNT SHOWN. IF THE
000256*                 JOURNAL CANNOT BE WRITTEN NOTHING IS SHOWN.
000257*
000260* NOTE - TRANSLATED WITH THE CICS COMMAND TRANSLATOR BEFORE
000270*                 COMPILATION, LIKE AOC01D AND AOC01J. ALL FILE
000280*                 I/O GOES THROUGH EXEC CICS FILE CONTROL
000290*                 AGAINST THE FCT ENTRY RUNHIST.
000300*
000310* COMMANDS (KEYED AS ONE LINE AFTER THE PROMPT):
000320*   ccyymmdd            SHOW THAT RUN DATE'S POSTED TOTALS
000330*   B ccyymmdd          BROWSE BACKWARD FROM THAT DATE
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000430 01 WS-COMMAREA.
000440     05 CA-STATE PIC X(1).
000450         88 CA-AWAITING-DATE VALUE 'D'.
000460 01 WS-RECEIVE-AREA PIC X(10) VALUE SPACES.
000470 01 WS-RECEIVE-LEN PIC S9(4) COMP VALUE 10.
000480 01 WS-RESP PIC S9(8) COMP VALUE 0.
000490 01 WS-SEND-PROMPT.
000500     05 FILLER PIC X(40) VALUE
000510         "AOCH RUN-HISTORY INQUIRY                ".
000520     05 FILLER PIC X(40) VALUE
000530         "ENTER ccyymmdd OR B ccyymmdd BROWSE BACK".
000540 01 WS-MSG-AREA PIC X(60) VALUE SPACES.
000541
000542*----------------------------------------------------------------
000543* INQUIRY AUTHORIZATION AND ACCESS JOURNAL - AS IN AOC01D. THE
000544* SIGNED-ON USERID MUST BE ON INQAUTH WITH THE AOCH FLAG SET, AND
000545* EVERY INQUIRY IS WRITTEN TO INQJRNL (SEE INQJRNR) BEFORE THE
000546* SCREEN GOES OUT. WS-JRNL-MODE IS S FOR A SINGLE DATE, B FOR A
000547* BROWSE.
000548*----------------------------------------------------------------
000549 01 WS-USERID PIC X(8) VALUE SPACES.
000550 01 WS-AUTH-RECORD.
000551     05 WS-AUTH-USERID  PIC X(8).
000552     05 WS-AUTH-DOC-INQ PIC X(1).
000553     05 WS-AUTH-RUN-INQ PIC X(1).
000554     05 FILLER          PIC X(70).
000555 01 WS-AUTH-LEN PIC S9(4) COMP VALUE 80.
000556 01 WS-AUTH-SW PIC A(1) VALUE 'N'.
000557     88 WS-AUTHORIZED VALUE 'Y'.
000558 01 WS-SHOWN-STATE PIC X(1) VALUE SPACE.
000559 01 WS-JRNL-MODE PIC X(1) VALUE SPACE.
000560 01 WS-JRNL-SW PIC A(1) VALUE 'N'.
000561     88 WS-JRNL-FAILED VALUE 'Y'.
000562 01 WS-IJ-RBA PIC S9(8) COMP VALUE 0.
000563     COPY INQJRNR.
000564
000565*----------------------------------------------------------------
000566* TODAY IN CCYYMMDD, CONVERTED FROM THE EIB'S JULIAN DATE FOR THE
000567* JOURNAL STAMP - THE SAME CONVERSION AS AOC01J.
000568*----------------------------------------------------------------
000569 01 WS-TODAY-YMD.
000570     05 WS-TD-CCYY PIC 9(4).
000571     05 WS-TD-MM PIC 9(2).
000572     05 WS-TD-DD PIC 9(2).
000573 01 WS-JUL-WORK PIC 9(7) VALUE 0.
000574 01 WS-JUL-YY PIC 9(2) VALUE 0.
000575 01 WS-JUL-DDD PIC 9(3) VALUE 0.
000576 01 WS-JUL-REM PIC 9(3) VALUE 0.
000577 01 WS-LEAP-SW PIC A(1) VALUE 'N'.
000578     88 WS-LEAP-YEAR VALUE 'Y'.
000579 01 WS-MDAYS-TABLE.
000580     05 FILLER PIC X(24) VALUE "312831303130313130313031".
000581 01 WS-MDAYS-R REDEFINES WS-MDAYS-TABLE.
000582     05 WS-MDAYS PIC 9(2) OCCURS 12 TIMES.
000583 01 WS-MM-IDX PIC 9(2) VALUE 0.
000584 01 WS-MM-LEN PIC 9(2) VALUE 0.
000585 01 WS-MM-DONE PIC A(1) VALUE 'N'.
000586
000587*----------------------------------------------------------------
000588* RUN-HISTORY RECORD READ AREA - THE 96-BYTE RH-RECORD AOC01E
000589* POSTS (SEE AOC01E/AOC01O FOR THE LAYOUT HISTORY).
000590*----------------------------------------------------------------
000600 01 WS-RH-RECORD.
000610     05 WS-RH-RUN-DATE   PIC 9(8).
000620     05 WS-RH-REC-COUNT  PIC 9(9).
000630     05 WS-RH-TOTAL      PIC 9(30).
000640     05 WS-RH-EXCP-COUNT PIC 9(9).
000660     05 WS-RH-MAX        PIC 9(2).
000670     05 WS-RH-AVERAGE    PIC 9(4)V99.
000680     05 WS-RH-ADJ-TOTAL  PIC 9(30).
000690 01 WS-RH-LEN PIC S9(4) COMP VALUE 96.
000700 01 WS-KEY-DATE PIC 9(8) VALUE 0.
000710
000720*----------------------------------------------------------------
000730* SINGLE-DATE DISPLAY - TWO SCREEN LINES.
000750 01 WS-SEND-AREA.
000760     05 WS-SEND-LINE1.
000770         10 FILLER        PIC X(5)  VALUE "RUN: ".
000780         10 WS-SND-DATE   PIC 9(8).
000790         10 FILLER        PIC X(9)  VALUE "  COUNT: ".
000800         10 WS-SND-COUNT  PIC 9(9).
000810         10 FILLER        PIC X(8)  VALUE "  EXCP: ".
000860         10 WS-SND-MAX    PIC 9(2).
000870         10 FILLER        PIC X(7)  VALUE "  AVG: ".
000880         10 WS-SND-AVG    PIC 9(4).99.
000900     05 WS-SEND-LINE2.
000910         10 FILLER        PIC X(7)  VALUE "TOTAL: ".
000920         10 WS-SND-TOTAL  PIC 9(30).
001000*----------------------------------------------------------------
001010 01 WS-BROWSE-AREA.
001020     05 WS-BROWSE-LINE OCCURS 10 TIMES.
001030         10 WS-BL-DATE   PIC 9(8).
001040         10 FILLER       PIC X(8) VALUE "  CNT: ".
001050         10 WS-BL-COUNT  PIC 9(9).
001060         10 FILLER       PIC X(8) VALUE "  TOT: ".
001070         10 WS-BL-TOTAL  PIC 9(30).
001080         10 FILLER       PIC X(8) VALUE "  EXC: ".
001090         10 WS-BL-EXCP   PIC 9(9).
001110 01 WS-BROWSE-COUNT PIC 9(2) VALUE 0.
001112 01 WS-BROWSE-IDX PIC 9(2) VALUE 0.
001114 01 WS-BROWSE-STATES.
001116     05 WS-BS-STATE PIC X(1) OCCURS 10 TIMES.
001120 01 WS-BROWSE-KEY PIC X(8) VALUE LOW-VALUES.
001130 01 WS-SEND-LEN PIC S9(4) COMP VALUE 0.
001140
001150 LINKAGE SECTION.
001450     EXIT.
001460
001470*----------------------------------------------------------------
001480* 2000-PROCESS-INPUT - SECOND TRIP. RECEIVE THE COMMAND LINE,
001490* PROVE THE OPERATOR HAS AOCH INQUIRY RIGHTS, AND DISPATCH: A
001500* BARE DATE IS A SINGLE-DATE INQUIRY, B PLUS A DATE IS THE
001505* BACKWARD BROWSE.
001510*----------------------------------------------------------------
001520 2000-PROCESS-INPUT.
001530     MOVE SPACES TO WS-RECEIVE-AREA.
001540     MOVE 10 TO WS-RECEIVE-LEN.
001550     EXEC CICS RECEIVE
001560         INTO(WS-RECEIVE-AREA)
001570         LENGTH(WS-RECEIVE-LEN)
001600     IF WS-RESP NOT = DFHRESP(NORMAL)
001610         MOVE "COMMAND NOT RECEIVED - TRY AGAIN" TO WS-MSG-AREA
001620         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
001622         GO TO 2000-EXIT
001624     END-IF.
001626     PERFORM 2100-AUTHORIZE THRU 2100-EXIT.
001628     IF NOT WS-AUTHORIZED
001630         GO TO 2000-EXIT
001640     END-IF.
001650     IF WS-RECEIVE-AREA(1:1) = 'B'
001660             AND WS-RECEIVE-AREA(3:8) IS NUMERIC
001670         MOVE WS-RECEIVE-AREA(3:8) TO WS-KEY-DATE
001680         PERFORM 4000-BROWSE-BACKWARD THRU 4000-EXIT
001690         GO TO 2000-EXIT
001700     END-IF.
001710     IF WS-RECEIVE-AREA(1:8) IS NUMERIC
001720         MOVE WS-RECEIVE-AREA(1:8) TO WS-KEY-DATE
001730         PERFORM 3000-SHOW-ONE-DATE THRU 3000-EXIT
001740         GO TO 2000-EXIT
001750     END-IF.
001760     MOVE "FORMAT IS ccyymmdd OR B ccyymmdd" TO WS-MSG-AREA.
001770     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
001780 2000-EXIT.
001790     EXIT.
001800
001810*----------------------------------------------------------------
001811* 2100-AUTHORIZE - THE SIGNED-ON USERID MUST BE ON INQAUTH WITH
001812* THE AOCH FLAG SET. A REFUSAL (NOT ON THE FILE, NO AOCH RIGHTS,
001813* OR THE FILE UNAVAILABLE) IS JOURNALED WITH THE COMMAND AS KEYED
001814* AND TOLD TO THE OPERATOR; WS-AUTHORIZED SAYS WHETHER TO GO ON.
001815*----------------------------------------------------------------
001816 2100-AUTHORIZE.
001817     MOVE 'N' TO WS-AUTH-SW.
001818     EXEC CICS ASSIGN
001819         USERID(WS-USERID)
001820     END-EXEC.
001821     MOVE 80 TO WS-AUTH-LEN.
001822     EXEC CICS READ FILE('INQAUTH')
001823         INTO(WS-AUTH-RECORD)
001824         LENGTH(WS-AUTH-LEN)
001825         RIDFLD(WS-USERID)
001826         RESP(WS-RESP)
001827     END-EXEC.
001828     IF WS-RESP = DFHRESP(NORMAL) AND WS-AUTH-RUN-INQ = 'Y'
001829         SET WS-AUTHORIZED TO TRUE
001830         GO TO 2100-EXIT
001831     END-IF.
001832     MOVE SPACES TO IJ-RECORD.
001833     SET IJ-DENIED TO TRUE.
001834     MOVE 'S' TO IJ-MODE.
001835     IF WS-RECEIVE-AREA(1:1) = 'B'
001836         MOVE 'B' TO IJ-MODE
001837     END-IF.
001838     MOVE 1 TO IJ-LINE-NO.
001839     MOVE WS-RECEIVE-AREA TO IJ-KEY.
001840     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
001841     MOVE "NOT AUTHORIZED FOR RUN-HISTORY INQUIRY" TO WS-MSG-AREA.
001842     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
001843 2100-EXIT.
001844     EXIT.
001845
001846*----------------------------------------------------------------
001847* 3000-SHOW-ONE-DATE - READ THE KEYED RUN DATE'S RECORD AND SHOW
001848* EVERYTHING AOC01E POSTED FOR IT. THE ADJUSTED TOTAL IS SHOWN
001849* NEXT TO THE CERTIFIED ONE - AFTER A DATA-CONTROL CORRECTION
001850* THE TWO LEGITIMATELY DIFFER, AND THE CALLER SHOULD BE QUOTED
001860* THE ADJUSTED FIGURE. THE LOOKUP IS JOURNALED BEFORE THE SCREEN
001863* IS SENT - WITH THE FIGURE THE CALLER WOULD BE QUOTED - AND
001866* NOTHING IS SHOWN IF THE JOURNAL CANNOT BE WRITTEN.
001870*----------------------------------------------------------------
001880 3000-SHOW-ONE-DATE.
001890     MOVE 96 TO WS-RH-LEN.
001900     EXEC CICS READ FILE('RUNHIST')
001910         INTO(WS-RH-RECORD)
001920         LENGTH(WS-RH-LEN)
001950     END-EXEC.
001960     IF WS-RESP NOT = DFHRESP(NORMAL)
001970         MOVE "NO RUN POSTED FOR THAT DATE" TO WS-MSG-AREA
001980         MOVE 'S' TO WS-JRNL-MODE
001985         PERFORM 8200-JOURNAL-NOT-FOUND THRU 8200-EXIT
001990         GO TO 3000-EXIT
002000     END-IF.
002010     MOVE WS-RH-RUN-DATE TO WS-SND-DATE.
002070     MOVE WS-RH-TOTAL TO WS-SND-TOTAL.
002080     IF WS-RH-ADJ-TOTAL > 0
002090         MOVE WS-RH-ADJ-TOTAL TO WS-SND-ADJ
002095         MOVE 'A' TO WS-SHOWN-STATE
002100     ELSE
002110         MOVE WS-RH-TOTAL TO WS-SND-ADJ
002111         MOVE 'P' TO WS-SHOWN-STATE
002112     END-IF.
002113     MOVE SPACES TO IJ-RECORD.
002114     SET IJ-SHOWN TO TRUE.
002115     MOVE 'S' TO IJ-MODE.
002116     MOVE 1 TO IJ-LINE-NO.
002117     MOVE WS-RH-RUN-DATE TO IJ-K-RUN-DATE.
002118     MOVE WS-SHOWN-STATE TO IJ-STATE.
002119     MOVE WS-RH-REC-COUNT TO IJ-R-REC-COUNT.
002120     MOVE WS-SND-ADJ TO IJ-R-TOTAL.
002121     MOVE WS-RH-EXCP-COUNT TO IJ-R-EXCP-COUNT.
002122     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
002123     IF WS-RESP NOT = DFHRESP(NORMAL)
002124         MOVE "JOURNAL WRITE FAILED - NOTHING SHOWN, CALL OPS"
002125             TO WS-MSG-AREA
002126         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002127         GO TO 3000-EXIT
002128     END-IF.
002130     EXEC CICS SEND TEXT
002140         FROM(WS-SEND-AREA)
002150         LENGTH(160)
002254* RUN - THE COMMON CASE OF ASKING ABOUT LAST NIGHT WITH TODAY'S
002256* DATE - SO THE BROWSE IS REISSUED WITH THE RIDFLD AT
002258* HIGH-VALUES, WHICH CICS TAKES AS "POSITION AT THE END OF THE
002260* DATASET", AND READPREV PAGES BACK FROM THE NEWEST RUN. EVERY
002262* RUN ON THE SCREEN IS JOURNALED BEFORE IT IS SENT (AN EMPTY
002264* BROWSE AS ONE NOTHING-FOUND RECORD FOR THE KEYED DATE), AND
002266* NOTHING IS SHOWN IF THE JOURNAL CANNOT BE WRITTEN.
002268*----------------------------------------------------------------
002270 4000-BROWSE-BACKWARD.
002280     MOVE WS-KEY-DATE TO WS-BROWSE-KEY.
002290     MOVE 0 TO WS-BROWSE-COUNT.
002363     IF WS-RESP NOT = DFHRESP(NORMAL)
002370         MOVE "NOTHING ON THE HISTORY MASTER AT OR BEFORE DATE"
002380             TO WS-MSG-AREA
002390         MOVE 'B' TO WS-JRNL-MODE
002395         PERFORM 8200-JOURNAL-NOT-FOUND THRU 8200-EXIT
002400         GO TO 4000-EXIT
002410     END-IF.
002420     PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
002430             OR WS-BROWSE-COUNT >= 10
002440         MOVE 96 TO WS-RH-LEN
002450         EXEC CICS READPREV FILE('RUNHIST')
002460             INTO(WS-RH-RECORD)
002470             LENGTH(WS-RH-LEN)
002600                 IF WS-RH-ADJ-TOTAL > 0
002610                     MOVE WS-RH-ADJ-TOTAL
002620                         TO WS-BL-TOTAL(WS-BROWSE-COUNT)
002625                     MOVE 'A' TO WS-BS-STATE(WS-BROWSE-COUNT)
002630                 ELSE
002640                     MOVE WS-RH-TOTAL
002650                         TO WS-BL-TOTAL(WS-BROWSE-COUNT)
002655                     MOVE 'P' TO WS-BS-STATE(WS-BROWSE-COUNT)
002660                 END-IF
002670             END-IF
002680         END-IF
002710     END-EXEC.
002720     IF WS-BROWSE-COUNT = 0
002730         MOVE "NOTHING ON THE HISTORY MASTER AT OR BEFORE DATE"
002731             TO WS-MSG-AREA
002732         MOVE 'B' TO WS-JRNL-MODE
002733         PERFORM 8200-JOURNAL-NOT-FOUND THRU 8200-EXIT
002734         GO TO 4000-EXIT
002735     END-IF.
002736     MOVE 'N' TO WS-JRNL-SW.
002737     PERFORM 4100-JOURNAL-LINE THRU 4100-EXIT
002738         VARYING WS-BROWSE-IDX FROM 1 BY 1
002739         UNTIL WS-BROWSE-IDX > WS-BROWSE-COUNT
002740             OR WS-JRNL-FAILED.
002741     IF WS-JRNL-FAILED
002742         MOVE "JOURNAL WRITE FAILED - NOTHING SHOWN, CALL OPS"
002743             TO WS-MSG-AREA
002750         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
002760         GO TO 4000-EXIT
002770     END-IF.
002850     EXIT.
002860
002870*----------------------------------------------------------------
002871* 4100-JOURNAL-LINE - ONE BROWSE LINE ONTO THE ACCESS JOURNAL,
002872* NUMBERED BY ITS POSITION ON THE SCREEN.
002873*----------------------------------------------------------------
002874 4100-JOURNAL-LINE.
002875     MOVE SPACES TO IJ-RECORD.
002876     SET IJ-SHOWN TO TRUE.
002877     MOVE 'B' TO IJ-MODE.
002878     MOVE WS-BROWSE-IDX TO IJ-LINE-NO.
002879     MOVE WS-BL-DATE(WS-BROWSE-IDX) TO IJ-K-RUN-DATE.
002880     MOVE WS-BS-STATE(WS-BROWSE-IDX) TO IJ-STATE.
002881     MOVE WS-BL-COUNT(WS-BROWSE-IDX) TO IJ-R-REC-COUNT.
002882     MOVE WS-BL-TOTAL(WS-BROWSE-IDX) TO IJ-R-TOTAL.
002883     MOVE WS-BL-EXCP(WS-BROWSE-IDX) TO IJ-R-EXCP-COUNT.
002884     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
002885     IF WS-RESP NOT = DFHRESP(NORMAL)
002886         SET WS-JRNL-FAILED TO TRUE
002887     END-IF.
002888 4100-EXIT.
002889     EXIT.
002890
002891*----------------------------------------------------------------
002892* 8000-SEND-MESSAGE - ONE RESULT LINE BACK TO THE TERMINAL.
002893*----------------------------------------------------------------
002900 8000-SEND-MESSAGE.
002910     EXEC CICS SEND TEXT
002920         FROM(WS-MSG-AREA)
002950     END-EXEC.
002960 8000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000* 8100-WRITE-JOURNAL - STAMP AND APPEND ONE ACCESS JOURNAL RECORD
003010* TO THE INQJRNL ESDS, AS IN AOC01D. THE CALLER HAS SET THE
003020* OUTCOME, KEY, STATE AND VALUE AND TESTS WS-RESP ON RETURN.
003030*----------------------------------------------------------------
003040 8100-WRITE-JOURNAL.
003050     PERFORM 8300-TODAY-FROM-EIB THRU 8300-EXIT.
003060     MOVE WS-TODAY-YMD TO IJ-DATE.
003070     MOVE EIBTIME TO IJ-TIME.
003080     MOVE WS-USERID TO IJ-USERID.
003090     MOVE EIBTRMID TO IJ-TERMID.
003100     MOVE EIBTRNID TO IJ-TRANSID.
003110     EXEC CICS WRITE FILE('INQJRNL')
003120         FROM(IJ-RECORD)
003130         LENGTH(100)
003140         RIDFLD(WS-IJ-RBA)
003150         RBA
003160         RESP(WS-RESP)
003170     END-EXEC.
003180 8100-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 8200-JOURNAL-NOT-FOUND - NOTHING ON FILE FOR THE KEYED DATE.
003230* JOURNAL THE LOOKUP, THEN SEND THE CALLER'S MESSAGE - OR SAY
003240* THE JOURNAL FAILED.
003250*----------------------------------------------------------------
003260 8200-JOURNAL-NOT-FOUND.
003270     MOVE SPACES TO IJ-RECORD.
003280     SET IJ-NOT-FOUND TO TRUE.
003290     MOVE WS-JRNL-MODE TO IJ-MODE.
003300     MOVE 1 TO IJ-LINE-NO.
003310     MOVE WS-KEY-DATE TO IJ-K-RUN-DATE.
003320     MOVE 0 TO IJ-R-REC-COUNT.
003330     MOVE 0 TO IJ-R-TOTAL.
003340     MOVE 0 TO IJ-R-EXCP-COUNT.
003350     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
003360     IF WS-RESP NOT = DFHRESP(NORMAL)
003370         MOVE "JOURNAL WRITE FAILED - NOTHING SHOWN, CALL OPS"
003380             TO WS-MSG-AREA
003390     END-IF.
003400     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
003410 8200-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------
003450* 8300-TODAY-FROM-EIB - TODAY IN CCYYMMDD FROM THE EIB'S 0CYYDDD
003460* JULIAN DATE, AS IN AOC01J. THE CENTURY DIGIT C IS 0 FOR 19YY,
003470* 1 FOR 20YY AND SO ON. WALKS THE MONTH TABLE, WITH FEBRUARY
003480* STRETCHED IN A LEAP YEAR (EVERY FOURTH YEAR, EXCEPT CENTURY
003490* YEARS NOT DIVISIBLE BY 400).
003500*----------------------------------------------------------------
003510 8300-TODAY-FROM-EIB.
003520     MOVE EIBDATE TO WS-JUL-WORK.
003530     DIVIDE WS-JUL-WORK BY 1000 GIVING WS-JUL-WORK
003540         REMAINDER WS-JUL-DDD.
003550     DIVIDE WS-JUL-WORK BY 100 GIVING WS-JUL-WORK
003560         REMAINDER WS-JUL-YY.
003570     COMPUTE WS-TD-CCYY = 1900 + WS-JUL-WORK * 100 + WS-JUL-YY.
003580     MOVE 'N' TO WS-LEAP-SW.
003590     DIVIDE WS-TD-CCYY BY 4 GIVING WS-JUL-WORK
003600         REMAINDER WS-JUL-REM.
003610     IF WS-JUL-REM = 0
003620         SET WS-LEAP-YEAR TO TRUE
003630     END-IF.
003640     DIVIDE WS-TD-CCYY BY 100 GIVING WS-JUL-WORK
003650         REMAINDER WS-JUL-REM.
003660     IF WS-JUL-REM = 0
003670         MOVE 'N' TO WS-LEAP-SW
003680     END-IF.
003690     DIVIDE WS-TD-CCYY BY 400 GIVING WS-JUL-WORK
003700         REMAINDER WS-JUL-REM.
003710     IF WS-JUL-REM = 0
003720         SET WS-LEAP-YEAR TO TRUE
003730     END-IF.
003740     MOVE 1 TO WS-MM-IDX.
003750     MOVE 'N' TO WS-MM-DONE.
003760     PERFORM 8310-STRIP-MONTH THRU 8310-EXIT
003770         UNTIL WS-MM-DONE = 'Y'.
003780     MOVE WS-MM-IDX TO WS-TD-MM.
003790     MOVE WS-JUL-DDD TO WS-TD-DD.
003800 8300-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840* 8310-STRIP-MONTH - WHILE THE RUNNING DAY-OF-YEAR STILL CLEARS
003850* THE CURRENT MONTH, TAKE THAT MONTH'S DAYS OFF AND STEP ON;
003860* OTHERWISE THE MONTH IS FOUND.
003870*----------------------------------------------------------------
003880 8310-STRIP-MONTH.
003890     MOVE WS-MDAYS(WS-MM-IDX) TO WS-MM-LEN.
003900     IF WS-MM-IDX = 2 AND WS-LEAP-YEAR
003910         MOVE 29 TO WS-MM-LEN
003920     END-IF.
003930     IF WS-JUL-DDD > WS-MM-LEN AND WS-MM-IDX < 12
003940         SUBTRACT WS-MM-LEN FROM WS-JUL-DDD
003950         ADD 1 TO WS-MM-IDX
003960     ELSE
003970         MOVE 'Y' TO WS-MM-DONE
003980     END-IF.
003990 8310-EXIT.
004000     EXIT.
