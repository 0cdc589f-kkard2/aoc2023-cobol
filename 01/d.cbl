000749*                 TO DISAGREE WITH A FRESH RECALCULATION OF THE
000750*                 ORIGINAL TEXT, AND THE OPERATOR MUST QUOTE THE
000751*                 ADJUSTED VALUE, NOT WONDER ABOUT THE WARNING.
000752* 2026-10-14 RH   RUN AND CORRECTED-ON DATES ARE CCYYMMDD NOW -
000753*                 THE DOCUMENT MASTER RECORD IS 31 BYTES.
000754* 2026-10-14 RH   EVERY INQUIRY NOW NEEDS AOCI RIGHTS ON THE
000755*                 INQAUTH FILE (FCT INQAUTH, SAME SHAPE AS AOCM'S
000756*                 VOCBAUTH BUT WITH ITS OWN PER-TRANSACTION
000757*                 INQUIRY FLAGS), AND EVERY INQUIRY - SHOWN, NOT
000758*                 FOUND OR DENIED - IS WRITTEN TO THE INQJRNL
000759*                 ACCESS JOURNAL (SEE INQJRNR) WITH THE USERID,
000760*                 TERMINAL, DATE/TIME, KEY, AND THE VALUE AND
000761*                 CORRECTION STATE SHOWN. THE JOURNAL IS WRITTEN
000762*                 BEFORE THE SCREEN IS SENT; IF IT CANNOT BE
000763*                 WRITTEN NOTHING IS SHOWN. AOC01AD REPORTS FROM
000764*                 IT DAILY (AOC01INQ).
000765*----------------------------------------------------------------
000766
000770 ENVIRONMENT DIVISION.
000780
000790 DATA DIVISION.
001010     05 FILLER          PIC X(9)  VALUE "CAL VAL: ".
001020     05 WS-SEND-NUM     PIC 9(2).
001030     05 FILLER          PIC X(6)  VALUE " RUN: ".
001040     05 WS-SEND-RUN     PIC 9(8).
001050     05 FILLER          PIC X(1)  VALUE SPACE.
001051     05 WS-SEND-MSG     PIC X(34) VALUE SPACES.
001052 01 WS-MSG-AREA PIC X(60) VALUE SPACES.
001053
001054*----------------------------------------------------------------
001055* INQUIRY AUTHORIZATION AND ACCESS JOURNAL. THE SIGNED-ON USERID
001056* MUST BE ON INQAUTH (FCT INQAUTH, KSDS, KEY = USERID - THE SAME
001057* SHAPE AS AOCM'S VOCBAUTH) WITH THE AOCI FLAG SET; THE AOCH FLAG
001058* IS AOC01Q'S. EVERY INQUIRY IS WRITTEN TO INQJRNL (ESDS, APPEND
001059* ONLY - SEE INQJRNR) BEFORE THE SCREEN GOES OUT. WS-SHOWN-STATE
001060* IS THE CORRECTION STATE 5000-SEND-RESPONSE PUT ON THE SCREEN
001061* (THE IJ-STATE CODES), OR N WHEN THERE WAS NOTHING TO SHOW.
001062*----------------------------------------------------------------
001063 01 WS-USERID PIC X(8) VALUE SPACES.
001064 01 WS-AUTH-RECORD.
001065     05 WS-AUTH-USERID  PIC X(8).
001066     05 WS-AUTH-DOC-INQ PIC X(1).
001067     05 WS-AUTH-RUN-INQ PIC X(1).
001068     05 FILLER          PIC X(70).
001069 01 WS-AUTH-LEN PIC S9(4) COMP VALUE 80.
001070 01 WS-AUTH-SW PIC A(1) VALUE 'N'.
001071     88 WS-AUTHORIZED VALUE 'Y'.
001072 01 WS-SHOWN-STATE PIC X(1) VALUE SPACE.
001073 01 WS-IJ-RBA PIC S9(8) COMP VALUE 0.
001074     COPY INQJRNR.
001075
001076*----------------------------------------------------------------
001077* TODAY IN CCYYMMDD, CONVERTED FROM THE EIB'S JULIAN DATE FOR THE
001078* JOURNAL STAMP - THE SAME CONVERSION AS AOC01J.
001079*----------------------------------------------------------------
001080 01 WS-TODAY-YMD.
001081     05 WS-TD-CCYY PIC 9(4).
001082     05 WS-TD-MM PIC 9(2).
001083     05 WS-TD-DD PIC 9(2).
001084 01 WS-JUL-WORK PIC 9(7) VALUE 0.
001085 01 WS-JUL-YY PIC 9(2) VALUE 0.
001086 01 WS-JUL-DDD PIC 9(3) VALUE 0.
001087 01 WS-JUL-REM PIC 9(3) VALUE 0.
001088 01 WS-LEAP-SW PIC A(1) VALUE 'N'.
001089     88 WS-LEAP-YEAR VALUE 'Y'.
001090 01 WS-MDAYS-TABLE.
001091     05 FILLER PIC X(24) VALUE "312831303130313130313031".
001092 01 WS-MDAYS-R REDEFINES WS-MDAYS-TABLE.
001093     05 WS-MDAYS PIC 9(2) OCCURS 12 TIMES.
001094 01 WS-MM-IDX PIC 9(2) VALUE 0.
001095 01 WS-MM-LEN PIC 9(2) VALUE 0.
001096 01 WS-MM-DONE PIC A(1) VALUE 'N'.
001097
001098*----------------------------------------------------------------
001099* DOCUMENT MASTER READ AREA - THE KEYED RECORD AOC01I LOADS FROM
001100* DETAIL-FILE (KEY = DATASET SEQUENCE + RECORD NUMBER). THE
001110* INQUIRY TAKES A BARE RECORD NUMBER, WHICH IS A SINGLE-FILE-MODE
001120* ROW, SO THE DATASET SEQUENCE IS ALWAYS ZERO HERE.
001170 01 WS-DM-RECORD.
001180     05 WS-DM-R-KEY PIC X(12).
001190     05 WS-DM-NUM PIC 9(2).
001200     05 WS-DM-RUN-DATE PIC 9(8).
001210     05 WS-DM-EXCP-FLAG PIC X(1).
001212     05 WS-DM-CORR-DATE PIC 9(8).
001220 01 WS-DM-LEN PIC S9(4) COMP VALUE 31.
001230
001240*----------------------------------------------------------------
001250* ROW-FILE RECORD AND CALIBRATION-VALUE EXTRACTION WORKING-
001760
001770*----------------------------------------------------------------
001780* 2000-PROCESS-INPUT - SECOND TRIP. RECEIVE THE RECORD NUMBER THE
001790* OPERATOR KEYED, PROVE THE OPERATOR HAS AOCI INQUIRY RIGHTS,
001800* LOOK UP THAT ROW-FILE RECORD, RUN IT THROUGH THE SAME
001805* EXTRACTION AOC01B USES, AND SEND BACK THE RESULT.
001810*----------------------------------------------------------------
001820 2000-PROCESS-INPUT.
001830     PERFORM 2010-RECEIVE-RECNO THRU 2010-EXIT.
001832     PERFORM 2100-AUTHORIZE THRU 2100-EXIT.
001834     IF NOT WS-AUTHORIZED
001836         GO TO 2000-EXIT
001838     END-IF.
001840     PERFORM 2020-READ-MASTER THRU 2020-EXIT.
001850     PERFORM 3000-READ-RECORD THRU 3000-EXIT.
001860     IF WS-RESP = DFHRESP(NORMAL)
002000 2020-READ-MASTER.
002010     MOVE 0 TO WS-DM-K-DSN.
002020     MOVE WS-RECNO TO WS-DM-K-REC.
002030     MOVE 31 TO WS-DM-LEN.
002040     EXEC CICS READ FILE('DOCMSTR')
002050         INTO(WS-DM-RECORD)
002060         LENGTH(WS-DM-LEN)
002330             AND WS-RECEIVE-LEN > 0 AND WS-RECEIVE-LEN <= 9
002340         MOVE "000000000" TO WS-RECEIVE-EDIT
002350         MOVE WS-RECEIVE-AREA(1:WS-RECEIVE-LEN)
002360             TO WS-RECEIVE-EDIT(10 - WS-RECEIVE-LEN :
002365                 WS-RECEIVE-LEN)
002370         IF WS-RECEIVE-EDIT IS NUMERIC
002380             MOVE WS-RECEIVE-EDIT TO WS-RECEIVE-NUM
002390             MOVE WS-RECEIVE-NUM TO WS-RECNO
002400         END-IF
002410     END-IF.
002420 2010-EXIT.
002421     EXIT.
002422
002423*----------------------------------------------------------------
002424* 2100-AUTHORIZE - THE SIGNED-ON USERID MUST BE ON INQAUTH WITH
002425* THE AOCI FLAG SET. A REFUSAL (NOT ON THE FILE, NO AOCI RIGHTS,
002426* OR THE FILE UNAVAILABLE) IS JOURNALED WITH THE TEXT AS KEYED
002427* AND TOLD TO THE OPERATOR; WS-AUTHORIZED SAYS WHETHER TO GO ON.
002428*----------------------------------------------------------------
002429 2100-AUTHORIZE.
002430     MOVE 'N' TO WS-AUTH-SW.
002431     EXEC CICS ASSIGN
002432         USERID(WS-USERID)
002433     END-EXEC.
002434     MOVE 80 TO WS-AUTH-LEN.
002435     EXEC CICS READ FILE('INQAUTH')
002436         INTO(WS-AUTH-RECORD)
002437         LENGTH(WS-AUTH-LEN)
002438         RIDFLD(WS-USERID)
002439         RESP(WS-RESP)
002440     END-EXEC.
002441     IF WS-RESP = DFHRESP(NORMAL) AND WS-AUTH-DOC-INQ = 'Y'
002442         SET WS-AUTHORIZED TO TRUE
002443         GO TO 2100-EXIT
002444     END-IF.
002445     MOVE SPACES TO IJ-RECORD.
002446     SET IJ-DENIED TO TRUE.
002447     MOVE 'S' TO IJ-MODE.
002448     MOVE 1 TO IJ-LINE-NO.
002449     MOVE WS-RECEIVE-AREA TO IJ-KEY.
002450     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
002451     MOVE "NOT AUTHORIZED FOR DOCUMENT INQUIRY" TO WS-MSG-AREA.
002452     PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT.
002453 2100-EXIT.
002454     EXIT.
002455
002456*----------------------------------------------------------------
002460* 3000-READ-RECORD - READ ROW-FILE (CATALOGED ONLINE AS A VSAM
002470* RRDS) DIRECTLY BY RELATIVE RECORD NUMBER.
002480*----------------------------------------------------------------
003940* WAS POSTED, AND DRIFT BETWEEN THE ONLINE COPIES AND THE
003950* CERTIFIED RUN MUST BE VISIBLE, NOT SILENTLY QUOTED. A RECORD
003960* MISSING FROM THE MASTER FALLS BACK TO THE RECALCULATED VALUE,
003970* CLEARLY MARKED AS NOT CERTIFIED. THE SCREEN IS JOURNALED FIRST
003975* AND IS NOT SENT IF THE JOURNAL CANNOT BE WRITTEN.
003980*----------------------------------------------------------------
003990 5000-SEND-RESPONSE.
004000     MOVE SPACES TO WS-SEND-LINE.
004010     MOVE WS-RECNO TO WS-SEND-RECNO.
004020     MOVE 0 TO WS-SEND-RUN.
004025     MOVE 'P' TO WS-SHOWN-STATE.
004030     IF WS-DM-RESP = DFHRESP(NORMAL)
004040         MOVE WS-DM-NUM TO WS-SEND-NUM
004050         MOVE WS-DM-RUN-DATE TO WS-SEND-RUN
004052         IF WS-DM-CORR-DATE > 0
004053             MOVE 'C' TO WS-SHOWN-STATE
004054             MOVE "CORRECTED ON " TO WS-SEND-MSG
004056             MOVE WS-DM-CORR-DATE TO WS-SEND-MSG(14:8)
004058         ELSE
004060         IF WS-DM-EXCP-FLAG = 'Y'
004065             MOVE 'E' TO WS-SHOWN-STATE
004070             MOVE "EXCEPTION ON BATCH RUN" TO WS-SEND-MSG
004080             IF WS-RESP = DFHRESP(NORMAL) AND WS-DIGIT-FOUND
004090                 MOVE "WARNING: RECALC DIFFERS, NOW "
004120             END-IF
004130         ELSE
004140             IF WS-RESP NOT = DFHRESP(NORMAL)
004145                 MOVE 'W' TO WS-SHOWN-STATE
004150                 MOVE "WARNING: RECALC UNAVAILABLE"
004160                     TO WS-SEND-MSG
004170             ELSE
004180                 IF NOT WS-DIGIT-FOUND
004185                     MOVE 'W' TO WS-SHOWN-STATE
004190                     MOVE "WARNING: RECALC FINDS NO VALUE"
004200                         TO WS-SEND-MSG
004210                 ELSE
004220                     IF WS-NUM NOT = WS-DM-NUM
004225                         MOVE 'W' TO WS-SHOWN-STATE
004230                         MOVE "WARNING: RECALC DIFFERS, NOW "
004240                             TO WS-SEND-MSG
004250                         MOVE WS-NUM TO WS-SEND-MSG(30:2)
004292         END-IF
004300     ELSE
004310         IF WS-RESP NOT = DFHRESP(NORMAL)
004315             MOVE 'N' TO WS-SHOWN-STATE
004320             MOVE 0 TO WS-SEND-NUM
004330             MOVE "RECORD NOT FOUND" TO WS-SEND-MSG
004340         ELSE
004345             MOVE 'U' TO WS-SHOWN-STATE
004350             IF WS-DIGIT-FOUND
004360                 MOVE WS-NUM TO WS-SEND-NUM
004370             ELSE
004390             END-IF
004400             MOVE "NOT CERTIFIED ON MASTER" TO WS-SEND-MSG
004410         END-IF
004411     END-IF.
004412     PERFORM 5100-JOURNAL-INQUIRY THRU 5100-EXIT.
004413     IF WS-RESP NOT = DFHRESP(NORMAL)
004414         MOVE "JOURNAL WRITE FAILED - NOTHING SHOWN, CALL OPS"
004415             TO WS-MSG-AREA
004416         PERFORM 8000-SEND-MESSAGE THRU 8000-EXIT
004417         GO TO 5000-EXIT
004420     END-IF.
004430     EXEC CICS SEND TEXT
004440         FROM(WS-SEND-LINE)
004480 5000-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520* 5100-JOURNAL-INQUIRY - THE ACCESS JOURNAL RECORD FOR THE SCREEN
004530* 5000-SEND-RESPONSE HAS BUILT: THE KEY LOOKED UP, AND THE VALUE,
004540* RUN DATE, CORRECTED-ON DATE AND CORRECTION STATE ON IT. LEAVES
004550* WS-RESP AT NORMAL WHEN THE RECORD IS SAFELY WRITTEN.
004560*----------------------------------------------------------------
004570 5100-JOURNAL-INQUIRY.
004580     MOVE SPACES TO IJ-RECORD.
004590     MOVE 'S' TO IJ-MODE.
004600     MOVE 1 TO IJ-LINE-NO.
004610     MOVE WS-DM-K-DSN TO IJ-K-DSN.
004620     MOVE WS-RECNO TO IJ-K-RECNO.
004630     MOVE 0 TO IJ-D-NUM.
004640     MOVE 0 TO IJ-D-RUN-DATE.
004650     MOVE 0 TO IJ-D-CORR-DATE.
004660     IF WS-SHOWN-STATE = 'N'
004670         SET IJ-NOT-FOUND TO TRUE
004680     ELSE
004690         SET IJ-SHOWN TO TRUE
004700         MOVE WS-SHOWN-STATE TO IJ-STATE
004710         MOVE WS-SEND-NUM TO IJ-D-NUM
004720         MOVE WS-SEND-RUN TO IJ-D-RUN-DATE
004730         IF WS-SHOWN-STATE = 'C'
004740             MOVE WS-DM-CORR-DATE TO IJ-D-CORR-DATE
004750         END-IF
004760     END-IF.
004770     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
004780 5100-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820* 8000-SEND-MESSAGE - ONE RESULT LINE BACK TO THE TERMINAL.
004830*----------------------------------------------------------------
004840 8000-SEND-MESSAGE.
004850     EXEC CICS SEND TEXT
004860         FROM(WS-MSG-AREA)
004870         LENGTH(60)
004880         ERASE
004890     END-EXEC.
004900 8000-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------
004940* 8100-WRITE-JOURNAL - STAMP AND APPEND ONE ACCESS JOURNAL RECORD
004950* TO THE INQJRNL ESDS. THE CALLER HAS SET THE OUTCOME, KEY, STATE
004960* AND VALUE; WHO, WHERE AND WHEN COME FROM THE SIGNED-ON USERID
004970* AND THE EIB. THE CALLER TESTS WS-RESP ON RETURN.
004980*----------------------------------------------------------------
004990 8100-WRITE-JOURNAL.
005000     PERFORM 8300-TODAY-FROM-EIB THRU 8300-EXIT.
005010     MOVE WS-TODAY-YMD TO IJ-DATE.
005020     MOVE EIBTIME TO IJ-TIME.
005030     MOVE WS-USERID TO IJ-USERID.
005040     MOVE EIBTRMID TO IJ-TERMID.
005050     MOVE EIBTRNID TO IJ-TRANSID.
005060     EXEC CICS WRITE FILE('INQJRNL')
005070         FROM(IJ-RECORD)
005080         LENGTH(100)
005090         RIDFLD(WS-IJ-RBA)
005100         RBA
005110         RESP(WS-RESP)
005120     END-EXEC.
005130 8100-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* 8300-TODAY-FROM-EIB - TODAY IN CCYYMMDD FROM THE EIB'S 0CYYDDD
005180* JULIAN DATE, AS IN AOC01J. THE CENTURY DIGIT C IS 0 FOR 19YY,
005190* 1 FOR 20YY AND SO ON. WALKS THE MONTH TABLE, WITH FEBRUARY
005200* STRETCHED IN A LEAP YEAR (EVERY FOURTH YEAR, EXCEPT CENTURY
005210* YEARS NOT DIVISIBLE BY 400).
005220*----------------------------------------------------------------
005230 8300-TODAY-FROM-EIB.
005240     MOVE EIBDATE TO WS-JUL-WORK.
005250     DIVIDE WS-JUL-WORK BY 1000 GIVING WS-JUL-WORK
005260         REMAINDER WS-JUL-DDD.
005270     DIVIDE WS-JUL-WORK BY 100 GIVING WS-JUL-WORK
005280         REMAINDER WS-JUL-YY.
005290     COMPUTE WS-TD-CCYY = 1900 + WS-JUL-WORK * 100 + WS-JUL-YY.
005300     MOVE 'N' TO WS-LEAP-SW.
005310     DIVIDE WS-TD-CCYY BY 4 GIVING WS-JUL-WORK
005320         REMAINDER WS-JUL-REM.
005330     IF WS-JUL-REM = 0
005340         SET WS-LEAP-YEAR TO TRUE
005350     END-IF.
005360     DIVIDE WS-TD-CCYY BY 100 GIVING WS-JUL-WORK
005370         REMAINDER WS-JUL-REM.
005380     IF WS-JUL-REM = 0
005390         MOVE 'N' TO WS-LEAP-SW
005400     END-IF.
005410     DIVIDE WS-TD-CCYY BY 400 GIVING WS-JUL-WORK
005420         REMAINDER WS-JUL-REM.
005430     IF WS-JUL-REM = 0
005440         SET WS-LEAP-YEAR TO TRUE
005450     END-IF.
005460     MOVE 1 TO WS-MM-IDX.
005470     MOVE 'N' TO WS-MM-DONE.
005480     PERFORM 8310-STRIP-MONTH THRU 8310-EXIT
005490         UNTIL WS-MM-DONE = 'Y'.
005500     MOVE WS-MM-IDX TO WS-TD-MM.
005510     MOVE WS-JUL-DDD TO WS-TD-DD.
005520 8300-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 8310-STRIP-MONTH - WHILE THE RUNNING DAY-OF-YEAR STILL CLEARS
005570* THE CURRENT MONTH, TAKE THAT MONTH'S DAYS OFF AND STEP ON;
005580* OTHERWISE THE MONTH IS FOUND.
005590*----------------------------------------------------------------
005600 8310-STRIP-MONTH.
005610     MOVE WS-MDAYS(WS-MM-IDX) TO WS-MM-LEN.
005620     IF WS-MM-IDX = 2 AND WS-LEAP-YEAR
005630         MOVE 29 TO WS-MM-LEN
005640     END-IF.
005650     IF WS-JUL-DDD > WS-MM-LEN AND WS-MM-IDX < 12
005660         SUBTRACT WS-MM-LEN FROM WS-JUL-DDD
005670         ADD 1 TO WS-MM-IDX
005680     ELSE
005690         MOVE 'Y' TO WS-MM-DONE
005700     END-IF.
005710 8310-EXIT.
005720     EXIT.
005730
005740
005750
