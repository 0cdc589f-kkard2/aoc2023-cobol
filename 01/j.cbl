000450*                 GUARANTEE IF A BROKEN JOURNAL (CLOSED, FULL)
000460*                 STOPS THE CHANGE INSTEAD OF LETTING IT THROUGH
000470*                 UNRECORDED.
000471* 2026-10-14 RH   EFFECTIVE DATES ARE CCYYMMDD NOW - THE MASTER
000472*                 RECORD IS 60 BYTES AND THE JOURNAL RECORD 64
000473*                 (SEE AOC01DEF), AN OPEN EFF-TO IS 99999999, AND
000474*                 TODAY IS BUILT FROM THE EIB'S CENTURY DIGIT WITH
000475*                 THE FULL GREGORIAN LEAP RULE.
000480*
000490* NOTE - TRANSLATED WITH THE CICS COMMAND TRANSLATOR BEFORE
000500*                 COMPILATION, LIKE AOC01D. ALL FILE I/O GOES
000920     05 WS-VM-UPD-BY   PIC X(8).
000930     05 WS-VM-UPD-DATE PIC 9(7).
000940     05 WS-VM-UPD-TIME PIC 9(7).
000950     05 WS-VM-EFF-FROM PIC 9(8).
000960     05 WS-VM-EFF-TO   PIC 9(8).
000970 01 WS-VM-LEN PIC S9(4) COMP VALUE 60.
000980
000990*----------------------------------------------------------------
001000* JOURNAL RECORD (FCT VOCBJRNL, ESDS - APPEND ONLY). ONE RECORD
001100     05 WS-JR-OLD-ACTIVE PIC X(1).
001110     05 WS-JR-NEW-VALUE  PIC X(1).
001120     05 WS-JR-NEW-ACTIVE PIC X(1).
001130     05 WS-JR-NEW-EFF-FROM PIC 9(8).
001140     05 WS-JR-NEW-EFF-TO   PIC 9(8).
001150     05 FILLER           PIC X(1).
001160
001170*----------------------------------------------------------------
001430 01 WS-KEY-WORD PIC X(20) VALUE SPACES.
001440
001450*----------------------------------------------------------------
001460* TODAY IN CCYYMMDD, CONVERTED FROM THE EIB'S JULIAN DATE FOR THE
001470* EFFECTIVE-DATE STAMPS. FULL GREGORIAN LEAP RULE.
001480*----------------------------------------------------------------
001490 01 WS-TODAY-YMD.
001500     05 WS-TD-CCYY PIC 9(4).
001510     05 WS-TD-MM PIC 9(2).
001520     05 WS-TD-DD PIC 9(2).
001530 01 WS-JUL-WORK PIC 9(7) VALUE 0.
001540 01 WS-JUL-YY PIC 9(2) VALUE 0.
001550 01 WS-JUL-DDD PIC 9(3) VALUE 0.
001560 01 WS-JUL-REM PIC 9(3) VALUE 0.
001563 01 WS-LEAP-SW PIC A(1) VALUE 'N'.
001566     88 WS-LEAP-YEAR VALUE 'Y'.
001570 01 WS-MDAYS-TABLE.
001580     05 FILLER PIC X(24) VALUE "312831303130313130313031".
001590 01 WS-MDAYS-R REDEFINES WS-MDAYS-TABLE.
002860     END-IF.
002870     PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
002880             OR WS-BROWSE-COUNT >= 16
002890         MOVE 60 TO WS-VM-LEN
002900         EXEC CICS READNEXT FILE('VOCBMSTR')
002910             INTO(WS-VM-RECORD)
002920             LENGTH(WS-VM-LEN)
003320         GO TO 4000-EXIT
003330     END-IF.
003340     MOVE WS-RECEIVE-AREA(5:20) TO WS-KEY-WORD.
003350     MOVE 60 TO WS-VM-LEN.
003360     EXEC CICS READ FILE('VOCBMSTR')
003370         INTO(WS-VM-RECORD)
003380         LENGTH(WS-VM-LEN)
003550     MOVE 'Y' TO WS-JR-NEW-ACTIVE.
003560     PERFORM 8300-TODAY-FROM-EIB THRU 8300-EXIT.
003570     MOVE WS-TODAY-YMD TO WS-JR-NEW-EFF-FROM.
003580     MOVE 99999999 TO WS-JR-NEW-EFF-TO.
003590     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
003600     IF WS-RESP NOT = DFHRESP(NORMAL)
003610         GO TO 4000-EXIT
003660     MOVE WS-RECEIVE-AREA(3:1) TO WS-VM-VALUE(1:1).
003670     MOVE 'Y' TO WS-VM-ACTIVE.
003680     MOVE WS-TODAY-YMD TO WS-VM-EFF-FROM.
003690     MOVE 99999999 TO WS-VM-EFF-TO.
003700     PERFORM 8200-STAMP-MASTER THRU 8200-EXIT.
003710     EXEC CICS WRITE FILE('VOCBMSTR')
003720         FROM(WS-VM-RECORD)
003730         LENGTH(60)
003740         RIDFLD(WS-VM-WORD)
003750         RESP(WS-RESP)
003760     END-EXEC.
003980         GO TO 5000-EXIT
003990     END-IF.
004000     MOVE WS-RECEIVE-AREA(5:20) TO WS-KEY-WORD.
004010     MOVE 60 TO WS-VM-LEN.
004020     EXEC CICS READ FILE('VOCBMSTR')
004030         INTO(WS-VM-RECORD)
004040         LENGTH(WS-VM-LEN)
004280         MOVE WS-TODAY-YMD TO WS-VM-EFF-FROM
004290     END-IF.
004300     MOVE WS-VM-EFF-FROM TO WS-JR-NEW-EFF-FROM.
004310     MOVE 99999999 TO WS-JR-NEW-EFF-TO.
004320     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
004330     IF WS-RESP NOT = DFHRESP(NORMAL)
004340         GO TO 5000-EXIT
004360
004370     MOVE WS-RECEIVE-AREA(3:1) TO WS-VM-VALUE(1:1).
004380     MOVE 'Y' TO WS-VM-ACTIVE.
004390     MOVE 99999999 TO WS-VM-EFF-TO.
004400     PERFORM 8200-STAMP-MASTER THRU 8200-EXIT.
004410     EXEC CICS REWRITE FILE('VOCBMSTR')
004420         FROM(WS-VM-RECORD)
004430         LENGTH(60)
004440         RESP(WS-RESP)
004450     END-EXEC.
004460     IF WS-RESP = DFHRESP(NORMAL)
004660         GO TO 6000-EXIT
004670     END-IF.
004680     MOVE WS-RECEIVE-AREA(3:20) TO WS-KEY-WORD.
004690     MOVE 60 TO WS-VM-LEN.
004700     EXEC CICS READ FILE('VOCBMSTR')
004710         INTO(WS-VM-RECORD)
004720         LENGTH(WS-VM-LEN)
005000     PERFORM 8200-STAMP-MASTER THRU 8200-EXIT.
005010     EXEC CICS REWRITE FILE('VOCBMSTR')
005020         FROM(WS-VM-RECORD)
005030         LENGTH(60)
005040         RESP(WS-RESP)
005050     END-EXEC.
005060     IF WS-RESP = DFHRESP(NORMAL)
005400     MOVE WS-USERID TO WS-JR-USERID.
005410     EXEC CICS WRITE FILE('VOCBJRNL')
005420         FROM(WS-JR-RECORD)
005430         LENGTH(64)
005440         RIDFLD(WS-JR-RBA)
005450         RESP(WS-RESP)
005460     END-EXEC.
005650
005660
005670*----------------------------------------------------------------
005675* 8300-TODAY-FROM-EIB - TODAY IN CCYYMMDD FROM THE EIB'S 0CYYDDD
005680* JULIAN DATE, FOR THE EFFECTIVE-DATE STAMPS. THE CENTURY DIGIT C
005685* IS 0 FOR 19YY, 1 FOR 20YY AND SO ON. WALKS THE MONTH TABLE,
005690* WITH FEBRUARY STRETCHED IN A LEAP YEAR (EVERY FOURTH YEAR,
005695* EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400).
005700*----------------------------------------------------------------
005705 8300-TODAY-FROM-EIB.
005710     MOVE EIBDATE TO WS-JUL-WORK.
005715     DIVIDE WS-JUL-WORK BY 1000 GIVING WS-JUL-WORK
005720         REMAINDER WS-JUL-DDD.
005725     DIVIDE WS-JUL-WORK BY 100 GIVING WS-JUL-WORK
005730         REMAINDER WS-JUL-YY.
005735     COMPUTE WS-TD-CCYY = 1900 + WS-JUL-WORK * 100 + WS-JUL-YY.
005740     MOVE 'N' TO WS-LEAP-SW.
005745     DIVIDE WS-TD-CCYY BY 4 GIVING WS-JUL-WORK
005750         REMAINDER WS-JUL-REM.
005755     IF WS-JUL-REM = 0
005760         SET WS-LEAP-YEAR TO TRUE
005765     END-IF.
005770     DIVIDE WS-TD-CCYY BY 100 GIVING WS-JUL-WORK
005775         REMAINDER WS-JUL-REM.
005780     IF WS-JUL-REM = 0
005785         MOVE 'N' TO WS-LEAP-SW
005790     END-IF.
005795     DIVIDE WS-TD-CCYY BY 400 GIVING WS-JUL-WORK
005800         REMAINDER WS-JUL-REM.
005805     IF WS-JUL-REM = 0
005810         SET WS-LEAP-YEAR TO TRUE
005815     END-IF.
005820     MOVE 1 TO WS-MM-IDX.
005830     MOVE 'N' TO WS-MM-DONE.
005840     PERFORM 8310-STRIP-MONTH THRU 8310-EXIT
005950*----------------------------------------------------------------
005960 8310-STRIP-MONTH.
005970     MOVE WS-MDAYS(WS-MM-IDX) TO WS-MM-LEN.
005980     IF WS-MM-IDX = 2 AND WS-LEAP-YEAR
005990         MOVE 29 TO WS-MM-LEN
006000     END-IF.
006010     IF WS-JUL-DDD > WS-MM-LEN AND WS-MM-IDX < 12
