000364*                 STAMPS EACH ROW WITH ITS SOURCE SYSTEM (SEE
000366*                 AOC01G'S STACKED-ENVELOPE CHANGE). OFFSETS OF
000368*                 THE TRAILER FIELDS READ HERE ARE UNCHANGED.
000370* 2026-10-14 RH   ADJ-RUN-DATE ON THE ADJUSTMENT AUDIT FILE, THE
000372*                 RUNDATE= CARD AND THE REPORT HEADING ARE
000374*                 CCYYMMDD NOW.
000375* 2026-10-14 RH   A RUN DATE IN A CLOSED ACCOUNTING PERIOD (SEE
000376*                 AOC01AC, PERIODR) IS LOCKED: EVERY CORRECTION
000377*                 FOR IT IS REJECTED PERIOD-CLOSED AND LISTED ON
000378*                 ADJUST-REPORT WITH THE PERIOD.
000379*----------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000590
000600     SELECT ARPT-FILE ASSIGN TO "ADJUST-REPORT"
000610     ORGANIZATION IS LINE SEQUENTIAL.
000611
000612     SELECT PERIOD-FILE ASSIGN TO "PERIODCL-FILE"
000613     ORGANIZATION IS INDEXED
000614     ACCESS MODE IS DYNAMIC
000615     RECORD KEY IS PC-PERIOD-END
000616     FILE STATUS IS WS-PC-FS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000950
000960 FD ADJ-FILE.
000970 01 ADJ-RECORD.
000980     05 ADJ-RUN-DATE  PIC 9(8).
000990     05 FILLER        PIC X(1).
001000     05 ADJ-DSN-IDX   PIC 9(3).
001010     05 FILLER        PIC X(1).
001160 FD ARPT-FILE.
001170 01 ARPT-LINE PIC X(132).
001180
001182 FD PERIOD-FILE.
001184     COPY PERIODR.
001186
001190 WORKING-STORAGE SECTION.
001195 77 WS-PC-FS PIC X(2) VALUE SPACES.
001200 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001210 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001220     88 WS-RUN-DATE-SET VALUE 'Y'.
001230 01 WS-EOF PIC A(1) VALUE 'N'.
001240 01 WS-TRLR-SW PIC A(1) VALUE 'N'.
001250     88 WS-TRLR-FOUND VALUE 'Y'.
001260 01 WS-ORIG-TOTAL PIC 9(30) VALUE 0.
001261
001262*----------------------------------------------------------------
001263* THE ACCOUNTING PERIOD LOCK - SET WHEN THE RUN DATE FALLS IN A
001264* PERIOD AOC01AC HAS CLOSED. EVERY CORRECTION IS THEN REJECTED.
001265*----------------------------------------------------------------
001266 01 WS-LOCK-SW PIC A(1) VALUE 'N'.
001267     88 WS-PERIOD-LOCKED VALUE 'Y'.
001268 01 WS-LOCK-PERIOD-END PIC 9(8) VALUE 0.
001269 01 WS-LOCK-AFTER-DATE PIC 9(8) VALUE 0.
001270 01 WS-LOCK-CLOSED-ON PIC 9(8) VALUE 0.
001271 01 WS-LOCK-CLOSED-BY PIC X(8) VALUE SPACES.
001272 77 WS-LOCKED-COUNT PIC 9(9) VALUE 0.
001273
001280*----------------------------------------------------------------
001290* TWO-FILE MATCH STATE - EXCEPTION-FILE AND CORRECTION-FILE ARE
001300* BOTH SORTED BY DSN-IDX/RECNO AND WALKED TOGETHER. HIGH-VALUES
001730 01 WS-HDG-LINE.
001740     05 FILLER PIC X(39) VALUE
001750         "AOC01H EXCEPTION CORRECTION - RUN DATE ".
001760     05 WS-HDG-DATE PIC 9(8).
001770     05 FILLER PIC X(85) VALUE SPACES.
001780 01 WS-COUNT-LINE.
001790     05 WS-CNT-LABEL PIC X(26).
001800     05 WS-CNT-VALUE PIC 9(9).
001840     05 WS-TOT-VALUE PIC 9(30).
001850     05 FILLER PIC X(76) VALUE SPACES.
001860 01 WS-MSG-LINE PIC X(132).
001861 01 WS-LOCK-LINE.
001862     05 FILLER PIC X(26) VALUE "REJECTED - PERIOD CLOSED  ".
001863     05 FILLER PIC X(4) VALUE "DSN ".
001864     05 WS-LK-DSN PIC 9(3).
001865     05 FILLER PIC X(7) VALUE " RECNO ".
001866     05 WS-LK-RECNO PIC 9(9).
001867     05 FILLER PIC X(11) VALUE " CORRECTOR ".
001868     05 WS-LK-CORRECTOR PIC X(8).
001869     05 FILLER PIC X(64) VALUE SPACES.
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001930     STOP RUN.
001940
001950*----------------------------------------------------------------
001960* 1000-INITIALIZE - READ THE RUN-DATE CARD, CHECK THE PERIOD LOCK,
001970* LOAD THE VOCABULARY, PICK UP THE ORIGINAL GRAND TOTAL OFF THE
001980* DETAIL-FILE TRAILER, AND PRIME THE TWO-FILE MATCH.
001990*----------------------------------------------------------------
002000 1000-INITIALIZE.
002010     OPEN INPUT APARM-FILE.
002040             AT END MOVE 'Y' TO WS-EOF
002050             NOT AT END
002060                 IF APARM-CARD(1:8) = "RUNDATE="
002070                         AND APARM-CARD(9:8) IS NUMERIC
002080                     MOVE APARM-CARD(9:8) TO WS-RUN-DATE
002090                     SET WS-RUN-DATE-SET TO TRUE
002100                 END-IF
002110         END-READ
002170         STOP RUN
002180     END-IF.
002190
002195     PERFORM 1300-CHECK-PERIOD-LOCK THRU 1300-EXIT.
002200     PERFORM 1050-LOAD-LOOKUP-TABLE THRU 1050-EXIT.
002210     PERFORM 1200-READ-DETAIL-TRAILER THRU 1200-EXIT.
002220
002240     OPEN OUTPUT ARPT-FILE.
002250     MOVE WS-RUN-DATE TO WS-HDG-DATE.
002260     WRITE ARPT-LINE FROM WS-HDG-LINE.
002261     IF WS-PERIOD-LOCKED
002262         MOVE SPACES TO WS-MSG-LINE
002263         STRING "*** RUN DATE " DELIMITED BY SIZE
002264             WS-RUN-DATE DELIMITED BY SIZE
002265             " IS IN THE ACCOUNTING PERIOD ENDING "
002266                 DELIMITED BY SIZE
002267             WS-LOCK-PERIOD-END DELIMITED BY SIZE
002268             " (RUN DATES AFTER " DELIMITED BY SIZE
002269             WS-LOCK-AFTER-DATE DELIMITED BY SIZE
002270             "), CLOSED ON " DELIMITED BY SIZE
002271             WS-LOCK-CLOSED-ON DELIMITED BY SIZE
002272             " BY " DELIMITED BY SIZE
002273             WS-LOCK-CLOSED-BY DELIMITED BY SIZE
002274             " ***" DELIMITED BY SIZE
002275             INTO WS-MSG-LINE
002276         WRITE ARPT-LINE FROM WS-MSG-LINE
002277         MOVE "*** EVERY CORRECTION FOR IT IS REJECTED - THE"
002278             TO WS-MSG-LINE
002279         MOVE " PERIOD MUST BE REOPENED (AOC01ROP) FIRST ***"
002280             TO WS-MSG-LINE(46:45)
002281         WRITE ARPT-LINE FROM WS-MSG-LINE
002282     END-IF.
002283
002284     OPEN INPUT EXCP-FILE.
002290     OPEN INPUT CORR-FILE.
002300     PERFORM 2110-READ-EXCEPTION THRU 2110-EXIT.
002310     PERFORM 2120-READ-CORRECTION THRU 2120-EXIT.
002890         STOP RUN
002900     END-IF.
002910 1200-EXIT.
002911     EXIT.
002912
002913*----------------------------------------------------------------
002914* 1300-CHECK-PERIOD-LOCK - THE FIRST PERIOD RECORD ENDING ON OR
002915* AFTER THE RUN DATE IS THE ONLY ONE THAT CAN HOLD IT (SEE
002916* PERIODR). IT LOCKS THE RUN DATE WHEN IT IS CLOSED AND STARTS
002917* BEFORE IT. NO PERIOD FILE AT ALL IS A SETUP ERROR, NOT AN OPEN
002918* PERIOD - THE LOCK MUST NOT FAIL OPEN.
002919*----------------------------------------------------------------
002920 1300-CHECK-PERIOD-LOCK.
002921     OPEN INPUT PERIOD-FILE.
002922     IF WS-PC-FS NOT = "00"
002923         DISPLAY "AOC01H - PERIODCL-FILE OPEN FAILED, STATUS "
002924             WS-PC-FS
002925         MOVE 16 TO RETURN-CODE
002926         STOP RUN
002927     END-IF.
002928     MOVE WS-RUN-DATE TO PC-PERIOD-END.
002929     START PERIOD-FILE KEY NOT < PC-PERIOD-END
002930         INVALID KEY GO TO 1300-CLOSE
002931     END-START.
002932     READ PERIOD-FILE NEXT
002933         AT END GO TO 1300-CLOSE
002934     END-READ.
002935     IF PC-CLOSED AND WS-RUN-DATE > PC-AFTER-DATE
002936         SET WS-PERIOD-LOCKED TO TRUE
002937         MOVE PC-PERIOD-END TO WS-LOCK-PERIOD-END
002938         MOVE PC-AFTER-DATE TO WS-LOCK-AFTER-DATE
002939         MOVE PC-CLOSED-ON TO WS-LOCK-CLOSED-ON
002940         MOVE PC-CLOSED-BY TO WS-LOCK-CLOSED-BY
002941         DISPLAY "AOC01H - RUN DATE " WS-RUN-DATE
002942             " IS IN CLOSED PERIOD ENDING " WS-LOCK-PERIOD-END
002943             " - ALL CORRECTIONS REJECTED"
002944     END-IF.
002945 1300-CLOSE.
002946     CLOSE PERIOD-FILE.
002947 1300-EXIT.
002948     EXIT.
002949
002950*----------------------------------------------------------------
002951* 2000-MATCH-FILES - CLASSIC TWO-FILE MATCH ON DSN-IDX/RECNO.
002960* EXCEPTION LOW: NO CORRECTION KEYED YET, COUNT IT OUTSTANDING.
002970* CORRECTION LOW: NOTHING TO CORRECT, REJECT IT. EQUAL: APPLY
002980* THE CORRECTION. A SECOND CORRECTION FOR THE SAME KEY FALLS OUT
003600* REJECTED, NOT GUESSED AT. TYPE V TAKES THE ASSIGNED VALUE AS
003610* KEYED, PROVIDED IT IS NUMERIC. ANYTHING ELSE IS A KEYING
003620* ERROR AND IS REJECTED - AND THE EXCEPTION IT MATCHED IS
003630* STILL OPEN, SO IT COUNTS TOWARD THAT TOTAL AS WELL. NOTHING IS
003633* APPLIED TO A RUN DATE IN A CLOSED PERIOD: EACH CORRECTION IS
003636* REJECTED AND LISTED ON ADJUST-REPORT.
003640*----------------------------------------------------------------
003650 2200-APPLY-CORRECTION.
003651     IF WS-PERIOD-LOCKED
003652         MOVE "REJECTED-PERIOD CLOSED  " TO WS-DISP
003653         PERFORM 2500-REJECT-CORRECTION THRU 2500-EXIT
003654         ADD 1 TO WS-OUTSTANDING-COUNT
003655         ADD 1 TO WS-LOCKED-COUNT
003656         MOVE CORR-DSN-IDX TO WS-LK-DSN
003657         MOVE CORR-RECNO TO WS-LK-RECNO
003658         MOVE CORR-CORRECTOR TO WS-LK-CORRECTOR
003659         WRITE ARPT-LINE FROM WS-LOCK-LINE
003660         GO TO 2200-EXIT
003661     END-IF.
003662     IF CORR-TYPE = 'T'
003670         MOVE CORR-TEXT TO WS-WORK-TEXT
003680         PERFORM 2300-EXTRACT-VALUE THRU 2300-EXIT
003690         IF WS-DIGIT-FOUND
005540     MOVE "CORRECTIONS REJECTED      " TO WS-CNT-LABEL.
005550     MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
005560     WRITE ARPT-LINE FROM WS-COUNT-LINE.
005561     IF WS-PERIOD-LOCKED
005562         MOVE "  OF WHICH PERIOD CLOSED  " TO WS-CNT-LABEL
005563         MOVE WS-LOCKED-COUNT TO WS-CNT-VALUE
005564         WRITE ARPT-LINE FROM WS-COUNT-LINE
005565     END-IF.
005570     MOVE "EXCEPTIONS STILL OPEN     " TO WS-CNT-LABEL.
005580     MOVE WS-OUTSTANDING-COUNT TO WS-CNT-VALUE.
005590     WRITE ARPT-LINE FROM WS-COUNT-LINE.
