000530*                 AND BOTH THE MASTER REWRITES AND THE SUM COME
000540*                 FROM THAT TABLE, SO THE RUN-HISTORY TOTAL
000550*                 CARRIES EXACTLY THE VALUES THE MASTER KEPT.
000552* 2026-10-14 RH   THE RUNDATE= AND CORRDATE= CARDS, ADJ-RUN-DATE,
000554*                 DM-RUN-DATE, DM-CORR-DATE AND RH-RUN-DATE ARE
000556*                 CCYYMMDD NOW, MATCHING THE WIDENED MASTERS.
000558* 2026-10-14 RH   A RUN DATE IN A CLOSED ACCOUNTING PERIOD (SEE
000560*                 AOC01AC, PERIODR) IS REFUSED BEFORE EITHER
000562*                 MASTER IS OPENED: NOTHING IS POSTED, THE PERIOD
000564*                 IS NAMED ON POST-REPORT AND THE STEP ENDS RC=8.
000566*----------------------------------------------------------------
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000780
000790     SELECT PRPT-FILE ASSIGN TO "POST-REPORT"
000800     ORGANIZATION IS LINE SEQUENTIAL.
000801
000802     SELECT PERIOD-FILE ASSIGN TO "PERIODCL-FILE"
000803     ORGANIZATION IS INDEXED
000804     ACCESS MODE IS DYNAMIC
000805     RECORD KEY IS PC-PERIOD-END
000806     FILE STATUS IS WS-PC-FS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD ADJ-FILE.
000850 01 ADJ-RECORD.
000860     05 ADJ-RUN-DATE  PIC 9(8).
000870     05 FILLER        PIC X(1).
000880     05 ADJ-DSN-IDX   PIC 9(3).
000890     05 FILLER        PIC X(1).
001100         10 DM-DSN-IDX PIC 9(3).
001110         10 DM-RECNO   PIC 9(9).
001120     05 DM-NUM       PIC 9(2).
001130     05 DM-RUN-DATE  PIC 9(8).
001140     05 DM-EXCP-FLAG PIC X(1).
001150     05 DM-CORR-DATE PIC 9(8).
001160
001170 FD RUNHIST-FILE.
001180 01 RH-RECORD.
001190     05 RH-RUN-DATE   PIC 9(8).
001200     05 RH-REC-COUNT  PIC 9(9).
001210     05 RH-TOTAL      PIC 9(30).
001220     05 RH-EXCP-COUNT PIC 9(9).
001280 FD PRPT-FILE.
001290 01 PRPT-LINE PIC X(132).
001300
001302 FD PERIOD-FILE.
001304     COPY PERIODR.
001306
001310 WORKING-STORAGE SECTION.
001320 77 WS-DM-FS PIC X(2) VALUE SPACES.
001330 77 WS-RH-FS PIC X(2) VALUE SPACES.
001335 77 WS-PC-FS PIC X(2) VALUE SPACES.
001340 01 WS-RUN-DATE PIC 9(8) VALUE 0.
001350 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
001360     88 WS-RUN-DATE-SET VALUE 'Y'.
001370 01 WS-CORR-DATE PIC 9(8) VALUE 0.
001380 01 WS-CORR-DATE-SW PIC A(1) VALUE 'N'.
001390     88 WS-CORR-DATE-SET VALUE 'Y'.
001400 01 WS-EOF PIC A(1) VALUE 'N'.
001740 01 WS-HDG-LINE.
001750     05 FILLER PIC X(42) VALUE
001760         "AOC01O ADJUSTMENT POST-THROUGH - RUN DATE ".
001770     05 WS-HDG-DATE PIC 9(8).
001780     05 FILLER PIC X(82) VALUE SPACES.
001790 01 WS-COUNT-LINE.
001800     05 WS-CNT-LABEL PIC X(26).
001810     05 WS-CNT-VALUE PIC 9(9).
001990* AND OPEN THE MASTERS. BOTH DATES ARE REQUIRED: THE RUN DATE
002000* SELECTS WHICH AUDIT RECORDS APPLY AND WHICH RUN-HISTORY RECORD
002010* IS ADJUSTED, AND THE CORRECTED-ON DATE IS WHAT THE AOCI SCREEN
002020* SHOWS THE OPERATOR. THE PERIOD LOCK IS CHECKED BEFORE EITHER
002025* MASTER IS OPENED.
002030*----------------------------------------------------------------
002040 1000-INITIALIZE.
002050     OPEN INPUT OPARM-FILE.
002080             AT END MOVE 'Y' TO WS-EOF
002090             NOT AT END
002100                 IF OPARM-CARD(1:8) = "RUNDATE="
002110                         AND OPARM-CARD(9:8) IS NUMERIC
002120                     MOVE OPARM-CARD(9:8) TO WS-RUN-DATE
002130                     SET WS-RUN-DATE-SET TO TRUE
002140                 END-IF
002150                 IF OPARM-CARD(1:9) = "CORRDATE="
002160                         AND OPARM-CARD(10:8) IS NUMERIC
002170                     MOVE OPARM-CARD(10:8) TO WS-CORR-DATE
002180                     SET WS-CORR-DATE-SET TO TRUE
002190                 END-IF
002200         END-READ
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002325     PERFORM 1300-CHECK-PERIOD-LOCK THRU 1300-EXIT.
002330
002340     OPEN I-O DOCM-FILE.
002350     IF WS-DM-FS NOT = "00"
002430     MOVE WS-RUN-DATE TO WS-HDG-DATE.
002440     WRITE PRPT-LINE FROM WS-HDG-LINE.
002450 1000-EXIT.
002451     EXIT.
002452
002453*----------------------------------------------------------------
002454* 1300-CHECK-PERIOD-LOCK - THE FIRST PERIOD RECORD ENDING ON OR
002455* AFTER THE RUN DATE IS THE ONLY ONE THAT CAN HOLD IT (SEE
002456* PERIODR). WHEN IT IS CLOSED AND STARTS BEFORE THE RUN DATE THE
002457* STEP STOPS RC=8 WITHOUT OPENING DOCMSTR OR RUNHIST, AND SAYS SO
002458* ON POST-REPORT. NO PERIOD FILE AT ALL IS A SETUP ERROR, NOT AN
002459* OPEN PERIOD - THE LOCK MUST NOT FAIL OPEN.
002460*----------------------------------------------------------------
002461 1300-CHECK-PERIOD-LOCK.
002462     OPEN INPUT PERIOD-FILE.
002463     IF WS-PC-FS NOT = "00"
002464         DISPLAY "AOC01O - PERIODCL-FILE OPEN FAILED, STATUS "
002465             WS-PC-FS
002466         MOVE 16 TO RETURN-CODE
002467         STOP RUN
002468     END-IF.
002469     MOVE WS-RUN-DATE TO PC-PERIOD-END.
002470     START PERIOD-FILE KEY NOT < PC-PERIOD-END
002471         INVALID KEY GO TO 1300-CLOSE
002472     END-START.
002473     READ PERIOD-FILE NEXT
002474         AT END GO TO 1300-CLOSE
002475     END-READ.
002476     IF NOT PC-CLOSED OR WS-RUN-DATE NOT > PC-AFTER-DATE
002477         GO TO 1300-CLOSE
002478     END-IF.
002479
002480     OPEN OUTPUT PRPT-FILE.
002481     MOVE WS-RUN-DATE TO WS-HDG-DATE.
002482     WRITE PRPT-LINE FROM WS-HDG-LINE.
002483     MOVE SPACES TO WS-MSG-LINE.
002484     STRING "*** RUN DATE " DELIMITED BY SIZE
002485         WS-RUN-DATE DELIMITED BY SIZE
002486         " IS IN THE ACCOUNTING PERIOD ENDING " DELIMITED BY SIZE
002487         PC-PERIOD-END DELIMITED BY SIZE
002488         " (RUN DATES AFTER " DELIMITED BY SIZE
002489         PC-AFTER-DATE DELIMITED BY SIZE
002490         "), CLOSED ON " DELIMITED BY SIZE
002491         PC-CLOSED-ON DELIMITED BY SIZE
002492         " BY " DELIMITED BY SIZE
002493         PC-CLOSED-BY DELIMITED BY SIZE
002494         " ***" DELIMITED BY SIZE
002495         INTO WS-MSG-LINE.
002496     WRITE PRPT-LINE FROM WS-MSG-LINE.
002497     MOVE "*** NOTHING POSTED - DOCMSTR AND RUNHIST UNTOUCHED."
002498         TO WS-MSG-LINE.
002499     MOVE " THE PERIOD MUST BE REOPENED (AOC01ROP) FIRST ***"
002500         TO WS-MSG-LINE(52:49).
002501     WRITE PRPT-LINE FROM WS-MSG-LINE.
002502     CLOSE PRPT-FILE.
002503     CLOSE PERIOD-FILE.
002504     DISPLAY "AOC01O - RUN DATE " WS-RUN-DATE
002505         " IS IN CLOSED PERIOD ENDING " PC-PERIOD-END
002506         " - NOTHING POSTED".
002507     MOVE 8 TO RETURN-CODE.
002508     STOP RUN.
002509 1300-CLOSE.
002510     CLOSE PERIOD-FILE.
002511 1300-EXIT.
002512     EXIT.
002513
002514*----------------------------------------------------------------
002515* 2000-APPLY-ADJUSTMENTS - WALK THE CUMULATIVE AUDIT FILE. EVERY
002516* RECORD FOR THE KEYED RUN DATE DISPOSED "POSTED" IS APPLIED TO
002517* THE DOCUMENT MASTER AND ROLLED INTO THE ADJUSTED-TOTAL SUM;
002520* REJECTED AUDIT RECORDS AND OTHER RUN DATES ARE COUNTED AND
002530* LEFT ALONE. APPLYING THE SAME AUDIT RECORD TWICE REWRITES THE
002540* SAME VALUES, SO A RERUN OF THIS STEP IS HARMLESS.
