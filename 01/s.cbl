000240*                 AOC01PAR RUNS, SO WHEN IT IS NOT ON THE FILE
000250*                 THE REPORT SAYS SO INSTEAD OF CALLING IT NOT
000260*                 STARTED.
000261* 2026-10-14 RH   ADDED THE CHGRPT ROW (AOC01U, THE RUN-OVER-RUN
000262*                 DOCUMENT CHANGE REPORT, BETWEEN BALANCE AND
000263*                 DOCLOAD).
000264* 2026-10-14 RH   THE RUNDATE= CARD AND THE HEADING DATE ARE
000265*                 CCYYMMDD NOW, MATCHING THE WIDENED RUN-CONTROL
000266*                 KEY.
000268* 2026-10-14 RH   ADDED THE PUBACK ROW - THE PUBLICATION
000270*                 ACKNOWLEDGEMENT VERDICT AOC01Y POSTS UNDER THE
000272*                 FEED DATE: CONFIRMED, AWAITING RECEIVERS, NOT
000274*                 CONFIRMED, OR NOT YET CHECKED.
000275* 2026-10-14 RH   ADDED THE PUBLISH ROW (AOC01N, AFTER VARRPT) NOW
000276*                 THAT THE PUBLICATION EXTRACT POSTS TO RUN-
000277*                 CONTROL.
000279*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000540
000550 WORKING-STORAGE SECTION.
000560 77 WS-RC-FS PIC X(2) VALUE SPACES.
000570 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000580 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000590     88 WS-RUN-DATE-SET VALUE 'Y'.
000600 01 WS-EOF PIC A(1) VALUE 'N'.
000650* MISSING FROM THE FILE NEVER STARTED; EVERYTHING BEHIND THE
000660* FIRST SUCH STEP IS WHERE THE STREAM STOPPED. ARCHIVE/ARCHNUM
000670* ARE UTILITY STEPS (IEBGENER) AND CANNOT POST. MERGE (AOC01R)
000675* ONLY EXISTS ON PARTITIONED AOC01PAR RUNS. PUBACK IS NOT A STREAM
000680* STEP - IT IS THE ACKNOWLEDGEMENT VERDICT AOC01Y (AOC01ACK) POSTS
000685* UNDER THE FEED DATE ONCE THE RECEIVERS START ANSWERING.
000690*----------------------------------------------------------------
000700 01 WS-STEP-TABLE.
000710     05 FILLER PIC X(8) VALUE "EDIT    ".
000750     05 FILLER PIC X(8) VALUE "RECON   ".
000760     05 FILLER PIC X(8) VALUE "MGMTRPT ".
000770     05 FILLER PIC X(8) VALUE "BALANCE ".
000775     05 FILLER PIC X(8) VALUE "CHGRPT  ".
000780     05 FILLER PIC X(8) VALUE "DOCLOAD ".
000790     05 FILLER PIC X(8) VALUE "HISTPOST".
000800     05 FILLER PIC X(8) VALUE "VARRPT  ".
000806     05 FILLER PIC X(8) VALUE "PUBLISH ".
000812     05 FILLER PIC X(8) VALUE "PUBACK  ".
000818 01 WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
000824     05 WS-STEP-ENTRY PIC X(8) OCCURS 13 TIMES.
000830
000840*----------------------------------------------------------------
000850* REPORT LINE LAYOUTS.
000870 01 WS-HDG-LINE.
000880     05 FILLER PIC X(38) VALUE
000890         "AOC01S RUN-CONTROL STATUS - RUN DATE  ".
000900     05 WS-HDG-DATE PIC 9(8).
000910     05 FILLER PIC X(86) VALUE SPACES.
000920 01 WS-STEP-LINE.
000930     05 FILLER PIC X(2) VALUE SPACES.
000940     05 WS-STP-NAME PIC X(8).
001270             AT END MOVE 'Y' TO WS-EOF
001280             NOT AT END
001290                 IF SPARM-CARD(1:8) = "RUNDATE="
001300                         AND SPARM-CARD(9:8) IS NUMERIC
001310                     MOVE SPARM-CARD(9:8) TO WS-RUN-DATE
001320                     SET WS-RUN-DATE-SET TO TRUE
001330                 END-IF
001340         END-READ
001590* ORDER, STRAIGHT OFF THE KEYED FILE.
001600*----------------------------------------------------------------
001610 2000-REPORT-STEPS.
001620     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
001630         PERFORM 2100-REPORT-ONE-STEP THRU 2100-EXIT
001640     END-PERFORM.
001650 2000-EXIT.
001690* 2100-REPORT-ONE-STEP - READ THE (RUN DATE, STEP) RECORD AND
001700* SAY WHAT IT SAYS: ENDED WITH ITS CODE, TIMES AND COUNTS;
001710* STARTED BUT NEVER ENDED (THE STEP THAT DIED); OR NOT STARTED.
001711* THE PUBACK ROW SAYS WHETHER THE RECEIVERS HAVE CONFIRMED THE
001712* PUBLICATION: RC 0 CONFIRMED, RC 4 STILL WITHIN THEIR CUTOFF,
001713* ANYTHING ELSE NOT CONFIRMED (OVERDUE, MISMATCHED OR REJECTED -
001714* SEE THE AOC01Y ACK-REPORT). IN/OUT ARE RECEIVERS EXPECTED AND
001715* RECEIVERS CONFIRMED.
001720*----------------------------------------------------------------
001730 2100-REPORT-ONE-STEP.
001740     MOVE SPACES TO WS-STEP-LINE.
001770     MOVE WS-STEP-ENTRY(WS-IDX) TO RC-STEP-NAME.
001780     READ RUNCTL-FILE.
001790     IF WS-RC-FS NOT = "00"
001794         EVALUATE WS-STP-NAME
001798             WHEN "MERGE   "
001802                 MOVE "PARTITIONED RUNS ONLY " TO WS-STP-STATUS
001806             WHEN "PUBACK  "
001810                 MOVE "NOT YET CHECKED       " TO WS-STP-STATUS
001814             WHEN OTHER
001818                 MOVE "NOT STARTED           " TO WS-STP-STATUS
001822         END-EVALUATE
001826         WRITE SRPT-LINE FROM WS-STEP-LINE
001830         GO TO 2100-EXIT
001834     END-IF.
001838     IF WS-STP-NAME = "PUBACK  "
001842         EVALUATE RC-RETURN-CODE
001846             WHEN 0
001850                 MOVE "PUBLICATION CONFIRMED " TO WS-STP-STATUS
001854             WHEN 4
001858                 MOVE "AWAITING RECEIVERS    " TO WS-STP-STATUS
001862             WHEN OTHER
001866                 MOVE "NOT CONFIRMED         " TO WS-STP-STATUS
001870         END-EVALUATE
001874     ELSE
001878         IF RC-ENDED
001882             MOVE "ENDED                 " TO WS-STP-STATUS
001886         ELSE
001890             MOVE "STARTED - DID NOT END " TO WS-STP-STATUS
001894         END-IF
001920     END-IF.
001930     MOVE RC-RETURN-CODE TO WS-DTW-RC.
001940     MOVE RC-START-TIME TO WS-DTW-START.
