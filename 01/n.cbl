000270*                 PROGRAM STILL PROVES THE DETAIL TRAILER AGAINST
000280*                 THE ROWS IT READ BEFORE WRITING A SINGLE OUTPUT
000290*                 RECORD, BELT AND BRACES.
000291* 2026-10-14 RH   THE RUNDATE= CARD IS CCYYMMDD NOW. THE PUBLISHED
000292*                 ENVELOPE HEADER KEEPS THE RECEIVERS' SIX-DIGIT
000293*                 YYMMDD FEED DATE.
000294* 2026-10-14 RH   EVERY EXTRACT IS REGISTERED ON THE NEW
000295*                 PUBLICATION REGISTER (PUBREG KSDS - FEED DATE,
000296*                 TRAILER COUNT AND HASH; SEE PUBREGR) SO AOC01Y
000297*                 CAN PROVE THE RECEIVERS' ACKNOWLEDGEMENTS
000298*                 AGAINST WHAT ACTUALLY WENT OUT.
000299* 2026-10-14 RH   POSTS ITS START AND END TO THE SHARED RUN-
000300*                 CONTROL FILE AS STEP PUBLISH (SEE RUNCTLR), LIKE
000301*                 EVERY OTHER STREAM PROGRAM - RECORDS IN ARE THE
000302*                 DETAIL ROWS, RECORDS OUT THE ROWS PUBLISHED.
000303*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000400
000410     SELECT PUB-FILE ASSIGN TO "PUBLISH-FILE"
000420     ORGANIZATION IS LINE SEQUENTIAL.
000421
000422     SELECT OPTIONAL PUBREG-FILE ASSIGN TO "PUBREG-FILE"
000423     ORGANIZATION IS INDEXED
000424     ACCESS MODE IS RANDOM
000425     RECORD KEY IS PR-FEED-DATE
000426     FILE STATUS IS WS-PR-FS.
000427
000428     SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL-FILE"
000429     ORGANIZATION IS INDEXED
000430     ACCESS MODE IS DYNAMIC
000431     RECORD KEY IS RC-KEY
000432     FILE STATUS IS WS-RC-FS.
000433
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD DTL-FILE.
000640 FD PUB-FILE.
000650     COPY FOOREC.
000660
000661 FD PUBREG-FILE.
000662     COPY PUBREGR.
000663
000664 FD RUNCTL-FILE.
000665     COPY RUNCTLR.
000666
000670 WORKING-STORAGE SECTION.
000680 77 WS-PR-FS PIC X(2) VALUE SPACES.
000682 01 WS-PR-TIME PIC 9(8) VALUE 0.
000684     COPY RUNCTLWS.
000686 01 WS-RUN-DATE PIC 9(8) VALUE 0.
000690 01 WS-RUN-DATE-SW PIC A(1) VALUE 'N'.
000700     88 WS-RUN-DATE-SET VALUE 'Y'.
000710 01 WS-EOF PIC A(1) VALUE 'N'.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-PROVE-DETAIL THRU 2000-EXIT.
001130     PERFORM 3000-PUBLISH THRU 3000-EXIT.
001135     PERFORM 4000-REGISTER THRU 4000-EXIT.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     STOP RUN.
001160
001250             AT END MOVE 'Y' TO WS-EOF
001260             NOT AT END
001270                 IF PPARM-CARD(1:8) = "RUNDATE="
001280                         AND PPARM-CARD(9:8) IS NUMERIC
001290                     MOVE PPARM-CARD(9:8) TO WS-RUN-DATE
001300                     SET WS-RUN-DATE-SET TO TRUE
001310                 END-IF
001320         END-READ
001370         MOVE 16 TO RETURN-CODE
001380         STOP RUN
001390     END-IF.
001393     MOVE "PUBLISH " TO WS-RC-STEP.
001396     PERFORM 9800-POST-STEP-START THRU 9800-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420
001920     OPEN OUTPUT PUB-FILE.
001930     MOVE SPACES TO Foo-HEADER-RECORD.
001940     MOVE "HDR*CAL " TO Foo-HDR-TAG.
001950*    THE ENVELOPE CARRIES THE RECEIVERS' SIX-DIGIT YYMMDD FEED
001953*    DATE (SEE FOOREC) - THE LOW SIX DIGITS OF THE RUN DATE.
001956     MOVE WS-RUN-DATE(3:6) TO Foo-HDR-FEED-DATE.
001960     MOVE "AOC01   " TO Foo-HDR-SOURCE-SYS.
001970     WRITE Foo-HEADER-RECORD.
001980
002590     EXIT.
002600
002610*----------------------------------------------------------------
002611* 4000-REGISTER - RECORD WHAT WENT OUT ON THE PUBLICATION REGISTER
002612* (SEE PUBREGR): THE FEED DATE AND THE TRAILER COUNT AND HASH THE
002613* RECEIVERS WILL ACKNOWLEDGE AGAINST. A RE-RUN FOR THE SAME DATE
002614* REPLACES THE EARLIER ENTRY. THE EXTRACT IS ALREADY CUT, SO A
002615* REGISTER THAT CANNOT BE WRITTEN DOES NOT UNDO THE PUBLICATION -
002616* IT ENDS RC=4 SO THE OPERATOR KNOWS AOC01Y CANNOT PROVE THE
002617* ACKNOWLEDGEMENTS FOR THIS DATE UNTIL THE STEP IS RE-RUN.
002618*----------------------------------------------------------------
002619 4000-REGISTER.
002620     OPEN I-O PUBREG-FILE.
002621     IF WS-PR-FS = "35"
002622         OPEN OUTPUT PUBREG-FILE
002623         CLOSE PUBREG-FILE
002624         OPEN I-O PUBREG-FILE
002625     END-IF.
002626     IF WS-PR-FS NOT = "00" AND WS-PR-FS NOT = "05"
002627         DISPLAY "AOC01N - PUBREG-FILE OPEN FAILED, STATUS "
002628             WS-PR-FS " - PUBLICATION NOT REGISTERED"
002629         MOVE 4 TO RETURN-CODE
002630         GO TO 4000-EXIT
002631     END-IF.
002632     MOVE WS-RUN-DATE TO PR-FEED-DATE.
002633     MOVE WS-PUB-COUNT TO PR-REC-COUNT.
002634     MOVE WS-HASH-TOTAL TO PR-HASH-TOTAL.
002635     ACCEPT WS-PR-TIME FROM TIME.
002636     MOVE WS-PR-TIME(1:6) TO PR-PUB-TIME.
002637     WRITE PR-RECORD.
002638     IF WS-PR-FS = "22"
002639         REWRITE PR-RECORD
002640     END-IF.
002641     IF WS-PR-FS NOT = "00"
002642         DISPLAY "AOC01N - PUBREG-FILE WRITE FAILED, STATUS "
002643             WS-PR-FS " - PUBLICATION NOT REGISTERED"
002644         MOVE 4 TO RETURN-CODE
002645     END-IF.
002646     CLOSE PUBREG-FILE.
002647 4000-EXIT.
002648     EXIT.
002649
002650*----------------------------------------------------------------
002651* 9000-TERMINATE - CONFIRM WHAT WENT OUT THE DOOR.
002652*----------------------------------------------------------------
002653 9000-TERMINATE.
002654     DISPLAY "AOC01N - PUBLICATION EXTRACT WRITTEN FOR "
002660         WS-RUN-DATE.
002670     DISPLAY "DATA RECORDS " WS-PUB-COUNT
002680         " HASH TOTAL " WS-HASH-TOTAL.
002682     MOVE WS-DTL-ROWS TO WS-RC-RECS-IN.
002684     MOVE WS-PUB-COUNT TO WS-RC-RECS-OUT.
002686     PERFORM 9900-POST-STEP-END THRU 9900-EXIT.
002690 9000-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------
002730* 9800-POST-STEP-START - BEST-EFFORT POST TO THE SHARED RUN-
002740* CONTROL FILE (SEE RUNCTLR): THIS STEP HAS STARTED. AN ABSENT
002750* OR UNUSABLE RUN-CONTROL FILE, OR AN UNKNOWN RUN DATE, NEVER
002760* STOPS THE STEP ITSELF - THE FILE EXISTS TO TELL THE OPERATOR
002770* WHERE THE STREAM STANDS, NOT TO BE A NEW WAY TO BREAK IT.
002780*----------------------------------------------------------------
002790 9800-POST-STEP-START.
002800     IF WS-RUN-DATE = 0
002810         GO TO 9800-EXIT
002820     END-IF.
002830     OPEN I-O RUNCTL-FILE.
002840     IF WS-RC-FS = "35"
002850         OPEN OUTPUT RUNCTL-FILE
002860         CLOSE RUNCTL-FILE
002870         OPEN I-O RUNCTL-FILE
002880     END-IF.
002890     IF WS-RC-FS NOT = "00" AND WS-RC-FS NOT = "05"
002900         GO TO 9800-EXIT
002910     END-IF.
002920     MOVE WS-RUN-DATE TO RC-RUN-DATE.
002930     MOVE WS-RC-STEP TO RC-STEP-NAME.
002940     MOVE 'S' TO RC-STATUS.
002950     ACCEPT WS-RC-TIME FROM TIME.
002960     MOVE WS-RC-TIME(1:6) TO RC-START-TIME.
002970     MOVE 0 TO RC-END-TIME.
002980     MOVE 0 TO RC-RETURN-CODE.
002990     MOVE 0 TO RC-RECS-IN.
003000     MOVE 0 TO RC-RECS-OUT.
003010     WRITE RC-RECORD.
003020     IF WS-RC-FS = "22"
003030         REWRITE RC-RECORD
003040     END-IF.
003050     CLOSE RUNCTL-FILE.
003060 9800-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------
003100* 9900-POST-STEP-END - BEST-EFFORT POST: THIS STEP HAS ENDED,
003110* WITH ITS RETURN CODE AND RECORD COUNTS. A STEP THAT NEVER
003120* REACHES HERE IS LEFT AT STATUS S, WHICH IS EXACTLY WHAT THE
003130* AOC01S STATUS REPORT SHOWS THE OPERATOR.
003140*----------------------------------------------------------------
003150 9900-POST-STEP-END.
003160     IF WS-RUN-DATE = 0
003170         GO TO 9900-EXIT
003180     END-IF.
003190     OPEN I-O RUNCTL-FILE.
003200     IF WS-RC-FS = "35"
003210         OPEN OUTPUT RUNCTL-FILE
003220         CLOSE RUNCTL-FILE
003230         OPEN I-O RUNCTL-FILE
003240     END-IF.
003250     IF WS-RC-FS NOT = "00" AND WS-RC-FS NOT = "05"
003260         GO TO 9900-EXIT
003270     END-IF.
003280     MOVE 'N' TO WS-RC-FOUND.
003290     MOVE WS-RUN-DATE TO RC-RUN-DATE.
003300     MOVE WS-RC-STEP TO RC-STEP-NAME.
003310     READ RUNCTL-FILE.
003320     IF WS-RC-FS = "00"
003330         MOVE 'Y' TO WS-RC-FOUND
003340     ELSE
003350         MOVE WS-RUN-DATE TO RC-RUN-DATE
003360         MOVE WS-RC-STEP TO RC-STEP-NAME
003370         MOVE 0 TO RC-START-TIME
003380     END-IF.
003390     MOVE 'E' TO RC-STATUS.
003400     ACCEPT WS-RC-TIME FROM TIME.
003410     MOVE WS-RC-TIME(1:6) TO RC-END-TIME.
003420     MOVE RETURN-CODE TO RC-RETURN-CODE.
003430     MOVE WS-RC-RECS-IN TO RC-RECS-IN.
003440     MOVE WS-RC-RECS-OUT TO RC-RECS-OUT.
003450     IF WS-RC-FOUND = 'Y'
003460         REWRITE RC-RECORD
003470     ELSE
003480         WRITE RC-RECORD
003490     END-IF.
003500     CLOSE RUNCTL-FILE.
003510 9900-EXIT.
003520     EXIT.
