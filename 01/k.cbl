000630*                 RC=16 FIRED, WHICH IS EXACTLY THE DISASTER THE
000640*                 RC EXISTS TO PREVENT (ONLY THE GATED RELOADF
000650*                 STEP WAS PROTECTING THE ONLINE COPY).
000651* 2026-10-14 RH   THE ASOF= CARD, VM-EFF-FROM/VM-EFF-TO (MASTER 60
000652*                 BYTES, 99999999 STILL MEANS OPEN) AND THE
000653*                 JOURNAL'S EFFECTIVE DATES (JOURNAL 64 BYTES) ARE
000654*                 CCYYMMDD NOW. THE AS-OF DAY SERIAL COUNTS FROM
000655*                 0001-01-01 AND TAKES THE JULIAN STAMP'S CENTURY
000656*                 DIGIT INTO ACCOUNT, SO THE REPLAY ORDER HOLDS
000657*                 ACROSS THE CENTURY.
000660*----------------------------------------------------------------
000670
000680 ENVIRONMENT DIVISION.
000950     05 VM-UPD-BY   PIC X(8).
000960     05 VM-UPD-DATE PIC 9(7).
000970     05 VM-UPD-TIME PIC 9(7).
000980     05 VM-EFF-FROM PIC 9(8).
000990     05 VM-EFF-TO   PIC 9(8).
001000
001010 FD LKUP-FILE.
001020     COPY NUMWREC.
001150     05 JR-OLD-ACTIVE PIC X(1).
001160     05 JR-NEW-VALUE  PIC X(1).
001170     05 JR-NEW-ACTIVE PIC X(1).
001180     05 JR-EFF-FROM   PIC 9(8).
001190     05 JR-EFF-TO     PIC 9(8).
001200     05 FILLER        PIC X(1).
001210
001220 WORKING-STORAGE SECTION.
001260 77 WS-INACTIVE-COUNT PIC 9(3) VALUE 0.
001270 77 WS-KPARM-FS PIC X(2) VALUE SPACES.
001280 01 WS-KPARM-EOF PIC A(1) VALUE 'N'.
001290 01 WS-ASOF-DATE PIC 9(8) VALUE 0.
001300 01 WS-ASOF-SW PIC A(1) VALUE 'N'.
001310     88 WS-ASOF-MODE VALUE 'Y'.
001320 01 WS-IN-FORCE-SW PIC A(1) VALUE 'N'.
001390* DATE (MODE P), OR - FOR A WORD WHOSE FIRST RECORD POSTDATES
001400* IT - THE OLD IMAGE OF THAT FIRST LATER RECORD (MODE F, WHICH
001410* ALSO FREEZES A P STATE ONCE THE REPLAY PASSES THE AS-OF
001420* DATE). DATES ARE COMPARED AS DAY SERIALS (DAYS SINCE
001430* 0001-01-01) - THE JOURNAL STAMPS ARE JULIAN 0CYYDDD (C 0 FOR
001440* 19YY, 1 FOR 20YY AND SO ON), THE AS-OF CARD IS CCYYMMDD.
001450*----------------------------------------------------------------
001460 77 WS-JRNL-FS PIC X(2) VALUE SPACES.
001470 01 WS-JRNL-EOF PIC A(1) VALUE 'N'.
001620 01 WS-JUL-YY PIC 9(2) VALUE 0.
001630 01 WS-JUL-DDD PIC 9(3) VALUE 0.
001640 01 WS-WORK-DATE.
001650     05 WS-WD-CCYY PIC 9(4).
001660     05 WS-WD-MM PIC 9(2).
001670     05 WS-WD-DD PIC 9(2).
001680 01 WS-CUMDAYS-TABLE.
001700         "000031059090120151181212243273304334".
001710 01 WS-CUMDAYS-R REDEFINES WS-CUMDAYS-TABLE.
001720     05 WS-CUMDAYS PIC 9(3) OCCURS 12 TIMES.
001722 01 WS-SER-YEARS PIC 9(4) VALUE 0.
001724 01 WS-SER-Q4 PIC 9(4) VALUE 0.
001726 01 WS-SER-Q100 PIC 9(4) VALUE 0.
001728 01 WS-SER-Q400 PIC 9(4) VALUE 0.
001730 01 WS-SER-R4 PIC 9(3) VALUE 0.
001732 01 WS-SER-R100 PIC 9(3) VALUE 0.
001734 01 WS-SER-R400 PIC 9(3) VALUE 0.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
002040     EXIT.
002050
002060*----------------------------------------------------------------
002070* 1050-READ-PARM-CARDS - THE OPTIONAL ASOF=CCYYMMDD CARD. ABSENT
002080* FILE OR CARD, THE RUN PROPAGATES THE CURRENT ACTIVE ENTRIES
002090* EXACTLY AS BEFORE.
002100*----------------------------------------------------------------
002180             AT END MOVE 'Y' TO WS-KPARM-EOF
002190             NOT AT END
002200                 IF KPARM-CARD(1:5) = "ASOF="
002210                         AND KPARM-CARD(6:8) IS NUMERIC
002220                     MOVE KPARM-CARD(6:8) TO WS-ASOF-DATE
002230                     SET WS-ASOF-MODE TO TRUE
002240                 END-IF
002250         END-READ
002770* WORD'S STATE FORWARD (AFTER IMAGE); THE FIRST RECORD DATED
002780* AFTER IT EITHER FREEZES THAT STATE OR, FOR A WORD NOT SEEN
002790* BEFORE, SUPPLIES IT FROM ITS OLD IMAGE (AN A RECORD'S BLANK
002796* OLD IMAGE CORRECTLY MEANS THE WORD DID NOT EXIST YET). THE
002802* JULIAN STAMP'S SERIAL IS THE SERIAL OF JANUARY 1 OF ITS YEAR
002808* PLUS THE DAY OF YEAR LESS ONE.
002814*----------------------------------------------------------------
002820 1080-REPLAY-RECORD.
002826     MOVE JR-DATE TO WS-JUL-WORK.
002832     DIVIDE WS-JUL-WORK BY 1000 GIVING WS-JUL-WORK
002838         REMAINDER WS-JUL-DDD.
002844     DIVIDE WS-JUL-WORK BY 100 GIVING WS-JUL-WORK
002850         REMAINDER WS-JUL-YY.
002856     COMPUTE WS-WD-CCYY = 1900 + WS-JUL-WORK * 100 + WS-JUL-YY.
002862     MOVE 1 TO WS-WD-MM.
002868     MOVE 1 TO WS-WD-DD.
002874     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002880     COMPUTE WS-JR-SERIAL = WS-JR-SERIAL + WS-JUL-DDD - 1.
002900     PERFORM 1090-FIND-OR-ADD-WORD THRU 1090-EXIT.
002910     IF WS-JR-SERIAL NOT > WS-ASOF-SERIAL
002920         IF WS-JH-MODE(WS-JH-HIT) NOT = 'F'
004580     EXIT.
004590
004600*----------------------------------------------------------------
004606* 8500-DATE-TO-SERIAL - WS-WORK-DATE (CCYYMMDD) TO DAYS SINCE
004612* 0001-01-01, LEFT IN WS-JR-SERIAL - THE SAME ARITHMETIC AS
004618* AOC01P AND AOC01T, WITH THE FULL GREGORIAN LEAP RULE. THE
004624* JULIAN STAMPS NEED NO MONTH TABLE: 1080 TAKES JANUARY 1 OF THE
004630* STAMP'S YEAR FROM HERE AND ADDS THE DAY OF YEAR.
004636*----------------------------------------------------------------
004642 8500-DATE-TO-SERIAL.
004648     SUBTRACT 1 FROM WS-WD-CCYY GIVING WS-SER-YEARS.
004654     DIVIDE WS-SER-YEARS BY 4 GIVING WS-SER-Q4.
004660     DIVIDE WS-SER-YEARS BY 100 GIVING WS-SER-Q100.
004666     DIVIDE WS-SER-YEARS BY 400 GIVING WS-SER-Q400.
004672     COMPUTE WS-JR-SERIAL = WS-SER-YEARS * 365
004678         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400
004684         + WS-CUMDAYS(WS-WD-MM) + WS-WD-DD.
004690     DIVIDE WS-WD-CCYY BY 4 GIVING WS-SER-Q4
004696         REMAINDER WS-SER-R4.
004702     DIVIDE WS-WD-CCYY BY 100 GIVING WS-SER-Q100
004708         REMAINDER WS-SER-R100.
004714     DIVIDE WS-WD-CCYY BY 400 GIVING WS-SER-Q400
004720         REMAINDER WS-SER-R400.
004726     IF WS-WD-MM > 2 AND WS-SER-R4 = 0
004732             AND (WS-SER-R100 NOT = 0 OR WS-SER-R400 = 0)
004740         ADD 1 TO WS-JR-SERIAL
004750     END-IF.
004760 8500-EXIT.
