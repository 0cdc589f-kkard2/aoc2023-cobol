      *----------------------------------------------------------------
      * INQJRNR - INQUIRY ACCESS JOURNAL RECORD LAYOUT.
      *
      * ONE RECORD PER INQUIRY ON THE INQJRNL ESDS (SEE AOC01DEF),
      * APPEND ONLY. THE AOCI DOCUMENT INQUIRY (AOC01D) AND THE AOCH
      * RUN-HISTORY INQUIRY (AOC01Q) WRITE IT BEFORE ANYTHING IS SENT
      * TO THE TERMINAL - A VALUE IS NEVER SHOWN UNRECORDED - AND FOR
      * EVERY ATTEMPT REFUSED BY THE INQAUTH CHECK. AN AOCH BROWSE
      * WRITES ONE RECORD PER RUN SHOWN, NUMBERED IN IJ-LINE-NO, SO
      * EVERY FIGURE ON THE SCREEN IS ON THE JOURNAL. AOC01AD REPORTS
      * FROM A FLAT COPY (SEE AOC01INQ).
      *
      * IJ-OUTCOME  S SHOWN, N NOTHING ON FILE FOR THE KEY, D DENIED.
      * IJ-MODE     S SINGLE LOOKUP, B AOCH BROWSE LINE.
      * IJ-KEY      AOCI - DATASET SEQUENCE + RECORD NUMBER;
      *             AOCH - THE RUN DATE SHOWN (THE DATE KEYED WHEN
      *             NOTHING WAS FOUND); DENIED - THE TEXT AS KEYED.
      * IJ-STATE    THE CORRECTION STATE THE SCREEN SHOWED -
      *             P AS POSTED BY THE BATCH RUN, C CORRECTED,
      *             E EXCEPTION ON THE BATCH RUN, W RECALCULATION
      *             WARNING, U NOT ON THE MASTER (RECALCULATED VALUE,
      *             NOT CERTIFIED), A ADJUSTED RUN TOTAL.
      * IJ-VALUE    AOCI - THE VALUE, RUN DATE AND CORRECTED-ON DATE
      *             SHOWN; AOCH - THE COUNT, TOTAL (ADJUSTED WHEN
      *             THERE IS ONE) AND EXCEPTION COUNT SHOWN.
      *
      * 2026-10-14 RH   ORIGINAL VERSION.
      *----------------------------------------------------------------
       01 IJ-RECORD.
           05 IJ-DATE        PIC 9(8).
           05 IJ-TIME        PIC 9(7).
           05 IJ-USERID      PIC X(8).
           05 IJ-TERMID      PIC X(4).
           05 IJ-TRANSID     PIC X(4).
           05 IJ-OUTCOME     PIC X(1).
               88 IJ-SHOWN     VALUE 'S'.
               88 IJ-NOT-FOUND VALUE 'N'.
               88 IJ-DENIED    VALUE 'D'.
           05 IJ-MODE        PIC X(1).
           05 IJ-KEY         PIC X(12).
           05 IJ-DOC-KEY REDEFINES IJ-KEY.
               10 IJ-K-DSN      PIC 9(3).
               10 IJ-K-RECNO    PIC 9(9).
           05 IJ-RUN-KEY REDEFINES IJ-KEY.
               10 IJ-K-RUN-DATE PIC 9(8).
               10 FILLER        PIC X(4).
           05 IJ-STATE       PIC X(1).
           05 IJ-VALUE       PIC X(50).
           05 IJ-DOC-VALUE REDEFINES IJ-VALUE.
               10 IJ-D-NUM       PIC 9(2).
               10 IJ-D-RUN-DATE  PIC 9(8).
               10 IJ-D-CORR-DATE PIC 9(8).
               10 FILLER         PIC X(32).
           05 IJ-RUN-VALUE REDEFINES IJ-VALUE.
               10 IJ-R-REC-COUNT  PIC 9(9).
               10 IJ-R-TOTAL      PIC 9(30).
               10 IJ-R-EXCP-COUNT PIC 9(9).
               10 FILLER          PIC X(2).
           05 IJ-LINE-NO     PIC 9(2).
           05 FILLER         PIC X(2).
