      *----------------------------------------------------------------
      * PERIODR - ACCOUNTING PERIOD CONTROL RECORD LAYOUT.
      *
      * ONE RECORD PER CLOSED (OR REOPENED) ACCOUNTING PERIOD ON THE
      * PERIODCL KSDS (SEE AOC01DEF), KEYED BY THE PERIOD END DATE.
      * AOC01AC WRITES IT WHEN A PERIOD CLOSES AND FLIPS IT TO R WHEN
      * AN AUTHORIZED REOPEN IS JOURNALED. A PERIOD IS EVERY RUN DATE
      * AFTER PC-AFTER-DATE UP TO AND INCLUDING PC-PERIOD-END, SO A
      * RUN DATE IS LOCKED WHEN THE FIRST RECORD KEYED NOT LESS THAN
      * IT HAS PC-AFTER-DATE BELOW IT AND STATUS C - ONE START AND
      * ONE READ, NO CALENDAR ARITHMETIC. AOC01H AND AOC01O REFUSE
      * CORRECTIONS AND POSTINGS FOR A LOCKED RUN DATE.
      *
      * 2026-10-14 RH   ORIGINAL VERSION.
      *----------------------------------------------------------------
       01 PC-RECORD.
           05 PC-PERIOD-END   PIC 9(8).
           05 PC-AFTER-DATE   PIC 9(8).
           05 PC-STATUS       PIC X(1).
               88 PC-CLOSED   VALUE 'C'.
               88 PC-REOPENED VALUE 'R'.
           05 PC-CLOSED-ON    PIC 9(8).
           05 PC-CLOSED-BY    PIC X(8).
           05 PC-REOPENED-ON  PIC 9(8).
           05 PC-REOPENED-BY  PIC X(8).
           05 PC-REOPEN-COUNT PIC 9(3).
           05 PC-RUN-COUNT    PIC 9(5).
           05 PC-REC-COUNT    PIC 9(11).
           05 PC-TOTAL        PIC 9(30).
           05 PC-ADJ-TOTAL    PIC 9(30).
           05 PC-EXCP-COUNT   PIC 9(11).
