      *----------------------------------------------------------------
      * PUBREGR - PUBLICATION REGISTER RECORD LAYOUT.
      *
      * ONE RECORD PER PUBLISHED FEED DATE ON THE PUBREG KSDS (SEE
      * AOC01DEF). AOC01N REGISTERS WHAT IT PUT IN THE TRL*CAL
      * TRAILER OF EVERY EXTRACT IT CUTS - THE DATA-RECORD COUNT AND
      * THE DIGIT-VALUE HASH - AND AOC01Y PROVES EACH RECEIVER'S
      * ACKNOWLEDGEMENT (SEE ACKREC) AGAINST IT. A RE-RUN PUBLISH FOR
      * THE SAME DATE REPLACES THE RECORD: THE RECEIVERS ARE HELD TO
      * THE EXTRACT THAT WENT OUT LAST.
      *
      * 2026-10-14 RH   ORIGINAL VERSION.
      *----------------------------------------------------------------
       01 PR-RECORD.
           05 PR-FEED-DATE   PIC 9(8).
           05 PR-REC-COUNT   PIC 9(9).
           05 PR-HASH-TOTAL  PIC 9(18).
           05 PR-PUB-TIME    PIC 9(6).
