      *----------------------------------------------------------------
      * ACKREC - PUBLICATION ACKNOWLEDGEMENT RECORD LAYOUT.
      *
      * THE RECORD EACH DOWNSTREAM RECEIVER RETURNS AFTER LOADING AN
      * AOC01N EXTRACT, ONE PER RECEIVER PER FEED DATE. THE FEED DATE
      * IS THE SIX-DIGIT YYMMDD FROM THE HDR*CAL HEADER THEY RECEIVED
      * (SEE FOOREC); THE COUNT AND HASH ARE THE ONES THE RECEIVER
      * COMPUTED OVER THE DATA RECORDS IT ACTUALLY LOADED, THE SAME
      * WAY THE TRL*CAL TRAILER IS COMPUTED. ACK-STATUS IS A WHEN THE
      * RECEIVER LOADED THE FILE AND R WHEN IT REFUSED IT, WITH ITS
      * REASON. AOC01Y PROVES EVERY ONE AGAINST THE PUBLICATION
      * REGISTER (SEE PUBREGR).
      *
      * 2026-10-14 RH   ORIGINAL VERSION.
      *----------------------------------------------------------------
       01 ACK-RECORD.
           05 ACK-RECEIVER   PIC X(8).
           05 FILLER         PIC X(1).
           05 ACK-FEED-DATE  PIC 9(6).
           05 FILLER         PIC X(1).
           05 ACK-REC-COUNT  PIC 9(9).
           05 FILLER         PIC X(1).
           05 ACK-HASH-TOTAL PIC 9(18).
           05 FILLER         PIC X(1).
           05 ACK-STATUS     PIC X(1).
               88 ACK-ACCEPTED VALUE 'A'.
               88 ACK-REJECTED VALUE 'R'.
           05 FILLER         PIC X(1).
           05 ACK-REASON     PIC X(33).
