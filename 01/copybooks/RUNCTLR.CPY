      * DIED MID-FLIGHT IS THE ONE STILL SITTING AT STATUS S.
      *
      * 2026-09-02 RH   ORIGINAL VERSION.
      * 2026-10-14 RH   RC-RUN-DATE IS CCYYMMDD NOW (KEY 16, RECORD 49)
      *                 SO THE KEY SEQUENCE SURVIVES THE CENTURY.
      *----------------------------------------------------------------
       01 RC-RECORD.
           05 RC-KEY.
               10 RC-RUN-DATE  PIC 9(8).
               10 RC-STEP-NAME PIC X(8).
           05 RC-STATUS      PIC X(1).
               88 RC-STARTED VALUE 'S'.
