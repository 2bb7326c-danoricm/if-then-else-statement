      *  MODIFIED          : 2026-08-22  RH - STAMPED WITH THE       *
      *                      BUSINESS DATE BEING EVALUATED, WHICH    *
      *                      ON A CATCH-UP RUN IS NOT THE RUN DATE.  *
      *  MODIFIED          : 2026-10-15  RH - THE TRAIL IS NOW A     *
      *                      KEYED STORE. UNIT-ID, BUSINESS DATE AND *
      *                      TIMESTAMP MOVED TO THE FRONT AS ONE     *
      *                      33-BYTE PRIME KEY (AUD-KEY). THE        *
      *                      TIMESTAMP IS THE RUN'S STAMP, SO A      *
      *                      RESTARTED RUN REPRODUCES IT AND ITS     *
      *                      SECOND COPY OF A DECISION IS REJECTED   *
      *                      AS A DUPLICATE KEY. ENTRY TYPE AND      *
      *                      REFERENCE TIMESTAMP ADDED FOR           *
      *                      RESTATEMENTS - A COUNT RESENT FOR A     *
      *                      UNIT-DATE ALREADY JUDGED IS WRITTEN AS  *
      *                      A RESTATED DECISION (TYPE R) POINTING   *
      *                      BACK TO THE OLD DECISION'S TIMESTAMP,   *
      *                      AND THE OLD DECISION IS REWRITTEN IN    *
      *                      PLACE AS SUPERSEDED (TYPE S, OUTCOME    *
      *                      KEPT).                                  *
      *=============================================================*
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-UNIT-ID         PIC X(10).
               10  AUD-BUSINESS-DATE   PIC 9(08).
               10  AUD-TIMESTAMP       PIC X(15).
           05  AUD-VALUE               PIC 9(05).
           05  AUD-WATCH-BREAK         PIC 9(05).
           05  AUD-CRITICAL-BREAK      PIC 9(05).
           05  AUD-OUTCOME             PIC X(10).
           05  AUD-THRESHOLD-LEVEL     PIC X(06).
           05  AUD-ENTRY-TYPE          PIC X(01).
               88  AUD-ORIGINAL-DECISION           VALUE " ".
               88  AUD-RESTATED-DECISION           VALUE "R".
               88  AUD-SUPERSEDE-MARK              VALUE "S".
           05  AUD-REF-TIMESTAMP       PIC X(15).
