      *  MODIFIED          : 2026-08-22  RH - CARRIES THE BUSINESS   *
      *                      DATE SO EACH DAY OF A CATCH-UP RUN IS   *
      *                      SEPARATELY IDENTIFIABLE DOWNSTREAM.     *
      *  MODIFIED          : 2026-10-15  RH - ACTION BYTE. A CANCEL  *
      *                      RECORD WITHDRAWS A CRITICAL SENT ON AN  *
      *                      EARLIER RUN WHEN THE SOURCE RESTATES    *
      *                      THE UNIT-DATE BELOW CRITICAL - EXT-     *
      *                      VALUE IS THE RESTATED COUNT AND EXT-    *
      *                      PRIOR-VALUE THE COUNT WITHDRAWN.        *
      *=============================================================*
       01  EXT-RECORD.
           05  EXT-UNIT-ID             PIC X(10).
           05  EXT-UNIT-NAME           PIC X(25).
           05  EXT-DEPARTMENT          PIC X(15).
           05  EXT-BUSINESS-DATE       PIC 9(08).
           05  EXT-ACTION              PIC X(01).
               88  EXT-ACTION-CRITICAL             VALUE " ".
               88  EXT-ACTION-CANCEL               VALUE "C".
           05  EXT-PRIOR-VALUE         PIC 9(05).
           05  FILLER                  PIC X(06).
