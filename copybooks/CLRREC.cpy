      *=============================================================*
      *  CLRREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE CLEARED FILE SENT TO THE EXCEPTION    *
      *  FOLLOW-UP SYSTEM. TIERCHG WRITES ONE RECORD FOR EVERY UNIT  *
      *  THAT WAS OVER THE CRITICAL BREAKPOINT (CRITICAL, OR         *
      *  SUPPRESSED UNDER PLANNED MAINTENANCE) ON THE PREVIOUS       *
      *  BUSINESS DATE AND IS BACK TO WATCH OR LOW, SO THE FOLLOW-UP *
      *  DESK CAN CLOSE THE UNIT'S OPEN ITEM WITHOUT WAITING FOR     *
      *  SOMEONE TO NOTICE. A UNIT GOING FROM CRITICAL TO SUPPRESSED *
      *  IS STILL OVER THE BREAKPOINT AND IS NOT CLEARED.            *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  CLR-RECORD.
           05  CLR-UNIT-ID             PIC X(10).
           05  CLR-BUSINESS-DATE       PIC 9(08).
           05  CLR-TIER                PIC X(10).
           05  CLR-VALUE               PIC 9(05).
           05  CLR-CRITICAL-BREAK      PIC 9(05).
           05  CLR-PRIOR-DATE          PIC 9(08).
           05  CLR-PRIOR-TIER          PIC X(10).
           05  CLR-PRIOR-VALUE         PIC 9(05).
           05  CLR-DEPARTMENT          PIC X(15).
           05  FILLER                  PIC X(04).
