      *=============================================================*
      *  TRNREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE DAY-OVER-DAY TIER TRANSITION FILE.    *
      *  TIERCHG WRITES ONE RECORD FOR EVERY UNIT WHOSE TIER ON A    *
      *  BUSINESS DATE THE DAILY RUN EVALUATED DIFFERS FROM ITS      *
      *  TIER ON THE PREVIOUS BUSINESS DATE, BOTH TAKEN FROM THE     *
      *  DECISION IN FORCE ON THE AUDIT STORE. A UNIT WITH NO        *
      *  DECISION ON THE PREVIOUS BUSINESS DATE CARRIES THE PRIOR    *
      *  TIER NONE AND ZERO PRIOR FIGURES.                           *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  TRS-RECORD.
           05  TRS-UNIT-ID             PIC X(10).
           05  TRS-BUSINESS-DATE       PIC 9(08).
           05  TRS-DIRECTION           PIC X(01).
               88  TRS-WORSENED                    VALUE "U".
               88  TRS-IMPROVED                    VALUE "D".
               88  TRS-SUPPRESSION-CHANGE          VALUE "S".
               88  TRS-NO-PRIOR                    VALUE "N".
           05  TRS-PRIOR-DATE          PIC 9(08).
           05  TRS-PRIOR-TIER          PIC X(10).
           05  TRS-PRIOR-VALUE         PIC 9(05).
           05  TRS-PRIOR-WATCH-BREAK   PIC 9(05).
           05  TRS-PRIOR-CRITICAL-BREAK
                                       PIC 9(05).
           05  TRS-TIER                PIC X(10).
           05  TRS-VALUE               PIC 9(05).
           05  TRS-WATCH-BREAK         PIC 9(05).
           05  TRS-CRITICAL-BREAK      PIC 9(05).
           05  TRS-DEPARTMENT          PIC X(15).
           05  FILLER                  PIC X(08).
