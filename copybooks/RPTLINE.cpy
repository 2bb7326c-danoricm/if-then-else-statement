      *  MODIFIED          : 2026-08-22  RH - SIMULATION HEADING,    *
      *                      COMPARISON DETAIL LINES AND FOOTER FOR  *
      *                      THE WHAT-IF BREAKPOINT MODE.            *
      *  MODIFIED          : 2026-10-15  RH - RESTATEMENT SECTION    *
      *                      LINES - OLD COUNT AND TIER AGAINST THE  *
      *                      RESTATED COUNT AND TIER.                *
      *=============================================================*
       01  RPT-HEADING-1.
           05  FILLER  PIC X(30) VALUE "DAILY COUNT EXCEPTION REPORT".
           05  RPT-RECON-DATE          PIC X(10).
           05  FILLER                  PIC X(76)   VALUE SPACES.

       01  RPT-RESTATE-HEADING.
           05  FILLER  PIC X(13)  VALUE "RESTATEMENTS:".
           05  FILLER                  PIC X(119)  VALUE SPACES.

       01  RPT-RESTATE-COL-HEADING.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "UNIT-ID".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "OLD COUNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "OLD TIER".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "NEW COUNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "NEW TIER".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "ACTION".
           05  FILLER                  PIC X(43)   VALUE SPACES.

       01  RPT-RESTATE-DETAIL-LINE.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  RPT-RST-UNIT-ID         PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  RPT-RST-DATE            PIC X(10).
           05  FILLER                  PIC X(07)   VALUE SPACES.
           05  RPT-RST-OLD-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RST-OLD-TIER        PIC X(10).
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  RPT-RST-NEW-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RST-NEW-TIER        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-RST-ACTION          PIC X(12).
           05  FILLER                  PIC X(43)   VALUE SPACES.

       01  RPT-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(121)  VALUE SPACES.
