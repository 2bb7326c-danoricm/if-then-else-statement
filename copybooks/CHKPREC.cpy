      *                      NOW BUSINESS DATE PLUS UNIT-ID, SINCE   *
      *                      A CATCH-UP RUN CARRIES SEVERAL DATES    *
      *                      AND A UNIT-ID REPEATS ACROSS THEM.      *
      *  MODIFIED          : 2026-10-15  RH - CARRIES THE RUN'S START *
      *                      TIME, THE TIME HALF OF THE AUDIT STAMP, *
      *                      SO A RESTART STAMPS ITS DECISIONS WITH  *
      *                      THE SAME KEYS AS THE RUN IT RESUMES.    *
      *  MODIFIED          : 2026-10-15  RH - SUPPRESSED COUNTER FOR *
      *                      CRITICAL COUNTS OF UNITS UNDER PLANNED  *
      *                      MAINTENANCE.                            *
      *=============================================================*
       01  CHK-RECORD.
           05  CHK-LAST-KEY            PIC X(10).
           05  CHK-RECORDS-CRITICAL    PIC 9(07).
           05  CHK-RECORDS-SUSPENSE    PIC 9(07).
           05  CHK-LAST-DATE           PIC 9(08).
           05  CHK-RUN-TIME            PIC 9(06).
           05  CHK-RECORDS-SUPPRESSED  PIC 9(07).
           05  FILLER                  PIC X(05).
