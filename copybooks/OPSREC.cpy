      *  TO SEE WHAT THE RUN ACTUALLY FOUND WITHOUT PARSING THE      *
      *  PRINTED REPORT.                                             *
      *  WRITTEN           : 2026-08-22  R.HALVERSEN                 *
      *  MODIFIED          : 2026-10-15  RH - RESTATED DECISIONS AND *
      *                      CRITICAL CANCELS SENT, FOR THE PROOF.   *
      *  MODIFIED          : 2026-10-15  RH - RUN START TIME, SO THE *
      *                      PROOF CAN FIND THE RUN'S LEDGER ENTRIES *
      *                      BY THEIR RUN STAMP.                     *
      *  MODIFIED          : 2026-10-15  RH - CRITICAL COUNTS GIVEN  *
      *                      THE OUTCOME SUPPRESSED FOR UNITS UNDER  *
      *                      PLANNED MAINTENANCE - NOT COUNTED AS    *
      *                      CRITICAL AND NOT EXTRACTED.             *
      *=============================================================*
       01  OPS-RECORD.
           05  OPS-RUN-DATE            PIC 9(08).
               88  OPS-OUT-OF-BALANCE              VALUE "F".
           05  OPS-RETURN-CODE         PIC 9(02).
           05  OPS-CRITICAL-LIMIT      PIC 9(07).
           05  OPS-RECORDS-RESTATED    PIC 9(07).
           05  OPS-RECORDS-CANCELLED   PIC 9(07).
           05  OPS-RUN-TIME            PIC 9(06).
           05  OPS-RECORDS-SUPPRESSED  PIC 9(07).
