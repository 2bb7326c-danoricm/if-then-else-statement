      *=============================================================*
      *  FEEDLOG.CPY                                                 *
      *  RECORD LAYOUT FOR THE FEED LOG. IFTHENEL WRITES ONE TYPE F  *
      *  RECORD FOR EVERY HEADER/TRAILER BRACKET (FEED) IT READS -   *
      *  SOURCE SYSTEM, BUSINESS DATE, ARRIVAL ORDER, RECORDS AND    *
      *  HASH, SUSPENSE ITEMS BY REASON CODE, BALANCE RESULT AND ANY *
      *  ABORT REASON - WHEN THE FEED'S DATE SEGMENT CLOSES OR THE   *
      *  RUN STOPS. A SUSMAINT RECYCLE BRACKET ALSO GETS ONE TYPE R  *
      *  RECORD PER ORIGINATING SOURCE SYSTEM, COUNTING THE REPAIRED *
      *  ITEMS CHARGED BACK TO THAT SOURCE. A RUN THAT STOPS BEFORE  *
      *  ANY BRACKET OPENS WRITES ONE TYPE A RECORD. FEEDSCOR READS  *
      *  A MONTH OF GENERATIONS FOR THE SOURCE-SYSTEM SCORECARD.     *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  FLG-RECORD.
           05  FLG-RECORD-TYPE         PIC X(01).
               88  FLG-FEED-REC                    VALUE "F".
               88  FLG-RECYCLE-REC                 VALUE "R".
               88  FLG-ABORT-REC                   VALUE "A".
           05  FLG-SOURCE-SYSTEM       PIC X(08).
           05  FLG-BUSINESS-DATE-X     PIC X(08).
           05  FLG-BUSINESS-DATE  REDEFINES FLG-BUSINESS-DATE-X
                                       PIC 9(08).
           05  FLG-RUN-STAMP           PIC X(15).
           05  FLG-RUN-STAMP-R REDEFINES FLG-RUN-STAMP.
               10  FLG-RUN-DATE        PIC 9(08).
               10  FILLER              PIC X(01).
               10  FLG-RUN-TIME        PIC 9(06).
           05  FLG-ARRIVAL-SEQ         PIC 9(03).
           05  FLG-HDR-AGE-DAYS        PIC 9(03).
           05  FLG-TIMELINESS          PIC X(01).
               88  FLG-ON-TIME                     VALUE " ".
               88  FLG-LATE                        VALUE "L".
               88  FLG-STALE                       VALUE "S".
           05  FLG-RECORDS             PIC 9(07).
           05  FLG-HASH-TOTAL          PIC 9(11).
           05  FLG-SUSP-NUM            PIC 9(05).
           05  FLG-SUSP-RNG            PIC 9(05).
           05  FLG-BALANCE-RESULT      PIC X(01).
               88  FLG-BALANCED                    VALUE "B".
               88  FLG-COUNT-OUT                   VALUE "C".
               88  FLG-HASH-OUT                    VALUE "H".
               88  FLG-HASH-UNPROVEN               VALUE "W".
               88  FLG-NO-TRAILER                  VALUE "N".
           05  FLG-ABORT-REASON        PIC X(50).
           05  FILLER                  PIC X(02).
