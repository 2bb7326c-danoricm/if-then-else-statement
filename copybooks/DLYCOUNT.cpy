      *                      EACH DATE ARRIVES AS ITS OWN BRACKETED  *
      *                      SEGMENT. THE TRAILER COUNT AND HASH     *
      *                      MOVED RIGHT EIGHT BYTES.                *
      *  MODIFIED          : 2026-10-15  RH - THE SORT STEP STAMPS   *
      *                      EVERY RECORD WITH ITS BRACKET'S SOURCE  *
      *                      SYSTEM (POSITIONS 60-67) AND ARRIVAL    *
      *                      NUMBER (68-70), SO DETAILS AND TRAILERS *
      *                      OF BRACKETS SHARING ONE DATE CAN STILL  *
      *                      BE CREDITED TO THE FEED THEY CAME IN    *
      *                      ON. A SUSMAINT RECYCLE DETAIL CARRIES   *
      *                      THE SOURCE SYSTEM OF THE ORIGINAL       *
      *                      REJECTED RECORD IN POSITIONS 24-31.     *
      *=============================================================*
       01  DLY-RECORD.
           05  DLY-UNIT-ID             PIC X(10).
           05  DLY-COUNT-X             PIC X(05).
           05  DLY-COUNT  REDEFINES DLY-COUNT-X
                                       PIC 9(05).
           05  DLY-ORIGIN-SOURCE       PIC X(08).
           05  FILLER                  PIC X(28).
           05  DLY-FEED-SOURCE         PIC X(08).
           05  DLY-FEED-SEQ-X          PIC X(03).
           05  DLY-FEED-SEQ  REDEFINES DLY-FEED-SEQ-X
                                       PIC 9(03).
           05  FILLER                  PIC X(07).
           05  DLY-REC-TYPE            PIC X(03).
               88  DLY-HEADER-REC                  VALUE "HDR".
               88  DLY-TRAILER-REC                 VALUE "TRL".
