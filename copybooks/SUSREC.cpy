      *                      DATE IS THE INGEST WATERMARK - DAILY    *
      *                      SUSPENSE RECORDS AT OR BELOW IT HAVE    *
      *                      ALREADY BEEN TAKEN INTO THE POOL.       *
      *  MODIFIED          : 2026-10-15  RH - CARRIES THE SOURCE     *
      *                      SYSTEM OF THE FEED THE REJECTED RECORD  *
      *                      ARRIVED ON, SO A LATER RECYCLE CAN BE   *
      *                      CHARGED BACK TO THE ORIGINATING FEED.   *
      *=============================================================*
       01  SUS-RECORD.
           05  SUS-UNIT-ID             PIC X(10).
           05  SUS-BUSINESS-DATE       PIC 9(08).
           05  SUS-RECYCLE-DATE        PIC 9(08).
           05  SUS-REPAIRED-COUNT      PIC 9(05).
           05  SUS-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(02).
