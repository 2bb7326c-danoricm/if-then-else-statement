      *                      (//CALENDAR) - WEEKENDS AND LISTED      *
      *                      HOLIDAYS NO LONGER AGE SUSPENSE ITEMS   *
      *                      OVER DAYS NOBODY WORKED.                *
      *      2026-10-15  RH  RECYCLE DETAILS CARRY THE SOURCE SYSTEM *
      *                      OF THE ORIGINAL REJECT SO THE DAILY RUN *
      *                      CAN CHARGE THE RECYCLE BACK TO THE FEED *
      *                      THAT SENT IT.                           *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUSMAINT.
           MOVE SUS-UNIT-ID            TO DLY-UNIT-ID.
           MOVE SMT-RUN-DATE-NUM       TO DLY-BUSINESS-DATE.
           MOVE SUS-REPAIRED-COUNT     TO DLY-COUNT.
           MOVE SUS-SOURCE-SYSTEM      TO DLY-ORIGIN-SOURCE.
           WRITE RCY-RECORD FROM DLY-RECORD.
           ADD 1 TO SMT-RECYCLE-COUNT.
           ADD SUS-REPAIRED-COUNT      TO SMT-RECYCLE-HASH.
