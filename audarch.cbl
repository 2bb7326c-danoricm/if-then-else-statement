      *  DATE-WRITTEN: 2026-08-22                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      MONTHLY AUDIT-STORE ARCHIVE AND PURGE. FOR EACH UNIT    *
      *      THE KEY RANGE FROM THE UNIT'S FIRST BUSINESS DATE UP    *
      *      TO THE PARM RETENTION LIMIT IS COPIED TO THE DATED      *
      *      ARCHIVE GENERATION AND DELETED FROM THE KEYED STORE;    *
      *      THE REST OF THE UNIT IS SKIPPED BY KEY, NOT READ. A     *
      *      RECORD WHOSE BUSINESS DATE CANNOT BE READ AS A DATE     *
      *      IS ARCHIVED RATHER THAN LEFT TO CLOG THE STORE FOREVER. *
      *                                                               *
      *      PARM: THREE-DIGIT RETENTION IN DAYS, E.G. PARM='092'.   *
      *      OMITTED OR NON-NUMERIC DEFAULTS TO 92 DAYS.             *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-08-22  RH  INITIAL VERSION.                        *
      *      2026-10-15  RH  THE AUDIT TRAIL IS NOW A KEYED STORE    *
      *                      (UNIT-ID, BUSINESS DATE, TIMESTAMP).    *
      *                      DECISIONS PAST RETENTION ARE PURGED     *
      *                      FROM IT BY KEY RANGE, UNIT BY UNIT, SO  *
      *                      THE TRIMMED COPY AND THE STEP THAT      *
      *                      COPIED IT BACK ARE GONE. AGE NOW RUNS   *
      *                      FROM THE BUSINESS DATE IN THE KEY.      *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDARCH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.
           SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       COPY AUDREC.

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F.
       01  ARC-OUT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       77  ARC-RETENTION-DAYS          PIC 9(03)   VALUE 092.
       77  ARC-RUN-DATE-NUM            PIC 9(08)   VALUE ZERO.
       77  ARC-CUTOFF-DATE             PIC 9(08)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    KEY FOR SKIPPING THE KEPT REMAINDER OF A UNIT - THE      *
      *    UNIT-ID WITH HIGH-VALUES BEHIND IT SORTS AFTER EVERY     *
      *    DECISION THE UNIT HOLDS.                                 *
      *-----------------------------------------------------------*
       01  ARC-NEXT-UNIT-KEY.
           05  ARC-NXT-UNIT-ID         PIC X(10)   VALUE SPACES.
           05  ARC-NXT-REST            PIC X(23)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  ARC-RECORDS-READ            PIC 9(07)   COMP VALUE ZERO.
       77  ARC-RECORDS-ARCHIVED        PIC 9(07)   COMP VALUE ZERO.
       77  ARC-UNITS-SEEN              PIC 9(07)   COMP VALUE ZERO.
       77  ARC-RECORDS-UNREADABLE      PIC 9(07)   COMP VALUE ZERO.

       LINKAGE SECTION.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PURGE-RECORD THRU 2000-EXIT
               UNTIL ARC-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    A DECISION IS KEPT WHILE ITS BUSINESS DATE IS WITHIN THE *
      *    RETENTION DAYS OF THE RUN DATE, SO THE PURGE RANGE OF    *
      *    EVERY UNIT ENDS JUST BEFORE THE CUTOFF DATE.              *
      *=============================================================*
       1000-INITIALIZE.
           IF LK-PARM-LEN = +3 AND LK-PARM-DATA(1:3) NUMERIC
               MOVE LK-PARM-DATA(1:3) TO ARC-RETENTION-DAYS
           END-IF
           ACCEPT ARC-RUN-DATE-NUM FROM DATE YYYYMMDD.
           COMPUTE ARC-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (ARC-RUN-DATE-NUM)
                  - ARC-RETENTION-DAYS)
           OPEN I-O AUDIT-IN-FILE.
           OPEN OUTPUT ARCHIVE-OUT-FILE.
           MOVE LOW-VALUES TO AUD-KEY
           START AUDIT-IN-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET ARC-EOF-YES TO TRUE
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *  1100-READ-AUDIT                                             *
      *=============================================================*
       1100-READ-AUDIT.
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET ARC-EOF-YES TO TRUE
           END-READ.
           EXIT.

      *=============================================================*
      *  2000-PURGE-RECORD                                           *
      *    A RECORD INSIDE THE UNIT'S PURGE RANGE IS ARCHIVED AND   *
      *    DELETED. THE FIRST RECORD AT OR PAST THE CUTOFF ENDS     *
      *    THE RANGE - EVERYTHING AFTER IT IN THE UNIT IS NEWER -   *
      *    SO THE STORE IS REPOSITIONED PAST THE UNIT'S LAST KEY    *
      *    AND THE NEXT UNIT'S RANGE BEGINS.                         *
      *=============================================================*
       2000-PURGE-RECORD.
           ADD 1 TO ARC-RECORDS-READ
           IF AUD-UNIT-ID NOT = ARC-NXT-UNIT-ID
               ADD 1 TO ARC-UNITS-SEEN
               MOVE AUD-UNIT-ID TO ARC-NXT-UNIT-ID
           END-IF
           IF AUD-BUSINESS-DATE NOT NUMERIC
               ADD 1 TO ARC-RECORDS-UNREADABLE
           ELSE
               IF AUD-BUSINESS-DATE NOT < ARC-CUTOFF-DATE
                   PERFORM 2100-SKIP-REST-OF-UNIT THRU 2100-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           WRITE ARC-OUT-RECORD FROM AUD-RECORD
           ADD 1 TO ARC-RECORDS-ARCHIVED
           DELETE AUDIT-IN-FILE RECORD
               INVALID KEY
                   DISPLAY "AUDARCH: DELETE FAILED - " AUD-KEY
                   MOVE 8 TO RETURN-CODE
           END-DELETE
           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-SKIP-REST-OF-UNIT                                      *
      *=============================================================*
       2100-SKIP-REST-OF-UNIT.
           MOVE HIGH-VALUES       TO ARC-NXT-REST
           MOVE ARC-NEXT-UNIT-KEY TO AUD-KEY
           START AUDIT-IN-FILE KEY IS GREATER THAN AUD-KEY
               INVALID KEY
                   SET ARC-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-START
           PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           DISPLAY "AUDARCH: RETENTION DAYS   " ARC-RETENTION-DAYS.
           DISPLAY "AUDARCH: RECORDS READ     " ARC-RECORDS-READ.
           DISPLAY "AUDARCH: CUTOFF DATE      " ARC-CUTOFF-DATE.
           DISPLAY "AUDARCH: UNITS SEEN       " ARC-UNITS-SEEN.
           DISPLAY "AUDARCH: RECORDS ARCHIVED " ARC-RECORDS-ARCHIVED.
           DISPLAY "AUDARCH: UNREADABLE DATES " ARC-RECORDS-UNREADABLE.
           CLOSE AUDIT-IN-FILE
                 ARCHIVE-OUT-FILE.
       9000-EXIT.
           EXIT.
