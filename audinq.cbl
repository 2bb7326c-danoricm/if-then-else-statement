      *  DATE-WRITTEN: 2026-08-22                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      AUDIT DECISION INQUIRY. ANSWERS EACH REQUEST RECORD    *
      *      (UNIT-ID PLUS AN INCLUSIVE DATE RANGE) BY READING THE  *
      *      KEYED AUDIT STORE FROM THE UNIT'S FROM-DATE TO ITS     *
      *      TO-DATE, AS A FORMATTED REPORT SECTION SHOWING EVERY   *
      *      DECISION'S VALUE AGAINST THE WATCH AND CRITICAL        *
      *      BREAKPOINTS IN FORCE THAT DAY. A REQUEST REACHING BACK *
      *      BEFORE THE STORE'S RETENTION CUTOFF ALSO SCANS THE     *
      *      AUDARCH ARCHIVE GENERATIONS ON //ARCHIN FOR THE        *
      *      DECISIONS ALREADY PURGED FROM THE STORE.               *
      *                                                               *
      *      PARM: THREE-DIGIT RETENTION IN DAYS, AS GIVEN TO        *
      *      AUDARCH, E.G. PARM='092'. OMITTED OR NON-NUMERIC        *
      *      DEFAULTS TO 92 DAYS.                                    *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-08-22  RH  INITIAL VERSION.                        *
      *                      THE RUN DATE, NOT THE DAY EVALUATED.    *
      *                      THE TIMESTAMP DATE REMAINS THE          *
      *                      FALLBACK FOR PRE-CONVERSION RECORDS.    *
      *      2026-10-15  RH  THE AUDIT TRAIL IS NOW A KEYED STORE    *
      *                      (UNIT-ID, BUSINESS DATE, TIMESTAMP).    *
      *                      EACH REQUEST IS READ STRAIGHT FROM ITS  *
      *                      KEY RANGE - THE IN-STORAGE TABLE AND    *
      *                      ITS 20,000-DECISION CEILING ARE GONE.   *
      *                      THE STORE'S CONVERSION SUPPLIED THE     *
      *                      BUSINESS DATE FOR PRE-CONVERSION        *
      *                      RECORDS, SO THE TIMESTAMP FALLBACK IS   *
      *                      NO LONGER NEEDED. A RESTATED OR         *
      *                      SUPERSEDED DECISION IS FLAGGED.         *
      *      2026-10-15  RH  DECISIONS PURGED BY AUDARCH ARE FOUND   *
      *                      AGAIN - A REQUEST WHOSE FROM-DATE IS    *
      *                      BEFORE THE RETENTION CUTOFF ALSO SCANS  *
      *                      THE OPTIONAL ARCHIVE INPUT (//ARCHIN).  *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDINQ.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.
           SELECT OPTIONAL ARCHIVE-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REQUEST-FILE ASSIGN TO INQREQS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       COPY AUDREC.

      *-----------------------------------------------------------*
      *    ARCHIVE GENERATION - THE STORE LAYOUT AS AUDARCH COPIES *
      *    IT OUT.                                                  *
      *-----------------------------------------------------------*
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01  ARV-RECORD.
           05  ARV-UNIT-ID             PIC X(10).
           05  ARV-BUSINESS-DATE       PIC 9(08).
           05  ARV-TIMESTAMP           PIC X(15).
           05  ARV-VALUE               PIC 9(05).
           05  ARV-WATCH-BREAK         PIC 9(05).
           05  ARV-CRITICAL-BREAK      PIC 9(05).
           05  ARV-OUTCOME             PIC X(10).
           05  ARV-THRESHOLD-LEVEL     PIC X(06).
           05  ARV-ENTRY-TYPE          PIC X(01).
               88  ARV-RESTATED-DECISION           VALUE "R".
               88  ARV-SUPERSEDE-MARK              VALUE "S".
           05  ARV-REF-TIMESTAMP       PIC X(15).

       FD  REQUEST-FILE
           RECORDING MODE IS F.
       COPY INQREQ.
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  INQ-SWITCHES.
           05  INQ-AUD-END-SWITCH      PIC X(01)   VALUE "N".
               88  INQ-AUD-END-YES                 VALUE "Y".
               88  INQ-AUD-END-NO                   VALUE "N".
           05  INQ-REQ-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  INQ-REQ-EOF-YES                 VALUE "Y".
               88  INQ-REQ-EOF-NO                   VALUE "N".
           05  INQ-ARV-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  INQ-ARV-EOF-YES                 VALUE "Y".
               88  INQ-ARV-EOF-NO                   VALUE "N".

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       77  INQ-MATCH-COUNT             PIC 9(05)   COMP VALUE ZERO.
       77  INQ-RETENTION-DAYS          PIC 9(03)   VALUE 092.
       77  INQ-RUN-DATE-NUM            PIC 9(08)   VALUE ZERO.
       77  INQ-CUTOFF-DATE             PIC 9(08)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  INQ-REQUESTS-READ           PIC 9(05)   COMP VALUE ZERO.
       77  INQ-REQUESTS-IN-ERROR       PIC 9(05)   COMP VALUE ZERO.
       77  INQ-ARCHIVE-SCANS           PIC 9(05)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    INQUIRY REPORT PRINT LINES                               *
           05  FILLER                  PIC X(05)   VALUE "CRIT".
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "OUTCOME".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "ENTRY".
           05  FILLER                  PIC X(66)   VALUE SPACES.

       01  INQ-DETAIL-LINE.
           05  INQ-DET-TS              PIC X(15).
           05  INQ-DET-CRIT            PIC ZZZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  INQ-DET-OUTCOME         PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  INQ-DET-ENTRY           PIC X(10).
           05  FILLER                  PIC X(66)   VALUE SPACES.

       01  INQ-COUNT-LINE.
           05  FILLER  PIC X(20) VALUE "DECISIONS LISTED:".
           05  INQ-ERR-UNIT            PIC X(10).
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  INQ-ARCHIVE-LINE.
           05  FILLER  PIC X(31) VALUE "FROM THE ARCHIVE (PURGED FROM ".
           05  FILLER  PIC X(16) VALUE "THE STORE):".
           05  FILLER                  PIC X(85)   VALUE SPACES.

       01  INQ-STORE-LINE.
           05  FILLER  PIC X(30) VALUE "FROM THE AUDIT STORE:".
           05  FILLER                  PIC X(102)  VALUE SPACES.

       01  INQ-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

           05  FILLER  PIC X(02) VALUE "**".
           05  FILLER                  PIC X(108)  VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------------------------------------------*
      *    EXEC PGM PARM - THREE-DIGIT RETENTION IN DAYS (SEE JCL).*
      *-----------------------------------------------------------*
       01  LK-PARM-LEN                 PIC S9(4) COMP.
       01  LK-PARM-DATA                PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-LEN LK-PARM-DATA.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    THE CUTOFF IS FOUND THE WAY AUDARCH FINDS IT - A         *
      *    DECISION OLDER THAN THE RETENTION DAYS MAY ALREADY HAVE  *
      *    LEFT THE STORE FOR THE ARCHIVE.                           *
      *=============================================================*
       1000-INITIALIZE.
           IF LK-PARM-LEN = +3 AND LK-PARM-DATA(1:3) NUMERIC
               MOVE LK-PARM-DATA(1:3) TO INQ-RETENTION-DAYS
           END-IF
           ACCEPT INQ-RUN-DATE-NUM FROM DATE YYYYMMDD.
           COMPUTE INQ-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (INQ-RUN-DATE-NUM)
                  - INQ-RETENTION-DAYS)
           OPEN INPUT AUDIT-IN-FILE
                      REQUEST-FILE.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           WRITE RPT-RECORD FROM INQ-HEADING-1.
           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  2000-ANSWER-REQUEST                                         *
      *=============================================================*
           WRITE RPT-RECORD FROM INQ-REQUEST-HEADING
           WRITE RPT-RECORD FROM INQ-COLUMN-HEADING
           MOVE ZERO TO INQ-MATCH-COUNT
           IF INQ-FROM-DATE < INQ-CUTOFF-DATE
               PERFORM 2300-SCAN-ARCHIVE THRU 2300-EXIT
               WRITE RPT-RECORD FROM INQ-STORE-LINE
           END-IF
           MOVE INQ-UNIT-ID   TO AUD-UNIT-ID
           MOVE INQ-FROM-DATE TO AUD-BUSINESS-DATE
           MOVE LOW-VALUES    TO AUD-TIMESTAMP
           SET INQ-AUD-END-NO TO TRUE
           START AUDIT-IN-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET INQ-AUD-END-YES TO TRUE
           END-START
           PERFORM 2200-READ-ONE-DECISION THRU 2200-EXIT
               UNTIL INQ-AUD-END-YES
           IF INQ-MATCH-COUNT = ZERO
               WRITE RPT-RECORD FROM INQ-NONE-LINE
           ELSE
           EXIT.

      *=============================================================*
      *  2200-READ-ONE-DECISION                                      *
      *    THE STORE IS IN UNIT, BUSINESS DATE, TIMESTAMP ORDER, SO *
      *    THE REQUEST'S DECISIONS END AT THE FIRST KEY FOR ANOTHER *
      *    UNIT OR PAST THE TO-DATE.                                 *
      *=============================================================*
       2200-READ-ONE-DECISION.
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET INQ-AUD-END-YES TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF AUD-UNIT-ID NOT = INQ-UNIT-ID
               OR AUD-BUSINESS-DATE > INQ-TO-DATE
               SET INQ-AUD-END-YES TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO INQ-MATCH-COUNT
           MOVE AUD-TIMESTAMP      TO INQ-DET-TS
           MOVE AUD-VALUE          TO INQ-DET-VALUE
           MOVE AUD-WATCH-BREAK    TO INQ-DET-WATCH
           MOVE AUD-CRITICAL-BREAK TO INQ-DET-CRIT
           MOVE AUD-OUTCOME        TO INQ-DET-OUTCOME
           EVALUATE TRUE
               WHEN AUD-RESTATED-DECISION
                   MOVE "RESTATED"   TO INQ-DET-ENTRY
               WHEN AUD-SUPERSEDE-MARK
                   MOVE "SUPERSEDED" TO INQ-DET-ENTRY
               WHEN OTHER
                   MOVE SPACES       TO INQ-DET-ENTRY
           END-EVALUATE
           WRITE RPT-RECORD FROM INQ-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-SCAN-ARCHIVE                                           *
      *    THE ARCHIVE IS SEQUENTIAL, SO IT IS READ THROUGH FOR     *
      *    EACH REQUEST THAT NEEDS IT. EACH GENERATION IS IN KEY    *
      *    ORDER, SO A UNIT'S DECISIONS LIST GENERATION BY          *
      *    GENERATION IN THE ORDER THE DD CONCATENATES THEM. WITH   *
      *    NO //ARCHIN THE SECTION IS SIMPLY EMPTY.                  *
      *=============================================================*
       2300-SCAN-ARCHIVE.
           ADD 1 TO INQ-ARCHIVE-SCANS
           WRITE RPT-RECORD FROM INQ-ARCHIVE-LINE
           OPEN INPUT ARCHIVE-IN-FILE
           SET INQ-ARV-EOF-NO TO TRUE
           PERFORM 2350-READ-ONE-ARCHIVED THRU 2350-EXIT
               UNTIL INQ-ARV-EOF-YES.
           CLOSE ARCHIVE-IN-FILE.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2350-READ-ONE-ARCHIVED                                      *
      *=============================================================*
       2350-READ-ONE-ARCHIVED.
           READ ARCHIVE-IN-FILE
               AT END
                   SET INQ-ARV-EOF-YES TO TRUE
                   GO TO 2350-EXIT
           END-READ
           IF ARV-UNIT-ID NOT = INQ-UNIT-ID
               OR ARV-BUSINESS-DATE < INQ-FROM-DATE
               OR ARV-BUSINESS-DATE > INQ-TO-DATE
               GO TO 2350-EXIT
           END-IF
           ADD 1 TO INQ-MATCH-COUNT
           MOVE ARV-TIMESTAMP      TO INQ-DET-TS
           MOVE ARV-VALUE          TO INQ-DET-VALUE
           MOVE ARV-WATCH-BREAK    TO INQ-DET-WATCH
           MOVE ARV-CRITICAL-BREAK TO INQ-DET-CRIT
           MOVE ARV-OUTCOME        TO INQ-DET-OUTCOME
           EVALUATE TRUE
               WHEN ARV-RESTATED-DECISION
                   MOVE "RESTATED"   TO INQ-DET-ENTRY
               WHEN ARV-SUPERSEDE-MARK
                   MOVE "SUPERSEDED" TO INQ-DET-ENTRY
               WHEN OTHER
                   MOVE SPACES       TO INQ-DET-ENTRY
           END-EVALUATE
           WRITE RPT-RECORD FROM INQ-DETAIL-LINE.
       2350-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM INQ-BLANK-LINE.
           WRITE RPT-RECORD FROM INQ-FOOTER-LINE.
           DISPLAY "AUDINQ: REQUESTS ANSWERED " INQ-REQUESTS-READ.
           DISPLAY "AUDINQ: REQUESTS IN ERROR " INQ-REQUESTS-IN-ERROR.
           DISPLAY "AUDINQ: RETENTION CUTOFF  " INQ-CUTOFF-DATE.
           DISPLAY "AUDINQ: ARCHIVE SCANS     " INQ-ARCHIVE-SCANS.
           CLOSE AUDIT-IN-FILE
                 REQUEST-FILE
                 INQUIRY-REPORT-FILE.
       9000-EXIT.
           EXIT.
