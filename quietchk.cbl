      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-09-02  RH  INITIAL VERSION.                        *
      *      2026-10-15  RH  A UNIT, OR A UNIT OF A CLASS (FROM THE  *
      *                      UNIT REFERENCE MASTER, //UNITREF),      *
      *                      UNDER PLANNED MAINTENANCE (//SUPPFILE)  *
      *                      IS NOT FLAGGED - SILENT IS TESTED       *
      *                      AGAINST A SUPPRESSION IN FORCE ON THE   *
      *                      RUN DATE, ZERO AND COLLAPSE AGAINST ONE *
      *                      COVERING THE DATE OF THE LATEST COUNT.  *
      *                      SUPPRESSED FINDINGS ARE COUNTED IN THE  *
      *                      RUN TOTALS.                             *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QUIETCHK.
               ORGANIZATION IS SEQUENTIAL.
           SELECT QUIET-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  SUPPRESSION-FILE
           RECORDING MODE IS F.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  QCK-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  QCK-CAL-EOF-YES                  VALUE "Y".
               88  QCK-CAL-EOF-NO                    VALUE "N".
           05  QCK-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  QCK-URF-EOF-YES                  VALUE "Y".
               88  QCK-URF-EOF-NO                    VALUE "N".
           05  QCK-SPR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  QCK-SPR-EOF-YES                  VALUE "Y".
               88  QCK-SPR-EOF-NO                    VALUE "N".
           05  QCK-SPR-HIT-SWITCH      PIC X(01)   VALUE "N".
               88  QCK-SPR-HIT-YES                  VALUE "Y".
               88  QCK-SPR-HIT-NO                    VALUE "N".

      *-----------------------------------------------------------*
      *    DETECTION LIMITS - OVERLAID FROM THE PARM (SEE JCL).    *
       77  QCK-BUS-INT-DAY             PIC 9(08)   COMP VALUE ZERO.
       77  QCK-BUS-DAY-OF-WEEK         PIC 9(01)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    UNIT CLASSES FROM THE REFERENCE MASTER AND THE PLANNED- *
      *    MAINTENANCE SUPPRESSIONS - TYPE U (UNIT) AND TYPE C     *
      *    (UNIT CLASS) ENTRIES WITH THEIR INCLUSIVE BUSINESS      *
      *    DATE RANGE.                                              *
      *-----------------------------------------------------------*
       01  QCK-URF-TABLE.
           05  QCK-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  QCK-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  QCK-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY QCK-URF-IX.
               10  QCK-URF-UNIT        PIC X(10).
               10  QCK-URF-CLASS       PIC X(04).

       01  QCK-SUPPRESS-TABLE.
           05  QCK-SPR-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  QCK-SPR-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY QCK-SPR-IX.
               10  QCK-SPR-TYPE        PIC X(01).
               10  QCK-SPR-KEY         PIC X(10).
               10  QCK-SPR-FROM        PIC 9(08).
               10  QCK-SPR-TO          PIC 9(08).

       77  QCK-SPR-DATE                PIC 9(08)   VALUE ZERO.
       77  QCK-CUR-CLASS               PIC X(04)   VALUE SPACES.

       01  QCK-RUN-DATE-FIELDS.
           05  QCK-RUN-DATE-NUM        PIC 9(08).
           05  QCK-RUN-DATE-R REDEFINES QCK-RUN-DATE-NUM.
       77  QCK-UNITS-SILENT            PIC 9(07)   COMP VALUE ZERO.
       77  QCK-UNITS-ZERO              PIC 9(07)   COMP VALUE ZERO.
       77  QCK-UNITS-COLLAPSED         PIC 9(07)   COMP VALUE ZERO.
       77  QCK-UNITS-SUPPRESSED        PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
           PERFORM 1200-LOAD-ONE-CAL-DATE THRU 1200-EXIT
               UNTIL QCK-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1300-LOAD-ONE-UNIT-REF THRU 1300-EXIT
               UNTIL QCK-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF QCK-URF-LOST > ZERO
               DISPLAY "QUIETCHK: UNIT REFERENCE TABLE FULL - "
                       QCK-URF-LOST " UNIT(S) NOT LOADED"
           END-IF
           OPEN INPUT SUPPRESSION-FILE.
           PERFORM 1400-LOAD-ONE-SUPPRESSION THRU 1400-EXIT
               UNTIL QCK-SPR-EOF-YES.
           CLOSE SUPPRESSION-FILE.
           OPEN INPUT HISTORY-IN-FILE.
           OPEN OUTPUT QUIET-REPORT-FILE.
           WRITE RPT-RECORD FROM QCK-HEADING-1.
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  1300-LOAD-ONE-UNIT-REF                                      *
      *    ONLY THE CLASS IS KEPT - IT IS WHAT A TYPE C             *
      *    SUPPRESSION IS KEYED ON.                                  *
      *=============================================================*
       1300-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET QCK-URF-EOF-YES TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF QCK-URF-TOTAL >= 500
               ADD 1 TO QCK-URF-LOST
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO QCK-URF-TOTAL
           SET QCK-URF-IX TO QCK-URF-TOTAL
           MOVE URF-UNIT-ID    TO QCK-URF-UNIT (QCK-URF-IX)
           MOVE URF-UNIT-CLASS TO QCK-URF-CLASS (QCK-URF-IX).
       1300-EXIT.
           EXIT.

      *=============================================================*
      *  1400-LOAD-ONE-SUPPRESSION                                   *
      *    A RECORD WITH A BAD TYPE OR DATES IS REPORTED AND        *
      *    SKIPPED, SO ITS UNIT IS CHECKED AS NORMAL.                *
      *=============================================================*
       1400-LOAD-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END
                   SET QCK-SPR-EOF-YES TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF (NOT SPR-TYPE-UNIT AND NOT SPR-TYPE-CLASS)
               OR SPR-KEY = SPACES
               OR SPR-FROM-DATE-X NOT NUMERIC
               OR SPR-TO-DATE-X NOT NUMERIC
               DISPLAY "QUIETCHK: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1400-EXIT
           END-IF
           IF SPR-FROM-DATE > SPR-TO-DATE
               DISPLAY "QUIETCHK: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1400-EXIT
           END-IF
           IF QCK-SPR-TOTAL >= 500
               DISPLAY "QUIETCHK: SUPPRESSION TABLE FULL - SKIPPED "
                       SPR-KEY
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO QCK-SPR-TOTAL
           SET QCK-SPR-IX TO QCK-SPR-TOTAL
           MOVE SPR-KEY-TYPE  TO QCK-SPR-TYPE (QCK-SPR-IX)
           MOVE SPR-KEY       TO QCK-SPR-KEY (QCK-SPR-IX)
           MOVE SPR-FROM-DATE TO QCK-SPR-FROM (QCK-SPR-IX)
           MOVE SPR-TO-DATE   TO QCK-SPR-TO (QCK-SPR-IX).
       1400-EXIT.
           EXIT.

      *=============================================================*
      *  2000-CHECK-ONE-UNIT                                         *
      *    A UNIT PAST THE SILENT LIMIT IS FLAGGED ON THE GAP        *
      *    ALONE - ITS LATEST ENTRY IS OLD DATA AND THE COLLAPSE    *
      *    TESTS WOULD MISREAD IT. OTHERWISE THE MOST RECENT COUNT  *
      *    IS TESTED AGAINST THE PRIOR 7-DAY AVERAGE. A FINDING FOR *
      *    A UNIT UNDER PLANNED MAINTENANCE (2300) IS COUNTED AS    *
      *    SUPPRESSED AND NOT PRINTED - ON THE RUN DATE FOR SILENT, *
      *    ON THE DATE OF THE LATEST COUNT FOR ZERO AND COLLAPSE.   *
      *=============================================================*
       2000-CHECK-ONE-UNIT.
           ADD 1 TO QCK-UNITS-READ
           PERFORM 2400-COUNT-BUSINESS-DAYS THRU 2400-EXIT
           MOVE QCK-BUS-DAY-COUNT TO QCK-GAP-DAYS
           IF QCK-GAP-DAYS >= QCK-SILENT-LIMIT-DAYS
               MOVE QCK-RUN-DATE-NUM TO QCK-SPR-DATE
               PERFORM 2300-CHECK-SUPPRESSION THRU 2300-EXIT
               IF QCK-SPR-HIT-YES
                   ADD 1 TO QCK-UNITS-SUPPRESSED
                   GO TO 2000-NEXT
               END-IF
               ADD 1 TO QCK-UNITS-SILENT
               MOVE "SILENT - NO DATA SENT" TO QCK-FINDING-REASON
               PERFORM 2600-COMPUTE-PRIOR-AVERAGE THRU 2600-EXIT
               OR QCK-PRIOR-AVERAGE < QCK-MATERIAL-FLOOR
               GO TO 2000-NEXT
           END-IF
           MOVE HST-DAY-DATE (1) TO QCK-SPR-DATE
           IF HST-DAY-COUNT (1) = ZERO
               PERFORM 2300-CHECK-SUPPRESSION THRU 2300-EXIT
               IF QCK-SPR-HIT-YES
                   ADD 1 TO QCK-UNITS-SUPPRESSED
                   GO TO 2000-NEXT
               END-IF
               ADD 1 TO QCK-UNITS-ZERO
               MOVE "COUNT COLLAPSED TO 0" TO QCK-FINDING-REASON
               PERFORM 2700-WRITE-FINDING THRU 2700-EXIT
                   ((QCK-PRIOR-AVERAGE - HST-DAY-COUNT (1)) * 100)
                     / QCK-PRIOR-AVERAGE
               IF QCK-DROP-PCT >= QCK-DROP-LIMIT-PCT
                   PERFORM 2300-CHECK-SUPPRESSION THRU 2300-EXIT
                   IF QCK-SPR-HIT-YES
                       ADD 1 TO QCK-UNITS-SUPPRESSED
                       GO TO 2000-NEXT
                   END-IF
                   ADD 1 TO QCK-UNITS-COLLAPSED
                   MOVE SPACES TO QCK-FINDING-REASON
                   STRING "DOWN " QCK-DROP-PCT " PCT FROM AVG"
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2300-CHECK-SUPPRESSION                                      *
      *    SETS QCK-SPR-HIT-YES WHEN A SUPPRESSION COVERS            *
      *    QCK-SPR-DATE FOR THE HISTORY UNIT OR ITS CLASS. A UNIT   *
      *    NOT ON THE MASTER IS MATCHED BY UNIT ONLY.               *
      *=============================================================*
       2300-CHECK-SUPPRESSION.
           SET QCK-SPR-HIT-NO TO TRUE
           IF QCK-SPR-TOTAL = ZERO
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO QCK-CUR-CLASS
           IF QCK-URF-TOTAL > ZERO
               SET QCK-URF-IX TO 1
               SEARCH QCK-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN QCK-URF-IX > QCK-URF-TOTAL
                       CONTINUE
                   WHEN QCK-URF-UNIT (QCK-URF-IX) = HST-UNIT-ID
                       MOVE QCK-URF-CLASS (QCK-URF-IX)
                         TO QCK-CUR-CLASS
               END-SEARCH
           END-IF
           SET QCK-SPR-IX TO 1
           SEARCH QCK-SPR-ENTRY
               AT END
                   CONTINUE
               WHEN QCK-SPR-IX > QCK-SPR-TOTAL
                   CONTINUE
               WHEN QCK-SPR-FROM (QCK-SPR-IX) <= QCK-SPR-DATE
                AND QCK-SPR-TO (QCK-SPR-IX) >= QCK-SPR-DATE
                AND ((QCK-SPR-TYPE (QCK-SPR-IX) = "U"
                      AND QCK-SPR-KEY (QCK-SPR-IX) = HST-UNIT-ID)
                  OR (QCK-SPR-TYPE (QCK-SPR-IX) = "C"
                      AND QCK-CUR-CLASS NOT = SPACES
                      AND QCK-SPR-KEY (QCK-SPR-IX) = QCK-CUR-CLASS))
                   SET QCK-SPR-HIT-YES TO TRUE
           END-SEARCH.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2400-COUNT-BUSINESS-DAYS                                    *
      *    COUNTS THE BUSINESS DAYS AFTER QCK-BUS-FROM-DATE UP TO   *
           MOVE "UNITS COLLAPSED"         TO QCK-TOT-LABEL
           MOVE QCK-UNITS-COLLAPSED       TO QCK-TOT-VALUE
           WRITE RPT-RECORD FROM QCK-TOTAL-LINE.
           MOVE "FINDINGS SUPPRESSED"     TO QCK-TOT-LABEL
           MOVE QCK-UNITS-SUPPRESSED      TO QCK-TOT-VALUE
           WRITE RPT-RECORD FROM QCK-TOTAL-LINE.
       9100-EXIT.
           EXIT.
