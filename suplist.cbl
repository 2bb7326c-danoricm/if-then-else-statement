      *=============================================================*
      *  PROGRAM-ID  : SUPLIST                                       *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      PLANNED-MAINTENANCE SUPPRESSION LISTING. READS THE SITE *
      *      CALENDAR, THE UNIT REFERENCE MASTER AND THE SUPPRESSION *
      *      FILE (//SUPPFILE) AND PRINTS THREE SECTIONS:            *
      *        - ACTIVE     - THE RUN DATE FALLS IN THE RANGE. THE   *
      *                       BUSINESS DAYS LEFT AFTER TODAY ARE     *
      *                       SHOWN, AND ONE ENDING WITHIN 2         *
      *                       BUSINESS DAYS IS FLAGGED EXPIRES SOON  *
      *                       SO AN OUTAGE NOBODY CLOSED IS SEEN     *
      *                       BEFORE IT LAPSES OR HIDES A REAL       *
      *                       PROBLEM;                               *
      *        - SCHEDULED  - THE RANGE STARTS AFTER THE RUN DATE,   *
      *                       WITH THE BUSINESS DAYS UNTIL IT DOES;  *
      *        - ERRORS     - A BAD KEY TYPE, A BLANK KEY, A MISSING *
      *                       OR NON-NUMERIC DATE, OR A TO DATE      *
      *                       BEFORE THE FROM DATE. THE DAILY        *
      *                       PROGRAMS SKIP SUCH A RECORD, SO THE    *
      *                       UNIT IS NOT SUPPRESSED AT ALL.         *
      *      THE DAILY PROGRAMS APPLY A NUMERIC DATE THAT IS NOT A   *
      *      REAL CALENDAR DATE (MONTH 13, SAY) AS IT STANDS, SO     *
      *      SUCH A RECORD IS PLACED BY ITS DATES LIKE ANY OTHER,    *
      *      WITH A NOTE AND A BUSINESS-DAY FIGURE OF ZERO.          *
      *      AN ACTIVE OR SCHEDULED UNIT KEY NOT ON THE UNIT MASTER, *
      *      OR A CLASS KEY NO UNIT CARRIES, IS LISTED IN ITS        *
      *      SECTION WITH A NOTE - IT SUPPRESSES NOTHING AS KEYED.   *
      *      EXPIRED SUPPRESSIONS ARE COUNTED, NOT LISTED. SATURDAYS,*
      *      SUNDAYS AND //CALENDAR DATES ARE NOT BUSINESS DAYS.     *
      *      RC=4 WHEN ANY SUPPRESSION EXPIRES SOON, IS IN ERROR,    *
      *      CARRIES A KEY OR DATE NOTE OR COULD NOT BE HELD.        *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPLIST.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESS-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  SUPPRESSION-FILE
           RECORDING MODE IS F.
       COPY SUPPREC.

       FD  SUPPRESS-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  SPL-SWITCHES.
           05  SPL-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  SPL-CAL-EOF-YES                 VALUE "Y".
               88  SPL-CAL-EOF-NO                   VALUE "N".
           05  SPL-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  SPL-URF-EOF-YES                 VALUE "Y".
               88  SPL-URF-EOF-NO                   VALUE "N".
           05  SPL-SPR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  SPL-SPR-EOF-YES                 VALUE "Y".
               88  SPL-SPR-EOF-NO                   VALUE "N".
           05  SPL-DATE-OK-SWITCH      PIC X(01)   VALUE "N".
               88  SPL-DATE-OK-YES                 VALUE "Y".
               88  SPL-DATE-OK-NO                   VALUE "N".
           05  SPL-KEY-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  SPL-KEY-FOUND-YES               VALUE "Y".
               88  SPL-KEY-FOUND-NO                 VALUE "N".

      *-----------------------------------------------------------*
      *    LISTING PARAMETERS                                      *
      *-----------------------------------------------------------*
       77  SPL-EXPIRY-WARN-DAYS        PIC 9(02)   VALUE 02.

      *-----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR - THE SITE'S NON-PROCESSING DATES *
      *    (//CALENDAR), HELD AS INTEGER DATES, AS THE DAILY RUN   *
      *    HOLDS THEM. SATURDAYS AND SUNDAYS ARE IMPLIED.          *
      *-----------------------------------------------------------*
       01  SPL-CALENDAR-TABLE.
           05  SPL-CAL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  SPL-CAL-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  SPL-CAL-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY SPL-CAL-IX.
               10  SPL-CAL-INT-DATE    PIC 9(08)   COMP.

       77  SPL-BUS-FROM-DATE           PIC 9(08)   VALUE ZERO.
       77  SPL-BUS-TO-DATE             PIC 9(08)   VALUE ZERO.
       77  SPL-BUS-DAY-COUNT           PIC S9(07)  COMP VALUE ZERO.
       77  SPL-BUS-INT-FROM            PIC 9(08)   COMP VALUE ZERO.
       77  SPL-BUS-INT-TO              PIC 9(08)   COMP VALUE ZERO.
       77  SPL-BUS-INT-DAY             PIC 9(08)   COMP VALUE ZERO.
       77  SPL-BUS-DAY-OF-WEEK         PIC 9(01)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    UNIT REFERENCE TABLE - UNIT-ID AND CLASS OF EVERY UNIT  *
      *    ON THE MASTER, TO PROVE EACH SUPPRESSION KEY.           *
      *-----------------------------------------------------------*
       01  SPL-URF-TABLE.
           05  SPL-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  SPL-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  SPL-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY SPL-URF-IX.
               10  SPL-URF-UNIT        PIC X(10).
               10  SPL-URF-CLASS       PIC X(04).

      *-----------------------------------------------------------*
      *    SUPPRESSION TABLE - EVERY ACTIVE, SCHEDULED AND ERROR   *
      *    RECORD IN FILE ORDER, WITH ITS SECTION, BUSINESS-DAY    *
      *    FIGURE AND NOTE, SO EACH SECTION PRINTS WHOLE.           *
      *-----------------------------------------------------------*
       01  SPL-SUPPRESS-TABLE.
           05  SPL-SPR-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  SPL-SPR-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY SPL-SPR-IX.
               10  SPL-SPR-SECTION     PIC X(01).
                   88  SPL-SPR-ACTIVE              VALUE "A".
                   88  SPL-SPR-SCHEDULED           VALUE "S".
                   88  SPL-SPR-ERROR               VALUE "E".
               10  SPL-SPR-TYPE        PIC X(01).
               10  SPL-SPR-KEY         PIC X(10).
               10  SPL-SPR-FROM-X      PIC X(08).
               10  SPL-SPR-FROM  REDEFINES SPL-SPR-FROM-X
                                       PIC 9(08).
               10  SPL-SPR-TO-X        PIC X(08).
               10  SPL-SPR-TO  REDEFINES SPL-SPR-TO-X
                                       PIC 9(08).
               10  SPL-SPR-REASON      PIC X(30).
               10  SPL-SPR-AUTH-BY     PIC X(15).
               10  SPL-SPR-DAYS        PIC 9(03)   COMP.
               10  SPL-SPR-NOTE        PIC X(33).

       01  SPL-CUR-SECTION             PIC X(01)   VALUE SPACES.
       01  SPL-CUR-ERROR               PIC X(16)   VALUE SPACES.
       01  SPL-CUR-KEY-NOTE            PIC X(16)   VALUE SPACES.
       01  SPL-CUR-EXPIRY-NOTE         PIC X(16)   VALUE SPACES.
       77  SPL-CUR-DAYS                PIC 9(03)   COMP VALUE ZERO.
       77  SPL-SECTION-LISTED          PIC 9(04)   COMP VALUE ZERO.

       01  SPL-CHK-DATE-FIELDS.
           05  SPL-CHK-DATE            PIC 9(08).
           05  SPL-CHK-DATE-R REDEFINES SPL-CHK-DATE.
               10  SPL-CHK-YYYY        PIC 9(04).
               10  SPL-CHK-MM          PIC 9(02).
               10  SPL-CHK-DD          PIC 9(02).
       77  SPL-CHK-LAST-DD             PIC 9(02)   VALUE ZERO.
       77  SPL-CHK-QUOTIENT            PIC 9(04)   COMP VALUE ZERO.
       77  SPL-CHK-REM-4               PIC 9(03)   COMP VALUE ZERO.
       77  SPL-CHK-REM-100             PIC 9(03)   COMP VALUE ZERO.
       77  SPL-CHK-REM-400             PIC 9(03)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    LISTING ACCUMULATORS                                     *
      *-----------------------------------------------------------*
       77  SPL-RECORDS-READ            PIC 9(05)   COMP VALUE ZERO.
       77  SPL-ACTIVE                  PIC 9(05)   COMP VALUE ZERO.
       77  SPL-EXPIRING-SOON           PIC 9(05)   COMP VALUE ZERO.
       77  SPL-SCHEDULED               PIC 9(05)   COMP VALUE ZERO.
       77  SPL-EXPIRED                 PIC 9(05)   COMP VALUE ZERO.
       77  SPL-IN-ERROR                PIC 9(05)   COMP VALUE ZERO.
       77  SPL-KEY-NOTED               PIC 9(05)   COMP VALUE ZERO.
       77  SPL-DATE-NOTED              PIC 9(05)   COMP VALUE ZERO.
       77  SPL-NOT-HELD                PIC 9(05)   COMP VALUE ZERO.

       01  SPL-RUN-DATE-FIELDS.
           05  SPL-RUN-DATE-NUM        PIC 9(08).
           05  SPL-RUN-DATE-R REDEFINES SPL-RUN-DATE-NUM.
               10  SPL-RUN-YYYY        PIC 9(04).
               10  SPL-RUN-MM          PIC 9(02).
               10  SPL-RUN-DD          PIC 9(02).

       01  SPL-BUS-FMT-FIELDS.
           05  SPL-BUS-FMT-NUM         PIC 9(08).
           05  SPL-BUS-FMT-R REDEFINES SPL-BUS-FMT-NUM.
               10  SPL-BUS-FMT-YYYY    PIC 9(04).
               10  SPL-BUS-FMT-MM      PIC 9(02).
               10  SPL-BUS-FMT-DD      PIC 9(02).
       01  SPL-BUS-FMT-OUT             PIC X(10)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
      *-----------------------------------------------------------*
       01  SPL-HEADING-1.
           05  FILLER  PIC X(40)
               VALUE "PLANNED-MAINTENANCE SUPPRESSION LISTING".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  SPL-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  SPL-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER  PIC X(24) VALUE "EXPIRES SOON = WITHIN ".
           05  SPL-HDG-WARN-DAYS       PIC Z9.
           05  FILLER  PIC X(15) VALUE " BUSINESS DAYS".
           05  FILLER                  PIC X(65)   VALUE SPACES.

       01  SPL-SECTION-LINE.
           05  SPL-SEC-TITLE           PIC X(70).
           05  FILLER                  PIC X(62)   VALUE SPACES.

       01  SPL-HEADING-3.
           05  FILLER                  PIC X(05)   VALUE "TYPE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "KEY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "FROM DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "TO DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(03)   VALUE "BUS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE "REASON".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "AUTHORIZED BY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(33)   VALUE "NOTE".
           05  FILLER                  PIC X(02)   VALUE SPACES.

       01  SPL-DETAIL-LINE.
           05  SPL-DET-TYPE            PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-FROM            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-TO              PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-DAYS            PIC ZZ9.
           05  SPL-DET-DAYS-X  REDEFINES SPL-DET-DAYS
                                       PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-REASON          PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-AUTH-BY         PIC X(15).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  SPL-DET-NOTE            PIC X(33).
           05  FILLER                  PIC X(02)   VALUE SPACES.

       01  SPL-NONE-LINE.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "NONE.".
           05  FILLER                  PIC X(122)  VALUE SPACES.

       01  SPL-TOTALS-HEADING.
           05  FILLER  PIC X(15) VALUE "LISTING TOTALS:".
           05  FILLER                  PIC X(117)  VALUE SPACES.

       01  SPL-TOTAL-LINE.
           05  SPL-TOT-LABEL           PIC X(35).
           05  SPL-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  SPL-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  SPL-FOOTER-LINE.
           05  FILLER  PIC X(34)
               VALUE "*** END OF SUPPRESSION LISTING ***".
           05  FILLER                  PIC X(98)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-EDIT-ONE-SUPPRESSION THRU 2000-EXIT
               UNTIL SPL-SPR-EOF-YES.
           PERFORM 3000-PRINT-SECTIONS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    LOADS THE CALENDAR AND THE UNIT MASTER AND OPENS THE     *
      *    SUPPRESSION FILE AND THE REPORT.                          *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT SPL-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING SPL-RUN-MM   "/"
                  SPL-RUN-DD   "/"
                  SPL-RUN-YYYY
                  DELIMITED BY SIZE INTO SPL-HDG-RUN-DATE.
           MOVE SPL-EXPIRY-WARN-DAYS TO SPL-HDG-WARN-DAYS.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 1100-LOAD-ONE-CAL-DATE THRU 1100-EXIT
               UNTIL SPL-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1200-LOAD-ONE-UNIT-REF THRU 1200-EXIT
               UNTIL SPL-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF SPL-URF-LOST > ZERO
               DISPLAY "SUPLIST: UNIT TABLE FULL - "
                       SPL-URF-LOST " UNIT(S) NOT LOADED"
           END-IF
           OPEN INPUT SUPPRESSION-FILE.
           OPEN OUTPUT SUPPRESS-REPORT-FILE.
           WRITE RPT-RECORD FROM SPL-HEADING-1.
           WRITE RPT-RECORD FROM SPL-HEADING-2.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-LOAD-ONE-CAL-DATE                                      *
      *    A BAD DATE IS REPORTED AND SKIPPED, AS IN THE DAILY RUN. *
      *=============================================================*
       1100-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END
                   SET SPL-CAL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CAL-DATE-X NOT NUMERIC
               DISPLAY "SUPLIST: CALENDAR RECORD SKIPPED - BAD "
                       "DATE " CAL-DATE-X
               GO TO 1100-EXIT
           END-IF
           IF SPL-CAL-TOTAL < 200
               ADD 1 TO SPL-CAL-TOTAL
               SET SPL-CAL-IX TO SPL-CAL-TOTAL
               COMPUTE SPL-CAL-INT-DATE (SPL-CAL-IX) =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
           ELSE
               ADD 1 TO SPL-CAL-LOST
               DISPLAY "SUPLIST: CALENDAR TABLE FULL - SKIPPED "
                       CAL-DATE-X
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-LOAD-ONE-UNIT-REF                                      *
      *=============================================================*
       1200-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET SPL-URF-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF SPL-URF-TOTAL >= 500
               ADD 1 TO SPL-URF-LOST
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO SPL-URF-TOTAL
           SET SPL-URF-IX TO SPL-URF-TOTAL
           MOVE URF-UNIT-ID    TO SPL-URF-UNIT (SPL-URF-IX)
           MOVE URF-UNIT-CLASS TO SPL-URF-CLASS (SPL-URF-IX).
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  2000-EDIT-ONE-SUPPRESSION                                   *
      *    EDITS ONE SUPPRESSION RECORD AND PLACES IT IN A SECTION. *
      *    AN EXPIRED RECORD IS ONLY COUNTED. THE FIRST ERROR FOUND *
      *    IS THE ONE NOTED.                                         *
      *=============================================================*
       2000-EDIT-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END
                   SET SPL-SPR-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO SPL-RECORDS-READ
           MOVE SPACES TO SPL-CUR-ERROR
                          SPL-CUR-KEY-NOTE
                          SPL-CUR-EXPIRY-NOTE
           MOVE ZERO   TO SPL-CUR-DAYS
           PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT
           IF SPL-CUR-ERROR NOT = SPACES
               MOVE "E" TO SPL-CUR-SECTION
               ADD 1 TO SPL-IN-ERROR
               PERFORM 2600-HOLD-SUPPRESSION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF
           IF SPR-TO-DATE < SPL-RUN-DATE-NUM
               ADD 1 TO SPL-EXPIRED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2150-CHECK-REAL-DATES THRU 2150-EXIT
           IF SPR-FROM-DATE > SPL-RUN-DATE-NUM
               MOVE "S" TO SPL-CUR-SECTION
               ADD 1 TO SPL-SCHEDULED
               MOVE SPL-RUN-DATE-NUM TO SPL-BUS-FROM-DATE
               MOVE SPR-FROM-DATE    TO SPL-BUS-TO-DATE
           ELSE
               MOVE "A" TO SPL-CUR-SECTION
               ADD 1 TO SPL-ACTIVE
               MOVE SPL-RUN-DATE-NUM TO SPL-BUS-FROM-DATE
               MOVE SPR-TO-DATE      TO SPL-BUS-TO-DATE
           END-IF
           IF SPL-DATE-OK-NO
               MOVE "*NOT REAL DATE*" TO SPL-CUR-EXPIRY-NOTE
               ADD 1 TO SPL-DATE-NOTED
               PERFORM 2300-CHECK-KEY THRU 2300-EXIT
               PERFORM 2600-HOLD-SUPPRESSION THRU 2600-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2400-COUNT-BUSINESS-DAYS THRU 2400-EXIT
           IF SPL-BUS-DAY-COUNT > 999
               MOVE 999 TO SPL-CUR-DAYS
           ELSE
               MOVE SPL-BUS-DAY-COUNT TO SPL-CUR-DAYS
           END-IF
           IF SPL-CUR-SECTION = "A"
               AND SPL-BUS-DAY-COUNT NOT > SPL-EXPIRY-WARN-DAYS
               MOVE "*EXPIRES SOON*" TO SPL-CUR-EXPIRY-NOTE
               ADD 1 TO SPL-EXPIRING-SOON
           END-IF
           PERFORM 2300-CHECK-KEY THRU 2300-EXIT
           PERFORM 2600-HOLD-SUPPRESSION THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-EDIT-FIELDS                                            *
      *    THE SAME TESTS THE DAILY PROGRAMS MAKE WHEN THEY LOAD    *
      *    THE FILE - A RECORD FAILING ANY OF THEM IS NOT APPLIED.  *
      *=============================================================*
       2100-EDIT-FIELDS.
           IF NOT SPR-TYPE-UNIT AND NOT SPR-TYPE-CLASS
               MOVE "*BAD KEY TYPE*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-KEY = SPACES
               MOVE "*NO KEY*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-FROM-DATE-X = SPACES
               MOVE "*NO FROM DATE*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-TO-DATE-X = SPACES
               MOVE "*NO TO DATE*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-FROM-DATE-X NOT NUMERIC
               MOVE "*BAD FROM DATE*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-TO-DATE-X NOT NUMERIC
               MOVE "*BAD TO DATE*" TO SPL-CUR-ERROR
               GO TO 2100-EXIT
           END-IF
           IF SPR-TO-DATE < SPR-FROM-DATE
               MOVE "*TO BEFORE FROM*" TO SPL-CUR-ERROR
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2150-CHECK-REAL-DATES                                       *
      *    SETS SPL-DATE-OK-YES ONLY WHEN BOTH DATES ARE REAL       *
      *    CALENDAR DATES THE BUSINESS-DAY COUNT CAN WORK ON.       *
      *=============================================================*
       2150-CHECK-REAL-DATES.
           SET SPL-DATE-OK-NO TO TRUE
           MOVE SPR-FROM-DATE TO SPL-CHK-DATE
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT
           IF SPL-DATE-OK-NO
               GO TO 2150-EXIT
           END-IF
           SET SPL-DATE-OK-NO TO TRUE
           MOVE SPR-TO-DATE TO SPL-CHK-DATE
           PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
       2150-EXIT.
           EXIT.

      *=============================================================*
      *  2200-CHECK-DATE                                             *
      *    SETS SPL-DATE-OK-YES WHEN SPL-CHK-DATE IS A REAL DATE -  *
      *    MONTH 1 TO 12 AND A DAY WITHIN THE MONTH, FEBRUARY 29    *
      *    ONLY IN A LEAP YEAR.                                     *
      *=============================================================*
       2200-CHECK-DATE.
           IF SPL-CHK-YYYY < 1601
               OR SPL-CHK-MM < 1 OR SPL-CHK-MM > 12
               OR SPL-CHK-DD < 1
               GO TO 2200-EXIT
           END-IF
           EVALUATE SPL-CHK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO SPL-CHK-LAST-DD
               WHEN 2
                   DIVIDE SPL-CHK-YYYY BY 4 GIVING SPL-CHK-QUOTIENT
                       REMAINDER SPL-CHK-REM-4
                   DIVIDE SPL-CHK-YYYY BY 100 GIVING SPL-CHK-QUOTIENT
                       REMAINDER SPL-CHK-REM-100
                   DIVIDE SPL-CHK-YYYY BY 400 GIVING SPL-CHK-QUOTIENT
                       REMAINDER SPL-CHK-REM-400
                   IF SPL-CHK-REM-4 = ZERO
                       AND (SPL-CHK-REM-100 NOT = ZERO
                            OR SPL-CHK-REM-400 = ZERO)
                       MOVE 29 TO SPL-CHK-LAST-DD
                   ELSE
                       MOVE 28 TO SPL-CHK-LAST-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO SPL-CHK-LAST-DD
           END-EVALUATE
           IF SPL-CHK-DD > SPL-CHK-LAST-DD
               GO TO 2200-EXIT
           END-IF
           SET SPL-DATE-OK-YES TO TRUE.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-CHECK-KEY                                              *
      *    A UNIT KEY MUST BE ON THE UNIT MASTER; A CLASS KEY MUST  *
      *    BE CARRIED BY AT LEAST ONE UNIT ON IT.                    *
      *=============================================================*
       2300-CHECK-KEY.
           SET SPL-KEY-FOUND-NO TO TRUE
           IF SPL-URF-TOTAL > ZERO
               SET SPL-URF-IX TO 1
               SEARCH SPL-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN SPL-URF-IX > SPL-URF-TOTAL
                       CONTINUE
                   WHEN SPR-TYPE-UNIT
                    AND SPL-URF-UNIT (SPL-URF-IX) = SPR-KEY
                       SET SPL-KEY-FOUND-YES TO TRUE
                   WHEN SPR-TYPE-CLASS
                    AND SPL-URF-CLASS (SPL-URF-IX) = SPR-KEY
                       SET SPL-KEY-FOUND-YES TO TRUE
               END-SEARCH
           END-IF
           IF SPL-KEY-FOUND-YES
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO SPL-KEY-NOTED
           IF SPR-TYPE-UNIT
               MOVE "*NOT ON MASTER*" TO SPL-CUR-KEY-NOTE
           ELSE
               MOVE "*NO UNIT IN CLS*" TO SPL-CUR-KEY-NOTE
           END-IF.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2400-COUNT-BUSINESS-DAYS                                    *
      *    COUNTS THE BUSINESS DAYS AFTER SPL-BUS-FROM-DATE UP TO   *
      *    AND INCLUDING SPL-BUS-TO-DATE.                            *
      *=============================================================*
       2400-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO SPL-BUS-DAY-COUNT
           IF SPL-BUS-FROM-DATE >= SPL-BUS-TO-DATE
               GO TO 2400-EXIT
           END-IF
           COMPUTE SPL-BUS-INT-FROM =
               FUNCTION INTEGER-OF-DATE (SPL-BUS-FROM-DATE)
           COMPUTE SPL-BUS-INT-TO =
               FUNCTION INTEGER-OF-DATE (SPL-BUS-TO-DATE)
           PERFORM 2500-COUNT-ONE-DAY THRU 2500-EXIT
               VARYING SPL-BUS-INT-DAY FROM SPL-BUS-INT-FROM BY 1
               UNTIL SPL-BUS-INT-DAY >= SPL-BUS-INT-TO.
       2400-EXIT.
           EXIT.

      *=============================================================*
      *  2500-COUNT-ONE-DAY                                          *
      *    INTEGER DATE 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR A      *
      *    SATURDAY AND 0 FOR A SUNDAY - ONLY 1 THROUGH 5 ARE       *
      *    WORKING WEEKDAYS. THE DAY EXAMINED IS THE ONE AFTER      *
      *    SPL-BUS-INT-DAY SO THE FROM DATE ITSELF IS NOT COUNTED.  *
      *=============================================================*
       2500-COUNT-ONE-DAY.
           COMPUTE SPL-BUS-DAY-OF-WEEK =
               FUNCTION MOD (SPL-BUS-INT-DAY + 1, 7)
           IF SPL-BUS-DAY-OF-WEEK = 0 OR 6
               GO TO 2500-EXIT
           END-IF
           IF SPL-CAL-TOTAL > ZERO
               SET SPL-CAL-IX TO 1
               SEARCH SPL-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN SPL-CAL-IX > SPL-CAL-TOTAL
                       CONTINUE
                   WHEN SPL-CAL-INT-DATE (SPL-CAL-IX)
                          = SPL-BUS-INT-DAY + 1
                       GO TO 2500-EXIT
               END-SEARCH
           END-IF
           ADD 1 TO SPL-BUS-DAY-COUNT.
       2500-EXIT.
           EXIT.

      *=============================================================*
      *  2600-HOLD-SUPPRESSION                                       *
      *    THE NOTE CARRIES THE ERROR, OR THE KEY NOTE FOLLOWED BY  *
      *    THE EXPIRY NOTE.                                          *
      *=============================================================*
       2600-HOLD-SUPPRESSION.
           IF SPL-SPR-TOTAL >= 500
               ADD 1 TO SPL-NOT-HELD
               DISPLAY "SUPLIST: SUPPRESSION TABLE FULL - NOT LISTED "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO SPL-SPR-TOTAL
           SET SPL-SPR-IX TO SPL-SPR-TOTAL
           MOVE SPL-CUR-SECTION   TO SPL-SPR-SECTION (SPL-SPR-IX)
           MOVE SPR-KEY-TYPE      TO SPL-SPR-TYPE (SPL-SPR-IX)
           MOVE SPR-KEY           TO SPL-SPR-KEY (SPL-SPR-IX)
           MOVE SPR-FROM-DATE-X   TO SPL-SPR-FROM-X (SPL-SPR-IX)
           MOVE SPR-TO-DATE-X     TO SPL-SPR-TO-X (SPL-SPR-IX)
           MOVE SPR-REASON        TO SPL-SPR-REASON (SPL-SPR-IX)
           MOVE SPR-AUTHORIZED-BY TO SPL-SPR-AUTH-BY (SPL-SPR-IX)
           MOVE SPL-CUR-DAYS      TO SPL-SPR-DAYS (SPL-SPR-IX)
           MOVE SPACES            TO SPL-SPR-NOTE (SPL-SPR-IX)
           IF SPL-CUR-ERROR NOT = SPACES
               MOVE SPL-CUR-ERROR TO SPL-SPR-NOTE (SPL-SPR-IX)
               GO TO 2600-EXIT
           END-IF
           IF SPL-CUR-KEY-NOTE = SPACES
               MOVE SPL-CUR-EXPIRY-NOTE TO SPL-SPR-NOTE (SPL-SPR-IX)
               GO TO 2600-EXIT
           END-IF
           STRING SPL-CUR-KEY-NOTE    DELIMITED BY SPACE
                  " "                 DELIMITED BY SIZE
                  SPL-CUR-EXPIRY-NOTE DELIMITED BY SPACE
                  INTO SPL-SPR-NOTE (SPL-SPR-IX).
       2600-EXIT.
           EXIT.

      *=============================================================*
      *  3000-PRINT-SECTIONS                                         *
      *=============================================================*
       3000-PRINT-SECTIONS.
           CLOSE SUPPRESSION-FILE.
           MOVE "A" TO SPL-CUR-SECTION
           MOVE "ACTIVE SUPPRESSIONS (BUS = BUSINESS DAYS LEFT)"
               TO SPL-SEC-TITLE
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
           MOVE "S" TO SPL-CUR-SECTION
           MOVE "SCHEDULED SUPPRESSIONS (BUS = DAYS UNTIL START)"
               TO SPL-SEC-TITLE
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
           MOVE "E" TO SPL-CUR-SECTION
           MOVE "SUPPRESSIONS IN ERROR (NOT APPLIED BY THE DAILY RUN)"
               TO SPL-SEC-TITLE
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  3100-PRINT-ONE-SECTION                                      *
      *    PRINTS THE TABLE ENTRIES OF SECTION SPL-CUR-SECTION IN   *
      *    FILE ORDER, OR A NONE LINE.                               *
      *=============================================================*
       3100-PRINT-ONE-SECTION.
           WRITE RPT-RECORD FROM SPL-BLANK-LINE.
           WRITE RPT-RECORD FROM SPL-SECTION-LINE.
           WRITE RPT-RECORD FROM SPL-HEADING-3.
           MOVE ZERO TO SPL-SECTION-LISTED
           PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
               VARYING SPL-SPR-IX FROM 1 BY 1
               UNTIL SPL-SPR-IX > SPL-SPR-TOTAL.
           IF SPL-SECTION-LISTED = ZERO
               WRITE RPT-RECORD FROM SPL-NONE-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      *=============================================================*
      *  3200-PRINT-ONE-ENTRY                                        *
      *    AN ERROR LINE SHOWS THE DATES AS KEYED AND NO BUSINESS-  *
      *    DAY FIGURE.                                               *
      *=============================================================*
       3200-PRINT-ONE-ENTRY.
           IF SPL-SPR-SECTION (SPL-SPR-IX) NOT = SPL-CUR-SECTION
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO SPL-SECTION-LISTED
           EVALUATE SPL-SPR-TYPE (SPL-SPR-IX)
               WHEN "U"
                   MOVE "UNIT"  TO SPL-DET-TYPE
               WHEN "C"
                   MOVE "CLASS" TO SPL-DET-TYPE
               WHEN OTHER
                   MOVE SPL-SPR-TYPE (SPL-SPR-IX) TO SPL-DET-TYPE
           END-EVALUATE
           MOVE SPL-SPR-KEY (SPL-SPR-IX)     TO SPL-DET-KEY
           MOVE SPL-SPR-REASON (SPL-SPR-IX)  TO SPL-DET-REASON
           MOVE SPL-SPR-AUTH-BY (SPL-SPR-IX) TO SPL-DET-AUTH-BY
           MOVE SPL-SPR-NOTE (SPL-SPR-IX)    TO SPL-DET-NOTE
           IF SPL-SPR-ERROR (SPL-SPR-IX)
               MOVE SPL-SPR-FROM-X (SPL-SPR-IX) TO SPL-DET-FROM
               MOVE SPL-SPR-TO-X (SPL-SPR-IX)   TO SPL-DET-TO
               MOVE SPACES                      TO SPL-DET-DAYS-X
           ELSE
               MOVE SPL-SPR-FROM (SPL-SPR-IX) TO SPL-BUS-FMT-NUM
               PERFORM 3300-FORMAT-BUS-DATE THRU 3300-EXIT
               MOVE SPL-BUS-FMT-OUT           TO SPL-DET-FROM
               MOVE SPL-SPR-TO (SPL-SPR-IX)   TO SPL-BUS-FMT-NUM
               PERFORM 3300-FORMAT-BUS-DATE THRU 3300-EXIT
               MOVE SPL-BUS-FMT-OUT           TO SPL-DET-TO
               MOVE SPL-SPR-DAYS (SPL-SPR-IX) TO SPL-DET-DAYS
           END-IF
           WRITE RPT-RECORD FROM SPL-DETAIL-LINE.
       3200-EXIT.
           EXIT.

      *=============================================================*
      *  3300-FORMAT-BUS-DATE                                        *
      *=============================================================*
       3300-FORMAT-BUS-DATE.
           MOVE SPACES TO SPL-BUS-FMT-OUT
           STRING SPL-BUS-FMT-MM   "/"
                  SPL-BUS-FMT-DD   "/"
                  SPL-BUS-FMT-YYYY
                  DELIMITED BY SIZE INTO SPL-BUS-FMT-OUT.
       3300-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM SPL-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM SPL-BLANK-LINE.
           WRITE RPT-RECORD FROM SPL-FOOTER-LINE.
           IF SPL-EXPIRING-SOON > ZERO
               OR SPL-IN-ERROR > ZERO
               OR SPL-KEY-NOTED > ZERO
               OR SPL-DATE-NOTED > ZERO
               OR SPL-NOT-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SPL-CAL-LOST > ZERO
               DISPLAY "SUPLIST: " SPL-CAL-LOST
                       " CALENDAR DATE(S) NOT HELD - DAY COUNTS MAY "
                       "INCLUDE A HOLIDAY"
           END-IF
           CLOSE SUPPRESS-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM SPL-TOTALS-HEADING.
           MOVE "SUPPRESSION RECORDS READ"         TO SPL-TOT-LABEL
           MOVE SPL-RECORDS-READ                   TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "ACTIVE ON THE RUN DATE"           TO SPL-TOT-LABEL
           MOVE SPL-ACTIVE                         TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "ACTIVE AND EXPIRING SOON"         TO SPL-TOT-LABEL
           MOVE SPL-EXPIRING-SOON                  TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "SCHEDULED TO START"               TO SPL-TOT-LABEL
           MOVE SPL-SCHEDULED                      TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "EXPIRED (NOT LISTED)"             TO SPL-TOT-LABEL
           MOVE SPL-EXPIRED                        TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "IN ERROR"                         TO SPL-TOT-LABEL
           MOVE SPL-IN-ERROR                       TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "KEY NOT ON THE UNIT MASTER"       TO SPL-TOT-LABEL
           MOVE SPL-KEY-NOTED                      TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "DATE NOT A REAL CALENDAR DATE"    TO SPL-TOT-LABEL
           MOVE SPL-DATE-NOTED                     TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
           MOVE "NOT LISTED - TABLE FULL"          TO SPL-TOT-LABEL
           MOVE SPL-NOT-HELD                       TO SPL-TOT-VALUE
           WRITE RPT-RECORD FROM SPL-TOTAL-LINE.
       9100-EXIT.
           EXIT.
