      *=============================================================*
      *  PROGRAM-ID  : THRCALIB                                      *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      MONTHLY BREAKPOINT CALIBRATION REPORT. READS THE        *
      *      ROLLED COUNT HISTORY MASTER, THE UNIT REFERENCE MASTER  *
      *      AND THE THRESHOLD-CONTROL FILE AND, FOR EVERY ACTIVE    *
      *      UNIT AND EVERY UNIT CLASS, PRINTS THE MEAN, PEAK,       *
      *      MEDIAN AND 90TH-PERCENTILE COUNT OVER THE DAYS HELD     *
      *      (UP TO 30) BESIDE THE WATCH/CRITICAL PAIR IN FORCE ON   *
      *      THE RUN DATE AND THE LEVEL THAT SUPPLIED IT - UNIT,     *
      *      CLASS OR GLOBAL, RESOLVED AS THE DAILY EVALUATION       *
      *      RESOLVES IT. A CLASS'S FIGURES POOL EVERY DAY HELD FOR  *
      *      EVERY ACTIVE UNIT CARRYING THAT CLASS.                   *
      *                                                               *
      *      A BREAKPOINT IS FLAGGED NEVER WHEN NO DAY HELD REACHED  *
      *      IT (WATCH) OR WENT PAST IT (CRITICAL), AND ALWAYS WHEN  *
      *      EVERY DAY HELD DID - EITHER WAY THE BAND IS NOT TELLING *
      *      THE DESK ANYTHING. A FLAGGED UNIT OR CLASS GETS A       *
      *      SUGGESTED REPLACEMENT PAIR WRITTEN IN THRESHOLD-CONTROL *
      *      LAYOUT (TYPE U OR C, UNDATED): WATCH AT THE 90TH        *
      *      PERCENTILE AND CRITICAL ONE BELOW THE PEAK, SO A       *
      *      TYPICAL MONTH SHOWS A FEW WATCH DAYS AND ONLY ITS WORST *
      *      DAY CRITICAL. THE SUGGESTIONS ARE A STARTING POINT FOR  *
      *      THE REVIEW: RUN THEM THROUGH THE SIMULATION JOB, THEN   *
      *      KEY THE ACCEPTED PAIRS AS THRESHOLD-CONTROL MAINTENANCE *
      *      TRANSACTIONS WITH THEIR EFFECTIVE-FROM DATES.            *
      *                                                               *
      *      FEWER THAN 10 DAYS HELD IS TOO SHORT A HISTORY TO JUDGE *
      *      - THE FIGURES PRINT BUT NOTHING IS FLAGGED OR           *
      *      SUGGESTED. HISTORY FOR A UNIT NOT ON THE UNIT MASTER,   *
      *      OR NO LONGER ACTIVE, IS PASSED OVER. RC=4 WHEN ANY      *
      *      SUGGESTION IS WRITTEN OR A WORK TABLE OVERFLOWS.         *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    THRCALIB.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT THRESHOLD-CONTROL-FILE ASSIGN TO THRESCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUGGESTION-FILE ASSIGN TO SUGGOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALIB-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  THRESHOLD-CONTROL-FILE
           RECORDING MODE IS F.
       01  TCTL-RECORD                PIC X(80).

       FD  SUGGESTION-FILE
           RECORDING MODE IS F.
       01  SUG-RECORD                 PIC X(80).

       FD  CALIB-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    THRESHOLD-CONTROL RECORD - EACH CONTROL RECORD IS READ  *
      *    INTO HERE, AND EACH SUGGESTION IS BUILT HERE AND        *
      *    WRITTEN FROM HERE.                                       *
      *-----------------------------------------------------------*
       COPY THRCTL.

      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  TCB-SWITCHES.
           05  TCB-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  TCB-EOF-YES                     VALUE "Y".
               88  TCB-EOF-NO                       VALUE "N".
           05  TCB-THR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCB-THR-EOF-YES                  VALUE "Y".
               88  TCB-THR-EOF-NO                    VALUE "N".
           05  TCB-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCB-URF-EOF-YES                  VALUE "Y".
               88  TCB-URF-EOF-NO                    VALUE "N".
           05  TCB-UNIT-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  TCB-UNIT-FOUND-YES               VALUE "Y".
               88  TCB-UNIT-FOUND-NO                 VALUE "N".
           05  TCB-SHIFT-SWITCH        PIC X(01)   VALUE "N".
               88  TCB-SHIFT-DONE                   VALUE "Y".
               88  TCB-SHIFT-MORE                    VALUE "N".

      *-----------------------------------------------------------*
      *    UNIT REFERENCE MASTER TABLE - LOADED ONCE AT            *
      *    INITIALIZATION. THE HISTORY FLAG MARKS EACH UNIT THE    *
      *    HISTORY MASTER CARRIED, FOR THE CLOSING COUNT OF ACTIVE *
      *    UNITS WITH NO HISTORY TO CALIBRATE.                      *
      *-----------------------------------------------------------*
       01  TCB-URF-TABLE.
           05  TCB-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TCB-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  TCB-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY TCB-URF-IX.
               10  TCB-URF-UNIT        PIC X(10).
               10  TCB-URF-CLASS       PIC X(04).
               10  TCB-URF-ACT-FLAG    PIC X(01).
                   88  TCB-URF-ACT                 VALUE "A".
               10  TCB-URF-HIST-FLAG   PIC X(01).
                   88  TCB-URF-HIST                VALUE "Y".

      *-----------------------------------------------------------*
      *    THRESHOLD OVERRIDE TABLES, AS IN THE DAILY EVALUATION.  *
      *    EVERY ENTRY CARRIES ITS NORMALIZED EFFECTIVE RANGE      *
      *    (BLANK FROM BECOMES ZERO, BLANK TO BECOMES ALL NINES)   *
      *    AND THE PAIR IN FORCE IS THE VERSION COVERING THE RUN   *
      *    DATE.                                                    *
      *-----------------------------------------------------------*
       01  TCB-GLOBAL-TABLE.
           05  TCB-GBL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCB-GBL-ENTRY           OCCURS 20 TIMES
                                       INDEXED BY TCB-GBL-IX.
               10  TCB-GBL-FROM        PIC 9(08).
               10  TCB-GBL-TO          PIC 9(08).
               10  TCB-GBL-WATCH       PIC 9(05).
               10  TCB-GBL-CRIT        PIC 9(05).

       01  TCB-CLASS-OVERRIDE-TABLE.
           05  TCB-CLS-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCB-CLS-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY TCB-CLS-IX.
               10  TCB-CLS-CODE        PIC X(04).
               10  TCB-CLS-FROM        PIC 9(08).
               10  TCB-CLS-TO          PIC 9(08).
               10  TCB-CLS-WATCH       PIC 9(05).
               10  TCB-CLS-CRIT        PIC 9(05).

       01  TCB-UNIT-OVERRIDE-TABLE.
           05  TCB-UNT-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TCB-UNT-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY TCB-UNT-IX.
               10  TCB-UNT-UNIT-ID     PIC X(10).
               10  TCB-UNT-FROM        PIC 9(08).
               10  TCB-UNT-TO          PIC 9(08).
               10  TCB-UNT-WATCH       PIC 9(05).
               10  TCB-UNT-CRIT        PIC 9(05).

       77  TCB-THR-EFF-FROM            PIC 9(08)   VALUE ZERO.
       77  TCB-THR-EFF-TO              PIC 9(08)   VALUE ZERO.
       01  TCB-EFF-EDIT-STATUS         PIC X(01)   VALUE "Y".
           88  TCB-EFF-DATES-GOOD                  VALUE "Y".
           88  TCB-EFF-DATES-BAD                   VALUE "N".

       77  TCB-ACTIVE-WATCH            PIC 9(05)   VALUE ZERO.
       77  TCB-ACTIVE-CRIT             PIC 9(05)   VALUE ZERO.
       77  TCB-CUR-LEVEL               PIC X(06)   VALUE SPACES.
       77  TCB-WATCH-BREAK             PIC 9(05)   VALUE 000004.
       77  TCB-CRITICAL-BREAK          PIC 9(05)   VALUE 000006.
      *    DEFAULTS ABOVE ARE A FAILSAFE ONLY - OVERLAID BY THE
      *    TYPE-G VERSION IN FORCE ON THE RUN DATE.

      *-----------------------------------------------------------*
      *    CLASS TABLE - ONE ENTRY PER CLASS CARRIED BY AN ACTIVE  *
      *    UNIT WITH HISTORY, IN FIRST-SEEN ORDER, WHICH IS ALSO   *
      *    THE ORDER THE CLASS SECTION PRINTS IN.                   *
      *-----------------------------------------------------------*
       01  TCB-CLASS-TABLE.
           05  TCB-CLT-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCB-CLT-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  TCB-CLT-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY TCB-CLT-IX.
               10  TCB-CLT-CODE        PIC X(04).
               10  TCB-CLT-UNITS       PIC 9(04)   COMP.

      *-----------------------------------------------------------*
      *    CLASS POOL - EVERY DAY HELD FOR EVERY CLASSED UNIT,     *
      *    TAGGED WITH ITS CLASS TABLE POSITION AND GATHERED BACK  *
      *    ONE CLASS AT A TIME AFTER THE LAST UNIT.                 *
      *-----------------------------------------------------------*
       01  TCB-POOL-TABLE.
           05  TCB-POL-TOTAL           PIC 9(05)   COMP VALUE ZERO.
           05  TCB-POL-LOST            PIC 9(07)   COMP VALUE ZERO.
           05  TCB-POL-ENTRY           OCCURS 15000 TIMES.
               10  TCB-POL-CLASS-NO    PIC 9(03)   COMP.
               10  TCB-POL-VALUE       PIC 9(05).

      *-----------------------------------------------------------*
      *    STATISTICS WORK TABLE - THE COUNTS OF ONE UNIT OR ONE   *
      *    CLASS, SORTED ASCENDING IN PLACE BEFORE THE MEDIAN AND  *
      *    PERCENTILE ARE PICKED OFF.                               *
      *-----------------------------------------------------------*
       01  TCB-SORT-TABLE.
           05  TCB-SRT-TOTAL           PIC 9(05)   COMP VALUE ZERO.
           05  TCB-SRT-VALUE           PIC 9(05)
                                       OCCURS 15000 TIMES.

       77  TCB-SORT-I                  PIC 9(05)   COMP VALUE ZERO.
       77  TCB-SORT-J                  PIC 9(05)   COMP VALUE ZERO.
       77  TCB-SORT-HOLD               PIC 9(05)   VALUE ZERO.
       77  TCB-DAY-IX                  PIC 9(02)   COMP VALUE ZERO.
       77  TCB-POOL-IX                 PIC 9(05)   COMP VALUE ZERO.
       77  TCB-CUR-CLASS-NO            PIC 9(03)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    FIGURES FOR THE UNIT OR CLASS IN HAND                    *
      *-----------------------------------------------------------*
       77  TCB-MIN-DAYS                PIC 9(02)   VALUE 10.
       77  TCB-STAT-SUM                PIC 9(11)   COMP VALUE ZERO.
       77  TCB-STAT-MEAN               PIC 9(05)   VALUE ZERO.
       77  TCB-STAT-MIN                PIC 9(05)   VALUE ZERO.
       77  TCB-STAT-PEAK               PIC 9(05)   VALUE ZERO.
       77  TCB-STAT-MEDIAN             PIC 9(05)   VALUE ZERO.
       77  TCB-STAT-P90                PIC 9(05)   VALUE ZERO.
       77  TCB-STAT-AT-WATCH           PIC 9(05)   COMP VALUE ZERO.
       77  TCB-STAT-OVER-CRIT          PIC 9(05)   COMP VALUE ZERO.
       77  TCB-STAT-HALF               PIC 9(05)   COMP VALUE ZERO.
       77  TCB-STAT-ODD                PIC 9(01)   COMP VALUE ZERO.
       77  TCB-STAT-RANK               PIC 9(05)   COMP VALUE ZERO.
       77  TCB-WATCH-FLAG              PIC X(06)   VALUE SPACES.
       77  TCB-CRIT-FLAG               PIC X(06)   VALUE SPACES.
       77  TCB-SUG-WATCH               PIC 9(05)   VALUE ZERO.
       77  TCB-SUG-CRIT                PIC 9(05)   VALUE ZERO.
       77  TCB-CUR-NOTE                PIC X(13)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       77  TCB-CUR-UNIT                PIC X(10)   VALUE SPACES.
       77  TCB-CUR-CLASS               PIC X(04)   VALUE SPACES.
       77  TCB-UNITS-EDIT              PIC ZZZZ9   VALUE ZERO.

       01  TCB-RUN-DATE-FIELDS.
           05  TCB-RUN-DATE-NUM        PIC 9(08).
           05  TCB-RUN-DATE-R REDEFINES TCB-RUN-DATE-NUM.
               10  TCB-RUN-YYYY        PIC 9(04).
               10  TCB-RUN-MM          PIC 9(02).
               10  TCB-RUN-DD          PIC 9(02).

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  TCB-HISTORY-READ            PIC 9(07)   COMP VALUE ZERO.
       77  TCB-HISTORY-SKIPPED         PIC 9(07)   COMP VALUE ZERO.
       77  TCB-UNITS-CALIBRATED        PIC 9(07)   COMP VALUE ZERO.
       77  TCB-UNITS-SHORT             PIC 9(07)   COMP VALUE ZERO.
       77  TCB-UNITS-FLAGGED           PIC 9(07)   COMP VALUE ZERO.
       77  TCB-CLASSES-CALIBRATED      PIC 9(07)   COMP VALUE ZERO.
       77  TCB-CLASSES-FLAGGED         PIC 9(07)   COMP VALUE ZERO.
       77  TCB-UNIT-SUGGESTIONS        PIC 9(07)   COMP VALUE ZERO.
       77  TCB-CLASS-SUGGESTIONS       PIC 9(07)   COMP VALUE ZERO.
       77  TCB-UNITS-NO-HISTORY        PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    CALIBRATION REPORT PRINT LINES                           *
      *-----------------------------------------------------------*
       01  TCB-HEADING-1.
           05  FILLER  PIC X(31) VALUE "BREAKPOINT CALIBRATION REPORT".
           05  FILLER                  PIC X(101)  VALUE SPACES.

       01  TCB-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  TCB-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(111)  VALUE SPACES.

       01  TCB-HEADING-3.
           05  FILLER  PIC X(40) VALUE
               "FIGURES OVER THE DAYS HELD (UP TO 30) - ".
           05  FILLER  PIC X(41) VALUE
               "PAIRS AND LEVELS IN FORCE ON THE RUN DATE".
           05  FILLER                  PIC X(51)   VALUE SPACES.

       01  TCB-UNIT-SECTION-HEADING.
           05  FILLER  PIC X(20) VALUE "UNIT CALIBRATION:".
           05  FILLER                  PIC X(112)  VALUE SPACES.

       01  TCB-CLASS-SECTION-HEADING.
           05  FILLER  PIC X(20) VALUE "CLASS CALIBRATION:".
           05  FILLER                  PIC X(112)  VALUE SPACES.

       01  TCB-COLUMN-HEADING.
           05  TCB-COL-KEY             PIC X(10)   VALUE "UNIT-ID".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-COL-SUB             PIC X(05)   VALUE "CLASS".
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "  DAYS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " MEAN".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " PEAK".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "  MED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "  P90".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "WATCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " CRIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "LEVEL".
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "AT WCH".
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "OV CRT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "WCH IS".
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "CRT IS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "SUG W".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "SUG C".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE "NOTE".

       01  TCB-DETAIL-LINE.
           05  TCB-DTL-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-SUB             PIC X(05).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  TCB-DTL-DAYS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-MEAN            PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-PEAK            PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-MEDIAN          PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-P90             PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-WATCH           PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-CRIT            PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-LEVEL           PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  TCB-DTL-AT-WATCH        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  TCB-DTL-OVER-CRIT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-WATCH-FLAG      PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  TCB-DTL-CRIT-FLAG       PIC X(06).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-SUG-WATCH       PIC ZZZZZ.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-SUG-CRIT        PIC ZZZZZ.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCB-DTL-NOTE            PIC X(13).

       01  TCB-TOTALS-HEADING.
           05  FILLER  PIC X(20) VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(112)  VALUE SPACES.

       01  TCB-TOTAL-LINE.
           05  TCB-TOT-LABEL           PIC X(35).
           05  TCB-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  TCB-NONE-LINE.
           05  FILLER  PIC X(30) VALUE "  (NONE)".
           05  FILLER                  PIC X(102)  VALUE SPACES.

       01  TCB-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  TCB-FOOTER-LINE.
           05  FILLER  PIC X(36)
               VALUE "*** END OF CALIBRATION REPORT ***".
           05  FILLER                  PIC X(96)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-UNIT THRU 2000-EXIT
               UNTIL TCB-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT TCB-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING TCB-RUN-MM   "/"
                  TCB-RUN-DD   "/"
                  TCB-RUN-YYYY
                  DELIMITED BY SIZE INTO TCB-HDG-RUN-DATE.
           OPEN INPUT THRESHOLD-CONTROL-FILE.
           PERFORM 1500-LOAD-THRESHOLD-CONTROL THRU 1500-EXIT
               UNTIL TCB-THR-EOF-YES.
           CLOSE THRESHOLD-CONTROL-FILE.
           PERFORM 1520-RESOLVE-RUN-GLOBAL THRU 1520-EXIT.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1600-LOAD-ONE-UNIT-REF THRU 1600-EXIT
               UNTIL TCB-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF TCB-URF-LOST > ZERO
               DISPLAY "THRCALIB: UNIT REFERENCE TABLE FULL - "
                       TCB-URF-LOST " UNIT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT SUGGESTION-FILE
                       CALIB-REPORT-FILE.
           WRITE RPT-RECORD FROM TCB-HEADING-1.
           WRITE RPT-RECORD FROM TCB-HEADING-2.
           WRITE RPT-RECORD FROM TCB-HEADING-3.
           WRITE RPT-RECORD FROM TCB-BLANK-LINE.
           WRITE RPT-RECORD FROM TCB-UNIT-SECTION-HEADING.
           WRITE RPT-RECORD FROM TCB-COLUMN-HEADING.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1500-LOAD-THRESHOLD-CONTROL                                 *
      *    TYPE G LOADS THE GLOBAL VERSION TABLE, TYPE C AND TYPE U *
      *    LOAD THE OVERRIDE TABLES, EACH ENTRY WITH ITS NORMALIZED *
      *    EFFECTIVE RANGE. OTHER TYPES, AND RECORDS WITH BAD       *
      *    BREAKPOINTS OR EFFECTIVE DATES, BELONG TO THE DAILY      *
      *    EVALUATION'S EDITS AND ARE PASSED OVER HERE.              *
      *=============================================================*
       1500-LOAD-THRESHOLD-CONTROL.
           READ THRESHOLD-CONTROL-FILE
               AT END
                   SET TCB-THR-EOF-YES TO TRUE
                   GO TO 1500-EXIT
           END-READ
           MOVE TCTL-RECORD TO THR-RECORD
           IF THR-WATCH-BREAK NOT NUMERIC
               OR THR-CRITICAL-BREAK NOT NUMERIC
               OR THR-WATCH-BREAK = ZEROES
               OR THR-CRITICAL-BREAK = ZEROES
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-EDIT-EFFECTIVE-DATES THRU 1510-EXIT
           IF TCB-EFF-DATES-BAD
               GO TO 1500-EXIT
           END-IF
           EVALUATE TRUE
               WHEN THR-TYPE-GLOBAL
                   IF TCB-GBL-TOTAL < 20
                       ADD 1 TO TCB-GBL-TOTAL
                       SET TCB-GBL-IX TO TCB-GBL-TOTAL
                       MOVE TCB-THR-EFF-FROM
                         TO TCB-GBL-FROM (TCB-GBL-IX)
                       MOVE TCB-THR-EFF-TO
                         TO TCB-GBL-TO (TCB-GBL-IX)
                       MOVE THR-WATCH-BREAK
                         TO TCB-GBL-WATCH (TCB-GBL-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO TCB-GBL-CRIT (TCB-GBL-IX)
                   END-IF
               WHEN THR-TYPE-CLASS
                   IF TCB-CLS-TOTAL < 50
                       ADD 1 TO TCB-CLS-TOTAL
                       SET TCB-CLS-IX TO TCB-CLS-TOTAL
                       MOVE THR-KEY (1:4)
                         TO TCB-CLS-CODE (TCB-CLS-IX)
                       MOVE TCB-THR-EFF-FROM
                         TO TCB-CLS-FROM (TCB-CLS-IX)
                       MOVE TCB-THR-EFF-TO
                         TO TCB-CLS-TO (TCB-CLS-IX)
                       MOVE THR-WATCH-BREAK
                         TO TCB-CLS-WATCH (TCB-CLS-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO TCB-CLS-CRIT (TCB-CLS-IX)
                   END-IF
               WHEN THR-TYPE-UNIT
                   IF TCB-UNT-TOTAL < 500
                       ADD 1 TO TCB-UNT-TOTAL
                       SET TCB-UNT-IX TO TCB-UNT-TOTAL
                       MOVE THR-KEY
                         TO TCB-UNT-UNIT-ID (TCB-UNT-IX)
                       MOVE TCB-THR-EFF-FROM
                         TO TCB-UNT-FROM (TCB-UNT-IX)
                       MOVE TCB-THR-EFF-TO
                         TO TCB-UNT-TO (TCB-UNT-IX)
                       MOVE THR-WATCH-BREAK
                         TO TCB-UNT-WATCH (TCB-UNT-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO TCB-UNT-CRIT (TCB-UNT-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1500-EXIT.
           EXIT.

      *=============================================================*
      *  1510-EDIT-EFFECTIVE-DATES                                   *
      *    NORMALIZES THE RECORD'S EFFECTIVE RANGE AS THE DAILY     *
      *    EVALUATION DOES - A BLANK OR ZERO FROM DATE BECOMES      *
      *    ZERO AND A BLANK OR ZERO TO DATE BECOMES ALL NINES.       *
      *=============================================================*
       1510-EDIT-EFFECTIVE-DATES.
           SET TCB-EFF-DATES-GOOD TO TRUE
           EVALUATE TRUE
               WHEN THR-EFFECTIVE-FROM-X = SPACES
                   MOVE ZERO TO TCB-THR-EFF-FROM
               WHEN THR-EFFECTIVE-FROM NUMERIC
                   MOVE THR-EFFECTIVE-FROM TO TCB-THR-EFF-FROM
               WHEN OTHER
                   SET TCB-EFF-DATES-BAD TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN THR-EFFECTIVE-TO-X = SPACES
                   MOVE 99999999 TO TCB-THR-EFF-TO
               WHEN THR-EFFECTIVE-TO NUMERIC
                   AND THR-EFFECTIVE-TO = ZEROES
                   MOVE 99999999 TO TCB-THR-EFF-TO
               WHEN THR-EFFECTIVE-TO NUMERIC
                   MOVE THR-EFFECTIVE-TO TO TCB-THR-EFF-TO
               WHEN OTHER
                   SET TCB-EFF-DATES-BAD TO TRUE
           END-EVALUATE
           IF TCB-EFF-DATES-GOOD
               AND TCB-THR-EFF-FROM > TCB-THR-EFF-TO
               SET TCB-EFF-DATES-BAD TO TRUE
           END-IF.
       1510-EXIT.
           EXIT.

      *=============================================================*
      *  1520-RESOLVE-RUN-GLOBAL                                     *
      *    THE TYPE-G VERSION IN FORCE ON THE RUN DATE IS THE       *
      *    GLOBAL PAIR EVERY UNIT AND CLASS WITHOUT AN OVERRIDE IS  *
      *    JUDGED BY. NO VERSION IN FORCE TODAY LEAVES THE          *
      *    COMPILED-IN DEFAULTS STANDING.                            *
      *=============================================================*
       1520-RESOLVE-RUN-GLOBAL.
           IF TCB-GBL-TOTAL = ZERO
               GO TO 1520-EXIT
           END-IF
           SET TCB-GBL-IX TO 1
           SEARCH TCB-GBL-ENTRY
               AT END
                   DISPLAY "THRCALIB: NO TYPE-G VERSION IN FORCE "
                           "FOR RUN DATE " TCB-RUN-DATE-NUM
                           " - USING DEFAULTS"
               WHEN TCB-GBL-IX > TCB-GBL-TOTAL
                   DISPLAY "THRCALIB: NO TYPE-G VERSION IN FORCE "
                           "FOR RUN DATE " TCB-RUN-DATE-NUM
                           " - USING DEFAULTS"
               WHEN TCB-GBL-FROM (TCB-GBL-IX) <= TCB-RUN-DATE-NUM
                   AND TCB-GBL-TO (TCB-GBL-IX) >= TCB-RUN-DATE-NUM
                   MOVE TCB-GBL-WATCH (TCB-GBL-IX)
                     TO TCB-WATCH-BREAK
                   MOVE TCB-GBL-CRIT (TCB-GBL-IX)
                     TO TCB-CRITICAL-BREAK
           END-SEARCH.
       1520-EXIT.
           EXIT.

      *=============================================================*
      *  1600-LOAD-ONE-UNIT-REF                                      *
      *=============================================================*
       1600-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET TCB-URF-EOF-YES TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF TCB-URF-TOTAL >= 500
               ADD 1 TO TCB-URF-LOST
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO TCB-URF-TOTAL
           SET TCB-URF-IX TO TCB-URF-TOTAL
           MOVE URF-UNIT-ID     TO TCB-URF-UNIT (TCB-URF-IX)
           MOVE URF-UNIT-CLASS  TO TCB-URF-CLASS (TCB-URF-IX)
           MOVE URF-ACTIVE-FLAG TO TCB-URF-ACT-FLAG (TCB-URF-IX)
           MOVE SPACE           TO TCB-URF-HIST-FLAG (TCB-URF-IX).
       1600-EXIT.
           EXIT.

      *=============================================================*
      *  2000-PROCESS-UNIT                                           *
      *    ONE HISTORY RECORD IS ONE UNIT. ITS DAYS ARE TABLED FOR  *
      *    THE UNIT'S OWN FIGURES AND POOLED UNDER ITS CLASS.        *
      *=============================================================*
       2000-PROCESS-UNIT.
           ADD 1 TO TCB-HISTORY-READ
           MOVE HST-UNIT-ID TO TCB-CUR-UNIT
           PERFORM 2200-LOOK-UP-UNIT THRU 2200-EXIT
           IF TCB-UNIT-FOUND-NO
               ADD 1 TO TCB-HISTORY-SKIPPED
               GO TO 2000-NEXT
           END-IF
           IF HST-DAYS-HELD NOT NUMERIC
               OR HST-DAYS-HELD > 30
               DISPLAY "THRCALIB: BAD DAYS-HELD ON HISTORY FOR "
                       TCB-CUR-UNIT " - UNIT PASSED OVER"
               ADD 1 TO TCB-HISTORY-SKIPPED
               GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO TCB-CUR-CLASS-NO
           IF TCB-CUR-CLASS NOT = SPACES
               AND HST-DAYS-HELD > ZERO
               PERFORM 2500-FIND-CLASS THRU 2500-EXIT
           END-IF
           MOVE ZERO TO TCB-SRT-TOTAL
                        TCB-STAT-SUM
           PERFORM 2300-LOAD-ONE-DAY THRU 2300-EXIT
               VARYING TCB-DAY-IX FROM 1 BY 1
               UNTIL TCB-DAY-IX > HST-DAYS-HELD.
           PERFORM 3000-RESOLVE-UNIT-PAIR THRU 3000-EXIT
           PERFORM 5000-COMPUTE-STATISTICS THRU 5000-EXIT
           ADD 1 TO TCB-UNITS-CALIBRATED
           IF TCB-SRT-TOTAL < TCB-MIN-DAYS
               ADD 1 TO TCB-UNITS-SHORT
           END-IF
           IF TCB-WATCH-FLAG = "NEVER" OR "ALWAYS"
               OR TCB-CRIT-FLAG = "NEVER" OR "ALWAYS"
               ADD 1 TO TCB-UNITS-FLAGGED
               PERFORM 6000-BUILD-SUGGESTION THRU 6000-EXIT
               IF TCB-CUR-LEVEL = "UNIT"
                   MOVE "REPLACEMENT" TO TCB-CUR-NOTE
               ELSE
                   MOVE "NEW OVERRIDE" TO TCB-CUR-NOTE
               END-IF
               MOVE SPACES          TO THR-RECORD
               MOVE "U"             TO THR-RECORD-TYPE
               MOVE TCB-CUR-UNIT    TO THR-KEY
               PERFORM 6100-WRITE-SUGGESTION THRU 6100-EXIT
               ADD 1 TO TCB-UNIT-SUGGESTIONS
           END-IF
           MOVE TCB-CUR-UNIT  TO TCB-DTL-KEY
           MOVE TCB-CUR-CLASS TO TCB-DTL-SUB
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-READ-HISTORY                                           *
      *=============================================================*
       2100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET TCB-EOF-YES TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-LOOK-UP-UNIT                                           *
      *    ONLY ACTIVE MASTER UNITS ARE CALIBRATED - A RETIRED      *
      *    UNIT'S HISTORY IS STILL ROLLING OFF AND SAYS NOTHING     *
      *    ABOUT THE BREAKPOINTS IT WILL MEET.                       *
      *=============================================================*
       2200-LOOK-UP-UNIT.
           SET TCB-UNIT-FOUND-NO TO TRUE
           MOVE SPACES TO TCB-CUR-CLASS
           IF TCB-URF-TOTAL = ZERO
               GO TO 2200-EXIT
           END-IF
           SET TCB-URF-IX TO 1
           SEARCH TCB-URF-ENTRY
               AT END
                   CONTINUE
               WHEN TCB-URF-IX > TCB-URF-TOTAL
                   CONTINUE
               WHEN TCB-URF-UNIT (TCB-URF-IX) = TCB-CUR-UNIT
                   MOVE "Y" TO TCB-URF-HIST-FLAG (TCB-URF-IX)
                   IF TCB-URF-ACT (TCB-URF-IX)
                       SET TCB-UNIT-FOUND-YES TO TRUE
                       MOVE TCB-URF-CLASS (TCB-URF-IX)
                         TO TCB-CUR-CLASS
                   END-IF
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-LOAD-ONE-DAY                                           *
      *=============================================================*
       2300-LOAD-ONE-DAY.
           IF HST-DAY-COUNT (TCB-DAY-IX) NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO TCB-SRT-TOTAL
           MOVE HST-DAY-COUNT (TCB-DAY-IX)
             TO TCB-SRT-VALUE (TCB-SRT-TOTAL)
           ADD HST-DAY-COUNT (TCB-DAY-IX) TO TCB-STAT-SUM
           IF TCB-CUR-CLASS-NO = ZERO
               GO TO 2300-EXIT
           END-IF
           IF TCB-POL-TOTAL >= 15000
               ADD 1 TO TCB-POL-LOST
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO TCB-POL-TOTAL
           MOVE TCB-CUR-CLASS-NO
             TO TCB-POL-CLASS-NO (TCB-POL-TOTAL)
           MOVE HST-DAY-COUNT (TCB-DAY-IX)
             TO TCB-POL-VALUE (TCB-POL-TOTAL).
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2500-FIND-CLASS                                             *
      *    FINDS OR ADDS THE UNIT'S CLASS AND LEAVES ITS TABLE      *
      *    POSITION IN TCB-CUR-CLASS-NO (ZERO WHEN THE TABLE IS     *
      *    FULL, SO THE UNIT'S DAYS ARE NOT POOLED).                 *
      *=============================================================*
       2500-FIND-CLASS.
           IF TCB-CLT-TOTAL > ZERO
               SET TCB-CLT-IX TO 1
               SEARCH TCB-CLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCB-CLT-IX > TCB-CLT-TOTAL
                       CONTINUE
                   WHEN TCB-CLT-CODE (TCB-CLT-IX) = TCB-CUR-CLASS
                       ADD 1 TO TCB-CLT-UNITS (TCB-CLT-IX)
                       SET TCB-CUR-CLASS-NO TO TCB-CLT-IX
                       GO TO 2500-EXIT
               END-SEARCH
           END-IF
           IF TCB-CLT-TOTAL >= 50
               ADD 1 TO TCB-CLT-LOST
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO TCB-CLT-TOTAL
           SET TCB-CLT-IX TO TCB-CLT-TOTAL
           MOVE TCB-CUR-CLASS TO TCB-CLT-CODE (TCB-CLT-IX)
           MOVE 1             TO TCB-CLT-UNITS (TCB-CLT-IX)
           SET TCB-CUR-CLASS-NO TO TCB-CLT-IX.
       2500-EXIT.
           EXIT.

      *=============================================================*
      *  3000-RESOLVE-UNIT-PAIR                                      *
      *    THE TYPE-U VERSION IN FORCE ON THE RUN DATE, ELSE THE    *
      *    CLASS OR GLOBAL PAIR FROM 3100.                           *
      *=============================================================*
       3000-RESOLVE-UNIT-PAIR.
           IF TCB-UNT-TOTAL > ZERO
               SET TCB-UNT-IX TO 1
               SEARCH TCB-UNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCB-UNT-IX > TCB-UNT-TOTAL
                       CONTINUE
                   WHEN TCB-UNT-UNIT-ID (TCB-UNT-IX) = TCB-CUR-UNIT
                       AND TCB-UNT-FROM (TCB-UNT-IX)
                             <= TCB-RUN-DATE-NUM
                       AND TCB-UNT-TO (TCB-UNT-IX)
                             >= TCB-RUN-DATE-NUM
                       MOVE TCB-UNT-WATCH (TCB-UNT-IX)
                         TO TCB-ACTIVE-WATCH
                       MOVE TCB-UNT-CRIT (TCB-UNT-IX)
                         TO TCB-ACTIVE-CRIT
                       MOVE "UNIT" TO TCB-CUR-LEVEL
                       GO TO 3000-EXIT
               END-SEARCH
           END-IF
           PERFORM 3100-RESOLVE-CLASS-PAIR THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  3100-RESOLVE-CLASS-PAIR                                     *
      *    THE TYPE-C VERSION IN FORCE ON THE RUN DATE FOR          *
      *    TCB-CUR-CLASS, ELSE THE RUN-DATE GLOBAL PAIR.             *
      *=============================================================*
       3100-RESOLVE-CLASS-PAIR.
           IF TCB-CUR-CLASS NOT = SPACES
               AND TCB-CLS-TOTAL > ZERO
               SET TCB-CLS-IX TO 1
               SEARCH TCB-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCB-CLS-IX > TCB-CLS-TOTAL
                       CONTINUE
                   WHEN TCB-CLS-CODE (TCB-CLS-IX) = TCB-CUR-CLASS
                       AND TCB-CLS-FROM (TCB-CLS-IX)
                             <= TCB-RUN-DATE-NUM
                       AND TCB-CLS-TO (TCB-CLS-IX)
                             >= TCB-RUN-DATE-NUM
                       MOVE TCB-CLS-WATCH (TCB-CLS-IX)
                         TO TCB-ACTIVE-WATCH
                       MOVE TCB-CLS-CRIT (TCB-CLS-IX)
                         TO TCB-ACTIVE-CRIT
                       MOVE "CLASS" TO TCB-CUR-LEVEL
                       GO TO 3100-EXIT
               END-SEARCH
           END-IF
           MOVE TCB-WATCH-BREAK    TO TCB-ACTIVE-WATCH
           MOVE TCB-CRITICAL-BREAK TO TCB-ACTIVE-CRIT
           MOVE "GLOBAL"           TO TCB-CUR-LEVEL.
       3100-EXIT.
           EXIT.

      *=============================================================*
      *  5000-COMPUTE-STATISTICS                                     *
      *    SORTS THE TABLED COUNTS ASCENDING AND PICKS OFF THE      *
      *    FIGURES. THE MEDIAN OF AN EVEN NUMBER OF DAYS IS THE     *
      *    MEAN OF THE MIDDLE TWO; THE 90TH PERCENTILE IS THE       *
      *    NEAREST-RANK VALUE (THE DAY AT RANK 0.9 X DAYS, ROUNDED  *
      *    UP). THEN TALLIES THE DAYS AT OR OVER EACH BREAKPOINT    *
      *    AND SETS THE FLAGS.                                       *
      *=============================================================*
       5000-COMPUTE-STATISTICS.
           MOVE ZERO   TO TCB-STAT-MEAN
                          TCB-STAT-MIN
                          TCB-STAT-PEAK
                          TCB-STAT-MEDIAN
                          TCB-STAT-P90
                          TCB-STAT-AT-WATCH
                          TCB-STAT-OVER-CRIT
                          TCB-SUG-WATCH
                          TCB-SUG-CRIT
           MOVE "-"    TO TCB-WATCH-FLAG
                          TCB-CRIT-FLAG
           MOVE SPACES TO TCB-CUR-NOTE
           IF TCB-SRT-TOTAL = ZERO
               MOVE "NO HISTORY" TO TCB-CUR-NOTE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-INSERT-ONE THRU 5100-EXIT
               VARYING TCB-SORT-I FROM 2 BY 1
               UNTIL TCB-SORT-I > TCB-SRT-TOTAL.
           MOVE TCB-SRT-VALUE (1)             TO TCB-STAT-MIN
           MOVE TCB-SRT-VALUE (TCB-SRT-TOTAL) TO TCB-STAT-PEAK
           COMPUTE TCB-STAT-MEAN ROUNDED
               = TCB-STAT-SUM / TCB-SRT-TOTAL
           DIVIDE TCB-SRT-TOTAL BY 2 GIVING TCB-STAT-HALF
               REMAINDER TCB-STAT-ODD
           IF TCB-STAT-ODD = 1
               MOVE TCB-SRT-VALUE (TCB-STAT-HALF + 1)
                 TO TCB-STAT-MEDIAN
           ELSE
               COMPUTE TCB-STAT-MEDIAN ROUNDED
                   = (TCB-SRT-VALUE (TCB-STAT-HALF)
                    + TCB-SRT-VALUE (TCB-STAT-HALF + 1)) / 2
           END-IF
           COMPUTE TCB-STAT-RANK = (TCB-SRT-TOTAL * 9 + 9) / 10
           MOVE TCB-SRT-VALUE (TCB-STAT-RANK) TO TCB-STAT-P90
           PERFORM 5200-TALLY-ONE THRU 5200-EXIT
               VARYING TCB-SORT-I FROM 1 BY 1
               UNTIL TCB-SORT-I > TCB-SRT-TOTAL.
           IF TCB-SRT-TOTAL < TCB-MIN-DAYS
               MOVE "SHORT HISTORY" TO TCB-CUR-NOTE
               GO TO 5000-EXIT
           END-IF
           MOVE "OK" TO TCB-WATCH-FLAG
                        TCB-CRIT-FLAG
           IF TCB-STAT-PEAK < TCB-ACTIVE-WATCH
               MOVE "NEVER" TO TCB-WATCH-FLAG
           END-IF
           IF TCB-STAT-MIN >= TCB-ACTIVE-WATCH
               MOVE "ALWAYS" TO TCB-WATCH-FLAG
           END-IF
           IF TCB-STAT-PEAK NOT > TCB-ACTIVE-CRIT
               MOVE "NEVER" TO TCB-CRIT-FLAG
           END-IF
           IF TCB-STAT-MIN > TCB-ACTIVE-CRIT
               MOVE "ALWAYS" TO TCB-CRIT-FLAG
           END-IF.
       5000-EXIT.
           EXIT.

      *=============================================================*
      *  5100-INSERT-ONE                                             *
      *    STRAIGHT INSERTION: VALUE I IS HELD, THE LARGER VALUES   *
      *    AHEAD OF IT SHIFT UP ONE, AND IT DROPS INTO THE GAP.      *
      *=============================================================*
       5100-INSERT-ONE.
           MOVE TCB-SRT-VALUE (TCB-SORT-I) TO TCB-SORT-HOLD
           MOVE TCB-SORT-I TO TCB-SORT-J
           SET TCB-SHIFT-MORE TO TRUE
           PERFORM 5110-SHIFT-ONE THRU 5110-EXIT
               UNTIL TCB-SHIFT-DONE.
           MOVE TCB-SORT-HOLD TO TCB-SRT-VALUE (TCB-SORT-J).
       5100-EXIT.
           EXIT.

      *=============================================================*
      *  5110-SHIFT-ONE                                              *
      *=============================================================*
       5110-SHIFT-ONE.
           IF TCB-SORT-J = 1
               SET TCB-SHIFT-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF
           IF TCB-SRT-VALUE (TCB-SORT-J - 1) NOT > TCB-SORT-HOLD
               SET TCB-SHIFT-DONE TO TRUE
               GO TO 5110-EXIT
           END-IF
           MOVE TCB-SRT-VALUE (TCB-SORT-J - 1)
             TO TCB-SRT-VALUE (TCB-SORT-J)
           SUBTRACT 1 FROM TCB-SORT-J.
       5110-EXIT.
           EXIT.

      *=============================================================*
      *  5200-TALLY-ONE                                              *
      *    SAME TIER RULE AS THE DAILY EVALUATION: WATCH AT OR      *
      *    OVER THE WATCH BREAK, CRITICAL OVER THE CRITICAL BREAK.   *
      *=============================================================*
       5200-TALLY-ONE.
           IF TCB-SRT-VALUE (TCB-SORT-I) >= TCB-ACTIVE-WATCH
               ADD 1 TO TCB-STAT-AT-WATCH
           END-IF
           IF TCB-SRT-VALUE (TCB-SORT-I) > TCB-ACTIVE-CRIT
               ADD 1 TO TCB-STAT-OVER-CRIT
           END-IF.
       5200-EXIT.
           EXIT.

      *=============================================================*
      *  6000-BUILD-SUGGESTION                                       *
      *    WATCH AT THE 90TH PERCENTILE, CRITICAL ONE BELOW THE     *
      *    PEAK SO THE WORST DAY HELD WOULD HAVE GONE CRITICAL.     *
      *    THE PAIR IS KEPT LEGAL FOR THE CONTROL FILE: WATCH AT    *
      *    LEAST 1 AND CRITICAL ABOVE WATCH.                         *
      *=============================================================*
       6000-BUILD-SUGGESTION.
           MOVE TCB-STAT-P90 TO TCB-SUG-WATCH
           IF TCB-SUG-WATCH = ZERO
               MOVE 1 TO TCB-SUG-WATCH
           END-IF
           IF TCB-STAT-PEAK > ZERO
               COMPUTE TCB-SUG-CRIT = TCB-STAT-PEAK - 1
           ELSE
               MOVE ZERO TO TCB-SUG-CRIT
           END-IF
           IF TCB-SUG-CRIT NOT > TCB-SUG-WATCH
               COMPUTE TCB-SUG-CRIT = TCB-SUG-WATCH + 1
           END-IF.
       6000-EXIT.
           EXIT.

      *=============================================================*
      *  6100-WRITE-SUGGESTION                                       *
      *    THR-RECORD ARRIVES WITH ITS TYPE AND KEY SET. THE LIMIT  *
      *    FIELDS ARE ZERO AND THE EFFECTIVE DATES BLANK - THE      *
      *    DATES ARE SET WHEN AN ACCEPTED PAIR IS KEYED AS A        *
      *    MAINTENANCE TRANSACTION.                                  *
      *=============================================================*
       6100-WRITE-SUGGESTION.
           MOVE TCB-SUG-WATCH TO THR-WATCH-BREAK
           MOVE TCB-SUG-CRIT  TO THR-CRITICAL-BREAK
           MOVE ZERO          TO THR-CRITICAL-LIMIT
                                 THR-STALE-LIMIT
           MOVE SPACES        TO THR-EFFECTIVE-FROM-X
                                 THR-EFFECTIVE-TO-X
           WRITE SUG-RECORD FROM THR-RECORD.
       6100-EXIT.
           EXIT.

      *=============================================================*
      *  7000-PRINT-DETAIL                                           *
      *    KEY AND SUB COLUMNS ARRIVE SET BY THE CALLER.             *
      *=============================================================*
       7000-PRINT-DETAIL.
           MOVE TCB-SRT-TOTAL      TO TCB-DTL-DAYS
           MOVE TCB-STAT-MEAN      TO TCB-DTL-MEAN
           MOVE TCB-STAT-PEAK      TO TCB-DTL-PEAK
           MOVE TCB-STAT-MEDIAN    TO TCB-DTL-MEDIAN
           MOVE TCB-STAT-P90       TO TCB-DTL-P90
           MOVE TCB-ACTIVE-WATCH   TO TCB-DTL-WATCH
           MOVE TCB-ACTIVE-CRIT    TO TCB-DTL-CRIT
           MOVE TCB-CUR-LEVEL      TO TCB-DTL-LEVEL
           MOVE TCB-STAT-AT-WATCH  TO TCB-DTL-AT-WATCH
           MOVE TCB-STAT-OVER-CRIT TO TCB-DTL-OVER-CRIT
           MOVE TCB-WATCH-FLAG     TO TCB-DTL-WATCH-FLAG
           MOVE TCB-CRIT-FLAG      TO TCB-DTL-CRIT-FLAG
           MOVE TCB-SUG-WATCH      TO TCB-DTL-SUG-WATCH
           MOVE TCB-SUG-CRIT       TO TCB-DTL-SUG-CRIT
           MOVE TCB-CUR-NOTE       TO TCB-DTL-NOTE
           WRITE RPT-RECORD FROM TCB-DETAIL-LINE.
       7000-EXIT.
           EXIT.

      *=============================================================*
      *  8000-CALIBRATE-ONE-CLASS                                    *
      *    GATHERS THE CLASS'S POOLED DAYS AND JUDGES THEM AGAINST  *
      *    THE CLASS PAIR IN FORCE (THE GLOBAL PAIR WHEN THE CLASS  *
      *    HAS NO OVERRIDE).                                         *
      *=============================================================*
       8000-CALIBRATE-ONE-CLASS.
           MOVE TCB-CLT-CODE (TCB-CLT-IX) TO TCB-CUR-CLASS
           SET TCB-CUR-CLASS-NO TO TCB-CLT-IX
           MOVE ZERO TO TCB-SRT-TOTAL
                        TCB-STAT-SUM
           PERFORM 8100-GATHER-ONE-DAY THRU 8100-EXIT
               VARYING TCB-POOL-IX FROM 1 BY 1
               UNTIL TCB-POOL-IX > TCB-POL-TOTAL.
           PERFORM 3100-RESOLVE-CLASS-PAIR THRU 3100-EXIT
           PERFORM 5000-COMPUTE-STATISTICS THRU 5000-EXIT
           ADD 1 TO TCB-CLASSES-CALIBRATED
           IF TCB-WATCH-FLAG = "NEVER" OR "ALWAYS"
               OR TCB-CRIT-FLAG = "NEVER" OR "ALWAYS"
               ADD 1 TO TCB-CLASSES-FLAGGED
               PERFORM 6000-BUILD-SUGGESTION THRU 6000-EXIT
               IF TCB-CUR-LEVEL = "CLASS"
                   MOVE "REPLACEMENT" TO TCB-CUR-NOTE
               ELSE
                   MOVE "NEW OVERRIDE" TO TCB-CUR-NOTE
               END-IF
               MOVE SPACES          TO THR-RECORD
               MOVE "C"             TO THR-RECORD-TYPE
               MOVE TCB-CUR-CLASS   TO THR-KEY
               PERFORM 6100-WRITE-SUGGESTION THRU 6100-EXIT
               ADD 1 TO TCB-CLASS-SUGGESTIONS
           END-IF
           MOVE TCB-CUR-CLASS             TO TCB-DTL-KEY
           MOVE TCB-CLT-UNITS (TCB-CLT-IX) TO TCB-UNITS-EDIT
           MOVE TCB-UNITS-EDIT            TO TCB-DTL-SUB
           PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
       8000-EXIT.
           EXIT.

      *=============================================================*
      *  8100-GATHER-ONE-DAY                                         *
      *=============================================================*
       8100-GATHER-ONE-DAY.
           IF TCB-POL-CLASS-NO (TCB-POOL-IX) NOT = TCB-CUR-CLASS-NO
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO TCB-SRT-TOTAL
           MOVE TCB-POL-VALUE (TCB-POOL-IX)
             TO TCB-SRT-VALUE (TCB-SRT-TOTAL)
           ADD TCB-POL-VALUE (TCB-POOL-IX) TO TCB-STAT-SUM.
       8100-EXIT.
           EXIT.

      *=============================================================*
      *  8500-COUNT-NO-HISTORY                                       *
      *=============================================================*
       8500-COUNT-NO-HISTORY.
           IF TCB-URF-ACT (TCB-URF-IX)
               AND NOT TCB-URF-HIST (TCB-URF-IX)
               ADD 1 TO TCB-UNITS-NO-HISTORY
           END-IF.
       8500-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           IF TCB-UNITS-CALIBRATED = ZERO
               WRITE RPT-RECORD FROM TCB-NONE-LINE
           END-IF
           WRITE RPT-RECORD FROM TCB-BLANK-LINE.
           WRITE RPT-RECORD FROM TCB-CLASS-SECTION-HEADING.
           MOVE "CLASS"   TO TCB-COL-KEY
           MOVE "UNITS"   TO TCB-COL-SUB
           WRITE RPT-RECORD FROM TCB-COLUMN-HEADING.
           PERFORM 8000-CALIBRATE-ONE-CLASS THRU 8000-EXIT
               VARYING TCB-CLT-IX FROM 1 BY 1
               UNTIL TCB-CLT-IX > TCB-CLT-TOTAL.
           IF TCB-CLT-TOTAL = ZERO
               WRITE RPT-RECORD FROM TCB-NONE-LINE
           END-IF
           PERFORM 8500-COUNT-NO-HISTORY THRU 8500-EXIT
               VARYING TCB-URF-IX FROM 1 BY 1
               UNTIL TCB-URF-IX > TCB-URF-TOTAL.
           IF TCB-CLT-LOST > ZERO
               DISPLAY "THRCALIB: CLASS TABLE FULL - " TCB-CLT-LOST
                       " UNIT(S) NOT POOLED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TCB-POL-LOST > ZERO
               DISPLAY "THRCALIB: CLASS POOL FULL - " TCB-POL-LOST
                       " DAY(S) NOT POOLED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TCB-UNIT-SUGGESTIONS > ZERO
               OR TCB-CLASS-SUGGESTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM TCB-BLANK-LINE.
           WRITE RPT-RECORD FROM TCB-FOOTER-LINE.
           CLOSE HISTORY-FILE
                 SUGGESTION-FILE
                 CALIB-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM TCB-BLANK-LINE.
           WRITE RPT-RECORD FROM TCB-TOTALS-HEADING.
           MOVE "HISTORY RECORDS READ"        TO TCB-TOT-LABEL
           MOVE TCB-HISTORY-READ              TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "HISTORY PASSED OVER"         TO TCB-TOT-LABEL
           MOVE TCB-HISTORY-SKIPPED           TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "UNITS CALIBRATED"            TO TCB-TOT-LABEL
           MOVE TCB-UNITS-CALIBRATED          TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "UNITS WITH SHORT HISTORY"    TO TCB-TOT-LABEL
           MOVE TCB-UNITS-SHORT               TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "UNITS FLAGGED"               TO TCB-TOT-LABEL
           MOVE TCB-UNITS-FLAGGED             TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "ACTIVE UNITS WITH NO HISTORY" TO TCB-TOT-LABEL
           MOVE TCB-UNITS-NO-HISTORY          TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "CLASSES CALIBRATED"          TO TCB-TOT-LABEL
           MOVE TCB-CLASSES-CALIBRATED        TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "CLASSES FLAGGED"             TO TCB-TOT-LABEL
           MOVE TCB-CLASSES-FLAGGED           TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "UNIT SUGGESTIONS WRITTEN"    TO TCB-TOT-LABEL
           MOVE TCB-UNIT-SUGGESTIONS          TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
           MOVE "CLASS SUGGESTIONS WRITTEN"   TO TCB-TOT-LABEL
           MOVE TCB-CLASS-SUGGESTIONS         TO TCB-TOT-VALUE
           WRITE RPT-RECORD FROM TCB-TOTAL-LINE.
       9100-EXIT.
           EXIT.
