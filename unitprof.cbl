      *=============================================================*
      *  PROGRAM-ID  : UNITPROF                                      *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      UNIT PROFILE (DOSSIER) REPORT. ANSWERS EACH REQUEST     *
      *      RECORD (UNIT-ID, AND OPTIONALLY AN INCLUSIVE DATE       *
      *      WINDOW, IN THE AUDIT INQUIRY REQUEST LAYOUT) WITH ONE   *
      *      SECTION OF THE REPORT PER UNIT, STARTING ON ITS OWN     *
      *      BOXED HEADING, HOLDING EVERYTHING THE DESK IS ASKED     *
      *      WHEN A DEPARTMENT CALLS ABOUT THE UNIT:                 *
      *        - THE UNIT REFERENCE MASTER ENTRY AND CLASS;          *
      *        - THE BREAKPOINT PAIR IN FORCE ON THE RUN DATE, THE   *
      *          LEVEL THAT SUPPLIED IT (UNIT, CLASS OR GLOBAL) AND  *
      *          THAT VERSION'S EFFECTIVE RANGE;                     *
      *        - EVERY DAY IN THE WINDOW HELD ON THE 30-DAY HISTORY  *
      *          MASTER WITH ITS TIER. THE TIER IS THE ONE THE AUDIT *
      *          STORE RECORDS FOR THE DAY (THE LATEST DECISION      *
      *          THAT IS NOT SUPERSEDED); A DAY ALREADY ARCHIVED OUT *
      *          OF THE STORE IS JUDGED AGAINST THE PAIR IN FORCE    *
      *          THAT DAY AND MARKED DERIVED;                         *
      *        - EVERY CRITICAL EXTRACT AND CANCEL IN THE WINDOW     *
      *          WITH ITS ACKNOWLEDGMENT, IF ANY, AND THE TURNAROUND *
      *          IN BUSINESS DAYS - OR, UNACKNOWLEDGED, ITS AGE;     *
      *        - EVERY OPEN (UNREPAIRED) SUSPENSE ITEM WITH ITS AGE  *
      *          IN BUSINESS DAYS.                                    *
      *      A BLANK FROM DATE DEFAULTS TO THE OLDEST DAY HELD ON    *
      *      THE HISTORY (THE RUN DATE WHEN THERE IS NONE) AND A     *
      *      BLANK TO DATE TO THE RUN DATE. BUSINESS DAYS SKIP       *
      *      WEEKENDS AND //CALENDAR DATES, AS EVERYWHERE ELSE.      *
      *      RC=4 WHEN ANY REQUEST IS IN ERROR OR NAMES A UNIT NOT   *
      *      ON THE UNIT REFERENCE MASTER.                            *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UNITPROF.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO PROFREQS
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT THRESHOLD-CONTROL-FILE ASSIGN TO THRESCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO HISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-IN-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFILE-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       COPY INQREQ.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  THRESHOLD-CONTROL-FILE
           RECORDING MODE IS F.
       01  TCTL-RECORD                PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  AUDIT-IN-FILE.
       COPY AUDREC.

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       COPY EXTREC.

       FD  ACK-IN-FILE
           RECORDING MODE IS F.
       COPY ACKREC.

       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F.
       COPY SUSREC.

       FD  PROFILE-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    THRESHOLD-CONTROL RECORD - EACH CONTROL RECORD IS READ  *
      *    INTO HERE FOR THE OVERRIDE TABLES.                       *
      *-----------------------------------------------------------*
       COPY THRCTL.

      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  UPF-SWITCHES.
           05  UPF-REQ-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-REQ-EOF-YES                 VALUE "Y".
               88  UPF-REQ-EOF-NO                   VALUE "N".
           05  UPF-THR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-THR-EOF-YES                  VALUE "Y".
               88  UPF-THR-EOF-NO                    VALUE "N".
           05  UPF-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-URF-EOF-YES                  VALUE "Y".
               88  UPF-URF-EOF-NO                    VALUE "N".
           05  UPF-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-CAL-EOF-YES                  VALUE "Y".
               88  UPF-CAL-EOF-NO                    VALUE "N".
           05  UPF-HST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-HST-EOF-YES                  VALUE "Y".
               88  UPF-HST-EOF-NO                    VALUE "N".
           05  UPF-AUD-END-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-AUD-END-YES                  VALUE "Y".
               88  UPF-AUD-END-NO                    VALUE "N".
           05  UPF-EXT-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-EXT-EOF-YES                  VALUE "Y".
               88  UPF-EXT-EOF-NO                    VALUE "N".
           05  UPF-ACK-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-ACK-EOF-YES                  VALUE "Y".
               88  UPF-ACK-EOF-NO                    VALUE "N".
           05  UPF-SUS-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  UPF-SUS-EOF-YES                  VALUE "Y".
               88  UPF-SUS-EOF-NO                    VALUE "N".
           05  UPF-URF-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  UPF-URF-FOUND-YES                VALUE "Y".
               88  UPF-URF-FOUND-NO                  VALUE "N".
           05  UPF-HST-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  UPF-HST-FOUND-YES                VALUE "Y".
               88  UPF-HST-FOUND-NO                  VALUE "N".
           05  UPF-DUP-SWITCH          PIC X(01)   VALUE "N".
               88  UPF-DUP-YES                      VALUE "Y".
               88  UPF-DUP-NO                        VALUE "N".

      *-----------------------------------------------------------*
      *    UNIT REFERENCE MASTER TABLE - LOADED ONCE AT            *
      *    INITIALIZATION.                                          *
      *-----------------------------------------------------------*
       01  UPF-URF-TABLE.
           05  UPF-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  UPF-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  UPF-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY UPF-URF-IX.
               10  UPF-URF-UNIT        PIC X(10).
               10  UPF-URF-NAME        PIC X(25).
               10  UPF-URF-DEPT        PIC X(15).
               10  UPF-URF-CONTACT     PIC X(20).
               10  UPF-URF-ACT-FLAG    PIC X(01).
                   88  UPF-URF-ACT                 VALUE "A".
               10  UPF-URF-CLASS       PIC X(04).

      *-----------------------------------------------------------*
      *    THRESHOLD OVERRIDE TABLES, AS IN THE DAILY EVALUATION.  *
      *    EVERY ENTRY CARRIES ITS NORMALIZED EFFECTIVE RANGE      *
      *    (BLANK FROM BECOMES ZERO, BLANK TO BECOMES ALL NINES)   *
      *    AND THE PAIR IN FORCE FOR A DATE IS THE VERSION         *
      *    COVERING THAT DATE.                                      *
      *-----------------------------------------------------------*
       01  UPF-GLOBAL-TABLE.
           05  UPF-GBL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  UPF-GBL-ENTRY           OCCURS 20 TIMES
                                       INDEXED BY UPF-GBL-IX.
               10  UPF-GBL-FROM        PIC 9(08).
               10  UPF-GBL-TO          PIC 9(08).
               10  UPF-GBL-WATCH       PIC 9(05).
               10  UPF-GBL-CRIT        PIC 9(05).

       01  UPF-CLASS-OVERRIDE-TABLE.
           05  UPF-CLS-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  UPF-CLS-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY UPF-CLS-IX.
               10  UPF-CLS-CODE        PIC X(04).
               10  UPF-CLS-FROM        PIC 9(08).
               10  UPF-CLS-TO          PIC 9(08).
               10  UPF-CLS-WATCH       PIC 9(05).
               10  UPF-CLS-CRIT        PIC 9(05).

       01  UPF-UNIT-OVERRIDE-TABLE.
           05  UPF-UNT-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  UPF-UNT-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY UPF-UNT-IX.
               10  UPF-UNT-UNIT-ID     PIC X(10).
               10  UPF-UNT-FROM        PIC 9(08).
               10  UPF-UNT-TO          PIC 9(08).
               10  UPF-UNT-WATCH       PIC 9(05).
               10  UPF-UNT-CRIT        PIC 9(05).

       77  UPF-THR-EFF-FROM            PIC 9(08)   VALUE ZERO.
       77  UPF-THR-EFF-TO              PIC 9(08)   VALUE ZERO.
       01  UPF-EFF-EDIT-STATUS         PIC X(01)   VALUE "Y".
           88  UPF-EFF-DATES-GOOD                  VALUE "Y".
           88  UPF-EFF-DATES-BAD                   VALUE "N".

      *-----------------------------------------------------------*
      *    THE PAIR RESOLVED FOR UPF-AS-OF-DATE. THE DEFAULTS ARE  *
      *    A FAILSAFE ONLY, USED WHEN NO TYPE-G VERSION COVERS     *
      *    THE DATE.                                                *
      *-----------------------------------------------------------*
       77  UPF-AS-OF-DATE              PIC 9(08)   VALUE ZERO.
       77  UPF-ACT-WATCH               PIC 9(05)   VALUE ZERO.
       77  UPF-ACT-CRIT                PIC 9(05)   VALUE ZERO.
       77  UPF-ACT-LEVEL               PIC X(06)   VALUE SPACES.
       77  UPF-ACT-FROM                PIC 9(08)   VALUE ZERO.
       77  UPF-ACT-TO                  PIC 9(08)   VALUE ZERO.
       77  UPF-WATCH-BREAK             PIC 9(05)   VALUE 000004.
       77  UPF-CRITICAL-BREAK          PIC 9(05)   VALUE 000006.

      *-----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR - THE SITE'S NON-PROCESSING DATES *
      *    (//CALENDAR), HELD AS INTEGER DATES.                     *
      *-----------------------------------------------------------*
       01  UPF-CALENDAR-TABLE.
           05  UPF-CAL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  UPF-CAL-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  UPF-CAL-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY UPF-CAL-IX.
               10  UPF-CAL-INT-DATE    PIC 9(08)   COMP.

       77  UPF-BUS-FROM-DATE           PIC 9(08)   VALUE ZERO.
       77  UPF-BUS-TO-DATE             PIC 9(08)   VALUE ZERO.
       77  UPF-BUS-DAY-COUNT           PIC S9(07)  COMP VALUE ZERO.
       77  UPF-BUS-INT-FROM            PIC 9(08)   COMP VALUE ZERO.
       77  UPF-BUS-INT-TO              PIC 9(08)   COMP VALUE ZERO.
       77  UPF-BUS-INT-DAY             PIC 9(08)   COMP VALUE ZERO.
       77  UPF-BUS-DAY-OF-WEEK         PIC 9(01)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    THE UNIT'S DECISIONS FROM THE AUDIT STORE - ONE ENTRY   *
      *    PER BUSINESS DATE, THE LATEST DECISION THAT IS NOT      *
      *    SUPERSEDED.                                               *
      *-----------------------------------------------------------*
       01  UPF-DECISION-TABLE.
           05  UPF-DEC-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  UPF-DEC-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY UPF-DEC-IX.
               10  UPF-DEC-DATE        PIC 9(08).
               10  UPF-DEC-WATCH       PIC 9(05).
               10  UPF-DEC-CRIT        PIC 9(05).
               10  UPF-DEC-OUTCOME     PIC X(10).
               10  UPF-DEC-LEVEL       PIC X(06).

      *-----------------------------------------------------------*
      *    THE UNIT'S ACKNOWLEDGMENTS, KEYED BY THE BUSINESS DATE  *
      *    OF THE EXTRACT THAT RAISED THEM.                         *
      *-----------------------------------------------------------*
       01  UPF-ACK-TABLE.
           05  UPF-ACK-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  UPF-ACK-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  UPF-ACK-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY UPF-ACK-IX.
               10  UPF-ACK-DATE        PIC 9(08).
               10  UPF-ACK-CODE        PIC X(04).
               10  UPF-ACK-DISP-DATE-X PIC X(08).
               10  UPF-ACK-DISP-DATE  REDEFINES UPF-ACK-DISP-DATE-X
                                       PIC 9(08).
               10  UPF-ACK-WORKED-BY   PIC X(20).

      *-----------------------------------------------------------*
      *    EXTRACT RECORDS ALREADY LISTED FOR THE UNIT - A         *
      *    RESTARTED DAILY RUN EXTENDS ITS EXTRACT AND CAN REPEAT  *
      *    A RECORD, WHICH IS LISTED ONCE.                          *
      *-----------------------------------------------------------*
       01  UPF-SEEN-TABLE.
           05  UPF-SEEN-TOTAL          PIC 9(03)   COMP VALUE ZERO.
           05  UPF-SEEN-ENTRY          OCCURS 100 TIMES
                                       INDEXED BY UPF-SEEN-IX.
               10  UPF-SEEN-DATE       PIC 9(08).
               10  UPF-SEEN-ACTION     PIC X(01).

      *-----------------------------------------------------------*
      *    CURRENT REQUEST                                          *
      *-----------------------------------------------------------*
       77  UPF-CUR-UNIT                PIC X(10)   VALUE SPACES.
       77  UPF-CUR-CLASS               PIC X(04)   VALUE SPACES.
       77  UPF-WIN-FROM                PIC 9(08)   VALUE ZERO.
       77  UPF-WIN-TO                  PIC 9(08)   VALUE ZERO.
       77  UPF-DAY-IX                  PIC 9(02)   COMP VALUE ZERO.
       77  UPF-UNIT-LINES              PIC 9(05)   COMP VALUE ZERO.
       77  UPF-AGE-WORK                PIC S9(07)  COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  UPF-REQUESTS-READ           PIC 9(05)   COMP VALUE ZERO.
       77  UPF-REQUESTS-IN-ERROR       PIC 9(05)   COMP VALUE ZERO.
       77  UPF-UNITS-PROFILED          PIC 9(05)   COMP VALUE ZERO.
       77  UPF-UNITS-NOT-ON-MASTER     PIC 9(05)   COMP VALUE ZERO.
       77  UPF-UNITS-NO-HISTORY        PIC 9(05)   COMP VALUE ZERO.

       01  UPF-RUN-DATE-FIELDS.
           05  UPF-RUN-DATE-NUM        PIC 9(08).
           05  UPF-RUN-DATE-R REDEFINES UPF-RUN-DATE-NUM.
               10  UPF-RUN-YYYY        PIC 9(04).
               10  UPF-RUN-MM          PIC 9(02).
               10  UPF-RUN-DD          PIC 9(02).

       01  UPF-DATE-FMT-FIELDS.
           05  UPF-DATE-FMT-NUM        PIC 9(08).
           05  UPF-DATE-FMT-R REDEFINES UPF-DATE-FMT-NUM.
               10  UPF-DATE-FMT-YYYY   PIC 9(04).
               10  UPF-DATE-FMT-MM     PIC 9(02).
               10  UPF-DATE-FMT-DD     PIC 9(02).
       01  UPF-DATE-FMT-OUT            PIC X(10)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
      *-----------------------------------------------------------*
       01  UPF-HEADING-1.
           05  FILLER  PIC X(20) VALUE "UNIT PROFILE REPORT".
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "RUN DATE: ".
           05  UPF-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(87)   VALUE SPACES.

       01  UPF-RULE-LINE.
           05  FILLER                  PIC X(100)  VALUE ALL "=".
           05  FILLER                  PIC X(32)   VALUE SPACES.

       01  UPF-UNIT-HEADING.
           05  FILLER  PIC X(14) VALUE "UNIT PROFILE: ".
           05  UPF-UHD-UNIT            PIC X(10).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "WINDOW: ".
           05  UPF-UHD-FROM            PIC X(10).
           05  FILLER                  PIC X(04)   VALUE " TO ".
           05  UPF-UHD-TO              PIC X(10).
           05  FILLER                  PIC X(71)   VALUE SPACES.

       01  UPF-FIELD-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-FLD-LABEL           PIC X(22).
           05  UPF-FLD-VALUE           PIC X(40).
           05  FILLER                  PIC X(68)   VALUE SPACES.

       01  UPF-PAIR-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER  PIC X(22) VALUE "BREAKPOINTS IN FORCE".
           05  FILLER                  PIC X(06)   VALUE "WATCH ".
           05  UPF-PRL-WATCH           PIC ZZZZ9.
           05  FILLER                  PIC X(11)   VALUE "  CRITICAL ".
           05  UPF-PRL-CRIT            PIC ZZZZ9.
           05  FILLER                  PIC X(08)   VALUE "  LEVEL ".
           05  UPF-PRL-LEVEL           PIC X(06).
           05  FILLER                  PIC X(12)   VALUE "  EFFECTIVE ".
           05  UPF-PRL-FROM            PIC X(10).
           05  FILLER                  PIC X(04)   VALUE " TO ".
           05  UPF-PRL-TO              PIC X(10).
           05  FILLER                  PIC X(31)   VALUE SPACES.

       01  UPF-SECTION-HEADING.
           05  UPF-SEC-TITLE           PIC X(60).
           05  FILLER                  PIC X(72)   VALUE SPACES.

       01  UPF-HIST-COLUMNS.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "COUNT".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "WATCH".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " CRIT".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "LEVEL".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "TIER".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "SOURCE".
           05  FILLER                  PIC X(64)   VALUE SPACES.

       01  UPF-HIST-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-HSL-DATE            PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-WATCH           PIC ZZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-CRIT            PIC ZZZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-LEVEL           PIC X(06).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-TIER            PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  UPF-HSL-SOURCE          PIC X(07).
           05  FILLER                  PIC X(64)   VALUE SPACES.

       01  UPF-EXT-COLUMNS.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "ACTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "COUNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " CRIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "PRIOR".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "DISP".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "DISP DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE "WORKED BY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "TURNAROUND/AGE".
           05  FILLER                  PIC X(27)   VALUE SPACES.

       01  UPF-EXT-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-DATE            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-ACTION          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-CRIT            PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-PRIOR           PIC ZZZZZ.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-DISP            PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-DISP-DATE       PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-WORKED-BY       PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-EXL-TURN-LABEL      PIC X(10).
           05  UPF-EXL-TURN-DAYS       PIC ZZZ9.
           05  UPF-EXL-TURN-UNIT       PIC X(06).
           05  FILLER                  PIC X(27)   VALUE SPACES.

       01  UPF-SUS-COLUMNS.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "RAW".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "RSN".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE "REASON".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "AGE (BUS DAYS)".
           05  FILLER                  PIC X(58)   VALUE SPACES.

       01  UPF-SUS-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-SSL-DATE            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-SSL-RAW             PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-SSL-REASON          PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-SSL-TEXT            PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-SSL-AGE             PIC Z,ZZ9.
           05  FILLER                  PIC X(68)   VALUE SPACES.

       01  UPF-NONE-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  UPF-NONE-TEXT           PIC X(60).
           05  FILLER                  PIC X(70)   VALUE SPACES.

       01  UPF-ERROR-LINE.
           05  FILLER  PIC X(29) VALUE "REQUEST IN ERROR (CHECK DATES".
           05  FILLER  PIC X(03) VALUE "): ".
           05  UPF-ERR-UNIT            PIC X(10).
           05  FILLER                  PIC X(90)   VALUE SPACES.

       01  UPF-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(121)  VALUE SPACES.

       01  UPF-TOTAL-LINE.
           05  UPF-TOT-LABEL           PIC X(30).
           05  UPF-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)   VALUE SPACES.

       01  UPF-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  UPF-FOOTER-LINE.
           05  FILLER  PIC X(30)
               VALUE "*** END OF UNIT PROFILES ***".
           05  FILLER                  PIC X(102)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROFILE-UNIT THRU 2000-EXIT
               UNTIL UPF-REQ-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    THE CALENDAR, THE CONTROL FILE AND THE UNIT MASTER ARE   *
      *    TABLED ONCE. THE HISTORY, EXTRACT, ACKNOWLEDGMENT AND    *
      *    SUSPENSE FILES ARE SEQUENTIAL AND ARE PASSED ONCE PER    *
      *    REQUEST - A PROFILE RUN CARRIES A HANDFUL OF UNITS, NOT  *
      *    THE WHOLE MASTER.                                         *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT UPF-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING UPF-RUN-MM   "/"
                  UPF-RUN-DD   "/"
                  UPF-RUN-YYYY
                  DELIMITED BY SIZE INTO UPF-HDG-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 1100-LOAD-ONE-CAL-DATE THRU 1100-EXIT
               UNTIL UPF-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           OPEN INPUT THRESHOLD-CONTROL-FILE.
           PERFORM 1200-LOAD-THRESHOLD-CONTROL THRU 1200-EXIT
               UNTIL UPF-THR-EOF-YES.
           CLOSE THRESHOLD-CONTROL-FILE.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1300-LOAD-ONE-UNIT-REF THRU 1300-EXIT
               UNTIL UPF-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF UPF-URF-LOST > ZERO
               DISPLAY "UNITPROF: UNIT REFERENCE TABLE FULL - "
                       UPF-URF-LOST " UNIT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT AUDIT-IN-FILE
                      REQUEST-FILE.
           OPEN OUTPUT PROFILE-REPORT-FILE.
           WRITE RPT-RECORD FROM UPF-HEADING-1.
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-LOAD-ONE-CAL-DATE                                      *
      *    A BAD DATE IS REPORTED AND SKIPPED.                       *
      *=============================================================*
       1100-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END
                   SET UPF-CAL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CAL-DATE-X NOT NUMERIC
               DISPLAY "UNITPROF: CALENDAR RECORD SKIPPED - BAD "
                       "DATE " CAL-DATE-X
               GO TO 1100-EXIT
           END-IF
           IF UPF-CAL-TOTAL < 200
               ADD 1 TO UPF-CAL-TOTAL
               SET UPF-CAL-IX TO UPF-CAL-TOTAL
               COMPUTE UPF-CAL-INT-DATE (UPF-CAL-IX) =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
           ELSE
               ADD 1 TO UPF-CAL-LOST
               DISPLAY "UNITPROF: CALENDAR TABLE FULL - SKIPPED "
                       CAL-DATE-X
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-LOAD-THRESHOLD-CONTROL                                 *
      *    TYPE G LOADS THE GLOBAL VERSION TABLE, TYPE C AND TYPE U *
      *    LOAD THE OVERRIDE TABLES, EACH ENTRY WITH ITS NORMALIZED *
      *    EFFECTIVE RANGE. OTHER TYPES, AND RECORDS WITH BAD       *
      *    BREAKPOINTS OR EFFECTIVE DATES, BELONG TO THE DAILY      *
      *    EVALUATION'S EDITS AND ARE PASSED OVER HERE.              *
      *=============================================================*
       1200-LOAD-THRESHOLD-CONTROL.
           READ THRESHOLD-CONTROL-FILE
               AT END
                   SET UPF-THR-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           MOVE TCTL-RECORD TO THR-RECORD
           IF THR-WATCH-BREAK NOT NUMERIC
               OR THR-CRITICAL-BREAK NOT NUMERIC
               OR THR-WATCH-BREAK = ZEROES
               OR THR-CRITICAL-BREAK = ZEROES
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-EDIT-EFFECTIVE-DATES THRU 1210-EXIT
           IF UPF-EFF-DATES-BAD
               GO TO 1200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN THR-TYPE-GLOBAL
                   IF UPF-GBL-TOTAL < 20
                       ADD 1 TO UPF-GBL-TOTAL
                       SET UPF-GBL-IX TO UPF-GBL-TOTAL
                       MOVE UPF-THR-EFF-FROM
                         TO UPF-GBL-FROM (UPF-GBL-IX)
                       MOVE UPF-THR-EFF-TO
                         TO UPF-GBL-TO (UPF-GBL-IX)
                       MOVE THR-WATCH-BREAK
                         TO UPF-GBL-WATCH (UPF-GBL-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO UPF-GBL-CRIT (UPF-GBL-IX)
                   END-IF
               WHEN THR-TYPE-CLASS
                   IF UPF-CLS-TOTAL < 50
                       ADD 1 TO UPF-CLS-TOTAL
                       SET UPF-CLS-IX TO UPF-CLS-TOTAL
                       MOVE THR-KEY (1:4)
                         TO UPF-CLS-CODE (UPF-CLS-IX)
                       MOVE UPF-THR-EFF-FROM
                         TO UPF-CLS-FROM (UPF-CLS-IX)
                       MOVE UPF-THR-EFF-TO
                         TO UPF-CLS-TO (UPF-CLS-IX)
                       MOVE THR-WATCH-BREAK
                         TO UPF-CLS-WATCH (UPF-CLS-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO UPF-CLS-CRIT (UPF-CLS-IX)
                   END-IF
               WHEN THR-TYPE-UNIT
                   IF UPF-UNT-TOTAL < 500
                       ADD 1 TO UPF-UNT-TOTAL
                       SET UPF-UNT-IX TO UPF-UNT-TOTAL
                       MOVE THR-KEY
                         TO UPF-UNT-UNIT-ID (UPF-UNT-IX)
                       MOVE UPF-THR-EFF-FROM
                         TO UPF-UNT-FROM (UPF-UNT-IX)
                       MOVE UPF-THR-EFF-TO
                         TO UPF-UNT-TO (UPF-UNT-IX)
                       MOVE THR-WATCH-BREAK
                         TO UPF-UNT-WATCH (UPF-UNT-IX)
                       MOVE THR-CRITICAL-BREAK
                         TO UPF-UNT-CRIT (UPF-UNT-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  1210-EDIT-EFFECTIVE-DATES                                   *
      *    NORMALIZES THE RECORD'S EFFECTIVE RANGE AS THE DAILY     *
      *    EVALUATION DOES - A BLANK OR ZERO FROM DATE BECOMES      *
      *    ZERO AND A BLANK OR ZERO TO DATE BECOMES ALL NINES.       *
      *=============================================================*
       1210-EDIT-EFFECTIVE-DATES.
           SET UPF-EFF-DATES-GOOD TO TRUE
           EVALUATE TRUE
               WHEN THR-EFFECTIVE-FROM-X = SPACES
                   MOVE ZERO TO UPF-THR-EFF-FROM
               WHEN THR-EFFECTIVE-FROM NUMERIC
                   MOVE THR-EFFECTIVE-FROM TO UPF-THR-EFF-FROM
               WHEN OTHER
                   SET UPF-EFF-DATES-BAD TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN THR-EFFECTIVE-TO-X = SPACES
                   MOVE 99999999 TO UPF-THR-EFF-TO
               WHEN THR-EFFECTIVE-TO NUMERIC
                   AND THR-EFFECTIVE-TO = ZEROES
                   MOVE 99999999 TO UPF-THR-EFF-TO
               WHEN THR-EFFECTIVE-TO NUMERIC
                   MOVE THR-EFFECTIVE-TO TO UPF-THR-EFF-TO
               WHEN OTHER
                   SET UPF-EFF-DATES-BAD TO TRUE
           END-EVALUATE
           IF UPF-EFF-DATES-GOOD
               AND UPF-THR-EFF-FROM > UPF-THR-EFF-TO
               SET UPF-EFF-DATES-BAD TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

      *=============================================================*
      *  1300-LOAD-ONE-UNIT-REF                                      *
      *=============================================================*
       1300-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET UPF-URF-EOF-YES TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF UPF-URF-TOTAL >= 500
               ADD 1 TO UPF-URF-LOST
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO UPF-URF-TOTAL
           SET UPF-URF-IX TO UPF-URF-TOTAL
           MOVE URF-UNIT-ID     TO UPF-URF-UNIT (UPF-URF-IX)
           MOVE URF-UNIT-NAME   TO UPF-URF-NAME (UPF-URF-IX)
           MOVE URF-DEPARTMENT  TO UPF-URF-DEPT (UPF-URF-IX)
           MOVE URF-CONTACT     TO UPF-URF-CONTACT (UPF-URF-IX)
           MOVE URF-ACTIVE-FLAG TO UPF-URF-ACT-FLAG (UPF-URF-IX)
           MOVE URF-UNIT-CLASS  TO UPF-URF-CLASS (UPF-URF-IX).
       1300-EXIT.
           EXIT.

      *=============================================================*
      *  2000-PROFILE-UNIT                                           *
      *    ONE REQUEST IS ONE UNIT'S SECTION: MASTER AND PAIR IN    *
      *    FORCE, HISTORY WITH TIERS, EXTRACTS WITH THEIR           *
      *    ACKNOWLEDGMENTS, AND OPEN SUSPENSE. THE HISTORY IS READ  *
      *    BEFORE THE HEADING PRINTS - ITS OLDEST DAY IS THE        *
      *    DEFAULT START OF THE WINDOW.                              *
      *=============================================================*
       2000-PROFILE-UNIT.
           ADD 1 TO UPF-REQUESTS-READ
           IF (INQ-FROM-DATE-X NOT = SPACES
                   AND INQ-FROM-DATE-X NOT NUMERIC)
               OR (INQ-TO-DATE-X NOT = SPACES
                   AND INQ-TO-DATE-X NOT NUMERIC)
               OR INQ-UNIT-ID = SPACES
               ADD 1 TO UPF-REQUESTS-IN-ERROR
               MOVE INQ-UNIT-ID TO UPF-ERR-UNIT
               WRITE RPT-RECORD FROM UPF-BLANK-LINE
               WRITE RPT-RECORD FROM UPF-ERROR-LINE
               GO TO 2000-NEXT
           END-IF
           MOVE INQ-UNIT-ID TO UPF-CUR-UNIT
           PERFORM 2100-FIND-MASTER THRU 2100-EXIT
           PERFORM 2200-FIND-HISTORY THRU 2200-EXIT
           IF INQ-TO-DATE-X = SPACES
               MOVE UPF-RUN-DATE-NUM TO UPF-WIN-TO
           ELSE
               MOVE INQ-TO-DATE TO UPF-WIN-TO
           END-IF
           EVALUATE TRUE
               WHEN INQ-FROM-DATE-X NOT = SPACES
                   MOVE INQ-FROM-DATE TO UPF-WIN-FROM
               WHEN UPF-HST-FOUND-YES AND HST-DAYS-HELD > ZERO
                   MOVE HST-DAY-DATE (HST-DAYS-HELD) TO UPF-WIN-FROM
               WHEN OTHER
                   MOVE UPF-RUN-DATE-NUM TO UPF-WIN-FROM
           END-EVALUATE
           IF UPF-WIN-FROM > UPF-WIN-TO
               ADD 1 TO UPF-REQUESTS-IN-ERROR
               MOVE INQ-UNIT-ID TO UPF-ERR-UNIT
               WRITE RPT-RECORD FROM UPF-BLANK-LINE
               WRITE RPT-RECORD FROM UPF-ERROR-LINE
               CLOSE HISTORY-FILE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO UPF-UNITS-PROFILED
           PERFORM 3000-PRINT-MASTER-SECTION THRU 3000-EXIT
           PERFORM 4000-PRINT-HISTORY-SECTION THRU 4000-EXIT
           CLOSE HISTORY-FILE
           PERFORM 5000-PRINT-EXTRACT-SECTION THRU 5000-EXIT
           PERFORM 6000-PRINT-SUSPENSE-SECTION THRU 6000-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-FIND-MASTER                                            *
      *=============================================================*
       2100-FIND-MASTER.
           SET UPF-URF-FOUND-NO TO TRUE
           MOVE SPACES TO UPF-CUR-CLASS
           IF UPF-URF-TOTAL = ZERO
               GO TO 2100-EXIT
           END-IF
           SET UPF-URF-IX TO 1
           SEARCH UPF-URF-ENTRY
               AT END
                   CONTINUE
               WHEN UPF-URF-IX > UPF-URF-TOTAL
                   CONTINUE
               WHEN UPF-URF-UNIT (UPF-URF-IX) = UPF-CUR-UNIT
                   SET UPF-URF-FOUND-YES TO TRUE
                   MOVE UPF-URF-CLASS (UPF-URF-IX) TO UPF-CUR-CLASS
           END-SEARCH.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-FIND-HISTORY                                           *
      *    THE HISTORY MASTER IS IN UNIT-ID SEQUENCE, SO THE PASS   *
      *    STOPS AT THE UNIT OR THE FIRST UNIT PAST IT. THE FILE    *
      *    IS LEFT OPEN SO THE RECORD STAYS IN THE RECORD AREA      *
      *    UNTIL THE HISTORY SECTION HAS PRINTED.                    *
      *=============================================================*
       2200-FIND-HISTORY.
           SET UPF-HST-FOUND-NO TO TRUE
           SET UPF-HST-EOF-NO TO TRUE
           OPEN INPUT HISTORY-FILE.
           PERFORM 2210-READ-HISTORY THRU 2210-EXIT
               UNTIL UPF-HST-EOF-YES
                  OR UPF-HST-FOUND-YES.
           IF UPF-HST-FOUND-YES
               IF HST-DAYS-HELD NOT NUMERIC
                   OR HST-DAYS-HELD > 30
                   DISPLAY "UNITPROF: BAD DAYS-HELD ON HISTORY FOR "
                           UPF-CUR-UNIT " - HISTORY NOT SHOWN"
                   SET UPF-HST-FOUND-NO TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2210-READ-HISTORY                                           *
      *=============================================================*
       2210-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET UPF-HST-EOF-YES TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF HST-UNIT-ID = UPF-CUR-UNIT
               SET UPF-HST-FOUND-YES TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF HST-UNIT-ID > UPF-CUR-UNIT
               SET UPF-HST-EOF-YES TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *=============================================================*
      *  2500-RESOLVE-PAIR                                           *
      *    THE PAIR IN FORCE FOR THE UNIT ON UPF-AS-OF-DATE - THE   *
      *    TYPE-U VERSION, ELSE THE TYPE-C VERSION FOR THE UNIT'S   *
      *    CLASS, ELSE THE TYPE-G VERSION, ELSE THE DEFAULTS - WITH *
      *    THE LEVEL THAT SUPPLIED IT AND THAT VERSION'S RANGE.      *
      *=============================================================*
       2500-RESOLVE-PAIR.
           IF UPF-UNT-TOTAL > ZERO
               SET UPF-UNT-IX TO 1
               SEARCH UPF-UNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-UNT-IX > UPF-UNT-TOTAL
                       CONTINUE
                   WHEN UPF-UNT-UNIT-ID (UPF-UNT-IX) = UPF-CUR-UNIT
                       AND UPF-UNT-FROM (UPF-UNT-IX) <= UPF-AS-OF-DATE
                       AND UPF-UNT-TO (UPF-UNT-IX) >= UPF-AS-OF-DATE
                       MOVE UPF-UNT-WATCH (UPF-UNT-IX)
                         TO UPF-ACT-WATCH
                       MOVE UPF-UNT-CRIT (UPF-UNT-IX)
                         TO UPF-ACT-CRIT
                       MOVE UPF-UNT-FROM (UPF-UNT-IX) TO UPF-ACT-FROM
                       MOVE UPF-UNT-TO (UPF-UNT-IX)   TO UPF-ACT-TO
                       MOVE "UNIT" TO UPF-ACT-LEVEL
                       GO TO 2500-EXIT
               END-SEARCH
           END-IF
           IF UPF-CUR-CLASS NOT = SPACES
               AND UPF-CLS-TOTAL > ZERO
               SET UPF-CLS-IX TO 1
               SEARCH UPF-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-CLS-IX > UPF-CLS-TOTAL
                       CONTINUE
                   WHEN UPF-CLS-CODE (UPF-CLS-IX) = UPF-CUR-CLASS
                       AND UPF-CLS-FROM (UPF-CLS-IX) <= UPF-AS-OF-DATE
                       AND UPF-CLS-TO (UPF-CLS-IX) >= UPF-AS-OF-DATE
                       MOVE UPF-CLS-WATCH (UPF-CLS-IX)
                         TO UPF-ACT-WATCH
                       MOVE UPF-CLS-CRIT (UPF-CLS-IX)
                         TO UPF-ACT-CRIT
                       MOVE UPF-CLS-FROM (UPF-CLS-IX) TO UPF-ACT-FROM
                       MOVE UPF-CLS-TO (UPF-CLS-IX)   TO UPF-ACT-TO
                       MOVE "CLASS" TO UPF-ACT-LEVEL
                       GO TO 2500-EXIT
               END-SEARCH
           END-IF
           MOVE UPF-WATCH-BREAK    TO UPF-ACT-WATCH
           MOVE UPF-CRITICAL-BREAK TO UPF-ACT-CRIT
           MOVE ZERO               TO UPF-ACT-FROM
           MOVE 99999999           TO UPF-ACT-TO
           MOVE "GLOBAL"           TO UPF-ACT-LEVEL
           IF UPF-GBL-TOTAL = ZERO
               GO TO 2500-EXIT
           END-IF
           SET UPF-GBL-IX TO 1
           SEARCH UPF-GBL-ENTRY
               AT END
                   CONTINUE
               WHEN UPF-GBL-IX > UPF-GBL-TOTAL
                   CONTINUE
               WHEN UPF-GBL-FROM (UPF-GBL-IX) <= UPF-AS-OF-DATE
                   AND UPF-GBL-TO (UPF-GBL-IX) >= UPF-AS-OF-DATE
                   MOVE UPF-GBL-WATCH (UPF-GBL-IX) TO UPF-ACT-WATCH
                   MOVE UPF-GBL-CRIT (UPF-GBL-IX)  TO UPF-ACT-CRIT
                   MOVE UPF-GBL-FROM (UPF-GBL-IX)  TO UPF-ACT-FROM
                   MOVE UPF-GBL-TO (UPF-GBL-IX)    TO UPF-ACT-TO
           END-SEARCH.
       2500-EXIT.
           EXIT.

      *=============================================================*
      *  2600-FORMAT-DATE                                            *
      *    ZERO PRINTS AS "OPEN" AND ALL NINES AS "OPEN" - THE      *
      *    NORMALIZED ENDS OF AN UNDATED VERSION.                    *
      *=============================================================*
       2600-FORMAT-DATE.
           MOVE SPACES TO UPF-DATE-FMT-OUT
           IF UPF-DATE-FMT-NUM = ZERO
               OR UPF-DATE-FMT-NUM = 99999999
               MOVE "OPEN" TO UPF-DATE-FMT-OUT
               GO TO 2600-EXIT
           END-IF
           STRING UPF-DATE-FMT-MM   "/"
                  UPF-DATE-FMT-DD   "/"
                  UPF-DATE-FMT-YYYY
                  DELIMITED BY SIZE INTO UPF-DATE-FMT-OUT.
       2600-EXIT.
           EXIT.

      *=============================================================*
      *  2700-COUNT-BUSINESS-DAYS                                    *
      *    COUNTS THE BUSINESS DAYS AFTER UPF-BUS-FROM-DATE UP TO   *
      *    AND INCLUDING UPF-BUS-TO-DATE, SKIPPING SATURDAYS,       *
      *    SUNDAYS AND EVERY //CALENDAR DATE, INTO                   *
      *    UPF-BUS-DAY-COUNT. A FROM DATE AT OR PAST THE TO DATE    *
      *    COUNTS ZERO.                                              *
      *=============================================================*
       2700-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO UPF-BUS-DAY-COUNT
           IF UPF-BUS-FROM-DATE >= UPF-BUS-TO-DATE
               GO TO 2700-EXIT
           END-IF
           COMPUTE UPF-BUS-INT-FROM =
               FUNCTION INTEGER-OF-DATE (UPF-BUS-FROM-DATE)
           COMPUTE UPF-BUS-INT-TO =
               FUNCTION INTEGER-OF-DATE (UPF-BUS-TO-DATE)
           PERFORM 2750-COUNT-ONE-DAY THRU 2750-EXIT
               VARYING UPF-BUS-INT-DAY FROM UPF-BUS-INT-FROM BY 1
               UNTIL UPF-BUS-INT-DAY >= UPF-BUS-INT-TO.
       2700-EXIT.
           EXIT.

      *=============================================================*
      *  2750-COUNT-ONE-DAY                                          *
      *    INTEGER DATE 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR A      *
      *    SATURDAY AND 0 FOR A SUNDAY - ONLY 1 THROUGH 5 ARE       *
      *    WORKING WEEKDAYS. THE DAY EXAMINED IS THE ONE AFTER      *
      *    UPF-BUS-INT-DAY SO THE FROM DATE ITSELF IS NOT COUNTED.  *
      *=============================================================*
       2750-COUNT-ONE-DAY.
           COMPUTE UPF-BUS-DAY-OF-WEEK =
               FUNCTION MOD (UPF-BUS-INT-DAY + 1, 7)
           IF UPF-BUS-DAY-OF-WEEK = 0 OR 6
               GO TO 2750-EXIT
           END-IF
           IF UPF-CAL-TOTAL > ZERO
               SET UPF-CAL-IX TO 1
               SEARCH UPF-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-CAL-IX > UPF-CAL-TOTAL
                       CONTINUE
                   WHEN UPF-CAL-INT-DATE (UPF-CAL-IX)
                          = UPF-BUS-INT-DAY + 1
                       GO TO 2750-EXIT
               END-SEARCH
           END-IF
           ADD 1 TO UPF-BUS-DAY-COUNT.
       2750-EXIT.
           EXIT.

      *=============================================================*
      *  2900-READ-REQUEST                                           *
      *=============================================================*
       2900-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET UPF-REQ-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *=============================================================*
      *  3000-PRINT-MASTER-SECTION                                   *
      *    THE UNIT'S BOXED HEADING, ITS MASTER ENTRY AND THE PAIR  *
      *    IN FORCE ON THE RUN DATE.                                 *
      *=============================================================*
       3000-PRINT-MASTER-SECTION.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           WRITE RPT-RECORD FROM UPF-RULE-LINE.
           MOVE UPF-CUR-UNIT TO UPF-UHD-UNIT
           MOVE UPF-WIN-FROM TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT TO UPF-UHD-FROM
           MOVE UPF-WIN-TO TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT TO UPF-UHD-TO
           WRITE RPT-RECORD FROM UPF-UNIT-HEADING.
           WRITE RPT-RECORD FROM UPF-RULE-LINE.
           IF UPF-URF-FOUND-NO
               ADD 1 TO UPF-UNITS-NOT-ON-MASTER
               MOVE "UNIT IS NOT ON THE UNIT REFERENCE MASTER"
                 TO UPF-NONE-TEXT
               WRITE RPT-RECORD FROM UPF-NONE-LINE
           ELSE
               MOVE "NAME"                TO UPF-FLD-LABEL
               MOVE UPF-URF-NAME (UPF-URF-IX) TO UPF-FLD-VALUE
               WRITE RPT-RECORD FROM UPF-FIELD-LINE
               MOVE "DEPARTMENT"          TO UPF-FLD-LABEL
               MOVE UPF-URF-DEPT (UPF-URF-IX) TO UPF-FLD-VALUE
               WRITE RPT-RECORD FROM UPF-FIELD-LINE
               MOVE "CONTACT"             TO UPF-FLD-LABEL
               MOVE UPF-URF-CONTACT (UPF-URF-IX) TO UPF-FLD-VALUE
               WRITE RPT-RECORD FROM UPF-FIELD-LINE
               MOVE "STATUS"              TO UPF-FLD-LABEL
               IF UPF-URF-ACT (UPF-URF-IX)
                   MOVE "ACTIVE"          TO UPF-FLD-VALUE
               ELSE
                   MOVE "INACTIVE"        TO UPF-FLD-VALUE
               END-IF
               WRITE RPT-RECORD FROM UPF-FIELD-LINE
               MOVE "UNIT CLASS"          TO UPF-FLD-LABEL
               IF UPF-CUR-CLASS = SPACES
                   MOVE "(NONE)"          TO UPF-FLD-VALUE
               ELSE
                   MOVE UPF-CUR-CLASS     TO UPF-FLD-VALUE
               END-IF
               WRITE RPT-RECORD FROM UPF-FIELD-LINE
           END-IF
           MOVE UPF-RUN-DATE-NUM TO UPF-AS-OF-DATE
           PERFORM 2500-RESOLVE-PAIR THRU 2500-EXIT
           MOVE UPF-ACT-WATCH TO UPF-PRL-WATCH
           MOVE UPF-ACT-CRIT  TO UPF-PRL-CRIT
           MOVE UPF-ACT-LEVEL TO UPF-PRL-LEVEL
           MOVE UPF-ACT-FROM  TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT TO UPF-PRL-FROM
           MOVE UPF-ACT-TO    TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT TO UPF-PRL-TO
           WRITE RPT-RECORD FROM UPF-PAIR-LINE.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  4000-PRINT-HISTORY-SECTION                                  *
      *    THE UNIT'S DECISIONS FROM THE OLDEST DAY HELD ON ARE     *
      *    TABLED FIRST, THEN EACH DAY PRINTS MOST RECENT FIRST AS  *
      *    THE HISTORY HOLDS IT.                                     *
      *=============================================================*
       4000-PRINT-HISTORY-SECTION.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           MOVE "COUNT HISTORY (MOST RECENT FIRST):" TO UPF-SEC-TITLE
           WRITE RPT-RECORD FROM UPF-SECTION-HEADING.
           IF UPF-HST-FOUND-NO
               OR HST-DAYS-HELD = ZERO
               ADD 1 TO UPF-UNITS-NO-HISTORY
               MOVE "NO COUNT HISTORY HELD FOR THIS UNIT"
                 TO UPF-NONE-TEXT
               WRITE RPT-RECORD FROM UPF-NONE-LINE
               GO TO 4000-EXIT
           END-IF
           WRITE RPT-RECORD FROM UPF-HIST-COLUMNS.
           MOVE ZERO TO UPF-DEC-TOTAL
           MOVE UPF-CUR-UNIT TO AUD-UNIT-ID
           MOVE HST-DAY-DATE (HST-DAYS-HELD) TO AUD-BUSINESS-DATE
           MOVE LOW-VALUES TO AUD-TIMESTAMP
           SET UPF-AUD-END-NO TO TRUE
           START AUDIT-IN-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET UPF-AUD-END-YES TO TRUE
           END-START
           PERFORM 4100-TABLE-ONE-DECISION THRU 4100-EXIT
               UNTIL UPF-AUD-END-YES
           PERFORM 4200-PRINT-ONE-DAY THRU 4200-EXIT
               VARYING UPF-DAY-IX FROM 1 BY 1
               UNTIL UPF-DAY-IX > HST-DAYS-HELD.
       4000-EXIT.
           EXIT.

      *=============================================================*
      *  4100-TABLE-ONE-DECISION                                     *
      *    THE STORE IS IN UNIT, BUSINESS DATE, TIMESTAMP ORDER, SO *
      *    A LATER DECISION FOR A DATE REPLACES AN EARLIER ONE.     *
      *    SUPERSEDE MARKS ARE PASSED OVER.                          *
      *=============================================================*
       4100-TABLE-ONE-DECISION.
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET UPF-AUD-END-YES TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF AUD-UNIT-ID NOT = UPF-CUR-UNIT
               SET UPF-AUD-END-YES TO TRUE
               GO TO 4100-EXIT
           END-IF
           IF AUD-SUPERSEDE-MARK
               GO TO 4100-EXIT
           END-IF
           IF UPF-DEC-TOTAL > ZERO
               IF UPF-DEC-DATE (UPF-DEC-TOTAL) = AUD-BUSINESS-DATE
                   SET UPF-DEC-IX TO UPF-DEC-TOTAL
                   GO TO 4100-STORE
               END-IF
           END-IF
           IF UPF-DEC-TOTAL >= 60
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO UPF-DEC-TOTAL
           SET UPF-DEC-IX TO UPF-DEC-TOTAL.
       4100-STORE.
           MOVE AUD-BUSINESS-DATE   TO UPF-DEC-DATE (UPF-DEC-IX)
           MOVE AUD-WATCH-BREAK     TO UPF-DEC-WATCH (UPF-DEC-IX)
           MOVE AUD-CRITICAL-BREAK  TO UPF-DEC-CRIT (UPF-DEC-IX)
           MOVE AUD-OUTCOME         TO UPF-DEC-OUTCOME (UPF-DEC-IX)
           MOVE AUD-THRESHOLD-LEVEL TO UPF-DEC-LEVEL (UPF-DEC-IX).
       4100-EXIT.
           EXIT.

      *=============================================================*
      *  4200-PRINT-ONE-DAY                                          *
      *    THE AUDIT DECISION FOR THE DAY WHEN THE STORE STILL      *
      *    HOLDS ONE, ELSE THE TIER THE DAY'S COUNT EARNS AGAINST   *
      *    THE PAIR IN FORCE THAT DAY (ABOVE CRITICAL IS CRITICAL,  *
      *    AT OR ABOVE WATCH IS WATCH), MARKED DERIVED.              *
      *=============================================================*
       4200-PRINT-ONE-DAY.
           IF HST-DAY-DATE (UPF-DAY-IX) < UPF-WIN-FROM
               OR HST-DAY-DATE (UPF-DAY-IX) > UPF-WIN-TO
               GO TO 4200-EXIT
           END-IF
           MOVE HST-DAY-DATE (UPF-DAY-IX) TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT TO UPF-HSL-DATE
           MOVE HST-DAY-COUNT (UPF-DAY-IX) TO UPF-HSL-COUNT
           IF UPF-DEC-TOTAL > ZERO
               SET UPF-DEC-IX TO 1
               SEARCH UPF-DEC-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-DEC-IX > UPF-DEC-TOTAL
                       CONTINUE
                   WHEN UPF-DEC-DATE (UPF-DEC-IX)
                          = HST-DAY-DATE (UPF-DAY-IX)
                       MOVE UPF-DEC-WATCH (UPF-DEC-IX)
                         TO UPF-HSL-WATCH
                       MOVE UPF-DEC-CRIT (UPF-DEC-IX)
                         TO UPF-HSL-CRIT
                       MOVE UPF-DEC-LEVEL (UPF-DEC-IX)
                         TO UPF-HSL-LEVEL
                       MOVE UPF-DEC-OUTCOME (UPF-DEC-IX)
                         TO UPF-HSL-TIER
                       MOVE "AUDIT" TO UPF-HSL-SOURCE
                       WRITE RPT-RECORD FROM UPF-HIST-LINE
                       GO TO 4200-EXIT
               END-SEARCH
           END-IF
           MOVE HST-DAY-DATE (UPF-DAY-IX) TO UPF-AS-OF-DATE
           PERFORM 2500-RESOLVE-PAIR THRU 2500-EXIT
           MOVE UPF-ACT-WATCH TO UPF-HSL-WATCH
           MOVE UPF-ACT-CRIT  TO UPF-HSL-CRIT
           MOVE UPF-ACT-LEVEL TO UPF-HSL-LEVEL
           EVALUATE TRUE
               WHEN HST-DAY-COUNT (UPF-DAY-IX) > UPF-ACT-CRIT
                   MOVE "CRITICAL" TO UPF-HSL-TIER
               WHEN HST-DAY-COUNT (UPF-DAY-IX) >= UPF-ACT-WATCH
                   MOVE "WATCH"    TO UPF-HSL-TIER
               WHEN OTHER
                   MOVE "LOW"      TO UPF-HSL-TIER
           END-EVALUATE
           MOVE "DERIVED" TO UPF-HSL-SOURCE
           WRITE RPT-RECORD FROM UPF-HIST-LINE.
       4200-EXIT.
           EXIT.

      *=============================================================*
      *  5000-PRINT-EXTRACT-SECTION                                  *
      *    THE UNIT'S ACKNOWLEDGMENTS ARE TABLED, THEN THE EXTRACT  *
      *    GENERATIONS ARE PASSED FOR THE UNIT'S RECORDS IN THE     *
      *    WINDOW.                                                   *
      *=============================================================*
       5000-PRINT-EXTRACT-SECTION.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           MOVE "CRITICAL EXTRACTS AND ACKNOWLEDGMENTS IN THE WINDOW:"
             TO UPF-SEC-TITLE
           WRITE RPT-RECORD FROM UPF-SECTION-HEADING.
           WRITE RPT-RECORD FROM UPF-EXT-COLUMNS.
           MOVE ZERO TO UPF-ACK-TOTAL
                        UPF-SEEN-TOTAL
                        UPF-UNIT-LINES
           SET UPF-ACK-EOF-NO TO TRUE
           OPEN INPUT ACK-IN-FILE.
           PERFORM 5100-TABLE-ONE-ACK THRU 5100-EXIT
               UNTIL UPF-ACK-EOF-YES.
           CLOSE ACK-IN-FILE.
           SET UPF-EXT-EOF-NO TO TRUE
           OPEN INPUT EXTRACT-IN-FILE.
           PERFORM 5200-LIST-ONE-EXTRACT THRU 5200-EXIT
               UNTIL UPF-EXT-EOF-YES.
           CLOSE EXTRACT-IN-FILE.
           IF UPF-UNIT-LINES = ZERO
               MOVE "NO EXTRACT RECORDS FOR THIS UNIT IN THE WINDOW"
                 TO UPF-NONE-TEXT
               WRITE RPT-RECORD FROM UPF-NONE-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *=============================================================*
      *  5100-TABLE-ONE-ACK                                          *
      *=============================================================*
       5100-TABLE-ONE-ACK.
           READ ACK-IN-FILE
               AT END
                   SET UPF-ACK-EOF-YES TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF ACK-UNIT-ID NOT = UPF-CUR-UNIT
               OR ACK-BUSINESS-DATE-X NOT NUMERIC
               GO TO 5100-EXIT
           END-IF
           IF UPF-ACK-TOTAL >= 100
               ADD 1 TO UPF-ACK-LOST
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO UPF-ACK-TOTAL
           SET UPF-ACK-IX TO UPF-ACK-TOTAL
           MOVE ACK-BUSINESS-DATE      TO UPF-ACK-DATE (UPF-ACK-IX)
           MOVE ACK-DISPOSITION-CODE   TO UPF-ACK-CODE (UPF-ACK-IX)
           MOVE ACK-DISPOSITION-DATE-X
             TO UPF-ACK-DISP-DATE-X (UPF-ACK-IX)
           MOVE ACK-WORKED-BY  TO UPF-ACK-WORKED-BY (UPF-ACK-IX).
       5100-EXIT.
           EXIT.

      *=============================================================*
      *  5200-LIST-ONE-EXTRACT                                       *
      *    A CRITICAL SHOWS ITS ACKNOWLEDGMENT AND THE BUSINESS     *
      *    DAYS FROM THE EXTRACT'S BUSINESS DATE TO THE             *
      *    DISPOSITION, OR ITS AGE TO THE RUN DATE WHEN NOBODY HAS  *
      *    WORKED IT. A CANCEL SHOWS THE COUNT IT WITHDREW.          *
      *=============================================================*
       5200-LIST-ONE-EXTRACT.
           READ EXTRACT-IN-FILE
               AT END
                   SET UPF-EXT-EOF-YES TO TRUE
                   GO TO 5200-EXIT
           END-READ
           IF EXT-UNIT-ID NOT = UPF-CUR-UNIT
               OR EXT-BUSINESS-DATE < UPF-WIN-FROM
               OR EXT-BUSINESS-DATE > UPF-WIN-TO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-CHECK-SEEN THRU 5300-EXIT
           IF UPF-DUP-YES
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO UPF-UNIT-LINES
           MOVE EXT-BUSINESS-DATE  TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT   TO UPF-EXL-DATE
           MOVE EXT-VALUE          TO UPF-EXL-COUNT
           MOVE EXT-CRITICAL-BREAK TO UPF-EXL-CRIT
           MOVE SPACES             TO UPF-EXL-DISP
                                      UPF-EXL-DISP-DATE
                                      UPF-EXL-WORKED-BY
                                      UPF-EXL-TURN-LABEL
                                      UPF-EXL-TURN-UNIT
           MOVE ZERO               TO UPF-EXL-TURN-DAYS
           IF EXT-ACTION-CANCEL
               MOVE "CANCEL"        TO UPF-EXL-ACTION
               MOVE EXT-PRIOR-VALUE TO UPF-EXL-PRIOR
               MOVE "WITHDRAWN"     TO UPF-EXL-TURN-LABEL
               WRITE RPT-RECORD FROM UPF-EXT-LINE
               GO TO 5200-EXIT
           END-IF
           MOVE "CRITICAL"         TO UPF-EXL-ACTION
           MOVE ZERO               TO UPF-EXL-PRIOR
           MOVE EXT-BUSINESS-DATE  TO UPF-BUS-FROM-DATE
           MOVE UPF-RUN-DATE-NUM   TO UPF-BUS-TO-DATE
           MOVE "OPEN, AGE "       TO UPF-EXL-TURN-LABEL
           IF UPF-ACK-TOTAL > ZERO
               SET UPF-ACK-IX TO 1
               SEARCH UPF-ACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-ACK-IX > UPF-ACK-TOTAL
                       CONTINUE
                   WHEN UPF-ACK-DATE (UPF-ACK-IX) = EXT-BUSINESS-DATE
                       MOVE UPF-ACK-CODE (UPF-ACK-IX)
                         TO UPF-EXL-DISP
                       MOVE UPF-ACK-WORKED-BY (UPF-ACK-IX)
                         TO UPF-EXL-WORKED-BY
                       MOVE "ACKED, TOOK" TO UPF-EXL-TURN-LABEL
                       IF UPF-ACK-DISP-DATE-X (UPF-ACK-IX) NUMERIC
                           MOVE UPF-ACK-DISP-DATE (UPF-ACK-IX)
                             TO UPF-BUS-TO-DATE
                                UPF-DATE-FMT-NUM
                           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
                           MOVE UPF-DATE-FMT-OUT
                             TO UPF-EXL-DISP-DATE
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 2700-COUNT-BUSINESS-DAYS THRU 2700-EXIT
           MOVE UPF-BUS-DAY-COUNT TO UPF-AGE-WORK
           IF UPF-AGE-WORK > 9999
               MOVE 9999 TO UPF-AGE-WORK
           END-IF
           MOVE UPF-AGE-WORK      TO UPF-EXL-TURN-DAYS
           MOVE " DAYS"           TO UPF-EXL-TURN-UNIT
           WRITE RPT-RECORD FROM UPF-EXT-LINE.
       5200-EXIT.
           EXIT.

      *=============================================================*
      *  5300-CHECK-SEEN                                             *
      *    SETS UPF-DUP-YES WHEN THIS DATE AND ACTION HAVE ALREADY  *
      *    BEEN LISTED, ELSE TABLES THEM.                            *
      *=============================================================*
       5300-CHECK-SEEN.
           SET UPF-DUP-NO TO TRUE
           IF UPF-SEEN-TOTAL > ZERO
               SET UPF-SEEN-IX TO 1
               SEARCH UPF-SEEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN UPF-SEEN-IX > UPF-SEEN-TOTAL
                       CONTINUE
                   WHEN UPF-SEEN-DATE (UPF-SEEN-IX)
                          = EXT-BUSINESS-DATE
                       AND UPF-SEEN-ACTION (UPF-SEEN-IX) = EXT-ACTION
                       SET UPF-DUP-YES TO TRUE
                       GO TO 5300-EXIT
               END-SEARCH
           END-IF
           IF UPF-SEEN-TOTAL < 100
               ADD 1 TO UPF-SEEN-TOTAL
               SET UPF-SEEN-IX TO UPF-SEEN-TOTAL
               MOVE EXT-BUSINESS-DATE TO UPF-SEEN-DATE (UPF-SEEN-IX)
               MOVE EXT-ACTION        TO UPF-SEEN-ACTION (UPF-SEEN-IX)
           END-IF.
       5300-EXIT.
           EXIT.

      *=============================================================*
      *  6000-PRINT-SUSPENSE-SECTION                                 *
      *    OPEN ITEMS ONLY - AN ITEM ALREADY REPAIRED CARRIES ITS   *
      *    RECYCLE DATE AND IS ON ITS WAY BACK INTO THE DAILY RUN.  *
      *    THE CONTROL RECORD (KEY LOW-VALUES) NEVER MATCHES A UNIT.*
      *=============================================================*
       6000-PRINT-SUSPENSE-SECTION.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           MOVE "OPEN SUSPENSE ITEMS:" TO UPF-SEC-TITLE
           WRITE RPT-RECORD FROM UPF-SECTION-HEADING.
           WRITE RPT-RECORD FROM UPF-SUS-COLUMNS.
           MOVE ZERO TO UPF-UNIT-LINES
           SET UPF-SUS-EOF-NO TO TRUE
           OPEN INPUT SUSPENSE-IN-FILE.
           PERFORM 6100-LIST-ONE-SUSPENSE THRU 6100-EXIT
               UNTIL UPF-SUS-EOF-YES.
           CLOSE SUSPENSE-IN-FILE.
           IF UPF-UNIT-LINES = ZERO
               MOVE "NO OPEN SUSPENSE ITEMS FOR THIS UNIT"
                 TO UPF-NONE-TEXT
               WRITE RPT-RECORD FROM UPF-NONE-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *=============================================================*
      *  6100-LIST-ONE-SUSPENSE                                      *
      *=============================================================*
       6100-LIST-ONE-SUSPENSE.
           READ SUSPENSE-IN-FILE
               AT END
                   SET UPF-SUS-EOF-YES TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF SUS-UNIT-ID NOT = UPF-CUR-UNIT
               OR SUS-RECYCLE-DATE NOT = ZERO
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO UPF-UNIT-LINES
           MOVE SUS-BUSINESS-DATE TO UPF-DATE-FMT-NUM
           PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
           MOVE UPF-DATE-FMT-OUT  TO UPF-SSL-DATE
           MOVE SUS-COUNT-RAW     TO UPF-SSL-RAW
           MOVE SUS-REASON-CODE   TO UPF-SSL-REASON
           MOVE SUS-REASON-TEXT   TO UPF-SSL-TEXT
           MOVE SUS-BUSINESS-DATE TO UPF-BUS-FROM-DATE
           MOVE UPF-RUN-DATE-NUM  TO UPF-BUS-TO-DATE
           PERFORM 2700-COUNT-BUSINESS-DAYS THRU 2700-EXIT
           MOVE UPF-BUS-DAY-COUNT TO UPF-AGE-WORK
           IF UPF-AGE-WORK > 9999
               MOVE 9999 TO UPF-AGE-WORK
           END-IF
           MOVE UPF-AGE-WORK      TO UPF-SSL-AGE
           WRITE RPT-RECORD FROM UPF-SUS-LINE.
       6100-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           WRITE RPT-RECORD FROM UPF-RULE-LINE.
           WRITE RPT-RECORD FROM UPF-TOTALS-HEADING.
           MOVE "REQUESTS READ"              TO UPF-TOT-LABEL
           MOVE UPF-REQUESTS-READ            TO UPF-TOT-VALUE
           WRITE RPT-RECORD FROM UPF-TOTAL-LINE.
           MOVE "REQUESTS IN ERROR"          TO UPF-TOT-LABEL
           MOVE UPF-REQUESTS-IN-ERROR        TO UPF-TOT-VALUE
           WRITE RPT-RECORD FROM UPF-TOTAL-LINE.
           MOVE "UNITS PROFILED"             TO UPF-TOT-LABEL
           MOVE UPF-UNITS-PROFILED           TO UPF-TOT-VALUE
           WRITE RPT-RECORD FROM UPF-TOTAL-LINE.
           MOVE "UNITS NOT ON UNIT MASTER"   TO UPF-TOT-LABEL
           MOVE UPF-UNITS-NOT-ON-MASTER      TO UPF-TOT-VALUE
           WRITE RPT-RECORD FROM UPF-TOTAL-LINE.
           MOVE "UNITS WITH NO HISTORY"      TO UPF-TOT-LABEL
           MOVE UPF-UNITS-NO-HISTORY         TO UPF-TOT-VALUE
           WRITE RPT-RECORD FROM UPF-TOTAL-LINE.
           WRITE RPT-RECORD FROM UPF-BLANK-LINE.
           WRITE RPT-RECORD FROM UPF-FOOTER-LINE.
           IF UPF-REQUESTS-IN-ERROR > ZERO
               OR UPF-UNITS-NOT-ON-MASTER > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF UPF-ACK-LOST > ZERO
               DISPLAY "UNITPROF: ACK TABLE FULL - " UPF-ACK-LOST
                       " ACKNOWLEDGMENT(S) NOT MATCHED"
           END-IF
           DISPLAY "UNITPROF: REQUESTS READ     " UPF-REQUESTS-READ.
           DISPLAY "UNITPROF: REQUESTS IN ERROR " UPF-REQUESTS-IN-ERROR.
           CLOSE AUDIT-IN-FILE
                 REQUEST-FILE
                 PROFILE-REPORT-FILE.
       9000-EXIT.
           EXIT.
