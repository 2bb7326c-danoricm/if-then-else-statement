      *=============================================================*
      *  PROGRAM-ID  : TIERCHG                                       *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      DAY-OVER-DAY TIER TRANSITIONS. THE EXTRACT ONLY TELLS   *
      *      THE FOLLOW-UP SYSTEM WHEN A UNIT IS CRITICAL - NEVER    *
      *      THAT IT HAS RECOVERED - SO ITEMS STAYED OPEN UNTIL      *
      *      SOMEONE NOTICED. THIS STEP RUNS AFTER THE EVALUATION:   *
      *        - THE RUN'S BUSINESS DATES ARE THE RUN LEDGER ENTRIES *
      *          CARRYING THE OPSSUMM RUN DATE AND START TIME, AS    *
      *          DAYPROOF FINDS THEM. EACH IS PAIRED WITH THE        *
      *          PREVIOUS BUSINESS DATE (SATURDAYS, SUNDAYS AND      *
      *          //CALENDAR DATES SKIPPED);                          *
      *        - THE AUDIT STORE IS READ IN KEY ORDER, UNIT BY UNIT, *
      *          TAKING THE DECISION IN FORCE ON EACH OF THOSE DATES *
      *          (THE LAST ONE NOT MARKED SUPERSEDED);               *
      *        - EVERY UNIT WHOSE TIER DIFFERS FROM ITS TIER ON THE  *
      *          PREVIOUS BUSINESS DATE GETS A TRANSITION RECORD     *
      *          (//TRANSOUT) WITH BOTH COUNTS AND BOTH BREAKPOINT   *
      *          PAIRS. NO DECISION ON THE PREVIOUS DATE IS THE      *
      *          PRIOR TIER NONE;                                     *
      *        - A UNIT THAT WAS CRITICAL (OR SUPPRESSED, WHICH IS   *
      *          OVER THE CRITICAL BREAKPOINT TOO) AND IS NOW WATCH  *
      *          OR LOW GETS A CLEARED RECORD (//CLROUT) FOR THE     *
      *          FOLLOW-UP SYSTEM. CRITICAL TO SUPPRESSED IS NOT A   *
      *          RECOVERY AND IS NOT CLEARED.                         *
      *      THE REPORT SUMMARIZES EACH DEPARTMENT (FROM THE UNIT    *
      *      AND DEPARTMENT REFERENCE MASTERS, *UNASSIGNED* WHEN     *
      *      NEITHER KNOWS THE UNIT) AND LISTS THE NEWLY CRITICAL    *
      *      UNITS APART FROM THOSE CRITICAL AGAIN, THEN THE UNITS   *
      *      CLEARED. RC=2 WHEN ANY CLEARED RECORD IS WRITTEN, SO    *
      *      THE TRANSFER STEP ONLY SHIPS A FILE WITH SOMETHING IN   *
      *      IT. RC=4 WHEN THE RUN'S DATES CANNOT BE FOUND AND       *
      *      NOTHING IS COMPARED.                                     *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIERCHG.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-SUMMARY-IN-FILE ASSIGN TO OPSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPT-REF-FILE ASSIGN TO DEPTREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY.
           SELECT TRANSITION-FILE ASSIGN TO TRANSOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLEARED-FILE ASSIGN TO CLROUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TIER-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-SUMMARY-IN-FILE
           RECORDING MODE IS F.
       COPY OPSREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  DEPT-REF-FILE
           RECORDING MODE IS F.
       COPY DEPTREF.

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       FD  AUDIT-IN-FILE.
       COPY AUDREC.

       FD  TRANSITION-FILE
           RECORDING MODE IS F.
       COPY TRNREC.

       FD  CLEARED-FILE
           RECORDING MODE IS F.
       COPY CLRREC.

       FD  TIER-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  TCH-SWITCHES.
           05  TCH-OPS-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-OPS-EOF-YES                 VALUE "Y".
               88  TCH-OPS-EOF-NO                   VALUE "N".
           05  TCH-OPS-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  TCH-OPS-FOUND-YES               VALUE "Y".
               88  TCH-OPS-FOUND-NO                 VALUE "N".
           05  TCH-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-CAL-EOF-YES                 VALUE "Y".
               88  TCH-CAL-EOF-NO                   VALUE "N".
           05  TCH-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-URF-EOF-YES                 VALUE "Y".
               88  TCH-URF-EOF-NO                   VALUE "N".
           05  TCH-DRF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-DRF-EOF-YES                 VALUE "Y".
               88  TCH-DRF-EOF-NO                   VALUE "N".
           05  TCH-LDG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-LDG-EOF-YES                 VALUE "Y".
               88  TCH-LDG-EOF-NO                   VALUE "N".
           05  TCH-AUD-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TCH-AUD-EOF-YES                 VALUE "Y".
               88  TCH-AUD-EOF-NO                   VALUE "N".

      *-----------------------------------------------------------*
      *    THE EVALUATION RUN - FROM ITS OPSSUMM RECORD            *
      *-----------------------------------------------------------*
       77  TCH-OPS-RECORDS             PIC 9(03)   COMP VALUE ZERO.
       77  TCH-EVAL-RUN-DATE           PIC 9(08)   VALUE ZERO.
       77  TCH-EVAL-RUN-TIME           PIC 9(06)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR - THE SITE'S NON-PROCESSING DATES *
      *    (//CALENDAR), HELD AS INTEGER DATES, AS THE DAILY RUN   *
      *    HOLDS THEM. SATURDAYS AND SUNDAYS ARE IMPLIED.          *
      *-----------------------------------------------------------*
       01  TCH-CALENDAR-TABLE.
           05  TCH-CAL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCH-CAL-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  TCH-CAL-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY TCH-CAL-IX.
               10  TCH-CAL-INT-DATE    PIC 9(08)   COMP.

       77  TCH-INT-DAY                 PIC 9(08)   COMP VALUE ZERO.
       77  TCH-DAY-OF-WEEK             PIC 9(01)   COMP VALUE ZERO.
       01  TCH-PRIOR-FOUND-SWITCH      PIC X(01)   VALUE "N".
           88  TCH-PRIOR-FOUND-YES                 VALUE "Y".
           88  TCH-PRIOR-FOUND-NO                   VALUE "N".

      *-----------------------------------------------------------*
      *    UNIT REFERENCE TABLE - NAME AND OWNING DEPARTMENT       *
      *-----------------------------------------------------------*
       01  TCH-URF-TABLE.
           05  TCH-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TCH-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  TCH-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY TCH-URF-IX.
               10  TCH-URF-UNIT        PIC X(10).
               10  TCH-URF-NAME        PIC X(25).
               10  TCH-URF-DEPARTMENT  PIC X(15).

      *-----------------------------------------------------------*
      *    DEPARTMENT SUMMARY TABLE - ONE ROW PER DEPARTMENT ON    *
      *    THE DEPARTMENT MASTER, IN ITS SEQUENCE, AND A LAST ROW  *
      *    *UNASSIGNED* FOR A UNIT WHOSE DEPARTMENT IS NOT THERE.  *
      *    EVERY UNIT-DATE COMPARED FALLS IN EXACTLY ONE OF THE    *
      *    SIX CATEGORY COUNTS.                                     *
      *-----------------------------------------------------------*
       01  TCH-DEPT-TABLE.
           05  TCH-DPT-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCH-DPT-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  TCH-DPT-ENTRY           OCCURS 101 TIMES
                                       INDEXED BY TCH-DPT-IX.
               10  TCH-DPT-NAME        PIC X(15).
               10  TCH-DPT-COMPARED    PIC 9(07)   COMP.
               10  TCH-DPT-NEW-CRIT    PIC 9(07)   COMP.
               10  TCH-DPT-CRIT-AGAIN  PIC 9(07)   COMP.
               10  TCH-DPT-CLEARED     PIC 9(07)   COMP.
               10  TCH-DPT-OTHER-CHG   PIC 9(07)   COMP.
               10  TCH-DPT-NO-PRIOR    PIC 9(07)   COMP.
               10  TCH-DPT-UNCHANGED   PIC 9(07)   COMP.

      *-----------------------------------------------------------*
      *    THE RUN'S BUSINESS DATES, EACH WITH ITS PREVIOUS        *
      *    BUSINESS DATE AND THE DAY SLOTS HOLDING THE CURRENT     *
      *    UNIT'S DECISION ON EACH.                                 *
      *-----------------------------------------------------------*
       01  TCH-RUN-TABLE.
           05  TCH-RUN-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCH-RUN-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  TCH-RUN-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY TCH-RUN-IX.
               10  TCH-RUN-BUS-DATE    PIC 9(08).
               10  TCH-RUN-PRI-DATE    PIC 9(08).
               10  TCH-RUN-CUR-SLOT    PIC 9(03)   COMP.
               10  TCH-RUN-PRI-SLOT    PIC 9(03)   COMP.

      *-----------------------------------------------------------*
      *    DAY SLOTS - EVERY DATE WHOSE DECISION IS WANTED (THE    *
      *    RUN'S DATES AND THEIR PREVIOUS BUSINESS DATES, EACH     *
      *    ONCE), REFILLED FOR EACH UNIT FROM THE AUDIT STORE.     *
      *-----------------------------------------------------------*
       01  TCH-DAY-TABLE.
           05  TCH-DAY-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  TCH-DAY-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY TCH-DAY-IX.
               10  TCH-DAY-DATE        PIC 9(08).
               10  TCH-DAY-FOUND       PIC X(01).
               10  TCH-DAY-VALUE       PIC 9(05).
               10  TCH-DAY-WATCH       PIC 9(05).
               10  TCH-DAY-CRITICAL    PIC 9(05).
               10  TCH-DAY-TIER        PIC X(10).
       77  TCH-DAY-LOW-DATE            PIC 9(08)   VALUE ZERO.
       77  TCH-DAY-HIGH-DATE           PIC 9(08)   VALUE ZERO.
       77  TCH-SLOT-DATE               PIC 9(08)   VALUE ZERO.
       77  TCH-SLOT-FOUND              PIC 9(03)   COMP VALUE ZERO.
       77  TCH-CUR-SLOT                PIC 9(03)   COMP VALUE ZERO.
       77  TCH-PRI-SLOT                PIC 9(03)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    THE UNIT BEING GATHERED AND THE COMPARISON WORK FIELDS  *
      *-----------------------------------------------------------*
       01  TCH-CUR-UNIT                PIC X(10)   VALUE SPACES.
       01  TCH-CUR-NAME                PIC X(25)   VALUE SPACES.
       01  TCH-CUR-DEPARTMENT          PIC X(15)   VALUE SPACES.
       77  TCH-CUR-DPT-SLOT            PIC 9(03)   COMP VALUE ZERO.
       01  TCH-PRI-TIER                PIC X(10)   VALUE SPACES.
       77  TCH-PRI-VALUE               PIC 9(05)   VALUE ZERO.
       77  TCH-PRI-WATCH               PIC 9(05)   VALUE ZERO.
       77  TCH-PRI-CRITICAL            PIC 9(05)   VALUE ZERO.
       01  TCH-RANK-TIER               PIC X(10)   VALUE SPACES.
       77  TCH-RANK                    PIC 9(01)   VALUE ZERO.
       77  TCH-PRI-RANK                PIC 9(01)   VALUE ZERO.
       77  TCH-CUR-RANK                PIC 9(01)   VALUE ZERO.
       01  TCH-LIST-KIND               PIC X(01)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    UNITS LISTED ON THE REPORT - NEWLY CRITICAL (N),        *
      *    CRITICAL AGAIN (A) AND CLEARED (C) - IN AUDIT KEY       *
      *    ORDER, SO EACH SECTION PRINTS WHOLE.                     *
      *-----------------------------------------------------------*
       01  TCH-LIST-TABLE.
           05  TCH-LST-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TCH-LST-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  TCH-LST-ENTRY           OCCURS 2000 TIMES
                                       INDEXED BY TCH-LST-IX.
               10  TCH-LST-KIND        PIC X(01).
               10  TCH-LST-UNIT        PIC X(10).
               10  TCH-LST-NAME        PIC X(25).
               10  TCH-LST-DEPARTMENT  PIC X(15).
               10  TCH-LST-DATE        PIC 9(08).
               10  TCH-LST-PRI-TIER    PIC X(10).
               10  TCH-LST-PRI-VALUE   PIC 9(05).
               10  TCH-LST-TIER        PIC X(10).
               10  TCH-LST-VALUE       PIC 9(05).
               10  TCH-LST-CRITICAL    PIC 9(05).
       77  TCH-SECTION-LISTED          PIC 9(04)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN ACCUMULATORS                                         *
      *-----------------------------------------------------------*
       77  TCH-DECISIONS-READ          PIC 9(07)   COMP VALUE ZERO.
       77  TCH-UNITS-SEEN              PIC 9(07)   COMP VALUE ZERO.
       77  TCH-TRANSITIONS-WRITTEN     PIC 9(07)   COMP VALUE ZERO.
       77  TCH-CLEARED-WRITTEN         PIC 9(07)   COMP VALUE ZERO.
       77  TCH-LDG-NOT-COMPLETE        PIC 9(03)   COMP VALUE ZERO.

       01  TCH-RUN-DATE-FIELDS.
           05  TCH-RUN-DATE-NUM        PIC 9(08).
           05  TCH-RUN-DATE-R REDEFINES TCH-RUN-DATE-NUM.
               10  TCH-RUN-YYYY        PIC 9(04).
               10  TCH-RUN-MM          PIC 9(02).
               10  TCH-RUN-DD          PIC 9(02).

       01  TCH-BUS-FMT-FIELDS.
           05  TCH-BUS-FMT-NUM         PIC 9(08).
           05  TCH-BUS-FMT-R REDEFINES TCH-BUS-FMT-NUM.
               10  TCH-BUS-FMT-YYYY    PIC 9(04).
               10  TCH-BUS-FMT-MM      PIC 9(02).
               10  TCH-BUS-FMT-DD      PIC 9(02).
       01  TCH-BUS-FMT-OUT             PIC X(10)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
      *-----------------------------------------------------------*
       01  TCH-HEADING-1.
           05  FILLER  PIC X(40)
               VALUE "DAY-OVER-DAY TIER TRANSITION SUMMARY".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  TCH-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  TCH-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER  PIC X(17) VALUE "EVALUATION RUN: ".
           05  TCH-HDG-EVAL-DATE       PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  TCH-HDG-EVAL-TIME       PIC 9(06).
           05  FILLER                  PIC X(72)   VALUE SPACES.

       01  TCH-DATE-LINE.
           05  FILLER  PIC X(16) VALUE "BUSINESS DATE ".
           05  TCH-DTL-BUS-DATE        PIC X(10).
           05  FILLER  PIC X(32)
               VALUE " AGAINST PREVIOUS BUSINESS DATE ".
           05  TCH-DTL-PRI-DATE        PIC X(10).
           05  FILLER                  PIC X(64)   VALUE SPACES.

       01  TCH-NOTE-LINE.
           05  TCH-NOTE-TEXT           PIC X(60).
           05  FILLER                  PIC X(72)   VALUE SPACES.

       01  TCH-SECTION-LINE.
           05  TCH-SEC-TITLE           PIC X(60).
           05  FILLER                  PIC X(72)   VALUE SPACES.

       01  TCH-DEPT-HEADING.
           05  FILLER                  PIC X(15)   VALUE "DEPARTMENT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "  COMPARED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "  NEW CRIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "CRIT AGAIN".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "   CLEARED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE " OTHER CHG".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "  NO PRIOR".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE " UNCHANGED".
           05  FILLER                  PIC X(33)   VALUE SPACES.

       01  TCH-DEPT-LINE.
           05  TCH-DLN-NAME            PIC X(15).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-COMPARED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-NEW-CRIT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-CRIT-AGAIN      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-CLEARED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-OTHER-CHG       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-NO-PRIOR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TCH-DLN-UNCHANGED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(33)   VALUE SPACES.

       01  TCH-DEPT-TOTALS.
           05  TCH-DTT-COMPARED        PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-NEW-CRIT        PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-CRIT-AGAIN      PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-CLEARED         PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-OTHER-CHG       PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-NO-PRIOR        PIC 9(07)   COMP VALUE ZERO.
           05  TCH-DTT-UNCHANGED       PIC 9(07)   COMP VALUE ZERO.

       01  TCH-LIST-HEADING.
           05  FILLER                  PIC X(10)   VALUE "UNIT-ID".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(25)   VALUE "UNIT NAME".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)   VALUE "DEPARTMENT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "WAS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE " COUNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "NOW".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE " COUNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "  CRIT".
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  TCH-LIST-LINE.
           05  TCH-LLN-UNIT            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-NAME            PIC X(25).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-DEPARTMENT      PIC X(15).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-DATE            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-PRI-TIER        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-PRI-VALUE       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-TIER            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-VALUE           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TCH-LLN-CRITICAL        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)   VALUE SPACES.

       01  TCH-NONE-LINE.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "NONE.".
           05  FILLER                  PIC X(122)  VALUE SPACES.

       01  TCH-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(121)  VALUE SPACES.

       01  TCH-TOTAL-LINE.
           05  TCH-TOT-LABEL           PIC X(30).
           05  TCH-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)   VALUE SPACES.

       01  TCH-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  TCH-FOOTER-LINE.
           05  FILLER  PIC X(40)
               VALUE "*** END OF TIER TRANSITION SUMMARY ***".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-DECISION THRU 2000-EXIT
               UNTIL TCH-AUD-EOF-YES.
           IF TCH-CUR-UNIT NOT = SPACES
               PERFORM 3000-COMPARE-UNIT THRU 3000-EXIT
           END-IF
           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    LOADS THE REFERENCE TABLES, FINDS THE EVALUATION RUN'S   *
      *    BUSINESS DATES AND PAIRS EACH WITH ITS PREVIOUS BUSINESS *
      *    DATE. WITH NO DATES TO COMPARE THE AUDIT STORE IS NOT    *
      *    READ AND THE REPORT SAYS WHY.                             *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT TCH-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING TCH-RUN-MM   "/"
                  TCH-RUN-DD   "/"
                  TCH-RUN-YYYY
                  DELIMITED BY SIZE INTO TCH-HDG-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 1100-LOAD-ONE-CAL-DATE THRU 1100-EXIT
               UNTIL TCH-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           OPEN INPUT DEPT-REF-FILE.
           PERFORM 1200-LOAD-ONE-DEPT-REF THRU 1200-EXIT
               UNTIL TCH-DRF-EOF-YES.
           CLOSE DEPT-REF-FILE.
           ADD 1 TO TCH-DPT-TOTAL
           MOVE "*UNASSIGNED*" TO TCH-DPT-NAME (TCH-DPT-TOTAL)
           PERFORM 1250-CLEAR-DEPT-COUNTS THRU 1250-EXIT
               VARYING TCH-DPT-IX FROM 1 BY 1
               UNTIL TCH-DPT-IX > TCH-DPT-TOTAL.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1300-LOAD-ONE-UNIT-REF THRU 1300-EXIT
               UNTIL TCH-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF TCH-URF-LOST > ZERO
               DISPLAY "TIERCHG: UNIT TABLE FULL - "
                       TCH-URF-LOST " UNIT(S) NOT LOADED"
           END-IF
           OPEN INPUT OPS-SUMMARY-IN-FILE.
           PERFORM 1400-READ-OPS-SUMMARY THRU 1400-EXIT
               UNTIL TCH-OPS-EOF-YES.
           CLOSE OPS-SUMMARY-IN-FILE.
           IF TCH-OPS-FOUND-YES
               OPEN INPUT RUN-LEDGER-FILE
               PERFORM 1500-FIND-RUN-DATE THRU 1500-EXIT
                   UNTIL TCH-LDG-EOF-YES
               CLOSE RUN-LEDGER-FILE
           END-IF
           PERFORM 1600-PAIR-RUN-DATE THRU 1600-EXIT
               VARYING TCH-RUN-IX FROM 1 BY 1
               UNTIL TCH-RUN-IX > TCH-RUN-TOTAL.
           MOVE TCH-EVAL-RUN-DATE TO TCH-BUS-FMT-NUM
           PERFORM 4900-FORMAT-BUS-DATE THRU 4900-EXIT
           MOVE TCH-BUS-FMT-OUT   TO TCH-HDG-EVAL-DATE
           MOVE TCH-EVAL-RUN-TIME TO TCH-HDG-EVAL-TIME
           OPEN INPUT AUDIT-IN-FILE.
           OPEN OUTPUT TRANSITION-FILE
                       CLEARED-FILE
                       TIER-REPORT-FILE.
           WRITE RPT-RECORD FROM TCH-HEADING-1.
           WRITE RPT-RECORD FROM TCH-HEADING-2.
           WRITE RPT-RECORD FROM TCH-BLANK-LINE.
           PERFORM 1800-PRINT-DATE-PAIR THRU 1800-EXIT
               VARYING TCH-RUN-IX FROM 1 BY 1
               UNTIL TCH-RUN-IX > TCH-RUN-TOTAL.
           IF TCH-OPS-FOUND-NO
               MOVE "NO OPSSUMM RECORD - THE RUN'S DATES ARE UNKNOWN"
                 TO TCH-NOTE-TEXT
               WRITE RPT-RECORD FROM TCH-NOTE-LINE
           END-IF
           IF TCH-OPS-RECORDS > 1
               MOVE "MORE THAN ONE OPSSUMM RECORD - WRONG GENERATION?"
                 TO TCH-NOTE-TEXT
               WRITE RPT-RECORD FROM TCH-NOTE-LINE
           END-IF
           IF TCH-LDG-NOT-COMPLETE > ZERO
               MOVE "A LEDGER DATE OF THE RUN IS NOT COMPLETE - SKIPPED"
                 TO TCH-NOTE-TEXT
               WRITE RPT-RECORD FROM TCH-NOTE-LINE
           END-IF
           IF TCH-RUN-TOTAL = ZERO
               MOVE "NO COMPLETE LEDGER DATE FOR THE RUN - NO COMPARE"
                 TO TCH-NOTE-TEXT
               WRITE RPT-RECORD FROM TCH-NOTE-LINE
               SET TCH-AUD-EOF-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-LOAD-ONE-CAL-DATE                                      *
      *    A BAD DATE IS REPORTED AND SKIPPED, AS IN THE DAILY RUN. *
      *=============================================================*
       1100-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END
                   SET TCH-CAL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CAL-DATE-X NOT NUMERIC
               DISPLAY "TIERCHG: CALENDAR RECORD SKIPPED - BAD "
                       "DATE " CAL-DATE-X
               GO TO 1100-EXIT
           END-IF
           IF TCH-CAL-TOTAL < 200
               ADD 1 TO TCH-CAL-TOTAL
               SET TCH-CAL-IX TO TCH-CAL-TOTAL
               COMPUTE TCH-CAL-INT-DATE (TCH-CAL-IX) =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
           ELSE
               ADD 1 TO TCH-CAL-LOST
               DISPLAY "TIERCHG: CALENDAR TABLE FULL - SKIPPED "
                       CAL-DATE-X
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-LOAD-ONE-DEPT-REF                                      *
      *    THE LAST ROW IS KEPT FOR *UNASSIGNED*.                    *
      *=============================================================*
       1200-LOAD-ONE-DEPT-REF.
           READ DEPT-REF-FILE
               AT END
                   SET TCH-DRF-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF TCH-DPT-TOTAL >= 100
               ADD 1 TO TCH-DPT-LOST
               DISPLAY "TIERCHG: DEPARTMENT TABLE FULL - COUNTED AS "
                       "*UNASSIGNED* " DRF-DEPARTMENT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO TCH-DPT-TOTAL
           MOVE DRF-DEPARTMENT TO TCH-DPT-NAME (TCH-DPT-TOTAL).
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  1250-CLEAR-DEPT-COUNTS                                      *
      *=============================================================*
       1250-CLEAR-DEPT-COUNTS.
           MOVE ZERO TO TCH-DPT-COMPARED (TCH-DPT-IX)
                        TCH-DPT-NEW-CRIT (TCH-DPT-IX)
                        TCH-DPT-CRIT-AGAIN (TCH-DPT-IX)
                        TCH-DPT-CLEARED (TCH-DPT-IX)
                        TCH-DPT-OTHER-CHG (TCH-DPT-IX)
                        TCH-DPT-NO-PRIOR (TCH-DPT-IX)
                        TCH-DPT-UNCHANGED (TCH-DPT-IX).
       1250-EXIT.
           EXIT.

      *=============================================================*
      *  1300-LOAD-ONE-UNIT-REF                                      *
      *=============================================================*
       1300-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET TCH-URF-EOF-YES TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF TCH-URF-TOTAL >= 500
               ADD 1 TO TCH-URF-LOST
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO TCH-URF-TOTAL
           SET TCH-URF-IX TO TCH-URF-TOTAL
           MOVE URF-UNIT-ID    TO TCH-URF-UNIT (TCH-URF-IX)
           MOVE URF-UNIT-NAME  TO TCH-URF-NAME (TCH-URF-IX)
           MOVE URF-DEPARTMENT TO TCH-URF-DEPARTMENT (TCH-URF-IX).
       1300-EXIT.
           EXIT.

      *=============================================================*
      *  1400-READ-OPS-SUMMARY                                       *
      *    THE OPSSUMM GENERATION HOLDS THE RUN'S ONE RECORD. A     *
      *    SECOND RECORD IS CALLED OUT ON THE REPORT AND THE LAST   *
      *    ONE READ IS USED.                                         *
      *=============================================================*
       1400-READ-OPS-SUMMARY.
           READ OPS-SUMMARY-IN-FILE
               AT END
                   SET TCH-OPS-EOF-YES TO TRUE
                   GO TO 1400-EXIT
           END-READ
           ADD 1 TO TCH-OPS-RECORDS
           SET TCH-OPS-FOUND-YES TO TRUE
           MOVE OPS-RUN-DATE TO TCH-EVAL-RUN-DATE
           MOVE OPS-RUN-TIME TO TCH-EVAL-RUN-TIME.
       1400-EXIT.
           EXIT.

      *=============================================================*
      *  1500-FIND-RUN-DATE                                          *
      *    THE LEDGER HOLDS EVERY BUSINESS DATE EVER RUN - AN ENTRY *
      *    IS THE RUN'S OWN ONLY WHEN IT CARRIES THE OPSSUMM RUN    *
      *    DATE AND START TIME, WHICH EVERY DATE OF A CATCH-UP RUN  *
      *    SHARES. ONLY A COMPLETE DATE IS COMPARED.                 *
      *=============================================================*
       1500-FIND-RUN-DATE.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   SET TCH-LDG-EOF-YES TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF LDG-RUN-DATE NOT = TCH-EVAL-RUN-DATE
               OR LDG-RUN-TIME NOT = TCH-EVAL-RUN-TIME
               GO TO 1500-EXIT
           END-IF
           IF NOT LDG-STATUS-COMPLETE
               ADD 1 TO TCH-LDG-NOT-COMPLETE
               DISPLAY "TIERCHG: LEDGER DATE NOT COMPLETE - SKIPPED "
                       LDG-BUSINESS-DATE
               GO TO 1500-EXIT
           END-IF
           IF TCH-RUN-TOTAL >= 100
               ADD 1 TO TCH-RUN-LOST
               DISPLAY "TIERCHG: DATE TABLE FULL - NOT COMPARED "
                       LDG-BUSINESS-DATE
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO TCH-RUN-TOTAL
           SET TCH-RUN-IX TO TCH-RUN-TOTAL
           MOVE LDG-BUSINESS-DATE TO TCH-RUN-BUS-DATE (TCH-RUN-IX).
       1500-EXIT.
           EXIT.

      *=============================================================*
      *  1600-PAIR-RUN-DATE                                          *
      *    FINDS THE PREVIOUS BUSINESS DATE AND GIVES BOTH DATES A  *
      *    DAY SLOT.                                                 *
      *=============================================================*
       1600-PAIR-RUN-DATE.
           COMPUTE TCH-INT-DAY = FUNCTION INTEGER-OF-DATE
               (TCH-RUN-BUS-DATE (TCH-RUN-IX))
           SET TCH-PRIOR-FOUND-NO TO TRUE
           PERFORM 1650-STEP-BACK-ONE-DAY THRU 1650-EXIT
               UNTIL TCH-PRIOR-FOUND-YES.
           COMPUTE TCH-RUN-PRI-DATE (TCH-RUN-IX) =
               FUNCTION DATE-OF-INTEGER (TCH-INT-DAY)
           MOVE TCH-RUN-BUS-DATE (TCH-RUN-IX) TO TCH-SLOT-DATE
           PERFORM 1700-FIND-DAY-SLOT THRU 1700-EXIT
           MOVE TCH-SLOT-FOUND TO TCH-RUN-CUR-SLOT (TCH-RUN-IX)
           MOVE TCH-RUN-PRI-DATE (TCH-RUN-IX) TO TCH-SLOT-DATE
           PERFORM 1700-FIND-DAY-SLOT THRU 1700-EXIT
           MOVE TCH-SLOT-FOUND TO TCH-RUN-PRI-SLOT (TCH-RUN-IX).
       1600-EXIT.
           EXIT.

      *=============================================================*
      *  1650-STEP-BACK-ONE-DAY                                      *
      *    INTEGER DATE 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR A      *
      *    SATURDAY AND 0 FOR A SUNDAY. A WORKING WEEKDAY NOT ON    *
      *    THE CALENDAR IS THE PREVIOUS BUSINESS DATE.               *
      *=============================================================*
       1650-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM TCH-INT-DAY
           COMPUTE TCH-DAY-OF-WEEK = FUNCTION MOD (TCH-INT-DAY, 7)
           IF TCH-DAY-OF-WEEK = 0 OR 6
               GO TO 1650-EXIT
           END-IF
           IF TCH-CAL-TOTAL > ZERO
               SET TCH-CAL-IX TO 1
               SEARCH TCH-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCH-CAL-IX > TCH-CAL-TOTAL
                       CONTINUE
                   WHEN TCH-CAL-INT-DATE (TCH-CAL-IX) = TCH-INT-DAY
                       GO TO 1650-EXIT
               END-SEARCH
           END-IF
           SET TCH-PRIOR-FOUND-YES TO TRUE.
       1650-EXIT.
           EXIT.

      *=============================================================*
      *  1700-FIND-DAY-SLOT                                          *
      *    RETURNS THE SLOT HOLDING TCH-SLOT-DATE, ADDING IT IF NEW *
      *    AND WIDENING THE LOW/HIGH DATE RANGE OF THE SLOTS. 200   *
      *    SLOTS COVER THE 100 RUN DATES AND THEIR PRIOR DATES.     *
      *=============================================================*
       1700-FIND-DAY-SLOT.
           MOVE ZERO TO TCH-SLOT-FOUND
           IF TCH-DAY-TOTAL > ZERO
               SET TCH-DAY-IX TO 1
               SEARCH TCH-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCH-DAY-IX > TCH-DAY-TOTAL
                       CONTINUE
                   WHEN TCH-DAY-DATE (TCH-DAY-IX) = TCH-SLOT-DATE
                       SET TCH-SLOT-FOUND TO TCH-DAY-IX
               END-SEARCH
           END-IF
           IF TCH-SLOT-FOUND > ZERO
               GO TO 1700-EXIT
           END-IF
           ADD 1 TO TCH-DAY-TOTAL
           MOVE TCH-DAY-TOTAL TO TCH-SLOT-FOUND
           MOVE TCH-SLOT-DATE TO TCH-DAY-DATE (TCH-DAY-TOTAL)
           MOVE "N"           TO TCH-DAY-FOUND (TCH-DAY-TOTAL)
           IF TCH-DAY-TOTAL = 1
               OR TCH-SLOT-DATE < TCH-DAY-LOW-DATE
               MOVE TCH-SLOT-DATE TO TCH-DAY-LOW-DATE
           END-IF
           IF TCH-SLOT-DATE > TCH-DAY-HIGH-DATE
               MOVE TCH-SLOT-DATE TO TCH-DAY-HIGH-DATE
           END-IF.
       1700-EXIT.
           EXIT.

      *=============================================================*
      *  1800-PRINT-DATE-PAIR                                        *
      *=============================================================*
       1800-PRINT-DATE-PAIR.
           MOVE TCH-RUN-BUS-DATE (TCH-RUN-IX) TO TCH-BUS-FMT-NUM
           PERFORM 4900-FORMAT-BUS-DATE THRU 4900-EXIT
           MOVE TCH-BUS-FMT-OUT               TO TCH-DTL-BUS-DATE
           MOVE TCH-RUN-PRI-DATE (TCH-RUN-IX) TO TCH-BUS-FMT-NUM
           PERFORM 4900-FORMAT-BUS-DATE THRU 4900-EXIT
           MOVE TCH-BUS-FMT-OUT               TO TCH-DTL-PRI-DATE
           WRITE RPT-RECORD FROM TCH-DATE-LINE.
       1800-EXIT.
           EXIT.

      *=============================================================*
      *  2000-READ-DECISION                                          *
      *    THE STORE IS IN UNIT/DATE/TIMESTAMP ORDER, SO A NEW      *
      *    UNIT-ID MEANS THE LAST UNIT'S DECISIONS ARE ALL HELD.    *
      *=============================================================*
       2000-READ-DECISION.
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET TCH-AUD-EOF-YES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TCH-DECISIONS-READ
           IF AUD-UNIT-ID NOT = TCH-CUR-UNIT
               IF TCH-CUR-UNIT NOT = SPACES
                   PERFORM 3000-COMPARE-UNIT THRU 3000-EXIT
               END-IF
               MOVE AUD-UNIT-ID TO TCH-CUR-UNIT
               PERFORM 2100-CLEAR-DAY-SLOT THRU 2100-EXIT
                   VARYING TCH-DAY-IX FROM 1 BY 1
                   UNTIL TCH-DAY-IX > TCH-DAY-TOTAL
           END-IF
           PERFORM 2200-HOLD-DECISION THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-CLEAR-DAY-SLOT                                         *
      *=============================================================*
       2100-CLEAR-DAY-SLOT.
           MOVE "N"    TO TCH-DAY-FOUND (TCH-DAY-IX)
           MOVE SPACES TO TCH-DAY-TIER (TCH-DAY-IX).
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-HOLD-DECISION                                          *
      *    A SUPERSEDED DECISION IS NOT IN FORCE. OF THE REST, THE  *
      *    LAST ONE FOR A DATE (THE LATEST TIMESTAMP) WINS.          *
      *=============================================================*
       2200-HOLD-DECISION.
           IF AUD-SUPERSEDE-MARK
               GO TO 2200-EXIT
           END-IF
           IF AUD-BUSINESS-DATE < TCH-DAY-LOW-DATE
               OR AUD-BUSINESS-DATE > TCH-DAY-HIGH-DATE
               GO TO 2200-EXIT
           END-IF
           SET TCH-DAY-IX TO 1
           SEARCH TCH-DAY-ENTRY
               AT END
                   GO TO 2200-EXIT
               WHEN TCH-DAY-IX > TCH-DAY-TOTAL
                   GO TO 2200-EXIT
               WHEN TCH-DAY-DATE (TCH-DAY-IX) = AUD-BUSINESS-DATE
                   CONTINUE
           END-SEARCH
           MOVE "Y"                TO TCH-DAY-FOUND (TCH-DAY-IX)
           MOVE AUD-VALUE          TO TCH-DAY-VALUE (TCH-DAY-IX)
           MOVE AUD-WATCH-BREAK    TO TCH-DAY-WATCH (TCH-DAY-IX)
           MOVE AUD-CRITICAL-BREAK TO TCH-DAY-CRITICAL (TCH-DAY-IX)
           MOVE AUD-OUTCOME        TO TCH-DAY-TIER (TCH-DAY-IX).
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  3000-COMPARE-UNIT                                           *
      *    LOOKS UP THE UNIT'S NAME AND DEPARTMENT ONCE, THEN       *
      *    COMPARES EACH OF THE RUN'S DATES.                         *
      *=============================================================*
       3000-COMPARE-UNIT.
           ADD 1 TO TCH-UNITS-SEEN
           MOVE SPACES TO TCH-CUR-NAME
                          TCH-CUR-DEPARTMENT
           IF TCH-URF-TOTAL > ZERO
               SET TCH-URF-IX TO 1
               SEARCH TCH-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCH-URF-IX > TCH-URF-TOTAL
                       CONTINUE
                   WHEN TCH-URF-UNIT (TCH-URF-IX) = TCH-CUR-UNIT
                       MOVE TCH-URF-NAME (TCH-URF-IX)
                                       TO TCH-CUR-NAME
                       MOVE TCH-URF-DEPARTMENT (TCH-URF-IX)
                                       TO TCH-CUR-DEPARTMENT
               END-SEARCH
           END-IF
           MOVE TCH-DPT-TOTAL TO TCH-CUR-DPT-SLOT
           IF TCH-CUR-DEPARTMENT NOT = SPACES
               SET TCH-DPT-IX TO 1
               SEARCH TCH-DPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TCH-DPT-IX >= TCH-DPT-TOTAL
                       CONTINUE
                   WHEN TCH-DPT-NAME (TCH-DPT-IX) = TCH-CUR-DEPARTMENT
                       SET TCH-CUR-DPT-SLOT TO TCH-DPT-IX
               END-SEARCH
           END-IF
           PERFORM 3100-COMPARE-ONE-DATE THRU 3100-EXIT
               VARYING TCH-RUN-IX FROM 1 BY 1
               UNTIL TCH-RUN-IX > TCH-RUN-TOTAL.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  3100-COMPARE-ONE-DATE                                       *
      *    A UNIT WITH NO DECISION ON THE RUN'S DATE WAS NOT        *
      *    EVALUATED THAT DAY AND IS NOT COMPARED. OTHERWISE THE    *
      *    UNIT-DATE FALLS IN ONE CATEGORY, FIRST MATCH WINS:       *
      *      NEW CRITICAL   - CRITICAL NOW, NOT CRITICAL BEFORE     *
      *                       (OR NO DECISION BEFORE);              *
      *      CRITICAL AGAIN - CRITICAL NOW AND BEFORE;              *
      *      CLEARED        - WATCH OR LOW NOW, CRITICAL OR         *
      *                       SUPPRESSED BEFORE;                    *
      *      NO PRIOR       - NO DECISION BEFORE;                   *
      *      UNCHANGED      - THE SAME TIER;                        *
      *      OTHER CHANGE   - ANY OTHER CHANGE OF TIER.             *
      *    EVERY CHANGE OF TIER ALSO WRITES A TRANSITION RECORD.    *
      *=============================================================*
       3100-COMPARE-ONE-DATE.
           MOVE TCH-RUN-CUR-SLOT (TCH-RUN-IX) TO TCH-CUR-SLOT
           MOVE TCH-RUN-PRI-SLOT (TCH-RUN-IX) TO TCH-PRI-SLOT
           IF TCH-DAY-FOUND (TCH-CUR-SLOT) NOT = "Y"
               GO TO 3100-EXIT
           END-IF
           IF TCH-DAY-FOUND (TCH-PRI-SLOT) = "Y"
               MOVE TCH-DAY-TIER (TCH-PRI-SLOT)     TO TCH-PRI-TIER
               MOVE TCH-DAY-VALUE (TCH-PRI-SLOT)    TO TCH-PRI-VALUE
               MOVE TCH-DAY-WATCH (TCH-PRI-SLOT)    TO TCH-PRI-WATCH
               MOVE TCH-DAY-CRITICAL (TCH-PRI-SLOT)
                                                   TO TCH-PRI-CRITICAL
           ELSE
               MOVE "NONE" TO TCH-PRI-TIER
               MOVE ZERO   TO TCH-PRI-VALUE
                              TCH-PRI-WATCH
                              TCH-PRI-CRITICAL
           END-IF
           ADD 1 TO TCH-DPT-COMPARED (TCH-CUR-DPT-SLOT)
           EVALUATE TRUE
               WHEN TCH-DAY-TIER (TCH-CUR-SLOT) = "CRITICAL"
                AND TCH-PRI-TIER = "CRITICAL"
                   ADD 1 TO TCH-DPT-CRIT-AGAIN (TCH-CUR-DPT-SLOT)
                   MOVE "A" TO TCH-LIST-KIND
                   PERFORM 3500-HOLD-LISTED THRU 3500-EXIT
               WHEN TCH-DAY-TIER (TCH-CUR-SLOT) = "CRITICAL"
                   ADD 1 TO TCH-DPT-NEW-CRIT (TCH-CUR-DPT-SLOT)
                   MOVE "N" TO TCH-LIST-KIND
                   PERFORM 3500-HOLD-LISTED THRU 3500-EXIT
               WHEN (TCH-DAY-TIER (TCH-CUR-SLOT) = "WATCH"
                  OR TCH-DAY-TIER (TCH-CUR-SLOT) = "LOW")
                AND (TCH-PRI-TIER = "CRITICAL"
                  OR TCH-PRI-TIER = "SUPPRESSED")
                   ADD 1 TO TCH-DPT-CLEARED (TCH-CUR-DPT-SLOT)
                   PERFORM 3400-WRITE-CLEARED THRU 3400-EXIT
                   MOVE "C" TO TCH-LIST-KIND
                   PERFORM 3500-HOLD-LISTED THRU 3500-EXIT
               WHEN TCH-PRI-TIER = "NONE"
                   ADD 1 TO TCH-DPT-NO-PRIOR (TCH-CUR-DPT-SLOT)
               WHEN TCH-DAY-TIER (TCH-CUR-SLOT) = TCH-PRI-TIER
                   ADD 1 TO TCH-DPT-UNCHANGED (TCH-CUR-DPT-SLOT)
               WHEN OTHER
                   ADD 1 TO TCH-DPT-OTHER-CHG (TCH-CUR-DPT-SLOT)
           END-EVALUATE
           IF TCH-DAY-TIER (TCH-CUR-SLOT) NOT = TCH-PRI-TIER
               PERFORM 3300-WRITE-TRANSITION THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *=============================================================*
      *  3300-WRITE-TRANSITION                                       *
      *    THE DIRECTION COMES FROM THE TIER RANKS - SUPPRESSED     *
      *    RANKS WITH CRITICAL, SO A MOVE BETWEEN THE TWO IS A      *
      *    SUPPRESSION CHANGE RATHER THAN BETTER OR WORSE.           *
      *=============================================================*
       3300-WRITE-TRANSITION.
           MOVE TCH-PRI-TIER TO TCH-RANK-TIER
           PERFORM 3600-RANK-TIER THRU 3600-EXIT
           MOVE TCH-RANK TO TCH-PRI-RANK
           MOVE TCH-DAY-TIER (TCH-CUR-SLOT) TO TCH-RANK-TIER
           PERFORM 3600-RANK-TIER THRU 3600-EXIT
           MOVE TCH-RANK TO TCH-CUR-RANK
           MOVE SPACES TO TRS-RECORD
           MOVE TCH-CUR-UNIT                     TO TRS-UNIT-ID
           MOVE TCH-RUN-BUS-DATE (TCH-RUN-IX)    TO TRS-BUSINESS-DATE
           EVALUATE TRUE
               WHEN TCH-PRI-TIER = "NONE"
                   SET TRS-NO-PRIOR TO TRUE
               WHEN TCH-CUR-RANK > TCH-PRI-RANK
                   SET TRS-WORSENED TO TRUE
               WHEN TCH-CUR-RANK < TCH-PRI-RANK
                   SET TRS-IMPROVED TO TRUE
               WHEN OTHER
                   SET TRS-SUPPRESSION-CHANGE TO TRUE
           END-EVALUATE
           MOVE TCH-RUN-PRI-DATE (TCH-RUN-IX)    TO TRS-PRIOR-DATE
           MOVE TCH-PRI-TIER                     TO TRS-PRIOR-TIER
           MOVE TCH-PRI-VALUE                    TO TRS-PRIOR-VALUE
           MOVE TCH-PRI-WATCH            TO TRS-PRIOR-WATCH-BREAK
           MOVE TCH-PRI-CRITICAL         TO TRS-PRIOR-CRITICAL-BREAK
           MOVE TCH-DAY-TIER (TCH-CUR-SLOT)      TO TRS-TIER
           MOVE TCH-DAY-VALUE (TCH-CUR-SLOT)     TO TRS-VALUE
           MOVE TCH-DAY-WATCH (TCH-CUR-SLOT)     TO TRS-WATCH-BREAK
           MOVE TCH-DAY-CRITICAL (TCH-CUR-SLOT)  TO TRS-CRITICAL-BREAK
           MOVE TCH-CUR-DEPARTMENT               TO TRS-DEPARTMENT
           WRITE TRS-RECORD.
           ADD 1 TO TCH-TRANSITIONS-WRITTEN.
       3300-EXIT.
           EXIT.

      *=============================================================*
      *  3400-WRITE-CLEARED                                          *
      *=============================================================*
       3400-WRITE-CLEARED.
           MOVE SPACES TO CLR-RECORD
           MOVE TCH-CUR-UNIT                     TO CLR-UNIT-ID
           MOVE TCH-RUN-BUS-DATE (TCH-RUN-IX)    TO CLR-BUSINESS-DATE
           MOVE TCH-DAY-TIER (TCH-CUR-SLOT)      TO CLR-TIER
           MOVE TCH-DAY-VALUE (TCH-CUR-SLOT)     TO CLR-VALUE
           MOVE TCH-DAY-CRITICAL (TCH-CUR-SLOT)  TO CLR-CRITICAL-BREAK
           MOVE TCH-RUN-PRI-DATE (TCH-RUN-IX)    TO CLR-PRIOR-DATE
           MOVE TCH-PRI-TIER                     TO CLR-PRIOR-TIER
           MOVE TCH-PRI-VALUE                    TO CLR-PRIOR-VALUE
           MOVE TCH-CUR-DEPARTMENT               TO CLR-DEPARTMENT
           WRITE CLR-RECORD.
           ADD 1 TO TCH-CLEARED-WRITTEN.
       3400-EXIT.
           EXIT.

      *=============================================================*
      *  3500-HOLD-LISTED                                            *
      *    KEEPS A NEWLY CRITICAL, CRITICAL AGAIN OR CLEARED UNIT   *
      *    FOR ITS SECTION OF THE REPORT.                            *
      *=============================================================*
       3500-HOLD-LISTED.
           IF TCH-LST-TOTAL >= 2000
               ADD 1 TO TCH-LST-LOST
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO TCH-LST-TOTAL
           SET TCH-LST-IX TO TCH-LST-TOTAL
           MOVE TCH-LIST-KIND        TO TCH-LST-KIND (TCH-LST-IX)
           MOVE TCH-CUR-UNIT         TO TCH-LST-UNIT (TCH-LST-IX)
           MOVE TCH-CUR-NAME         TO TCH-LST-NAME (TCH-LST-IX)
           MOVE TCH-DPT-NAME (TCH-CUR-DPT-SLOT)
                                     TO TCH-LST-DEPARTMENT (TCH-LST-IX)
           MOVE TCH-RUN-BUS-DATE (TCH-RUN-IX)
                                     TO TCH-LST-DATE (TCH-LST-IX)
           MOVE TCH-PRI-TIER         TO TCH-LST-PRI-TIER (TCH-LST-IX)
           MOVE TCH-PRI-VALUE        TO TCH-LST-PRI-VALUE (TCH-LST-IX)
           MOVE TCH-DAY-TIER (TCH-CUR-SLOT)
                                     TO TCH-LST-TIER (TCH-LST-IX)
           MOVE TCH-DAY-VALUE (TCH-CUR-SLOT)
                                     TO TCH-LST-VALUE (TCH-LST-IX)
           MOVE TCH-DAY-CRITICAL (TCH-CUR-SLOT)
                                     TO TCH-LST-CRITICAL (TCH-LST-IX).
       3500-EXIT.
           EXIT.

      *=============================================================*
      *  3600-RANK-TIER                                              *
      *=============================================================*
       3600-RANK-TIER.
           EVALUATE TCH-RANK-TIER
               WHEN "LOW"
                   MOVE 1 TO TCH-RANK
               WHEN "WATCH"
                   MOVE 2 TO TCH-RANK
               WHEN "CRITICAL"
                   MOVE 3 TO TCH-RANK
               WHEN "SUPPRESSED"
                   MOVE 3 TO TCH-RANK
               WHEN OTHER
                   MOVE 0 TO TCH-RANK
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      *=============================================================*
      *  4000-PRINT-REPORT                                           *
      *    THE DEPARTMENT SUMMARY, THEN THE THREE UNIT SECTIONS.     *
      *=============================================================*
       4000-PRINT-REPORT.
           WRITE RPT-RECORD FROM TCH-BLANK-LINE.
           MOVE "TRANSITIONS BY DEPARTMENT" TO TCH-SEC-TITLE
           WRITE RPT-RECORD FROM TCH-SECTION-LINE.
           WRITE RPT-RECORD FROM TCH-DEPT-HEADING.
           PERFORM 4100-PRINT-ONE-DEPT THRU 4100-EXIT
               VARYING TCH-DPT-IX FROM 1 BY 1
               UNTIL TCH-DPT-IX > TCH-DPT-TOTAL.
           MOVE "ALL DEPARTMENTS"     TO TCH-DLN-NAME
           MOVE TCH-DTT-COMPARED      TO TCH-DLN-COMPARED
           MOVE TCH-DTT-NEW-CRIT      TO TCH-DLN-NEW-CRIT
           MOVE TCH-DTT-CRIT-AGAIN    TO TCH-DLN-CRIT-AGAIN
           MOVE TCH-DTT-CLEARED       TO TCH-DLN-CLEARED
           MOVE TCH-DTT-OTHER-CHG     TO TCH-DLN-OTHER-CHG
           MOVE TCH-DTT-NO-PRIOR      TO TCH-DLN-NO-PRIOR
           MOVE TCH-DTT-UNCHANGED     TO TCH-DLN-UNCHANGED
           WRITE RPT-RECORD FROM TCH-DEPT-LINE.
           MOVE "N" TO TCH-LIST-KIND
           MOVE "NEWLY CRITICAL (NOT CRITICAL THE DAY BEFORE)"
               TO TCH-SEC-TITLE
           PERFORM 4200-PRINT-ONE-SECTION THRU 4200-EXIT.
           MOVE "A" TO TCH-LIST-KIND
           MOVE "CRITICAL AGAIN (ALSO CRITICAL THE DAY BEFORE)"
               TO TCH-SEC-TITLE
           PERFORM 4200-PRINT-ONE-SECTION THRU 4200-EXIT.
           MOVE "C" TO TCH-LIST-KIND
           MOVE "CLEARED (SENT TO THE FOLLOW-UP SYSTEM)"
               TO TCH-SEC-TITLE
           PERFORM 4200-PRINT-ONE-SECTION THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      *=============================================================*
      *  4100-PRINT-ONE-DEPT                                         *
      *    A DEPARTMENT WITH NOTHING COMPARED IS NOT PRINTED.        *
      *=============================================================*
       4100-PRINT-ONE-DEPT.
           IF TCH-DPT-COMPARED (TCH-DPT-IX) = ZERO
               GO TO 4100-EXIT
           END-IF
           ADD TCH-DPT-COMPARED (TCH-DPT-IX)   TO TCH-DTT-COMPARED
           ADD TCH-DPT-NEW-CRIT (TCH-DPT-IX)   TO TCH-DTT-NEW-CRIT
           ADD TCH-DPT-CRIT-AGAIN (TCH-DPT-IX) TO TCH-DTT-CRIT-AGAIN
           ADD TCH-DPT-CLEARED (TCH-DPT-IX)    TO TCH-DTT-CLEARED
           ADD TCH-DPT-OTHER-CHG (TCH-DPT-IX)  TO TCH-DTT-OTHER-CHG
           ADD TCH-DPT-NO-PRIOR (TCH-DPT-IX)   TO TCH-DTT-NO-PRIOR
           ADD TCH-DPT-UNCHANGED (TCH-DPT-IX)  TO TCH-DTT-UNCHANGED
           MOVE TCH-DPT-NAME (TCH-DPT-IX)      TO TCH-DLN-NAME
           MOVE TCH-DPT-COMPARED (TCH-DPT-IX)  TO TCH-DLN-COMPARED
           MOVE TCH-DPT-NEW-CRIT (TCH-DPT-IX)  TO TCH-DLN-NEW-CRIT
           MOVE TCH-DPT-CRIT-AGAIN (TCH-DPT-IX)
                                               TO TCH-DLN-CRIT-AGAIN
           MOVE TCH-DPT-CLEARED (TCH-DPT-IX)   TO TCH-DLN-CLEARED
           MOVE TCH-DPT-OTHER-CHG (TCH-DPT-IX) TO TCH-DLN-OTHER-CHG
           MOVE TCH-DPT-NO-PRIOR (TCH-DPT-IX)  TO TCH-DLN-NO-PRIOR
           MOVE TCH-DPT-UNCHANGED (TCH-DPT-IX) TO TCH-DLN-UNCHANGED
           WRITE RPT-RECORD FROM TCH-DEPT-LINE.
       4100-EXIT.
           EXIT.

      *=============================================================*
      *  4200-PRINT-ONE-SECTION                                      *
      *    PRINTS THE HELD UNITS OF KIND TCH-LIST-KIND, OR A NONE   *
      *    LINE.                                                     *
      *=============================================================*
       4200-PRINT-ONE-SECTION.
           WRITE RPT-RECORD FROM TCH-BLANK-LINE.
           WRITE RPT-RECORD FROM TCH-SECTION-LINE.
           WRITE RPT-RECORD FROM TCH-LIST-HEADING.
           MOVE ZERO TO TCH-SECTION-LISTED
           PERFORM 4300-PRINT-ONE-LISTED THRU 4300-EXIT
               VARYING TCH-LST-IX FROM 1 BY 1
               UNTIL TCH-LST-IX > TCH-LST-TOTAL.
           IF TCH-SECTION-LISTED = ZERO
               WRITE RPT-RECORD FROM TCH-NONE-LINE
           END-IF.
       4200-EXIT.
           EXIT.

      *=============================================================*
      *  4300-PRINT-ONE-LISTED                                       *
      *=============================================================*
       4300-PRINT-ONE-LISTED.
           IF TCH-LST-KIND (TCH-LST-IX) NOT = TCH-LIST-KIND
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO TCH-SECTION-LISTED
           MOVE TCH-LST-UNIT (TCH-LST-IX)       TO TCH-LLN-UNIT
           MOVE TCH-LST-NAME (TCH-LST-IX)       TO TCH-LLN-NAME
           MOVE TCH-LST-DEPARTMENT (TCH-LST-IX) TO TCH-LLN-DEPARTMENT
           MOVE TCH-LST-DATE (TCH-LST-IX)       TO TCH-BUS-FMT-NUM
           PERFORM 4900-FORMAT-BUS-DATE THRU 4900-EXIT
           MOVE TCH-BUS-FMT-OUT                 TO TCH-LLN-DATE
           MOVE TCH-LST-PRI-TIER (TCH-LST-IX)   TO TCH-LLN-PRI-TIER
           MOVE TCH-LST-PRI-VALUE (TCH-LST-IX)  TO TCH-LLN-PRI-VALUE
           MOVE TCH-LST-TIER (TCH-LST-IX)       TO TCH-LLN-TIER
           MOVE TCH-LST-VALUE (TCH-LST-IX)      TO TCH-LLN-VALUE
           MOVE TCH-LST-CRITICAL (TCH-LST-IX)   TO TCH-LLN-CRITICAL
           WRITE RPT-RECORD FROM TCH-LIST-LINE.
       4300-EXIT.
           EXIT.

      *=============================================================*
      *  4900-FORMAT-BUS-DATE                                        *
      *=============================================================*
       4900-FORMAT-BUS-DATE.
           MOVE SPACES TO TCH-BUS-FMT-OUT
           STRING TCH-BUS-FMT-MM   "/"
                  TCH-BUS-FMT-DD   "/"
                  TCH-BUS-FMT-YYYY
                  DELIMITED BY SIZE INTO TCH-BUS-FMT-OUT.
       4900-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM TCH-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM TCH-BLANK-LINE.
           WRITE RPT-RECORD FROM TCH-FOOTER-LINE.
           IF TCH-RUN-TOTAL = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               IF TCH-CLEARED-WRITTEN > ZERO
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF
           IF TCH-CAL-LOST > ZERO
               DISPLAY "TIERCHG: " TCH-CAL-LOST
                       " CALENDAR DATE(S) NOT HELD - A PREVIOUS "
                       "BUSINESS DATE MAY BE A HOLIDAY"
           END-IF
           IF TCH-LST-LOST > ZERO
               DISPLAY "TIERCHG: LISTING TABLE FULL - " TCH-LST-LOST
                       " UNIT-DATE(S) COUNTED BUT NOT LISTED"
           END-IF
           CLOSE AUDIT-IN-FILE
                 TRANSITION-FILE
                 CLEARED-FILE
                 TIER-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM TCH-TOTALS-HEADING.
           MOVE "BUSINESS DATES COMPARED"       TO TCH-TOT-LABEL
           MOVE TCH-RUN-TOTAL                   TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "AUDIT DECISIONS READ"          TO TCH-TOT-LABEL
           MOVE TCH-DECISIONS-READ              TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "UNITS ON THE AUDIT STORE"      TO TCH-TOT-LABEL
           MOVE TCH-UNITS-SEEN                  TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "UNIT-DATES COMPARED"           TO TCH-TOT-LABEL
           MOVE TCH-DTT-COMPARED                TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "TRANSITION RECORDS WRITTEN"    TO TCH-TOT-LABEL
           MOVE TCH-TRANSITIONS-WRITTEN         TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "CLEARED RECORDS WRITTEN"       TO TCH-TOT-LABEL
           MOVE TCH-CLEARED-WRITTEN             TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
           MOVE "UNIT-DATES NOT LISTED"         TO TCH-TOT-LABEL
           MOVE TCH-LST-LOST                    TO TCH-TOT-VALUE
           WRITE RPT-RECORD FROM TCH-TOTAL-LINE.
       9100-EXIT.
           EXIT.
