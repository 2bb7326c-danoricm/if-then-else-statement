      *=============================================================*
      *  PROGRAM-ID  : FEEDSCOR                                      *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      MONTHLY UPSTREAM DATA-QUALITY SCORECARD BY SOURCE       *
      *      SYSTEM. THE DAILY RUN WRITES ONE FEED LOG RECORD PER    *
      *      HEADER/TRAILER BRACKET (FEEDLOG COPYBOOK); THIS STEP    *
      *      READS A CONCATENATION OF THE MONTH'S GENERATIONS AND    *
      *      PRINTS, FOR THE FEED OWNERS:                             *
      *        - ONE LINE PER SOURCE SYSTEM, RANKED WORST FIRST BY   *
      *          SUSPENSE RATE (NUM + RNG ITEMS AS A PERCENTAGE OF   *
      *          RECORDS SENT), THEN LATE AND STALE FEED DAYS, THEN  *
      *          ABORTS, THEN THE SUSMAINT RECYCLES CHARGED BACK TO  *
      *          THE SOURCE - WITH THE FEEDS OUT OF BALANCE;         *
      *        - EVERY FEED THAT WAS LATE, STALE, OUT OF BALANCE OR  *
      *          STOPPED THE RUN, WITH THE ABORT REASON;             *
      *        - THE PERIOD COVERED AND THE MONTH TOTALS.            *
      *      A RUN THAT STOPPED BEFORE ANY HEADER (TYPE A RECORD)    *
      *      COUNTS AS AN ABORT AGAINST THE SOURCE IT NAMES, OR      *
      *      *NONE* WHEN IT NAMES NONE.                               *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEDSCOR.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LOG-IN-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCORE-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LOG-IN-FILE
           RECORDING MODE IS F.
       COPY FEEDLOG.

       FD  SCORE-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  FSC-SWITCHES.
           05  FSC-FLG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  FSC-FLG-EOF-YES                 VALUE "Y".
               88  FSC-FLG-EOF-NO                   VALUE "N".
           05  FSC-SHIFT-SWITCH        PIC X(01)   VALUE "N".
               88  FSC-SHIFT-MORE                  VALUE "N".
               88  FSC-SHIFT-DONE                  VALUE "Y".
           05  FSC-AHEAD-SWITCH        PIC X(01)   VALUE "N".
               88  FSC-AHEAD-YES                   VALUE "Y".
               88  FSC-AHEAD-NO                     VALUE "N".

      *-----------------------------------------------------------*
      *    SOURCE-SYSTEM TABLE - ONE ENTRY PER SOURCE NAMED ON THE *
      *    MONTH'S FEED LOG, SORTED INTO RANK ORDER AT THE END.    *
      *-----------------------------------------------------------*
       01  FSC-SOURCE-TABLE.
           05  FSC-SRC-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  FSC-SRC-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  FSC-SRC-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY FSC-SRC-IX.
               10  FSC-SRC-NAME        PIC X(08).
               10  FSC-SRC-FEEDS       PIC 9(05)   COMP.
               10  FSC-SRC-RECORDS     PIC 9(09)   COMP.
               10  FSC-SRC-NUM         PIC 9(07)   COMP.
               10  FSC-SRC-RNG         PIC 9(07)   COMP.
               10  FSC-SRC-SUSP-PCT    PIC 9(03)V9.
               10  FSC-SRC-LATE        PIC 9(05)   COMP.
               10  FSC-SRC-STALE       PIC 9(05)   COMP.
               10  FSC-SRC-OUT-BAL     PIC 9(05)   COMP.
               10  FSC-SRC-ABORTS      PIC 9(05)   COMP.
               10  FSC-SRC-RECYCLED    PIC 9(07)   COMP.

       01  FSC-SORT-HOLD.
           05  FSC-HLD-NAME            PIC X(08).
           05  FSC-HLD-FEEDS           PIC 9(05)   COMP.
           05  FSC-HLD-RECORDS         PIC 9(09)   COMP.
           05  FSC-HLD-NUM             PIC 9(07)   COMP.
           05  FSC-HLD-RNG             PIC 9(07)   COMP.
           05  FSC-HLD-SUSP-PCT        PIC 9(03)V9.
           05  FSC-HLD-LATE            PIC 9(05)   COMP.
           05  FSC-HLD-STALE           PIC 9(05)   COMP.
           05  FSC-HLD-OUT-BAL         PIC 9(05)   COMP.
           05  FSC-HLD-ABORTS          PIC 9(05)   COMP.
           05  FSC-HLD-RECYCLED        PIC 9(07)   COMP.

       77  FSC-SORT-I                  PIC 9(03)   COMP VALUE ZERO.
       77  FSC-SORT-J                  PIC 9(03)   COMP VALUE ZERO.
       77  FSC-PRT-IX                  PIC 9(03)   COMP VALUE ZERO.
       77  FSC-LATE-J                  PIC 9(05)   COMP VALUE ZERO.
       77  FSC-LATE-H                  PIC 9(05)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    FEED EXCEPTIONS - TABLED AS READ AND PRINTED AFTER THE  *
      *    RANKING.                                                 *
      *-----------------------------------------------------------*
       01  FSC-EXCEPTION-TABLE.
           05  FSC-EXC-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  FSC-EXC-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  FSC-EXC-ENTRY           OCCURS 500 TIMES.
               10  FSC-EXC-DATE-X      PIC X(08).
               10  FSC-EXC-SOURCE      PIC X(08).
               10  FSC-EXC-SEQ         PIC 9(03).
               10  FSC-EXC-RUN-DATE    PIC 9(08).
               10  FSC-EXC-AGE         PIC 9(03).
               10  FSC-EXC-WHAT        PIC X(14).
               10  FSC-EXC-REASON      PIC X(50).
       77  FSC-EXC-IX                  PIC 9(03)   COMP VALUE ZERO.
       01  FSC-EXC-WHAT-WORK           PIC X(14)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    MONTH ACCUMULATORS AND PERIOD COVERED                    *
      *-----------------------------------------------------------*
       77  FSC-LOG-RECS-READ           PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-FEEDS               PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-RECORDS             PIC 9(09)   COMP VALUE ZERO.
       77  FSC-TOT-NUM                 PIC 9(09)   COMP VALUE ZERO.
       77  FSC-TOT-RNG                 PIC 9(09)   COMP VALUE ZERO.
       77  FSC-TOT-LATE                PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-STALE               PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-OUT-BAL             PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-ABORTS              PIC 9(07)   COMP VALUE ZERO.
       77  FSC-TOT-RECYCLED            PIC 9(09)   COMP VALUE ZERO.
       77  FSC-PERIOD-FROM             PIC 9(08)   VALUE ZERO.
       77  FSC-PERIOD-TO               PIC 9(08)   VALUE ZERO.
       77  FSC-SUSP-PCT                PIC 9(03)V9 VALUE ZERO.
       01  FSC-SOURCE-KEY              PIC X(08)   VALUE SPACES.

       01  FSC-RUN-DATE-FIELDS.
           05  FSC-RUN-DATE-NUM        PIC 9(08).
           05  FSC-RUN-DATE-R REDEFINES FSC-RUN-DATE-NUM.
               10  FSC-RUN-YYYY        PIC 9(04).
               10  FSC-RUN-MM          PIC 9(02).
               10  FSC-RUN-DD          PIC 9(02).

       01  FSC-BUS-FMT-FIELDS.
           05  FSC-BUS-FMT-NUM         PIC 9(08).
           05  FSC-BUS-FMT-R REDEFINES FSC-BUS-FMT-NUM.
               10  FSC-BUS-FMT-YYYY    PIC 9(04).
               10  FSC-BUS-FMT-MM      PIC 9(02).
               10  FSC-BUS-FMT-DD      PIC 9(02).
       01  FSC-BUS-FMT-OUT             PIC X(10)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
      *-----------------------------------------------------------*
       01  FSC-HEADING-1.
           05  FILLER  PIC X(46)
               VALUE "UPSTREAM FEED DATA-QUALITY SCORECARD".
           05  FILLER                  PIC X(86)   VALUE SPACES.

       01  FSC-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  FSC-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "PERIOD: ".
           05  FSC-HDG-FROM            PIC X(10).
           05  FILLER                  PIC X(04)   VALUE " TO ".
           05  FSC-HDG-TO              PIC X(10).
           05  FILLER                  PIC X(75)   VALUE SPACES.

       01  FSC-RANK-HEADING.
           05  FILLER  PIC X(40)
               VALUE "SOURCE SYSTEMS RANKED - WORST FIRST:".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  FSC-RANK-COLUMNS.
           05  FILLER                  PIC X(04)   VALUE "RANK".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "SOURCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE " FEEDS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE "    RECORDS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "     NUM".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "     RNG".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "SUSP %".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "  LATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE " STALE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "OUT BAL".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(06)   VALUE "ABORTS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "RECYCLED".
           05  FILLER                  PIC X(26)   VALUE SPACES.

       01  FSC-RANK-LINE.
           05  FSC-RNK-RANK            PIC ZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-SOURCE          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-FEEDS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-NUM             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FSC-RNK-RNG             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-SUSP-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FSC-RNK-LATE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-STALE           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FSC-RNK-OUT-BAL         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-RNK-ABORTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FSC-RNK-RECYCLED        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(25)   VALUE SPACES.

       01  FSC-EXC-HEADING.
           05  FILLER  PIC X(40)
               VALUE "FEED EXCEPTIONS:".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  FSC-EXC-COLUMNS.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "SOURCE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(03)   VALUE "SEQ".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "RUN DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(03)   VALUE "AGE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE "EXCEPTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "ABORT REASON".
           05  FILLER                  PIC X(60)   VALUE SPACES.

       01  FSC-EXC-LINE.
           05  FSC-EXL-DATE            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-SOURCE          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-SEQ             PIC ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-AGE             PIC ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-WHAT            PIC X(14).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FSC-EXL-REASON          PIC X(50).
           05  FILLER                  PIC X(22)   VALUE SPACES.

       01  FSC-NONE-LINE.
           05  FILLER  PIC X(30) VALUE "    NONE".
           05  FILLER                  PIC X(102)  VALUE SPACES.

       01  FSC-LOST-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  FSC-LST-COUNT           PIC ZZ,ZZ9.
           05  FILLER  PIC X(40)
               VALUE " MORE NOT LISTED - TABLE FULL".
           05  FILLER                  PIC X(82)   VALUE SPACES.

       01  FSC-TOTALS-HEADING.
           05  FILLER  PIC X(13) VALUE "MONTH TOTALS:".
           05  FILLER                  PIC X(119)  VALUE SPACES.

       01  FSC-TOTAL-LINE.
           05  FSC-TOT-LABEL           PIC X(30).
           05  FSC-TOT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACES.

       01  FSC-PCT-LINE.
           05  FSC-PCT-LABEL           PIC X(30).
           05  FSC-PCT-VALUE           PIC ZZZZZZZ9.9.
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  FSC-EMPTY-LINE.
           05  FILLER  PIC X(40)
               VALUE "NO FEED LOG RECORDS FOUND FOR THE PERIOD".
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  FSC-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  FSC-FOOTER-LINE.
           05  FILLER  PIC X(33)
               VALUE "*** END OF FEED SCORECARD ***".
           05  FILLER                  PIC X(99)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
               UNTIL FSC-FLG-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT FSC-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING FSC-RUN-MM   "/"
                  FSC-RUN-DD   "/"
                  FSC-RUN-YYYY
                  DELIMITED BY SIZE INTO FSC-HDG-RUN-DATE.
           OPEN INPUT FEED-LOG-IN-FILE.
           OPEN OUTPUT SCORE-REPORT-FILE.
           PERFORM 2100-READ-FEED-LOG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  2000-TALLY-ONE-RECORD                                       *
      *    A TYPE F RECORD IS ONE FEED; A TYPE R RECORD CHARGES     *
      *    SUSMAINT RECYCLES BACK TO THE SOURCE THAT FIRST SENT     *
      *    THE BAD COUNTS; A TYPE A RECORD IS A RUN THAT STOPPED    *
      *    BEFORE ANY FEED OPENED.                                   *
      *=============================================================*
       2000-TALLY-ONE-RECORD.
           ADD 1 TO FSC-LOG-RECS-READ
           MOVE FLG-SOURCE-SYSTEM TO FSC-SOURCE-KEY
           IF FSC-SOURCE-KEY = SPACES
               MOVE "*NONE*" TO FSC-SOURCE-KEY
           END-IF
           PERFORM 2200-FIND-SOURCE THRU 2200-EXIT
           IF FSC-SRC-IX > FSC-SRC-TOTAL
               ADD 1 TO FSC-SRC-LOST
               GO TO 2000-READ-NEXT
           END-IF
           IF FLG-BUSINESS-DATE-X NUMERIC
               AND FLG-BUSINESS-DATE > ZERO
               IF FSC-PERIOD-FROM = ZERO
                   OR FLG-BUSINESS-DATE < FSC-PERIOD-FROM
                   MOVE FLG-BUSINESS-DATE TO FSC-PERIOD-FROM
               END-IF
               IF FLG-BUSINESS-DATE > FSC-PERIOD-TO
                   MOVE FLG-BUSINESS-DATE TO FSC-PERIOD-TO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FLG-FEED-REC
                   PERFORM 2300-TALLY-FEED THRU 2300-EXIT
               WHEN FLG-RECYCLE-REC
                   ADD FLG-RECORDS TO FSC-SRC-RECYCLED (FSC-SRC-IX)
                   ADD FLG-RECORDS TO FSC-TOT-RECYCLED
               WHEN FLG-ABORT-REC
                   ADD 1 TO FSC-SRC-ABORTS (FSC-SRC-IX)
                   ADD 1 TO FSC-TOT-ABORTS
                   MOVE "RUN ABORTED" TO FSC-EXC-WHAT-WORK
                   PERFORM 2400-TABLE-EXCEPTION THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY "FEEDSCOR: UNKNOWN FEED LOG RECORD TYPE "
                           FLG-RECORD-TYPE " IGNORED"
           END-EVALUATE.
       2000-READ-NEXT.
           PERFORM 2100-READ-FEED-LOG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-READ-FEED-LOG                                          *
      *=============================================================*
       2100-READ-FEED-LOG.
           READ FEED-LOG-IN-FILE
               AT END
                   SET FSC-FLG-EOF-YES TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-FIND-SOURCE                                            *
      *    LEAVES FSC-SRC-IX ON THE SOURCE'S ENTRY, ADDING IT WHEN  *
      *    NEW. A FULL TABLE LEAVES FSC-SRC-IX PAST THE TOTAL.      *
      *=============================================================*
       2200-FIND-SOURCE.
           SET FSC-SRC-IX TO 1
           SEARCH FSC-SRC-ENTRY
               AT END
                   CONTINUE
               WHEN FSC-SRC-IX > FSC-SRC-TOTAL
                   CONTINUE
               WHEN FSC-SRC-NAME (FSC-SRC-IX) = FSC-SOURCE-KEY
                   GO TO 2200-EXIT
           END-SEARCH
           IF FSC-SRC-TOTAL NOT < 50
               SET FSC-SRC-IX TO 51
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO FSC-SRC-TOTAL
           SET FSC-SRC-IX TO FSC-SRC-TOTAL
           INITIALIZE FSC-SRC-ENTRY (FSC-SRC-IX)
           MOVE FSC-SOURCE-KEY TO FSC-SRC-NAME (FSC-SRC-IX).
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-TALLY-FEED                                             *
      *=============================================================*
       2300-TALLY-FEED.
           ADD 1              TO FSC-SRC-FEEDS (FSC-SRC-IX)
           ADD FLG-RECORDS    TO FSC-SRC-RECORDS (FSC-SRC-IX)
           ADD FLG-SUSP-NUM   TO FSC-SRC-NUM (FSC-SRC-IX)
           ADD FLG-SUSP-RNG   TO FSC-SRC-RNG (FSC-SRC-IX)
           ADD 1              TO FSC-TOT-FEEDS
           ADD FLG-RECORDS    TO FSC-TOT-RECORDS
           ADD FLG-SUSP-NUM   TO FSC-TOT-NUM
           ADD FLG-SUSP-RNG   TO FSC-TOT-RNG
           MOVE SPACES TO FSC-EXC-WHAT-WORK
           IF FLG-LATE
               ADD 1 TO FSC-SRC-LATE (FSC-SRC-IX)
               ADD 1 TO FSC-TOT-LATE
               MOVE "LATE" TO FSC-EXC-WHAT-WORK
           END-IF
           IF FLG-STALE
               ADD 1 TO FSC-SRC-STALE (FSC-SRC-IX)
               ADD 1 TO FSC-TOT-STALE
               MOVE "STALE" TO FSC-EXC-WHAT-WORK
           END-IF
           IF FLG-COUNT-OUT OR FLG-HASH-OUT OR FLG-NO-TRAILER
               ADD 1 TO FSC-SRC-OUT-BAL (FSC-SRC-IX)
               ADD 1 TO FSC-TOT-OUT-BAL
               EVALUATE TRUE
                   WHEN FLG-COUNT-OUT
                       MOVE "COUNT OUT" TO FSC-EXC-WHAT-WORK
                   WHEN FLG-HASH-OUT
                       MOVE "HASH OUT" TO FSC-EXC-WHAT-WORK
                   WHEN OTHER
                       MOVE "NO TRAILER" TO FSC-EXC-WHAT-WORK
               END-EVALUATE
           END-IF
           IF FLG-ABORT-REASON NOT = SPACES
               ADD 1 TO FSC-SRC-ABORTS (FSC-SRC-IX)
               ADD 1 TO FSC-TOT-ABORTS
               IF FSC-EXC-WHAT-WORK = SPACES
                   MOVE "RUN ABORTED" TO FSC-EXC-WHAT-WORK
               END-IF
           END-IF
           IF FSC-EXC-WHAT-WORK NOT = SPACES
               PERFORM 2400-TABLE-EXCEPTION THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2400-TABLE-EXCEPTION                                        *
      *=============================================================*
       2400-TABLE-EXCEPTION.
           IF FSC-EXC-TOTAL NOT < 500
               ADD 1 TO FSC-EXC-LOST
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO FSC-EXC-TOTAL
           MOVE FLG-BUSINESS-DATE-X TO FSC-EXC-DATE-X (FSC-EXC-TOTAL)
           MOVE FSC-SOURCE-KEY      TO FSC-EXC-SOURCE (FSC-EXC-TOTAL)
           MOVE FLG-ARRIVAL-SEQ     TO FSC-EXC-SEQ (FSC-EXC-TOTAL)
           MOVE FLG-RUN-DATE        TO FSC-EXC-RUN-DATE (FSC-EXC-TOTAL)
           MOVE FLG-HDR-AGE-DAYS    TO FSC-EXC-AGE (FSC-EXC-TOTAL)
           MOVE FSC-EXC-WHAT-WORK   TO FSC-EXC-WHAT (FSC-EXC-TOTAL)
           MOVE FLG-ABORT-REASON    TO FSC-EXC-REASON (FSC-EXC-TOTAL).
       2400-EXIT.
           EXIT.

      *=============================================================*
      *  2500-FORMAT-BUS-DATE                                        *
      *=============================================================*
       2500-FORMAT-BUS-DATE.
           MOVE SPACES TO FSC-BUS-FMT-OUT
           STRING FSC-BUS-FMT-MM   "/"
                  FSC-BUS-FMT-DD   "/"
                  FSC-BUS-FMT-YYYY
                  DELIMITED BY SIZE INTO FSC-BUS-FMT-OUT.
       2500-EXIT.
           EXIT.

      *=============================================================*
      *  4000-RANK-SOURCES                                           *
      *    WORKS OUT EACH SOURCE'S SUSPENSE RATE, THEN SORTS THE    *
      *    TABLE WORST FIRST.                                        *
      *=============================================================*
       4000-RANK-SOURCES.
           PERFORM 4050-SET-RATE THRU 4050-EXIT
               VARYING FSC-SORT-I FROM 1 BY 1
               UNTIL FSC-SORT-I > FSC-SRC-TOTAL.
           PERFORM 4100-INSERT-ONE THRU 4100-EXIT
               VARYING FSC-SORT-I FROM 2 BY 1
               UNTIL FSC-SORT-I > FSC-SRC-TOTAL.
       4000-EXIT.
           EXIT.

      *=============================================================*
      *  4050-SET-RATE                                               *
      *=============================================================*
       4050-SET-RATE.
           IF FSC-SRC-RECORDS (FSC-SORT-I) > ZERO
               COMPUTE FSC-SRC-SUSP-PCT (FSC-SORT-I) ROUNDED =
                   ((FSC-SRC-NUM (FSC-SORT-I)
                   + FSC-SRC-RNG (FSC-SORT-I)) * 100)
                     / FSC-SRC-RECORDS (FSC-SORT-I)
           ELSE
               MOVE ZERO TO FSC-SRC-SUSP-PCT (FSC-SORT-I)
           END-IF.
       4050-EXIT.
           EXIT.

      *=============================================================*
      *  4100-INSERT-ONE                                             *
      *    STRAIGHT INSERTION: ENTRY I IS HELD, THE ENTRIES AHEAD   *
      *    OF IT THAT RANK BELOW IT SHIFT UP ONE, AND IT DROPS      *
      *    INTO THE GAP.                                             *
      *=============================================================*
       4100-INSERT-ONE.
           MOVE FSC-SRC-ENTRY (FSC-SORT-I) TO FSC-SORT-HOLD
           MOVE FSC-SORT-I TO FSC-SORT-J
           SET FSC-SHIFT-MORE TO TRUE
           PERFORM 4110-SHIFT-ONE THRU 4110-EXIT
               UNTIL FSC-SHIFT-DONE.
           MOVE FSC-SORT-HOLD TO FSC-SRC-ENTRY (FSC-SORT-J).
       4100-EXIT.
           EXIT.

      *=============================================================*
      *  4110-SHIFT-ONE                                              *
      *=============================================================*
       4110-SHIFT-ONE.
           IF FSC-SORT-J = 1
               SET FSC-SHIFT-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF
           PERFORM 4120-COMPARE-AHEAD THRU 4120-EXIT
           IF FSC-AHEAD-YES
               SET FSC-SHIFT-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF
           MOVE FSC-SRC-ENTRY (FSC-SORT-J - 1)
             TO FSC-SRC-ENTRY (FSC-SORT-J)
           SUBTRACT 1 FROM FSC-SORT-J.
       4110-EXIT.
           EXIT.

      *=============================================================*
      *  4120-COMPARE-AHEAD                                          *
      *    DOES ENTRY J-1 RANK AHEAD OF (OR LEVEL WITH) THE HELD    *
      *    ENTRY? HIGHER SUSPENSE RATE FIRST, THEN MORE LATE AND    *
      *    STALE FEED DAYS, THEN MORE ABORTS, THEN MORE RECORDS     *
      *    RECYCLED BY SUSMAINT. A TIE KEEPS ITS PLACE.             *
      *=============================================================*
       4120-COMPARE-AHEAD.
           SET FSC-AHEAD-YES TO TRUE
           IF FSC-SRC-SUSP-PCT (FSC-SORT-J - 1) > FSC-HLD-SUSP-PCT
               GO TO 4120-EXIT
           END-IF
           IF FSC-SRC-SUSP-PCT (FSC-SORT-J - 1) < FSC-HLD-SUSP-PCT
               SET FSC-AHEAD-NO TO TRUE
               GO TO 4120-EXIT
           END-IF
           COMPUTE FSC-LATE-J = FSC-SRC-LATE (FSC-SORT-J - 1)
                              + FSC-SRC-STALE (FSC-SORT-J - 1)
           COMPUTE FSC-LATE-H = FSC-HLD-LATE + FSC-HLD-STALE
           IF FSC-LATE-J > FSC-LATE-H
               GO TO 4120-EXIT
           END-IF
           IF FSC-LATE-J < FSC-LATE-H
               SET FSC-AHEAD-NO TO TRUE
               GO TO 4120-EXIT
           END-IF
           IF FSC-SRC-ABORTS (FSC-SORT-J - 1) > FSC-HLD-ABORTS
               GO TO 4120-EXIT
           END-IF
           IF FSC-SRC-ABORTS (FSC-SORT-J - 1) < FSC-HLD-ABORTS
               SET FSC-AHEAD-NO TO TRUE
               GO TO 4120-EXIT
           END-IF
           IF FSC-SRC-RECYCLED (FSC-SORT-J - 1) < FSC-HLD-RECYCLED
               SET FSC-AHEAD-NO TO TRUE
           END-IF.
       4120-EXIT.
           EXIT.

      *=============================================================*
      *  5000-PRINT-RANKING                                          *
      *=============================================================*
       5000-PRINT-RANKING.
           WRITE RPT-RECORD FROM FSC-RANK-HEADING.
           WRITE RPT-RECORD FROM FSC-RANK-COLUMNS.
           IF FSC-SRC-TOTAL = ZERO
               WRITE RPT-RECORD FROM FSC-NONE-LINE
           END-IF
           PERFORM 5100-PRINT-SOURCE THRU 5100-EXIT
               VARYING FSC-PRT-IX FROM 1 BY 1
               UNTIL FSC-PRT-IX > FSC-SRC-TOTAL.
           IF FSC-SRC-LOST > ZERO
               MOVE FSC-SRC-LOST TO FSC-LST-COUNT
               WRITE RPT-RECORD FROM FSC-LOST-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *=============================================================*
      *  5100-PRINT-SOURCE                                           *
      *=============================================================*
       5100-PRINT-SOURCE.
           MOVE FSC-PRT-IX                        TO FSC-RNK-RANK
           MOVE FSC-SRC-NAME (FSC-PRT-IX)         TO FSC-RNK-SOURCE
           MOVE FSC-SRC-FEEDS (FSC-PRT-IX)        TO FSC-RNK-FEEDS
           MOVE FSC-SRC-RECORDS (FSC-PRT-IX)      TO FSC-RNK-RECORDS
           MOVE FSC-SRC-NUM (FSC-PRT-IX)          TO FSC-RNK-NUM
           MOVE FSC-SRC-RNG (FSC-PRT-IX)          TO FSC-RNK-RNG
           MOVE FSC-SRC-SUSP-PCT (FSC-PRT-IX)     TO FSC-RNK-SUSP-PCT
           MOVE FSC-SRC-LATE (FSC-PRT-IX)         TO FSC-RNK-LATE
           MOVE FSC-SRC-STALE (FSC-PRT-IX)        TO FSC-RNK-STALE
           MOVE FSC-SRC-OUT-BAL (FSC-PRT-IX)      TO FSC-RNK-OUT-BAL
           MOVE FSC-SRC-ABORTS (FSC-PRT-IX)       TO FSC-RNK-ABORTS
           MOVE FSC-SRC-RECYCLED (FSC-PRT-IX)     TO FSC-RNK-RECYCLED
           WRITE RPT-RECORD FROM FSC-RANK-LINE.
       5100-EXIT.
           EXIT.

      *=============================================================*
      *  6000-PRINT-EXCEPTIONS                                       *
      *=============================================================*
       6000-PRINT-EXCEPTIONS.
           WRITE RPT-RECORD FROM FSC-EXC-HEADING.
           WRITE RPT-RECORD FROM FSC-EXC-COLUMNS.
           IF FSC-EXC-TOTAL = ZERO
               WRITE RPT-RECORD FROM FSC-NONE-LINE
           END-IF
           PERFORM 6100-PRINT-EXCEPTION THRU 6100-EXIT
               VARYING FSC-EXC-IX FROM 1 BY 1
               UNTIL FSC-EXC-IX > FSC-EXC-TOTAL.
           IF FSC-EXC-LOST > ZERO
               MOVE FSC-EXC-LOST TO FSC-LST-COUNT
               WRITE RPT-RECORD FROM FSC-LOST-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *=============================================================*
      *  6100-PRINT-EXCEPTION                                        *
      *=============================================================*
       6100-PRINT-EXCEPTION.
           IF FSC-EXC-DATE-X (FSC-EXC-IX) NUMERIC
               MOVE FSC-EXC-DATE-X (FSC-EXC-IX) TO FSC-BUS-FMT-NUM
               PERFORM 2500-FORMAT-BUS-DATE THRU 2500-EXIT
               MOVE FSC-BUS-FMT-OUT TO FSC-EXL-DATE
           ELSE
               MOVE FSC-EXC-DATE-X (FSC-EXC-IX) TO FSC-EXL-DATE
           END-IF
           MOVE FSC-EXC-SOURCE (FSC-EXC-IX)     TO FSC-EXL-SOURCE
           MOVE FSC-EXC-SEQ (FSC-EXC-IX)        TO FSC-EXL-SEQ
           MOVE FSC-EXC-RUN-DATE (FSC-EXC-IX)   TO FSC-BUS-FMT-NUM
           PERFORM 2500-FORMAT-BUS-DATE THRU 2500-EXIT
           MOVE FSC-BUS-FMT-OUT                 TO FSC-EXL-RUN-DATE
           MOVE FSC-EXC-AGE (FSC-EXC-IX)        TO FSC-EXL-AGE
           MOVE FSC-EXC-WHAT (FSC-EXC-IX)       TO FSC-EXL-WHAT
           MOVE FSC-EXC-REASON (FSC-EXC-IX)     TO FSC-EXL-REASON
           WRITE RPT-RECORD FROM FSC-EXC-LINE.
       6100-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *    THE HEADINGS WAIT FOR END OF FILE - THE PERIOD COVERED   *
      *    IS NOT KNOWN UNTIL THE LAST RECORD IS READ.               *
      *=============================================================*
       9000-TERMINATE.
           IF FSC-PERIOD-FROM > ZERO
               MOVE FSC-PERIOD-FROM TO FSC-BUS-FMT-NUM
               PERFORM 2500-FORMAT-BUS-DATE THRU 2500-EXIT
               MOVE FSC-BUS-FMT-OUT TO FSC-HDG-FROM
               MOVE FSC-PERIOD-TO TO FSC-BUS-FMT-NUM
               PERFORM 2500-FORMAT-BUS-DATE THRU 2500-EXIT
               MOVE FSC-BUS-FMT-OUT TO FSC-HDG-TO
           ELSE
               MOVE "NONE" TO FSC-HDG-FROM
               MOVE "NONE" TO FSC-HDG-TO
           END-IF
           WRITE RPT-RECORD FROM FSC-HEADING-1.
           WRITE RPT-RECORD FROM FSC-HEADING-2.
           WRITE RPT-RECORD FROM FSC-BLANK-LINE.
           IF FSC-LOG-RECS-READ = ZERO
               WRITE RPT-RECORD FROM FSC-EMPTY-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4000-RANK-SOURCES THRU 4000-EXIT.
           PERFORM 5000-PRINT-RANKING THRU 5000-EXIT.
           WRITE RPT-RECORD FROM FSC-BLANK-LINE.
           PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
           WRITE RPT-RECORD FROM FSC-BLANK-LINE.
           PERFORM 9200-PRINT-MONTH-TOTALS THRU 9200-EXIT.
           WRITE RPT-RECORD FROM FSC-FOOTER-LINE.
           CLOSE FEED-LOG-IN-FILE
                 SCORE-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9200-PRINT-MONTH-TOTALS                                     *
      *=============================================================*
       9200-PRINT-MONTH-TOTALS.
           WRITE RPT-RECORD FROM FSC-TOTALS-HEADING.
           MOVE "SOURCE SYSTEMS"              TO FSC-TOT-LABEL
           MOVE FSC-SRC-TOTAL                 TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "FEEDS LOGGED"                TO FSC-TOT-LABEL
           MOVE FSC-TOT-FEEDS                 TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "RECORDS SENT"                TO FSC-TOT-LABEL
           MOVE FSC-TOT-RECORDS               TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "SUSPENSE - NOT NUMERIC (NUM)" TO FSC-TOT-LABEL
           MOVE FSC-TOT-NUM                   TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "SUSPENSE - OUT OF RANGE (RNG)" TO FSC-TOT-LABEL
           MOVE FSC-TOT-RNG                   TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           IF FSC-TOT-RECORDS > ZERO
               COMPUTE FSC-SUSP-PCT ROUNDED =
                   ((FSC-TOT-NUM + FSC-TOT-RNG) * 100)
                     / FSC-TOT-RECORDS
           ELSE
               MOVE ZERO TO FSC-SUSP-PCT
           END-IF
           MOVE "SUSPENSE PCT OF RECORDS"     TO FSC-PCT-LABEL
           MOVE FSC-SUSP-PCT                  TO FSC-PCT-VALUE
           WRITE RPT-RECORD FROM FSC-PCT-LINE.
           MOVE "LATE FEEDS"                  TO FSC-TOT-LABEL
           MOVE FSC-TOT-LATE                  TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "STALE FEEDS"                 TO FSC-TOT-LABEL
           MOVE FSC-TOT-STALE                 TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "FEEDS OUT OF BALANCE"        TO FSC-TOT-LABEL
           MOVE FSC-TOT-OUT-BAL               TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "RUN ABORTS CHARGED"          TO FSC-TOT-LABEL
           MOVE FSC-TOT-ABORTS                TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "SUSMAINT RECYCLES CHARGED"   TO FSC-TOT-LABEL
           MOVE FSC-TOT-RECYCLED              TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
           MOVE "FEED LOG RECORDS READ"       TO FSC-TOT-LABEL
           MOVE FSC-LOG-RECS-READ             TO FSC-TOT-VALUE
           WRITE RPT-RECORD FROM FSC-TOTAL-LINE.
       9200-EXIT.
           EXIT.
