      *=============================================================*
      *  PROGRAM-ID  : LDGLIST                                       *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      BUSINESS-DATE RUN LEDGER LISTING. READS THE SITE        *
      *      CALENDAR AND THE RUN LEDGER AND PRINTS A LINE FOR EACH  *
      *      OF THE LAST 60 BUSINESS DAYS ENDING THE DAY BEFORE THE  *
      *      RUN DATE (SATURDAYS, SUNDAYS AND //CALENDAR DATES DO    *
      *      NOT COUNT): THE LEDGER STATUS, RUN STAMP, TRAILER       *
      *      COUNT AND HASH, THE EVALUATE/HISTORY/NOTIFY/PROOF STEP  *
      *      FLAGS, THE RUN COUNT AND THE LAST RERUN REASON.         *
      *        - A BUSINESS DAY WITH NO LEDGER ENTRY PRINTS AS A     *
      *          GAP - NO RUN EVER EVALUATED THE DATE;               *
      *        - AN ENTRY LEFT IN PROGRESS OR ABORTED IS FLAGGED;    *
      *        - A COMPLETE ENTRY WHOSE HISTORY, NOTIFY OR PROOF     *
      *          STEP NEVER FINISHED IS FLAGGED STEP OPEN;           *
      *        - A LEDGER ENTRY FOR A DAY THAT IS NOT A BUSINESS     *
      *          DAY (A SUSPENSE RECYCLE RUN ON A HOLIDAY, SAY)      *
      *          PRINTS IN DATE ORDER WITH ITS OWN NOTE;             *
      *        - AN ENTRY DATED PAST THE WINDOW (THE RUN DATE'S OWN  *
      *          CYCLE, WHICH RUNS BEFORE THIS LISTING) PRINTS AFTER *
      *          IT, NOTED ONLY IF ITS DATE IS NOT A BUSINESS DAY.   *
      *      TOTALS BY CONDITION FOLLOW THE LISTING. RC=4 WHEN ANY   *
      *      GAP, INCOMPLETE, ABORTED OR STEP-OPEN DATE IS LISTED.   *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LDGLIST.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.
           SELECT LEDGER-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       FD  LEDGER-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  LDL-SWITCHES.
           05  LDL-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  LDL-CAL-EOF-YES                 VALUE "Y".
               88  LDL-CAL-EOF-NO                   VALUE "N".
           05  LDL-LDG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  LDL-LDG-EOF-YES                 VALUE "Y".
               88  LDL-LDG-EOF-NO                   VALUE "N".
           05  LDL-BUS-DAY-SWITCH      PIC X(01)   VALUE "N".
               88  LDL-BUS-DAY-YES                 VALUE "Y".
               88  LDL-BUS-DAY-NO                   VALUE "N".

      *-----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR - THE SITE'S NON-PROCESSING DATES *
      *    (//CALENDAR), HELD AS INTEGER DATES, AS THE DAILY RUN   *
      *    HOLDS THEM. SATURDAYS AND SUNDAYS ARE IMPLIED.          *
      *-----------------------------------------------------------*
       01  LDL-CALENDAR-TABLE.
           05  LDL-CAL-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  LDL-CAL-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  LDL-CAL-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY LDL-CAL-IX.
               10  LDL-CAL-INT-DATE    PIC 9(08)   COMP.

      *-----------------------------------------------------------*
      *    THE LISTING WINDOW - THE LAST 60 BUSINESS DAYS, OLDEST  *
      *    FIRST. FILLED FROM THE END BACKWARDS AS THE DAYS ARE    *
      *    FOUND WALKING BACK FROM THE RUN DATE.                    *
      *-----------------------------------------------------------*
       01  LDL-WINDOW-TABLE.
           05  LDL-WIN-FOUND           PIC 9(03)   COMP VALUE ZERO.
           05  LDL-WIN-ENTRY           OCCURS 60 TIMES
                                       INDEXED BY LDL-WIN-IX.
               10  LDL-WIN-DATE        PIC 9(08).

       77  LDL-INT-DAY                 PIC 9(08)   COMP VALUE ZERO.
       77  LDL-CHK-INT-DAY             PIC 9(08)   COMP VALUE ZERO.
       77  LDL-DAY-OF-WEEK             PIC 9(01)   COMP VALUE ZERO.
       77  LDL-WIN-SLOT                PIC 9(03)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    LISTING ACCUMULATORS                                     *
      *-----------------------------------------------------------*
       77  LDL-DATES-LISTED            PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-COMPLETE          PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-GAP               PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-IN-PROGRESS       PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-ABORTED           PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-STEP-OPEN         PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-RERUN             PIC 9(05)   COMP VALUE ZERO.
       77  LDL-DATES-NON-BUSINESS      PIC 9(05)   COMP VALUE ZERO.

       01  LDL-RUN-DATE-FIELDS.
           05  LDL-RUN-DATE-NUM        PIC 9(08).
           05  LDL-RUN-DATE-R REDEFINES LDL-RUN-DATE-NUM.
               10  LDL-RUN-YYYY        PIC 9(04).
               10  LDL-RUN-MM          PIC 9(02).
               10  LDL-RUN-DD          PIC 9(02).

       01  LDL-BUS-FMT-FIELDS.
           05  LDL-BUS-FMT-NUM         PIC 9(08).
           05  LDL-BUS-FMT-R REDEFINES LDL-BUS-FMT-NUM.
               10  LDL-BUS-FMT-YYYY    PIC 9(04).
               10  LDL-BUS-FMT-MM      PIC 9(02).
               10  LDL-BUS-FMT-DD      PIC 9(02).
       01  LDL-BUS-FMT-OUT             PIC X(10)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                       *
      *-----------------------------------------------------------*
       01  LDL-HEADING-1.
           05  FILLER  PIC X(34)
               VALUE "BUSINESS-DATE RUN LEDGER LISTING".
           05  FILLER                  PIC X(98)   VALUE SPACES.

       01  LDL-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  LDL-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "WINDOW: ".
           05  LDL-HDG-FROM-DATE       PIC X(10).
           05  FILLER                  PIC X(04)   VALUE " TO ".
           05  LDL-HDG-TO-DATE         PIC X(10).
           05  FILLER  PIC X(22) VALUE " (60 BUSINESS DAYS)".
           05  FILLER                  PIC X(52)   VALUE SPACES.

       01  LDL-HEADING-3.
           05  FILLER                  PIC X(10)   VALUE "BUS DATE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE "STATUS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(15)   VALUE "RUN STAMP".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "  TRL CNT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER  PIC X(14) VALUE "      TRL HASH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "EHNP".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "RUNS".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(28)   VALUE "RERUN REASON".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "NOTE".
           05  FILLER                  PIC X(09)   VALUE SPACES.

       01  LDL-DETAIL-LINE.
           05  LDL-DET-DATE            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-STATUS          PIC X(11).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-STAMP           PIC X(15).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-TRL-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-TRL-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-FLAGS           PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  LDL-DET-RUNS            PIC ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-REASON          PIC X(28).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  LDL-DET-NOTE            PIC X(12).
           05  FILLER                  PIC X(09)   VALUE SPACES.

       01  LDL-TOTALS-HEADING.
           05  FILLER  PIC X(15) VALUE "LISTING TOTALS:".
           05  FILLER                  PIC X(117)  VALUE SPACES.

       01  LDL-TOTAL-LINE.
           05  LDL-TOT-LABEL           PIC X(30).
           05  LDL-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(95)   VALUE SPACES.

       01  LDL-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  LDL-FOOTER-LINE.
           05  FILLER  PIC X(33)
               VALUE "*** END OF RUN LEDGER LISTING ***".
           05  FILLER                  PIC X(99)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-NEXT-DATE THRU 2000-EXIT
               UNTIL LDL-WIN-IX > 60 AND LDL-LDG-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *    LOADS THE CALENDAR, BUILDS THE 60-DAY WINDOW AND         *
      *    POSITIONS THE LEDGER AT THE FIRST DATE OF THE WINDOW.    *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT LDL-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING LDL-RUN-MM   "/"
                  LDL-RUN-DD   "/"
                  LDL-RUN-YYYY
                  DELIMITED BY SIZE INTO LDL-HDG-RUN-DATE.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 1100-LOAD-ONE-CAL-DATE THRU 1100-EXIT
               UNTIL LDL-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           COMPUTE LDL-INT-DAY =
               FUNCTION INTEGER-OF-DATE (LDL-RUN-DATE-NUM)
           PERFORM 1200-STEP-BACK-ONE-DAY THRU 1200-EXIT
               UNTIL LDL-WIN-FOUND = 60.
           MOVE LDL-WIN-DATE (1)  TO LDL-BUS-FMT-NUM
           PERFORM 2300-FORMAT-BUS-DATE THRU 2300-EXIT
           MOVE LDL-BUS-FMT-OUT   TO LDL-HDG-FROM-DATE
           MOVE LDL-WIN-DATE (60) TO LDL-BUS-FMT-NUM
           PERFORM 2300-FORMAT-BUS-DATE THRU 2300-EXIT
           MOVE LDL-BUS-FMT-OUT   TO LDL-HDG-TO-DATE
           OPEN INPUT RUN-LEDGER-FILE.
           OPEN OUTPUT LEDGER-REPORT-FILE.
           WRITE RPT-RECORD FROM LDL-HEADING-1.
           WRITE RPT-RECORD FROM LDL-HEADING-2.
           WRITE RPT-RECORD FROM LDL-BLANK-LINE.
           WRITE RPT-RECORD FROM LDL-HEADING-3.
           SET LDL-WIN-IX TO 1
           MOVE LDL-WIN-DATE (1)  TO LDG-BUSINESS-DATE
           START RUN-LEDGER-FILE
               KEY IS NOT LESS THAN LDG-BUSINESS-DATE
               INVALID KEY
                   SET LDL-LDG-EOF-YES TO TRUE
                   GO TO 1000-EXIT
           END-START
           PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-LOAD-ONE-CAL-DATE                                      *
      *    A BAD DATE IS REPORTED AND SKIPPED, AS IN THE DAILY RUN. *
      *=============================================================*
       1100-LOAD-ONE-CAL-DATE.
           READ CALENDAR-FILE
               AT END
                   SET LDL-CAL-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CAL-DATE-X NOT NUMERIC
               DISPLAY "LDGLIST: CALENDAR RECORD SKIPPED - BAD "
                       "DATE " CAL-DATE-X
               GO TO 1100-EXIT
           END-IF
           IF LDL-CAL-TOTAL < 200
               ADD 1 TO LDL-CAL-TOTAL
               SET LDL-CAL-IX TO LDL-CAL-TOTAL
               COMPUTE LDL-CAL-INT-DATE (LDL-CAL-IX) =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
           ELSE
               ADD 1 TO LDL-CAL-LOST
               DISPLAY "LDGLIST: CALENDAR TABLE FULL - SKIPPED "
                       CAL-DATE-X
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-STEP-BACK-ONE-DAY                                      *
      *    A WORKING WEEKDAY NOT ON THE CALENDAR TAKES THE NEXT     *
      *    SLOT DOWN FROM 60.                                        *
      *=============================================================*
       1200-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM LDL-INT-DAY
           MOVE LDL-INT-DAY TO LDL-CHK-INT-DAY
           PERFORM 1250-CHECK-BUSINESS-DAY THRU 1250-EXIT
           IF LDL-BUS-DAY-NO
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO LDL-WIN-FOUND
           COMPUTE LDL-WIN-SLOT = 61 - LDL-WIN-FOUND
           COMPUTE LDL-WIN-DATE (LDL-WIN-SLOT) =
               FUNCTION DATE-OF-INTEGER (LDL-INT-DAY).
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  1250-CHECK-BUSINESS-DAY                                     *
      *    INTEGER DATE 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR A      *
      *    SATURDAY AND 0 FOR A SUNDAY. A WEEKDAY ON THE CALENDAR   *
      *    IS NOT A BUSINESS DAY EITHER.                             *
      *=============================================================*
       1250-CHECK-BUSINESS-DAY.
           SET LDL-BUS-DAY-NO TO TRUE
           COMPUTE LDL-DAY-OF-WEEK = FUNCTION MOD (LDL-CHK-INT-DAY, 7)
           IF LDL-DAY-OF-WEEK = 0 OR 6
               GO TO 1250-EXIT
           END-IF
           IF LDL-CAL-TOTAL > ZERO
               SET LDL-CAL-IX TO 1
               SEARCH LDL-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN LDL-CAL-IX > LDL-CAL-TOTAL
                       CONTINUE
                   WHEN LDL-CAL-INT-DATE (LDL-CAL-IX) = LDL-CHK-INT-DAY
                       GO TO 1250-EXIT
               END-SEARCH
           END-IF
           SET LDL-BUS-DAY-YES TO TRUE.
       1250-EXIT.
           EXIT.

      *=============================================================*
      *  2000-LIST-NEXT-DATE                                         *
      *    MATCHES THE WINDOW AGAINST THE LEDGER IN DATE ORDER. A   *
      *    WINDOW DAY THE LEDGER HAS NOT REACHED IS A GAP; A LEDGER *
      *    ENTRY BEFORE THE NEXT WINDOW DAY IS FOR A DAY THAT IS    *
      *    NOT A BUSINESS DAY. ONE PAST THE LAST WINDOW DAY IS      *
      *    CHECKED AGAINST THE CALENDAR ON ITS OWN.                  *
      *=============================================================*
       2000-LIST-NEXT-DATE.
           IF LDL-WIN-IX NOT > 60
               IF LDL-LDG-EOF-YES
                   OR LDG-BUSINESS-DATE > LDL-WIN-DATE (LDL-WIN-IX)
                   PERFORM 2400-LIST-GAP THRU 2400-EXIT
                   SET LDL-WIN-IX UP BY 1
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 2200-LIST-LEDGER-ENTRY THRU 2200-EXIT
           IF LDL-WIN-IX NOT > 60
               IF LDG-BUSINESS-DATE = LDL-WIN-DATE (LDL-WIN-IX)
                   SET LDL-WIN-IX UP BY 1
               END-IF
           END-IF
           PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-READ-LEDGER                                            *
      *=============================================================*
       2100-READ-LEDGER.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   SET LDL-LDG-EOF-YES TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-LIST-LEDGER-ENTRY                                      *
      *    THE NOTE CARRIES THE WORST CONDITION OF THE ENTRY - AN   *
      *    ABORTED OR UNFINISHED RUN BEFORE AN OPEN STEP, AND       *
      *    EITHER BEFORE THE NON-BUSINESS-DAY NOTE.                  *
      *=============================================================*
       2200-LIST-LEDGER-ENTRY.
           ADD 1 TO LDL-DATES-LISTED
           MOVE LDG-BUSINESS-DATE      TO LDL-BUS-FMT-NUM
           PERFORM 2300-FORMAT-BUS-DATE THRU 2300-EXIT
           MOVE LDL-BUS-FMT-OUT        TO LDL-DET-DATE
           MOVE LDG-RUN-STAMP          TO LDL-DET-STAMP
           MOVE LDG-TRL-COUNT          TO LDL-DET-TRL-COUNT
           MOVE LDG-TRL-HASH           TO LDL-DET-TRL-HASH
           MOVE LDG-STEP-FLAGS         TO LDL-DET-FLAGS
           MOVE LDG-RUN-COUNT          TO LDL-DET-RUNS
           MOVE LDG-RERUN-REASON       TO LDL-DET-REASON
           MOVE SPACES                 TO LDL-DET-NOTE
           IF LDG-RUN-COUNT > 1
               ADD 1 TO LDL-DATES-RERUN
           END-IF
           EVALUATE TRUE
               WHEN LDG-STATUS-COMPLETE
                   MOVE "COMPLETE"     TO LDL-DET-STATUS
                   ADD 1 TO LDL-DATES-COMPLETE
                   IF NOT LDG-HIST-DONE
                       OR NOT LDG-NTFY-DONE
                       OR NOT LDG-PROOF-DONE
                       MOVE "*STEP OPEN*" TO LDL-DET-NOTE
                       ADD 1 TO LDL-DATES-STEP-OPEN
                   END-IF
               WHEN LDG-STATUS-ABORTED
                   MOVE "ABORTED"      TO LDL-DET-STATUS
                   MOVE "*ABORTED*"    TO LDL-DET-NOTE
                   ADD 1 TO LDL-DATES-ABORTED
               WHEN OTHER
                   MOVE "IN PROGRESS"  TO LDL-DET-STATUS
                   MOVE "*INCOMPLETE*" TO LDL-DET-NOTE
                   ADD 1 TO LDL-DATES-IN-PROGRESS
           END-EVALUATE
           IF LDL-WIN-IX > 60
               COMPUTE LDL-CHK-INT-DAY =
                   FUNCTION INTEGER-OF-DATE (LDG-BUSINESS-DATE)
               PERFORM 1250-CHECK-BUSINESS-DAY THRU 1250-EXIT
           ELSE
               IF LDG-BUSINESS-DATE = LDL-WIN-DATE (LDL-WIN-IX)
                   SET LDL-BUS-DAY-YES TO TRUE
               ELSE
                   SET LDL-BUS-DAY-NO TO TRUE
               END-IF
           END-IF
           IF LDL-BUS-DAY-NO
               ADD 1 TO LDL-DATES-NON-BUSINESS
               IF LDL-DET-NOTE = SPACES
                   MOVE "*NON-BUS DAY" TO LDL-DET-NOTE
               END-IF
           END-IF
           WRITE RPT-RECORD FROM LDL-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-FORMAT-BUS-DATE                                        *
      *=============================================================*
       2300-FORMAT-BUS-DATE.
           MOVE SPACES TO LDL-BUS-FMT-OUT
           STRING LDL-BUS-FMT-MM   "/"
                  LDL-BUS-FMT-DD   "/"
                  LDL-BUS-FMT-YYYY
                  DELIMITED BY SIZE INTO LDL-BUS-FMT-OUT.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2400-LIST-GAP                                               *
      *=============================================================*
       2400-LIST-GAP.
           ADD 1 TO LDL-DATES-LISTED
           ADD 1 TO LDL-DATES-GAP
           MOVE LDL-WIN-DATE (LDL-WIN-IX) TO LDL-BUS-FMT-NUM
           PERFORM 2300-FORMAT-BUS-DATE THRU 2300-EXIT
           MOVE LDL-BUS-FMT-OUT        TO LDL-DET-DATE
           MOVE "NO RUN"               TO LDL-DET-STATUS
           MOVE SPACES                 TO LDL-DET-STAMP
           MOVE ZERO                   TO LDL-DET-TRL-COUNT
           MOVE ZERO                   TO LDL-DET-TRL-HASH
           MOVE SPACES                 TO LDL-DET-FLAGS
           MOVE ZERO                   TO LDL-DET-RUNS
           MOVE SPACES                 TO LDL-DET-REASON
           MOVE "*GAP*"                TO LDL-DET-NOTE
           WRITE RPT-RECORD FROM LDL-DETAIL-LINE.
       2400-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM LDL-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM LDL-BLANK-LINE.
           WRITE RPT-RECORD FROM LDL-FOOTER-LINE.
           IF LDL-DATES-GAP > ZERO
               OR LDL-DATES-IN-PROGRESS > ZERO
               OR LDL-DATES-ABORTED > ZERO
               OR LDL-DATES-STEP-OPEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LDL-CAL-LOST > ZERO
               DISPLAY "LDGLIST: " LDL-CAL-LOST
                       " CALENDAR DATE(S) NOT HELD - WINDOW MAY "
                       "INCLUDE A HOLIDAY"
           END-IF
           CLOSE RUN-LEDGER-FILE
                 LEDGER-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM LDL-TOTALS-HEADING.
           MOVE "DATES LISTED"                TO LDL-TOT-LABEL
           MOVE LDL-DATES-LISTED              TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "DATES COMPLETE"              TO LDL-TOT-LABEL
           MOVE LDL-DATES-COMPLETE            TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "BUSINESS DAYS WITH NO RUN"   TO LDL-TOT-LABEL
           MOVE LDL-DATES-GAP                 TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "DATES LEFT IN PROGRESS"      TO LDL-TOT-LABEL
           MOVE LDL-DATES-IN-PROGRESS         TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "DATES ABORTED"               TO LDL-TOT-LABEL
           MOVE LDL-DATES-ABORTED             TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "COMPLETE WITH A STEP OPEN"   TO LDL-TOT-LABEL
           MOVE LDL-DATES-STEP-OPEN           TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "DATES RUN MORE THAN ONCE"    TO LDL-TOT-LABEL
           MOVE LDL-DATES-RERUN               TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
           MOVE "NON-BUSINESS DAYS RUN"       TO LDL-TOT-LABEL
           MOVE LDL-DATES-NON-BUSINESS        TO LDL-TOT-VALUE
           WRITE RPT-RECORD FROM LDL-TOTAL-LINE.
       9100-EXIT.
           EXIT.
