      *                      BUSINESS DATE, MATCHING THE DAILY       *
      *                      EVALUATION. RECORDS WITH BLANK          *
      *                      EFFECTIVE DATES BEHAVE AS BEFORE.       *
      *      2026-10-15  RH  CHECKS THE BUSINESS-DATE RUN LEDGER      *
      *                      (//LEDGER) BEFORE ROLLING A DATE - A     *
      *                      DATE THE DAILY EVALUATION HAS NOT        *
      *                      COMPLETED, OR ONE ALREADY ROLLED SINCE   *
      *                      IT WAS LAST EVALUATED, IS HELD BACK      *
      *                      WITH RC=4. A DATE THE UNIT'S HISTORY     *
      *                      ALREADY HOLDS (A RERUN OR A RECYCLED     *
      *                      COUNT) REPLACES THAT DAY'S COUNT IN      *
      *                      PLACE INSTEAD OF ROLLING THE HISTORY A   *
      *                      SECOND TIME. EACH DATE ROLLED IS MARKED  *
      *                      DONE ON THE LEDGER.                      *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTUPDT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  HUP-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  HUP-URF-EOF-YES                  VALUE "Y".
               88  HUP-URF-EOF-NO                    VALUE "N".
           05  HUP-SAME-DAY-SWITCH     PIC X(01)   VALUE "N".
               88  HUP-SAME-DAY-FOUND               VALUE "Y".
               88  HUP-SAME-DAY-NOT-FOUND            VALUE "N".

      *-----------------------------------------------------------*
      *    MATCH-MERGE KEY WORK FIELDS - EOF SIDES ARE FORCED TO   *
       77  HUP-UNIT-CLASS              PIC X(04)   VALUE SPACES.
       77  HUP-ACTIVE-CRIT             PIC 9(05)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    RUN LEDGER DATES - EVERY BUSINESS DATE ON THE DAILY     *
      *    FILE IS LOOKED UP ON THE LEDGER ONCE AND ITS VERDICT    *
      *    KEPT HERE. ONLY DATES MARKED APPLY ARE ROLLED, AND      *
      *    THOSE ARE MARKED DONE ON THE LEDGER AT THE END.         *
      *-----------------------------------------------------------*
       01  HUP-LEDGER-TABLE.
           05  HUP-LDG-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  HUP-LDG-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY HUP-LDG-IX.
               10  HUP-LDG-DATE        PIC 9(08).
               10  HUP-LDG-ACTION      PIC X(01).
                   88  HUP-LDG-APPLY               VALUE "A".
                   88  HUP-LDG-NOT-COMPLETE        VALUE "N".
                   88  HUP-LDG-ALREADY-ROLLED      VALUE "R".

       01  HUP-RUN-DATE-FIELDS.
           05  HUP-RUN-DATE-NUM        PIC 9(08).
           05  HUP-RUN-DATE-R REDEFINES HUP-RUN-DATE-NUM.
       77  HUP-UNITS-ADDED             PIC 9(07)   COMP VALUE ZERO.
       77  HUP-UNITS-CARRIED           PIC 9(07)   COMP VALUE ZERO.
       77  HUP-UNITS-FLAGGED           PIC 9(07)   COMP VALUE ZERO.
       77  HUP-DAYS-REPLACED           PIC 9(07)   COMP VALUE ZERO.
       77  HUP-RECORDS-HELD            PIC 9(07)   COMP VALUE ZERO.
       77  HUP-DATES-APPLIED           PIC 9(07)   COMP VALUE ZERO.
       77  HUP-DATES-HELD              PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    TREND REPORT PRINT LINES                                 *
           OPEN INPUT DAILY-COUNTS-FILE
                      HISTORY-OLD-FILE
                      UNIT-REF-FILE.
           OPEN I-O RUN-LEDGER-FILE.
           PERFORM 1400-READ-UNIT-REF THRU 1400-EXIT.
           OPEN OUTPUT HISTORY-NEW-FILE
                       TREND-REPORT-FILE.
      *    READS FORWARD PAST RECORDS THAT WOULD FAIL THE           *
      *    NUMERIC/RANGE EDIT - THOSE ARE IFTHENEL'S SUSPENSE       *
      *    BUSINESS AND MUST NOT CONTAMINATE THE HISTORY MASTER.    *
      *    RECORDS FOR A DATE THE RUN LEDGER HOLDS BACK (2150) ARE  *
      *    PASSED OVER THE SAME WAY.                                 *
      *=============================================================*
       2100-READ-DAILY-COUNTS.
           READ DAILY-COUNTS-FILE
           IF DLY-BUSINESS-DATE-X NOT NUMERIC
               GO TO 2100-READ-DAILY-COUNTS
           END-IF
           PERFORM 2150-CHECK-LEDGER-DATE THRU 2150-EXIT
           IF NOT HUP-LDG-APPLY (HUP-LDG-IX)
               ADD 1 TO HUP-RECORDS-HELD
               GO TO 2100-READ-DAILY-COUNTS
           END-IF
           MOVE DLY-UNIT-ID TO HUP-DAILY-KEY.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2150-CHECK-LEDGER-DATE                                      *
      *    LEAVES HUP-LDG-IX ON THE RECORD'S DATE. A DATE NOT YET   *
      *    SEEN IS READ FROM THE LEDGER - IT IS ROLLED ONLY IF THE  *
      *    DAILY EVALUATION COMPLETED IT AND IT HAS NOT BEEN ROLLED *
      *    SINCE. A NEW EVALUATION OF THE DATE CLEARS THE FLAG.     *
      *=============================================================*
       2150-CHECK-LEDGER-DATE.
           IF HUP-LDG-TOTAL > ZERO
               SET HUP-LDG-IX TO 1
               SEARCH HUP-LDG-ENTRY
                   AT END
                       CONTINUE
                   WHEN HUP-LDG-IX > HUP-LDG-TOTAL
                       CONTINUE
                   WHEN HUP-LDG-DATE (HUP-LDG-IX) = DLY-BUSINESS-DATE
                       GO TO 2150-EXIT
               END-SEARCH
           END-IF
           IF HUP-LDG-TOTAL NOT < 100
               DISPLAY "HISTUPDT: MORE THAN 100 BUSINESS DATES ON THE"
                       " DAILY FILE - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HUP-LDG-TOTAL
           SET HUP-LDG-IX TO HUP-LDG-TOTAL
           MOVE DLY-BUSINESS-DATE TO HUP-LDG-DATE (HUP-LDG-IX)
           SET HUP-LDG-APPLY (HUP-LDG-IX) TO TRUE
           MOVE DLY-BUSINESS-DATE TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE SPACES TO LDG-STATUS
                                  LDG-HIST-FLAG
           END-READ
           EVALUATE TRUE
               WHEN NOT LDG-STATUS-COMPLETE
                   SET HUP-LDG-NOT-COMPLETE (HUP-LDG-IX) TO TRUE
                   ADD 1 TO HUP-DATES-HELD
                   DISPLAY "HISTUPDT: BUSINESS DATE " DLY-BUSINESS-DATE
                           " IS NOT COMPLETE ON THE RUN LEDGER -"
                           " NOT ROLLED"
               WHEN LDG-HIST-DONE
                   SET HUP-LDG-ALREADY-ROLLED (HUP-LDG-IX) TO TRUE
                   ADD 1 TO HUP-DATES-HELD
                   DISPLAY "HISTUPDT: BUSINESS DATE " DLY-BUSINESS-DATE
                           " IS ALREADY ROLLED INTO THE HISTORY -"
                           " NOT ROLLED AGAIN"
               WHEN OTHER
                   ADD 1 TO HUP-DATES-APPLIED
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *=============================================================*
      *  2200-READ-OLD-HISTORY                                       *
      *=============================================================*

      *=============================================================*
      *  3350-INSERT-ONE-DAY                                         *
      *    A DATE THE HISTORY ALREADY HOLDS FOR THE UNIT (A RERUN,  *
      *    OR A COUNT RECYCLED FROM SUSPENSE) TAKES THE NEW COUNT   *
      *    IN PLACE - THE HISTORY IS NEVER ROLLED TWICE FOR ONE     *
      *    DATE.                                                     *
      *=============================================================*
       3350-INSERT-ONE-DAY.
           SET HUP-SAME-DAY-NOT-FOUND TO TRUE
           PERFORM 3360-FIND-SAME-DAY THRU 3360-EXIT
               VARYING HUP-SHIFT-IX FROM 1 BY 1
               UNTIL HUP-SHIFT-IX > HST-DAYS-HELD
                  OR HUP-SAME-DAY-FOUND
           IF HUP-SAME-DAY-FOUND
               ADD 1 TO HUP-DAYS-REPLACED
               GO TO 3350-EXIT
           END-IF
           PERFORM 3250-SHIFT-ONE-DAY THRU 3250-EXIT
               VARYING HUP-SHIFT-IX FROM 29 BY -1
               UNTIL HUP-SHIFT-IX < 1
       3350-EXIT.
           EXIT.

      *=============================================================*
      *  3360-FIND-SAME-DAY                                          *
      *=============================================================*
       3360-FIND-SAME-DAY.
           IF HST-DAY-DATE (HUP-SHIFT-IX) = DLY-BUSINESS-DATE
               MOVE DLY-COUNT TO HST-DAY-COUNT (HUP-SHIFT-IX)
               SET HUP-SAME-DAY-FOUND TO TRUE
           END-IF.
       3360-EXIT.
           EXIT.

      *=============================================================*
      *  3250-SHIFT-ONE-DAY                                          *
      *=============================================================*
       9000-TERMINATE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE TRD-RECORD FROM HUP-FOOTER-LINE.
           PERFORM 9200-MARK-LEDGER-DATE THRU 9200-EXIT
               VARYING HUP-LDG-IX FROM 1 BY 1
               UNTIL HUP-LDG-IX > HUP-LDG-TOTAL.
           IF HUP-DATES-HELD > ZERO
               DISPLAY "HISTUPDT: " HUP-DATES-HELD " BUSINESS DATE(S) "
                       HUP-RECORDS-HELD " RECORD(S) HELD BACK BY THE"
                       " RUN LEDGER"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DAILY-COUNTS-FILE
                 HISTORY-OLD-FILE
                 HISTORY-NEW-FILE
                 TREND-REPORT-FILE
                 UNIT-REF-FILE
                 RUN-LEDGER-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9200-MARK-LEDGER-DATE                                       *
      *    EVERY DATE ROLLED IS MARKED DONE SO A SECOND HISTORY     *
      *    STEP FOR THE SAME EVALUATION HOLDS IT BACK.              *
      *=============================================================*
       9200-MARK-LEDGER-DATE.
           IF NOT HUP-LDG-APPLY (HUP-LDG-IX)
               GO TO 9200-EXIT
           END-IF
           MOVE HUP-LDG-DATE (HUP-LDG-IX) TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 9200-EXIT
           END-READ
           MOVE "Y" TO LDG-HIST-FLAG
           REWRITE LDG-RECORD
               INVALID KEY
                   DISPLAY "HISTUPDT: LEDGER REWRITE FAILED FOR "
                           LDG-BUSINESS-DATE
           END-REWRITE.
       9200-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
           MOVE "UNITS FLAGGED"           TO HUP-TOT-LABEL
           MOVE HUP-UNITS-FLAGGED         TO HUP-TOT-VALUE
           WRITE TRD-RECORD FROM HUP-TOTAL-LINE.
           MOVE "DAYS REPLACED IN PLACE"  TO HUP-TOT-LABEL
           MOVE HUP-DAYS-REPLACED         TO HUP-TOT-VALUE
           WRITE TRD-RECORD FROM HUP-TOTAL-LINE.
           MOVE "BUSINESS DATES ROLLED"   TO HUP-TOT-LABEL
           MOVE HUP-DATES-APPLIED         TO HUP-TOT-VALUE
           WRITE TRD-RECORD FROM HUP-TOTAL-LINE.
           MOVE "BUSINESS DATES HELD BACK" TO HUP-TOT-LABEL
           MOVE HUP-DATES-HELD            TO HUP-TOT-VALUE
           WRITE TRD-RECORD FROM HUP-TOTAL-LINE.
           MOVE "RECORDS HELD BACK"       TO HUP-TOT-LABEL
           MOVE HUP-RECORDS-HELD          TO HUP-TOT-VALUE
           WRITE TRD-RECORD FROM HUP-TOTAL-LINE.
       9100-EXIT.
           EXIT.
