      *      MORE AUDIT RECORDS THAN DETAIL DECISIONS WITH NO WAY    *
      *      TO SPOT IT EXCEPT BY EYE. THIS STEP READS THE DAY'S     *
      *      OUTPUTS AND THE OPSSUMM RECORD AND BALANCES THEM:       *
      *        - AUDIT DECISIONS THE RUN WROTE (THE STORE HOLDS      *
      *          EVERY DAY'S DECISIONS, SO ONLY THOSE WHOSE          *
      *          TIMESTAMP CARRIES THE OPSSUMM RUN STAMP COUNT -     *
      *          NOT THE CLOCK WHEN THIS STEP STARTS, WHICH MAY BE   *
      *          PAST MIDNIGHT OR A NEXT-MORNING RERUN) MUST EQUAL   *
      *          RECORDS READ MINUS RECORDS SUSPENSE;                 *
      *        - EXTRACT RECORDS MUST EQUAL RECORDS CRITICAL;        *
      *        - SUSPENSE RECORDS CUT MUST EQUAL RECORDS SUSPENSE;   *
      *        - THE LOW/WATCH/CRITICAL/SUPPRESSED SPLIT OF TODAY'S  *
      *          AUD-OUTCOME VALUES MUST MATCH THE OPSSUMM SPLIT;    *
      *        - RESTATED DECISIONS MUST EQUAL RECORDS RESTATED      *
      *          AND CANCEL EXTRACTS MUST EQUAL CRITICALS            *
      *          CANCELLED. A CANCEL IS NOT A CRITICAL, SO IT DOES   *
      *          NOT COUNT IN THE EXTRACT LINE ABOVE;                *
      *        - THE TRAILER COUNTS THE RUN LEDGER HOLDS FOR THE     *
      *          RUN'S BUSINESS DATES MUST EQUAL RECORDS READ, AND   *
      *          EVERY ONE OF THOSE DATES MUST BE COMPLETE.          *
      *      A ONE-PAGE PROOF REPORT PRINTS EVERY LINE WITH ITS      *
      *      EXPECTED AND ACTUAL FIGURES, AND ANY MISMATCH ENDS      *
      *      THE STEP RC=8 SO THE SCHEDULER PAGES THE SAME NIGHT,    *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-09-02  RH  INITIAL VERSION.                        *
      *      2026-10-15  RH  THE AUDIT TRAIL IS NOW A KEYED STORE     *
      *                      IN WHICH A SUPERSEDED DECISION IS        *
      *                      REWRITTEN IN PLACE AS TYPE S. NEW        *
      *                      RESTATED DECISIONS AND CANCEL EXTRACTS   *
      *                      LINES PROVE RESTATEMENTS AGAINST THE     *
      *                      NEW OPSSUMM COUNTS.                      *
      *      2026-10-15  RH  PROVES THE RUN'S ENTRIES ON THE          *
      *                      BUSINESS-DATE RUN LEDGER (//LEDGER),     *
      *                      FOUND BY THE RUN STAMP NOW ON OPSSUMM,   *
      *                      AND MARKS THEM PROVED WHEN EVERY LINE    *
      *                      BALANCES.                                *
      *      2026-10-15  RH  SUPPRESSED OUTCOMES (UNITS UNDER         *
      *                      PLANNED MAINTENANCE) PROVED ON THEIR     *
      *                      OWN LINE AGAINST THE NEW OPSSUMM COUNT.  *
      *      2026-10-15  RH  AUDIT DECISIONS NOW READ BY KEY - EACH   *
      *                      UNIT AT EACH OF THE RUN'S LEDGER DATES - *
      *                      AND COUNTED ONLY WHEN THEY CARRY THE     *
      *                      FULL RUN STAMP (OR RESTATE ONE THAT      *
      *                      DOES), SO A SAME-DAY RERUN NO LONGER     *
      *                      COUNTS THE EARLIER RUN'S DECISIONS.      *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAYPROOF.
           SELECT OPS-SUMMARY-IN-FILE ASSIGN TO OPSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROOF-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY OPSREC.

       FD  AUDIT-IN-FILE.
       COPY AUDREC.

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  DPF-AUD-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DPF-AUD-EOF-YES                  VALUE "Y".
               88  DPF-AUD-EOF-NO                    VALUE "N".
           05  DPF-AUD-DATE-END-SWITCH PIC X(01)   VALUE "N".
               88  DPF-AUD-DATE-END-YES             VALUE "Y".
               88  DPF-AUD-DATE-END-NO               VALUE "N".
           05  DPF-EXT-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DPF-EXT-EOF-YES                  VALUE "Y".
               88  DPF-EXT-EOF-NO                    VALUE "N".
           05  DPF-SUS-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DPF-SUS-EOF-YES                  VALUE "Y".
               88  DPF-SUS-EOF-NO                    VALUE "N".
           05  DPF-LDG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DPF-LDG-EOF-YES                  VALUE "Y".
               88  DPF-LDG-EOF-NO                    VALUE "N".

      *-----------------------------------------------------------*
      *    THE RUN'S OPSSUMM FIGURES - THE EXPECTED SIDE OF EVERY  *
       77  DPF-OPS-WATCH               PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-CRITICAL            PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-SUSPENSE            PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-RESTATED            PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-CANCELLED           PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-SUPPRESSED          PIC 9(07)   VALUE ZERO.
       77  DPF-OPS-RECORDS             PIC 9(03)   COMP VALUE ZERO.
       77  DPF-EXPECTED-AUDIT          PIC 9(07)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    THE RUN BEING PROVED - ITS DATE AND START TIME TAKEN    *
      *    FROM THE OPSSUMM RECORD, NOT FROM THE CLOCK, SO A CYCLE *
      *    THAT CROSSES MIDNIGHT (OR A NEXT-MORNING RERUN OF THIS  *
      *    STEP) STILL COUNTS THE RUN'S OWN AUDIT RECORDS, AND A   *
      *    SAME-DAY RERUN DOES NOT COUNT THE EARLIER RUN'S.        *
      *-----------------------------------------------------------*
       77  DPF-PROVE-DATE-NUM          PIC 9(08)   VALUE ZERO.
       77  DPF-PROVE-TIME              PIC 9(06)   VALUE ZERO.
       01  DPF-PROVE-STAMP             PIC X(15)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    THE UNIT BEING COUNTED, AND THE TIMESTAMP OF THE LAST   *
      *    OF THE RUN'S DECISIONS SEEN FOR THE UNIT-DATE - A       *
      *    REPEAT WITHIN THE RUN IS STAMPED ONE SECOND AFTER THE   *
      *    DECISION IT RESTATES, SO IT IS KNOWN BY ITS REFERENCE.  *
      *-----------------------------------------------------------*
       01  DPF-AUD-UNIT                PIC X(10)   VALUE SPACES.
       01  DPF-AUD-LAST-RUN-TS         PIC X(15)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    THE RUN'S LEDGER ENTRIES - THOSE STAMPED WITH THE       *
      *    OPSSUMM RUN DATE AND START TIME - KEPT FOR THE PROVED   *
      *    MARKING ONCE EVERY LINE BALANCES.                        *
      *-----------------------------------------------------------*
       01  DPF-LEDGER-TABLE.
           05  DPF-LDG-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  DPF-LDG-LOST            PIC 9(03)   COMP VALUE ZERO.
           05  DPF-LDG-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY DPF-LDG-IX.
               10  DPF-LDG-DATE        PIC 9(08).
       77  DPF-LDG-TRL-COUNT           PIC 9(07)   COMP VALUE ZERO.
       77  DPF-LDG-INCOMPLETE          PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    ACTUAL COUNTS FROM THE DAY'S OUTPUT FILES. THE AUDIT    *
      *    STORE HOLDS EVERY DAY, SO ONLY DECISIONS CARRYING THE   *
      *    RUN STAMP ARE THE RUN'S OWN.                             *
      *-----------------------------------------------------------*
       77  DPF-AUD-TODAY               PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-LOW                 PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-WATCH               PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-CRITICAL            PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-SUPPRESSED          PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-OTHER               PIC 9(07)   COMP VALUE ZERO.
       77  DPF-AUD-RESTATED            PIC 9(07)   COMP VALUE ZERO.
       77  DPF-EXT-COUNT               PIC 9(07)   COMP VALUE ZERO.
       77  DPF-EXT-CANCELS             PIC 9(07)   COMP VALUE ZERO.
       77  DPF-SUS-COUNT               PIC 9(07)   COMP VALUE ZERO.

       77  DPF-MISMATCHES              PIC 9(03)   COMP VALUE ZERO.
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2600-COUNT-LEDGER THRU 2600-EXIT
               UNTIL DPF-LDG-EOF-YES.
           IF DPF-LDG-TOTAL = ZERO
               SET DPF-AUD-EOF-YES TO TRUE
           ELSE
               MOVE LOW-VALUES TO AUD-KEY
               PERFORM 2050-FIND-NEXT-UNIT THRU 2050-EXIT
           END-IF
           PERFORM 2000-COUNT-AUDIT-UNIT THRU 2000-EXIT
               UNTIL DPF-AUD-EOF-YES.
           PERFORM 2200-COUNT-EXTRACT THRU 2200-EXIT
               UNTIL DPF-EXT-EOF-YES.
           OPEN INPUT AUDIT-IN-FILE
                      EXTRACT-IN-FILE
                      SUSPENSE-IN-FILE.
           OPEN I-O RUN-LEDGER-FILE.
       1000-EXIT.
           EXIT.

           ADD 1 TO DPF-OPS-RECORDS
           SET DPF-OPS-FOUND-YES TO TRUE
           MOVE OPS-RUN-DATE         TO DPF-PROVE-DATE-NUM
           MOVE OPS-RUN-TIME         TO DPF-PROVE-TIME
           MOVE SPACES               TO DPF-PROVE-STAMP
           STRING DPF-PROVE-DATE-NUM "-" DPF-PROVE-TIME
                  DELIMITED BY SIZE INTO DPF-PROVE-STAMP
           MOVE OPS-RECORDS-READ     TO DPF-OPS-READ
           MOVE OPS-RECORDS-LOW      TO DPF-OPS-LOW
           MOVE OPS-RECORDS-WATCH    TO DPF-OPS-WATCH
           MOVE OPS-RECORDS-CRITICAL TO DPF-OPS-CRITICAL
           MOVE OPS-RECORDS-SUSPENSE TO DPF-OPS-SUSPENSE
           MOVE OPS-RECORDS-RESTATED TO DPF-OPS-RESTATED
           MOVE OPS-RECORDS-CANCELLED
                                     TO DPF-OPS-CANCELLED.
           IF OPS-RECORDS-SUPPRESSED NUMERIC
               MOVE OPS-RECORDS-SUPPRESSED TO DPF-OPS-SUPPRESSED
           ELSE
               MOVE ZERO TO DPF-OPS-SUPPRESSED
           END-IF.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  2000-COUNT-AUDIT-UNIT                                       *
      *    THE STORE HOLDS EVERY DAY, SO IT IS READ BY KEY - FOR    *
      *    EACH UNIT, ONLY AT THE RUN'S OWN BUSINESS DATES FROM THE *
      *    LEDGER - THEN THE READ SKIPS PAST THE UNIT'S REMAINING   *
      *    DAYS TO THE NEXT UNIT.                                    *
      *=============================================================*
       2000-COUNT-AUDIT-UNIT.
           PERFORM 2100-COUNT-AUDIT-DATE THRU 2100-EXIT
               VARYING DPF-LDG-IX FROM 1 BY 1
               UNTIL DPF-LDG-IX > DPF-LDG-TOTAL.
           MOVE DPF-AUD-UNIT  TO AUD-UNIT-ID
           MOVE 99999999      TO AUD-BUSINESS-DATE
           MOVE HIGH-VALUES   TO AUD-TIMESTAMP
           PERFORM 2050-FIND-NEXT-UNIT THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2050-FIND-NEXT-UNIT                                         *
      *    POSITIONS PAST AUD-KEY AND TAKES THE UNIT FOUND THERE.    *
      *=============================================================*
       2050-FIND-NEXT-UNIT.
           START AUDIT-IN-FILE KEY IS GREATER THAN AUD-KEY
               INVALID KEY
                   SET DPF-AUD-EOF-YES TO TRUE
                   GO TO 2050-EXIT
           END-START
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET DPF-AUD-EOF-YES TO TRUE
                   GO TO 2050-EXIT
           END-READ
           MOVE AUD-UNIT-ID TO DPF-AUD-UNIT.
       2050-EXIT.
           EXIT.

      *=============================================================*
      *  2100-COUNT-AUDIT-DATE                                       *
      *    STARTS ON THE UNIT AND ONE OF THE RUN'S BUSINESS DATES   *
      *    AND READS FORWARD THROUGH THAT UNIT-DATE'S DECISIONS.     *
      *=============================================================*
       2100-COUNT-AUDIT-DATE.
           MOVE SPACES TO DPF-AUD-LAST-RUN-TS
           MOVE DPF-AUD-UNIT              TO AUD-UNIT-ID
           MOVE DPF-LDG-DATE (DPF-LDG-IX) TO AUD-BUSINESS-DATE
           MOVE LOW-VALUES                TO AUD-TIMESTAMP
           START AUDIT-IN-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           SET DPF-AUD-DATE-END-NO TO TRUE
           PERFORM 2150-COUNT-ONE-DECISION THRU 2150-EXIT
               UNTIL DPF-AUD-DATE-END-YES.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2150-COUNT-ONE-DECISION                                     *
      *    A DECISION IS THE RUN'S WHEN ITS TIMESTAMP IS THE FULL   *
      *    RUN STAMP (RUN DATE AND START TIME, SHARED BY EVERY      *
      *    BUSINESS DATE OF A CATCH-UP RUN), OR WHEN IT RESTATES    *
      *    ONE OF THE RUN'S DECISIONS FOR THE SAME UNIT-DATE - A    *
      *    REPEAT WITHIN THE RUN, STAMPED ONE SECOND LATER. AN      *
      *    EARLIER RUN THE SAME DAY HAS ANOTHER START TIME AND IS   *
      *    NOT COUNTED. A DECISION SINCE MARKED SUPERSEDED IS STILL *
      *    ONE OF THE RUN'S DECISIONS AND COUNTS BY ITS OUTCOME; IT *
      *    WAS A RESTATEMENT IF IT NAMES THE DECISION IT REPLACED,  *
      *    WHATEVER ITS TYPE NOW.                                    *
      *=============================================================*
       2150-COUNT-ONE-DECISION.
           READ AUDIT-IN-FILE NEXT RECORD
               AT END
                   SET DPF-AUD-DATE-END-YES TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF AUD-UNIT-ID NOT = DPF-AUD-UNIT
               OR AUD-BUSINESS-DATE NOT = DPF-LDG-DATE (DPF-LDG-IX)
               SET DPF-AUD-DATE-END-YES TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF AUD-TIMESTAMP NOT = DPF-PROVE-STAMP
               IF DPF-AUD-LAST-RUN-TS = SPACES
                   OR AUD-REF-TIMESTAMP NOT = DPF-AUD-LAST-RUN-TS
                   GO TO 2150-EXIT
               END-IF
           END-IF
           MOVE AUD-TIMESTAMP TO DPF-AUD-LAST-RUN-TS
           ADD 1 TO DPF-AUD-TODAY
           IF AUD-REF-TIMESTAMP NOT = SPACES
               ADD 1 TO DPF-AUD-RESTATED
           END-IF
           EVALUATE AUD-OUTCOME
               WHEN "LOW"
                   ADD 1 TO DPF-AUD-LOW
                   ADD 1 TO DPF-AUD-WATCH
               WHEN "CRITICAL"
                   ADD 1 TO DPF-AUD-CRITICAL
               WHEN "SUPPRESSED"
                   ADD 1 TO DPF-AUD-SUPPRESSED
               WHEN OTHER
                   ADD 1 TO DPF-AUD-OTHER
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *=============================================================*
      *  2200-COUNT-EXTRACT                                          *
      *    A CANCEL WITHDRAWS AN EARLIER CRITICAL AND IS COUNTED    *
      *    APART FROM THE DAY'S CRITICALS.                           *
      *=============================================================*
       2200-COUNT-EXTRACT.
           READ EXTRACT-IN-FILE
                   SET DPF-EXT-EOF-YES TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF EXT-ACTION-CANCEL
               ADD 1 TO DPF-EXT-CANCELS
           ELSE
               ADD 1 TO DPF-EXT-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      *=============================================================*
      *  2600-COUNT-LEDGER                                           *
      *    THE LEDGER HOLDS EVERY BUSINESS DATE EVER RUN - AN ENTRY *
      *    IS THE RUN'S OWN ONLY WHEN IT CARRIES THE OPSSUMM RUN    *
      *    DATE AND START TIME, WHICH EVERY DATE OF A CATCH-UP RUN  *
      *    SHARES.                                                   *
      *=============================================================*
       2600-COUNT-LEDGER.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   SET DPF-LDG-EOF-YES TO TRUE
                   GO TO 2600-EXIT
           END-READ
           IF LDG-RUN-DATE NOT = DPF-PROVE-DATE-NUM
               OR LDG-RUN-TIME NOT = DPF-PROVE-TIME
               GO TO 2600-EXIT
           END-IF
           ADD LDG-TRL-COUNT TO DPF-LDG-TRL-COUNT
           IF NOT LDG-STATUS-COMPLETE
               ADD 1 TO DPF-LDG-INCOMPLETE
           END-IF
           IF DPF-LDG-TOTAL < 100
               ADD 1 TO DPF-LDG-TOTAL
               MOVE LDG-BUSINESS-DATE TO DPF-LDG-DATE (DPF-LDG-TOTAL)
           ELSE
               ADD 1 TO DPF-LDG-LOST
           END-IF.
       2600-EXIT.
           EXIT.

      *=============================================================*
      *  3000-PROVE-OUTPUTS                                          *
      *=============================================================*
           MOVE DPF-OPS-CRITICAL           TO DPF-EXPECTED-WORK
           MOVE DPF-AUD-CRITICAL           TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "SUPPRESSED OUTCOMES = SUPPRESSED"
                                           TO DPF-PRF-LABEL
           MOVE DPF-OPS-SUPPRESSED         TO DPF-EXPECTED-WORK
           MOVE DPF-AUD-SUPPRESSED         TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "AUDIT UNRECOGNIZED OUTCOMES"
                                           TO DPF-PRF-LABEL
           MOVE ZERO                       TO DPF-EXPECTED-WORK
           MOVE DPF-AUD-OTHER              TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "RESTATED DECISIONS = RESTATED"
                                           TO DPF-PRF-LABEL
           MOVE DPF-OPS-RESTATED           TO DPF-EXPECTED-WORK
           MOVE DPF-AUD-RESTATED           TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "EXTRACT CANCELS = CANCELLED"
                                           TO DPF-PRF-LABEL
           MOVE DPF-OPS-CANCELLED          TO DPF-EXPECTED-WORK
           MOVE DPF-EXT-CANCELS            TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "LEDGER TRAILER COUNT = READ"
                                           TO DPF-PRF-LABEL
           MOVE DPF-OPS-READ               TO DPF-EXPECTED-WORK
           MOVE DPF-LDG-TRL-COUNT          TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
           MOVE "LEDGER DATES NOT COMPLETE"
                                           TO DPF-PRF-LABEL
           MOVE ZERO                       TO DPF-EXPECTED-WORK
           MOVE DPF-LDG-INCOMPLETE         TO DPF-ACTUAL-WORK
           PERFORM 3100-WRITE-ONE-PROOF THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

               WRITE RPT-RECORD FROM DPF-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF DPF-MISMATCHES = ZERO
               PERFORM 9200-MARK-LEDGER-DATE THRU 9200-EXIT
                   VARYING DPF-LDG-IX FROM 1 BY 1
                   UNTIL DPF-LDG-IX > DPF-LDG-TOTAL
           END-IF
           IF DPF-LDG-LOST > ZERO
               DISPLAY "DAYPROOF: LEDGER TABLE FULL - " DPF-LDG-LOST
                       " DATE(S) NOT MARKED PROVED"
           END-IF
           WRITE RPT-RECORD FROM DPF-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM DPF-FOOTER-LINE.
           CLOSE AUDIT-IN-FILE
                 EXTRACT-IN-FILE
                 SUSPENSE-IN-FILE
                 PROOF-REPORT-FILE
                 RUN-LEDGER-FILE.
       9000-EXIT.
           EXIT.

           MOVE "AUDIT RECORDS THIS RUN"  TO DPF-TOT-LABEL
           MOVE DPF-AUD-TODAY             TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "RESTATED DECISIONS"      TO DPF-TOT-LABEL
           MOVE DPF-AUD-RESTATED          TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "EXTRACT RECORDS"         TO DPF-TOT-LABEL
           MOVE DPF-EXT-COUNT             TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "EXTRACT CANCEL RECORDS"  TO DPF-TOT-LABEL
           MOVE DPF-EXT-CANCELS           TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "SUSPENSE RECORDS"        TO DPF-TOT-LABEL
           MOVE DPF-SUS-COUNT             TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "LEDGER DATES THIS RUN"   TO DPF-TOT-LABEL
           COMPUTE DPF-EXPECTED-WORK = DPF-LDG-TOTAL + DPF-LDG-LOST
           MOVE DPF-EXPECTED-WORK         TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
           MOVE "PROOF MISMATCHES"        TO DPF-TOT-LABEL
           MOVE DPF-MISMATCHES            TO DPF-TOT-VALUE
           WRITE RPT-RECORD FROM DPF-TOTAL-LINE.
       9100-EXIT.
           EXIT.

      *=============================================================*
      *  9200-MARK-LEDGER-DATE                                       *
      *=============================================================*
       9200-MARK-LEDGER-DATE.
           MOVE DPF-LDG-DATE (DPF-LDG-IX) TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 9200-EXIT
           END-READ
           MOVE "Y" TO LDG-PROOF-FLAG
           REWRITE LDG-RECORD
               INVALID KEY
                   DISPLAY "DAYPROOF: LEDGER REWRITE FAILED FOR "
                           LDG-BUSINESS-DATE
           END-REWRITE.
       9200-EXIT.
           EXIT.
