      *                      SO A CONTACT'S NOTIFICATION LISTS       *
      *                      EACH UNIT ONCE AND THE UNIT COUNT IS    *
      *                      NOT INFLATED ON A RESTART NIGHT.        *
      *      2026-10-15  RH  CANCEL RECORDS FROM A RESTATED COUNT    *
      *                      ARE COUNTED AND SKIPPED - A WITHDRAWN   *
      *                      CRITICAL IS NOT SENT TO ANY CONTACT.    *
      *      2026-10-15  RH  CHECKS THE BUSINESS-DATE RUN LEDGER      *
      *                      (//LEDGER) BEFORE NOTIFYING A DATE - A   *
      *                      DATE THE DAILY EVALUATION HAS NOT        *
      *                      COMPLETED, OR ONE ALREADY NOTIFIED       *
      *                      SINCE IT WAS LAST EVALUATED, IS HELD     *
      *                      BACK WITH RC=4. EACH DATE NOTIFIED IS    *
      *                      MARKED DONE ON THE LEDGER.               *
      *      2026-10-15  RH  A CRITICAL FOR A UNIT, OR A UNIT OF A    *
      *                      CLASS, UNDER PLANNED MAINTENANCE ON ITS  *
      *                      BUSINESS DATE (//SUPPFILE) IS COUNTED    *
      *                      AND SKIPPED - THE OUTAGE WAS SCHEDULED,  *
      *                      SO THERE IS NO ONE TO TELL.              *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRITNTFY.
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY NTFYREC.

       FD  SUPPRESSION-FILE
           RECORDING MODE IS F.
       COPY SUPPREC.

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  NFY-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  NFY-URF-EOF-YES                  VALUE "Y".
               88  NFY-URF-EOF-NO                    VALUE "N".
           05  NFY-SPR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  NFY-SPR-EOF-YES                  VALUE "Y".
               88  NFY-SPR-EOF-NO                    VALUE "N".
           05  NFY-SPR-HIT-SWITCH      PIC X(01)   VALUE "N".
               88  NFY-SPR-HIT-YES                  VALUE "Y".
               88  NFY-SPR-HIT-NO                    VALUE "N".

      *-----------------------------------------------------------*
      *    UNIT REFERENCE CONTACT TABLE - LOADED ONCE AT            *
                                       INDEXED BY NFY-URF-IX.
               10  NFY-URF-UNIT        PIC X(10).
               10  NFY-URF-CONTACT     PIC X(20).
               10  NFY-URF-CLASS       PIC X(04).

      *-----------------------------------------------------------*
      *    PLANNED-MAINTENANCE SUPPRESSIONS - TYPE U (UNIT) AND    *
      *    TYPE C (UNIT CLASS) ENTRIES WITH THEIR INCLUSIVE        *
      *    BUSINESS DATE RANGE.                                     *
      *-----------------------------------------------------------*
       01  NFY-SUPPRESS-TABLE.
           05  NFY-SPR-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  NFY-SPR-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY NFY-SPR-IX.
               10  NFY-SPR-TYPE        PIC X(01).
               10  NFY-SPR-KEY         PIC X(10).
               10  NFY-SPR-FROM        PIC 9(08).
               10  NFY-SPR-TO          PIC 9(08).

      *-----------------------------------------------------------*
      *    CONTACT GROUP TABLE - ONE ENTRY PER DISTINCT CONTACT    *
               10  NFY-DET-VALUE       PIC 9(05).
               10  NFY-DET-CRIT        PIC 9(05).

      *-----------------------------------------------------------*
      *    RUN LEDGER DATES - EVERY BUSINESS DATE ON THE EXTRACT   *
      *    IS LOOKED UP ON THE LEDGER ONCE AND ITS VERDICT KEPT    *
      *    HERE. ONLY DATES MARKED APPLY ARE NOTIFIED, AND THOSE   *
      *    ARE MARKED DONE ON THE LEDGER AT THE END.                *
      *-----------------------------------------------------------*
       01  NFY-LEDGER-TABLE.
           05  NFY-LDG-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  NFY-LDG-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY NFY-LDG-IX.
               10  NFY-LDG-DATE        PIC 9(08).
               10  NFY-LDG-ACTION      PIC X(01).
                   88  NFY-LDG-APPLY               VALUE "A".
                   88  NFY-LDG-NOT-COMPLETE        VALUE "N".
                   88  NFY-LDG-ALREADY-SENT        VALUE "S".

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       77  NFY-CUR-CONTACT             PIC X(20)   VALUE SPACES.
       77  NFY-CUR-CLASS               PIC X(04)   VALUE SPACES.
       77  NFY-SCAN-IX                 PIC 9(04)   COMP VALUE ZERO.
       77  NFY-SLOT-IX                 PIC 9(02)   COMP VALUE ZERO.
       77  NFY-SEQ-NO                  PIC 9(02)   COMP VALUE ZERO.
      *-----------------------------------------------------------*
       77  NFY-EXTRACTS-READ           PIC 9(07)   COMP VALUE ZERO.
       77  NFY-DUPS-SKIPPED            PIC 9(07)   COMP VALUE ZERO.
       77  NFY-CANCELS-SKIPPED         PIC 9(07)   COMP VALUE ZERO.
       77  NFY-SUPPRESSED-SKIPPED      PIC 9(07)   COMP VALUE ZERO.
       77  NFY-UNITS-UNASSIGNED        PIC 9(07)   COMP VALUE ZERO.
       77  NFY-CONTACTS-NOTIFIED       PIC 9(05)   COMP VALUE ZERO.
       77  NFY-RECORDS-WRITTEN         PIC 9(07)   COMP VALUE ZERO.
       77  NFY-RECORDS-HELD            PIC 9(07)   COMP VALUE ZERO.
       77  NFY-DATES-HELD              PIC 9(05)   COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *=============================================================*
                       NFY-URF-LOST " UNIT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT SUPPRESSION-FILE.
           PERFORM 1200-LOAD-ONE-SUPPRESSION THRU 1200-EXIT
               UNTIL NFY-SPR-EOF-YES.
           CLOSE SUPPRESSION-FILE.
           OPEN INPUT EXTRACT-IN-FILE.
           OPEN OUTPUT NOTIFY-FILE.
           OPEN I-O RUN-LEDGER-FILE.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
           ADD 1 TO NFY-URF-TOTAL
           SET NFY-URF-IX TO NFY-URF-TOTAL
           MOVE URF-UNIT-ID TO NFY-URF-UNIT (NFY-URF-IX)
           MOVE URF-CONTACT TO NFY-URF-CONTACT (NFY-URF-IX)
           MOVE URF-UNIT-CLASS TO NFY-URF-CLASS (NFY-URF-IX).
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-LOAD-ONE-SUPPRESSION                                   *
      *    A RECORD WITH A BAD TYPE OR DATES IS REPORTED AND        *
      *    SKIPPED, SO ITS UNIT IS NOTIFIED AS NORMAL.               *
      *=============================================================*
       1200-LOAD-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END
                   SET NFY-SPR-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF (NOT SPR-TYPE-UNIT AND NOT SPR-TYPE-CLASS)
               OR SPR-KEY = SPACES
               OR SPR-FROM-DATE-X NOT NUMERIC
               OR SPR-TO-DATE-X NOT NUMERIC
               DISPLAY "CRITNTFY: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1200-EXIT
           END-IF
           IF SPR-FROM-DATE > SPR-TO-DATE
               DISPLAY "CRITNTFY: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1200-EXIT
           END-IF
           IF NFY-SPR-TOTAL >= 500
               DISPLAY "CRITNTFY: SUPPRESSION TABLE FULL - SKIPPED "
                       SPR-KEY
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO NFY-SPR-TOTAL
           SET NFY-SPR-IX TO NFY-SPR-TOTAL
           MOVE SPR-KEY-TYPE  TO NFY-SPR-TYPE (NFY-SPR-IX)
           MOVE SPR-KEY       TO NFY-SPR-KEY (NFY-SPR-IX)
           MOVE SPR-FROM-DATE TO NFY-SPR-FROM (NFY-SPR-IX)
           MOVE SPR-TO-DATE   TO NFY-SPR-TO (NFY-SPR-IX).
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  2000-GROUP-EXTRACT                                          *
      *    A RESTARTED DAILY RUN REPEATS UP TO A CHECKPOINT          *
      *    INTERVAL OF CRITICALS IN ITS EXTENDED EXTRACT            *
      *    GENERATION - A UNIT-ID AND BUSINESS DATE ALREADY TABLED  *
      *    IS A DUPLICATE AND IS SKIPPED, NOT NOTIFIED TWICE. A     *
      *    CANCEL RECORD WITHDRAWS A CRITICAL AND IS NOT NOTIFIED.   *
      *    A CRITICAL FOR A DATE THE RUN LEDGER HOLDS BACK (2150)   *
      *    IS COUNTED AND NOT NOTIFIED, AS IS ONE FOR A UNIT-DATE   *
      *    UNDER PLANNED MAINTENANCE (2250).                         *
      *=============================================================*
       2000-GROUP-EXTRACT.
           ADD 1 TO NFY-EXTRACTS-READ
           IF EXT-ACTION-CANCEL
               ADD 1 TO NFY-CANCELS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           IF EXT-BUSINESS-DATE NOT NUMERIC
               DISPLAY "CRITNTFY: EXTRACT SKIPPED - NO BUSINESS "
                       "DATE " EXT-UNIT-ID
               MOVE 4 TO RETURN-CODE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2250-CHECK-SUPPRESSION THRU 2250-EXIT
           IF NFY-SPR-HIT-YES
               ADD 1 TO NFY-SUPPRESSED-SKIPPED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2150-CHECK-LEDGER-DATE THRU 2150-EXIT
           IF NOT NFY-LDG-APPLY (NFY-LDG-IX)
               ADD 1 TO NFY-RECORDS-HELD
               GO TO 2000-NEXT
           END-IF
           PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT
           IF NFY-DUP-YES
               ADD 1 TO NFY-DUPS-SKIPPED
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2150-CHECK-LEDGER-DATE                                      *
      *    LEAVES NFY-LDG-IX ON THE EXTRACT'S DATE. A DATE NOT YET  *
      *    SEEN IS READ FROM THE LEDGER - IT IS NOTIFIED ONLY IF    *
      *    THE DAILY EVALUATION COMPLETED IT AND IT HAS NOT BEEN    *
      *    NOTIFIED SINCE. A NEW EVALUATION OF THE DATE (A RERUN)   *
      *    CLEARS THE FLAG, SO ITS CRITICALS GO OUT AGAIN.          *
      *=============================================================*
       2150-CHECK-LEDGER-DATE.
           IF NFY-LDG-TOTAL > ZERO
               SET NFY-LDG-IX TO 1
               SEARCH NFY-LDG-ENTRY
                   AT END
                       CONTINUE
                   WHEN NFY-LDG-IX > NFY-LDG-TOTAL
                       CONTINUE
                   WHEN NFY-LDG-DATE (NFY-LDG-IX) = EXT-BUSINESS-DATE
                       GO TO 2150-EXIT
               END-SEARCH
           END-IF
           IF NFY-LDG-TOTAL NOT < 100
               DISPLAY "CRITNTFY: MORE THAN 100 BUSINESS DATES ON THE"
                       " EXTRACT - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NFY-LDG-TOTAL
           SET NFY-LDG-IX TO NFY-LDG-TOTAL
           MOVE EXT-BUSINESS-DATE TO NFY-LDG-DATE (NFY-LDG-IX)
           SET NFY-LDG-APPLY (NFY-LDG-IX) TO TRUE
           MOVE EXT-BUSINESS-DATE TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   MOVE SPACES TO LDG-STATUS
                                  LDG-NTFY-FLAG
           END-READ
           EVALUATE TRUE
               WHEN NOT LDG-STATUS-COMPLETE
                   SET NFY-LDG-NOT-COMPLETE (NFY-LDG-IX) TO TRUE
                   ADD 1 TO NFY-DATES-HELD
                   DISPLAY "CRITNTFY: BUSINESS DATE " EXT-BUSINESS-DATE
                           " IS NOT COMPLETE ON THE RUN LEDGER -"
                           " NOT NOTIFIED"
               WHEN LDG-NTFY-DONE
                   SET NFY-LDG-ALREADY-SENT (NFY-LDG-IX) TO TRUE
                   ADD 1 TO NFY-DATES-HELD
                   DISPLAY "CRITNTFY: BUSINESS DATE " EXT-BUSINESS-DATE
                           " IS ALREADY NOTIFIED - NOT SENT AGAIN"
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *=============================================================*
      *  2200-LOOK-UP-CONTACT                                        *
      *=============================================================*
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2250-CHECK-SUPPRESSION                                      *
      *    THE UNIT'S CLASS COMES FROM THE REFERENCE TABLE - A UNIT *
      *    NOT ON THE MASTER IS MATCHED BY UNIT ONLY.               *
      *=============================================================*
       2250-CHECK-SUPPRESSION.
           SET NFY-SPR-HIT-NO TO TRUE
           IF NFY-SPR-TOTAL = ZERO
               GO TO 2250-EXIT
           END-IF
           MOVE SPACES TO NFY-CUR-CLASS
           IF NFY-URF-TOTAL > ZERO
               SET NFY-URF-IX TO 1
               SEARCH NFY-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN NFY-URF-IX > NFY-URF-TOTAL
                       CONTINUE
                   WHEN NFY-URF-UNIT (NFY-URF-IX) = EXT-UNIT-ID
                       MOVE NFY-URF-CLASS (NFY-URF-IX)
                         TO NFY-CUR-CLASS
               END-SEARCH
           END-IF
           SET NFY-SPR-IX TO 1
           SEARCH NFY-SPR-ENTRY
               AT END
                   CONTINUE
               WHEN NFY-SPR-IX > NFY-SPR-TOTAL
                   CONTINUE
               WHEN NFY-SPR-FROM (NFY-SPR-IX) <= EXT-BUSINESS-DATE
                AND NFY-SPR-TO (NFY-SPR-IX) >= EXT-BUSINESS-DATE
                AND ((NFY-SPR-TYPE (NFY-SPR-IX) = "U"
                      AND NFY-SPR-KEY (NFY-SPR-IX) = EXT-UNIT-ID)
                  OR (NFY-SPR-TYPE (NFY-SPR-IX) = "C"
                      AND NFY-CUR-CLASS NOT = SPACES
                      AND NFY-SPR-KEY (NFY-SPR-IX) = NFY-CUR-CLASS))
                   SET NFY-SPR-HIT-YES TO TRUE
           END-SEARCH.
       2250-EXIT.
           EXIT.

      *=============================================================*
      *  2300-FIND-GROUP                                             *
      *    FINDS (OR OPENS) THE GROUP ENTRY FOR THE CONTACT AND     *
                       " CRITICAL(S) WITH NO CONTACT ON THE MASTER"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NFY-DATES-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9400-MARK-LEDGER-DATE THRU 9400-EXIT
               VARYING NFY-LDG-IX FROM 1 BY 1
               UNTIL NFY-LDG-IX > NFY-LDG-TOTAL.
           DISPLAY "CRITNTFY: EXTRACTS READ     " NFY-EXTRACTS-READ.
           DISPLAY "CRITNTFY: DUPLICATES SKIPPED "
                   NFY-DUPS-SKIPPED.
           DISPLAY "CRITNTFY: CANCELS SKIPPED    "
                   NFY-CANCELS-SKIPPED.
           DISPLAY "CRITNTFY: SUPPRESSED SKIPPED "
                   NFY-SUPPRESSED-SKIPPED.
           DISPLAY "CRITNTFY: HELD BY LEDGER     "
                   NFY-RECORDS-HELD.
           DISPLAY "CRITNTFY: CONTACTS NOTIFIED "
                   NFY-CONTACTS-NOTIFIED.
           DISPLAY "CRITNTFY: RECORDS WRITTEN   "
                   NFY-RECORDS-WRITTEN.
           CLOSE EXTRACT-IN-FILE
                 NOTIFY-FILE
                 RUN-LEDGER-FILE.
       9000-EXIT.
           EXIT.

           MOVE NFY-SEQ-NO TO NTF-SEQUENCE.
       9300-EXIT.
           EXIT.

      *=============================================================*
      *  9400-MARK-LEDGER-DATE                                       *
      *    EVERY DATE NOTIFIED IS MARKED DONE SO A SECOND           *
      *    NOTIFICATION STEP FOR THE SAME EVALUATION HOLDS IT BACK. *
      *=============================================================*
       9400-MARK-LEDGER-DATE.
           IF NOT NFY-LDG-APPLY (NFY-LDG-IX)
               GO TO 9400-EXIT
           END-IF
           MOVE NFY-LDG-DATE (NFY-LDG-IX) TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 9400-EXIT
           END-READ
           MOVE "Y" TO LDG-NTFY-FLAG
           REWRITE LDG-RECORD
               INVALID KEY
                   DISPLAY "CRITNTFY: LEDGER REWRITE FAILED FOR "
                           LDG-BUSINESS-DATE
           END-REWRITE.
       9400-EXIT.
           EXIT.
