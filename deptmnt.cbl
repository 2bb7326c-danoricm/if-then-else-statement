      *=============================================================*
      *  PROGRAM-ID  : DEPTMNT                                       *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      DEPARTMENT REFERENCE MASTER MAINTENANCE. APPLIES A      *
      *      SORTED TRANSACTION FILE OF ADDS, CHANGES AND DELETES    *
      *      AGAINST THE OLD MASTER TO CUT A NEW SEQUENCE-CHECKED    *
      *      GENERATION, THE SAME WAY UNITMNT KEEPS THE UNIT         *
      *      MASTER. THE MASTER ROUTES ACKRECON'S ESCALATION         *
      *      NOTICES TO EACH DEPARTMENT'S HEAD AND BACKUP CONTACT.   *
      *                                                               *
      *      FIELD EDITS: THE HEAD CONTACT IS REQUIRED ON AN ADD,    *
      *      THE ESCALATION LIMIT MUST BE BLANK OR TWO DIGITS, AND   *
      *      A DEPARTMENT STILL CARRIED BY AN ACTIVE UNIT ON THE     *
      *      UNIT MASTER CANNOT BE DELETED - ITS ESCALATIONS WOULD   *
      *      GO UNROUTED. REJECTED TRANSACTIONS ARE LISTED WITH      *
      *      REASONS, AND EVERY APPLIED CHANGE PRINTS BEFORE AND     *
      *      AFTER LINES ON THE MAINTENANCE REPORT.                   *
      *                                                               *
      *      THE REPORT ENDS WITH THE RECONCILIATION LISTING - EVERY *
      *      DEPARTMENT CARRIED BY AN ACTIVE UNIT ON THE UNIT        *
      *      MASTER THAT HAS NO RECORD ON THE NEW GENERATION, WITH   *
      *      ITS ACTIVE UNIT COUNT. AN EMPTY TRANSACTION FILE        *
      *      PRINTS THE LISTING ALONE. ANY DEPARTMENT LISTED ENDS    *
      *      THE RUN RC=4.                                            *
      *                                                               *
      *      AN OLD MASTER ALREADY OUT OF DEPARTMENT SEQUENCE STOPS  *
      *      THE RUN RC=16 - MATCHING AGAINST IT CANNOT BE TRUSTED.  *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPTMNT.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-OLD-FILE ASSIGN TO DRFOLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO TRANIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPT-REF-NEW-FILE ASSIGN TO DRFNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-OLD-FILE
           RECORDING MODE IS F.
       01  DOLD-RECORD                PIC X(80).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       COPY DRFTRAN.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  DEPT-REF-NEW-FILE
           RECORDING MODE IS F.
       01  DNEW-RECORD                PIC X(80).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  DMT-SWITCHES.
           05  DMT-MST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DMT-MST-EOF-YES                 VALUE "Y".
               88  DMT-MST-EOF-NO                   VALUE "N".
           05  DMT-TRN-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DMT-TRN-EOF-YES                 VALUE "Y".
               88  DMT-TRN-EOF-NO                   VALUE "N".
           05  DMT-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DMT-URF-EOF-YES                  VALUE "Y".
               88  DMT-URF-EOF-NO                    VALUE "N".
           05  DMT-VALID-SWITCH        PIC X(01)   VALUE "Y".
               88  DMT-TRAN-VALID                  VALUE "Y".
               88  DMT-TRAN-INVALID                VALUE "N".
           05  DMT-DELETE-SWITCH       PIC X(01)   VALUE "N".
               88  DMT-DELETED-YES                 VALUE "Y".
               88  DMT-DELETED-NO                   VALUE "N".

      *-----------------------------------------------------------*
      *    MASTER WORK RECORD - THE OLD GENERATION IS READ INTO     *
      *    ITS FD AREA AND MOVED HERE FOR MATCHING AND UPDATE, SO   *
      *    THE NEW GENERATION IS ALWAYS WRITTEN FROM THIS AREA.     *
      *-----------------------------------------------------------*
       COPY DEPTREF.

      *-----------------------------------------------------------*
      *    MATCH-MERGE KEY WORK FIELDS - EOF SIDES ARE FORCED TO   *
      *    HIGH-VALUES SO THE SURVIVING FILE DRAINS NORMALLY.      *
      *-----------------------------------------------------------*
       77  DMT-MST-KEY                 PIC X(15)   VALUE SPACES.
       77  DMT-TRN-KEY                 PIC X(15)   VALUE SPACES.
       77  DMT-MST-PRIOR-KEY           PIC X(15)   VALUE LOW-VALUES.
       77  DMT-TRN-PRIOR-KEY           PIC X(15)   VALUE LOW-VALUES.
       77  DMT-NEW-PRIOR-KEY           PIC X(15)   VALUE LOW-VALUES.
      *    LAST KEY WRITTEN TO THE NEW GENERATION - AN ADD WHOSE
      *    KEY IS NOT STRICTLY GREATER WOULD PUT THE NEW MASTER
      *    OUT OF DEPARTMENT SEQUENCE AND IS REJECTED.

      *-----------------------------------------------------------*
      *    UNIT-MASTER DEPARTMENT TABLE - EVERY DEPARTMENT CARRIED *
      *    BY AN ACTIVE UNIT, WITH ITS UNIT COUNT. A DEPARTMENT IS *
      *    MARKED WHEN ITS RECORD GOES TO THE NEW GENERATION; THE  *
      *    UNMARKED ONES ARE THE RECONCILIATION LISTING.            *
      *-----------------------------------------------------------*
       01  DMT-UDP-TABLE.
           05  DMT-UDP-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  DMT-UDP-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  DMT-UDP-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY DMT-UDP-IX.
               10  DMT-UDP-DEPT        PIC X(15).
               10  DMT-UDP-UNITS       PIC 9(05)   COMP.
               10  DMT-UDP-FOUND-FLAG  PIC X(01).
                   88  DMT-UDP-FOUND               VALUE "Y".

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       01  DMT-REJECT-REASON           PIC X(40)   VALUE SPACES.

       01  DMT-RUN-DATE-FIELDS.
           05  DMT-RUN-DATE-NUM        PIC 9(08).
           05  DMT-RUN-DATE-R REDEFINES DMT-RUN-DATE-NUM.
               10  DMT-RUN-YYYY        PIC 9(04).
               10  DMT-RUN-MM          PIC 9(02).
               10  DMT-RUN-DD          PIC 9(02).

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  DMT-MASTERS-READ            PIC 9(07)   COMP VALUE ZERO.
       77  DMT-MASTERS-WRITTEN         PIC 9(07)   COMP VALUE ZERO.
       77  DMT-TRANS-READ              PIC 9(07)   COMP VALUE ZERO.
       77  DMT-DEPTS-ADDED             PIC 9(07)   COMP VALUE ZERO.
       77  DMT-DEPTS-CHANGED           PIC 9(07)   COMP VALUE ZERO.
       77  DMT-DEPTS-DELETED           PIC 9(07)   COMP VALUE ZERO.
       77  DMT-TRANS-REJECTED          PIC 9(07)   COMP VALUE ZERO.
       77  DMT-DEPTS-UNRECORDED        PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    MAINTENANCE REPORT PRINT LINES                           *
      *-----------------------------------------------------------*
       01  DMT-HEADING-1.
           05  FILLER  PIC X(39)
               VALUE "DEPARTMENT REFERENCE MAINTENANCE REPORT".
           05  FILLER                  PIC X(93)   VALUE SPACES.

       01  DMT-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  DMT-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(111)  VALUE SPACES.

       01  DMT-ACTION-LINE.
           05  DMT-ACT-LABEL           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-ACT-DEPT            PIC X(15).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-ACT-HEAD            PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-ACT-BACKUP          PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-ACT-DAYS            PIC Z9.
           05  FILLER                  PIC X(59)   VALUE SPACES.

       01  DMT-REJECT-LINE.
           05  FILLER                  PIC X(08)   VALUE "REJECT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-REJ-ACTION          PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-REJ-DEPT            PIC X(15).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  DMT-REJ-REASON          PIC X(40).
           05  FILLER                  PIC X(62)   VALUE SPACES.

       01  DMT-RECON-HEADING.
           05  FILLER  PIC X(31)
               VALUE "UNIT-MASTER DEPARTMENTS WITH NO".
           05  FILLER  PIC X(19) VALUE " DEPARTMENT RECORD:".
           05  FILLER                  PIC X(82)   VALUE SPACES.

       01  DMT-RECON-COL-HEADING.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(15)   VALUE "DEPARTMENT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE "ACTIVE UNITS".
           05  FILLER                  PIC X(93)   VALUE SPACES.

       01  DMT-RECON-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  DMT-RCN-DEPT            PIC X(15).
           05  FILLER                  PIC X(09)   VALUE SPACES.
           05  DMT-RCN-UNITS           PIC ZZZZ9.
           05  FILLER                  PIC X(93)   VALUE SPACES.

       01  DMT-RECON-NONE-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER  PIC X(36)
               VALUE "NONE - EVERY DEPARTMENT IS ON FILE".
           05  FILLER                  PIC X(86)   VALUE SPACES.

       01  DMT-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  DMT-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(121)  VALUE SPACES.

       01  DMT-TOTAL-LINE.
           05  DMT-TOT-LABEL           PIC X(25).
           05  DMT-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  DMT-FOOTER-LINE.
           05  FILLER  PIC X(35)
               VALUE "*** END OF MAINTENANCE REPORT ***".
           05  FILLER                  PIC X(97)   VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-KEY THRU 2000-EXIT
               UNTIL DMT-MST-EOF-YES AND DMT-TRN-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT DMT-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING DMT-RUN-MM   "/"
                  DMT-RUN-DD   "/"
                  DMT-RUN-YYYY
                  DELIMITED BY SIZE INTO DMT-HDG-RUN-DATE.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1500-LOAD-ONE-UNIT THRU 1500-EXIT
               UNTIL DMT-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF DMT-UDP-LOST > ZERO
               DISPLAY "DEPTMNT: DEPARTMENT TABLE FULL - "
                       DMT-UDP-LOST " UNIT(S) NOT RECONCILED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT DEPT-REF-OLD-FILE
                      TRANSACTION-FILE.
           OPEN OUTPUT DEPT-REF-NEW-FILE
                       MAINT-REPORT-FILE.
           WRITE RPT-RECORD FROM DMT-HEADING-1.
           WRITE RPT-RECORD FROM DMT-HEADING-2.
           WRITE RPT-RECORD FROM DMT-BLANK-LINE.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1500-LOAD-ONE-UNIT                                          *
      *    ONLY ACTIVE UNITS COUNT - AN INACTIVE UNIT RAISES NO     *
      *    CRITICALS, SO ITS DEPARTMENT NEEDS NO ESCALATION ROUTE.  *
      *    A UNIT WITH A BLANK DEPARTMENT IS NOT TABLED.             *
      *=============================================================*
       1500-LOAD-ONE-UNIT.
           READ UNIT-REF-FILE
               AT END
                   SET DMT-URF-EOF-YES TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF NOT URF-ACTIVE OR URF-DEPARTMENT = SPACES
               GO TO 1500-EXIT
           END-IF
           IF DMT-UDP-TOTAL > ZERO
               SET DMT-UDP-IX TO 1
               SEARCH DMT-UDP-ENTRY
                   AT END
                       CONTINUE
                   WHEN DMT-UDP-IX > DMT-UDP-TOTAL
                       CONTINUE
                   WHEN DMT-UDP-DEPT (DMT-UDP-IX) = URF-DEPARTMENT
                       ADD 1 TO DMT-UDP-UNITS (DMT-UDP-IX)
                       GO TO 1500-EXIT
               END-SEARCH
           END-IF
           IF DMT-UDP-TOTAL >= 500
               ADD 1 TO DMT-UDP-LOST
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO DMT-UDP-TOTAL
           SET DMT-UDP-IX TO DMT-UDP-TOTAL
           MOVE URF-DEPARTMENT TO DMT-UDP-DEPT (DMT-UDP-IX)
           MOVE 1              TO DMT-UDP-UNITS (DMT-UDP-IX)
           MOVE SPACE          TO DMT-UDP-FOUND-FLAG (DMT-UDP-IX).
       1500-EXIT.
           EXIT.

      *=============================================================*
      *  2000-PROCESS-KEY                                            *
      *    MASTER/TRANSACTION MATCH-MERGE ON DEPARTMENT. AN         *
      *    UNMATCHED TRANSACTION IS AN ADD (OR A REJECT), AN        *
      *    UNMATCHED MASTER WRITES THROUGH UNCHANGED, AND A MATCH   *
      *    APPLIES EVERY TRANSACTION CARRYING THAT KEY BEFORE THE   *
      *    UPDATED RECORD IS WRITTEN - UNLESS ONE DELETED IT.        *
      *=============================================================*
       2000-PROCESS-KEY.
           IF DMT-TRN-KEY < DMT-MST-KEY
               PERFORM 3000-APPLY-UNMATCHED-TRAN THRU 3000-EXIT
               PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           IF DMT-MST-KEY < DMT-TRN-KEY
               MOVE DOLD-RECORD TO DRF-RECORD
               PERFORM 8000-WRITE-NEW-MASTER THRU 8000-EXIT
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE DOLD-RECORD TO DRF-RECORD
           SET DMT-DELETED-NO TO TRUE
           PERFORM 3500-APPLY-MATCHED-TRAN THRU 3500-EXIT
               UNTIL DMT-TRN-KEY NOT = DMT-MST-KEY
           IF DMT-DELETED-NO
               PERFORM 8000-WRITE-NEW-MASTER THRU 8000-EXIT
           END-IF
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-READ-MASTER                                            *
      *    A BROKEN DEPARTMENT SEQUENCE ON THE OLD MASTER STOPS     *
      *    THE RUN RC=16 - THE MATCH CANNOT BE TRUSTED AND THE      *
      *    MASTER MUST BE REPAIRED BEFORE RESUBMISSION.              *
      *=============================================================*
       2100-READ-MASTER.
           READ DEPT-REF-OLD-FILE
               AT END
                   SET DMT-MST-EOF-YES TO TRUE
                   MOVE HIGH-VALUES TO DMT-MST-KEY
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO DMT-MASTERS-READ
           IF DOLD-RECORD (1:15) <= DMT-MST-PRIOR-KEY
               DISPLAY "DEPTMNT: OLD MASTER OUT OF DEPARTMENT "
                       "SEQUENCE AT " DOLD-RECORD (1:15)
               DISPLAY "DEPTMNT: RUN ABORTED - NO NEW GENERATION IS"
                       " USABLE"
               MOVE 16 TO RETURN-CODE
               CLOSE DEPT-REF-OLD-FILE
                     TRANSACTION-FILE
                     DEPT-REF-NEW-FILE
                     MAINT-REPORT-FILE
               STOP RUN
           END-IF
           MOVE DOLD-RECORD (1:15) TO DMT-MST-KEY
                                      DMT-MST-PRIOR-KEY.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-READ-TRANSACTION                                       *
      *    AN OUT-OF-SEQUENCE TRANSACTION IS REJECTED AND SKIPPED - *
      *    THE REST OF THE FILE STILL APPLIES. EQUAL KEYS ARE        *
      *    ALLOWED (SEVERAL TRANSACTIONS MAY WORK ONE DEPARTMENT).   *
      *=============================================================*
       2200-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET DMT-TRN-EOF-YES TO TRUE
                   MOVE HIGH-VALUES TO DMT-TRN-KEY
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO DMT-TRANS-READ
           IF DTR-DEPARTMENT < DMT-TRN-PRIOR-KEY
               MOVE "TRANSACTION OUT OF DEPARTMENT SEQUENCE"
                 TO DMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 2200-READ-TRANSACTION
           END-IF
           IF DTR-DEPARTMENT = SPACES
               MOVE "DEPARTMENT KEY IS BLANK" TO DMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 2200-READ-TRANSACTION
           END-IF
           MOVE DTR-DEPARTMENT TO DMT-TRN-KEY
                                  DMT-TRN-PRIOR-KEY.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  3000-APPLY-UNMATCHED-TRAN                                   *
      *    NO MASTER RECORD CARRIES THIS KEY - ONLY AN ADD IS       *
      *    MEANINGFUL. THE ADDED RECORD IS WRITTEN AT ONCE, IN      *
      *    SEQUENCE AHEAD OF THE MASTER RECORD IN HAND.              *
      *=============================================================*
       3000-APPLY-UNMATCHED-TRAN.
           IF NOT DTR-ADD
               IF DTR-CHANGE OR DTR-DELETE
                   MOVE "DEPARTMENT NOT ON MASTER"
                     TO DMT-REJECT-REASON
               ELSE
                   MOVE "ACTION NOT A, C OR D" TO DMT-REJECT-REASON
               END-IF
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           IF DTR-DEPARTMENT <= DMT-NEW-PRIOR-KEY
               MOVE "DEPARTMENT ALREADY ADDED THIS RUN"
                 TO DMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-VALIDATE-ADD THRU 4000-EXIT
           IF DMT-TRAN-INVALID
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES              TO DRF-RECORD
           MOVE DTR-DEPARTMENT      TO DRF-DEPARTMENT
           MOVE DTR-HEAD-CONTACT    TO DRF-HEAD-CONTACT
           MOVE DTR-BACKUP-CONTACT  TO DRF-BACKUP-CONTACT
           IF DTR-ESCALATE-DAYS-X = SPACES
               MOVE ZERO TO DRF-ESCALATE-DAYS
           ELSE
               MOVE DTR-ESCALATE-DAYS TO DRF-ESCALATE-DAYS
           END-IF
           ADD 1 TO DMT-DEPTS-ADDED
           MOVE "ADDED"             TO DMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           PERFORM 8000-WRITE-NEW-MASTER THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  3500-APPLY-MATCHED-TRAN                                     *
      *    ONCE A DELETE HAS APPLIED, LATER TRANSACTIONS FOR THE    *
      *    SAME KEY HAVE NOTHING TO WORK ON AND ARE REJECTED.        *
      *=============================================================*
       3500-APPLY-MATCHED-TRAN.
           IF DMT-DELETED-YES
               MOVE "DEPARTMENT DELETED EARLIER THIS RUN"
                 TO DMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3500-NEXT
           END-IF
           EVALUATE TRUE
               WHEN DTR-ADD
                   MOVE "DEPARTMENT ALREADY ON MASTER"
                     TO DMT-REJECT-REASON
                   PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               WHEN DTR-CHANGE
                   PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
               WHEN DTR-DELETE
                   PERFORM 5500-APPLY-DELETE THRU 5500-EXIT
               WHEN OTHER
                   MOVE "ACTION NOT A, C OR D" TO DMT-REJECT-REASON
                   PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
           END-EVALUATE.
       3500-NEXT.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
       3500-EXIT.
           EXIT.

      *=============================================================*
      *  4000-VALIDATE-ADD                                           *
      *=============================================================*
       4000-VALIDATE-ADD.
           SET DMT-TRAN-VALID TO TRUE
           IF DTR-HEAD-CONTACT = SPACES
               SET DMT-TRAN-INVALID TO TRUE
               MOVE "HEAD CONTACT REQUIRED ON AN ADD"
                 TO DMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-VALIDATE-DAYS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *=============================================================*
      *  4500-VALIDATE-DAYS                                          *
      *=============================================================*
       4500-VALIDATE-DAYS.
           IF DTR-ESCALATE-DAYS-X NOT = SPACES
               AND DTR-ESCALATE-DAYS-X NOT NUMERIC
               SET DMT-TRAN-INVALID TO TRUE
               MOVE "ESCALATION LIMIT MUST BE TWO DIGITS"
                 TO DMT-REJECT-REASON
           END-IF.
       4500-EXIT.
           EXIT.

      *=============================================================*
      *  5000-APPLY-CHANGE                                           *
      *    BLANK TRANSACTION FIELDS LEAVE THE MASTER VALUE ALONE.   *
      *    THE BEFORE LINE PRINTS FIRST SO THE AUDIT COPY SHOWS     *
      *    WHAT WAS OVERWRITTEN.                                     *
      *=============================================================*
       5000-APPLY-CHANGE.
           SET DMT-TRAN-VALID TO TRUE
           PERFORM 4500-VALIDATE-DAYS THRU 4500-EXIT
           IF DMT-TRAN-INVALID
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE "BEFORE" TO DMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           IF DTR-HEAD-CONTACT NOT = SPACES
               MOVE DTR-HEAD-CONTACT TO DRF-HEAD-CONTACT
           END-IF
           IF DTR-BACKUP-CONTACT NOT = SPACES
               MOVE DTR-BACKUP-CONTACT TO DRF-BACKUP-CONTACT
           END-IF
           IF DTR-ESCALATE-DAYS-X NOT = SPACES
               MOVE DTR-ESCALATE-DAYS TO DRF-ESCALATE-DAYS
           END-IF
           ADD 1 TO DMT-DEPTS-CHANGED
           MOVE "AFTER" TO DMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

      *=============================================================*
      *  5500-APPLY-DELETE                                           *
      *    A DEPARTMENT AN ACTIVE UNIT STILL CARRIES KEEPS ITS      *
      *    RECORD - MOVE OR INACTIVATE THE UNITS ON UNITMNT FIRST.  *
      *=============================================================*
       5500-APPLY-DELETE.
           IF DMT-UDP-TOTAL > ZERO
               SET DMT-UDP-IX TO 1
               SEARCH DMT-UDP-ENTRY
                   AT END
                       CONTINUE
                   WHEN DMT-UDP-IX > DMT-UDP-TOTAL
                       CONTINUE
                   WHEN DMT-UDP-DEPT (DMT-UDP-IX) = DRF-DEPARTMENT
                       MOVE "DEPARTMENT STILL CARRIED BY ACTIVE UNITS"
                         TO DMT-REJECT-REASON
                       PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
                       GO TO 5500-EXIT
               END-SEARCH
           END-IF
           MOVE "DELETED" TO DMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           SET DMT-DELETED-YES TO TRUE
           ADD 1 TO DMT-DEPTS-DELETED.
       5500-EXIT.
           EXIT.

      *=============================================================*
      *  7000-WRITE-REJECT                                           *
      *=============================================================*
       7000-WRITE-REJECT.
           ADD 1 TO DMT-TRANS-REJECTED
           MOVE DTR-ACTION        TO DMT-REJ-ACTION
           MOVE DTR-DEPARTMENT    TO DMT-REJ-DEPT
           MOVE DMT-REJECT-REASON TO DMT-REJ-REASON
           WRITE RPT-RECORD FROM DMT-REJECT-LINE.
       7000-EXIT.
           EXIT.

      *=============================================================*
      *  7100-WRITE-ACTION-LINE                                      *
      *=============================================================*
       7100-WRITE-ACTION-LINE.
           MOVE DRF-DEPARTMENT     TO DMT-ACT-DEPT
           MOVE DRF-HEAD-CONTACT   TO DMT-ACT-HEAD
           MOVE DRF-BACKUP-CONTACT TO DMT-ACT-BACKUP
           MOVE DRF-ESCALATE-DAYS  TO DMT-ACT-DAYS
           WRITE RPT-RECORD FROM DMT-ACTION-LINE.
       7100-EXIT.
           EXIT.

      *=============================================================*
      *  8000-WRITE-NEW-MASTER                                       *
      *    THE UNIT-MASTER DEPARTMENT (IF ANY) IS MARKED AS HAVING  *
      *    A RECORD FOR THE RECONCILIATION LISTING.                  *
      *=============================================================*
       8000-WRITE-NEW-MASTER.
           WRITE DNEW-RECORD FROM DRF-RECORD
           MOVE DRF-DEPARTMENT TO DMT-NEW-PRIOR-KEY
           ADD 1 TO DMT-MASTERS-WRITTEN
           IF DMT-UDP-TOTAL = ZERO
               GO TO 8000-EXIT
           END-IF
           SET DMT-UDP-IX TO 1
           SEARCH DMT-UDP-ENTRY
               AT END
                   CONTINUE
               WHEN DMT-UDP-IX > DMT-UDP-TOTAL
                   CONTINUE
               WHEN DMT-UDP-DEPT (DMT-UDP-IX) = DRF-DEPARTMENT
                   MOVE "Y" TO DMT-UDP-FOUND-FLAG (DMT-UDP-IX)
           END-SEARCH.
       8000-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM DMT-BLANK-LINE.
           PERFORM 9200-PRINT-RECONCILIATION THRU 9200-EXIT.
           WRITE RPT-RECORD FROM DMT-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM DMT-FOOTER-LINE.
           IF (DMT-TRANS-REJECTED > ZERO
               OR DMT-DEPTS-UNRECORDED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DEPT-REF-OLD-FILE
                 TRANSACTION-FILE
                 DEPT-REF-NEW-FILE
                 MAINT-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM DMT-TOTALS-HEADING.
           MOVE "MASTER RECORDS READ"     TO DMT-TOT-LABEL
           MOVE DMT-MASTERS-READ          TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "MASTER RECORDS WRITTEN"  TO DMT-TOT-LABEL
           MOVE DMT-MASTERS-WRITTEN       TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "TRANSACTIONS READ"       TO DMT-TOT-LABEL
           MOVE DMT-TRANS-READ            TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "DEPARTMENTS ADDED"       TO DMT-TOT-LABEL
           MOVE DMT-DEPTS-ADDED           TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "DEPARTMENTS CHANGED"     TO DMT-TOT-LABEL
           MOVE DMT-DEPTS-CHANGED         TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "DEPARTMENTS DELETED"     TO DMT-TOT-LABEL
           MOVE DMT-DEPTS-DELETED         TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED"   TO DMT-TOT-LABEL
           MOVE DMT-TRANS-REJECTED        TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
           MOVE "DEPARTMENTS WITH NO RECORD" TO DMT-TOT-LABEL
           MOVE DMT-DEPTS-UNRECORDED      TO DMT-TOT-VALUE
           WRITE RPT-RECORD FROM DMT-TOTAL-LINE.
       9100-EXIT.
           EXIT.

      *=============================================================*
      *  9200-PRINT-RECONCILIATION                                   *
      *    EVERY DEPARTMENT AN ACTIVE UNIT CARRIES THAT HAS NO      *
      *    RECORD ON THE NEW GENERATION - ITS ESCALATIONS WOULD GO  *
      *    TO *UNASSIGNED* UNTIL A RECORD IS ADDED.                  *
      *=============================================================*
       9200-PRINT-RECONCILIATION.
           WRITE RPT-RECORD FROM DMT-RECON-HEADING.
           WRITE RPT-RECORD FROM DMT-RECON-COL-HEADING.
           PERFORM 9210-PRINT-ONE-UNRECORDED THRU 9210-EXIT
               VARYING DMT-UDP-IX FROM 1 BY 1
               UNTIL DMT-UDP-IX > DMT-UDP-TOTAL.
           IF DMT-DEPTS-UNRECORDED = ZERO
               WRITE RPT-RECORD FROM DMT-RECON-NONE-LINE
           END-IF.
       9200-EXIT.
           EXIT.

      *=============================================================*
      *  9210-PRINT-ONE-UNRECORDED                                   *
      *=============================================================*
       9210-PRINT-ONE-UNRECORDED.
           IF DMT-UDP-FOUND (DMT-UDP-IX)
               GO TO 9210-EXIT
           END-IF
           ADD 1 TO DMT-DEPTS-UNRECORDED
           MOVE DMT-UDP-DEPT (DMT-UDP-IX)  TO DMT-RCN-DEPT
           MOVE DMT-UDP-UNITS (DMT-UDP-IX) TO DMT-RCN-UNITS
           WRITE RPT-RECORD FROM DMT-RECON-LINE.
       9210-EXIT.
           EXIT.
