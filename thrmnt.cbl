      *=============================================================*
      *  PROGRAM-ID  : THRMNT                                        *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      THRESHOLD-CONTROL FILE MAINTENANCE. APPLIES A SORTED    *
      *      TRANSACTION FILE OF ADDS, SUPERSEDES AND CLOSES (SEE    *
      *      THE THRTRAN COPYBOOK) AGAINST THE OLD CONTROL FILE TO   *
      *      CUT A NEW GENERATION, REPLACING THE HAND-EDITING THAT   *
      *      LEFT OVERLAPPING EFFECTIVE RANGES FOR CHKSTEP TO STOP   *
      *      THE MORNING CYCLE ON.                                    *
      *                                                               *
      *      THE OLD FILE ARRIVES SORTED ON TYPE, KEY AND EFFECTIVE- *
      *      FROM DATE. ALL VERSIONS OF ONE TYPE/KEY ARE TABLED,     *
      *      EVERY TRANSACTION FOR THAT TYPE/KEY IS APPLIED TO THE   *
      *      TABLE, AND THE VERSIONS ARE WRITTEN BACK IN EFFECTIVE-  *
      *      FROM ORDER. A SUPERSEDE CLOSES THE VERSION IN FORCE ON  *
      *      ITS NEW FROM DATE AT THE DAY BEFORE, SO THE RANGES      *
      *      ABUT AND NEVER OVERLAP; A NEW RANGE THAT WOULD RUN      *
      *      INTO A STAGED LATER VERSION IS REJECTED INSTEAD.        *
      *                                                               *
      *      FIELD EDITS: BREAKPOINTS NUMERIC, NON-ZERO AND WATCH    *
      *      BELOW CRITICAL; EFFECTIVE DATES NUMERIC OR BLANK AND    *
      *      FROM NOT PAST TO; A TYPE-U KEY MUST BE A UNIT ON THE    *
      *      UNIT MASTER AND A TYPE-C CLASS MUST BE CARRIED BY AN    *
      *      ACTIVE UNIT. A UNIT ADD, OR A CLASS CODED ON A UNIT     *
      *      ADD OR CHANGE, STILL WAITING ON THE UNIT MAINTENANCE    *
      *      TRANSACTION FILE COUNTS AS ON THE MASTER - UNITMNT IN   *
      *      TURN REQUIRES A TYPE-C RECORD FOR A CODED CLASS, SO A   *
      *      NEW CLASS IS BROUGHT IN BY RUNNING THIS JOB FIRST.      *
      *      THE TYPE-G GLOBAL PAIR CAN BE SUPERSEDED BUT NEVER      *
      *      CLOSED - A DAY WITH NO GLOBAL VERSION IS FATAL.         *
      *                                                               *
      *      REJECTED TRANSACTIONS ARE LISTED WITH REASONS, AND      *
      *      EVERY APPLIED CHANGE PRINTS BEFORE AND AFTER LINES ON   *
      *      THE MAINTENANCE REPORT FOR THE SIGNED-OFF AUDIT COPY.   *
      *      AN OLD FILE OUT OF SEQUENCE STOPS THE RUN RC=16.         *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    THRMNT.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-OLD-FILE ASSIGN TO THROLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO TRANIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-TRAN-FILE ASSIGN TO URFTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT THRESHOLD-NEW-FILE ASSIGN TO THRNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLD-OLD-FILE
           RECORDING MODE IS F.
       01  TOLD-RECORD                PIC X(80).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       COPY THRTRAN.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  UNIT-TRAN-FILE
           RECORDING MODE IS F.
       COPY URFTRAN.

       FD  THRESHOLD-NEW-FILE
           RECORDING MODE IS F.
       01  TNEW-RECORD                PIC X(80).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  TMT-SWITCHES.
           05  TMT-MST-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TMT-MST-EOF-YES                 VALUE "Y".
               88  TMT-MST-EOF-NO                   VALUE "N".
           05  TMT-TRN-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TMT-TRN-EOF-YES                 VALUE "Y".
               88  TMT-TRN-EOF-NO                   VALUE "N".
           05  TMT-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TMT-URF-EOF-YES                  VALUE "Y".
               88  TMT-URF-EOF-NO                    VALUE "N".
           05  TMT-UTR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  TMT-UTR-EOF-YES                  VALUE "Y".
               88  TMT-UTR-EOF-NO                    VALUE "N".
           05  TMT-VALID-SWITCH        PIC X(01)   VALUE "Y".
               88  TMT-TRAN-VALID                  VALUE "Y".
               88  TMT-TRAN-INVALID                VALUE "N".
           05  TMT-FOUND-SWITCH        PIC X(01)   VALUE "N".
               88  TMT-FOUND-YES                   VALUE "Y".
               88  TMT-FOUND-NO                     VALUE "N".

      *-----------------------------------------------------------*
      *    CONTROL WORK RECORD - EVERY VERSION IS MOVED HERE TO BE  *
      *    PRINTED OR CHANGED, AND NEW VERSIONS ARE BUILT HERE.     *
      *-----------------------------------------------------------*
       COPY THRCTL.

      *-----------------------------------------------------------*
      *    MATCH-MERGE KEY WORK FIELDS - THE KEY IS RECORD TYPE     *
      *    PLUS THR-KEY (11 BYTES). EOF SIDES ARE FORCED TO         *
      *    HIGH-VALUES SO THE SURVIVING FILE DRAINS NORMALLY. THE   *
      *    OLD-FILE SEQUENCE CHECK ALSO TAKES IN THE FROM DATE.     *
      *-----------------------------------------------------------*
       77  TMT-MST-KEY                 PIC X(11)   VALUE SPACES.
       77  TMT-TRN-KEY                 PIC X(11)   VALUE SPACES.
       77  TMT-GRP-KEY                 PIC X(11)   VALUE SPACES.
       77  TMT-TRN-PRIOR-KEY           PIC X(11)   VALUE LOW-VALUES.
       01  TMT-MST-SEQ-KEY.
           05  TMT-MST-SEQ-TYPE-KEY    PIC X(11).
           05  TMT-MST-SEQ-FROM        PIC X(08).
       01  TMT-MST-PRIOR-SEQ-KEY       PIC X(19)   VALUE LOW-VALUES.

      *-----------------------------------------------------------*
      *    VERSION TABLE - EVERY VERSION OF THE TYPE/KEY IN HAND,   *
      *    IN EFFECTIVE-FROM ORDER, WITH ITS NORMALIZED RANGE       *
      *    (BLANK FROM IS ZERO, BLANK TO IS ALL NINES).              *
      *-----------------------------------------------------------*
       01  TMT-VERSION-TABLE.
           05  TMT-VER-TOTAL           PIC S9(04)  COMP VALUE ZERO.
           05  TMT-VER-ENTRY           OCCURS 50 TIMES.
               10  TMT-VER-IMAGE       PIC X(80).
               10  TMT-VER-FROM        PIC 9(08).
               10  TMT-VER-TO          PIC 9(08).

      *-----------------------------------------------------------*
      *    UNIT REFERENCE TABLE - UNIT KEYS AND THE CLASSES         *
      *    CARRIED BY ACTIVE UNITS, FOR THE CROSS-FILE EDITS.       *
      *-----------------------------------------------------------*
       01  TMT-URF-TABLE.
           05  TMT-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TMT-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  TMT-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY TMT-URF-IX.
               10  TMT-URF-UNIT        PIC X(10).
               10  TMT-URF-CLASS       PIC X(04).
               10  TMT-URF-ACT-FLAG    PIC X(01).
                   88  TMT-URF-ACT                 VALUE "A".

      *-----------------------------------------------------------*
      *    PENDING UNIT MAINTENANCE - UNIT ADDS AND CODED CLASSES   *
      *    ON ADDS AND CHANGES NOT YET APPLIED BY UNITMNT.          *
      *-----------------------------------------------------------*
       01  TMT-PND-TABLE.
           05  TMT-PND-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  TMT-PND-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  TMT-PND-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY TMT-PND-IX.
               10  TMT-PND-ACTION      PIC X(01).
               10  TMT-PND-UNIT        PIC X(10).
               10  TMT-PND-CLASS       PIC X(04).

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *-----------------------------------------------------------*
       01  TMT-REJECT-REASON           PIC X(40)   VALUE SPACES.
       77  TMT-SCAN-IX                 PIC S9(04)  COMP VALUE ZERO.
       77  TMT-HIT-IX                  PIC S9(04)  COMP VALUE ZERO.
       77  TMT-SKIP-IX                 PIC S9(04)  COMP VALUE ZERO.
       77  TMT-INS-IX                  PIC S9(04)  COMP VALUE ZERO.
       77  TMT-MOVE-IX                 PIC S9(04)  COMP VALUE ZERO.
       77  TMT-NEW-FROM                PIC 9(08)   VALUE ZERO.
       77  TMT-NEW-TO                  PIC 9(08)   VALUE ZERO.
       77  TMT-FIND-DATE               PIC 9(08)   VALUE ZERO.
       77  TMT-CLOSE-DATE              PIC 9(08)   VALUE ZERO.
       77  TMT-CARRY-LIMIT             PIC 9(07)   VALUE ZERO.
       77  TMT-CARRY-STALE             PIC 9(03)   VALUE ZERO.

       01  TMT-RUN-DATE-FIELDS.
           05  TMT-RUN-DATE-NUM        PIC 9(08).
           05  TMT-RUN-DATE-R REDEFINES TMT-RUN-DATE-NUM.
               10  TMT-RUN-YYYY        PIC 9(04).
               10  TMT-RUN-MM          PIC 9(02).
               10  TMT-RUN-DD          PIC 9(02).

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  TMT-VERSIONS-READ           PIC 9(07)   COMP VALUE ZERO.
       77  TMT-VERSIONS-WRITTEN        PIC 9(07)   COMP VALUE ZERO.
       77  TMT-TRANS-READ              PIC 9(07)   COMP VALUE ZERO.
       77  TMT-VERSIONS-ADDED          PIC 9(07)   COMP VALUE ZERO.
       77  TMT-VERSIONS-SUPERSEDED     PIC 9(07)   COMP VALUE ZERO.
       77  TMT-VERSIONS-CLOSED         PIC 9(07)   COMP VALUE ZERO.
       77  TMT-TRANS-REJECTED          PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    MAINTENANCE REPORT PRINT LINES                           *
      *-----------------------------------------------------------*
       01  TMT-HEADING-1.
           05  FILLER  PIC X(36)
               VALUE "THRESHOLD-CONTROL MAINTENANCE REPORT".
           05  FILLER                  PIC X(96)   VALUE SPACES.

       01  TMT-HEADING-2.
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  TMT-HDG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(111)  VALUE SPACES.

       01  TMT-HEADING-3.
           05  FILLER                  PIC X(08)   VALUE "ACTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE "TYPE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE "KEY".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "WATCH".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE " CRIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(07)   VALUE "  LIMIT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE "STALE".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "EFF FROM".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE "EFF TO".
           05  FILLER                  PIC X(56)   VALUE SPACES.

       01  TMT-ACTION-LINE.
           05  TMT-ACT-LABEL           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-TYPE            PIC X(01).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  TMT-ACT-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-WATCH           PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-CRIT            PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-LIMIT           PIC X(07).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  TMT-ACT-STALE           PIC X(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-FROM            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-ACT-TO              PIC X(08).
           05  FILLER                  PIC X(56)   VALUE SPACES.

       01  TMT-REJECT-LINE.
           05  FILLER                  PIC X(08)   VALUE "REJECT".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-REJ-ACTION          PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-REJ-TYPE            PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-REJ-KEY             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  TMT-REJ-REASON          PIC X(40).
           05  FILLER                  PIC X(64)   VALUE SPACES.

       01  TMT-BLANK-LINE.
           05  FILLER                  PIC X(132)  VALUE SPACES.

       01  TMT-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           05  FILLER                  PIC X(121)  VALUE SPACES.

       01  TMT-TOTAL-LINE.
           05  TMT-TOT-LABEL           PIC X(25).
           05  TMT-TOT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  TMT-FOOTER-LINE.
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
               UNTIL TMT-MST-EOF-YES AND TMT-TRN-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *=============================================================*
       1000-INITIALIZE.
           ACCEPT TMT-RUN-DATE-NUM FROM DATE YYYYMMDD.
           STRING TMT-RUN-MM   "/"
                  TMT-RUN-DD   "/"
                  TMT-RUN-YYYY
                  DELIMITED BY SIZE INTO TMT-HDG-RUN-DATE.
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1100-LOAD-ONE-UNIT-REF THRU 1100-EXIT
               UNTIL TMT-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           OPEN INPUT UNIT-TRAN-FILE.
           PERFORM 1200-LOAD-ONE-PENDING THRU 1200-EXIT
               UNTIL TMT-UTR-EOF-YES.
           CLOSE UNIT-TRAN-FILE.
           OPEN INPUT THRESHOLD-OLD-FILE
                      TRANSACTION-FILE.
           OPEN OUTPUT THRESHOLD-NEW-FILE
                       MAINT-REPORT-FILE.
           WRITE RPT-RECORD FROM TMT-HEADING-1.
           WRITE RPT-RECORD FROM TMT-HEADING-2.
           WRITE RPT-RECORD FROM TMT-HEADING-3.
           WRITE RPT-RECORD FROM TMT-BLANK-LINE.
           IF TMT-URF-LOST > ZERO
               DISPLAY "THRMNT: UNIT REFERENCE TABLE FULL - "
                       TMT-URF-LOST " UNIT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TMT-PND-LOST > ZERO
               DISPLAY "THRMNT: PENDING UNIT TABLE FULL - "
                       TMT-PND-LOST " TRANSACTION(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-LOAD-ONE-UNIT-REF                                      *
      *=============================================================*
       1100-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET TMT-URF-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TMT-URF-TOTAL >= 500
               ADD 1 TO TMT-URF-LOST
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TMT-URF-TOTAL
           SET TMT-URF-IX TO TMT-URF-TOTAL
           MOVE URF-UNIT-ID     TO TMT-URF-UNIT (TMT-URF-IX)
           MOVE URF-UNIT-CLASS  TO TMT-URF-CLASS (TMT-URF-IX)
           MOVE URF-ACTIVE-FLAG TO TMT-URF-ACT-FLAG (TMT-URF-IX).
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  1200-LOAD-ONE-PENDING                                       *
      *    ONLY ADDS AND CHANGES MATTER - AN INACTIVATION TAKES A   *
      *    UNIT AWAY, IT NEVER BRINGS ONE OR A CLASS IN.            *
      *=============================================================*
       1200-LOAD-ONE-PENDING.
           READ UNIT-TRAN-FILE
               AT END
                   SET TMT-UTR-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ
           IF NOT TRN-ADD AND NOT TRN-CHANGE
               GO TO 1200-EXIT
           END-IF
           IF TMT-PND-TOTAL >= 200
               ADD 1 TO TMT-PND-LOST
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO TMT-PND-TOTAL
           SET TMT-PND-IX TO TMT-PND-TOTAL
           MOVE TRN-ACTION     TO TMT-PND-ACTION (TMT-PND-IX)
           MOVE TRN-UNIT-ID    TO TMT-PND-UNIT (TMT-PND-IX)
           MOVE TRN-UNIT-CLASS TO TMT-PND-CLASS (TMT-PND-IX).
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  2000-PROCESS-KEY                                            *
      *    TABLES EVERY OLD VERSION OF THE LOWER OF THE TWO KEYS IN *
      *    HAND, APPLIES EVERY TRANSACTION FOR THAT KEY TO THE      *
      *    TABLE, THEN WRITES THE TABLE OUT. A KEY WITH NO OLD      *
      *    VERSIONS STARTS FROM AN EMPTY TABLE, AND A KEY WITH NO   *
      *    TRANSACTIONS WRITES THROUGH UNCHANGED.                    *
      *=============================================================*
       2000-PROCESS-KEY.
           IF TMT-TRN-KEY < TMT-MST-KEY
               MOVE TMT-TRN-KEY TO TMT-GRP-KEY
           ELSE
               MOVE TMT-MST-KEY TO TMT-GRP-KEY
           END-IF
           MOVE ZERO TO TMT-VER-TOTAL
           PERFORM 2300-TABLE-ONE-VERSION THRU 2300-EXIT
               UNTIL TMT-MST-KEY NOT = TMT-GRP-KEY
           PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
               UNTIL TMT-TRN-KEY NOT = TMT-GRP-KEY
           PERFORM 8000-WRITE-ONE-VERSION THRU 8000-EXIT
               VARYING TMT-SCAN-IX FROM 1 BY 1
               UNTIL TMT-SCAN-IX > TMT-VER-TOTAL.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-READ-MASTER                                            *
      *    THE JOB SORTS THE OLD FILE ON TYPE, KEY AND FROM DATE -  *
      *    A BREAK IN THAT SEQUENCE MEANS THE WRONG DATASET IS ON   *
      *    THE DD, AND MATCHING AGAINST IT CANNOT BE TRUSTED.        *
      *=============================================================*
       2100-READ-MASTER.
           READ THRESHOLD-OLD-FILE
               AT END
                   SET TMT-MST-EOF-YES TO TRUE
                   MOVE HIGH-VALUES TO TMT-MST-KEY
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO TMT-VERSIONS-READ
           MOVE TOLD-RECORD (1:11)  TO TMT-MST-SEQ-TYPE-KEY
           MOVE TOLD-RECORD (32:8)  TO TMT-MST-SEQ-FROM
           IF TMT-MST-SEQ-KEY < TMT-MST-PRIOR-SEQ-KEY
               DISPLAY "THRMNT: OLD CONTROL FILE OUT OF SEQUENCE"
                       " AT " TOLD-RECORD (1:11)
               DISPLAY "THRMNT: RUN ABORTED - NO NEW GENERATION IS"
                       " USABLE"
               MOVE 16 TO RETURN-CODE
               CLOSE THRESHOLD-OLD-FILE
                     TRANSACTION-FILE
                     THRESHOLD-NEW-FILE
                     MAINT-REPORT-FILE
               STOP RUN
           END-IF
           MOVE TMT-MST-SEQ-KEY    TO TMT-MST-PRIOR-SEQ-KEY
           MOVE TOLD-RECORD (1:11) TO TMT-MST-KEY.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-READ-TRANSACTION                                       *
      *    AN OUT-OF-SEQUENCE TRANSACTION IS REJECTED AND SKIPPED - *
      *    THE REST OF THE FILE STILL APPLIES. EQUAL KEYS ARE        *
      *    ALLOWED AND APPLY IN THE ORDER KEYED.                     *
      *=============================================================*
       2200-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET TMT-TRN-EOF-YES TO TRUE
                   MOVE HIGH-VALUES TO TMT-TRN-KEY
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO TMT-TRANS-READ
           IF TTR-RECORD (2:11) < TMT-TRN-PRIOR-KEY
               MOVE "TRANSACTION OUT OF TYPE/KEY SEQUENCE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 2200-READ-TRANSACTION
           END-IF
           MOVE TTR-RECORD (2:11) TO TMT-TRN-KEY
                                     TMT-TRN-PRIOR-KEY.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2300-TABLE-ONE-VERSION                                      *
      *    A KEY WITH MORE VERSIONS THAN THE TABLE HOLDS WOULD LOSE *
      *    RECORDS FROM THE NEW GENERATION, SO THE RUN STOPS.        *
      *=============================================================*
       2300-TABLE-ONE-VERSION.
           IF TMT-VER-TOTAL >= 50
               DISPLAY "THRMNT: MORE THAN 50 VERSIONS OF "
                       TMT-GRP-KEY " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               CLOSE THRESHOLD-OLD-FILE
                     TRANSACTION-FILE
                     THRESHOLD-NEW-FILE
                     MAINT-REPORT-FILE
               STOP RUN
           END-IF
           MOVE TOLD-RECORD TO THR-RECORD
           PERFORM 2400-NORMALIZE-RANGE THRU 2400-EXIT
           ADD 1 TO TMT-VER-TOTAL
           MOVE TOLD-RECORD  TO TMT-VER-IMAGE (TMT-VER-TOTAL)
           MOVE TMT-NEW-FROM TO TMT-VER-FROM (TMT-VER-TOTAL)
           MOVE TMT-NEW-TO   TO TMT-VER-TO (TMT-VER-TOTAL)
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      *=============================================================*
      *  2400-NORMALIZE-RANGE                                        *
      *    THE SAME NORMALIZATION THE EVALUATION PROGRAMS USE - A   *
      *    BLANK OR ZERO FROM IS ZERO AND A BLANK OR ZERO TO IS ALL *
      *    NINES. A GARBLED DATE ON THE OLD FILE IS LEFT OPEN HERE  *
      *    (CHKSTEP FLAGS IT FATAL) SO IT IS NEVER SILENTLY MATCHED.*
      *=============================================================*
       2400-NORMALIZE-RANGE.
           IF THR-EFFECTIVE-FROM NUMERIC
               MOVE THR-EFFECTIVE-FROM TO TMT-NEW-FROM
           ELSE
               MOVE ZERO TO TMT-NEW-FROM
           END-IF
           IF THR-EFFECTIVE-TO NUMERIC
               AND THR-EFFECTIVE-TO NOT = ZEROES
               MOVE THR-EFFECTIVE-TO TO TMT-NEW-TO
           ELSE
               MOVE 99999999 TO TMT-NEW-TO
           END-IF.
       2400-EXIT.
           EXIT.

      *=============================================================*
      *  3000-APPLY-TRANSACTION                                      *
      *=============================================================*
       3000-APPLY-TRANSACTION.
           PERFORM 4000-VALIDATE-TRANSACTION THRU 4000-EXIT
           IF TMT-TRAN-INVALID
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN TTR-ADD
                   PERFORM 5000-APPLY-ADD THRU 5000-EXIT
               WHEN TTR-SUPERSEDE
                   PERFORM 5500-APPLY-SUPERSEDE THRU 5500-EXIT
               WHEN TTR-CLOSE
                   PERFORM 6000-APPLY-CLOSE THRU 6000-EXIT
           END-EVALUATE.
       3000-NEXT.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
       3000-EXIT.
           EXIT.

      *=============================================================*
      *  4000-VALIDATE-TRANSACTION                                   *
      *    A CLOSE NEEDS ONLY ITS TYPE, KEY AND TO DATE. AN ADD OR  *
      *    SUPERSEDE IS EDITED IN FULL, INCLUDING THE CROSS-FILE    *
      *    UNIT AND CLASS CHECKS, AND LEAVES ITS NORMALIZED RANGE   *
      *    IN TMT-NEW-FROM / TMT-NEW-TO.                             *
      *=============================================================*
       4000-VALIDATE-TRANSACTION.
           SET TMT-TRAN-INVALID TO TRUE
           IF NOT TTR-ADD AND NOT TTR-SUPERSEDE AND NOT TTR-CLOSE
               MOVE "ACTION NOT A, S OR C" TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF NOT TTR-TYPE-GLOBAL AND NOT TTR-TYPE-CLASS
               AND NOT TTR-TYPE-UNIT AND NOT TTR-TYPE-PROPOSED
               MOVE "RECORD TYPE NOT G, C, U OR P"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF (TTR-TYPE-GLOBAL OR TTR-TYPE-PROPOSED)
               AND TTR-KEY NOT = SPACES
               MOVE "KEY MUST BE BLANK ON TYPE G AND P"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF (TTR-TYPE-CLASS OR TTR-TYPE-UNIT)
               AND TTR-KEY = SPACES
               MOVE "KEY REQUIRED ON TYPE C AND U"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF TTR-CLOSE
               PERFORM 4100-VALIDATE-CLOSE THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF
           IF TTR-WATCH-BREAK NOT NUMERIC
               OR TTR-CRITICAL-BREAK NOT NUMERIC
               OR TTR-WATCH-BREAK = ZEROES
               OR TTR-CRITICAL-BREAK = ZEROES
               MOVE "BREAKPOINTS NOT NUMERIC OR ZERO"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF TTR-WATCH-BREAK >= TTR-CRITICAL-BREAK
               MOVE "WATCH BREAK NOT BELOW CRITICAL BREAK"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF (TTR-CRITICAL-LIMIT-X NOT = SPACES
               AND TTR-CRITICAL-LIMIT NOT NUMERIC)
               OR (TTR-STALE-LIMIT-X NOT = SPACES
               AND TTR-STALE-LIMIT NOT NUMERIC)
               MOVE "CRITICAL OR STALE LIMIT NOT NUMERIC"
                 TO TMT-REJECT-REASON
               GO TO 4000-EXIT
           END-IF
           IF TTR-TYPE-PROPOSED
               IF TTR-EFFECTIVE-FROM-X NOT = SPACES
                   OR TTR-EFFECTIVE-TO-X NOT = SPACES
                   MOVE "TYPE P CARRIES NO EFFECTIVE DATES"
                     TO TMT-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
               MOVE ZERO     TO TMT-NEW-FROM
               MOVE 99999999 TO TMT-NEW-TO
               SET TMT-TRAN-VALID TO TRUE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-EDIT-NEW-RANGE THRU 4200-EXIT
           IF TMT-TRAN-INVALID
               GO TO 4000-EXIT
           END-IF
           IF TTR-TYPE-UNIT
               PERFORM 4500-VALIDATE-UNIT THRU 4500-EXIT
           END-IF
           IF TTR-TYPE-CLASS
               PERFORM 4600-VALIDATE-CLASS THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *=============================================================*
      *  4100-VALIDATE-CLOSE                                         *
      *    THE GLOBAL PAIR IS NEVER CLOSED OUTRIGHT - A BUSINESS    *
      *    DATE WITH NO TYPE-G VERSION IS FATAL IN CHKSTEP, SO IT   *
      *    CHANGES ONLY BY SUPERSEDE.                                *
      *=============================================================*
       4100-VALIDATE-CLOSE.
           IF TTR-TYPE-GLOBAL
               MOVE "GLOBAL CANNOT BE CLOSED - SUPERSEDE IT"
                 TO TMT-REJECT-REASON
               GO TO 4100-EXIT
           END-IF
           IF NOT TTR-TYPE-PROPOSED
               IF TTR-EFFECTIVE-TO NOT NUMERIC
                   OR TTR-EFFECTIVE-TO = ZEROES
                   MOVE "CLOSE DATE (EFFECTIVE-TO) REQUIRED"
                     TO TMT-REJECT-REASON
                   GO TO 4100-EXIT
               END-IF
           END-IF
           SET TMT-TRAN-VALID TO TRUE.
       4100-EXIT.
           EXIT.

      *=============================================================*
      *  4200-EDIT-NEW-RANGE                                         *
      *    A SUPERSEDE MUST NAME THE DAY IT TAKES OVER - THAT IS    *
      *    THE DATE THE VERSION IN FORCE IS CLOSED AGAINST.          *
      *=============================================================*
       4200-EDIT-NEW-RANGE.
           SET TMT-TRAN-INVALID TO TRUE
           EVALUATE TRUE
               WHEN TTR-EFFECTIVE-FROM-X = SPACES
                   MOVE ZERO TO TMT-NEW-FROM
               WHEN TTR-EFFECTIVE-FROM NUMERIC
                   MOVE TTR-EFFECTIVE-FROM TO TMT-NEW-FROM
               WHEN OTHER
                   MOVE "EFFECTIVE-FROM NOT NUMERIC"
                     TO TMT-REJECT-REASON
                   GO TO 4200-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN TTR-EFFECTIVE-TO-X = SPACES
                   MOVE 99999999 TO TMT-NEW-TO
               WHEN TTR-EFFECTIVE-TO NUMERIC
                   AND TTR-EFFECTIVE-TO = ZEROES
                   MOVE 99999999 TO TMT-NEW-TO
               WHEN TTR-EFFECTIVE-TO NUMERIC
                   MOVE TTR-EFFECTIVE-TO TO TMT-NEW-TO
               WHEN OTHER
                   MOVE "EFFECTIVE-TO NOT NUMERIC"
                     TO TMT-REJECT-REASON
                   GO TO 4200-EXIT
           END-EVALUATE
           IF TMT-NEW-FROM > TMT-NEW-TO
               MOVE "EFFECTIVE-FROM PAST EFFECTIVE-TO"
                 TO TMT-REJECT-REASON
               GO TO 4200-EXIT
           END-IF
           IF TTR-SUPERSEDE AND TMT-NEW-FROM = ZERO
               MOVE "EFFECTIVE-FROM REQUIRED ON SUPERSEDE"
                 TO TMT-REJECT-REASON
               GO TO 4200-EXIT
           END-IF
           SET TMT-TRAN-VALID TO TRUE.
       4200-EXIT.
           EXIT.

      *=============================================================*
      *  4500-VALIDATE-UNIT                                          *
      *    THE OVERRIDE KEY MUST BE A UNIT ON THE MASTER (OR ONE    *
      *    WAITING TO BE ADDED) - AN OVERRIDE FOR A MISKEYED UNIT   *
      *    NEVER APPLIES AND THE UNIT TIERS AGAINST ITS CLASS.      *
      *=============================================================*
       4500-VALIDATE-UNIT.
           IF TMT-URF-TOTAL > ZERO
               SET TMT-URF-IX TO 1
               SEARCH TMT-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN TMT-URF-IX > TMT-URF-TOTAL
                       CONTINUE
                   WHEN TMT-URF-UNIT (TMT-URF-IX) = TTR-KEY
                       GO TO 4500-EXIT
               END-SEARCH
           END-IF
           IF TMT-PND-TOTAL > ZERO
               SET TMT-PND-IX TO 1
               SEARCH TMT-PND-ENTRY
                   AT END
                       CONTINUE
                   WHEN TMT-PND-IX > TMT-PND-TOTAL
                       CONTINUE
                   WHEN TMT-PND-ACTION (TMT-PND-IX) = "A"
                    AND TMT-PND-UNIT (TMT-PND-IX) = TTR-KEY
                       GO TO 4500-EXIT
               END-SEARCH
           END-IF
           SET TMT-TRAN-INVALID TO TRUE
           MOVE "UNIT OVERRIDE KEY NOT ON UNIT MASTER"
             TO TMT-REJECT-REASON.
       4500-EXIT.
           EXIT.

      *=============================================================*
      *  4600-VALIDATE-CLASS                                         *
      *    THE CLASS MUST BE CARRIED BY AN ACTIVE UNIT (OR CODED ON *
      *    A PENDING UNIT ADD OR CHANGE) - A CLASS OVERRIDE NO UNIT *
      *    CARRIES NEVER APPLIES.                                    *
      *=============================================================*
       4600-VALIDATE-CLASS.
           IF TMT-URF-TOTAL > ZERO
               SET TMT-URF-IX TO 1
               SEARCH TMT-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN TMT-URF-IX > TMT-URF-TOTAL
                       CONTINUE
                   WHEN TMT-URF-ACT (TMT-URF-IX)
                    AND TMT-URF-CLASS (TMT-URF-IX) = TTR-KEY (1:4)
                       GO TO 4600-EXIT
               END-SEARCH
           END-IF
           IF TMT-PND-TOTAL > ZERO
               SET TMT-PND-IX TO 1
               SEARCH TMT-PND-ENTRY
                   AT END
                       CONTINUE
                   WHEN TMT-PND-IX > TMT-PND-TOTAL
                       CONTINUE
                   WHEN TMT-PND-CLASS (TMT-PND-IX) = TTR-KEY (1:4)
                       GO TO 4600-EXIT
               END-SEARCH
           END-IF
           SET TMT-TRAN-INVALID TO TRUE
           MOVE "CLASS CARRIED BY NO ACTIVE MASTER UNIT"
             TO TMT-REJECT-REASON.
       4600-EXIT.
           EXIT.

      *=============================================================*
      *  5000-APPLY-ADD                                              *
      *    AN ADD MAY NOT TOUCH ANY EXISTING VERSION - IF ONE IS IN *
      *    FORCE ANYWHERE IN THE NEW RANGE IT MUST BE SUPERSEDED.   *
      *=============================================================*
       5000-APPLY-ADD.
           IF TMT-VER-TOTAL >= 50
               MOVE "VERSION TABLE FULL FOR THIS KEY"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           IF TTR-TYPE-PROPOSED AND TMT-VER-TOTAL > ZERO
               MOVE "PROPOSED RECORD ALREADY ON FILE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO TMT-SKIP-IX
           PERFORM 5800-CHECK-OVERLAP THRU 5800-EXIT
           IF TMT-FOUND-YES
               MOVE "VERSION ALREADY IN FORCE - USE SUPERSEDE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO TMT-CARRY-LIMIT
                        TMT-CARRY-STALE
           PERFORM 6400-BUILD-NEW-VERSION THRU 6400-EXIT
           PERFORM 6500-INSERT-VERSION THRU 6500-EXIT
           ADD 1 TO TMT-VERSIONS-ADDED
           MOVE "ADDED" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT.
       5000-EXIT.
           EXIT.

      *=============================================================*
      *  5500-APPLY-SUPERSEDE                                        *
      *    THE VERSION IN FORCE ON THE NEW FROM DATE IS CLOSED AT   *
      *    THE DAY BEFORE AND THE NEW VERSION IS INSERTED BEHIND    *
      *    IT. THE NEW RANGE MUST NOT RUN INTO A LATER VERSION       *
      *    ALREADY STAGED - THE SUPERVISOR MUST BOUND IT WITH AN     *
      *    EFFECTIVE-TO OR CLOSE THE STAGED VERSION FIRST.           *
      *=============================================================*
       5500-APPLY-SUPERSEDE.
           IF TTR-TYPE-PROPOSED
               PERFORM 5600-REPLACE-PROPOSED THRU 5600-EXIT
               GO TO 5500-EXIT
           END-IF
           IF TMT-VER-TOTAL >= 50
               MOVE "VERSION TABLE FULL FOR THIS KEY"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE TMT-NEW-FROM TO TMT-FIND-DATE
           PERFORM 5700-FIND-IN-FORCE THRU 5700-EXIT
           IF TMT-HIT-IX = ZERO
               MOVE "NO VERSION IN FORCE ON FROM - USE ADD"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF
           IF TMT-VER-FROM (TMT-HIT-IX) >= TMT-NEW-FROM
               MOVE "VERSION IN FORCE STARTS ON THE NEW FROM"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF
           MOVE TMT-HIT-IX TO TMT-SKIP-IX
           PERFORM 5800-CHECK-OVERLAP THRU 5800-EXIT
           IF TMT-FOUND-YES
               MOVE "NEW RANGE RUNS INTO A STAGED VERSION"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5500-EXIT
           END-IF
           COMPUTE TMT-CLOSE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TMT-NEW-FROM) - 1)
           MOVE TMT-VER-IMAGE (TMT-HIT-IX) TO THR-RECORD
           IF THR-CRITICAL-LIMIT NUMERIC
               MOVE THR-CRITICAL-LIMIT TO TMT-CARRY-LIMIT
           ELSE
               MOVE ZERO TO TMT-CARRY-LIMIT
           END-IF
           IF THR-STALE-LIMIT NUMERIC
               MOVE THR-STALE-LIMIT TO TMT-CARRY-STALE
           ELSE
               MOVE ZERO TO TMT-CARRY-STALE
           END-IF
           MOVE "BEFORE" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           MOVE TMT-CLOSE-DATE TO THR-EFFECTIVE-TO
           MOVE THR-RECORD     TO TMT-VER-IMAGE (TMT-HIT-IX)
           MOVE TMT-CLOSE-DATE TO TMT-VER-TO (TMT-HIT-IX)
           MOVE "AFTER" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           PERFORM 6400-BUILD-NEW-VERSION THRU 6400-EXIT
           PERFORM 6500-INSERT-VERSION THRU 6500-EXIT
           ADD 1 TO TMT-VERSIONS-SUPERSEDED
           MOVE "ADDED" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT.
       5500-EXIT.
           EXIT.

      *=============================================================*
      *  5600-REPLACE-PROPOSED                                       *
      *    TYPE P IS NOT EFFECTIVE-DATED - A SUPERSEDE REPLACES THE *
      *    PROPOSED PAIR IN PLACE.                                   *
      *=============================================================*
       5600-REPLACE-PROPOSED.
           IF TMT-VER-TOTAL = ZERO
               MOVE "NO PROPOSED RECORD TO SUPERSEDE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 5600-EXIT
           END-IF
           MOVE TMT-VER-IMAGE (1) TO THR-RECORD
           MOVE "BEFORE" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           MOVE TTR-WATCH-BREAK    TO THR-WATCH-BREAK
           MOVE TTR-CRITICAL-BREAK TO THR-CRITICAL-BREAK
           IF TTR-CRITICAL-LIMIT-X NOT = SPACES
               MOVE TTR-CRITICAL-LIMIT TO THR-CRITICAL-LIMIT
           END-IF
           IF TTR-STALE-LIMIT-X NOT = SPACES
               MOVE TTR-STALE-LIMIT TO THR-STALE-LIMIT
           END-IF
           MOVE THR-RECORD TO TMT-VER-IMAGE (1)
           ADD 1 TO TMT-VERSIONS-SUPERSEDED
           MOVE "AFTER" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT.
       5600-EXIT.
           EXIT.

      *=============================================================*
      *  5700-FIND-IN-FORCE                                          *
      *    LEAVES TMT-HIT-IX ON THE VERSION WHOSE RANGE COVERS      *
      *    TMT-FIND-DATE, OR ZERO WHEN NONE DOES.                    *
      *=============================================================*
       5700-FIND-IN-FORCE.
           MOVE ZERO TO TMT-HIT-IX
           PERFORM 5750-MATCH-ONE-IN-FORCE THRU 5750-EXIT
               VARYING TMT-SCAN-IX FROM 1 BY 1
               UNTIL TMT-SCAN-IX > TMT-VER-TOTAL
               OR TMT-HIT-IX > ZERO.
       5700-EXIT.
           EXIT.

      *=============================================================*
      *  5750-MATCH-ONE-IN-FORCE                                     *
      *=============================================================*
       5750-MATCH-ONE-IN-FORCE.
           IF TMT-VER-FROM (TMT-SCAN-IX) <= TMT-FIND-DATE
               AND TMT-VER-TO (TMT-SCAN-IX) >= TMT-FIND-DATE
               MOVE TMT-SCAN-IX TO TMT-HIT-IX
           END-IF.
       5750-EXIT.
           EXIT.

      *=============================================================*
      *  5800-CHECK-OVERLAP                                          *
      *    SETS TMT-FOUND-YES WHEN THE NEW RANGE OVERLAPS ANY       *
      *    TABLED VERSION OTHER THAN TMT-SKIP-IX (THE ONE ABOUT TO  *
      *    BE CLOSED, OR ZERO). TWO RANGES OVERLAP WHEN EACH ONE    *
      *    STARTS ON OR BEFORE THE OTHER ONE ENDS.                   *
      *=============================================================*
       5800-CHECK-OVERLAP.
           SET TMT-FOUND-NO TO TRUE
           PERFORM 5850-OVERLAP-ONE-VERSION THRU 5850-EXIT
               VARYING TMT-SCAN-IX FROM 1 BY 1
               UNTIL TMT-SCAN-IX > TMT-VER-TOTAL
               OR TMT-FOUND-YES.
       5800-EXIT.
           EXIT.

      *=============================================================*
      *  5850-OVERLAP-ONE-VERSION                                    *
      *=============================================================*
       5850-OVERLAP-ONE-VERSION.
           IF TMT-SCAN-IX NOT = TMT-SKIP-IX
               AND TMT-VER-FROM (TMT-SCAN-IX) <= TMT-NEW-TO
               AND TMT-NEW-FROM <= TMT-VER-TO (TMT-SCAN-IX)
               SET TMT-FOUND-YES TO TRUE
           END-IF.
       5850-EXIT.
           EXIT.

      *=============================================================*
      *  6000-APPLY-CLOSE                                            *
      *    ENDS THE VERSION IN FORCE ON THE CLOSE DATE AT THAT      *
      *    DATE. A CLOSED TYPE P IS DROPPED FROM THE FILE.           *
      *=============================================================*
       6000-APPLY-CLOSE.
           IF TTR-TYPE-PROPOSED
               IF TMT-VER-TOTAL = ZERO
                   MOVE "NO PROPOSED RECORD TO CLOSE"
                     TO TMT-REJECT-REASON
                   PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
                   GO TO 6000-EXIT
               END-IF
               MOVE TMT-VER-IMAGE (1) TO THR-RECORD
               MOVE "DROPPED" TO TMT-ACT-LABEL
               PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
               MOVE 1 TO TMT-INS-IX
               PERFORM 6600-REMOVE-VERSION THRU 6600-EXIT
               ADD 1 TO TMT-VERSIONS-CLOSED
               GO TO 6000-EXIT
           END-IF
           MOVE TTR-EFFECTIVE-TO TO TMT-CLOSE-DATE
                                    TMT-FIND-DATE
           PERFORM 5700-FIND-IN-FORCE THRU 5700-EXIT
           IF TMT-HIT-IX = ZERO
               MOVE "NO VERSION IN FORCE ON CLOSE DATE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF
           IF TMT-VER-TO (TMT-HIT-IX) = TMT-CLOSE-DATE
               MOVE "VERSION ALREADY ENDS ON CLOSE DATE"
                 TO TMT-REJECT-REASON
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE TMT-VER-IMAGE (TMT-HIT-IX) TO THR-RECORD
           MOVE "BEFORE" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT
           MOVE TMT-CLOSE-DATE TO THR-EFFECTIVE-TO
           MOVE THR-RECORD     TO TMT-VER-IMAGE (TMT-HIT-IX)
           MOVE TMT-CLOSE-DATE TO TMT-VER-TO (TMT-HIT-IX)
           ADD 1 TO TMT-VERSIONS-CLOSED
           MOVE "AFTER" TO TMT-ACT-LABEL
           PERFORM 7100-WRITE-ACTION-LINE THRU 7100-EXIT.
       6000-EXIT.
           EXIT.

      *=============================================================*
      *  6400-BUILD-NEW-VERSION                                      *
      *    BUILDS THE NEW VERSION IN THR-RECORD FROM THE            *
      *    TRANSACTION. A BLANK CRITICAL OR STALE LIMIT TAKES THE   *
      *    CARRY-FORWARD VALUE (ZERO ON AN ADD).                     *
      *=============================================================*
       6400-BUILD-NEW-VERSION.
           MOVE SPACES               TO THR-RECORD
           MOVE TTR-RECORD-TYPE      TO THR-RECORD-TYPE
           MOVE TTR-KEY              TO THR-KEY
           MOVE TTR-WATCH-BREAK      TO THR-WATCH-BREAK
           MOVE TTR-CRITICAL-BREAK   TO THR-CRITICAL-BREAK
           IF TTR-CRITICAL-LIMIT-X = SPACES
               MOVE TMT-CARRY-LIMIT  TO THR-CRITICAL-LIMIT
           ELSE
               MOVE TTR-CRITICAL-LIMIT TO THR-CRITICAL-LIMIT
           END-IF
           IF TTR-STALE-LIMIT-X = SPACES
               MOVE TMT-CARRY-STALE  TO THR-STALE-LIMIT
           ELSE
               MOVE TTR-STALE-LIMIT  TO THR-STALE-LIMIT
           END-IF
           MOVE TTR-EFFECTIVE-FROM-X TO THR-EFFECTIVE-FROM-X
           MOVE TTR-EFFECTIVE-TO-X   TO THR-EFFECTIVE-TO-X.
       6400-EXIT.
           EXIT.

      *=============================================================*
      *  6500-INSERT-VERSION                                         *
      *    INSERTS THR-RECORD INTO THE TABLE AHEAD OF THE FIRST     *
      *    VERSION STARTING LATER, KEEPING EFFECTIVE-FROM ORDER.    *
      *=============================================================*
       6500-INSERT-VERSION.
           COMPUTE TMT-INS-IX = TMT-VER-TOTAL + 1
           PERFORM 6520-FIND-INSERT-POINT THRU 6520-EXIT
               VARYING TMT-SCAN-IX FROM TMT-VER-TOTAL BY -1
               UNTIL TMT-SCAN-IX < 1
           PERFORM 6550-SHIFT-ONE-UP THRU 6550-EXIT
               VARYING TMT-MOVE-IX FROM TMT-VER-TOTAL BY -1
               UNTIL TMT-MOVE-IX < TMT-INS-IX
           MOVE THR-RECORD   TO TMT-VER-IMAGE (TMT-INS-IX)
           MOVE TMT-NEW-FROM TO TMT-VER-FROM (TMT-INS-IX)
           MOVE TMT-NEW-TO   TO TMT-VER-TO (TMT-INS-IX)
           ADD 1 TO TMT-VER-TOTAL.
       6500-EXIT.
           EXIT.

      *=============================================================*
      *  6520-FIND-INSERT-POINT                                      *
      *=============================================================*
       6520-FIND-INSERT-POINT.
           IF TMT-VER-FROM (TMT-SCAN-IX) > TMT-NEW-FROM
               MOVE TMT-SCAN-IX TO TMT-INS-IX
           END-IF.
       6520-EXIT.
           EXIT.

      *=============================================================*
      *  6550-SHIFT-ONE-UP                                           *
      *=============================================================*
       6550-SHIFT-ONE-UP.
           MOVE TMT-VER-ENTRY (TMT-MOVE-IX)
             TO TMT-VER-ENTRY (TMT-MOVE-IX + 1).
       6550-EXIT.
           EXIT.

      *=============================================================*
      *  6600-REMOVE-VERSION                                         *
      *    DROPS THE ENTRY AT TMT-INS-IX, CLOSING THE GAP.           *
      *=============================================================*
       6600-REMOVE-VERSION.
           PERFORM 6650-SHIFT-ONE-DOWN THRU 6650-EXIT
               VARYING TMT-MOVE-IX FROM TMT-INS-IX BY 1
               UNTIL TMT-MOVE-IX >= TMT-VER-TOTAL
           SUBTRACT 1 FROM TMT-VER-TOTAL.
       6600-EXIT.
           EXIT.

      *=============================================================*
      *  6650-SHIFT-ONE-DOWN                                         *
      *=============================================================*
       6650-SHIFT-ONE-DOWN.
           MOVE TMT-VER-ENTRY (TMT-MOVE-IX + 1)
             TO TMT-VER-ENTRY (TMT-MOVE-IX).
       6650-EXIT.
           EXIT.

      *=============================================================*
      *  7000-WRITE-REJECT                                           *
      *=============================================================*
       7000-WRITE-REJECT.
           ADD 1 TO TMT-TRANS-REJECTED
           MOVE TTR-ACTION        TO TMT-REJ-ACTION
           MOVE TTR-RECORD-TYPE   TO TMT-REJ-TYPE
           MOVE TTR-KEY           TO TMT-REJ-KEY
           MOVE TMT-REJECT-REASON TO TMT-REJ-REASON
           WRITE RPT-RECORD FROM TMT-REJECT-LINE.
       7000-EXIT.
           EXIT.

      *=============================================================*
      *  7100-WRITE-ACTION-LINE                                      *
      *    PRINTS THR-RECORD AS IT STANDS. FIELDS PRINT AS KEYED    *
      *    SO THE AUDIT COPY SHOWS EXACTLY WHAT IS ON THE FILE.     *
      *=============================================================*
       7100-WRITE-ACTION-LINE.
           MOVE THR-RECORD-TYPE      TO TMT-ACT-TYPE
           MOVE THR-KEY              TO TMT-ACT-KEY
           MOVE THR-RECORD (12:5)    TO TMT-ACT-WATCH
           MOVE THR-RECORD (17:5)    TO TMT-ACT-CRIT
           MOVE THR-RECORD (22:7)    TO TMT-ACT-LIMIT
           MOVE THR-RECORD (29:3)    TO TMT-ACT-STALE
           MOVE THR-EFFECTIVE-FROM-X TO TMT-ACT-FROM
           MOVE THR-EFFECTIVE-TO-X   TO TMT-ACT-TO
           WRITE RPT-RECORD FROM TMT-ACTION-LINE.
       7100-EXIT.
           EXIT.

      *=============================================================*
      *  8000-WRITE-ONE-VERSION                                      *
      *=============================================================*
       8000-WRITE-ONE-VERSION.
           WRITE TNEW-RECORD FROM TMT-VER-IMAGE (TMT-SCAN-IX)
           ADD 1 TO TMT-VERSIONS-WRITTEN.
       8000-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           WRITE RPT-RECORD FROM TMT-BLANK-LINE.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           WRITE RPT-RECORD FROM TMT-FOOTER-LINE.
           IF TMT-TRANS-REJECTED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE THRESHOLD-OLD-FILE
                 TRANSACTION-FILE
                 THRESHOLD-NEW-FILE
                 MAINT-REPORT-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-TOTALS                                           *
      *=============================================================*
       9100-PRINT-TOTALS.
           WRITE RPT-RECORD FROM TMT-TOTALS-HEADING.
           MOVE "CONTROL RECORDS READ"    TO TMT-TOT-LABEL
           MOVE TMT-VERSIONS-READ         TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "CONTROL RECORDS WRITTEN" TO TMT-TOT-LABEL
           MOVE TMT-VERSIONS-WRITTEN      TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "TRANSACTIONS READ"       TO TMT-TOT-LABEL
           MOVE TMT-TRANS-READ            TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "VERSIONS ADDED"          TO TMT-TOT-LABEL
           MOVE TMT-VERSIONS-ADDED        TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "VERSIONS SUPERSEDED"     TO TMT-TOT-LABEL
           MOVE TMT-VERSIONS-SUPERSEDED   TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "VERSIONS CLOSED"         TO TMT-TOT-LABEL
           MOVE TMT-VERSIONS-CLOSED       TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED"   TO TMT-TOT-LABEL
           MOVE TMT-TRANS-REJECTED        TO TMT-TOT-VALUE
           WRITE RPT-RECORD FROM TMT-TOTAL-LINE.
       9100-EXIT.
           EXIT.
