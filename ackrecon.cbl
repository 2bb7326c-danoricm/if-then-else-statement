      *      AGO WITH NO RECORDED DISPOSITION. A UNIT OUTSTANDING    *
      *      ON MORE THAN ONE BUSINESS DATE IS FLAGGED ESCALATE.     *
      *                                                               *
      *      EVERY ESCALATE ITEM IS ROUTED THROUGH THE DEPARTMENT    *
      *      REFERENCE MASTER (//DEPTREF) ON THE EXTRACT'S OWNING    *
      *      DEPARTMENT: AN ESCALATION NOTICE IN THE MAIL-GATEWAY    *
      *      LAYOUT (NTFYREC) GOES TO THE DEPARTMENT HEAD, AND A     *
      *      SECOND TO THE BACKUP CONTACT ONCE THE ITEM IS OUT MORE  *
      *      BUSINESS DAYS THAN THE DEPARTMENT'S OWN LIMIT. A        *
      *      DEPARTMENT WITH NO RECORD OR NO HEAD ROUTES TO          *
      *      *UNASSIGNED* AND ENDS THE RUN RC=4.                      *
      *                                                               *
      *      PARM: TWO-DIGIT DAY LIMIT, E.G. PARM='03'. OMITTED OR   *
      *      NON-NUMERIC DEFAULTS TO 3 DAYS.                         *
      *                                                               *
      *                      AND LISTED HOLIDAYS NO LONGER AGE AN    *
      *                      UNWORKED CRITICAL OVER DAYS NOBODY      *
      *                      WORKED.                                  *
      *      2026-10-15  RH  CANCEL RECORDS FROM A RESTATED COUNT    *
      *                      ARE LOADED IN A FIRST PASS OF THE       *
      *                      EXTRACT. A CRITICAL WITHDRAWN BY A      *
      *                      LATER CANCEL IS COUNTED WITHDRAWN AND   *
      *                      IS NEVER OUTSTANDING OR ESCALATED.      *
      *      2026-10-15  RH  ESCALATE ITEMS ARE NOW ROUTED TO THE    *
      *                      DEPARTMENT HEAD, AND PAST THE           *
      *                      DEPARTMENT LIMIT TO THE BACKUP CONTACT, *
      *                      AS MAIL-GATEWAY ESCALATION NOTICES      *
      *                      (//NTFYOUT) FROM THE NEW DEPARTMENT     *
      *                      REFERENCE MASTER (//DEPTREF). THE       *
      *                      REPORT SHOWS WHO WAS NOTIFIED.          *
      *      2026-10-15  RH  A CRITICAL FOR A UNIT, OR A UNIT OF A   *
      *                      CLASS (FROM THE UNIT REFERENCE MASTER,  *
      *                      //UNITREF), UNDER PLANNED MAINTENANCE   *
      *                      ON ITS BUSINESS DATE (//SUPPFILE) IS    *
      *                      COUNTED SUPPRESSED AND IS NEVER         *
      *                      OUTSTANDING OR ESCALATED.               *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACKRECON.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPT-REF-FILE ASSIGN TO DEPTREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN TO NTFYOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNIT-REF-FILE ASSIGN TO UNITREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY CALREC.

       FD  DEPT-REF-FILE
           RECORDING MODE IS F.
       COPY DEPTREF.

       FD  NOTIFY-FILE
           RECORDING MODE IS F.
       COPY NTFYREC.

       FD  UNIT-REF-FILE
           RECORDING MODE IS F.
       COPY UNITREF.

       FD  SUPPRESSION-FILE
           RECORDING MODE IS F.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  ACR-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  ACR-CAL-EOF-YES                  VALUE "Y".
               88  ACR-CAL-EOF-NO                    VALUE "N".
           05  ACR-WITHDRAWN-SWITCH    PIC X(01)   VALUE "N".
               88  ACR-WITHDRAWN-YES                VALUE "Y".
               88  ACR-WITHDRAWN-NO                  VALUE "N".
           05  ACR-DRF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  ACR-DRF-EOF-YES                  VALUE "Y".
               88  ACR-DRF-EOF-NO                    VALUE "N".
           05  ACR-URF-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  ACR-URF-EOF-YES                  VALUE "Y".
               88  ACR-URF-EOF-NO                    VALUE "N".
           05  ACR-SPR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  ACR-SPR-EOF-YES                  VALUE "Y".
               88  ACR-SPR-EOF-NO                    VALUE "N".
           05  ACR-SPR-HIT-SWITCH      PIC X(01)   VALUE "N".
               88  ACR-SPR-HIT-YES                  VALUE "Y".
               88  ACR-SPR-HIT-NO                    VALUE "N".

      *-----------------------------------------------------------*
      *    ACKNOWLEDGMENT TABLE - LOADED ONCE, SEARCHED FOR EVERY  *
               10  ACR-ACK-USED-FLAG   PIC X(01).
                   88  ACR-ACK-USED                VALUE "Y".

      *-----------------------------------------------------------*
      *    CANCEL TABLE - EVERY CANCEL RECORD IN THE EXTRACT       *
      *    GENERATIONS WITH ITS POSITION IN THE CONCATENATION. A   *
      *    CRITICAL FOR THE SAME UNIT-DATE READ AHEAD OF THE       *
      *    CANCEL IS WITHDRAWN; ONE READ AFTER IT (THE COUNT WAS   *
      *    RESTATED AGAIN, BACK OVER CRITICAL) STANDS.              *
      *-----------------------------------------------------------*
       01  ACR-CAN-TABLE.
           05  ACR-CAN-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  ACR-CAN-LOST            PIC 9(07)   COMP VALUE ZERO.
           05  ACR-CAN-ENTRY           OCCURS 1000 TIMES
                                       INDEXED BY ACR-CAN-IX.
               10  ACR-CAN-UNIT        PIC X(10).
               10  ACR-CAN-DATE        PIC 9(08).
               10  ACR-CAN-SEQ         PIC 9(07)   COMP.
       77  ACR-EXT-SEQ                 PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    OUTSTANDING-ITEM TABLE - EVERY EXTRACTED CRITICAL UNIT  *
      *    OVER THE AGE LIMIT WITH NO DISPOSITION, HELD SO REPEAT  *
               10  ACR-OUT-DATE        PIC 9(08).
               10  ACR-OUT-VALUE       PIC 9(05).
               10  ACR-OUT-AGE         PIC 9(04).
               10  ACR-OUT-DEPT        PIC X(15).
               10  ACR-OUT-CRIT        PIC 9(05).

      *-----------------------------------------------------------*
      *    DEPARTMENT ROUTING TABLE - THE DEPARTMENT REFERENCE     *
      *    MASTER, LOADED ONCE AND SEARCHED FOR EVERY ESCALATE     *
      *    ITEM ON THE EXTRACT'S OWNING DEPARTMENT.                 *
      *-----------------------------------------------------------*
       01  ACR-DEPT-TABLE.
           05  ACR-DPT-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  ACR-DPT-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  ACR-DPT-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY ACR-DPT-IX.
               10  ACR-DPT-DEPT        PIC X(15).
               10  ACR-DPT-HEAD        PIC X(20).
               10  ACR-DPT-BACKUP      PIC X(20).
               10  ACR-DPT-DAYS        PIC 9(02).

      *-----------------------------------------------------------*
      *    UNIT CLASSES FROM THE REFERENCE MASTER AND THE PLANNED- *
      *    MAINTENANCE SUPPRESSIONS - TYPE U (UNIT) AND TYPE C     *
      *    (UNIT CLASS) ENTRIES WITH THEIR INCLUSIVE BUSINESS      *
      *    DATE RANGE.                                              *
      *-----------------------------------------------------------*
       01  ACR-URF-TABLE.
           05  ACR-URF-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  ACR-URF-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  ACR-URF-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY ACR-URF-IX.
               10  ACR-URF-UNIT        PIC X(10).
               10  ACR-URF-CLASS       PIC X(04).

       01  ACR-SUPPRESS-TABLE.
           05  ACR-SPR-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  ACR-SPR-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY ACR-SPR-IX.
               10  ACR-SPR-TYPE        PIC X(01).
               10  ACR-SPR-KEY         PIC X(10).
               10  ACR-SPR-FROM        PIC 9(08).
               10  ACR-SPR-TO          PIC 9(08).

       77  ACR-CUR-CLASS               PIC X(04)   VALUE SPACES.

      *-----------------------------------------------------------*
      *    ESCALATION NOTICE TABLES - ONE GROUP ENTRY PER DISTINCT *
      *    CONTACT, BUSINESS DATE AND NOTICE TYPE; THE DETAIL      *
      *    TABLE HOLDS THE ITEMS AND IS SCANNED PER GROUP WHEN THE *
      *    NOTICES ARE WRITTEN, AS CRITNTFY DOES.                   *
      *-----------------------------------------------------------*
       01  ACR-GROUP-TABLE.
           05  ACR-GRP-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  ACR-GRP-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  ACR-GRP-ENTRY           OCCURS 200 TIMES
                                       INDEXED BY ACR-GRP-IX.
               10  ACR-GRP-CONTACT     PIC X(20).
               10  ACR-GRP-DATE        PIC 9(08).
               10  ACR-GRP-TYPE        PIC X(01).
               10  ACR-GRP-UNITS       PIC 9(03)   COMP.

       01  ACR-NOTICE-TABLE.
           05  ACR-NTC-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  ACR-NTC-LOST            PIC 9(05)   COMP VALUE ZERO.
           05  ACR-NTC-ENTRY           OCCURS 2000 TIMES.
               10  ACR-NTC-CONTACT     PIC X(20).
               10  ACR-NTC-DATE        PIC 9(08).
               10  ACR-NTC-TYPE        PIC X(01).
               10  ACR-NTC-UNIT        PIC X(10).
               10  ACR-NTC-VALUE       PIC 9(05).
               10  ACR-NTC-CRIT        PIC 9(05).

      *-----------------------------------------------------------*
      *    WORK FIELDS                                              *
      *    THE DAY LIMIT AND ITEM AGES ARE IN BUSINESS DAYS -
      *    WEEKENDS AND //CALENDAR DATES DO NOT AGE AN EXTRACT.
       77  ACR-REPEAT-COUNT            PIC 9(04)   COMP VALUE ZERO.
       77  ACR-CUR-CONTACT             PIC X(20)   VALUE SPACES.
       77  ACR-CUR-TYPE                PIC X(01)   VALUE SPACE.
       77  ACR-SCAN-IX                 PIC 9(04)   COMP VALUE ZERO.
       77  ACR-SLOT-IX                 PIC 9(02)   COMP VALUE ZERO.
       77  ACR-SEQ-NO                  PIC 9(02)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    BUSINESS-DAY CALENDAR - THE SITE'S NON-PROCESSING DATES *
       77  ACR-UNITS-ESCALATED         PIC 9(07)   COMP VALUE ZERO.
       77  ACR-ACKS-UNMATCHED          PIC 9(07)   COMP VALUE ZERO.
       77  ACR-EXTRACTS-UNDATED        PIC 9(07)   COMP VALUE ZERO.
       77  ACR-CANCELS-READ            PIC 9(07)   COMP VALUE ZERO.
       77  ACR-EXTRACTS-WITHDRAWN      PIC 9(07)   COMP VALUE ZERO.
       77  ACR-EXTRACTS-SUPPRESSED     PIC 9(07)   COMP VALUE ZERO.
       77  ACR-HEADS-NOTIFIED          PIC 9(07)   COMP VALUE ZERO.
       77  ACR-BACKUPS-NOTIFIED        PIC 9(07)   COMP VALUE ZERO.
       77  ACR-ITEMS-UNROUTED          PIC 9(07)   COMP VALUE ZERO.
       77  ACR-NOTICES-WRITTEN         PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    RECONCILIATION REPORT PRINT LINES                        *
           05  FILLER                  PIC X(08)   VALUE "DAYS OUT".
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(09)   VALUE "ACTION".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "HEAD NOTIFIED".
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "BACKUP NOTIFIED".
           05  FILLER                  PIC X(02)   VALUE SPACES.

       01  ACR-DETAIL-LINE.
           05  ACR-DET-UNIT-ID         PIC X(10).
           05  ACR-DET-AGE             PIC ZZZ9.
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  ACR-DET-ACTION          PIC X(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  ACR-DET-HEAD            PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  ACR-DET-BACKUP          PIC X(20).
           05  FILLER                  PIC X(02)   VALUE SPACES.

       01  ACR-TOTALS-HEADING.
           05  FILLER                  PIC X(11)   VALUE "RUN TOTALS:".
           PERFORM 1200-LOAD-ONE-CAL-DATE THRU 1200-EXIT
               UNTIL ACR-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           OPEN INPUT DEPT-REF-FILE.
           PERFORM 1400-LOAD-ONE-DEPT THRU 1400-EXIT
               UNTIL ACR-DRF-EOF-YES.
           CLOSE DEPT-REF-FILE.
           IF ACR-DPT-LOST > ZERO
               DISPLAY "ACKRECON: DEPARTMENT TABLE FULL - "
                       ACR-DPT-LOST " DEPARTMENT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT UNIT-REF-FILE.
           PERFORM 1500-LOAD-ONE-UNIT-REF THRU 1500-EXIT
               UNTIL ACR-URF-EOF-YES.
           CLOSE UNIT-REF-FILE.
           IF ACR-URF-LOST > ZERO
               DISPLAY "ACKRECON: UNIT REFERENCE TABLE FULL - "
                       ACR-URF-LOST " UNIT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT SUPPRESSION-FILE.
           PERFORM 1600-LOAD-ONE-SUPPRESSION THRU 1600-EXIT
               UNTIL ACR-SPR-EOF-YES.
           CLOSE SUPPRESSION-FILE.
           OPEN OUTPUT RECON-REPORT-FILE
                       NOTIFY-FILE.
           WRITE RPT-RECORD FROM ACR-HEADING-1.
           WRITE RPT-RECORD FROM ACR-HEADING-2.
           WRITE RPT-RECORD FROM ACR-HEADING-3.
                       " ACKNOWLEDGMENT(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1300-LOAD-ONE-CANCEL THRU 1300-EXIT
               UNTIL ACR-EXT-EOF-YES.
           CLOSE EXTRACT-IN-FILE.
           IF ACR-CAN-LOST > ZERO
               DISPLAY "ACKRECON: CANCEL TABLE FULL - " ACR-CAN-LOST
                       " CANCEL(S) NOT LOADED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT EXTRACT-IN-FILE.
           SET ACR-EXT-EOF-NO TO TRUE.
           MOVE ZERO TO ACR-EXT-SEQ.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

      *=============================================================*
      *  1300-LOAD-ONE-CANCEL                                        *
      *    FIRST PASS OF THE EXTRACT - ONLY CANCEL RECORDS ARE      *
      *    TAKEN. THE MAIN PASS REREADS THE FILE FROM THE TOP.       *
      *=============================================================*
       1300-LOAD-ONE-CANCEL.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
           IF ACR-EXT-EOF-YES
               GO TO 1300-EXIT
           END-IF
           IF NOT EXT-ACTION-CANCEL
            OR EXT-BUSINESS-DATE NOT NUMERIC
               GO TO 1300-EXIT
           END-IF
           IF ACR-CAN-TOTAL >= 1000
               ADD 1 TO ACR-CAN-LOST
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO ACR-CAN-TOTAL
           SET ACR-CAN-IX TO ACR-CAN-TOTAL
           MOVE EXT-UNIT-ID       TO ACR-CAN-UNIT (ACR-CAN-IX)
           MOVE EXT-BUSINESS-DATE TO ACR-CAN-DATE (ACR-CAN-IX)
           MOVE ACR-EXT-SEQ       TO ACR-CAN-SEQ (ACR-CAN-IX).
       1300-EXIT.
           EXIT.

      *=============================================================*
      *  1400-LOAD-ONE-DEPT                                          *
      *    A NON-NUMERIC LIMIT IS TAKEN AS ZERO - THE HEAD IS STILL *
      *    NOTIFIED, THE BACKUP NEVER IS.                            *
      *=============================================================*
       1400-LOAD-ONE-DEPT.
           READ DEPT-REF-FILE
               AT END
                   SET ACR-DRF-EOF-YES TO TRUE
                   GO TO 1400-EXIT
           END-READ
           IF ACR-DPT-TOTAL >= 200
               ADD 1 TO ACR-DPT-LOST
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO ACR-DPT-TOTAL
           SET ACR-DPT-IX TO ACR-DPT-TOTAL
           MOVE DRF-DEPARTMENT     TO ACR-DPT-DEPT (ACR-DPT-IX)
           MOVE DRF-HEAD-CONTACT   TO ACR-DPT-HEAD (ACR-DPT-IX)
           MOVE DRF-BACKUP-CONTACT TO ACR-DPT-BACKUP (ACR-DPT-IX)
           IF DRF-ESCALATE-DAYS NUMERIC
               MOVE DRF-ESCALATE-DAYS TO ACR-DPT-DAYS (ACR-DPT-IX)
           ELSE
               DISPLAY "ACKRECON: BAD ESCALATION LIMIT TAKEN AS "
                       "ZERO " DRF-DEPARTMENT
               MOVE ZERO TO ACR-DPT-DAYS (ACR-DPT-IX)
           END-IF.
       1400-EXIT.
           EXIT.

      *=============================================================*
      *  1500-LOAD-ONE-UNIT-REF                                      *
      *    ONLY THE CLASS IS KEPT - IT IS WHAT A TYPE C             *
      *    SUPPRESSION IS KEYED ON.                                  *
      *=============================================================*
       1500-LOAD-ONE-UNIT-REF.
           READ UNIT-REF-FILE
               AT END
                   SET ACR-URF-EOF-YES TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF ACR-URF-TOTAL >= 500
               ADD 1 TO ACR-URF-LOST
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO ACR-URF-TOTAL
           SET ACR-URF-IX TO ACR-URF-TOTAL
           MOVE URF-UNIT-ID    TO ACR-URF-UNIT (ACR-URF-IX)
           MOVE URF-UNIT-CLASS TO ACR-URF-CLASS (ACR-URF-IX).
       1500-EXIT.
           EXIT.

      *=============================================================*
      *  1600-LOAD-ONE-SUPPRESSION                                   *
      *    A RECORD WITH A BAD TYPE OR DATES IS REPORTED AND        *
      *    SKIPPED, SO ITS UNIT IS RECONCILED AS NORMAL.             *
      *=============================================================*
       1600-LOAD-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END
                   SET ACR-SPR-EOF-YES TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF (NOT SPR-TYPE-UNIT AND NOT SPR-TYPE-CLASS)
               OR SPR-KEY = SPACES
               OR SPR-FROM-DATE-X NOT NUMERIC
               OR SPR-TO-DATE-X NOT NUMERIC
               DISPLAY "ACKRECON: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1600-EXIT
           END-IF
           IF SPR-FROM-DATE > SPR-TO-DATE
               DISPLAY "ACKRECON: SUPPRESSION SKIPPED - BAD RECORD "
                       SPR-KEY-TYPE " " SPR-KEY
               GO TO 1600-EXIT
           END-IF
           IF ACR-SPR-TOTAL >= 500
               DISPLAY "ACKRECON: SUPPRESSION TABLE FULL - SKIPPED "
                       SPR-KEY
               GO TO 1600-EXIT
           END-IF
           ADD 1 TO ACR-SPR-TOTAL
           SET ACR-SPR-IX TO ACR-SPR-TOTAL
           MOVE SPR-KEY-TYPE  TO ACR-SPR-TYPE (ACR-SPR-IX)
           MOVE SPR-KEY       TO ACR-SPR-KEY (ACR-SPR-IX)
           MOVE SPR-FROM-DATE TO ACR-SPR-FROM (ACR-SPR-IX)
           MOVE SPR-TO-DATE   TO ACR-SPR-TO (ACR-SPR-IX).
       1600-EXIT.
           EXIT.

      *=============================================================*
      *  2000-CHECK-EXTRACT                                          *
      *    A WITHDRAWN CRITICAL, OR ONE FOR A UNIT-DATE UNDER       *
      *    PLANNED MAINTENANCE (2260), IS COUNTED AND SET ASIDE     *
      *    AFTER ITS ACK IS CONSUMED, SO THE ACK IS NOT UNMATCHED.  *
      *=============================================================*
       2000-CHECK-EXTRACT.
           ADD 1 TO ACR-EXTRACTS-READ
           IF EXT-ACTION-CANCEL
               ADD 1 TO ACR-CANCELS-READ
               GO TO 2000-NEXT
           END-IF
           IF EXT-BUSINESS-DATE NOT NUMERIC
               ADD 1 TO ACR-EXTRACTS-UNDATED
               DISPLAY "ACKRECON: EXTRACT SKIPPED - NO BUSINESS "
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-MATCH-ACK THRU 2200-EXIT
           PERFORM 2250-CHECK-WITHDRAWN THRU 2250-EXIT
           IF ACR-WITHDRAWN-YES
               ADD 1 TO ACR-EXTRACTS-WITHDRAWN
               GO TO 2000-NEXT
           END-IF
           PERFORM 2260-CHECK-SUPPRESSION THRU 2260-EXIT
           IF ACR-SPR-HIT-YES
               ADD 1 TO ACR-EXTRACTS-SUPPRESSED
               GO TO 2000-NEXT
           END-IF
           IF ACR-MATCH-YES
               ADD 1 TO ACR-EXTRACTS-ACKED
           ELSE
           READ EXTRACT-IN-FILE
               AT END
                   SET ACR-EXT-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO ACR-EXT-SEQ.
       2100-EXIT.
           EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *  2250-CHECK-WITHDRAWN                                        *
      *    A CRITICAL IS WITHDRAWN WHEN A CANCEL FOR ITS UNIT-DATE  *
      *    FOLLOWS IT IN THE EXTRACT. ITS ACK, IF ANY, WAS STILL    *
      *    CONSUMED ABOVE SO IT DOES NOT SHOW AS UNMATCHED.          *
      *=============================================================*
       2250-CHECK-WITHDRAWN.
           SET ACR-WITHDRAWN-NO TO TRUE
           IF ACR-CAN-TOTAL = ZERO
               GO TO 2250-EXIT
           END-IF
           SET ACR-CAN-IX TO 1
           SEARCH ACR-CAN-ENTRY
               AT END
                   GO TO 2250-EXIT
               WHEN ACR-CAN-IX > ACR-CAN-TOTAL
                   GO TO 2250-EXIT
               WHEN ACR-CAN-UNIT (ACR-CAN-IX) = EXT-UNIT-ID
                AND ACR-CAN-DATE (ACR-CAN-IX) = EXT-BUSINESS-DATE
                AND ACR-CAN-SEQ (ACR-CAN-IX) > ACR-EXT-SEQ
                   SET ACR-WITHDRAWN-YES TO TRUE
           END-SEARCH.
       2250-EXIT.
           EXIT.

      *=============================================================*
      *  2260-CHECK-SUPPRESSION                                      *
      *    SETS ACR-SPR-HIT-YES WHEN A SUPPRESSION COVERS THE       *
      *    EXTRACT'S BUSINESS DATE FOR ITS UNIT OR THE UNIT'S       *
      *    CLASS. A UNIT NOT ON THE MASTER IS MATCHED BY UNIT ONLY. *
      *=============================================================*
       2260-CHECK-SUPPRESSION.
           SET ACR-SPR-HIT-NO TO TRUE
           IF ACR-SPR-TOTAL = ZERO
               GO TO 2260-EXIT
           END-IF
           MOVE SPACES TO ACR-CUR-CLASS
           IF ACR-URF-TOTAL > ZERO
               SET ACR-URF-IX TO 1
               SEARCH ACR-URF-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACR-URF-IX > ACR-URF-TOTAL
                       CONTINUE
                   WHEN ACR-URF-UNIT (ACR-URF-IX) = EXT-UNIT-ID
                       MOVE ACR-URF-CLASS (ACR-URF-IX)
                         TO ACR-CUR-CLASS
               END-SEARCH
           END-IF
           SET ACR-SPR-IX TO 1
           SEARCH ACR-SPR-ENTRY
               AT END
                   CONTINUE
               WHEN ACR-SPR-IX > ACR-SPR-TOTAL
                   CONTINUE
               WHEN ACR-SPR-FROM (ACR-SPR-IX) <= EXT-BUSINESS-DATE
                AND ACR-SPR-TO (ACR-SPR-IX) >= EXT-BUSINESS-DATE
                AND ((ACR-SPR-TYPE (ACR-SPR-IX) = "U"
                      AND ACR-SPR-KEY (ACR-SPR-IX) = EXT-UNIT-ID)
                  OR (ACR-SPR-TYPE (ACR-SPR-IX) = "C"
                      AND ACR-CUR-CLASS NOT = SPACES
                      AND ACR-SPR-KEY (ACR-SPR-IX) = ACR-CUR-CLASS))
                   SET ACR-SPR-HIT-YES TO TRUE
           END-SEARCH.
       2260-EXIT.
           EXIT.

      *=============================================================*
      *  2300-TABLE-OUTSTANDING                                      *
      *=============================================================*
           MOVE EXT-UNIT-NAME     TO ACR-OUT-NAME (ACR-OUT-IX)
           MOVE EXT-BUSINESS-DATE TO ACR-OUT-DATE (ACR-OUT-IX)
           MOVE EXT-VALUE         TO ACR-OUT-VALUE (ACR-OUT-IX)
           MOVE EXT-DEPARTMENT    TO ACR-OUT-DEPT (ACR-OUT-IX)
           MOVE EXT-CRITICAL-BREAK TO ACR-OUT-CRIT (ACR-OUT-IX)
           IF ACR-ITEM-AGE-DAYS > 9999
               MOVE 9999 TO ACR-OUT-AGE (ACR-OUT-IX)
           ELSE
           PERFORM 9150-COUNT-UNMATCHED-ACKS THRU 9150-EXIT
               VARYING ACR-ACK-IX FROM 1 BY 1
               UNTIL ACR-ACK-IX > ACR-ACK-TOTAL.
           PERFORM 9500-WRITE-ONE-GROUP THRU 9500-EXIT
               VARYING ACR-GRP-IX FROM 1 BY 1
               UNTIL ACR-GRP-IX > ACR-GRP-TOTAL.
           IF ACR-NTC-LOST > ZERO
               DISPLAY "ACKRECON: NOTICE TABLE FULL - " ACR-NTC-LOST
                       " ESCALATION(S) NOT SENT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACR-GRP-LOST > ZERO
               DISPLAY "ACKRECON: NOTICE GROUP TABLE FULL - "
                       ACR-GRP-LOST " ESCALATION(S) NOT SENT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACR-ITEMS-UNROUTED > ZERO
               DISPLAY "ACKRECON: " ACR-ITEMS-UNROUTED
                       " ESCALATION(S) WITH NO DEPARTMENT HEAD"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ACR-OUT-LOST > ZERO
               DISPLAY "ACKRECON: OUTSTANDING TABLE FULL - "
                       ACR-OUT-LOST " ITEM(S) NOT LISTED"
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EXTRACT-IN-FILE
                 RECON-REPORT-FILE
                 NOTIFY-FILE.
       9000-EXIT.
           EXIT.

      *=============================================================*
      *  9100-PRINT-OUTSTANDING                                      *
      *    A UNIT OUTSTANDING ON MORE THAN ONE BUSINESS DATE HAS    *
      *    BEEN IGNORED REPEATEDLY AND IS FLAGGED FOR ESCALATION   *
      *    AND ROUTED TO ITS DEPARTMENT'S CONTACTS.                  *
      *=============================================================*
       9100-PRINT-OUTSTANDING.
           MOVE ZERO TO ACR-REPEAT-COUNT
           MOVE ACR-DATE-FMT-OUT           TO ACR-DET-DATE
           MOVE ACR-OUT-VALUE (ACR-OUT-IX) TO ACR-DET-VALUE
           MOVE ACR-OUT-AGE (ACR-OUT-IX)   TO ACR-DET-AGE
           MOVE SPACES                     TO ACR-DET-HEAD
                                              ACR-DET-BACKUP
           IF ACR-REPEAT-COUNT > 1
               MOVE "ESCALATE" TO ACR-DET-ACTION
               ADD 1 TO ACR-UNITS-ESCALATED
               PERFORM 9400-ROUTE-ESCALATION THRU 9400-EXIT
           ELSE
               MOVE "FOLLOW UP" TO ACR-DET-ACTION
           END-IF
           MOVE "EXTRACTS WITH NO DATE"    TO ACR-TOT-LABEL
           MOVE ACR-EXTRACTS-UNDATED       TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "CANCEL RECORDS READ"      TO ACR-TOT-LABEL
           MOVE ACR-CANCELS-READ           TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "CRITICALS WITHDRAWN"      TO ACR-TOT-LABEL
           MOVE ACR-EXTRACTS-WITHDRAWN     TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "CRITICALS SUPPRESSED"     TO ACR-TOT-LABEL
           MOVE ACR-EXTRACTS-SUPPRESSED    TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "ESCALATIONS TO HEAD"      TO ACR-TOT-LABEL
           MOVE ACR-HEADS-NOTIFIED         TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "ESCALATIONS TO BACKUP"    TO ACR-TOT-LABEL
           MOVE ACR-BACKUPS-NOTIFIED       TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "ESCALATIONS UNROUTED"     TO ACR-TOT-LABEL
           MOVE ACR-ITEMS-UNROUTED         TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
           MOVE "NOTICE RECORDS WRITTEN"   TO ACR-TOT-LABEL
           MOVE ACR-NOTICES-WRITTEN        TO ACR-TOT-VALUE
           WRITE RPT-RECORD FROM ACR-TOTAL-LINE.
       9200-EXIT.
           EXIT.

      *=============================================================*
      *  9400-ROUTE-ESCALATION                                       *
      *    THE HEAD OF THE ITEM'S OWNING DEPARTMENT IS ALWAYS       *
      *    NOTIFIED (*UNASSIGNED* WHEN THE DEPARTMENT HAS NO RECORD *
      *    OR NO HEAD, SO THE DUTY MANAGER STILL SEES IT). THE      *
      *    BACKUP IS NOTIFIED AS WELL ONCE THE ITEM IS OUT MORE     *
      *    BUSINESS DAYS THAN THE DEPARTMENT'S OWN NON-ZERO LIMIT.  *
      *=============================================================*
       9400-ROUTE-ESCALATION.
           MOVE "*UNASSIGNED*" TO ACR-CUR-CONTACT
           IF ACR-DPT-TOTAL > ZERO
               SET ACR-DPT-IX TO 1
               SEARCH ACR-DPT-ENTRY
                   AT END
                       SET ACR-DPT-IX TO ACR-DPT-TOTAL
                       SET ACR-DPT-IX UP BY 1
                   WHEN ACR-DPT-IX > ACR-DPT-TOTAL
                       CONTINUE
                   WHEN ACR-DPT-DEPT (ACR-DPT-IX)
                          = ACR-OUT-DEPT (ACR-OUT-IX)
                       IF ACR-DPT-HEAD (ACR-DPT-IX) NOT = SPACES
                           MOVE ACR-DPT-HEAD (ACR-DPT-IX)
                             TO ACR-CUR-CONTACT
                       END-IF
               END-SEARCH
           END-IF
           IF ACR-CUR-CONTACT = "*UNASSIGNED*"
               ADD 1 TO ACR-ITEMS-UNROUTED
           ELSE
               ADD 1 TO ACR-HEADS-NOTIFIED
           END-IF
           MOVE ACR-CUR-CONTACT TO ACR-DET-HEAD
           MOVE "H"             TO ACR-CUR-TYPE
           PERFORM 9410-TABLE-NOTICE THRU 9410-EXIT
           IF ACR-DPT-TOTAL = ZERO
               OR ACR-DPT-IX > ACR-DPT-TOTAL
               GO TO 9400-EXIT
           END-IF
           IF ACR-DPT-DAYS (ACR-DPT-IX) = ZERO
               OR ACR-OUT-AGE (ACR-OUT-IX)
                    NOT > ACR-DPT-DAYS (ACR-DPT-IX)
               OR ACR-DPT-BACKUP (ACR-DPT-IX) = SPACES
               GO TO 9400-EXIT
           END-IF
           MOVE ACR-DPT-BACKUP (ACR-DPT-IX) TO ACR-CUR-CONTACT
                                               ACR-DET-BACKUP
           MOVE "B" TO ACR-CUR-TYPE
           ADD 1 TO ACR-BACKUPS-NOTIFIED
           PERFORM 9410-TABLE-NOTICE THRU 9410-EXIT.
       9400-EXIT.
           EXIT.

      *=============================================================*
      *  9410-TABLE-NOTICE                                           *
      *    TABLES ONE ITEM UNDER THE GROUP FOR THE CONTACT,          *
      *    BUSINESS DATE AND NOTICE TYPE IN HAND. AN ITEM THAT       *
      *    NEEDS A NEW GROUP WHEN THE GROUP TABLE IS FULL IS         *
      *    DISPLAYED AND COUNTED AS NOT SENT.                        *
      *=============================================================*
       9410-TABLE-NOTICE.
           IF ACR-NTC-TOTAL >= 2000
               ADD 1 TO ACR-NTC-LOST
               GO TO 9410-EXIT
           END-IF
           PERFORM 9420-FIND-GROUP THRU 9420-EXIT
           IF ACR-GRP-IX > ACR-GRP-TOTAL
               ADD 1 TO ACR-GRP-LOST
               DISPLAY "ACKRECON: NOTICE GROUP TABLE FULL - NOT SENT "
                       ACR-CUR-CONTACT " " ACR-CUR-TYPE " UNIT "
                       ACR-OUT-UNIT (ACR-OUT-IX) " DATE "
                       ACR-OUT-DATE (ACR-OUT-IX)
               GO TO 9410-EXIT
           END-IF
           ADD 1 TO ACR-GRP-UNITS (ACR-GRP-IX)
           ADD 1 TO ACR-NTC-TOTAL
           MOVE ACR-GRP-CONTACT (ACR-GRP-IX)
             TO ACR-NTC-CONTACT (ACR-NTC-TOTAL)
           MOVE ACR-GRP-DATE (ACR-GRP-IX)
             TO ACR-NTC-DATE (ACR-NTC-TOTAL)
           MOVE ACR-GRP-TYPE (ACR-GRP-IX)
             TO ACR-NTC-TYPE (ACR-NTC-TOTAL)
           MOVE ACR-OUT-UNIT (ACR-OUT-IX)
             TO ACR-NTC-UNIT (ACR-NTC-TOTAL)
           MOVE ACR-OUT-VALUE (ACR-OUT-IX)
             TO ACR-NTC-VALUE (ACR-NTC-TOTAL)
           MOVE ACR-OUT-CRIT (ACR-OUT-IX)
             TO ACR-NTC-CRIT (ACR-NTC-TOTAL).
       9410-EXIT.
           EXIT.

      *=============================================================*
      *  9420-FIND-GROUP                                             *
      *    LEAVES THE INDEX PAST THE LAST ENTRY WHEN THE ITEM NEEDS  *
      *    A NEW GROUP AND THE TABLE IS FULL.                        *
      *=============================================================*
       9420-FIND-GROUP.
           IF ACR-GRP-TOTAL > ZERO
               SET ACR-GRP-IX TO 1
               SEARCH ACR-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACR-GRP-IX > ACR-GRP-TOTAL
                       CONTINUE
                   WHEN ACR-GRP-CONTACT (ACR-GRP-IX) = ACR-CUR-CONTACT
                    AND ACR-GRP-DATE (ACR-GRP-IX)
                          = ACR-OUT-DATE (ACR-OUT-IX)
                    AND ACR-GRP-TYPE (ACR-GRP-IX) = ACR-CUR-TYPE
                       GO TO 9420-EXIT
               END-SEARCH
           END-IF
           IF ACR-GRP-TOTAL < 200
               ADD 1 TO ACR-GRP-TOTAL
               SET ACR-GRP-IX TO ACR-GRP-TOTAL
               MOVE ACR-CUR-CONTACT TO ACR-GRP-CONTACT (ACR-GRP-IX)
               MOVE ACR-OUT-DATE (ACR-OUT-IX)
                 TO ACR-GRP-DATE (ACR-GRP-IX)
               MOVE ACR-CUR-TYPE    TO ACR-GRP-TYPE (ACR-GRP-IX)
               MOVE ZERO            TO ACR-GRP-UNITS (ACR-GRP-IX)
           ELSE
               SET ACR-GRP-IX TO ACR-GRP-TOTAL
               SET ACR-GRP-IX UP BY 1
           END-IF.
       9420-EXIT.
           EXIT.

      *=============================================================*
      *  9500-WRITE-ONE-GROUP                                        *
      *    FILLS ESCALATION NOTICES FOR ONE CONTACT/DATE/TYPE       *
      *    GROUP, FOUR UNIT SLOTS PER RECORD, CONTINUING ON FURTHER *
      *    RECORDS WITH A RISING SEQUENCE NUMBER.                    *
      *=============================================================*
       9500-WRITE-ONE-GROUP.
           MOVE ZERO TO ACR-SEQ-NO
                        ACR-SLOT-IX
           PERFORM 9510-FILL-ONE-NOTICE THRU 9510-EXIT
               VARYING ACR-SCAN-IX FROM 1 BY 1
               UNTIL ACR-SCAN-IX > ACR-NTC-TOTAL
           IF ACR-SLOT-IX > ZERO
               WRITE NTF-RECORD
               ADD 1 TO ACR-NOTICES-WRITTEN
           END-IF.
       9500-EXIT.
           EXIT.

      *=============================================================*
      *  9510-FILL-ONE-NOTICE                                        *
      *=============================================================*
       9510-FILL-ONE-NOTICE.
           IF ACR-NTC-CONTACT (ACR-SCAN-IX)
                NOT = ACR-GRP-CONTACT (ACR-GRP-IX)
               OR ACR-NTC-DATE (ACR-SCAN-IX)
                NOT = ACR-GRP-DATE (ACR-GRP-IX)
               OR ACR-NTC-TYPE (ACR-SCAN-IX)
                NOT = ACR-GRP-TYPE (ACR-GRP-IX)
               GO TO 9510-EXIT
           END-IF
           IF ACR-SLOT-IX = ZERO
               PERFORM 9520-OPEN-NOTICE-RECORD THRU 9520-EXIT
           END-IF
           ADD 1 TO ACR-SLOT-IX
           MOVE ACR-NTC-UNIT (ACR-SCAN-IX)
             TO NTF-UNIT-ID (ACR-SLOT-IX)
           MOVE ACR-NTC-VALUE (ACR-SCAN-IX)
             TO NTF-UNIT-VALUE (ACR-SLOT-IX)
           MOVE ACR-NTC-CRIT (ACR-SCAN-IX)
             TO NTF-CRIT-BREAK (ACR-SLOT-IX)
           IF ACR-SLOT-IX = 4
               WRITE NTF-RECORD
               ADD 1 TO ACR-NOTICES-WRITTEN
               MOVE ZERO TO ACR-SLOT-IX
           END-IF.
       9510-EXIT.
           EXIT.

      *=============================================================*
      *  9520-OPEN-NOTICE-RECORD                                     *
      *=============================================================*
       9520-OPEN-NOTICE-RECORD.
           MOVE SPACES TO NTF-RECORD
           MOVE ACR-GRP-CONTACT (ACR-GRP-IX) TO NTF-CONTACT
           MOVE ACR-GRP-DATE (ACR-GRP-IX)    TO NTF-BUSINESS-DATE
           MOVE ACR-GRP-UNITS (ACR-GRP-IX)   TO NTF-UNIT-COUNT
           MOVE ACR-GRP-TYPE (ACR-GRP-IX)    TO NTF-NOTICE-TYPE
           ADD 1 TO ACR-SEQ-NO
           MOVE ACR-SEQ-NO TO NTF-SEQUENCE.
       9520-EXIT.
           EXIT.
