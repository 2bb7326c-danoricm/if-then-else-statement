      *                      ITS AUDIT RECORDS ACROSS TWO DATES AND   *
      *                      FAILS THE END-OF-CYCLE PROOF. THE TIME   *
      *                      HALF IS STILL PER RECORD.                *
      *      2026-10-15  RH  THE AUDIT TRAIL IS NOW A KEYED STORE     *
      *                      (UNIT-ID, BUSINESS DATE, TIMESTAMP),     *
      *                      OPENED I-O. A COUNT RESENT FOR A UNIT    *
      *                      AND BUSINESS DATE ALREADY JUDGED - IN    *
      *                      THE STORE OR EARLIER IN THIS RUN - IS    *
      *                      EVALUATED AS A RESTATED DECISION. THE    *
      *                      PRIOR DECISION IS READ BY KEY AND        *
      *                      REWRITTEN IN PLACE AS TYPE S             *
      *                      (SUPERSEDED), A CRITICAL RESTATED BELOW  *
      *                      CRITICAL SENDS A CANCEL RECORD TO THE    *
      *                      FOLLOW-UP EXTRACT, AND A RESTATEMENT     *
      *                      SECTION PRINTS OLD AGAINST NEW COUNT     *
      *                      AND TIER. CANCELS ALONE SET RC=2 SO      *
      *                      XFERSTEP STILL MOVES THEM. EVERY         *
      *                      DECISION OF A RUN IS STAMPED WITH THE    *
      *                      RUN'S START TIME, CARRIED ON THE         *
      *                      CHECKPOINT, SO A RESTART REPRODUCES THE  *
      *                      KEY AND A DECISION ALREADY WRITTEN       *
      *                      BEFORE THE ABEND IS REJECTED AS A        *
      *                      DUPLICATE. A REPEAT WITHIN THE RUN IS    *
      *                      STAMPED ONE SECOND AFTER THE DECISION    *
      *                      IT RESTATES. A SIMULATION DOES NOT OPEN  *
      *                      THE STORE.                               *
      *      2026-10-15  RH  A SIMULATION ALSO TAKES SUGGESTED UNIT   *
      *                      AND CLASS PAIRS (THRESHOLD-CONTROL       *
      *                      LAYOUT, TYPE U OR C) FROM //THRSUGG -    *
      *                      THE CALIBRATION RUN'S OUTPUT - AND       *
      *                      JUDGES THE PROPOSED SCENARIO BY THEM     *
      *                      AHEAD OF THE OVERRIDES IN FORCE. THE     *
      *                      TYPE-P RECORD IS NOW NEEDED ONLY WHEN    *
      *                      NO SUGGESTIONS ARE SUPPLIED. THE FILE    *
      *                      IS NEVER OPENED BY A PRODUCTION RUN.     *
      *      2026-10-15  RH  BUSINESS-DATE RUN LEDGER (//LEDGER) -    *
      *                      EVERY DATE SEGMENT IS ENTERED AS IN      *
      *                      PROGRESS WHEN IT OPENS AND MARKED        *
      *                      COMPLETE, WITH ITS TRAILER TOTALS, WHEN  *
      *                      THE RUN ENDS (ABORTED ON AN RC=16        *
      *                      STOP). A HEADER FOR A DATE ALREADY       *
      *                      COMPLETE STOPS THE RUN UNLESS            *
      *                      PARM='RERUN,REASON' IS CODED; THE RERUN  *
      *                      IS COUNTED AND ITS REASON LOGGED ON THE  *
      *                      LEDGER. A SUSMAINT RECYCLE SEGMENT IS    *
      *                      NEVER REFUSED. THE OPERATIONS SUMMARY    *
      *                      NOW CARRIES THE RUN START TIME.          *
      *      2026-10-15  RH  FEED LOG (//FEEDLOG) - ONE RECORD PER    *
      *                      HEADER/TRAILER BRACKET WITH ITS SOURCE   *
      *                      SYSTEM, BUSINESS DATE, ARRIVAL ORDER,    *
      *                      RECORDS, HASH, SUSPENSE BY REASON CODE,  *
      *                      HEADER AGE, BALANCE RESULT AND ANY       *
      *                      ABORT REASON, WRITTEN AS EACH DATE       *
      *                      SEGMENT CLOSES OR THE RUN STOPS. THE     *
      *                      SORT STEP TAGS EVERY RECORD WITH ITS     *
      *                      BRACKET, SO FEEDS SHARING ONE DATE ARE   *
      *                      KEPT APART. SUSMAINT RECYCLES ARE        *
      *                      CHARGED BACK TO THE SOURCE SYSTEM OF     *
      *                      THE ORIGINAL REJECT, WHICH SUSPENSE      *
      *                      RECORDS NOW CARRY. A SIMULATION WRITES   *
      *                      NO FEED LOG.                             *
      *      2026-10-15  RH  PLANNED-MAINTENANCE SUPPRESSION FILE     *
      *                      (//SUPPFILE) - A CRITICAL COUNT FOR A    *
      *                      UNIT, OR A UNIT OF A CLASS, UNDER A      *
      *                      SCHEDULED OUTAGE ON ITS BUSINESS DATE    *
      *                      IS STILL JUDGED AND AUDITED BUT TAKES    *
      *                      THE OUTCOME SUPPRESSED - IT IS NOT       *
      *                      EXTRACTED, NOT COUNTED AS CRITICAL AND   *
      *                      DOES NOT RAISE THE RETURN CODE. A        *
      *                      CRITICAL RESTATED AS SUPPRESSED SENDS A  *
      *                      CANCEL. A SIMULATION DOES NOT READ THE   *
      *                      FILE.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IFTHENEL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUGGESTION-FILE ASSIGN TO THRSUGG
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-BUSINESS-DATE.
           SELECT FEED-LOG-FILE ASSIGN TO FEEDLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(132).

       FD  AUDIT-TRAIL-FILE.
       COPY AUDREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  SUGGESTION-FILE
           RECORDING MODE IS F.
       01  SUG-RECORD.
           05  SUG-RECORD-TYPE         PIC X(01).
               88  SUG-TYPE-CLASS                  VALUE "C".
               88  SUG-TYPE-UNIT                   VALUE "U".
           05  SUG-KEY                 PIC X(10).
           05  SUG-WATCH-BREAK         PIC 9(05).
           05  SUG-CRITICAL-BREAK      PIC 9(05).
           05  FILLER                  PIC X(59).

       FD  RUN-LEDGER-FILE.
       COPY LEDGREC.

       FD  FEED-LOG-FILE
           RECORDING MODE IS F.
       COPY FEEDLOG.

       FD  SUPPRESSION-FILE
           RECORDING MODE IS F.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
           05  DCE-CAL-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DCE-CAL-EOF-YES                  VALUE "Y".
               88  DCE-CAL-EOF-NO                    VALUE "N".
           05  DCE-AUD-END-SWITCH      PIC X(01)   VALUE "N".
               88  DCE-AUD-END-YES                  VALUE "Y".
               88  DCE-AUD-END-NO                    VALUE "N".
           05  DCE-PRIOR-FOUND-SWITCH  PIC X(01)   VALUE "N".
               88  DCE-PRIOR-FOUND-YES              VALUE "Y".
               88  DCE-PRIOR-FOUND-NO                VALUE "N".
           05  DCE-SUG-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DCE-SUG-EOF-YES                  VALUE "Y".
               88  DCE-SUG-EOF-NO                    VALUE "N".
           05  DCE-RERUN-SWITCH        PIC X(01)   VALUE "N".
               88  DCE-RERUN-YES                    VALUE "Y".
               88  DCE-RERUN-NO                      VALUE "N".
           05  DCE-LDG-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  DCE-LDG-FOUND-YES                VALUE "Y".
               88  DCE-LDG-FOUND-NO                  VALUE "N".
           05  DCE-FEED-FOUND-SWITCH   PIC X(01)   VALUE "N".
               88  DCE-FEED-FOUND-YES               VALUE "Y".
               88  DCE-FEED-FOUND-NO                 VALUE "N".
           05  DCE-ORG-FOUND-SWITCH    PIC X(01)   VALUE "N".
               88  DCE-ORG-FOUND-YES                VALUE "Y".
               88  DCE-ORG-FOUND-NO                  VALUE "N".
           05  DCE-SPR-EOF-SWITCH      PIC X(01)   VALUE "N".
               88  DCE-SPR-EOF-YES                  VALUE "Y".
               88  DCE-SPR-EOF-NO                    VALUE "N".
           05  DCE-SPR-HIT-SWITCH      PIC X(01)   VALUE "N".
               88  DCE-SPR-HIT-YES                  VALUE "Y".
               88  DCE-SPR-HIT-NO                    VALUE "N".

      *-----------------------------------------------------------*
      *    RESTART/CHECKPOINT WORK FIELDS                           *
       77  DCE-CKPT-RECORDS-WATCH      PIC 9(07)   VALUE ZERO.
       77  DCE-CKPT-RECORDS-CRITICAL   PIC 9(07)   VALUE ZERO.
       77  DCE-CKPT-RECORDS-SUSPENSE   PIC 9(07)   VALUE ZERO.
       77  DCE-CKPT-RECORDS-SUPPRESSED PIC 9(07)   VALUE ZERO.
       77  DCE-CKPT-RUN-TIME           PIC 9(06)   VALUE ZERO.

      *-----------------------------------------------------------*
      *    SUSPENSE REASON WORK FIELDS                              *
       77  DCE-DATE-WATCH              PIC 9(07)   COMP VALUE ZERO.
       77  DCE-DATE-CRITICAL           PIC 9(07)   COMP VALUE ZERO.
       77  DCE-DATE-SUSPENSE           PIC 9(07)   COMP VALUE ZERO.
       77  DCE-DATE-SUPPRESSED         PIC 9(07)   COMP VALUE ZERO.
       77  DCE-DATE-TRL-COUNT          PIC 9(07)   VALUE ZERO.
       77  DCE-DATE-TRL-HASH           PIC 9(11)   VALUE ZERO.
       77  DCE-DATE-HASH-ACCUM         PIC 9(11)   COMP VALUE ZERO.
       77  DCE-RECON-IX                PIC 9(04)   COMP VALUE ZERO.
       77  DCE-RECON-TOTAL             PIC 9(04)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    RESTATEMENT WORK FIELDS - THE AUDIT STORE IS READ BY    *
      *    KEY FOR THE CURRENT UNIT-DATE, AND THE LATEST DECISION  *
      *    ON IT NOT STAMPED BY THIS RUN IS THE ONE A RESENT COUNT *
      *    RESTATES. THE LAST DECISION MADE THIS RUN IS KEPT TOO,  *
      *    SO A UNIT-DATE REPEATED WITHIN ONE RUN IS ALSO A        *
      *    RESTATEMENT OF THE FIRST.                                *
      *-----------------------------------------------------------*
       01  DCE-DLY-KEY.
           05  DCE-DLY-KEY-DATE        PIC 9(08).
           05  DCE-DLY-KEY-UNIT        PIC X(10).
       01  DCE-LAST-EVAL-KEY           PIC X(18)   VALUE SPACES.

       01  DCE-PRIOR-DECISION.
           05  DCE-PRI-VALUE           PIC 9(05).
           05  DCE-PRI-WATCH           PIC 9(05).
           05  DCE-PRI-CRIT            PIC 9(05).
           05  DCE-PRI-OUTCOME         PIC X(10).
           05  DCE-PRI-TS              PIC X(15).
           05  DCE-PRI-LEVEL           PIC X(06).

       01  DCE-LAST-DECISION.
           05  DCE-LST-VALUE           PIC 9(05).
           05  DCE-LST-WATCH           PIC 9(05).
           05  DCE-LST-CRIT            PIC 9(05).
           05  DCE-LST-OUTCOME         PIC X(10).
           05  DCE-LST-TS              PIC X(15).
           05  DCE-LST-LEVEL           PIC X(06).

       77  DCE-AUDIT-DUPLICATES        PIC 9(07)   COMP VALUE ZERO.
       77  DCE-MARKS-NOT-FOUND         PIC 9(07)   COMP VALUE ZERO.

       01  DCE-RESTATE-ACTION          PIC X(12)   VALUE SPACES.
           88  DCE-RESTATE-CANCELS                 VALUE "CANCEL SENT".

       01  DCE-RESTATE-TABLE.
           05  DCE-RST-COUNT           PIC 9(04)   COMP VALUE ZERO.
           05  DCE-RST-LOST            PIC 9(04)   COMP VALUE ZERO.
           05  DCE-RST-ENTRY           OCCURS 500 TIMES.
               10  DCE-RST-UNIT        PIC X(10).
               10  DCE-RST-DATE        PIC 9(08).
               10  DCE-RST-OLD-VALUE   PIC 9(05).
               10  DCE-RST-OLD-TIER    PIC X(10).
               10  DCE-RST-NEW-VALUE   PIC 9(05).
               10  DCE-RST-NEW-TIER    PIC X(10).
               10  DCE-RST-ACTION      PIC X(12).

      *-----------------------------------------------------------*
      *    RUN LEDGER WORK FIELDS - THE LEDGER ENTRY FOUND FOR THE *
      *    DATE OF THE SEGMENT BEING OPENED IS KEPT AS IT WAS, SO  *
      *    EVERY HEADER OF THE SEGMENT IS CHECKED AGAINST THE      *
      *    DATE'S STATUS BEFORE THIS RUN TOUCHED IT, AND SO A      *
      *    REFUSED DATE CAN BE PUT BACK. THE DATES THIS RUN HAS    *
      *    OPENED ARE TABLED WITH THEIR TRAILER TOTALS FOR THE     *
      *    END-OF-RUN COMPLETE (OR ABORTED) MARKING.               *
      *-----------------------------------------------------------*
       01  DCE-RERUN-REASON            PIC X(28)   VALUE SPACES.
       01  DCE-LDG-PRIOR-RECORD        PIC X(80)   VALUE SPACES.
       01  DCE-LDG-PRIOR-STATUS        PIC X(01)   VALUE SPACES.
           88  DCE-LDG-PRIOR-COMPLETE              VALUE "C".
           88  DCE-LDG-PRIOR-ABORTED               VALUE "A".
       01  DCE-LDG-PRIOR-STAMP         PIC X(15)   VALUE SPACES.

       01  DCE-LEDGER-TABLE.
           05  DCE-LDG-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  DCE-LDG-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY DCE-LDG-IX.
               10  DCE-LDG-DATE        PIC 9(08).
               10  DCE-LDG-TRL-COUNT   PIC 9(07).
               10  DCE-LDG-TRL-HASH    PIC 9(11).
               10  DCE-LDG-FLOOR       PIC X(15).

      *-----------------------------------------------------------*
      *    FEED LOG WORK FIELDS - ONE ENTRY PER HEADER READ, IN    *
      *    ARRIVAL ORDER. THE SORT STEP STAMPS EVERY RECORD WITH   *
      *    ITS BRACKET'S SOURCE SYSTEM AND ARRIVAL NUMBER BEFORE   *
      *    THE DATE-MAJOR SORT MIXES THE BRACKETS OF ONE DATE, SO  *
      *    EACH DETAIL AND TRAILER IS CREDITED TO THE FEED IT CAME *
      *    IN ON (AN UNTAGGED RECORD GOES TO THE LAST HEADER       *
      *    READ). AN ENTRY IS WRITTEN TO THE FEED LOG WHEN ITS     *
      *    DATE SEGMENT CLOSES, OR WHEN THE RUN STOPS. THE ORIGIN  *
      *    TABLE COUNTS, PER SUSMAINT RECYCLE BRACKET, THE         *
      *    REPAIRED ITEMS BY THE SOURCE SYSTEM THAT FIRST SENT     *
      *    THEM. A RESTART WALKS THE FILE FROM THE TOP AND REBUILDS*
      *    THE WHOLE LOG.                                          *
      *-----------------------------------------------------------*
       01  DCE-FEED-TABLE.
           05  DCE-FEED-TOTAL          PIC 9(03)   COMP VALUE ZERO.
           05  DCE-FEED-ENTRY          OCCURS 100 TIMES
                                       INDEXED BY DCE-FEED-IX.
               10  DCE-FEED-SEQ        PIC 9(03).
               10  DCE-FEED-SOURCE     PIC X(08).
               10  DCE-FEED-DATE-X     PIC X(08).
               10  DCE-FEED-AGE-DAYS   PIC 9(03).
               10  DCE-FEED-TIMELINESS PIC X(01).
               10  DCE-FEED-READ       PIC 9(07)   COMP.
               10  DCE-FEED-HASH       PIC 9(11)   COMP.
               10  DCE-FEED-NUM        PIC 9(05)   COMP.
               10  DCE-FEED-RNG        PIC 9(05)   COMP.
               10  DCE-FEED-TRL-RECS   PIC 9(03)   COMP.
               10  DCE-FEED-TRL-COUNT  PIC 9(07).
               10  DCE-FEED-TRL-HASH   PIC 9(11).
               10  DCE-FEED-RESULT     PIC X(01).
                   88  DCE-FEED-FAILED             VALUE "C" "H" "N".
               10  DCE-FEED-BLAME      PIC X(01).
                   88  DCE-FEED-IS-BLAMED          VALUE "Y".
               10  DCE-FEED-LOGGED     PIC X(01).
                   88  DCE-FEED-IS-LOGGED          VALUE "Y".

       01  DCE-ORIGIN-TABLE.
           05  DCE-ORG-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  DCE-ORG-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY DCE-ORG-IX.
               10  DCE-ORG-FEED-SEQ    PIC 9(03).
               10  DCE-ORG-SOURCE      PIC X(08).
               10  DCE-ORG-ITEMS       PIC 9(07)   COMP.

       77  DCE-REC-FEED-SEQ            PIC 9(03)   VALUE ZERO.
       77  DCE-LAST-FEED-SEQ           PIC 9(03)   VALUE ZERO.
       77  DCE-FEED-CUR                PIC 9(03)   COMP VALUE ZERO.
       77  DCE-FEED-BLAME-CNT          PIC 9(03)   COMP VALUE ZERO.
       01  DCE-REC-SOURCE              PIC X(08)   VALUE SPACES.
       01  DCE-LOG-DATE-X              PIC X(08)   VALUE SPACES.
       01  DCE-FEED-LOG-REASON         PIC X(60)   VALUE SPACES.
       01  DCE-BLAME-MODE              PIC X(01)   VALUE SPACES.
           88  DCE-BLAME-FAILED                    VALUE "F".
           88  DCE-BLAME-DATE                      VALUE "D".
           88  DCE-BLAME-ANY                       VALUE "A".

      *-----------------------------------------------------------*
      *    PLANNED-MAINTENANCE SUPPRESSIONS (//SUPPFILE) - ONE     *
      *    ENTRY PER SCHEDULED OUTAGE, KEYED BY UNIT (TYPE U) OR   *
      *    BY UNIT CLASS (TYPE C), WITH ITS INCLUSIVE BUSINESS     *
      *    DATE RANGE. A CRITICAL COUNT FOR A UNIT-DATE COVERED    *
      *    BY AN ENTRY IS GIVEN THE OUTCOME SUPPRESSED.            *
      *-----------------------------------------------------------*
       01  DCE-SUPPRESS-TABLE.
           05  DCE-SPR-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  DCE-SPR-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY DCE-SPR-IX.
               10  DCE-SPR-TYPE        PIC X(01).
               10  DCE-SPR-KEY         PIC X(10).
               10  DCE-SPR-FROM        PIC 9(08).
               10  DCE-SPR-TO          PIC 9(08).

       77  DCE-COUNT-RANGE-LIMIT       PIC 9(05)   VALUE 099998.
      *    099999 IS A RESERVED HIGH-VALUE SENTINEL AND IS NEVER
      *    TREATED AS A VALID DAILY COUNT.
               10  DCE-UNT-WATCH       PIC 9(05).
               10  DCE-UNT-CRIT        PIC 9(05).

      *-----------------------------------------------------------*
      *    SUGGESTED OVERRIDES - SIMULATION ONLY. UNIT AND CLASS   *
      *    PAIRS FROM //THRSUGG, UNDATED, JUDGED AHEAD OF THE      *
      *    OVERRIDES IN FORCE IN THE PROPOSED SCENARIO.             *
      *-----------------------------------------------------------*
       01  DCE-SUGGESTION-TABLE.
           05  DCE-SGU-TOTAL           PIC 9(04)   COMP VALUE ZERO.
           05  DCE-SGU-ENTRY           OCCURS 500 TIMES
                                       INDEXED BY DCE-SGU-IX.
               10  DCE-SGU-UNIT-ID     PIC X(10).
               10  DCE-SGU-WATCH       PIC 9(05).
               10  DCE-SGU-CRIT        PIC 9(05).
           05  DCE-SGC-TOTAL           PIC 9(03)   COMP VALUE ZERO.
           05  DCE-SGC-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY DCE-SGC-IX.
               10  DCE-SGC-CODE        PIC X(04).
               10  DCE-SGC-WATCH       PIC 9(05).
               10  DCE-SGC-CRIT        PIC 9(05).

       77  DCE-THR-EFF-FROM            PIC 9(08)   VALUE ZERO.
       77  DCE-THR-EFF-TO              PIC 9(08)   VALUE ZERO.
       01  DCE-EFF-EDIT-STATUS         PIC X(01)   VALUE "Y".
      *    TIMESTAMP IS THE RUN DATE TAKEN ONCE AT INITIALIZATION, *
      *    NOT THE PER-RECORD CLOCK, SO EVERY AUDIT RECORD OF A    *
      *    CYCLE THAT CROSSES MIDNIGHT STILL CARRIES THE ONE RUN   *
      *    DATE THE END-OF-CYCLE PROOF BALANCES AGAINST. THE TIME  *
      *    HALF IS THE RUN'S START TIME, RESTORED FROM THE         *
      *    CHECKPOINT ON A RESTART, SO THE RESTART STAMPS A        *
      *    DECISION WITH THE SAME KEY THE ABORTED EXECUTION USED.  *
      *    A REPEAT WITHIN THE RUN TAKES ITS STAMP FROM THE        *
      *    DECISION IT RESTATES, ONE SECOND LATER.                 *
      *-----------------------------------------------------------*
       01  DCE-AUDIT-STAMP             PIC X(15)   VALUE SPACES.
       01  DCE-DECISION-STAMP          PIC X(15)   VALUE SPACES.
       01  DCE-DECISION-STAMP-R REDEFINES DCE-DECISION-STAMP.
           05  DCE-DEC-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DCE-DEC-HH              PIC 9(02).
           05  DCE-DEC-MM              PIC 9(02).
           05  DCE-DEC-SS              PIC 9(02).
       01  DCE-AUDIT-TIME-NUM          PIC 9(08).
       01  DCE-AUDIT-TIME-R REDEFINES DCE-AUDIT-TIME-NUM.
           05  DCE-AUDIT-HH            PIC 9(02).
       77  DCE-RECORDS-WATCH          PIC 9(07)   COMP VALUE ZERO.
       77  DCE-RECORDS-CRITICAL       PIC 9(07)   COMP VALUE ZERO.
       77  DCE-RECORDS-SUSPENSE       PIC 9(07)   COMP VALUE ZERO.
       77  DCE-RECORDS-RESTATED       PIC 9(07)   COMP VALUE ZERO.
       77  DCE-RECORDS-CANCELLED      PIC 9(07)   COMP VALUE ZERO.
       77  DCE-RECORDS-SUPPRESSED     PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    REPORT PRINT LINES                                      *
      *-----------------------------------------------------------*
      *    EXEC PGM PARM - RECEIVED FROM REGISTER 1 AT ENTRY. THE  *
      *    JOB STEP CODES PARM='RESTART' TO RESUME AFTER THE LAST  *
      *    KEY RECORDED IN THE CHECKPOINT FILE (SEE JCL), OR       *
      *    PARM='RERUN,REASON' TO PROCESS A BUSINESS DATE THE      *
      *    RUN LEDGER ALREADY SHOWS COMPLETE.                      *
      *-----------------------------------------------------------*
       01  LK-PARM-LEN                 PIC S9(4) COMP.
       01  LK-PARM-DATA                PIC X(100).

       PROCEDURE DIVISION USING LK-PARM-LEN LK-PARM-DATA.
      *=============================================================*
               SET DCE-SIM-YES TO TRUE
               SET DCE-RESTART-NO TO TRUE
           END-IF
           IF LK-PARM-LEN > +4 AND LK-PARM-DATA(1:5) = "RERUN"
               SET DCE-RERUN-YES TO TRUE
               MOVE "NO REASON CODED ON PARM" TO DCE-RERUN-REASON
               IF LK-PARM-LEN > +6 AND LK-PARM-DATA(6:1) = ","
                   MOVE LK-PARM-DATA(7:LK-PARM-LEN - 6)
                     TO DCE-RERUN-REASON
               END-IF
           END-IF
           PERFORM 1200-FORMAT-RUN-DATE THRU 1200-EXIT.
           OPEN INPUT THRESHOLD-CONTROL-FILE.
           PERFORM 1500-LOAD-THRESHOLD-CONTROL THRU 1500-EXIT
           PERFORM 1700-LOAD-ONE-CAL-DATE THRU 1700-EXIT
               UNTIL DCE-CAL-EOF-YES.
           CLOSE CALENDAR-FILE.
           IF DCE-SIM-YES
               OPEN INPUT SUGGESTION-FILE
               PERFORM 1800-LOAD-ONE-SUGGESTION THRU 1800-EXIT
                   UNTIL DCE-SUG-EOF-YES
               CLOSE SUGGESTION-FILE
           END-IF
           IF DCE-SIM-NO
               OPEN INPUT SUPPRESSION-FILE
               PERFORM 1850-LOAD-ONE-SUPPRESSION THRU 1850-EXIT
                   UNTIL DCE-SPR-EOF-YES
               CLOSE SUPPRESSION-FILE
           END-IF
           IF DCE-SIM-YES AND DCE-PROP-SEEN-NO
               AND DCE-SGU-TOTAL = ZERO AND DCE-SGC-TOTAL = ZERO
               DISPLAY "IFTHENEL: SIMULATION NEEDS A TYPE-P "
                       "PROPOSED RECORD IN THRESHOLD-CONTROL"
                       " OR SUGGESTED PAIRS ON //THRSUGG"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DCE-RESTART-YES
               PERFORM 1550-LOAD-LAST-CHECKPOINT THRU 1550-EXIT
           END-IF
           PERFORM 1570-BUILD-AUDIT-STAMP THRU 1570-EXIT.
           IF DCE-SIM-NO
               OPEN I-O AUDIT-TRAIL-FILE
               OPEN I-O RUN-LEDGER-FILE
               OPEN OUTPUT FEED-LOG-FILE
           END-IF
           IF DCE-RESTART-YES
               OPEN OUTPUT OPS-SUMMARY-FILE
               OPEN EXTEND CHECKPOINT-FILE
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND EXTRACT-FILE
               MOVE DCE-CKPT-RECORDS-READ     TO DCE-RECORDS-READ
               MOVE DCE-CKPT-RECORDS-WATCH    TO DCE-RECORDS-WATCH
               MOVE DCE-CKPT-RECORDS-CRITICAL TO DCE-RECORDS-CRITICAL
               MOVE DCE-CKPT-RECORDS-SUSPENSE TO DCE-RECORDS-SUSPENSE
               MOVE DCE-CKPT-RECORDS-SUPPRESSED
                                              TO DCE-RECORDS-SUPPRESSED
           ELSE
               OPEN OUTPUT OPS-SUMMARY-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT EXTRACT-FILE
               PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
           READ DAILY-COUNTS-FILE
               AT END
                   SET DCE-EOF-YES TO TRUE
                   MOVE ZERO TO DCE-REC-FEED-SEQ
                   GO TO 1100-EXIT
           END-READ
           IF NOT DLY-HEADER-REC
               IF DLY-FEED-SEQ-X NUMERIC AND DLY-FEED-SEQ > ZERO
                   MOVE DLY-FEED-SEQ      TO DCE-REC-FEED-SEQ
               ELSE
                   MOVE DCE-LAST-FEED-SEQ TO DCE-REC-FEED-SEQ
               END-IF
           END-IF
           IF DLY-HEADER-REC
               PERFORM 1150-PROCESS-HEADER THRU 1150-EXIT
               GO TO 1100-READ-DAILY-COUNTS
           ELSE
               ADD 1 TO DCE-DATE-NONNUM
               ADD 1 TO DCE-NONNUM-COUNT
           END-IF
           PERFORM 1165-CREDIT-FEED-DETAIL THRU 1165-EXIT.
       1100-EXIT.
           EXIT.

      *    GENERATION                                                *
      *    WHOSE REPAIRS WERE ALREADY PROCESSED - RERUNNING IT      *
      *    WOULD DOUBLE-COUNT THEM, SO THE RUN STOPS THERE TOO.     *
      *    EVERY HEADER IS ALSO CHECKED AGAINST THE RUN LEDGER - A  *
      *    DATE ALREADY COMPLETE IS NOT PROCESSED AGAIN UNLESS THE  *
      *    RUN IS A RERUN (1175). EVERY HEADER OPENS A FEED LOG     *
      *    ENTRY FIRST (1155), SO A FEED THAT STOPS THE RUN IS      *
      *    LOGGED WITH THE REASON.                                   *
      *=============================================================*
       1150-PROCESS-HEADER.
           PERFORM 1155-REGISTER-FEED THRU 1155-EXIT
           IF DLY-HDR-BUSINESS-DATE NOT NUMERIC
               MOVE "INTERFACE HEADER BUSINESS DATE NOT NUMERIC"
                 TO DCE-ABORT-REASON
           MOVE DCE-RUN-DATE-NUM      TO DCE-BUS-TO-DATE
           PERFORM 1750-COUNT-BUSINESS-DAYS THRU 1750-EXIT
           MOVE DCE-BUS-DAY-COUNT TO DCE-HDR-AGE-DAYS
           IF DCE-FEED-CUR > ZERO
               PERFORM 1156-SET-FEED-TIMELINESS THRU 1156-EXIT
           END-IF
           IF DCE-HDR-AGE-DAYS > DCE-STALE-LIMIT-DAYS
               MOVE "INTERFACE HEADER IS STALE-DATED"
                 TO DCE-ABORT-REASON
                     TO DCE-ABORT-REASON
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF
               IF DCE-SIM-NO
                   PERFORM 1175-CHECK-LEDGER-DATE THRU 1175-EXIT
               END-IF
               ADD 1 TO DCE-DATE-HDR-RECS
               ADD 1 TO DCE-HDR-RECS
               GO TO 1150-EXIT
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF
               PERFORM 1180-CLOSE-DATE-SEGMENT THRU 1180-EXIT
               MOVE DCE-LAST-FEED-SEQ TO DCE-REC-FEED-SEQ
           END-IF
           MOVE DLY-HDR-BUSINESS-DATE TO DCE-BUSINESS-DATE
           MOVE DLY-HDR-SOURCE-SYSTEM TO DCE-SOURCE-SYSTEM
           IF DCE-SIM-NO
               PERFORM 1170-READ-LEDGER-ENTRY THRU 1170-EXIT
               PERFORM 1175-CHECK-LEDGER-DATE THRU 1175-EXIT
               PERFORM 1178-OPEN-LEDGER-ENTRY THRU 1178-EXIT
           END-IF
           MOVE ZERO TO DCE-DATE-READ
                        DCE-DATE-LOW
                        DCE-DATE-WATCH
                        DCE-DATE-CRITICAL
                        DCE-DATE-SUSPENSE
                        DCE-DATE-SUPPRESSED
                        DCE-DATE-TRL-COUNT
                        DCE-DATE-TRL-HASH
                        DCE-DATE-HASH-ACCUM
       1150-EXIT.
           EXIT.

      *=============================================================*
      *  1155-REGISTER-FEED                                          *
      *    OPENS THE FEED LOG ENTRY FOR THE HEADER JUST READ. THE   *
      *    ARRIVAL NUMBER IS THE ONE THE SORT STEP STAMPED ON THE   *
      *    BRACKET; AN UNTAGGED HEADER TAKES THE NEXT NUMBER UP.    *
      *=============================================================*
       1155-REGISTER-FEED.
           MOVE ZERO TO DCE-FEED-CUR
           IF DLY-FEED-SEQ-X NUMERIC AND DLY-FEED-SEQ > ZERO
               MOVE DLY-FEED-SEQ TO DCE-REC-FEED-SEQ
           ELSE
               COMPUTE DCE-REC-FEED-SEQ = DCE-LAST-FEED-SEQ + 1
           END-IF
           MOVE DCE-REC-FEED-SEQ TO DCE-LAST-FEED-SEQ
           IF DCE-FEED-TOTAL NOT < 100
               DISPLAY "IFTHENEL: FEED LOG TABLE FULL - SOURCE "
                       DLY-HDR-SOURCE-SYSTEM " BUSINESS DATE "
                       DLY-BUSINESS-DATE-X " IS NOT LOGGED"
               GO TO 1155-EXIT
           END-IF
           ADD 1 TO DCE-FEED-TOTAL
           MOVE DCE-FEED-TOTAL TO DCE-FEED-CUR
           INITIALIZE DCE-FEED-ENTRY (DCE-FEED-CUR)
           MOVE DCE-REC-FEED-SEQ
             TO DCE-FEED-SEQ (DCE-FEED-CUR)
           MOVE DLY-HDR-SOURCE-SYSTEM
             TO DCE-FEED-SOURCE (DCE-FEED-CUR)
           MOVE DLY-BUSINESS-DATE-X
             TO DCE-FEED-DATE-X (DCE-FEED-CUR)
           MOVE "N" TO DCE-FEED-LOGGED (DCE-FEED-CUR).
       1155-EXIT.
           EXIT.

      *=============================================================*
      *  1156-SET-FEED-TIMELINESS                                    *
      *    A HEADER MORE THAN ONE BUSINESS DAY OLD IS LATE; ONE     *
      *    PAST THE STALE LIMIT IS STALE (AND STOPS THE RUN).       *
      *=============================================================*
       1156-SET-FEED-TIMELINESS.
           IF DCE-HDR-AGE-DAYS > 999
               MOVE 999 TO DCE-FEED-AGE-DAYS (DCE-FEED-CUR)
           ELSE
               IF DCE-HDR-AGE-DAYS > ZERO
                   MOVE DCE-HDR-AGE-DAYS
                     TO DCE-FEED-AGE-DAYS (DCE-FEED-CUR)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DCE-HDR-AGE-DAYS > DCE-STALE-LIMIT-DAYS
                   MOVE "S" TO DCE-FEED-TIMELINESS (DCE-FEED-CUR)
               WHEN DCE-HDR-AGE-DAYS > 1
                   MOVE "L" TO DCE-FEED-TIMELINESS (DCE-FEED-CUR)
               WHEN OTHER
                   MOVE SPACE TO DCE-FEED-TIMELINESS (DCE-FEED-CUR)
           END-EVALUATE.
       1156-EXIT.
           EXIT.

      *=============================================================*
      *  1157-FIND-FEED                                              *
      *    LOCATES THE FEED LOG ENTRY FOR THE CURRENT RECORD'S      *
      *    BRACKET (DCE-REC-FEED-SEQ).                               *
      *=============================================================*
       1157-FIND-FEED.
           SET DCE-FEED-FOUND-NO TO TRUE
           IF DCE-FEED-TOTAL = ZERO OR DCE-REC-FEED-SEQ = ZERO
               GO TO 1157-EXIT
           END-IF
           SET DCE-FEED-IX TO 1
           SEARCH DCE-FEED-ENTRY
               AT END
                   GO TO 1157-EXIT
               WHEN DCE-FEED-IX > DCE-FEED-TOTAL
                   GO TO 1157-EXIT
               WHEN DCE-FEED-SEQ (DCE-FEED-IX) = DCE-REC-FEED-SEQ
                   SET DCE-FEED-FOUND-YES TO TRUE
           END-SEARCH.
       1157-EXIT.
           EXIT.

      *=============================================================*
      *  1160-PROCESS-TRAILER                                        *
      *=============================================================*
           ADD DLY-TRL-HASH-TOTAL   TO DCE-DATE-TRL-HASH
           ADD DLY-TRL-RECORD-COUNT TO DCE-TRL-COUNT-SAVE
           ADD 1 TO DCE-DATE-TRL-RECS
           ADD 1 TO DCE-TRL-RECS
           PERFORM 1157-FIND-FEED THRU 1157-EXIT
           IF DCE-FEED-FOUND-YES
               ADD 1 TO DCE-FEED-TRL-RECS (DCE-FEED-IX)
               ADD DLY-TRL-RECORD-COUNT
                 TO DCE-FEED-TRL-COUNT (DCE-FEED-IX)
               ADD DLY-TRL-HASH-TOTAL
                 TO DCE-FEED-TRL-HASH (DCE-FEED-IX)
           END-IF.
       1160-EXIT.
           EXIT.

      *=============================================================*
      *  1165-CREDIT-FEED-DETAIL                                     *
      *    COUNTS THE DETAIL AGAINST ITS FEED - RECORDS, HASH AND   *
      *    THE SUSPENSE IT WILL RAISE, BY THE SAME NUMERIC AND      *
      *    RANGE EDIT 2050 APPLIES. A DETAIL ON A SUSMAINT RECYCLE  *
      *    IS ALSO CHARGED TO THE SOURCE SYSTEM OF THE ORIGINAL     *
      *    REJECT, AND A RECYCLE THAT FAILS AGAIN GOES BACK TO      *
      *    SUSPENSE UNDER THAT SOURCE (DCE-REC-SOURCE).             *
      *=============================================================*
       1165-CREDIT-FEED-DETAIL.
           MOVE DCE-SOURCE-SYSTEM TO DCE-REC-SOURCE
           PERFORM 1157-FIND-FEED THRU 1157-EXIT
           IF DCE-FEED-FOUND-NO
               GO TO 1165-EXIT
           END-IF
           MOVE DCE-FEED-SOURCE (DCE-FEED-IX) TO DCE-REC-SOURCE
           ADD 1 TO DCE-FEED-READ (DCE-FEED-IX)
           IF DLY-COUNT-X NUMERIC
               ADD DLY-COUNT TO DCE-FEED-HASH (DCE-FEED-IX)
               IF DLY-COUNT > DCE-COUNT-RANGE-LIMIT
                   ADD 1 TO DCE-FEED-RNG (DCE-FEED-IX)
               END-IF
           ELSE
               ADD 1 TO DCE-FEED-NUM (DCE-FEED-IX)
           END-IF
           IF DCE-FEED-SOURCE (DCE-FEED-IX) = "SUSMAINT"
               IF DLY-ORIGIN-SOURCE NOT = SPACES
                   MOVE DLY-ORIGIN-SOURCE TO DCE-REC-SOURCE
               END-IF
               PERFORM 1166-CREDIT-ORIGIN THRU 1166-EXIT
           END-IF.
       1165-EXIT.
           EXIT.

      *=============================================================*
      *  1166-CREDIT-ORIGIN                                          *
      *=============================================================*
       1166-CREDIT-ORIGIN.
           SET DCE-ORG-FOUND-NO TO TRUE
           IF DCE-ORG-TOTAL > ZERO
               SET DCE-ORG-IX TO 1
               SEARCH DCE-ORG-ENTRY
                   AT END
                       CONTINUE
                   WHEN DCE-ORG-IX > DCE-ORG-TOTAL
                       CONTINUE
                   WHEN DCE-ORG-FEED-SEQ (DCE-ORG-IX) = DCE-REC-FEED-SEQ
                    AND DCE-ORG-SOURCE (DCE-ORG-IX) = DCE-REC-SOURCE
                       SET DCE-ORG-FOUND-YES TO TRUE
               END-SEARCH
           END-IF
           IF DCE-ORG-FOUND-YES
               ADD 1 TO DCE-ORG-ITEMS (DCE-ORG-IX)
               GO TO 1166-EXIT
           END-IF
           IF DCE-ORG-TOTAL NOT < 100
               DISPLAY "IFTHENEL: RECYCLE ORIGIN TABLE FULL - "
                       DCE-REC-SOURCE " NOT CHARGED"
               GO TO 1166-EXIT
           END-IF
           ADD 1 TO DCE-ORG-TOTAL
           SET DCE-ORG-IX TO DCE-ORG-TOTAL
           MOVE DCE-REC-FEED-SEQ TO DCE-ORG-FEED-SEQ (DCE-ORG-IX)
           MOVE DCE-REC-SOURCE   TO DCE-ORG-SOURCE (DCE-ORG-IX)
           MOVE 1                TO DCE-ORG-ITEMS (DCE-ORG-IX).
       1166-EXIT.
           EXIT.

      *=============================================================*
      *  1170-READ-LEDGER-ENTRY                                      *
      *    THE LEDGER ENTRY FOR THE DATE BEING OPENED, KEPT AS IT   *
      *    STOOD BEFORE THIS RUN.                                   *
      *=============================================================*
       1170-READ-LEDGER-ENTRY.
           MOVE DCE-BUSINESS-DATE TO LDG-BUSINESS-DATE
           SET DCE-LDG-FOUND-YES TO TRUE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   SET DCE-LDG-FOUND-NO TO TRUE
           END-READ
           IF DCE-LDG-FOUND-YES
               MOVE LDG-RECORD    TO DCE-LDG-PRIOR-RECORD
               MOVE LDG-STATUS    TO DCE-LDG-PRIOR-STATUS
               MOVE LDG-RUN-STAMP TO DCE-LDG-PRIOR-STAMP
           ELSE
               MOVE SPACES TO DCE-LDG-PRIOR-RECORD
                              DCE-LDG-PRIOR-STATUS
                              DCE-LDG-PRIOR-STAMP
           END-IF.
       1170-EXIT.
           EXIT.

      *=============================================================*
      *  1175-CHECK-LEDGER-DATE                                      *
      *    A HEADER FOR A DATE ANOTHER RUN HAS ALREADY COMPLETED    *
      *    IS A RESUBMITTED OR REUSED FILE AND STOPS THE RUN -      *
      *    UNLESS PARM='RERUN' WAS CODED. A RESTART CARRIES THE     *
      *    STAMP OF THE RUN IT RESUMES AND IS NOT A SECOND RUN. A   *
      *    SUSMAINT RECYCLE CARRIES REPAIRED COUNTS THAT WERE NEVER *
      *    EVALUATED FOR THE DATE, SO IT IS NOT REFUSED. IF THE     *
      *    SEGMENT WAS OPENED BY A RECYCLE HEADER, THE LEDGER ENTRY *
      *    IS PUT BACK AS IT STOOD BEFORE THE RUN STOPS.            *
      *=============================================================*
       1175-CHECK-LEDGER-DATE.
           IF DLY-HDR-SOURCE-SYSTEM = "SUSMAINT"
               OR NOT DCE-LDG-PRIOR-COMPLETE
               OR DCE-LDG-PRIOR-STAMP = DCE-AUDIT-STAMP
               OR DCE-RERUN-YES
               GO TO 1175-EXIT
           END-IF
           IF DCE-LDG-TOTAL > ZERO
               AND DCE-LDG-DATE (DCE-LDG-TOTAL) = DCE-BUSINESS-DATE
               MOVE DCE-LDG-PRIOR-RECORD TO LDG-RECORD
               REWRITE LDG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               SUBTRACT 1 FROM DCE-LDG-TOTAL
           END-IF
           DISPLAY "IFTHENEL: BUSINESS DATE " DCE-BUSINESS-DATE
                   " WAS COMPLETED BY RUN " DCE-LDG-PRIOR-STAMP
                   " - CODE PARM='RERUN,REASON' TO PROCESS IT AGAIN"
           MOVE "BUSINESS DATE ALREADY PROCESSED (PARM=RERUN?)"
             TO DCE-ABORT-REASON
           PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
       1175-EXIT.
           EXIT.

      *=============================================================*
      *  1178-OPEN-LEDGER-ENTRY                                      *
      *    ENTERS THE DATE AS IN PROGRESS UNDER THIS RUN'S STAMP,   *
      *    WITH THE DOWNSTREAM STEP FLAGS CLEARED - THE DATE IS     *
      *    BEING EVALUATED AGAIN AND THOSE STEPS MUST FOLLOW. A     *
      *    DATE ALREADY ON THE LEDGER UNDER ANOTHER STAMP COUNTS    *
      *    ONE MORE RUN AND NOTES WHY IT WAS RUN AGAIN. THE DATE'S  *
      *    FLOOR IS THE STAMP FROM WHICH DECISIONS ON FILE WERE     *
      *    NEVER PROVED - THIS RUN'S OWN, OR THE STAMP OF AN        *
      *    EARLIER RUN LEFT ABORTED OR IN PROGRESS ON THE DATE, OR  *
      *    THE FLOOR OF AN EARLIER SEGMENT OF THE DATE IN THIS RUN. *
      *=============================================================*
       1178-OPEN-LEDGER-ENTRY.
           IF DCE-LDG-TOTAL NOT < 100
               MOVE "MORE BUSINESS DATES THAN THE RUN LEDGER TABLE"
                 TO DCE-ABORT-REASON
               PERFORM 9900-ABORT-RUN THRU 9900-EXIT
           END-IF
           ADD 1 TO DCE-LDG-TOTAL
           MOVE DCE-BUSINESS-DATE TO DCE-LDG-DATE (DCE-LDG-TOTAL)
           MOVE ZERO TO DCE-LDG-TRL-COUNT (DCE-LDG-TOTAL)
                        DCE-LDG-TRL-HASH (DCE-LDG-TOTAL)
           MOVE DCE-AUDIT-STAMP TO DCE-LDG-FLOOR (DCE-LDG-TOTAL)
           IF DCE-LDG-FOUND-YES
               AND NOT DCE-LDG-PRIOR-COMPLETE
               AND DCE-LDG-PRIOR-STAMP < DCE-AUDIT-STAMP
               MOVE DCE-LDG-PRIOR-STAMP
                 TO DCE-LDG-FLOOR (DCE-LDG-TOTAL)
           END-IF
           PERFORM 1179-CARRY-DATE-FLOOR THRU 1179-EXIT
               VARYING DCE-LDG-IX FROM 1 BY 1
               UNTIL DCE-LDG-IX NOT < DCE-LDG-TOTAL
           IF DCE-LDG-FOUND-NO
               INITIALIZE LDG-RECORD
               MOVE DCE-BUSINESS-DATE TO LDG-BUSINESS-DATE
               MOVE 1 TO LDG-RUN-COUNT
           END-IF
           IF DCE-LDG-FOUND-YES
               AND DCE-LDG-PRIOR-STAMP NOT = DCE-AUDIT-STAMP
               ADD 1 TO LDG-RUN-COUNT
               EVALUATE TRUE
                   WHEN DCE-LDG-PRIOR-COMPLETE AND DCE-RERUN-YES
                       MOVE DCE-RERUN-REASON TO LDG-RERUN-REASON
                       DISPLAY "IFTHENEL: RERUN OF COMPLETED BUSINESS"
                               " DATE " DCE-BUSINESS-DATE " - "
                               DCE-RERUN-REASON
                   WHEN DCE-LDG-PRIOR-COMPLETE
                       MOVE "SUSMAINT RECYCLE ADDED"
                         TO LDG-RERUN-REASON
                   WHEN DCE-LDG-PRIOR-ABORTED
                       MOVE "RESUBMITTED AFTER ABORT"
                         TO LDG-RERUN-REASON
                   WHEN OTHER
                       MOVE "PRIOR RUN NEVER COMPLETED"
                         TO LDG-RERUN-REASON
               END-EVALUATE
           END-IF
           SET LDG-STATUS-IN-PROGRESS TO TRUE
           MOVE DCE-AUDIT-STAMP TO LDG-RUN-STAMP
           MOVE ZERO TO LDG-TRL-COUNT
                        LDG-TRL-HASH
           MOVE "NNNN" TO LDG-STEP-FLAGS
           IF DCE-LDG-FOUND-YES
               REWRITE LDG-RECORD
                   INVALID KEY
                       DISPLAY "IFTHENEL: LEDGER REWRITE FAILED FOR "
                               DCE-BUSINESS-DATE
               END-REWRITE
           ELSE
               WRITE LDG-RECORD
                   INVALID KEY
                       DISPLAY "IFTHENEL: LEDGER WRITE FAILED FOR "
                               DCE-BUSINESS-DATE
               END-WRITE
           END-IF.
       1178-EXIT.
           EXIT.

      *=============================================================*
      *  1179-CARRY-DATE-FLOOR                                       *
      *    A DATE SPLIT OVER SEVERAL SEGMENTS KEEPS THE LOWEST      *
      *    FLOOR ANY OF ITS SEGMENTS FOUND.                         *
      *=============================================================*
       1179-CARRY-DATE-FLOOR.
           IF DCE-LDG-DATE (DCE-LDG-IX) = DCE-BUSINESS-DATE
               AND DCE-LDG-FLOOR (DCE-LDG-IX)
                 < DCE-LDG-FLOOR (DCE-LDG-TOTAL)
               MOVE DCE-LDG-FLOOR (DCE-LDG-IX)
                 TO DCE-LDG-FLOOR (DCE-LDG-TOTAL)
           END-IF.
       1179-EXIT.
           EXIT.

      *=============================================================*
      *  1200-FORMAT-RUN-DATE                                        *
      *=============================================================*
      *    MUST PAIR OFF, RECORDS READ MUST EQUAL THE SUMMED        *
      *    TRAILER COUNT AND THE COUNT HASH MUST PROVE (A MISMATCH  *
      *    IS ONLY A WARNING WHEN NON-NUMERIC COUNTS WENT TO        *
      *    SUSPENSE) - THEN PRINTS THE DATE'S SUBTOTALS AND LOGS    *
      *    THE DATE'S FEEDS. A FAILURE HERE IS THE SEGMENT'S, NOT   *
      *    THE LAST RECORD'S, SO THE CURRENT FEED IS CLEARED FIRST  *
      *    AND 9660 CHARGES THE FEEDS THAT DID NOT BALANCE.         *
      *=============================================================*
       1180-CLOSE-DATE-SEGMENT.
           MOVE ZERO TO DCE-REC-FEED-SEQ
           IF DCE-SIM-NO AND DCE-LDG-TOTAL > ZERO
               MOVE DCE-DATE-TRL-COUNT
                 TO DCE-LDG-TRL-COUNT (DCE-LDG-TOTAL)
               MOVE DCE-DATE-TRL-HASH
                 TO DCE-LDG-TRL-HASH (DCE-LDG-TOTAL)
           END-IF
           IF DCE-DATE-HDR-RECS NOT = DCE-DATE-TRL-RECS
               DISPLAY "IFTHENEL: DATE " DCE-BUSINESS-DATE
                       " HEADERS " DCE-DATE-HDR-RECS
           IF DCE-SKIP-PHASE-NO
               PERFORM 1190-PRINT-DATE-TOTALS THRU 1190-EXIT
           END-IF
           IF DCE-SIM-NO
               MOVE DCE-BUSINESS-DATE TO DCE-LOG-DATE-X
               MOVE SPACES TO DCE-FEED-LOG-REASON
               PERFORM 1185-LOG-DATE-FEED THRU 1185-EXIT
                   VARYING DCE-FEED-IX FROM 1 BY 1
                   UNTIL DCE-FEED-IX > DCE-FEED-TOTAL
           END-IF
           SET DCE-SEG-OPEN-NO TO TRUE.
       1180-EXIT.
           EXIT.

      *=============================================================*
      *  1185-LOG-DATE-FEED                                          *
      *    LOGS ONE FEED OF THE DATE BEING CLOSED.                  *
      *=============================================================*
       1185-LOG-DATE-FEED.
           IF DCE-FEED-IS-LOGGED (DCE-FEED-IX)
               OR DCE-FEED-DATE-X (DCE-FEED-IX) NOT = DCE-LOG-DATE-X
               GO TO 1185-EXIT
           END-IF
           PERFORM 1188-WRITE-FEED-LOG THRU 1188-EXIT.
       1185-EXIT.
           EXIT.

      *=============================================================*
      *  1187-SET-FEED-RESULT                                        *
      *    BALANCES ONE FEED AGAINST ITS OWN TRAILER - THE SAME     *
      *    PROOF 1180 MAKES FOR THE WHOLE DATE.                     *
      *=============================================================*
       1187-SET-FEED-RESULT.
           EVALUATE TRUE
               WHEN DCE-FEED-TRL-RECS (DCE-FEED-IX) = ZERO
                   MOVE "N" TO DCE-FEED-RESULT (DCE-FEED-IX)
               WHEN DCE-FEED-READ (DCE-FEED-IX)
                    NOT = DCE-FEED-TRL-COUNT (DCE-FEED-IX)
                   MOVE "C" TO DCE-FEED-RESULT (DCE-FEED-IX)
               WHEN DCE-FEED-HASH (DCE-FEED-IX)
                    NOT = DCE-FEED-TRL-HASH (DCE-FEED-IX)
                AND DCE-FEED-NUM (DCE-FEED-IX) = ZERO
                   MOVE "H" TO DCE-FEED-RESULT (DCE-FEED-IX)
               WHEN DCE-FEED-HASH (DCE-FEED-IX)
                    NOT = DCE-FEED-TRL-HASH (DCE-FEED-IX)
                   MOVE "W" TO DCE-FEED-RESULT (DCE-FEED-IX)
               WHEN OTHER
                   MOVE "B" TO DCE-FEED-RESULT (DCE-FEED-IX)
           END-EVALUATE.
       1187-EXIT.
           EXIT.

      *=============================================================*
      *  1188-WRITE-FEED-LOG                                         *
      *    WRITES THE FEED AT DCE-FEED-IX, WITH DCE-FEED-LOG-REASON *
      *    AS ITS ABORT REASON, FOLLOWED BY ITS RECYCLE CHARGE-BACK *
      *    RECORDS WHEN IT IS A SUSMAINT BRACKET.                    *
      *=============================================================*
       1188-WRITE-FEED-LOG.
           PERFORM 1187-SET-FEED-RESULT THRU 1187-EXIT
           INITIALIZE FLG-RECORD
           SET FLG-FEED-REC TO TRUE
           MOVE DCE-FEED-SOURCE (DCE-FEED-IX)    TO FLG-SOURCE-SYSTEM
           MOVE DCE-FEED-DATE-X (DCE-FEED-IX)    TO FLG-BUSINESS-DATE-X
           MOVE DCE-AUDIT-STAMP                  TO FLG-RUN-STAMP
           MOVE DCE-FEED-SEQ (DCE-FEED-IX)       TO FLG-ARRIVAL-SEQ
           MOVE DCE-FEED-AGE-DAYS (DCE-FEED-IX)  TO FLG-HDR-AGE-DAYS
           MOVE DCE-FEED-TIMELINESS (DCE-FEED-IX) TO FLG-TIMELINESS
           MOVE DCE-FEED-READ (DCE-FEED-IX)      TO FLG-RECORDS
           MOVE DCE-FEED-HASH (DCE-FEED-IX)      TO FLG-HASH-TOTAL
           MOVE DCE-FEED-NUM (DCE-FEED-IX)       TO FLG-SUSP-NUM
           MOVE DCE-FEED-RNG (DCE-FEED-IX)       TO FLG-SUSP-RNG
           MOVE DCE-FEED-RESULT (DCE-FEED-IX)    TO FLG-BALANCE-RESULT
           MOVE DCE-FEED-LOG-REASON              TO FLG-ABORT-REASON
           WRITE FLG-RECORD
           MOVE "Y" TO DCE-FEED-LOGGED (DCE-FEED-IX)
           PERFORM 1189-WRITE-ORIGIN-LOG THRU 1189-EXIT
               VARYING DCE-ORG-IX FROM 1 BY 1
               UNTIL DCE-ORG-IX > DCE-ORG-TOTAL.
       1188-EXIT.
           EXIT.

      *=============================================================*
      *  1189-WRITE-ORIGIN-LOG                                       *
      *=============================================================*
       1189-WRITE-ORIGIN-LOG.
           IF DCE-ORG-FEED-SEQ (DCE-ORG-IX)
               NOT = DCE-FEED-SEQ (DCE-FEED-IX)
               GO TO 1189-EXIT
           END-IF
           INITIALIZE FLG-RECORD
           SET FLG-RECYCLE-REC TO TRUE
           MOVE DCE-ORG-SOURCE (DCE-ORG-IX)      TO FLG-SOURCE-SYSTEM
           MOVE DCE-FEED-DATE-X (DCE-FEED-IX)    TO FLG-BUSINESS-DATE-X
           MOVE DCE-AUDIT-STAMP                  TO FLG-RUN-STAMP
           MOVE DCE-FEED-SEQ (DCE-FEED-IX)       TO FLG-ARRIVAL-SEQ
           MOVE DCE-ORG-ITEMS (DCE-ORG-IX)       TO FLG-RECORDS
           MOVE SPACE                            TO FLG-BALANCE-RESULT
           WRITE FLG-RECORD.
       1189-EXIT.
           EXIT.

      *=============================================================*
      *  1190-PRINT-DATE-TOTALS                                      *
      *=============================================================*
           MOVE "RECORDS CRITICAL"        TO RPT-TOT-LABEL
           MOVE DCE-DATE-CRITICAL         TO RPT-TOT-VALUE
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           IF DCE-SIM-NO
               MOVE "RECORDS SUPPRESSED"      TO RPT-TOT-LABEL
               MOVE DCE-DATE-SUPPRESSED       TO RPT-TOT-VALUE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
           END-IF
           MOVE "RECORDS IN SUSPENSE"     TO RPT-TOT-LABEL
           MOVE DCE-DATE-SUSPENSE         TO RPT-TOT-VALUE
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
                                        TO DCE-CKPT-RECORDS-CRITICAL
                   MOVE CHK-RECORDS-SUSPENSE
                                        TO DCE-CKPT-RECORDS-SUSPENSE
                   MOVE CHK-RUN-TIME          TO DCE-CKPT-RUN-TIME
                   IF CHK-RECORDS-SUPPRESSED NUMERIC
                       MOVE CHK-RECORDS-SUPPRESSED
                                      TO DCE-CKPT-RECORDS-SUPPRESSED
                   ELSE
                       MOVE ZERO TO DCE-CKPT-RECORDS-SUPPRESSED
                   END-IF
           END-READ.
       1560-EXIT.
           EXIT.

      *=============================================================*
      *  1570-BUILD-AUDIT-STAMP                                      *
      *    ONE STAMP FOR THE WHOLE RUN - RUN DATE AND START TIME.   *
      *    A RESTART TAKES THE START TIME OF THE EXECUTION IT       *
      *    RESUMES FROM THE CHECKPOINT, SO A DECISION THAT          *
      *    EXECUTION ALREADY WROTE COMES BACK WITH THE SAME KEY     *
      *    AND THE STORE REJECTS THE SECOND COPY.                    *
      *=============================================================*
       1570-BUILD-AUDIT-STAMP.
           ACCEPT DCE-AUDIT-TIME-NUM FROM TIME.
           STRING DCE-RUN-DATE-NUM "-"
                  DCE-AUDIT-HH DCE-AUDIT-MM DCE-AUDIT-SS
                  DELIMITED BY SIZE INTO DCE-AUDIT-STAMP
           IF DCE-RESTART-YES AND DCE-CKPT-RUN-TIME > ZERO
               MOVE DCE-CKPT-RUN-TIME TO DCE-AUDIT-STAMP (10:6)
           END-IF.
       1570-EXIT.
           EXIT.

      *=============================================================*
      *  1600-SKIP-PROCESSED-RECORDS                                 *
      *=============================================================*
      *    A RESTART ABENDED BEFORE ITS RECONCILIATION SECTION WAS   *
      *    PRINTED, SO THE SKIPPED RECORDS ARE STILL WALKED THROUGH  *
      *    THE UNIT REFERENCE MASTER TO REBUILD IT IN FULL.           *
      *    THE PRIOR DECISIONS ARE LOOKED UP THE SAME WAY, AND THE    *
      *    RESTATEMENT SECTION AND TOTALS ARE REBUILT FROM THEM -     *
      *    THE SUPERSEDE MARKS AND CANCELS THEMSELVES WERE WRITTEN    *
      *    BY THE ABORTED EXECUTION AND ARE NOT WRITTEN AGAIN.        *
      *=============================================================*
       1650-SKIP-ONE-RECORD.
           ADD 1 TO DCE-DATE-READ
           PERFORM 2300-SYNC-UNIT-REF THRU 2300-EXIT
           PERFORM 2350-SYNC-PRIOR-AUDIT THRU 2350-EXIT
           PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT
           IF DCE-RECORD-VALID
               PERFORM 2400-RESOLVE-BREAKPOINTS THRU 2400-EXIT
               IF DLY-COUNT > DCE-ACTIVE-CRIT
                   PERFORM 2450-CHECK-SUPPRESSION THRU 2450-EXIT
                   IF DCE-SPR-HIT-YES
                       MOVE "SUPPRESSED" TO DCE-CUR-TIER
                       ADD 1 TO DCE-DATE-SUPPRESSED
                   ELSE
                       MOVE "CRITICAL" TO DCE-CUR-TIER
                       ADD 1 TO DCE-DATE-CRITICAL
                   END-IF
               ELSE
                   IF DLY-COUNT >= DCE-ACTIVE-WATCH
                       MOVE "WATCH" TO DCE-CUR-TIER
                       ADD 1 TO DCE-DATE-WATCH
                   ELSE
                       MOVE "LOW" TO DCE-CUR-TIER
                       ADD 1 TO DCE-DATE-LOW
                   END-IF
               END-IF
               PERFORM 2090-SET-DECISION-STAMP THRU 2090-EXIT
               IF DCE-PRIOR-FOUND-YES
                   PERFORM 2600-PROCESS-RESTATEMENT THRU 2600-EXIT
               END-IF
               PERFORM 2680-SAVE-LAST-DECISION THRU 2680-EXIT
           ELSE
               ADD 1 TO DCE-DATE-SUSPENSE
           END-IF
       1760-EXIT.
           EXIT.

      *=============================================================*
      *  1800-LOAD-ONE-SUGGESTION                                    *
      *    SIMULATION ONLY. TYPE U AND C RECORDS ARE TABLED; ANY    *
      *    OTHER TYPE, OR A PAIR THAT IS NOT NUMERIC, NON-ZERO AND  *
      *    RISING, IS REPORTED AND SKIPPED.                          *
      *=============================================================*
       1800-LOAD-ONE-SUGGESTION.
           READ SUGGESTION-FILE
               AT END
                   SET DCE-SUG-EOF-YES TO TRUE
                   GO TO 1800-EXIT
           END-READ
           IF SUG-WATCH-BREAK NOT NUMERIC
               OR SUG-CRITICAL-BREAK NOT NUMERIC
               OR SUG-WATCH-BREAK = ZEROES
               OR SUG-CRITICAL-BREAK NOT > SUG-WATCH-BREAK
               DISPLAY "IFTHENEL: SUGGESTION SKIPPED - BAD "
                       "BREAKPOINTS " SUG-KEY
               GO TO 1800-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SUG-TYPE-UNIT
                   IF DCE-SGU-TOTAL < 500
                       ADD 1 TO DCE-SGU-TOTAL
                       SET DCE-SGU-IX TO DCE-SGU-TOTAL
                       MOVE SUG-KEY
                         TO DCE-SGU-UNIT-ID (DCE-SGU-IX)
                       MOVE SUG-WATCH-BREAK
                         TO DCE-SGU-WATCH (DCE-SGU-IX)
                       MOVE SUG-CRITICAL-BREAK
                         TO DCE-SGU-CRIT (DCE-SGU-IX)
                   ELSE
                       DISPLAY "IFTHENEL: UNIT SUGGESTION TABLE FULL "
                               "- SKIPPED KEY " SUG-KEY
                   END-IF
               WHEN SUG-TYPE-CLASS
                   IF DCE-SGC-TOTAL < 50
                       ADD 1 TO DCE-SGC-TOTAL
                       SET DCE-SGC-IX TO DCE-SGC-TOTAL
                       MOVE SUG-KEY (1:4)
                         TO DCE-SGC-CODE (DCE-SGC-IX)
                       MOVE SUG-WATCH-BREAK
                         TO DCE-SGC-WATCH (DCE-SGC-IX)
                       MOVE SUG-CRITICAL-BREAK
                         TO DCE-SGC-CRIT (DCE-SGC-IX)
                   ELSE
                       DISPLAY "IFTHENEL: CLASS SUGGESTION TABLE FULL"
                               " - SKIPPED KEY " SUG-KEY
                   END-IF
               WHEN OTHER
                   DISPLAY "IFTHENEL: SUGGESTION SKIPPED - TYPE "
                           SUG-RECORD-TYPE " KEY " SUG-KEY
           END-EVALUATE.
       1800-EXIT.
           EXIT.

      *=============================================================*
      *  1850-LOAD-ONE-SUPPRESSION                                   *
      *    TYPE U AND C RECORDS WITH BOTH DATES NUMERIC AND IN      *
      *    ORDER ARE TABLED. ANYTHING ELSE IS REPORTED AND SKIPPED  *
      *    - A BAD SUPPRESSION MUST NOT STOP THE MORNING RUN, AND   *
      *    SKIPPING IT LEAVES THE UNIT JUDGED AS NORMAL. THE DAILY  *
      *    SUPPRESSION LISTING (SUPLIST) SHOWS THE SAME ERRORS.     *
      *=============================================================*
       1850-LOAD-ONE-SUPPRESSION.
           READ SUPPRESSION-FILE
               AT END
                   SET DCE-SPR-EOF-YES TO TRUE
                   GO TO 1850-EXIT
           END-READ
           IF (NOT SPR-TYPE-UNIT AND NOT SPR-TYPE-CLASS)
               OR SPR-KEY = SPACES
               DISPLAY "IFTHENEL: SUPPRESSION SKIPPED - TYPE "
                       SPR-KEY-TYPE " KEY " SPR-KEY
               GO TO 1850-EXIT
           END-IF
           IF SPR-FROM-DATE-X NOT NUMERIC
               OR SPR-TO-DATE-X NOT NUMERIC
               OR SPR-FROM-DATE > SPR-TO-DATE
               DISPLAY "IFTHENEL: SUPPRESSION SKIPPED - BAD "
                       "DATES " SPR-KEY
               GO TO 1850-EXIT
           END-IF
           IF DCE-SPR-TOTAL < 500
               ADD 1 TO DCE-SPR-TOTAL
               SET DCE-SPR-IX TO DCE-SPR-TOTAL
               MOVE SPR-KEY-TYPE  TO DCE-SPR-TYPE (DCE-SPR-IX)
               MOVE SPR-KEY       TO DCE-SPR-KEY (DCE-SPR-IX)
               MOVE SPR-FROM-DATE TO DCE-SPR-FROM (DCE-SPR-IX)
               MOVE SPR-TO-DATE   TO DCE-SPR-TO (DCE-SPR-IX)
           ELSE
               DISPLAY "IFTHENEL: SUPPRESSION TABLE FULL - "
                       "SKIPPED KEY " SPR-KEY
           END-IF.
       1850-EXIT.
           EXIT.

      *=============================================================*
      *  2000-PROCESS-RECORD                                         *
      *=============================================================*
           ADD 1 TO DCE-RECORDS-READ
           ADD 1 TO DCE-DATE-READ
           PERFORM 2300-SYNC-UNIT-REF THRU 2300-EXIT
           PERFORM 2350-SYNC-PRIOR-AUDIT THRU 2350-EXIT
           PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT
           IF DCE-RECORD-VALID AND DCE-SIM-YES
               PERFORM 2500-SIMULATE-RECORD THRU 2500-EXIT
               MOVE DCE-UNIT-DEPT    TO RPT-DET-DEPARTMENT
               MOVE DCE-THR-LEVEL    TO RPT-DET-THR-LEVEL
               IF DLY-COUNT > DCE-ACTIVE-CRIT
                   PERFORM 2450-CHECK-SUPPRESSION THRU 2450-EXIT
                   IF DCE-SPR-HIT-YES
                       MOVE "SUPPRESSED" TO RPT-DET-STATUS
                       ADD 1 TO DCE-RECORDS-SUPPRESSED
                       ADD 1 TO DCE-DATE-SUPPRESSED
                   ELSE
                       MOVE "CRITICAL" TO RPT-DET-STATUS
                       ADD 1 TO DCE-RECORDS-CRITICAL
                       ADD 1 TO DCE-DATE-CRITICAL
                       PERFORM 2150-WRITE-EXTRACT-RECORD THRU 2150-EXIT
                   END-IF
               ELSE
                   IF DLY-COUNT >= DCE-ACTIVE-WATCH
                       MOVE "WATCH" TO RPT-DET-STATUS
                       ADD 1 TO DCE-RECORDS-WATCH
                       ADD 1 TO DCE-DATE-WATCH
                   ELSE
                       MOVE "LOW" TO RPT-DET-STATUS
                       ADD 1 TO DCE-RECORDS-LOW
                       ADD 1 TO DCE-DATE-LOW
                   END-IF
               END-IF
               MOVE RPT-DET-STATUS TO DCE-CUR-TIER
               WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               PERFORM 2090-SET-DECISION-STAMP THRU 2090-EXIT
               PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT
               IF DCE-PRIOR-FOUND-YES
                   PERFORM 2600-PROCESS-RESTATEMENT THRU 2600-EXIT
               END-IF
               PERFORM 2680-SAVE-LAST-DECISION THRU 2680-EXIT
           ELSE
               PERFORM 2060-WRITE-SUSPENSE-RECORD THRU 2060-EXIT
           END-IF
           MOVE DLY-BUSINESS-DATE  TO SUS-BUSINESS-DATE
           MOVE ZEROES             TO SUS-RECYCLE-DATE
           MOVE ZEROES             TO SUS-REPAIRED-COUNT
           MOVE DCE-REC-SOURCE     TO SUS-SOURCE-SYSTEM
           WRITE SUS-RECORD.
       2060-EXIT.
           EXIT.

      *=============================================================*
      *  2090-SET-DECISION-STAMP                                     *
      *    A REPEAT OF A UNIT-DATE ALREADY JUDGED THIS RUN CANNOT    *
      *    SHARE THE RUN STAMP WITH THE DECISION IT RESTATES - THE   *
      *    KEY WOULD COLLIDE - SO IT IS STAMPED ONE SECOND AFTER IT. *
      *    A RUN STARTED IN THE LAST SECOND BEFORE MIDNIGHT HOLDS    *
      *    AT 23:59:59 RATHER THAN ROLL INTO THE NEXT DATE.          *
      *=============================================================*
       2090-SET-DECISION-STAMP.
           MOVE DCE-AUDIT-STAMP TO DCE-DECISION-STAMP
           IF DCE-PRIOR-FOUND-NO
               OR DCE-PRI-TS < DCE-AUDIT-STAMP
               GO TO 2090-EXIT
           END-IF
           MOVE DCE-PRI-TS TO DCE-DECISION-STAMP
           IF DCE-DEC-HH = 23 AND DCE-DEC-MM = 59 AND DCE-DEC-SS = 59
               GO TO 2090-EXIT
           END-IF
           ADD 1 TO DCE-DEC-SS
           IF DCE-DEC-SS > 59
               MOVE ZERO TO DCE-DEC-SS
               ADD 1 TO DCE-DEC-MM
           END-IF
           IF DCE-DEC-MM > 59
               MOVE ZERO TO DCE-DEC-MM
               ADD 1 TO DCE-DEC-HH
           END-IF.
       2090-EXIT.
           EXIT.

      *=============================================================*
      *  2100-WRITE-AUDIT-RECORD                                     *
      *    A DECISION RESTATING ONE ALREADY ON FILE IS TYPED R AND  *
      *    CARRIES THE OLD DECISION'S TIMESTAMP. A DUPLICATE KEY IS *
      *    A DECISION A RESTARTED RUN'S ABORTED EXECUTION ALREADY   *
      *    WROTE - THE STORED COPY STANDS AND THIS ONE IS COUNTED   *
      *    AND DROPPED.                                              *
      *=============================================================*
       2100-WRITE-AUDIT-RECORD.
           MOVE DLY-UNIT-ID         TO AUD-UNIT-ID
           MOVE DLY-COUNT           TO AUD-VALUE
           MOVE DCE-ACTIVE-WATCH    TO AUD-WATCH-BREAK
           MOVE DCE-ACTIVE-CRIT     TO AUD-CRITICAL-BREAK
           MOVE DCE-CUR-TIER        TO AUD-OUTCOME
           MOVE DCE-THR-LEVEL       TO AUD-THRESHOLD-LEVEL
           MOVE DLY-BUSINESS-DATE   TO AUD-BUSINESS-DATE
           MOVE DCE-DECISION-STAMP  TO AUD-TIMESTAMP
           IF DCE-PRIOR-FOUND-YES
               SET AUD-RESTATED-DECISION TO TRUE
               MOVE DCE-PRI-TS      TO AUD-REF-TIMESTAMP
           ELSE
               SET AUD-ORIGINAL-DECISION TO TRUE
               MOVE SPACES          TO AUD-REF-TIMESTAMP
           END-IF
           WRITE AUD-RECORD
               INVALID KEY
                   ADD 1 TO DCE-AUDIT-DUPLICATES
                   DISPLAY "IFTHENEL: DECISION ALREADY ON FILE - "
                           AUD-KEY
           END-WRITE.
       2100-EXIT.
           EXIT.

           MOVE DCE-RECORDS-WATCH    TO CHK-RECORDS-WATCH.
           MOVE DCE-RECORDS-CRITICAL TO CHK-RECORDS-CRITICAL.
           MOVE DCE-RECORDS-SUSPENSE TO CHK-RECORDS-SUSPENSE.
           MOVE DCE-RECORDS-SUPPRESSED
                                     TO CHK-RECORDS-SUPPRESSED.
           MOVE DCE-RUN-DATE-NUM     TO CHK-CHECKPOINT-DATE.
           MOVE DCE-BUSINESS-DATE    TO CHK-LAST-DATE.
           MOVE DCE-AUDIT-STAMP (10:6) TO CHK-RUN-TIME.
           SET CHK-STATUS-IN-PROGRESS TO TRUE.
           WRITE CHK-RECORD.
       2210-EXIT.
       2340-EXIT.
           EXIT.

      *=============================================================*
      *  2350-SYNC-PRIOR-AUDIT                                       *
      *    FINDS THE LATEST DECISION ON FILE FOR THE CURRENT DAILY  *
      *    RECORD'S UNIT AND BUSINESS DATE. A UNIT-DATE ALREADY     *
      *    JUDGED EARLIER IN THIS RUN OUTRANKS THE STORE - IT IS    *
      *    THE MORE RECENT DECISION. OTHERWISE THE STORE IS READ BY *
      *    KEY FROM THE FIRST TIMESTAMP OF THE UNIT-DATE. A         *
      *    SIMULATION READS NO STORE.                                *
      *=============================================================*
       2350-SYNC-PRIOR-AUDIT.
           SET DCE-PRIOR-FOUND-NO TO TRUE
           IF DCE-SIM-YES
               GO TO 2350-EXIT
           END-IF
           MOVE DLY-BUSINESS-DATE TO DCE-DLY-KEY-DATE
           MOVE DLY-UNIT-ID       TO DCE-DLY-KEY-UNIT
           IF DCE-LAST-EVAL-KEY = DCE-DLY-KEY
               SET DCE-PRIOR-FOUND-YES TO TRUE
               MOVE DCE-LAST-DECISION TO DCE-PRIOR-DECISION
               GO TO 2350-EXIT
           END-IF
           MOVE DLY-UNIT-ID       TO AUD-UNIT-ID
           MOVE DLY-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE LOW-VALUES        TO AUD-TIMESTAMP
           SET DCE-AUD-END-NO TO TRUE
           START AUDIT-TRAIL-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   GO TO 2350-EXIT
           END-START
           PERFORM 2360-READ-PRIOR-AUDIT THRU 2360-EXIT
               UNTIL DCE-AUD-END-YES.
       2350-EXIT.
           EXIT.

      *=============================================================*
      *  2360-READ-PRIOR-AUDIT                                       *
      *    THE RECORD IS READ INTO THE AUDIT RECORD AREA FOR ITS    *
      *    FIELDS - NOTHING IS WRITTEN FROM THERE UNTIL 2100 HAS    *
      *    REBUILT IT. THE UNIT-DATE ENDS AT THE FIRST KEY FOR      *
      *    ANOTHER UNIT OR DATE.                                     *
      *=============================================================*
       2360-READ-PRIOR-AUDIT.
           READ AUDIT-TRAIL-FILE NEXT RECORD
               AT END
                   SET DCE-AUD-END-YES TO TRUE
                   GO TO 2360-EXIT
           END-READ
           IF AUD-UNIT-ID NOT = DCE-DLY-KEY-UNIT
               OR AUD-BUSINESS-DATE NOT = DCE-DLY-KEY-DATE
               SET DCE-AUD-END-YES TO TRUE
               GO TO 2360-EXIT
           END-IF
           PERFORM 2370-TAKE-PRIOR-DECISION THRU 2370-EXIT.
       2360-EXIT.
           EXIT.

      *=============================================================*
      *  2370-TAKE-PRIOR-DECISION                                    *
      *    THE STORE IS IN TIMESTAMP ORDER WITHIN THE UNIT-DATE, SO *
      *    THE LAST DECISION TAKEN IS THE ONE IN FORCE. A DECISION  *
      *    CARRYING THIS RUN'S STAMP OR LATER WAS WRITTEN BY THE    *
      *    ABORTED EXECUTION A RESTART IS RESUMING AND IS STEPPED   *
      *    OVER - THE RESTART JUDGES THE UNIT-DATE AGAINST WHAT WAS *
      *    ON FILE BEFORE THE RUN, AS THE ABORTED EXECUTION DID.    *
      *    THE DECISION IT RESTATED MAY THEREFORE ALREADY CARRY ITS *
      *    SUPERSEDE MARK AND IS STILL TAKEN. LIKEWISE A DECISION   *
      *    CARRYING THE STAMP OF A RUN THE LEDGER SHOWS ABORTED (OR *
      *    LEFT IN PROGRESS) ON THE DATE, OR LATER, WAS NEVER       *
      *    PROVED OR SHIPPED AND IS STEPPED OVER - THE DATE'S FLOOR *
      *    FROM 1178 IS THE EARLIEST SUCH STAMP SINCE THE DATE LAST *
      *    COMPLETED.                                                *
      *=============================================================*
       2370-TAKE-PRIOR-DECISION.
           IF AUD-TIMESTAMP NOT < DCE-AUDIT-STAMP
               GO TO 2370-EXIT
           END-IF
           IF DCE-LDG-TOTAL > ZERO
               AND AUD-TIMESTAMP NOT < DCE-LDG-FLOOR (DCE-LDG-TOTAL)
               GO TO 2370-EXIT
           END-IF
           SET DCE-PRIOR-FOUND-YES TO TRUE
           MOVE AUD-VALUE           TO DCE-PRI-VALUE
           MOVE AUD-WATCH-BREAK     TO DCE-PRI-WATCH
           MOVE AUD-CRITICAL-BREAK  TO DCE-PRI-CRIT
           MOVE AUD-OUTCOME         TO DCE-PRI-OUTCOME
           MOVE AUD-TIMESTAMP       TO DCE-PRI-TS
           MOVE AUD-THRESHOLD-LEVEL TO DCE-PRI-LEVEL.
       2370-EXIT.
           EXIT.

      *=============================================================*
      *  2400-RESOLVE-BREAKPOINTS                                    *
      *    MOST SPECIFIC WINS: A UNIT OVERRIDE, ELSE THE UNIT'S     *
       2400-EXIT.
           EXIT.

      *=============================================================*
      *  2450-CHECK-SUPPRESSION                                      *
      *    SETS DCE-SPR-HIT-YES WHEN A SUPPRESSION COVERS THE       *
      *    CURRENT RECORD'S BUSINESS DATE FOR ITS UNIT, OR FOR THE  *
      *    UNIT'S CLASS ON THE REFERENCE MASTER. A UNIT NOT ON THE  *
      *    MASTER HAS NO CLASS AND IS MATCHED BY UNIT ONLY.         *
      *=============================================================*
       2450-CHECK-SUPPRESSION.
           SET DCE-SPR-HIT-NO TO TRUE
           IF DCE-SPR-TOTAL = ZERO
               GO TO 2450-EXIT
           END-IF
           SET DCE-SPR-IX TO 1
           SEARCH DCE-SPR-ENTRY
               AT END
                   CONTINUE
               WHEN DCE-SPR-IX > DCE-SPR-TOTAL
                   CONTINUE
               WHEN DCE-SPR-FROM (DCE-SPR-IX) <= DLY-BUSINESS-DATE
                AND DCE-SPR-TO (DCE-SPR-IX) >= DLY-BUSINESS-DATE
                AND ((DCE-SPR-TYPE (DCE-SPR-IX) = "U"
                      AND DCE-SPR-KEY (DCE-SPR-IX) = DLY-UNIT-ID)
                  OR (DCE-SPR-TYPE (DCE-SPR-IX) = "C"
                      AND DCE-UNIT-CLASS NOT = SPACES
                      AND DCE-SPR-KEY (DCE-SPR-IX) = DCE-UNIT-CLASS))
                   SET DCE-SPR-HIT-YES TO TRUE
           END-SEARCH.
       2450-EXIT.
           EXIT.

      *=============================================================*
      *  2500-SIMULATE-RECORD                                        *
      *    EVALUATES THE COUNT TWICE - AGAINST THE BREAKPOINTS IN   *
      *    FORCE AND AGAINST THE PROPOSED SCENARIO (2550). NOTHING  *
      *    IS WRITTEN EXCEPT THE COMPARISON REPORT.                  *
      *=============================================================*
       2500-SIMULATE-RECORD.
           PERFORM 2400-RESOLVE-BREAKPOINTS THRU 2400-EXIT
                   ADD 1 TO DCE-DATE-LOW
               END-IF
           END-IF
           PERFORM 2550-RESOLVE-PROPOSED THRU 2550-EXIT
           IF DLY-COUNT > DCE-SIM-CRIT
               MOVE "CRITICAL" TO DCE-PROP-TIER
               ADD 1 TO DCE-PROP-CRIT-CNT
       2500-EXIT.
           EXIT.

      *=============================================================*
      *  2550-RESOLVE-PROPOSED                                       *
      *    MOST SPECIFIC WINS IN THE PROPOSED SCENARIO TOO: A       *
      *    SUGGESTED UNIT PAIR, ELSE THE UNIT OVERRIDE IN FORCE,    *
      *    ELSE A SUGGESTED PAIR FOR THE UNIT'S CLASS, ELSE THE     *
      *    CLASS OVERRIDE IN FORCE, ELSE THE TYPE-P PROPOSED        *
      *    GLOBAL PAIR (THE GLOBAL IN FORCE WHEN THERE IS NONE).    *
      *=============================================================*
       2550-RESOLVE-PROPOSED.
           MOVE DCE-ACTIVE-WATCH TO DCE-SIM-WATCH
           MOVE DCE-ACTIVE-CRIT  TO DCE-SIM-CRIT
           IF DCE-SGU-TOTAL > ZERO
               SET DCE-SGU-IX TO 1
               SEARCH DCE-SGU-ENTRY
                   AT END
                       CONTINUE
                   WHEN DCE-SGU-IX > DCE-SGU-TOTAL
                       CONTINUE
                   WHEN DCE-SGU-UNIT-ID (DCE-SGU-IX) = DLY-UNIT-ID
                       MOVE DCE-SGU-WATCH (DCE-SGU-IX)
                         TO DCE-SIM-WATCH
                       MOVE DCE-SGU-CRIT (DCE-SGU-IX)
                         TO DCE-SIM-CRIT
                       GO TO 2550-EXIT
               END-SEARCH
           END-IF
           IF DCE-THR-LEVEL = "UNIT"
               GO TO 2550-EXIT
           END-IF
           IF DCE-UNIT-CLASS NOT = SPACES
               AND DCE-SGC-TOTAL > ZERO
               SET DCE-SGC-IX TO 1
               SEARCH DCE-SGC-ENTRY
                   AT END
                       CONTINUE
                   WHEN DCE-SGC-IX > DCE-SGC-TOTAL
                       CONTINUE
                   WHEN DCE-SGC-CODE (DCE-SGC-IX) = DCE-UNIT-CLASS
                       MOVE DCE-SGC-WATCH (DCE-SGC-IX)
                         TO DCE-SIM-WATCH
                       MOVE DCE-SGC-CRIT (DCE-SGC-IX)
                         TO DCE-SIM-CRIT
                       GO TO 2550-EXIT
               END-SEARCH
           END-IF
           IF DCE-THR-LEVEL = "GLOBAL" AND DCE-PROP-SEEN-YES
               MOVE DCE-PROP-WATCH TO DCE-SIM-WATCH
               MOVE DCE-PROP-CRIT  TO DCE-SIM-CRIT
           END-IF.
       2550-EXIT.
           EXIT.

      *=============================================================*
      *  2600-PROCESS-RESTATEMENT                                    *
      *    THE NEW DECISION IS ALREADY IN THE STORE (TYPED R). THE  *
      *    OLD ONE IS MARKED SUPERSEDED, AND A CRITICAL RESTATED    *
      *    BELOW CRITICAL IS WITHDRAWN FROM THE FOLLOW-UP SYSTEM    *
      *    WITH A CANCEL RECORD. A CRITICAL RESTATED AS CRITICAL    *
      *    WAS EXTRACTED AGAIN BY 2150 WITH ITS NEW COUNT. DURING   *
      *    A RESTART'S SKIP PHASE ONLY THE TABLE AND TOTALS ARE     *
      *    REBUILT.                                                  *
      *=============================================================*
       2600-PROCESS-RESTATEMENT.
           ADD 1 TO DCE-RECORDS-RESTATED
           MOVE SPACES TO DCE-RESTATE-ACTION
           IF DCE-PRI-OUTCOME = "CRITICAL"
               AND DCE-CUR-TIER NOT = "CRITICAL"
               MOVE "CANCEL SENT" TO DCE-RESTATE-ACTION
               ADD 1 TO DCE-RECORDS-CANCELLED
           END-IF
           PERFORM 2650-TABLE-RESTATEMENT THRU 2650-EXIT
           IF DCE-SKIP-PHASE-YES
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-WRITE-SUPERSEDE-MARK THRU 2610-EXIT
           IF DCE-RESTATE-CANCELS
               PERFORM 2620-WRITE-CANCEL-EXTRACT THRU 2620-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *=============================================================*
      *  2610-WRITE-SUPERSEDE-MARK                                   *
      *    THE OLD DECISION IS READ BACK BY ITS KEY AND REWRITTEN   *
      *    AS TYPE S. ITS COUNT, BREAKPOINTS, OUTCOME AND LEVEL     *
      *    STAND AS DECIDED - THE RESTATED DECISION POINTS BACK TO  *
      *    IT BY ITS TIMESTAMP.                                      *
      *=============================================================*
       2610-WRITE-SUPERSEDE-MARK.
           MOVE DLY-UNIT-ID         TO AUD-UNIT-ID
           MOVE DLY-BUSINESS-DATE   TO AUD-BUSINESS-DATE
           MOVE DCE-PRI-TS          TO AUD-TIMESTAMP
           READ AUDIT-TRAIL-FILE
               INVALID KEY
                   ADD 1 TO DCE-MARKS-NOT-FOUND
                   DISPLAY "IFTHENEL: SUPERSEDED DECISION NOT ON "
                           "FILE - " AUD-KEY
                   GO TO 2610-EXIT
           END-READ
           SET AUD-SUPERSEDE-MARK   TO TRUE
           REWRITE AUD-RECORD
               INVALID KEY
                   DISPLAY "IFTHENEL: SUPERSEDE MARK REWRITE FAILED - "
                           AUD-KEY
                   MOVE "AUDIT STORE SUPERSEDE MARK REWRITE FAILED"
                     TO DCE-ABORT-REASON
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
           END-REWRITE.
       2610-EXIT.
           EXIT.

      *=============================================================*
      *  2620-WRITE-CANCEL-EXTRACT                                   *
      *=============================================================*
       2620-WRITE-CANCEL-EXTRACT.
           INITIALIZE EXT-RECORD.
           MOVE DLY-UNIT-ID        TO EXT-UNIT-ID.
           MOVE DLY-COUNT          TO EXT-VALUE.
           MOVE DCE-ACTIVE-CRIT    TO EXT-CRITICAL-BREAK.
           MOVE DCE-UNIT-NAME      TO EXT-UNIT-NAME.
           MOVE DCE-UNIT-DEPT      TO EXT-DEPARTMENT.
           MOVE DLY-BUSINESS-DATE  TO EXT-BUSINESS-DATE.
           SET EXT-ACTION-CANCEL   TO TRUE.
           MOVE DCE-PRI-VALUE      TO EXT-PRIOR-VALUE.
           WRITE EXT-RECORD.
       2620-EXIT.
           EXIT.

      *=============================================================*
      *  2650-TABLE-RESTATEMENT                                      *
      *=============================================================*
       2650-TABLE-RESTATEMENT.
           IF DCE-RST-COUNT < 500
               ADD 1 TO DCE-RST-COUNT
               MOVE DLY-UNIT-ID     TO DCE-RST-UNIT (DCE-RST-COUNT)
               MOVE DLY-BUSINESS-DATE
                                    TO DCE-RST-DATE (DCE-RST-COUNT)
               MOVE DCE-PRI-VALUE   TO DCE-RST-OLD-VALUE (DCE-RST-COUNT)
               MOVE DCE-PRI-OUTCOME TO DCE-RST-OLD-TIER (DCE-RST-COUNT)
               MOVE DLY-COUNT       TO DCE-RST-NEW-VALUE (DCE-RST-COUNT)
               MOVE DCE-CUR-TIER    TO DCE-RST-NEW-TIER (DCE-RST-COUNT)
               MOVE DCE-RESTATE-ACTION
                                    TO DCE-RST-ACTION (DCE-RST-COUNT)
           ELSE
               ADD 1 TO DCE-RST-LOST
           END-IF.
       2650-EXIT.
           EXIT.

      *=============================================================*
      *  2680-SAVE-LAST-DECISION                                     *
      *    REMEMBERS THE DECISION JUST MADE SO A REPEAT OF THE SAME *
      *    UNIT-DATE LATER IN THE RUN RESTATES IT.                   *
      *=============================================================*
       2680-SAVE-LAST-DECISION.
           MOVE DCE-DLY-KEY         TO DCE-LAST-EVAL-KEY
           MOVE DLY-COUNT           TO DCE-LST-VALUE
           MOVE DCE-ACTIVE-WATCH    TO DCE-LST-WATCH
           MOVE DCE-ACTIVE-CRIT     TO DCE-LST-CRIT
           MOVE DCE-CUR-TIER        TO DCE-LST-OUTCOME
           MOVE DCE-DECISION-STAMP  TO DCE-LST-TS
           MOVE DCE-THR-LEVEL       TO DCE-LST-LEVEL.
       2680-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           PERFORM 9300-BALANCE-INTERFACE THRU 9300-EXIT.
           PERFORM 9050-WRITE-FINAL-CHECKPOINT THRU 9050-EXIT.
           IF DCE-SIM-NO
               PERFORM 9610-COMPLETE-LEDGER-DATE THRU 9610-EXIT
                   VARYING DCE-LDG-IX FROM 1 BY 1
                   UNTIL DCE-LDG-IX > DCE-LDG-TOTAL
           END-IF.
           PERFORM 9200-PRINT-RECONCILIATION THRU 9200-EXIT.
           IF DCE-SIM-NO
               PERFORM 9250-PRINT-RESTATEMENTS THRU 9250-EXIT
           END-IF.
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
           IF DCE-SIM-YES
               WRITE RPT-RECORD FROM RPT-SIM-FOOTER-LINE
           PERFORM 9500-WRITE-OPS-SUMMARY THRU 9500-EXIT.
           CLOSE DAILY-COUNTS-FILE
                 REPORT-FILE
                 SUSPENSE-FILE
                 CHECKPOINT-FILE
                 EXTRACT-FILE
                 UNIT-REF-FILE
                 OPS-SUMMARY-FILE.
           IF DCE-SIM-NO
               CLOSE AUDIT-TRAIL-FILE
                     RUN-LEDGER-FILE
                     FEED-LOG-FILE
           END-IF.
       9000-EXIT.
           EXIT.

           MOVE DCE-RECORDS-WATCH    TO CHK-RECORDS-WATCH.
           MOVE DCE-RECORDS-CRITICAL TO CHK-RECORDS-CRITICAL.
           MOVE DCE-RECORDS-SUSPENSE TO CHK-RECORDS-SUSPENSE.
           MOVE DCE-RECORDS-SUPPRESSED
                                     TO CHK-RECORDS-SUPPRESSED.
           MOVE DCE-RUN-DATE-NUM     TO CHK-CHECKPOINT-DATE.
           MOVE DCE-BUSINESS-DATE    TO CHK-LAST-DATE.
           MOVE DCE-AUDIT-STAMP (10:6) TO CHK-RUN-TIME.
           SET CHK-STATUS-COMPLETE TO TRUE.
           WRITE CHK-RECORD.
       9050-EXIT.
           MOVE "TRAILER RECORD COUNT"    TO RPT-TOT-LABEL
           MOVE DCE-TRL-COUNT-SAVE        TO RPT-TOT-VALUE
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
           IF DCE-SIM-NO
               MOVE "RECORDS RESTATED"        TO RPT-TOT-LABEL
               MOVE DCE-RECORDS-RESTATED      TO RPT-TOT-VALUE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
               MOVE "RECORDS SUPPRESSED"      TO RPT-TOT-LABEL
               MOVE DCE-RECORDS-SUPPRESSED    TO RPT-TOT-VALUE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
               MOVE "CRITICALS CANCELLED"     TO RPT-TOT-LABEL
               MOVE DCE-RECORDS-CANCELLED     TO RPT-TOT-VALUE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
               MOVE "DECISIONS ALREADY ON FILE"
                                              TO RPT-TOT-LABEL
               MOVE DCE-AUDIT-DUPLICATES      TO RPT-TOT-VALUE
               WRITE RPT-RECORD FROM RPT-TOTAL-LINE
           END-IF
           IF DCE-SIM-YES
               PERFORM 9160-PRINT-SIM-TOTALS THRU 9160-EXIT
           END-IF.
       9220-EXIT.
           EXIT.

      *=============================================================*
      *  9250-PRINT-RESTATEMENTS                                     *
      *    EVERY UNIT-DATE WHOSE COUNT ARRIVED AGAIN AFTER IT HAD   *
      *    ALREADY BEEN JUDGED, WITH THE OLD AND NEW DECISION.       *
      *=============================================================*
       9250-PRINT-RESTATEMENTS.
           WRITE RPT-RECORD FROM RPT-RESTATE-HEADING.
           MOVE "COUNTS RESENT FOR UNIT-DATES ALREADY JUDGED:"
                                          TO RPT-RECON-LABEL
           MOVE DCE-RECORDS-RESTATED      TO RPT-RECON-LABEL-COUNT
           WRITE RPT-RECORD FROM RPT-RECON-LABEL-LINE.
           IF DCE-RST-COUNT = ZERO
               GO TO 9250-EXIT
           END-IF
           WRITE RPT-RECORD FROM RPT-RESTATE-COL-HEADING.
           PERFORM 9260-PRINT-RESTATEMENT THRU 9260-EXIT
               VARYING DCE-RECON-IX FROM 1 BY 1
               UNTIL DCE-RECON-IX > DCE-RST-COUNT.
           IF DCE-RST-LOST > ZERO
               MOVE "  (FURTHER ENTRIES NOT LISTED - TABLE FULL)"
                                          TO RPT-RECON-LABEL
               MOVE DCE-RST-LOST          TO RPT-RECON-LABEL-COUNT
               WRITE RPT-RECORD FROM RPT-RECON-LABEL-LINE
           END-IF.
       9250-EXIT.
           EXIT.

      *=============================================================*
      *  9260-PRINT-RESTATEMENT                                      *
      *=============================================================*
       9260-PRINT-RESTATEMENT.
           MOVE DCE-RST-UNIT (DCE-RECON-IX)   TO RPT-RST-UNIT-ID
           MOVE DCE-RST-DATE (DCE-RECON-IX)   TO DCE-BUS-FMT-NUM
           PERFORM 1250-FORMAT-BUS-DATE THRU 1250-EXIT
           MOVE DCE-BUS-FMT-OUT               TO RPT-RST-DATE
           MOVE DCE-RST-OLD-VALUE (DCE-RECON-IX)
                                              TO RPT-RST-OLD-COUNT
           MOVE DCE-RST-OLD-TIER (DCE-RECON-IX)
                                              TO RPT-RST-OLD-TIER
           MOVE DCE-RST-NEW-VALUE (DCE-RECON-IX)
                                              TO RPT-RST-NEW-COUNT
           MOVE DCE-RST-NEW-TIER (DCE-RECON-IX)
                                              TO RPT-RST-NEW-TIER
           MOVE DCE-RST-ACTION (DCE-RECON-IX) TO RPT-RST-ACTION
           WRITE RPT-RECORD FROM RPT-RESTATE-DETAIL-LINE.
       9260-EXIT.
           EXIT.

      *=============================================================*
      *  9300-BALANCE-INTERFACE                                      *
      *    END-OF-FILE WRAP-UP - THE LAST OPEN DATE SEGMENT IS      *
      *  9400-SET-RETURN-CODE                                        *
      *    CONTENT-DRIVEN CONDITION CODE FOR THE SCHEDULER:         *
      *      8 - CRITICALS EXCEED THE TYPE-G CRITICAL LIMIT         *
      *      2 - CRITICALS PRESENT, OR CRITICALS CANCELLED BY A     *
      *          RESTATEMENT (XFERSTEP HAS WORK TO MOVE)            *
      *      4 - SUSPENSE ONLY (SUSPENSE WITH CRITICALS REPORTS     *
      *          THE CRITICAL CODE; THE SUMMARY CARRIES BOTH)       *
      *      0 - NOTHING TO ACT ON.                                  *
                AND DCE-RECORDS-CRITICAL > DCE-CRITICAL-LIMIT
                   MOVE 8 TO RETURN-CODE
               WHEN DCE-RECORDS-CRITICAL > ZERO
                 OR DCE-RECORDS-CANCELLED > ZERO
                   MOVE 2 TO RETURN-CODE
               WHEN DCE-RECORDS-SUSPENSE > ZERO
                   MOVE 4 TO RETURN-CODE
           MOVE DCE-BALANCE-STATUS   TO OPS-BALANCE-STATUS.
           MOVE RETURN-CODE          TO OPS-RETURN-CODE.
           MOVE DCE-CRITICAL-LIMIT   TO OPS-CRITICAL-LIMIT.
           MOVE DCE-RECORDS-RESTATED TO OPS-RECORDS-RESTATED.
           MOVE DCE-RECORDS-CANCELLED
                                     TO OPS-RECORDS-CANCELLED.
           MOVE DCE-AUDIT-STAMP (10:6) TO OPS-RUN-TIME.
           MOVE DCE-RECORDS-SUPPRESSED
                                     TO OPS-RECORDS-SUPPRESSED.
           WRITE OPS-RECORD.
       9500-EXIT.
           EXIT.

      *=============================================================*
      *  9610-COMPLETE-LEDGER-DATE                                   *
      *    THE RUN PROVED - EVERY DATE IT OPENED IS COMPLETE, WITH  *
      *    THE TRAILER TOTALS IT BALANCED TO.                       *
      *=============================================================*
       9610-COMPLETE-LEDGER-DATE.
           MOVE DCE-LDG-DATE (DCE-LDG-IX) TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   DISPLAY "IFTHENEL: NO LEDGER ENTRY TO COMPLETE FOR "
                           LDG-BUSINESS-DATE
                   GO TO 9610-EXIT
           END-READ
           SET LDG-STATUS-COMPLETE TO TRUE
           MOVE "Y" TO LDG-EVAL-FLAG
           MOVE DCE-LDG-TRL-COUNT (DCE-LDG-IX) TO LDG-TRL-COUNT
           MOVE DCE-LDG-TRL-HASH (DCE-LDG-IX)  TO LDG-TRL-HASH
           REWRITE LDG-RECORD
               INVALID KEY
                   DISPLAY "IFTHENEL: LEDGER REWRITE FAILED FOR "
                           LDG-BUSINESS-DATE
           END-REWRITE.
       9610-EXIT.
           EXIT.

      *=============================================================*
      *  9650-ABORT-LEDGER-DATE                                      *
      *    THE RUN STOPPED - EVERY DATE IT OPENED IS MARKED         *
      *    ABORTED SO THE CORRECTED RESUBMISSION IS NOT REFUSED     *
      *    AND NO DOWNSTREAM STEP ACTS ON IT. THE ENTRY KEEPS THE   *
      *    DATE'S FLOOR AS ITS STAMP, SO THE RESUBMISSION STEPS     *
      *    OVER THE DECISIONS OF EVERY RUN SINCE THE DATE LAST      *
      *    COMPLETED, NOT ONLY THIS ONE'S.                          *
      *=============================================================*
       9650-ABORT-LEDGER-DATE.
           MOVE DCE-LDG-DATE (DCE-LDG-IX) TO LDG-BUSINESS-DATE
           READ RUN-LEDGER-FILE
               INVALID KEY
                   GO TO 9650-EXIT
           END-READ
           SET LDG-STATUS-ABORTED TO TRUE
           MOVE DCE-LDG-FLOOR (DCE-LDG-IX)     TO LDG-RUN-STAMP
           MOVE DCE-LDG-TRL-COUNT (DCE-LDG-IX) TO LDG-TRL-COUNT
           MOVE DCE-LDG-TRL-HASH (DCE-LDG-IX)  TO LDG-TRL-HASH
           REWRITE LDG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       9650-EXIT.
           EXIT.

      *=============================================================*
      *  9660-LOG-ABORTED-FEEDS                                      *
      *    THE RUN STOPPED - EVERY FEED NOT YET LOGGED IS WRITTEN   *
      *    NOW. THE ABORT REASON GOES TO THE FEED OF THE RECORD     *
      *    THAT STOPPED THE RUN; FAILING THAT (A SEGMENT THAT DID   *
      *    NOT BALANCE, OR END OF FILE) TO THE OPEN DATE'S FEEDS    *
      *    THAT DID NOT BALANCE, THEN TO ALL THE OPEN DATE'S FEEDS, *
      *    THEN TO EVERY FEED NOT YET LOGGED. A RUN THAT STOPS      *
      *    BEFORE ANY HEADER WRITES ONE TYPE A RECORD INSTEAD.      *
      *=============================================================*
       9660-LOG-ABORTED-FEEDS.
           MOVE DCE-BUSINESS-DATE TO DCE-LOG-DATE-X
           MOVE ZERO TO DCE-FEED-BLAME-CNT
           PERFORM 1157-FIND-FEED THRU 1157-EXIT
           IF DCE-FEED-FOUND-YES
               IF NOT DCE-FEED-IS-LOGGED (DCE-FEED-IX)
                   MOVE "Y" TO DCE-FEED-BLAME (DCE-FEED-IX)
                   ADD 1 TO DCE-FEED-BLAME-CNT
               END-IF
           END-IF
           IF DCE-FEED-BLAME-CNT = ZERO
               SET DCE-BLAME-FAILED TO TRUE
               PERFORM 9665-MARK-BLAME THRU 9665-EXIT
                   VARYING DCE-FEED-IX FROM 1 BY 1
                   UNTIL DCE-FEED-IX > DCE-FEED-TOTAL
           END-IF
           IF DCE-FEED-BLAME-CNT = ZERO
               SET DCE-BLAME-DATE TO TRUE
               PERFORM 9665-MARK-BLAME THRU 9665-EXIT
                   VARYING DCE-FEED-IX FROM 1 BY 1
                   UNTIL DCE-FEED-IX > DCE-FEED-TOTAL
           END-IF
           IF DCE-FEED-BLAME-CNT = ZERO
               SET DCE-BLAME-ANY TO TRUE
               PERFORM 9665-MARK-BLAME THRU 9665-EXIT
                   VARYING DCE-FEED-IX FROM 1 BY 1
                   UNTIL DCE-FEED-IX > DCE-FEED-TOTAL
           END-IF
           IF DCE-FEED-BLAME-CNT = ZERO
               INITIALIZE FLG-RECORD
               SET FLG-ABORT-REC TO TRUE
               MOVE DCE-SOURCE-SYSTEM  TO FLG-SOURCE-SYSTEM
               MOVE DCE-LOG-DATE-X     TO FLG-BUSINESS-DATE-X
               MOVE DCE-AUDIT-STAMP    TO FLG-RUN-STAMP
               MOVE SPACE              TO FLG-BALANCE-RESULT
               MOVE DCE-ABORT-REASON   TO FLG-ABORT-REASON
               WRITE FLG-RECORD
               GO TO 9660-EXIT
           END-IF
           PERFORM 9670-LOG-REMAINING-FEED THRU 9670-EXIT
               VARYING DCE-FEED-IX FROM 1 BY 1
               UNTIL DCE-FEED-IX > DCE-FEED-TOTAL.
       9660-EXIT.
           EXIT.

      *=============================================================*
      *  9665-MARK-BLAME                                             *
      *=============================================================*
       9665-MARK-BLAME.
           IF DCE-FEED-IS-LOGGED (DCE-FEED-IX)
               GO TO 9665-EXIT
           END-IF
           IF NOT DCE-BLAME-ANY
               AND DCE-FEED-DATE-X (DCE-FEED-IX) NOT = DCE-LOG-DATE-X
               GO TO 9665-EXIT
           END-IF
           IF DCE-BLAME-FAILED
               PERFORM 1187-SET-FEED-RESULT THRU 1187-EXIT
               IF NOT DCE-FEED-FAILED (DCE-FEED-IX)
                   GO TO 9665-EXIT
               END-IF
           END-IF
           MOVE "Y" TO DCE-FEED-BLAME (DCE-FEED-IX)
           ADD 1 TO DCE-FEED-BLAME-CNT.
       9665-EXIT.
           EXIT.

      *=============================================================*
      *  9670-LOG-REMAINING-FEED                                     *
      *=============================================================*
       9670-LOG-REMAINING-FEED.
           IF DCE-FEED-IS-LOGGED (DCE-FEED-IX)
               GO TO 9670-EXIT
           END-IF
           IF DCE-FEED-IS-BLAMED (DCE-FEED-IX)
               MOVE DCE-ABORT-REASON TO DCE-FEED-LOG-REASON
           ELSE
               MOVE SPACES TO DCE-FEED-LOG-REASON
           END-IF
           PERFORM 1188-WRITE-FEED-LOG THRU 1188-EXIT.
       9670-EXIT.
           EXIT.

      *=============================================================*
      *  9900-ABORT-RUN                                              *
      *    LOUD STOP - NO FINAL CHECKPOINT IS WRITTEN, SO THE RUN   *
                   " SOURCE " DCE-SOURCE-SYSTEM.
           MOVE 16 TO RETURN-CODE.
           SET DCE-BAL-FAILED TO TRUE.
           IF DCE-SIM-NO
               PERFORM 9650-ABORT-LEDGER-DATE THRU 9650-EXIT
                   VARYING DCE-LDG-IX FROM 1 BY 1
                   UNTIL DCE-LDG-IX > DCE-LDG-TOTAL
               PERFORM 9660-LOG-ABORTED-FEEDS THRU 9660-EXIT
           END-IF.
           PERFORM 9500-WRITE-OPS-SUMMARY THRU 9500-EXIT.
           CLOSE DAILY-COUNTS-FILE
                 REPORT-FILE
                 SUSPENSE-FILE
                 CHECKPOINT-FILE
                 EXTRACT-FILE
                 UNIT-REF-FILE
                 OPS-SUMMARY-FILE.
           IF DCE-SIM-NO
               CLOSE AUDIT-TRAIL-FILE
                     RUN-LEDGER-FILE
                     FEED-LOG-FILE
           END-IF.
           STOP RUN.
       9900-EXIT.
           EXIT.
