      *=============================================================*
      *  PROGRAM-ID  : AUDCONV                                       *
      *  AUTHOR      : R.HALVERSEN                                   *
      *  INSTALLATION: DAILY MONITORING SYSTEMS                      *
      *  DATE-WRITTEN: 2026-10-15                                    *
      *                                                               *
      *  REMARKS.                                                     *
      *      ONE-TIME LOAD OF THE KEYED AUDIT STORE FROM THE FLAT    *
      *      AUDIT TRAIL AND ITS ARCHIVE GENERATIONS. THE OLD        *
      *      RECORDS ARRIVE SORTED BY UNIT-ID, BUSINESS DATE AND     *
      *      TIMESTAMP IN THEIR OLD LAYOUT, AND EACH DECISION IS     *
      *      REFORMATTED TO THE STORE LAYOUT (AUDREC) WITH THE KEY   *
      *      FIELDS AT THE FRONT AND WRITTEN TO THE STORE.           *
      *                                                               *
      *      A RECORD WRITTEN BEFORE DECISIONS WERE STAMPED WITH     *
      *      THEIR BUSINESS DATE TAKES THE DATE HALF OF ITS          *
      *      TIMESTAMP, AS THE INQUIRY ALWAYS DID. ONE WITH NEITHER  *
      *      IS LOADED UNDER A ZERO DATE AND COUNTED, SO THE NEXT    *
      *      ARCHIVE RUN MOVES IT OUT.                                *
      *                                                               *
      *      EVERY OLD RECORD IS AN ORIGINAL DECISION - THE OLD      *
      *      LAYOUT ENDS IN FILLER AND CARRIES NO ENTRY TYPE - SO    *
      *      EACH IS LOADED WITH A BLANK ENTRY TYPE AND REFERENCE    *
      *      TIMESTAMP.                                               *
      *                                                               *
      *      A DUPLICATE KEY (TWO DECISIONS FOR ONE UNIT-DATE IN THE *
      *      SAME SECOND) IS DISPLAYED AND COUNTED, AND ENDS THE     *
      *      STEP RC=4.                                               *
      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-10-15  RH  INITIAL VERSION.                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDCONV.
       AUTHOR.        R.HALVERSEN.
       INSTALLATION.  DAILY MONITORING SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO OLDAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-STORE-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      *    THE FLAT AUDIT-TRAIL LAYOUT THE STORE REPLACES.          *
      *-----------------------------------------------------------*
       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F.
       01  OAU-RECORD.
           05  OAU-UNIT-ID             PIC X(10).
           05  OAU-VALUE               PIC 9(05).
           05  OAU-WATCH-BREAK         PIC 9(05).
           05  OAU-CRITICAL-BREAK      PIC 9(05).
           05  OAU-OUTCOME             PIC X(10).
           05  OAU-TIMESTAMP           PIC X(15).
           05  OAU-THRESHOLD-LEVEL     PIC X(06).
           05  OAU-BUSINESS-DATE-X     PIC X(08).
           05  OAU-BUSINESS-DATE REDEFINES OAU-BUSINESS-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(16).

       FD  AUDIT-STORE-FILE.
       COPY AUDREC.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *    PROGRAM SWITCHES                                        *
      *-----------------------------------------------------------*
       01  CNV-SWITCHES.
           05  CNV-EOF-SWITCH          PIC X(01)   VALUE "N".
               88  CNV-EOF-YES                     VALUE "Y".
               88  CNV-EOF-NO                       VALUE "N".

      *-----------------------------------------------------------*
      *    DATE HALF OF AN OLD TIMESTAMP, FOR A RECORD WRITTEN      *
      *    BEFORE THE BUSINESS DATE WAS STAMPED.                    *
      *-----------------------------------------------------------*
       01  CNV-TS-DATE-X               PIC X(08)   VALUE SPACES.
       01  CNV-TS-DATE REDEFINES CNV-TS-DATE-X
                                       PIC 9(08).

      *-----------------------------------------------------------*
      *    RUN TOTALS                                               *
      *-----------------------------------------------------------*
       77  CNV-RECORDS-READ            PIC 9(07)   COMP VALUE ZERO.
       77  CNV-DECISIONS-LOADED        PIC 9(07)   COMP VALUE ZERO.
       77  CNV-DATES-FROM-STAMP        PIC 9(07)   COMP VALUE ZERO.
       77  CNV-DATES-UNREADABLE        PIC 9(07)   COMP VALUE ZERO.
       77  CNV-DUPLICATES              PIC 9(07)   COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *=============================================================*
      *  0000-MAINLINE                                               *
      *=============================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
               UNTIL CNV-EOF-YES.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *=============================================================*
      *  1000-INITIALIZE                                             *
      *=============================================================*
       1000-INITIALIZE.
           OPEN INPUT OLD-AUDIT-FILE.
           OPEN OUTPUT AUDIT-STORE-FILE.
           PERFORM 1100-READ-OLD-AUDIT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================*
      *  1100-READ-OLD-AUDIT                                         *
      *=============================================================*
       1100-READ-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   SET CNV-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO CNV-RECORDS-READ.
       1100-EXIT.
           EXIT.

      *=============================================================*
      *  2000-CONVERT-RECORD                                         *
      *    REFORMATS ONE OLD DECISION TO THE STORE LAYOUT, TAKING   *
      *    THE BUSINESS DATE FROM THE TIMESTAMP WHERE THE RECORD    *
      *    PREDATES IT, AND WRITES IT TO THE STORE.                  *
      *=============================================================*
       2000-CONVERT-RECORD.
           MOVE SPACES                TO AUD-RECORD
           MOVE OAU-UNIT-ID           TO AUD-UNIT-ID
           MOVE OAU-TIMESTAMP         TO AUD-TIMESTAMP
           MOVE OAU-VALUE             TO AUD-VALUE
           MOVE OAU-WATCH-BREAK       TO AUD-WATCH-BREAK
           MOVE OAU-CRITICAL-BREAK    TO AUD-CRITICAL-BREAK
           MOVE OAU-OUTCOME           TO AUD-OUTCOME
           MOVE OAU-THRESHOLD-LEVEL   TO AUD-THRESHOLD-LEVEL
           SET AUD-ORIGINAL-DECISION  TO TRUE
           IF OAU-BUSINESS-DATE-X NUMERIC
               AND OAU-BUSINESS-DATE > ZERO
               MOVE OAU-BUSINESS-DATE TO AUD-BUSINESS-DATE
           ELSE
               PERFORM 2100-DATE-FROM-STAMP THRU 2100-EXIT
           END-IF
           PERFORM 2200-WRITE-DECISION THRU 2200-EXIT
           PERFORM 1100-READ-OLD-AUDIT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================*
      *  2100-DATE-FROM-STAMP                                        *
      *=============================================================*
       2100-DATE-FROM-STAMP.
           MOVE OAU-TIMESTAMP (1:8) TO CNV-TS-DATE-X
           IF CNV-TS-DATE-X NUMERIC
               ADD 1 TO CNV-DATES-FROM-STAMP
               MOVE CNV-TS-DATE TO AUD-BUSINESS-DATE
           ELSE
               ADD 1 TO CNV-DATES-UNREADABLE
               MOVE ZERO TO AUD-BUSINESS-DATE
           END-IF.
       2100-EXIT.
           EXIT.

      *=============================================================*
      *  2200-WRITE-DECISION                                         *
      *=============================================================*
       2200-WRITE-DECISION.
           WRITE AUD-RECORD
               INVALID KEY
                   ADD 1 TO CNV-DUPLICATES
                   DISPLAY "AUDCONV: DUPLICATE KEY DROPPED - "
                           AUD-KEY
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO CNV-DECISIONS-LOADED.
       2200-EXIT.
           EXIT.

      *=============================================================*
      *  9000-TERMINATE                                              *
      *=============================================================*
       9000-TERMINATE.
           DISPLAY "AUDCONV: RECORDS READ      " CNV-RECORDS-READ.
           DISPLAY "AUDCONV: DECISIONS LOADED  " CNV-DECISIONS-LOADED.
           DISPLAY "AUDCONV: DATES FROM STAMP  " CNV-DATES-FROM-STAMP.
           DISPLAY "AUDCONV: DATES UNREADABLE  " CNV-DATES-UNREADABLE.
           DISPLAY "AUDCONV: DUPLICATE KEYS    " CNV-DUPLICATES.
           IF CNV-DUPLICATES > ZERO
               OR CNV-DATES-UNREADABLE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OLD-AUDIT-FILE
                 AUDIT-STORE-FILE.
       9000-EXIT.
           EXIT.
