      *                                                               *
      *  MODIFICATION HISTORY.                                        *
      *      2026-09-02  RH  INITIAL VERSION.                        *
      *      2026-10-15  RH  CANCEL RECORDS FROM A RESTATED COUNT    *
      *                      ARE COUNTED AND PASSED OVER - THEY ARE  *
      *                      NOT CRITICALS AND HAVE NO LIFECYCLE.    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRITLIFE.
       77  CLF-EXTRACTS-UNWORKED       PIC 9(07)   COMP VALUE ZERO.
       77  CLF-EXTRACTS-DUPLICATE      PIC 9(07)   COMP VALUE ZERO.
       77  CLF-EXTRACTS-UNDATED        PIC 9(07)   COMP VALUE ZERO.
       77  CLF-EXTRACTS-CANCELS        PIC 9(07)   COMP VALUE ZERO.

      *-----------------------------------------------------------*
      *    LIFECYCLE REPORT PRINT LINES                             *
      *=============================================================*
       2000-PROCESS-EXTRACT.
           ADD 1 TO CLF-EXTRACTS-READ
           IF EXT-ACTION-CANCEL
               ADD 1 TO CLF-EXTRACTS-CANCELS
               GO TO 2000-NEXT
           END-IF
           IF EXT-BUSINESS-DATE NOT NUMERIC
               ADD 1 TO CLF-EXTRACTS-UNDATED
               DISPLAY "CRITLIFE: EXTRACT SKIPPED - NO BUSINESS "
           MOVE "EXTRACTS UNDATED"         TO CLF-TOT-LABEL
           MOVE CLF-EXTRACTS-UNDATED       TO CLF-TOT-VALUE
           WRITE RPT-RECORD FROM CLF-TOTAL-LINE.
           MOVE "CANCEL RECORDS SKIPPED"   TO CLF-TOT-LABEL
           MOVE CLF-EXTRACTS-CANCELS       TO CLF-TOT-VALUE
           WRITE RPT-RECORD FROM CLF-TOTAL-LINE.
           IF CLF-DEP-LOST > ZERO
               MOVE "NOT IN DEPT SUMMARY"  TO CLF-TOT-LABEL
               MOVE CLF-DEP-LOST           TO CLF-TOT-VALUE
