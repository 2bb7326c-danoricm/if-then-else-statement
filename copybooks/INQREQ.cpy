      *  BUSINESS DATE RANGE - ANSWERED BY AUDINQ AS A FORMATTED     *
      *  SECTION OF THE INQUIRY REPORT.                              *
      *  WRITTEN           : 2026-08-22  R.HALVERSEN                 *
      *  MODIFIED          : 2026-10-15  RH - ALSO THE REQUEST       *
      *                      LAYOUT FOR UNITPROF, WHERE EITHER DATE  *
      *                      MAY BE LEFT BLANK TO TAKE ITS DEFAULT.  *
      *=============================================================*
       01  INQ-REQUEST.
           05  INQ-UNIT-ID             PIC X(10).
