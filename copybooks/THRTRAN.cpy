      *=============================================================*
      *  THRTRAN.CPY                                                 *
      *  RECORD LAYOUT FOR THE THRESHOLD-CONTROL MAINTENANCE         *
      *  TRANSACTION FILE. ONE ACTION BYTE FOLLOWED BY A RECORD IN   *
      *  THE THRCTL LAYOUT (EVERY FIELD SHIFTED RIGHT ONE BYTE):     *
      *      A - ADD THE FIRST VERSION OF A TYPE/KEY (OR THE ONE     *
      *          TYPE-P PROPOSED RECORD)                             *
      *      S - SUPERSEDE: ADD A NEW VERSION FROM TTR-EFFECTIVE-    *
      *          FROM, CLOSING THE VERSION IN FORCE THAT DAY AT THE  *
      *          DAY BEFORE. A BLANK CRITICAL LIMIT OR STALE LIMIT   *
      *          CARRIES FORWARD FROM THE CLOSED VERSION. ON TYPE P  *
      *          THE PROPOSED PAIR IS REPLACED IN PLACE.             *
      *      C - CLOSE: END THE VERSION IN FORCE ON TTR-EFFECTIVE-   *
      *          TO AT THAT DATE. ONLY THE TYPE, KEY AND TO DATE     *
      *          ARE READ. ON TYPE P THE PROPOSED RECORD IS DROPPED. *
      *  SUBMITTED IN ANY ORDER - THE JOB SORTS ON TYPE AND KEY,     *
      *  KEEPING THE KEYED ORDER WITHIN ONE TYPE/KEY.                 *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  TTR-RECORD.
           05  TTR-ACTION              PIC X(01).
               88  TTR-ADD                         VALUE "A".
               88  TTR-SUPERSEDE                   VALUE "S".
               88  TTR-CLOSE                       VALUE "C".
           05  TTR-RECORD-TYPE         PIC X(01).
               88  TTR-TYPE-GLOBAL                 VALUE "G".
               88  TTR-TYPE-CLASS                  VALUE "C".
               88  TTR-TYPE-UNIT                   VALUE "U".
               88  TTR-TYPE-PROPOSED               VALUE "P".
           05  TTR-KEY                 PIC X(10).
           05  TTR-WATCH-BREAK         PIC 9(05).
           05  TTR-CRITICAL-BREAK      PIC 9(05).
           05  TTR-CRITICAL-LIMIT-X    PIC X(07).
           05  TTR-CRITICAL-LIMIT  REDEFINES TTR-CRITICAL-LIMIT-X
                                       PIC 9(07).
           05  TTR-STALE-LIMIT-X       PIC X(03).
           05  TTR-STALE-LIMIT  REDEFINES TTR-STALE-LIMIT-X
                                       PIC 9(03).
           05  TTR-EFFECTIVE-FROM-X    PIC X(08).
           05  TTR-EFFECTIVE-FROM  REDEFINES TTR-EFFECTIVE-FROM-X
                                       PIC 9(08).
           05  TTR-EFFECTIVE-TO-X      PIC X(08).
           05  TTR-EFFECTIVE-TO  REDEFINES TTR-EFFECTIVE-TO-X
                                       PIC 9(08).
           05  FILLER                  PIC X(32).
