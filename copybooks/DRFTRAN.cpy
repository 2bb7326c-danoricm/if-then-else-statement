      *=============================================================*
      *  DRFTRAN.CPY                                                 *
      *  RECORD LAYOUT FOR THE DEPARTMENT REFERENCE MAINTENANCE      *
      *  TRANSACTION FILE. ONE RECORD PER ADD (A), CHANGE (C) OR     *
      *  DELETE (D), KEYED BY DEPARTMENT. ON A CHANGE, A BLANK       *
      *  FIELD MEANS LEAVE THE MASTER VALUE UNCHANGED; ON AN ADD, A  *
      *  BLANK ESCALATION LIMIT IS ZERO (HEAD ONLY).                 *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  DTR-RECORD.
           05  DTR-ACTION              PIC X(01).
               88  DTR-ADD                         VALUE "A".
               88  DTR-CHANGE                      VALUE "C".
               88  DTR-DELETE                      VALUE "D".
           05  DTR-DEPARTMENT          PIC X(15).
           05  DTR-HEAD-CONTACT        PIC X(20).
           05  DTR-BACKUP-CONTACT      PIC X(20).
           05  DTR-ESCALATE-DAYS-X     PIC X(02).
           05  DTR-ESCALATE-DAYS  REDEFINES DTR-ESCALATE-DAYS-X
                                       PIC 9(02).
           05  FILLER                  PIC X(22).
