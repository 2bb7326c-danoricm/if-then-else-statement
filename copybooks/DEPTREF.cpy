      *=============================================================*
      *  DEPTREF.CPY                                                 *
      *  RECORD LAYOUT FOR THE DEPARTMENT REFERENCE MASTER. ONE      *
      *  RECORD PER OWNING DEPARTMENT, KEYED ON THE URF-DEPARTMENT   *
      *  VALUE CARRIED ON THE UNIT REFERENCE MASTER AND MAINTAINED   *
      *  IN DEPARTMENT SEQUENCE. CARRIES THE DEPARTMENT HEAD AND A   *
      *  BACKUP ESCALATION CONTACT (MAIL-GATEWAY CONTACT NAMES, AS   *
      *  URF-CONTACT) AND THE DEPARTMENT'S OWN ESCALATION LIMIT IN   *
      *  BUSINESS DAYS - AN UNWORKED CRITICAL OUTSTANDING LONGER     *
      *  THAN THE LIMIT IS ESCALATED TO THE BACKUP AS WELL AS THE    *
      *  HEAD. A ZERO LIMIT ESCALATES TO THE HEAD ONLY.              *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  DRF-RECORD.
           05  DRF-DEPARTMENT          PIC X(15).
           05  DRF-HEAD-CONTACT        PIC X(20).
           05  DRF-BACKUP-CONTACT      PIC X(20).
           05  DRF-ESCALATE-DAYS       PIC 9(02).
           05  FILLER                  PIC X(23).
