      *  RISING SEQUENCE NUMBER. THE UNIT-COUNT FIELD CARRIES THE    *
      *  CONTACT'S FULL CRITICAL COUNT FOR THE DATE ON EVERY         *
      *  RECORD OF THE SET. UNUSED UNIT SLOTS ARE SPACES.            *
      *  THE NOTICE TYPE TELLS THE GATEWAY WHICH LETTER TO SEND -    *
      *  BLANK FOR THE DAILY CRITICAL NOTICE, H OR B FOR AN ACK      *
      *  ESCALATION ROUTED TO A DEPARTMENT HEAD OR BACKUP CONTACT    *
      *  (ONE SET PER CONTACT, BUSINESS DATE AND TYPE).              *
      *  WRITTEN           : 2026-08-25  R.HALVERSEN                 *
      *  MODIFIED          : 2026-10-15  RH - NOTICE TYPE ADDED      *
      *=============================================================*
       01  NTF-RECORD.
           05  NTF-CONTACT             PIC X(20).
               10  NTF-UNIT-ID         PIC X(10).
               10  NTF-UNIT-VALUE      PIC 9(05).
               10  NTF-CRIT-BREAK      PIC 9(05).
           05  NTF-NOTICE-TYPE         PIC X(01).
               88  NTF-CRITICAL-NOTICE             VALUE " ".
               88  NTF-ESCALATE-HEAD               VALUE "H".
               88  NTF-ESCALATE-BACKUP             VALUE "B".
           05  FILLER                  PIC X(18).
