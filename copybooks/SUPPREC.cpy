      *=============================================================*
      *  SUPPREC.CPY                                                 *
      *  RECORD LAYOUT FOR THE PLANNED-MAINTENANCE SUPPRESSION FILE. *
      *  ONE RECORD PER SCHEDULED OUTAGE, KEYED BY A SINGLE UNIT-ID  *
      *  (TYPE U) OR BY A UNIT CLASS AS CARRIED ON THE UNIT          *
      *  REFERENCE MASTER (TYPE C), WITH THE INCLUSIVE BUSINESS      *
      *  DATE RANGE OF THE OUTAGE, THE REASON AND WHO AUTHORIZED IT. *
      *  BOTH DATES ARE REQUIRED - AN OPEN-ENDED SUPPRESSION WOULD   *
      *  HIDE A REAL PROBLEM INDEFINITELY. THE DAILY EVALUATION      *
      *  STILL JUDGES AND AUDITS A SUPPRESSED UNIT-DATE BUT GIVES A  *
      *  CRITICAL COUNT THE OUTCOME SUPPRESSED INSTEAD OF EXTRACTING *
      *  IT; CRITNTFY, QUIETCHK AND ACKRECON SKIP SUPPRESSED         *
      *  UNIT-DATES; SUPLIST LISTS THE FILE DAILY.                   *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  SPR-RECORD.
           05  SPR-KEY-TYPE            PIC X(01).
               88  SPR-TYPE-UNIT                   VALUE "U".
               88  SPR-TYPE-CLASS                  VALUE "C".
           05  SPR-KEY                 PIC X(10).
           05  SPR-FROM-DATE-X         PIC X(08).
           05  SPR-FROM-DATE  REDEFINES SPR-FROM-DATE-X
                                       PIC 9(08).
           05  SPR-TO-DATE-X           PIC X(08).
           05  SPR-TO-DATE  REDEFINES SPR-TO-DATE-X
                                       PIC 9(08).
           05  SPR-REASON              PIC X(30).
           05  SPR-AUTHORIZED-BY       PIC X(15).
           05  FILLER                  PIC X(08).
