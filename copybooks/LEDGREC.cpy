      *=============================================================*
      *  LEDGREC.CPY                                                 *
      *  RECORD LAYOUT FOR THE BUSINESS-DATE RUN LEDGER, A KEYED     *
      *  FILE HOLDING ONE ENTRY PER BUSINESS DATE THE DAILY CYCLE    *
      *  HAS EVALUATED. IFTHENEL OPENS THE ENTRY AS IN PROGRESS      *
      *  WHEN THE DATE'S SEGMENT OPENS, STAMPS IT WITH THE RUN'S     *
      *  AUDIT STAMP AND TRAILER TOTALS, AND MARKS IT COMPLETE (OR   *
      *  ABORTED) AT THE END OF THE RUN. A DATE ALREADY COMPLETE IS  *
      *  REFUSED UNLESS THE RUN IS A RERUN, WHICH IS COUNTED AND     *
      *  LOGGED WITH ITS REASON. HISTUPDT, CRITNTFY AND DAYPROOF     *
      *  READ THE ENTRY BEFORE ACTING AND SET THEIR OWN STEP FLAG    *
      *  WHEN THEY HAVE FINISHED WITH THE DATE. A NEW EVALUATION OF  *
      *  THE DATE CLEARS THE DOWNSTREAM FLAGS. AN ABORTED ENTRY      *
      *  KEEPS THE STAMP OF THE EARLIEST RUN SINCE THE DATE LAST     *
      *  COMPLETED, SO NO DECISION OF AN UNPROVED RUN IS TAKEN AS    *
      *  THE PRIOR DECISION BY THE NEXT.                             *
      *  WRITTEN           : 2026-10-15  R.HALVERSEN                 *
      *=============================================================*
       01  LDG-RECORD.
           05  LDG-BUSINESS-DATE       PIC 9(08).
           05  LDG-STATUS              PIC X(01).
               88  LDG-STATUS-COMPLETE             VALUE "C".
               88  LDG-STATUS-IN-PROGRESS          VALUE "I".
               88  LDG-STATUS-ABORTED              VALUE "A".
           05  LDG-RUN-STAMP           PIC X(15).
           05  LDG-RUN-STAMP-R REDEFINES LDG-RUN-STAMP.
               10  LDG-RUN-DATE        PIC 9(08).
               10  FILLER              PIC X(01).
               10  LDG-RUN-TIME        PIC 9(06).
           05  LDG-TRL-COUNT           PIC 9(07).
           05  LDG-TRL-HASH            PIC 9(11).
           05  LDG-STEP-FLAGS.
               10  LDG-EVAL-FLAG       PIC X(01).
                   88  LDG-EVAL-DONE               VALUE "Y".
               10  LDG-HIST-FLAG       PIC X(01).
                   88  LDG-HIST-DONE               VALUE "Y".
               10  LDG-NTFY-FLAG       PIC X(01).
                   88  LDG-NTFY-DONE               VALUE "Y".
               10  LDG-PROOF-FLAG      PIC X(01).
                   88  LDG-PROOF-DONE              VALUE "Y".
           05  LDG-RUN-COUNT           PIC 9(03).
           05  LDG-RERUN-REASON        PIC X(28).
           05  FILLER                  PIC X(03).
