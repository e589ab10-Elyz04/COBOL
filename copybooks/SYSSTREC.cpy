      * System status record layout - shared by any program that
      * reads or writes SYSSTAT.DAT.
      * A single record under the key "SYSTEM".  The end-of-day
      * orchestrator sets SS-BATCH-FLAG to 'B' when the nightly chain
      * starts and back to 'O' (online) once every step has
      * completed; a chain that stops on a failed step leaves the
      * flag at 'B' until it is resubmitted and finishes.
      * SS-BUSINESS-DATE is the date being closed and
      * SS-NEXT-BUS-DATE the next business day (weekends and bank
      * holidays skipped), against which online work taken while the
      * batch runs is queued.
       01  SYSTEM-STATUS-RECORD.
           05  SS-KEY                  PIC X(8).
           05  SS-BATCH-FLAG           PIC X.
           05  SS-BUSINESS-DATE        PIC 9(8).
           05  SS-NEXT-BUS-DATE        PIC 9(8).
           05  SS-CHANGED-TS           PIC 9(14).
           05  SS-CHANGED-BY           PIC X(20).
