      ******************************************************************
      * HISTREC - record layout of RUN-HISTORY-FILE (RUNHIST), the
      * history of batch runs. Appended by CALCULATOR's batch mode,
      * read by its duplicate-input guard and by RUN-HISTORY-REPORT.
      * Kept in one copybook so the writer and its readers can never
      * drift apart. HISTORY-CONVERT carries a run history written
      * before the rerun flag and exception count into this layout.
      *
      * One RUN-HISTORY-RECORD is appended per batch run, whatever
      * its outcome: what file was presented (the header's source
      * system and file date), who ran it, what was handled and how
      * it ended. HIST-RECORD-COUNT is the transactions handled,
      * HIST-REJECT-COUNT the records the input edit diverted to
      * TRANSREJ and HIST-ERROR-COUNT the handled transactions that
      * failed in calculation. HIST-RESULT-CODE is the run's outcome
      * on the batch RETURN-CODE scale (0 and 4 mean the file
      * completed). HIST-RERUN-OVERRIDE is 'Y' for a run the
      * duplicate-input guard stopped and was overridden - by an
      * ALLOW-RERUN parameter or the operator's Y - so a feed pushed
      * through on a rerun can be told from one that went through as
      * scheduled; an ALLOW-RERUN on a file not already processed
      * overrides nothing and leaves it 'N'.
      * HIST-EXCEPTION-COUNT is the RULEFIL review thresholds the
      * run's ledger entries breached, each one written to EXCPFIL;
      * a run with exceptions completes with result code 4, so its
      * output is held for review like one with errors.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           02  HIST-RUN-DATE       PIC 9(8).
           02  HIST-RUN-TIME       PIC 9(8).
           02  HIST-RUN-USER       PIC X(10).
           02  HIST-SOURCE-SYSTEM  PIC X(8).
           02  HIST-FILE-DATE      PIC 9(8).
           02  HIST-RECORD-COUNT   PIC 9(7).
           02  HIST-REJECT-COUNT   PIC 9(7).
           02  HIST-ERROR-COUNT    PIC 9(7).
           02  HIST-RESULT-CODE    PIC 9(2).
           02  HIST-RERUN-OVERRIDE PIC X(1).
               88  HIST-OVERRIDE-RERUN     VALUE 'Y'.
           02  HIST-EXCEPTION-COUNT PIC 9(7).
