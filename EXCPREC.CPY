      ******************************************************************
      * EXCPREC - record layout of EXCEPTION-FILE (EXCPFIL), the
      * ledger entries that breached a RULEFIL review threshold.
      * Appended by CALCULATOR, from the terminal modes and the batch
      * run alike, the moment the entry is written to LEDGER-FILE;
      * read by EXCEPTION-REPORT for the day's supervisor sign-off.
      * Kept in one copybook so the writer and its reader can never
      * drift apart.
      *
      * One EXCEPTION-RECORD per rule broken. It carries the entry's
      * serial, date, time, user, source, operator, currency and
      * result as written, the run that wrote it and whether that
      * was a batch run ('B') or a terminal session ('I'), and the
      * key and limit of the rule as they stood at the time - the
      * rule may be changed or deleted afterwards without losing
      * what the entry was measured against.
      ******************************************************************
       01  EXCEPTION-RECORD.
           02  EXCP-DATE           PIC 9(8).
           02  EXCP-TIME           PIC 9(8).
           02  EXCP-SERIAL         PIC 9(9).
           02  EXCP-USER-ID        PIC X(10).
           02  EXCP-SOURCE         PIC X(1).
           02  EXCP-OPERATOR       PIC X(4).
           02  EXCP-CURRENCY-CODE  PIC X(3).
           02  EXCP-RESULT         PIC S9(9)V9(3).
           02  EXCP-RUN-ID         PIC X(14).
           02  EXCP-ORIGIN         PIC X(1).
               88  EXCP-FROM-BATCH         VALUE 'B'.
               88  EXCP-FROM-TERMINAL      VALUE 'I'.
           02  EXCP-RULE-KEY.
               03  EXCP-RULE-TYPE      PIC X(1).
               03  EXCP-RULE-SUBJECT   PIC X(10).
           02  EXCP-RULE-LIMIT     PIC 9(9)V9(3).
