      ******************************************************************
      * MAINTREC - record layout of MAINT-LOG-FILE (MAINTLOG), the
      * audit log of supervisor maintenance to the registers the
      * calculations and postings depend on: CONSTFIL, RATEFIL,
      * USERFILE, FORMFIL, GLMAPFIL and RULEFIL, and the PERIODS
      * period control file. Written by CALCULATOR's maintenance
      * modes and period close and by LEDGER-ARCHIVE when it marks
      * months archived, read by MAINT-LOG-REPORT.
      * Kept in one copybook so the writer and its reader can never
      * drift apart.
      *
      * One MAINT-LOG-RECORD is appended for every record added,
      * changed or deleted, stamped with the date and time of the
      * change and the signed-on supervisor who made it.
      * MAINT-LOG-REGISTER names the register by its dataset name and
      * MAINT-LOG-KEY carries the changed record's key as it sits on
      * that register (for CONSTFIL the name and the effective date
      * together). MAINT-LOG-BEFORE and MAINT-LOG-AFTER are the whole
      * record as it stood before and after the change, byte for
      * byte in the register's own layout - spaces before an add and
      * after a delete - so the change can be read back field by
      * field through that register's copybook.
      ******************************************************************
       01  MAINT-LOG-RECORD.
           02  MAINT-LOG-DATE      PIC 9(8).
           02  MAINT-LOG-TIME      PIC 9(8).
           02  MAINT-LOG-USER-ID   PIC X(10).
           02  MAINT-LOG-REGISTER  PIC X(8).
               88  MAINT-LOG-CONSTANTS     VALUE 'CONSTFIL'.
               88  MAINT-LOG-RATES         VALUE 'RATEFIL'.
               88  MAINT-LOG-USERS         VALUE 'USERFILE'.
               88  MAINT-LOG-FORMULAS      VALUE 'FORMFIL'.
               88  MAINT-LOG-GL-MAPS       VALUE 'GLMAPFIL'.
               88  MAINT-LOG-RULES         VALUE 'RULEFIL'.
               88  MAINT-LOG-PERIODS       VALUE 'PERIODS'.
           02  MAINT-LOG-ACTION    PIC X(1).
               88  MAINT-LOG-ADDED         VALUE 'A'.
               88  MAINT-LOG-CHANGED       VALUE 'C'.
               88  MAINT-LOG-DELETED       VALUE 'D'.
           02  MAINT-LOG-KEY       PIC X(20).
           02  MAINT-LOG-BEFORE    PIC X(200).
           02  MAINT-LOG-AFTER     PIC X(200).
