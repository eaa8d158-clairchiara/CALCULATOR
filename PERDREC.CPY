      ******************************************************************
      * PERDREC - record layout of PERIOD-FILE (PERIODS), the
      * accounting period control file. Written by CALCULATOR's
      * period close, read by CALCULATOR before anything is posted,
      * by LEDGER-ARCHIVE, which archives only closed months and
      * proves what it moves against their closing figures, and by
      * the maintenance log report, which decodes the before and
      * after images of a close. Kept in one copybook so the writer
      * and its readers can never drift apart.
      *
      * Months close in calendar order, so the whole state of the
      * calendar is one figure: the open period. The control record,
      * keyed on PERIOD-MONTH zero, holds PERIOD-OPEN-MONTH - every
      * month before it is closed, it and every month after it are
      * open - and the entry count and result total carried forward
      * from the last month closed. No control record means no month
      * has ever been closed.
      *
      * One PERIOD-RECORD per month closed, keyed on its year and
      * month, holding the entry count, the result total and a hash
      * total of the serials of the LEDGER-FILE entries dated in it,
      * frozen at the close, with the figures brought forward from
      * the months before and carried forward to the next. PERIOD-
      * STATUS goes from 'C' to 'A' when LEDGER-ARCHIVE has moved the
      * month to LEDGARCH and found it agreed with the close, on
      * PERIOD-ARCHIVE-DATE.
      ******************************************************************
       01  PERIOD-RECORD.
           02  PERIOD-MONTH        PIC 9(6).
           02  PERIOD-STATUS       PIC X(1).
               88  PERIOD-CLOSED           VALUE 'C'.
               88  PERIOD-ARCHIVED         VALUE 'A'.
           02  PERIOD-CLOSE-DATE   PIC 9(8).
           02  PERIOD-CLOSE-TIME   PIC 9(8).
           02  PERIOD-CLOSED-BY    PIC X(10).
           02  PERIOD-ENTRY-COUNT  PIC 9(7).
           02  PERIOD-RESULT-TOTAL PIC S9(13)V9(3).
           02  PERIOD-SERIAL-HASH  PIC 9(15).
           02  PERIOD-BF-COUNT     PIC 9(9).
           02  PERIOD-BF-TOTAL     PIC S9(15)V9(3).
           02  PERIOD-CF-COUNT     PIC 9(9).
           02  PERIOD-CF-TOTAL     PIC S9(15)V9(3).
           02  PERIOD-ARCHIVE-DATE PIC 9(8).
       01  PERIOD-CONTROL-RECORD.
           02  PERIOD-CONTROL-KEY  PIC 9(6).
           02  PERIOD-OPEN-MONTH   PIC 9(6).
           02  PERIOD-CONTROL-CF-COUNT PIC 9(9).
           02  PERIOD-CONTROL-CF-TOTAL PIC S9(15)V9(3).
           02  FILLER              PIC X(94).
