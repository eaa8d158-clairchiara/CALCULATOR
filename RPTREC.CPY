      ******************************************************************
      * RPTREC - record layout of REPORT-FILE (TRANSOUT), typed on
      * its first byte like TRANSIN: one 'H' header first, 'D', 'E'
      * and 'F' result records, one 'T' trailer last. A 'D' record
      * carries the operand/operator/operand inputs of CALCULATION;
      * an 'E' record carries the expression string handed to
      * EXPRESSION-SOLVER. All carry the RESULT produced. The
      * header names the run (date, time, user) and the TRANSIN it
      * consumed; the trailer carries the data record count and the
      * sum of the results written, so the receiving system can tell
      *
      * REPORT-CURRENCY-CODE names the currency the result is in, by
      * its RATEFIL code; spaces mean the base currency.
      *
      * An 'F' record is the result of a batch formula transaction:
      * REPORT-FORMULA-NAME names the FORMFIL formula run and
      * REPORT-EXPRESSION carries the input values it was given, in
      * slot order, exactly as they went to the ledger entry.
      ******************************************************************
       01  REPORT-RECORD.
           02  REPORT-REC-TYPE     PIC X(1).
               88  REPORT-HEADER-REC       VALUE 'H'.
               88  REPORT-FROM-DETAIL      VALUE 'D'.
               88  REPORT-FROM-EXPRESSION  VALUE 'E'.
               88  REPORT-FROM-FORMULA     VALUE 'F'.
               88  REPORT-TRAILER-REC      VALUE 'T'.
           02  REPORT-OPERAND1     PIC S9(9)V9(3).
           02  REPORT-OPERATOR     PIC X(4).
           02  REPORT-RUN-ID       PIC X(14).
           02  REPORT-CURRENCY-CODE PIC X(3).
           02  REPORT-EXPRESSION   PIC X(80).
           02  REPORT-FORMULA-NAME PIC X(10).
       01  REPORT-HEADER-FIELDS.
           02  FILLER              PIC X(1).
           02  REPORT-HEADER-RUN-DATE PIC 9(8).
           02  REPORT-HEADER-RUN-USER PIC X(10).
           02  REPORT-HEADER-SOURCE-SYSTEM PIC X(8).
           02  REPORT-HEADER-FILE-DATE PIC 9(8).
           02  FILLER              PIC X(118).
       01  REPORT-TRAILER-FIELDS.
           02  FILLER              PIC X(1).
           02  REPORT-TRAILER-RECORD-COUNT PIC 9(7).
           02  REPORT-TRAILER-HASH-TOTAL PIC S9(11)V9(3).
           02  FILLER              PIC X(137).
