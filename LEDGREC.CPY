      ******************************************************************
      * LEDGREC - record layout of LEDGER-FILE, the audit trail of
      * every completed calculation. Written by CALCULATOR (sources
      * 'C', 'E', 'F', 'T' and 'R'), read by the LEDGER-FILE
      * reporting programs. Kept in one copybook so a writer and its
      * readers can never drift apart.
      *
      * LEDGER-SERIAL is the entry's unique serial number, issued in
      * ascending order from the LEDGSEQ sequence file as the entry
      * be named exactly. LEDGER-RUN-ID identifies the program run
      * (its start date and time) that wrote the entry.
      *
      * LEDGER-FILE is indexed: LEDGER-SERIAL is the record key,
      * LEDGER-DATE-USER-KEY (posting date, then user) and
      * LEDGER-RUN-ID are alternate keys with duplicates, so a day,
      * one user's day or one run can be read without passing the
      * rest of the file. Duplicates of an alternate key come back
      * in the order they were written, which is serial order.
      * Every program that opens LEDGER-FILE declares the same three
      * keys. LEDGARCH, the archive, stays sequential in serial
      * order. LEDGER-CONVERT took the ledger and the archive
      * datasets from the old sequential layout to this one.
      *
      * LEDGER-CURRENCY-CODE names the currency the result is in, by
      * its RATEFIL code; spaces mean the base currency.
      *
      * A wrong entry is never changed or removed: a supervisor posts
      * a reversal ('R') carrying the same operands and currency and
      * the negated result, with LEDGER-REVERSES-SERIAL naming the
      * entry it cancels and LEDGER-REASON (the expression field's
      * view on a reversal) saying why. The reversed entry's
      * LEDGER-REVERSED-BY-SERIAL is stamped with the reversal's
      * serial, so the pair can be linked from either side and an
      * entry is never reversed twice. Both are zero on every other
      * entry.
      *
      * A formula entry ('F') carries the name of the FORMFIL formula
      * that produced it in LEDGER-FORMULA-NAME, and the values its
      * input slots were given, in slot order, in the expression
      * field; its reversal carries the same name. The name is
      * spaces on every other entry.
      *
      * A tape entry ('T') is the closing total of an adding-machine
      * tape. The expression field's tape view names the tape - the
      * run that printed it and its number within the run, printed
      * on every line of it in TAPEPRT - with the count of figures
      * added and subtotals taken, so the tape can be pulled up
      * from the entry. Operands and operator are empty.
      ******************************************************************
       01  LEDGER-RECORD.
           02  LEDGER-DATE-USER-KEY.
               03  LEDGER-DATE         PIC 9(8).
               03  LEDGER-USER-ID      PIC X(10).
           02  LEDGER-TIME         PIC 9(8).
           02  LEDGER-SOURCE       PIC X(1).
               88  LEDGER-FROM-CALCULATION VALUE 'C'.
               88  LEDGER-FROM-EXPRESSION  VALUE 'E'.
               88  LEDGER-FROM-FORMULA     VALUE 'F'.
               88  LEDGER-FROM-TAPE        VALUE 'T'.
               88  LEDGER-REVERSAL         VALUE 'R'.
           02  LEDGER-SERIAL       PIC 9(9).
           02  LEDGER-RUN-ID       PIC X(14).
           02  LEDGER-CURRENCY-CODE PIC X(3).
           02  LEDGER-OPERAND2     PIC S9(9)V9(3).
           02  LEDGER-RESULT       PIC S9(9)V9(3).
           02  LEDGER-EXPRESSION   PIC X(80).
           02  LEDGER-REASON REDEFINES LEDGER-EXPRESSION
                                   PIC X(80).
           02  LEDGER-TAPE-REFERENCE REDEFINES LEDGER-EXPRESSION.
               03  LEDGER-TAPE-ID.
                   04  LEDGER-TAPE-RUN-ID PIC X(14).
                   04  LEDGER-TAPE-NUMBER PIC 9(3).
               03  LEDGER-TAPE-ITEM-COUNT PIC 9(5).
               03  LEDGER-TAPE-SUBTOTAL-COUNT PIC 9(3).
               03  FILLER              PIC X(55).
           02  LEDGER-REVERSED-BY-SERIAL PIC 9(9).
           02  LEDGER-REVERSES-SERIAL PIC 9(9).
           02  LEDGER-FORMULA-NAME PIC X(10).
