      ******************************************************************
      * GLMAPREC - record layout of GL-MAP-FILE (GLMAPFIL), the
      * general ledger account mapping register. Maintained by
      * supervisors from CALCULATOR's main menu, read by GL-EXTRACT
      * to decide which GL accounts each ledger entry posts to, and
      * by the maintenance log report, which decodes the before and
      * after images of a mapping change. Kept in one copybook so
      * the maintainer and its readers can never drift apart.
      *
      * One GL-MAP-RECORD per combination of ledger source, operator
      * and currency code - the three LEDGER-RECORD fields an entry
      * is mapped on. An '*' in GL-MAP-OPERATOR or GL-MAP-CURRENCY-
      * CODE stands for any value, so a single record can map every
      * operator, every currency, or both, for a source; GL-EXTRACT
      * takes the most specific record that fits. Expression,
      * formula and tape entries carry no operator and are mapped
      * with spaces there; spaces in the currency code are the base
      * currency, as everywhere else. A positive LEDGER-RESULT
      * debits GL-MAP-DEBIT-ACCOUNT and credits GL-MAP-CREDIT-
      * ACCOUNT; a negative one (a reversal, typically) posts the
      * other way round.
      ******************************************************************
       01  GL-MAP-RECORD.
           02  GL-MAP-KEY.
               03  GL-MAP-SOURCE       PIC X(1).
               03  GL-MAP-OPERATOR     PIC X(4).
               03  GL-MAP-CURRENCY-CODE PIC X(3).
           02  GL-MAP-DEBIT-ACCOUNT PIC X(12).
           02  GL-MAP-CREDIT-ACCOUNT PIC X(12).
           02  GL-MAP-DESCRIPTION  PIC X(30).
