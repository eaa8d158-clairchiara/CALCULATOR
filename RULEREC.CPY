      ******************************************************************
      * RULEREC - record layout of RULE-FILE (RULEFIL), the register
      * of review thresholds. Maintained by supervisors from
      * CALCULATOR's main menu and logged to MAINTLOG; read by
      * CALCULATOR as every ledger entry is written, and by the
      * maintenance log report, which decodes the before and after
      * images of a rule change. Kept in one copybook so the
      * maintainer and its readers can never drift apart.
      *
      * One RULE-RECORD per rule, keyed on its type and subject. An
      * 'A' rule has no subject and applies to every entry; an 'O'
      * rule names an operator, a 'C' rule a currency code (spaces
      * for the base currency) and a 'U' rule a user ID, and each
      * applies to the entries carrying it. An entry breaches a rule
      * when its result, negative or positive, is larger than
      * RULE-LIMIT; every rule an entry breaches is written to
      * EXCPFIL, so one large entry can raise more than one
      * exception.
      ******************************************************************
       01  RULE-RECORD.
           02  RULE-KEY.
               03  RULE-TYPE           PIC X(1).
                   88  RULE-ABSOLUTE           VALUE 'A'.
                   88  RULE-PER-OPERATOR       VALUE 'O'.
                   88  RULE-PER-CURRENCY       VALUE 'C'.
                   88  RULE-PER-USER           VALUE 'U'.
               03  RULE-SUBJECT        PIC X(10).
           02  RULE-LIMIT          PIC 9(9)V9(3).
           02  RULE-DESCRIPTION    PIC X(30).
