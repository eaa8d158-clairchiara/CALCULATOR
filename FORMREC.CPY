      ******************************************************************
      * FORMREC - record layout of FORMULA-FILE (FORMFIL), the named
      * formula library. Maintained by supervisors from CALCULATOR's
      * main menu, read wherever a formula is run: the menu's run-a-
      * formula option and the batch 'F' transaction records. Kept
      * in one copybook so the maintainer and its readers can never
      * drift apart.
      *
      * One FORMULA-RECORD per formula, keyed on its name. The
      * expression is an ordinary EXPRESSION-SOLVER expression whose
      * input slots are named in FORMULA-INPUT-NAME, first
      * FORMULA-INPUT-COUNT of them in use: a run supplies one value
      * per slot, in slot order, and the solver resolves each slot
      * name to its value before it looks at session variables or
      * CONSTANTS-FILE - so "NET + (NET * VAT / 100)" with slot NET
      * takes the keyed amount and the stored VAT rate, and every
      * team gets the same arithmetic from the same definition.
      ******************************************************************
       01  FORMULA-RECORD.
           02  FORMULA-NAME        PIC X(10).
           02  FORMULA-DESCRIPTION PIC X(30).
           02  FORMULA-INPUT-COUNT PIC 9(1).
           02  FORMULA-INPUT-NAME  PIC X(10) OCCURS 5 TIMES.
           02  FORMULA-EXPRESSION  PIC X(80).
