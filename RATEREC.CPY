      ******************************************************************
      * RATEREC - record layout of CURRENCY-RATE-FILE (RATEFIL), the
      * currency rates register. Maintained from the CALCULATOR main
      * menu beside the constants, read by the CVT conversion
      * operator and by the maintenance log report, which decodes
      * the before and after images of a rate change. Kept in one
      * copybook so a writer and its readers can never drift apart.
      *
      * One RATE-RECORD per currency, keyed on its code the same way
      * CONSTANTS-FILE is keyed on its name: the rate is the number
      * of units of the currency per one unit of the base currency,
      * so converting an amount to base divides by it.
      ******************************************************************
       01  RATE-RECORD.
           02  RATE-CURRENCY-CODE  PIC X(3).
           02  RATE-UNITS-PER-BASE PIC S9(7)V9(6).
