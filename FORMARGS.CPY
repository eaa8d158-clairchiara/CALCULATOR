      ******************************************************************
      * FORMARGS - the formula input block CALCULATOR hands to
      * EXPRESSION-SOLVER with every expression. For a formula run it
      * carries the formula's slot names and the values supplied for
      * them; for a plain expression FORMULA-ARG-COUNT is zero and
      * the block is ignored. FORMULA-SOLVE-MODE is 'T' for a trial
      * solve of a formula being saved, with stand-in input values,
      * and a space for every real solve. Kept in one copybook so the
      * caller and the solver's LINKAGE SECTION can never drift apart.
      ******************************************************************
       01  FORMULA-ARGUMENTS.
           02  FORMULA-ARG-COUNT   PIC 9(1).
           02  FORMULA-ARG-ENTRY OCCURS 5 TIMES.
               03  FORMULA-ARG-NAME    PIC X(10).
               03  FORMULA-ARG-VALUE   PIC S9(9)V9(3).
           02  FORMULA-SOLVE-MODE  PIC X(1).
               88  FORMULA-TRIAL-SOLVE     VALUE 'T'.
