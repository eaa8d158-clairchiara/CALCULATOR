      *                  the same run unit, and the ANS token stands
      *                  for the previous successful result (new
      *                  return code 10, variable table full).
      * 15 Oct 2026  CM  Added formula inputs: the caller passes a
      *                  FORMARGS block of slot names and values,
      *                  and a slot name resolves to its value ahead
      *                  of session variables and constants, so one
      *                  stored formula runs with each caller's
      *                  inputs.
      * 15 Oct 2026  CM  A formula run no longer sees session
      *                  variables or ANS: its names resolve to its
      *                  inputs and to constants only, so a stored
      *                  formula does the same arithmetic for every
      *                  caller. A trial solve, asked for through
      *                  FORMARGS when a formula is saved, leaves the
      *                  last answer as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRESSION-SOLVER.
               03  SESSION-VAR-NAME    PIC X(10).
               03  SESSION-VAR-VALUE   PIC S9(9)V9(3).
       01  SESSION-VAR-PTR         PIC 9(2).
       01  FORMULA-ARG-PTR         PIC 9(1).
       01  FORMULA-ARG-FOUND-SW    PIC X VALUE 'N'.
           88  FORMULA-ARG-FOUND       VALUE 'Y'.
       01  SESSION-LOOKUP-NAME     PIC X(10).
       01  SESSION-VAR-FOUND-SW    PIC X VALUE 'N'.
           88  SESSION-VAR-FOUND       VALUE 'Y'.
      * the figures it produced at the time.
      *
       01  SOLVE-AS-OF-DATE        PIC 9(8).
      *
      * FORMULA-ARGUMENTS carries a formula run's input slots, each a
      * name and the value supplied for it. Slot names are looked up
      * before CONSTANTS-FILE, so an input is never shadowed by a
      * stored constant, and a formula run does not look at session
      * variables or ANS at all - any other name must be a constant -
      * so the caller's session cannot change what a stored formula
      * works out. A plain expression passes a zero count and nothing
      * changes. FORMULA-TRIAL-SOLVE marks a trial of a formula being
      * saved, which must not disturb the caller's last answer.
      *
       COPY FORMARGS.
       PROCEDURE DIVISION USING EXPR-INPUT EXPR-RESULT EXPR-RETURN-CODE
           SOLVE-AS-OF-DATE FORMULA-ARGUMENTS.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SOLVER
               PERFORM DRAIN-REMAINING-OPERATORS
           END-IF
           PERFORM SET-RESULT
           IF EXPR-RETURN-CODE = ZERO
               AND NOT FORMULA-TRIAL-SOLVE THEN
               MOVE EXPR-RESULT TO LAST-ANSWER-VALUE
               MOVE 'Y' TO LAST-ANSWER-SET-SWITCH
               IF ASSIGNMENT-FOUND THEN
                       MOVE NAME-BUFFER (1:4) TO TOKEN-OPERATOR
                       PERFORM PUSH-OPERATOR
                   WHEN NAME-BUFFER = "ANS"
                       IF LAST-ANSWER-SET
                           AND FORMULA-ARG-COUNT = ZERO THEN
                           MOVE LAST-ANSWER-VALUE TO NUM-VALUE
                           PERFORM PUSH-NUMBER
                       ELSE
                           MOVE 'Y' TO ERROR-SWITCH
                       END-IF
                   WHEN OTHER
                       PERFORM FIND-FORMULA-ARGUMENT
                       MOVE 'N' TO SESSION-VAR-FOUND-SW
                       IF FORMULA-ARG-COUNT = ZERO THEN
                           MOVE NAME-BUFFER TO SESSION-LOOKUP-NAME
                           PERFORM FIND-SESSION-VARIABLE
                       END-IF
                       IF FORMULA-ARG-FOUND THEN
                           MOVE FORMULA-ARG-VALUE (FORMULA-ARG-PTR)
                               TO NUM-VALUE
                           PERFORM PUSH-NUMBER
                       ELSE
                       IF SESSION-VAR-FOUND THEN
                           MOVE SESSION-VAR-VALUE (SESSION-VAR-PTR)
                               TO NUM-VALUE
                               MOVE 'Y' TO ERROR-SWITCH
                           END-IF
                       END-IF
                       END-IF
               END-EVALUATE
               MOVE SPACES TO NAME-BUFFER
               MOVE ZERO TO NAME-LENGTH
               MOVE '+' TO NUMBER-SIGN-SWITCH
           END-IF.

      ******************************************************************
      * FIND-FORMULA-ARGUMENT looks NAME-BUFFER up among the input
      * slots of the formula being run, if any.
      ******************************************************************
       FIND-FORMULA-ARGUMENT.
           MOVE 'N' TO FORMULA-ARG-FOUND-SW
           MOVE 1 TO FORMULA-ARG-PTR
           PERFORM CHECK-FORMULA-ARGUMENT
               UNTIL FORMULA-ARG-PTR > FORMULA-ARG-COUNT
                   OR FORMULA-ARG-FOUND.

       CHECK-FORMULA-ARGUMENT.
           IF FORMULA-ARG-NAME (FORMULA-ARG-PTR) = NAME-BUFFER THEN
               MOVE 'Y' TO FORMULA-ARG-FOUND-SW
           ELSE
               ADD 1 TO FORMULA-ARG-PTR
           END-IF.

      ******************************************************************
      * LOOKUP-CONSTANT-NAME resolves NAME-BUFFER as of SOLVE-AS-OF-
      * DATE: the versions of a name sit together in ascending
