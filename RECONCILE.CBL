      *                  its matched twin, so an unmatched entry is
      *                  now held one merge step and classified
      *                  against its successor.
      * 15 Oct 2026  CM  Reversed entries are netted out: each run-
      *                  date entry since reversed by a supervisor is
      *                  printed beside its reversal, counted aside
      *                  from the live matched pairs, and a ledger-
      *                  only or duplicate entry that has already
      *                  been reversed no longer puts the run out of
      *                  balance.
      * 15 Oct 2026  CM  'F' formula report records are matched
      *                  against 'F'-source ledger entries like the
      *                  expression records, and a formula entry is
      *                  printed as its formula name and input values.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed: the merge finds
      *                  the run date's first serial on the date/user
      *                  key and reads on from it in serial order to
      *                  the end of the day, and each reversal is read
      *                  straight from its serial.
      ******************************************************************
      * A crash between the ledger write in CALCULATION and the
      * checkpoint write in the batch run (the residual window noted
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-SERIAL
               ALTERNATE RECORD KEY IS LEDGER-DATE-USER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEDGER-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS SEQUENTIAL
      * from value equality.
      *
       01  LEDGER-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
      *
      * The run date's entries are found on the date/user key, which
      * gives them user by user; DAY-FIRST-SERIAL is the lowest
      * serial among them, where the serial-order merge begins.
      *
       01  DAY-FIRST-SERIAL        PIC 9(9) VALUE ZERO.
       01  DAY-SCAN-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-DAY-SCAN         VALUE 'Y'.
       01  LEDGER-SELECT-SWITCH    PIC X(1) VALUE 'N'.
           88  LEDGER-ENTRY-SELECTED   VALUE 'Y'.
       01  REPORT-SELECT-SWITCH    PIC X(1) VALUE 'N'.
       01  HELD-TIME               PIC 9(8).
       01  HELD-SOURCE             PIC X(1).
       01  HELD-EXPRESSION         PIC X(80).
       01  HELD-FORMULA-NAME       PIC X(10).
       01  HELD-OPERAND1           PIC S9(9)V9(3).
       01  HELD-OPERATOR           PIC X(4).
       01  HELD-OPERAND2           PIC S9(9)V9(3).
       01  HELD-RESULT             PIC S9(9)V9(3).
       01  HELD-REVERSED-BY        PIC 9(9).
       01  DUPLICATE-SWITCH        PIC X(1) VALUE 'N'.
           88  SUSPECTED-DUPLICATE     VALUE 'Y'.
       01  DISPOSITION-WORK        PIC X(14).
       01  MATCHED-COUNT           PIC 9(7) VALUE ZERO.
       01  UNMATCHED-LEDGER-COUNT  PIC 9(7) VALUE ZERO.
       01  DUPLICATE-COUNT         PIC 9(7) VALUE ZERO.
      *
      * Reversals. A run-date entry a supervisor has since reversed
      * still matched its report record - the run did post it - but
      * the pair nets to nothing, so it is counted aside from the
      * live matched pairs, and a ledger-only or duplicate entry that
      * has been reversed is already put right and is not held
      * against the balance. Every reversed run-date entry is kept in
      * REVERSED-TABLE as it is selected, and its reversal is read
      * on its serial once the merge is over, so the pairs can be
      * printed together after the exceptions.
      * The table holds 200 pairs; beyond that the counts still net
      * but the pair loses its lines, flagged on the report.
      *
       01  REVERSED-MATCHED-COUNT  PIC 9(7) VALUE ZERO.
       01  REVERSED-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
       01  LIVE-MATCHED-COUNT      PIC 9(7) VALUE ZERO.
       01  REVERSED-ENTRY-COUNT    PIC 9(3) VALUE ZERO.
       01  REVERSED-TABLE.
           02  REVERSED-ENTRY OCCURS 200 TIMES.
               03  REVD-SERIAL         PIC 9(9).
               03  REVD-TIME           PIC 9(8).
               03  REVD-SOURCE         PIC X(1).
               03  REVD-EXPRESSION     PIC X(80).
               03  REVD-FORMULA-NAME   PIC X(10).
               03  REVD-OPERAND1       PIC S9(9)V9(3).
               03  REVD-OPERATOR       PIC X(4).
               03  REVD-OPERAND2       PIC S9(9)V9(3).
               03  REVD-RESULT         PIC S9(9)V9(3).
               03  REVD-REVERSAL-SERIAL PIC 9(9).
               03  REVD-REVERSAL-MET   PIC X(1).
               03  REVD-REVERSAL-DATE  PIC 9(8).
               03  REVD-REVERSAL-TIME  PIC 9(8).
               03  REVD-REVERSAL-USER  PIC X(10).
               03  REVD-REVERSAL-RESULT PIC S9(9)V9(3).
               03  REVD-REVERSAL-REASON PIC X(80).
       01  REVERSED-PTR            PIC 9(3).
       01  REVERSED-FULL-SWITCH    PIC X(1) VALUE 'N'.
           88  REVERSED-TABLE-FULL     VALUE 'Y'.
       01  REVERSAL-DATE-EDIT      PIC 9999/99/99.
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
           "VERDICT: IN BALANCE - LEDGER MATCHES TRANSOUT".
       01  VERDICT-OUT-OF-BALANCE  PIC X(23) VALUE
           "VERDICT: OUT OF BALANCE".
       01  REVERSED-SECTION-TITLE  PIC X(39) VALUE
           "RUN ENTRIES REVERSED SINCE (NETTED OUT)".
       01  REVERSED-OVERFLOW-WARNING PIC X(57) VALUE
           "WARNING: OVER 200 REVERSED ENTRIES, EXTRA PAIRS NOT SHOWN".
       PROCEDURE DIVISION.

       BEGIN.

      ******************************************************************
      * MATCH-REPORT-FILE merges LEDGER-FILE and TRANSOUT co-
      * sequentially on the ledger serial: the run-date 'C'/'E'/'F'
      * ledger entries and the error-free report records both arrive
      * in ascending serial order, so one pass pairs them exactly.
      * Whatever falls out of step is printed as an exception - a
           PERFORM WRITE-REPORT-LINE
           MOVE DETAIL-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM START-RUN-DATE-ENTRIES
           PERFORM READ-NEXT-LEDGER-ENTRY
           PERFORM READ-NEXT-REPORT-RECORD
           PERFORM MATCH-ONE-PAIR
               UNTIL END-OF-LEDGER-FILE AND END-OF-REPORT-FILE
           PERFORM FLUSH-HELD-ENTRY
           MOVE 1 TO REVERSED-PTR
           PERFORM ATTACH-REVERSAL
               UNTIL REVERSED-PTR > REVERSED-ENTRY-COUNT.

      ******************************************************************
      * START-RUN-DATE-ENTRIES reads the run date's entries on the
      * date/user key for the lowest serial among them, then
      * positions LEDGER-FILE on that serial, so the merge reads the
      * day in serial order and nothing before it. A day with no
      * entries leaves the ledger side at its end.
      ******************************************************************
       START-RUN-DATE-ENTRIES.
           MOVE RECON-DATE TO LEDGER-DATE
           MOVE LOW-VALUES TO LEDGER-USER-ID
           START LEDGER-FILE KEY IS NOT < LEDGER-DATE-USER-KEY
               INVALID KEY
                   MOVE 'Y' TO DAY-SCAN-SWITCH
           END-START
           PERFORM READ-DAY-ENTRY UNTIL END-OF-DAY-SCAN
           IF DAY-FIRST-SERIAL = ZERO THEN
               MOVE 'Y' TO LEDGER-EOF-SWITCH
           ELSE
               MOVE DAY-FIRST-SERIAL TO LEDGER-SERIAL
               START LEDGER-FILE KEY IS = LEDGER-SERIAL
                   INVALID KEY
                       MOVE 'Y' TO LEDGER-EOF-SWITCH
               END-START
           END-IF.

       READ-DAY-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO DAY-SCAN-SWITCH
               NOT AT END
                   IF LEDGER-DATE NOT = RECON-DATE THEN
                       MOVE 'Y' TO DAY-SCAN-SWITCH
                   ELSE
                   IF DAY-FIRST-SERIAL = ZERO OR
                       LEDGER-SERIAL < DAY-FIRST-SERIAL THEN
                       MOVE LEDGER-SERIAL TO DAY-FIRST-SERIAL
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * READ-NEXT-LEDGER-ENTRY leaves the next run-date 'C'/'E'/'F'
      * entry in LEDGER-RECORD, or END-OF-LEDGER-FILE when there are
      * no more; the first entry dated after the run date ends the
      * day, and the reversals posted during it pass straight
      * through.
      ******************************************************************
       READ-NEXT-LEDGER-ENTRY.
           MOVE 'N' TO LEDGER-SELECT-SWITCH
               UNTIL END-OF-LEDGER-FILE OR LEDGER-ENTRY-SELECTED.

       SCAN-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
               NOT AT END
                   IF LEDGER-DATE > RECON-DATE THEN
                       MOVE 'Y' TO LEDGER-EOF-SWITCH
                   END-IF
                   IF LEDGER-DATE = RECON-DATE AND
                       (LEDGER-FROM-CALCULATION OR
                           LEDGER-FROM-EXPRESSION OR
                           LEDGER-FROM-FORMULA) THEN
                       MOVE 'Y' TO LEDGER-SELECT-SWITCH
                       ADD 1 TO LEDGER-ENTRY-COUNT
                       IF LEDGER-REVERSED-BY-SERIAL NOT = ZERO THEN
                           PERFORM KEEP-REVERSED-ENTRY
                       END-IF
                   END-IF
           END-READ.

       KEEP-REVERSED-ENTRY.
           IF REVERSED-ENTRY-COUNT >= 200 THEN
               MOVE 'Y' TO REVERSED-FULL-SWITCH
           ELSE
               ADD 1 TO REVERSED-ENTRY-COUNT
               MOVE REVERSED-ENTRY-COUNT TO REVERSED-PTR
               MOVE LEDGER-SERIAL TO REVD-SERIAL (REVERSED-PTR)
               MOVE LEDGER-TIME TO REVD-TIME (REVERSED-PTR)
               MOVE LEDGER-SOURCE TO REVD-SOURCE (REVERSED-PTR)
               MOVE LEDGER-EXPRESSION
                   TO REVD-EXPRESSION (REVERSED-PTR)
               MOVE LEDGER-FORMULA-NAME
                   TO REVD-FORMULA-NAME (REVERSED-PTR)
               MOVE LEDGER-OPERAND1 TO REVD-OPERAND1 (REVERSED-PTR)
               MOVE LEDGER-OPERATOR TO REVD-OPERATOR (REVERSED-PTR)
               MOVE LEDGER-OPERAND2 TO REVD-OPERAND2 (REVERSED-PTR)
               MOVE LEDGER-RESULT TO REVD-RESULT (REVERSED-PTR)
               MOVE LEDGER-REVERSED-BY-SERIAL
                   TO REVD-REVERSAL-SERIAL (REVERSED-PTR)
               MOVE 'N' TO REVD-REVERSAL-MET (REVERSED-PTR)
           END-IF.

       ATTACH-REVERSAL.
           MOVE REVD-REVERSAL-SERIAL (REVERSED-PTR) TO LEDGER-SERIAL
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEDGER-REVERSES-SERIAL =
                       REVD-SERIAL (REVERSED-PTR) THEN
                       MOVE 'Y' TO REVD-REVERSAL-MET (REVERSED-PTR)
                       MOVE LEDGER-DATE
                           TO REVD-REVERSAL-DATE (REVERSED-PTR)
                       MOVE LEDGER-TIME
                           TO REVD-REVERSAL-TIME (REVERSED-PTR)
                       MOVE LEDGER-USER-ID
                           TO REVD-REVERSAL-USER (REVERSED-PTR)
                       MOVE LEDGER-RESULT
                           TO REVD-REVERSAL-RESULT (REVERSED-PTR)
                       MOVE LEDGER-REASON
                           TO REVD-REVERSAL-REASON (REVERSED-PTR)
                   END-IF
           END-READ
           ADD 1 TO REVERSED-PTR.

      ******************************************************************
      * READ-NEXT-REPORT-RECORD leaves the next matchable TRANSOUT
      * record in REPORT-RECORD, or END-OF-REPORT-FILE. A record
                   PERFORM READ-NEXT-LEDGER-ENTRY
               WHEN REPORT-LEDGER-SERIAL = LEDGER-SERIAL
                   ADD 1 TO MATCHED-COUNT
                   IF LEDGER-REVERSED-BY-SERIAL NOT = ZERO THEN
                       ADD 1 TO REVERSED-MATCHED-COUNT
                   END-IF
                   PERFORM RESOLVE-HELD-ENTRY
                   PERFORM READ-NEXT-LEDGER-ENTRY
                   PERFORM READ-NEXT-REPORT-RECORD
           MOVE LEDGER-TIME TO HELD-TIME
           MOVE LEDGER-SOURCE TO HELD-SOURCE
           MOVE LEDGER-EXPRESSION TO HELD-EXPRESSION
           MOVE LEDGER-FORMULA-NAME TO HELD-FORMULA-NAME
           MOVE LEDGER-OPERAND1 TO HELD-OPERAND1
           MOVE LEDGER-OPERATOR TO HELD-OPERATOR
           MOVE LEDGER-OPERAND2 TO HELD-OPERAND2
           MOVE LEDGER-RESULT TO HELD-RESULT
           MOVE LEDGER-REVERSED-BY-SERIAL TO HELD-REVERSED-BY.

      ******************************************************************
      * RESOLVE-HELD-ENTRY runs when a matched pair is struck: a
      * was written first (lower serial), the reprocessed
      * transaction wrote the higher-serial twin the surviving
      * TRANSOUT record names. Anything else held is ledger-only.
      * Either kind already reversed by a supervisor is printed with
      * its disposition but netted out rather than counted against
      * the balance.
      ******************************************************************
       RESOLVE-HELD-ENTRY.
           IF HELD-ENTRY-VALID THEN
               PERFORM CHECK-HELD-TWIN
               IF HELD-REVERSED-BY NOT = ZERO THEN
                   ADD 1 TO REVERSED-UNMATCHED-COUNT
                   IF SUSPECTED-DUPLICATE THEN
                       MOVE "REVERSED DUP" TO DISPOSITION-WORK
                   ELSE
                       MOVE "REVERSED ONLY" TO DISPOSITION-WORK
                   END-IF
               ELSE
               IF SUSPECTED-DUPLICATE THEN
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "DUPLICATE" TO DISPOSITION-WORK
                   ADD 1 TO UNMATCHED-LEDGER-COUNT
                   MOVE "LEDGER ONLY" TO DISPOSITION-WORK
               END-IF
               END-IF
               PERFORM PRINT-HELD-DETAIL
               MOVE 'N' TO HELD-ENTRY-VALID-SWITCH
           END-IF.

       FLUSH-HELD-ENTRY.
           IF HELD-ENTRY-VALID THEN
               IF HELD-REVERSED-BY NOT = ZERO THEN
                   ADD 1 TO REVERSED-UNMATCHED-COUNT
                   MOVE "REVERSED ONLY" TO DISPOSITION-WORK
               ELSE
                   ADD 1 TO UNMATCHED-LEDGER-COUNT
                   MOVE "LEDGER ONLY" TO DISPOSITION-WORK
               END-IF
               PERFORM PRINT-HELD-DETAIL
               MOVE 'N' TO HELD-ENTRY-VALID-SWITCH
           END-IF.
           MOVE 'N' TO DUPLICATE-SWITCH
           IF HELD-SOURCE = LEDGER-SOURCE
               AND HELD-EXPRESSION = LEDGER-EXPRESSION
               AND HELD-FORMULA-NAME = LEDGER-FORMULA-NAME
               AND HELD-OPERAND1 = LEDGER-OPERAND1
               AND HELD-OPERATOR = LEDGER-OPERATOR
               AND HELD-OPERAND2 = LEDGER-OPERAND2
      * PRINT-RECONCILIATION prints the summary counts under the
      * exceptions the merge already printed, and the verdict: IN
      * BALANCE only when nothing fell out of the merge on either
      * side, reversed entries apart.
      ******************************************************************
       PRINT-RECONCILIATION.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF REVERSED-ENTRY-COUNT > ZERO THEN
               PERFORM PRINT-REVERSED-PAIRS
           END-IF
           MOVE "REPORT RECORDS READ:              "
               TO SECTION-COUNT-LABEL
           MOVE REPORT-RECORD-COUNT TO SECTION-COUNT-VALUE
           MOVE MATCHED-COUNT TO SECTION-COUNT-VALUE
           MOVE SECTION-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  OF WHICH REVERSED SINCE (NETTED)"
               TO SECTION-COUNT-LABEL
           MOVE REVERSED-MATCHED-COUNT TO SECTION-COUNT-VALUE
           MOVE SECTION-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           SUBTRACT REVERSED-MATCHED-COUNT FROM MATCHED-COUNT
               GIVING LIVE-MATCHED-COUNT
           MOVE "LIVE MATCHED PAIRS:               "
               TO SECTION-COUNT-LABEL
           MOVE LIVE-MATCHED-COUNT TO SECTION-COUNT-VALUE
           MOVE SECTION-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "ERRORED RECORDS SET ASIDE:        "
               TO SECTION-COUNT-LABEL
           MOVE ERRORED-REPORT-COUNT TO SECTION-COUNT-VALUE
           MOVE ORPHAN-REPORT-COUNT TO SECTION-COUNT-VALUE
           MOVE SECTION-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "UNMATCHED BUT REVERSED (NETTED):  "
               TO SECTION-COUNT-LABEL
           MOVE REVERSED-UNMATCHED-COUNT TO SECTION-COUNT-VALUE
           MOVE SECTION-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF REVERSED-TABLE-FULL THEN
               MOVE REVERSED-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF DUPLICATE-COUNT = ZERO AND
           END-IF.

       PRINT-HELD-DETAIL.
           IF HELD-SOURCE = 'E' OR HELD-SOURCE = 'F' THEN
               MOVE DISPOSITION-WORK TO EXPR-DETAIL-DISPOSITION
               MOVE HELD-SERIAL TO EXPR-DETAIL-SERIAL
               MOVE HELD-TIME TO EXPR-DETAIL-TIME
               MOVE HELD-RESULT TO EXPR-DETAIL-RESULT
               IF HELD-SOURCE = 'F' THEN
                   MOVE SPACES TO EXPR-DETAIL-TEXT
                   STRING HELD-FORMULA-NAME DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       HELD-EXPRESSION DELIMITED BY SIZE
                       INTO EXPR-DETAIL-TEXT
                   END-STRING
               ELSE
                   MOVE HELD-EXPRESSION TO EXPR-DETAIL-TEXT
               END-IF
               MOVE EXPRESSION-DETAIL-LINE TO PRINT-LINE-WORK
           ELSE
               MOVE DISPOSITION-WORK TO DETAIL-DISPOSITION
           END-IF
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * PRINT-REVERSED-PAIRS prints each reversed run-date entry and,
      * under it, the reversal that cancels it - posted when, by
      * whom and why.
      ******************************************************************
       PRINT-REVERSED-PAIRS.
           MOVE REVERSED-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO REVERSED-PTR
           PERFORM PRINT-REVERSED-PAIR
               UNTIL REVERSED-PTR > REVERSED-ENTRY-COUNT
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-REVERSED-PAIR.
           IF REVD-SOURCE (REVERSED-PTR) = 'E' OR
               REVD-SOURCE (REVERSED-PTR) = 'F' THEN
               MOVE "REVERSED" TO EXPR-DETAIL-DISPOSITION
               MOVE REVD-SERIAL (REVERSED-PTR) TO EXPR-DETAIL-SERIAL
               MOVE REVD-TIME (REVERSED-PTR) TO EXPR-DETAIL-TIME
               MOVE REVD-RESULT (REVERSED-PTR) TO EXPR-DETAIL-RESULT
               IF REVD-SOURCE (REVERSED-PTR) = 'F' THEN
                   MOVE SPACES TO EXPR-DETAIL-TEXT
                   STRING REVD-FORMULA-NAME (REVERSED-PTR)
                           DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       REVD-EXPRESSION (REVERSED-PTR)
                           DELIMITED BY SIZE
                       INTO EXPR-DETAIL-TEXT
                   END-STRING
               ELSE
                   MOVE REVD-EXPRESSION (REVERSED-PTR)
                       TO EXPR-DETAIL-TEXT
               END-IF
               MOVE EXPRESSION-DETAIL-LINE TO PRINT-LINE-WORK
           ELSE
               MOVE "REVERSED" TO DETAIL-DISPOSITION
               MOVE REVD-SERIAL (REVERSED-PTR) TO DETAIL-SERIAL
               MOVE REVD-TIME (REVERSED-PTR) TO DETAIL-TIME
               MOVE REVD-OPERAND1 (REVERSED-PTR) TO DETAIL-OPERAND1
               MOVE REVD-OPERATOR (REVERSED-PTR) TO DETAIL-OPERATOR
               MOVE REVD-OPERAND2 (REVERSED-PTR) TO DETAIL-OPERAND2
               MOVE REVD-RESULT (REVERSED-PTR) TO DETAIL-RESULT
               MOVE LEDGER-DETAIL-LINE TO PRINT-LINE-WORK
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "  REVERSAL" TO EXPR-DETAIL-DISPOSITION
           MOVE REVD-REVERSAL-SERIAL (REVERSED-PTR)
               TO EXPR-DETAIL-SERIAL
           MOVE SPACES TO EXPR-DETAIL-TEXT
           IF REVD-REVERSAL-MET (REVERSED-PTR) = 'Y' THEN
               MOVE REVD-REVERSAL-TIME (REVERSED-PTR)
                   TO EXPR-DETAIL-TIME
               MOVE REVD-REVERSAL-RESULT (REVERSED-PTR)
                   TO EXPR-DETAIL-RESULT
               MOVE REVD-REVERSAL-DATE (REVERSED-PTR)
                   TO REVERSAL-DATE-EDIT
               STRING "ON " DELIMITED BY SIZE
                   REVERSAL-DATE-EDIT DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   REVD-REVERSAL-USER (REVERSED-PTR)
                       DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   REVD-REVERSAL-REASON (REVERSED-PTR)
                       DELIMITED BY SIZE
                   INTO EXPR-DETAIL-TEXT
               END-STRING
           ELSE
               MOVE ZERO TO EXPR-DETAIL-TIME
               MOVE ZERO TO EXPR-DETAIL-RESULT
               MOVE "REVERSAL ENTRY NOT FOUND ON THE LEDGER"
                   TO EXPR-DETAIL-TEXT
           END-IF
           MOVE EXPRESSION-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO REVERSED-PTR.

       PRINT-ORPHAN-RECORD.
           ADD 1 TO ORPHAN-REPORT-COUNT
           IF REPORT-FROM-EXPRESSION OR REPORT-FROM-FORMULA THEN
               MOVE "TRANSOUT ONLY" TO EXPR-DETAIL-DISPOSITION
               MOVE REPORT-LEDGER-SERIAL TO EXPR-DETAIL-SERIAL
               MOVE ZERO TO EXPR-DETAIL-TIME
               MOVE REPORT-RESULT TO EXPR-DETAIL-RESULT
               IF REPORT-FROM-FORMULA THEN
                   MOVE SPACES TO EXPR-DETAIL-TEXT
                   STRING REPORT-FORMULA-NAME DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       REPORT-EXPRESSION DELIMITED BY SIZE
                       INTO EXPR-DETAIL-TEXT
                   END-STRING
               ELSE
                   MOVE REPORT-EXPRESSION TO EXPR-DETAIL-TEXT
               END-IF
               MOVE EXPRESSION-DETAIL-LINE TO PRINT-LINE-WORK
           ELSE
               MOVE "TRANSOUT ONLY" TO DETAIL-DISPOSITION
