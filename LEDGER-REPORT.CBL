      *                  parameter file (KEYWORD=VALUE, as BATCHPRM)
      *                  replaces the date prompts and RETURN-CODE
      *                  tells the scheduler how it went (0/12/16).
      * 15 Oct 2026  CM  Reversal entries (source 'R') are netted out:
      *                  each counts minus one and carries its
      *                  negated result on its own day and operator,
      *                  the source breakdown shows them, and a new
      *                  section prints every reversed entry beside
      *                  the reversal that cancels it.
      * 15 Oct 2026  CM  Formula entries (source 'F') are counted in
      *                  their own day column and source line.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed: the report
      *                  starts at the first entry of the period on
      *                  the date/user key and stops at its end, and
      *                  a reversal posted after the period is read
      *                  straight from its serial.
      * 15 Oct 2026  CM  Adding-machine tape entries (source 'T') are
      *                  counted in their own day column and source
      *                  line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-REPORT.
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
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS SEQUENTIAL
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * Entry counts are kept net of reversals: a reversal entry
      * ('R') counts minus one and its result is already the negated
      * result of the entry it cancels, so when both sides of a pair
      * fall in the period the pair adds nothing to any count or
      * total. TOTAL-ENTRY-COUNT is the plain count of records
      * selected.
      *
       01  TOTAL-ENTRY-COUNT       PIC 9(7) VALUE ZERO.
       01  TOTAL-NET-COUNT         PIC S9(7) VALUE ZERO.
       01  TOTAL-RESULT-SUM        PIC S9(13)V9(3) VALUE ZERO.
       01  TOTAL-CALC-COUNT        PIC 9(7) VALUE ZERO.
       01  TOTAL-EXPR-COUNT        PIC 9(7) VALUE ZERO.
       01  TOTAL-FORMULA-COUNT     PIC 9(7) VALUE ZERO.
       01  TOTAL-TAPE-COUNT        PIC 9(7) VALUE ZERO.
       01  TOTAL-REVERSAL-COUNT    PIC 9(7) VALUE ZERO.
      *
      * One DAY-TOTALS-ENTRY per distinct LEDGER-DATE selected, built
      * up in the order the dates are met (LEDGER-FILE is appended to
       01  DAY-TOTALS-TABLE.
           02  DAY-TOTALS-ENTRY OCCURS 100 TIMES.
               03  DAY-DATE            PIC 9(8).
               03  DAY-VOLUME          PIC S9(7).
               03  DAY-CALC-COUNT      PIC 9(7).
               03  DAY-EXPR-COUNT      PIC 9(7).
               03  DAY-FORMULA-COUNT   PIC 9(7).
               03  DAY-TAPE-COUNT      PIC 9(7).
               03  DAY-REVERSAL-COUNT  PIC 9(7).
               03  DAY-RESULT-TOTAL    PIC S9(13)V9(3).
       01  DAY-PTR                 PIC 9(3).
       01  DAY-FOUND-SWITCH        PIC X(1) VALUE 'N'.
      *
      * Breakdown by LEDGER-OPERATOR, tallied for calculator ('C')
      * entries only - an expression entry carries no operator, its
      * count shows under the source breakdown instead. The reversal
      * of a calculator entry carries its operator and is netted out
      * of that operator's line.
      *
       01  OPERATOR-ENTRY-COUNT    PIC 9(2) VALUE ZERO.
       01  OPERATOR-TOTALS-TABLE.
           02  OPERATOR-TOTALS-ENTRY OCCURS 20 TIMES.
               03  BREAK-OPERATOR      PIC X(4).
               03  BREAK-VOLUME        PIC S9(7).
               03  BREAK-RESULT-TOTAL  PIC S9(13)V9(3).
       01  OPERATOR-PTR            PIC 9(2).
       01  OPERATOR-FOUND-SWITCH   PIC X(1) VALUE 'N'.
           88  OPERATOR-ENTRY-FOUND    VALUE 'Y'.
       01  OPERATOR-FULL-SWITCH    PIC X(1) VALUE 'N'.
           88  OPERATOR-TABLE-FULL     VALUE 'Y'.
      *
      * One PAIR-ENTRY per reversed entry, held so the report can
      * print the entry and the reversal that cancels it together.
      * A pair is held when either side falls in the period. The
      * ledger is read in date and user order, so within one day a
      * reversal keyed by an earlier user comes back before its
      * original; the pair is matched on the original's serial
      * whichever side is read first, and a reversal posted after
      * the period is still picked up to complete its pair. A side
      * outside the period is shown as such. The table holds 200
      * pairs; beyond that the totals are still netted but the pair
      * loses its lines, flagged on the report.
      *
       01  PAIR-ENTRY-COUNT        PIC 9(3) VALUE ZERO.
       01  PAIR-TABLE.
           02  PAIR-ENTRY OCCURS 200 TIMES.
               03  PAIR-ORIGINAL-SERIAL PIC 9(9).
               03  PAIR-ORIGINAL-MET   PIC X(1).
               03  PAIR-ORIGINAL-DATE  PIC 9(8).
               03  PAIR-ORIGINAL-USER  PIC X(10).
               03  PAIR-ORIGINAL-RESULT PIC S9(9)V9(3).
               03  PAIR-REVERSAL-SERIAL PIC 9(9).
               03  PAIR-REVERSAL-MET   PIC X(1).
               03  PAIR-REVERSAL-DATE  PIC 9(8).
               03  PAIR-REVERSAL-USER  PIC X(10).
               03  PAIR-REVERSAL-RESULT PIC S9(9)V9(3).
               03  PAIR-REVERSAL-REASON PIC X(60).
       01  PAIR-PTR                PIC 9(3).
       01  PAIR-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  PAIR-ENTRY-FOUND        VALUE 'Y'.
       01  PAIR-FULL-SWITCH        PIC X(1) VALUE 'N'.
           88  PAIR-TABLE-FULL         VALUE 'Y'.
       01  PAIR-SEARCH-SERIAL      PIC 9(9).
       01  PAIR-DATE-EDIT          PIC 9999/99/99.
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "LEDGER ACTIVITY REPORT      RUN DATE".
           02  FILLER              PIC X(12) VALUE "   ENTRIES".
           02  FILLER              PIC X(12) VALUE "    CALC".
           02  FILLER              PIC X(12) VALUE "    EXPR".
           02  FILLER              PIC X(12) VALUE "    FORMULA".
           02  FILLER              PIC X(12) VALUE "    TAPE".
           02  FILLER              PIC X(12) VALUE "    REVERSED".
           02  FILLER              PIC X(23) VALUE
               "           RESULT TOTAL".
       01  DAY-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DAY-DETAIL-DATE     PIC 9999/99/99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DAY-DETAIL-VOLUME   PIC -Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DAY-DETAIL-CALC     PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DAY-DETAIL-EXPR     PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DAY-DETAIL-FORMULA  PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DAY-DETAIL-TAPE     PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DAY-DETAIL-REVERSAL PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  DAY-DETAIL-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
       01  OPERATOR-SECTION-TITLE  PIC X(41) VALUE
       01  OPERATOR-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  OPERATOR-DETAIL-CODE PIC X(4).
           02  FILLER              PIC X(5) VALUE SPACES.
           02  OPERATOR-DETAIL-VOLUME PIC -Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  OPERATOR-DETAIL-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
       01  SOURCE-SECTION-TITLE    PIC X(18) VALUE
           02  SOURCE-DETAIL-VOLUME PIC Z,ZZZ,ZZ9.
       01  GRAND-TOTAL-LINE.
           02  FILLER              PIC X(24) VALUE
               "NET ENTRIES SELECTED:   ".
           02  GRAND-TOTAL-VOLUME  PIC -Z,ZZZ,ZZ9.
           02  FILLER              PIC X(16) VALUE
               "   RESULT TOTAL ".
           02  GRAND-TOTAL-RESULT  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
           "WARNING: MORE THAN 100 DAYS IN RANGE, EXTRA DAYS NOT SHOWN".
       01  OPERATOR-OVERFLOW-WARNING PIC X(57) VALUE
           "WARNING: OVER 20 OPERATORS MET, EXTRA OPERATORS NOT SHOWN".
       01  PAIR-SECTION-TITLE      PIC X(36) VALUE
           "REVERSED ENTRIES AND THEIR REVERSALS".
       01  PAIR-COLUMN-HEADING.
           02  FILLER              PIC X(24) VALUE
               "                  SERIAL".
           02  FILLER              PIC X(24) VALUE
               "  DATE        USER".
           02  FILLER              PIC X(18) VALUE
               "            RESULT".
           02  FILLER              PIC X(8) VALUE "  REASON".
       01  PAIR-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PAIR-DETAIL-KIND    PIC X(10).
           02  FILLER              PIC X(3) VALUE SPACES.
           02  PAIR-DETAIL-SERIAL  PIC Z(8)9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PAIR-DETAIL-DATE    PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PAIR-DETAIL-USER    PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PAIR-DETAIL-RESULT  PIC -ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PAIR-DETAIL-NOTE    PIC X(60).
       01  NO-PAIR-LINE            PIC X(43) VALUE
           "  NO REVERSED ENTRIES OR REVERSALS IN RANGE".
       01  PAIR-NETTING-NOTE       PIC X(53) VALUE
           "PAIRS NET TO NIL IN THE TOTALS WHEN BOTH ARE IN RANGE".
       01  PAIR-OVERFLOW-WARNING   PIC X(55) VALUE
           "WARNING: OVER 200 REVERSAL PAIRS, EXTRA PAIRS NOT SHOWN".
       PROCEDURE DIVISION.

       BEGIN.
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ACTIVITY-REPORT-FILE
               PERFORM START-REPORT-PERIOD
               PERFORM TALLY-LEDGER-ENTRY UNTIL END-OF-LEDGER-FILE
               MOVE 1 TO PAIR-PTR
               PERFORM COMPLETE-REVERSAL-SIDE
                   UNTIL PAIR-PTR > PAIR-ENTRY-COUNT
               PERFORM PRINT-ACTIVITY-REPORT
               CLOSE LEDGER-FILE
               CLOSE ACTIVITY-REPORT-FILE
           ACCEPT DATE-INPUT
           PERFORM CHECK-THRU-DATE.

      ******************************************************************
      * START-REPORT-PERIOD positions LEDGER-FILE on the date/user
      * key at the first entry dated on or after the start of the
      * period, so the days before it are never read.
      ******************************************************************
       START-REPORT-PERIOD.
           MOVE REPORT-FROM-DATE TO LEDGER-DATE
           MOVE LOW-VALUES TO LEDGER-USER-ID
           START LEDGER-FILE KEY IS NOT < LEDGER-DATE-USER-KEY
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-START
           IF NOT END-OF-LEDGER-FILE THEN
               PERFORM READ-LEDGER-RECORD
           END-IF.

      ******************************************************************
      * READ-LEDGER-RECORD reads on in date order and treats the
      * first entry dated after the period as the end of the file.
      ******************************************************************
       READ-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
               NOT AT END
                   IF LEDGER-DATE > REPORT-THRU-DATE THEN
                       MOVE 'Y' TO LEDGER-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * TALLY-LEDGER-ENTRY accumulates one LEDGER-RECORD of the period
      * into the grand totals, its day's entry and (for calculator
      * entries) its operator's entry, then reads the next record.
      ******************************************************************
       TALLY-LEDGER-ENTRY.
           ADD 1 TO TOTAL-ENTRY-COUNT
           ADD LEDGER-RESULT TO TOTAL-RESULT-SUM
           PERFORM TALLY-DAY-ENTRY
           IF LEDGER-FROM-CALCULATION THEN
               ADD 1 TO TOTAL-CALC-COUNT
               ADD 1 TO TOTAL-NET-COUNT
               PERFORM TALLY-OPERATOR-ENTRY
           END-IF
           IF LEDGER-FROM-EXPRESSION THEN
               ADD 1 TO TOTAL-EXPR-COUNT
               ADD 1 TO TOTAL-NET-COUNT
           END-IF
           IF LEDGER-FROM-FORMULA THEN
               ADD 1 TO TOTAL-FORMULA-COUNT
               ADD 1 TO TOTAL-NET-COUNT
           END-IF
           IF LEDGER-FROM-TAPE THEN
               ADD 1 TO TOTAL-TAPE-COUNT
               ADD 1 TO TOTAL-NET-COUNT
           END-IF
           IF LEDGER-REVERSAL THEN
               ADD 1 TO TOTAL-REVERSAL-COUNT
               SUBTRACT 1 FROM TOTAL-NET-COUNT
               IF LEDGER-OPERATOR NOT = SPACES THEN
                   PERFORM TALLY-OPERATOR-ENTRY
               END-IF
               PERFORM HOLD-REVERSAL-SIDE
           ELSE
           IF LEDGER-REVERSED-BY-SERIAL NOT = ZERO THEN
               PERFORM HOLD-ORIGINAL-SIDE
           END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD.

                   MOVE ZERO TO DAY-VOLUME (DAY-PTR)
                   MOVE ZERO TO DAY-CALC-COUNT (DAY-PTR)
                   MOVE ZERO TO DAY-EXPR-COUNT (DAY-PTR)
                   MOVE ZERO TO DAY-FORMULA-COUNT (DAY-PTR)
                   MOVE ZERO TO DAY-TAPE-COUNT (DAY-PTR)
                   MOVE ZERO TO DAY-REVERSAL-COUNT (DAY-PTR)
                   MOVE ZERO TO DAY-RESULT-TOTAL (DAY-PTR)
                   MOVE 'Y' TO DAY-FOUND-SWITCH
               END-IF
           END-IF
           IF DAY-ENTRY-FOUND THEN
               ADD LEDGER-RESULT TO DAY-RESULT-TOTAL (DAY-PTR)
               IF LEDGER-FROM-CALCULATION THEN
                   ADD 1 TO DAY-VOLUME (DAY-PTR)
                   ADD 1 TO DAY-CALC-COUNT (DAY-PTR)
               END-IF
               IF LEDGER-FROM-EXPRESSION THEN
                   ADD 1 TO DAY-VOLUME (DAY-PTR)
                   ADD 1 TO DAY-EXPR-COUNT (DAY-PTR)
               END-IF
               IF LEDGER-FROM-FORMULA THEN
                   ADD 1 TO DAY-VOLUME (DAY-PTR)
                   ADD 1 TO DAY-FORMULA-COUNT (DAY-PTR)
               END-IF
               IF LEDGER-FROM-TAPE THEN
                   ADD 1 TO DAY-VOLUME (DAY-PTR)
                   ADD 1 TO DAY-TAPE-COUNT (DAY-PTR)
               END-IF
               IF LEDGER-REVERSAL THEN
                   SUBTRACT 1 FROM DAY-VOLUME (DAY-PTR)
                   ADD 1 TO DAY-REVERSAL-COUNT (DAY-PTR)
               END-IF
           END-IF.

       CHECK-DAY-TABLE-ENTRY.
               END-IF
           END-IF
           IF OPERATOR-ENTRY-FOUND THEN
               IF LEDGER-REVERSAL THEN
                   SUBTRACT 1 FROM BREAK-VOLUME (OPERATOR-PTR)
               ELSE
                   ADD 1 TO BREAK-VOLUME (OPERATOR-PTR)
               END-IF
               ADD LEDGER-RESULT TO BREAK-RESULT-TOTAL (OPERATOR-PTR)
           END-IF.

               ADD 1 TO OPERATOR-PTR
           END-IF.

      ******************************************************************
      * HOLD-ORIGINAL-SIDE and HOLD-REVERSAL-SIDE each complete the
      * pair on the original's serial if the other side was read
      * first, or open it if not - the reversal side also opens the
      * pair whose original fell before the period.
      * COMPLETE-REVERSAL-SIDE runs over the pairs once the period
      * has been read, and completes each one whose reversal was
      * posted after the period by reading it on its serial.
      ******************************************************************
       HOLD-ORIGINAL-SIDE.
           MOVE LEDGER-SERIAL TO PAIR-SEARCH-SERIAL
           PERFORM FIND-PAIR-ENTRY
           IF NOT PAIR-ENTRY-FOUND THEN
               PERFORM ADD-PAIR-ENTRY
           END-IF
           IF PAIR-ENTRY-FOUND THEN
               MOVE 'Y' TO PAIR-ORIGINAL-MET (PAIR-PTR)
               MOVE LEDGER-DATE TO PAIR-ORIGINAL-DATE (PAIR-PTR)
               MOVE LEDGER-USER-ID TO PAIR-ORIGINAL-USER (PAIR-PTR)
               MOVE LEDGER-RESULT TO PAIR-ORIGINAL-RESULT (PAIR-PTR)
               MOVE LEDGER-REVERSED-BY-SERIAL
                   TO PAIR-REVERSAL-SERIAL (PAIR-PTR)
           END-IF.

       HOLD-REVERSAL-SIDE.
           MOVE LEDGER-REVERSES-SERIAL TO PAIR-SEARCH-SERIAL
           PERFORM FIND-PAIR-ENTRY
           IF NOT PAIR-ENTRY-FOUND THEN
               PERFORM ADD-PAIR-ENTRY
           END-IF
           IF PAIR-ENTRY-FOUND THEN
               PERFORM SAVE-REVERSAL-SIDE
               MOVE 'Y' TO PAIR-REVERSAL-MET (PAIR-PTR)
           END-IF.

       COMPLETE-REVERSAL-SIDE.
           IF PAIR-REVERSAL-MET (PAIR-PTR) = 'N' AND
               PAIR-REVERSAL-SERIAL (PAIR-PTR) NOT = ZERO THEN
               MOVE PAIR-REVERSAL-SERIAL (PAIR-PTR) TO LEDGER-SERIAL
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SAVE-REVERSAL-SIDE
                       MOVE 'A' TO PAIR-REVERSAL-MET (PAIR-PTR)
               END-READ
           END-IF
           ADD 1 TO PAIR-PTR.

       SAVE-REVERSAL-SIDE.
           MOVE LEDGER-SERIAL TO PAIR-REVERSAL-SERIAL (PAIR-PTR)
           MOVE LEDGER-DATE TO PAIR-REVERSAL-DATE (PAIR-PTR)
           MOVE LEDGER-USER-ID TO PAIR-REVERSAL-USER (PAIR-PTR)
           MOVE LEDGER-RESULT TO PAIR-REVERSAL-RESULT (PAIR-PTR)
           MOVE LEDGER-REASON TO PAIR-REVERSAL-REASON (PAIR-PTR).

       FIND-PAIR-ENTRY.
           MOVE 'N' TO PAIR-FOUND-SWITCH
           MOVE 1 TO PAIR-PTR
           PERFORM CHECK-PAIR-TABLE-ENTRY
               UNTIL PAIR-PTR > PAIR-ENTRY-COUNT OR PAIR-ENTRY-FOUND.

       CHECK-PAIR-TABLE-ENTRY.
           IF PAIR-ORIGINAL-SERIAL (PAIR-PTR) = PAIR-SEARCH-SERIAL THEN
               MOVE 'Y' TO PAIR-FOUND-SWITCH
           ELSE
               ADD 1 TO PAIR-PTR
           END-IF.

      *
      * A new pair starts with neither side met; PAIR-ORIGINAL-MET
      * and PAIR-REVERSAL-MET become 'Y' for a side in the period,
      * and PAIR-REVERSAL-MET 'A' for a reversal posted after it.
      *
       ADD-PAIR-ENTRY.
           IF PAIR-ENTRY-COUNT >= 200 THEN
               MOVE 'Y' TO PAIR-FULL-SWITCH
           ELSE
               ADD 1 TO PAIR-ENTRY-COUNT
               MOVE PAIR-ENTRY-COUNT TO PAIR-PTR
               MOVE PAIR-SEARCH-SERIAL
                   TO PAIR-ORIGINAL-SERIAL (PAIR-PTR)
               MOVE 'N' TO PAIR-ORIGINAL-MET (PAIR-PTR)
               MOVE ZERO TO PAIR-REVERSAL-SERIAL (PAIR-PTR)
               MOVE 'N' TO PAIR-REVERSAL-MET (PAIR-PTR)
               MOVE 'Y' TO PAIR-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * PRINT-ACTIVITY-REPORT lays the accumulated tables out as the
      * printed report: the per-day section, the operator breakdown,
           MOVE TOTAL-EXPR-COUNT TO SOURCE-DETAIL-VOLUME
           MOVE SOURCE-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "FORMULA ENTRIES (F):      " TO SOURCE-DETAIL-LABEL
           MOVE TOTAL-FORMULA-COUNT TO SOURCE-DETAIL-VOLUME
           MOVE SOURCE-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "TAPE ENTRIES (T):         " TO SOURCE-DETAIL-LABEL
           MOVE TOTAL-TAPE-COUNT TO SOURCE-DETAIL-VOLUME
           MOVE SOURCE-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "REVERSAL ENTRIES (R):     " TO SOURCE-DETAIL-LABEL
           MOVE TOTAL-REVERSAL-COUNT TO SOURCE-DETAIL-VOLUME
           MOVE SOURCE-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-PAIR-SECTION
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-NET-COUNT TO GRAND-TOTAL-VOLUME
           MOVE TOTAL-RESULT-SUM TO GRAND-TOTAL-RESULT
           MOVE GRAND-TOTAL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF OPERATOR-TABLE-FULL THEN
               MOVE OPERATOR-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF PAIR-TABLE-FULL THEN
               MOVE PAIR-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-DAY-LINE.
           MOVE DAY-VOLUME (DAY-PTR) TO DAY-DETAIL-VOLUME
           MOVE DAY-CALC-COUNT (DAY-PTR) TO DAY-DETAIL-CALC
           MOVE DAY-EXPR-COUNT (DAY-PTR) TO DAY-DETAIL-EXPR
           MOVE DAY-FORMULA-COUNT (DAY-PTR) TO DAY-DETAIL-FORMULA
           MOVE DAY-TAPE-COUNT (DAY-PTR) TO DAY-DETAIL-TAPE
           MOVE DAY-REVERSAL-COUNT (DAY-PTR) TO DAY-DETAIL-REVERSAL
           MOVE DAY-RESULT-TOTAL (DAY-PTR) TO DAY-DETAIL-TOTAL
           MOVE DAY-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO OPERATOR-PTR.

      ******************************************************************
      * PRINT-PAIR-SECTION prints each held pair as two lines, the
      * reversed entry and under it the reversal, so the two can be
      * read together however far apart they were posted.
      ******************************************************************
       PRINT-PAIR-SECTION.
           MOVE PAIR-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF PAIR-ENTRY-COUNT = ZERO THEN
               MOVE NO-PAIR-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE PAIR-COLUMN-HEADING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO PAIR-PTR
               PERFORM PRINT-PAIR-LINES
                   UNTIL PAIR-PTR > PAIR-ENTRY-COUNT
               MOVE PAIR-NETTING-NOTE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-PAIR-LINES.
           MOVE SPACES TO PAIR-DETAIL-LINE
           MOVE "ORIGINAL" TO PAIR-DETAIL-KIND
           MOVE PAIR-ORIGINAL-SERIAL (PAIR-PTR) TO PAIR-DETAIL-SERIAL
           IF PAIR-ORIGINAL-MET (PAIR-PTR) = 'Y' THEN
               MOVE PAIR-ORIGINAL-DATE (PAIR-PTR) TO PAIR-DATE-EDIT
               MOVE PAIR-DATE-EDIT TO PAIR-DETAIL-DATE
               MOVE PAIR-ORIGINAL-USER (PAIR-PTR) TO PAIR-DETAIL-USER
               MOVE PAIR-ORIGINAL-RESULT (PAIR-PTR)
                   TO PAIR-DETAIL-RESULT
           ELSE
               MOVE "POSTED BEFORE THE REPORT PERIOD"
                   TO PAIR-DETAIL-NOTE
           END-IF
           MOVE PAIR-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PAIR-DETAIL-LINE
           MOVE "  REVERSAL" TO PAIR-DETAIL-KIND
           MOVE PAIR-REVERSAL-SERIAL (PAIR-PTR) TO PAIR-DETAIL-SERIAL
           IF PAIR-REVERSAL-MET (PAIR-PTR) = 'N' THEN
               MOVE "NOT FOUND ON THE LEDGER" TO PAIR-DETAIL-NOTE
           ELSE
               MOVE PAIR-REVERSAL-DATE (PAIR-PTR) TO PAIR-DATE-EDIT
               MOVE PAIR-DATE-EDIT TO PAIR-DETAIL-DATE
               MOVE PAIR-REVERSAL-USER (PAIR-PTR) TO PAIR-DETAIL-USER
               MOVE PAIR-REVERSAL-RESULT (PAIR-PTR)
                   TO PAIR-DETAIL-RESULT
               MOVE PAIR-REVERSAL-REASON (PAIR-PTR)
                   TO PAIR-DETAIL-NOTE
           END-IF
           MOVE PAIR-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF PAIR-REVERSAL-MET (PAIR-PTR) = 'A' THEN
               MOVE SPACES TO PAIR-DETAIL-LINE
               MOVE "(POSTED AFTER THE PERIOD, NOT IN ITS TOTALS)"
                   TO PAIR-DETAIL-NOTE
               MOVE PAIR-DETAIL-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO PAIR-PTR.

      ******************************************************************
      * WRITE-REPORT-LINE is the one gate every printed line passes
      * through: it starts a fresh page with its headings whenever the
