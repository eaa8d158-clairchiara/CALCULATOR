      *                  replaces the retention prompt and
      *                  RETURN-CODE tells the scheduler how it went
      *                  (0/8/12/16).
      * 15 Oct 2026  CM  Formula entries (source 'F') get their own
      *                  column in the monthly summary.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed: the run reads
      *                  only the entries older than the cutoff, from
      *                  the start of the serial key, and deletes
      *                  them from the live ledger by serial once the
      *                  archive is closed. LEDGNEW and the copy-back
      *                  are gone.
      * 15 Oct 2026  CM  Adding-machine tape entries (source 'T') get
      *                  their own column in the monthly summary.
      * 15 Oct 2026  CM  Only closed accounting periods are archived:
      *                  the read also stops at the open period on
      *                  PERIODS. Before anything is deleted, each
      *                  closed month archived is proved against the
      *                  count, result total and serial hash frozen
      *                  at its close; if any month differs nothing
      *                  is removed from the live ledger (RC 8), and
      *                  the months proved and removed are marked
      *                  archived on PERIODS.
      * 15 Oct 2026  CM  Marking a month archived on PERIODS is now
      *                  checked (RC 8 if the rewrite fails) and
      *                  logged to MAINTLOG like every other PERIODS
      *                  change.
      ******************************************************************
      * The ledger is in serial order, which is posting order, so
      * the entries to archive are the ones from the start of the
      * file up to the first entry dated in the cutoff month; the
      * read stops there, or at the open accounting period if that
      * comes first, so only months already closed and reported are
      * ever archived. The archive file is written and closed, and
      * what went to it proved month by month against the figures
      * frozen when each month closed, before anything is deleted,
      * so a failure mid-job can lose nothing and the archive is
      * shown to hold exactly what was reported: every entry removed
      * from LEDGER-FILE is read back from LEDGARCH to be deleted.
      * LEDGARCH is one archive run's output - the invoking job
      * dates and accumulates the archive datasets, as it binds
      * every other file here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ARCHIVE.
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
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-REPORT-STATUS.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY LEDGREC.
       FD  PERIOD-FILE.
       COPY PERDREC.
       FD  MAINT-LOG-FILE.
       COPY MAINTREC.
      *
      * The archive record is the ledger record under another
      * prefix, taken from the same copybook so the two track any
      * future change to the layout together.
      *
       FD  ARCHIVE-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==ARCH==.
       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-PRINT-LINE      PIC X(132).
       FD  PARAM-FILE.
      *
      * RETURN-CODE of the run:
      *     0  archive completed
      *     8  not every archived entry could be deleted from the
      *        live ledger, investigate before the next run; or the
      *        entries archived for a month do not agree with its
      *        closing figures, nothing removed from the live ledger
      *        and this run's LEDGARCH is not to be kept; or a
      *        month proved and removed could not be marked archived
      *        on PERIODS
      *    12  ledger file or period control file could not be
      *        opened
      *    16  a parameter value could not be used, nothing archived
      *
       01  PARAM-FILE-STATUS       PIC X(2).
       01  PARAM-KEYWORD           PIC X(20).
       01  PARAM-VALUE             PIC X(60).
       01  LEDGER-FILE-STATUS      PIC X(2).
       01  PERIOD-FILE-STATUS      PIC X(2).
       01  MAINT-LOG-STATUS        PIC X(2).
      *
      * There is no signed-on supervisor in an archive run, so its
      * MAINTLOG records carry ARCHIVE-LOG-USER as the user.
      *
       01  ARCHIVE-LOG-USER        PIC X(10) VALUE "LEDGARCHIV".
       01  ARCHIVE-FILE-STATUS     PIC X(2).
       01  ARCHIVE-REPORT-STATUS   PIC X(2).
       01  LEDGER-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LEDGER-FILE      VALUE 'Y'.
       01  ARCHIVE-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ARCHIVE-FILE     VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  RUN-DATE-SPLIT REDEFINES RUN-DATE.
           02  RUN-YYYY            PIC 9(4).
       01  CUTOFF-MM               PIC 9(2).
       01  CUTOFF-YYYYMM           PIC 9(6).
       01  ENTRY-YYYYMM            PIC 9(6).
      *
      * Nothing from the open accounting period on may be archived,
      * so the read stops at ARCHIVE-LIMIT-YYYYMM, the earlier of the
      * retention cutoff and OPEN-PERIOD-YYYYMM (zero when no month
      * has been closed, which archives nothing). ARCHIVE-PROVEN is
      * cleared by any month that differs from its close.
      *
       01  OPEN-PERIOD-YYYYMM      PIC 9(6) VALUE ZERO.
       01  ARCHIVE-LIMIT-YYYYMM    PIC 9(6) VALUE ZERO.
       01  PERIOD-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-PERIOD-FILE      VALUE 'Y'.
       01  ARCHIVE-PROVEN-SWITCH   PIC X(1) VALUE 'Y'.
           88  ARCHIVE-PROVEN          VALUE 'Y'.
       01  PERIODS-MARKED-COUNT    PIC 9(7) VALUE ZERO.
       01  ARCHIVED-COUNT          PIC 9(7) VALUE ZERO.
       01  REMOVED-COUNT           PIC 9(7) VALUE ZERO.
      *
      * One MONTH-TOTALS-ENTRY per calendar month archived, in the
      * order the months are met (the ledger is appended to
               03  MONTH-COUNT         PIC 9(7).
               03  MONTH-CALC-COUNT    PIC 9(7).
               03  MONTH-EXPR-COUNT    PIC 9(7).
               03  MONTH-FORMULA-COUNT PIC 9(7).
               03  MONTH-TAPE-COUNT    PIC 9(7).
               03  MONTH-RESULT-TOTAL  PIC S9(13)V9(3).
               03  MONTH-SERIAL-HASH   PIC 9(15).
               03  MONTH-PROOF-STATUS  PIC X(1).
       01  MONTH-PTR               PIC 9(3).
       01  MONTH-FOUND-SWITCH      PIC X(1) VALUE 'N'.
           88  MONTH-ENTRY-FOUND       VALUE 'Y'.
           02  FILLER              PIC X(12) VALUE "   ENTRIES".
           02  FILLER              PIC X(12) VALUE "    CALC".
           02  FILLER              PIC X(12) VALUE "    EXPR".
           02  FILLER              PIC X(12) VALUE "    FORMULA".
           02  FILLER              PIC X(12) VALUE "    TAPE".
           02  FILLER              PIC X(23) VALUE
               "           RESULT TOTAL".
       01  MONTH-DETAIL-LINE.
           02  MONTH-DETAIL-CALC   PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  MONTH-DETAIL-EXPR   PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  MONTH-DETAIL-FORMULA PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  MONTH-DETAIL-TAPE   PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  MONTH-DETAIL-TOTAL  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
       01  PROOF-TITLE-LINE        PIC X(42) VALUE
           "PROOF OF ARCHIVED MONTHS AGAINST THE CLOSE".
       01  PROOF-COLUMN-HEADING.
           02  FILLER              PIC X(9) VALUE "  MONTH".
           02  FILLER              PIC X(12) VALUE "  ARCHIVED".
           02  FILLER              PIC X(12) VALUE "    CLOSED".
           02  FILLER              PIC X(24) VALUE
               "          ARCHIVED TOTAL".
           02  FILLER              PIC X(24) VALUE
               "            CLOSED TOTAL".
           02  FILLER              PIC X(7) VALUE "  PROOF".
       01  PROOF-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-DETAIL-YYYYMM PIC 9999/99.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  PROOF-DETAIL-ARCHIVED PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  PROOF-DETAIL-CLOSED PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  PROOF-DETAIL-ARCH-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(1) VALUE SPACE.
           02  PROOF-DETAIL-CLOSE-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-DETAIL-RESULT PIC X(17).
       01  OPEN-PERIOD-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(28) VALUE
               "OPEN ACCOUNTING PERIOD:".
           02  OPEN-PERIOD-EDIT    PIC 9999/99.
           02  FILLER              PIC X(34) VALUE
               "  (NOTHING FROM IT ON IS ARCHIVED)".
       01  NO-PERIOD-CLOSED-LINE   PIC X(58) VALUE
           "  NO ACCOUNTING PERIOD HAS BEEN CLOSED, NOTHING ARCHIVED".
       01  PROOF-FAILED-LINE.
           02  FILLER              PIC X(38) VALUE
               "ARCHIVE DOES NOT AGREE WITH THE CLOSE,".
           02  FILLER              PIC X(32) VALUE
               " NOTHING REMOVED FROM THE LEDGER".
       01  SUMMARY-COUNT-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  SUMMARY-COUNT-LABEL PIC X(28).
               PERFORM GET-RETENTION-PERIOD
           END-IF
           PERFORM COMPUTE-CUTOFF-MONTH
           OPEN I-O LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be opened, status "
                   LEDGER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PERIOD-FILE
           IF PERIOD-FILE-STATUS NOT = "00" THEN
               DISPLAY "Period control file could not be opened, "
                   "status " PERIOD-FILE-STATUS
               CLOSE LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-ARCHIVE-LIMIT
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           PERFORM READ-LEDGER-RECORD
           PERFORM ARCHIVE-LEDGER-ENTRY UNTIL END-OF-LEDGER-FILE
           CLOSE ARCHIVE-FILE
           PERFORM PROVE-ARCHIVED-MONTHS
           IF ARCHIVE-PROVEN THEN
               PERFORM REMOVE-ARCHIVED-ENTRIES
               IF REMOVED-COUNT = ARCHIVED-COUNT THEN
                   PERFORM MARK-ARCHIVED-PERIODS
               END-IF
           END-IF
           CLOSE PERIOD-FILE
           CLOSE LEDGER-FILE
           PERFORM PRINT-ARCHIVE-SUMMARY
           CLOSE ARCHIVE-REPORT-FILE
           DISPLAY "Ledger archive complete, " ARCHIVED-COUNT
               " entries archived, " REMOVED-COUNT
               " entries removed from the live ledger."
           STOP RUN.

      ******************************************************************
           ADD 1 TO CUTOFF-MM
           COMPUTE CUTOFF-YYYYMM = (CUTOFF-YYYY * 100) + CUTOFF-MM.

      ******************************************************************
      * FIND-ARCHIVE-LIMIT reads the open accounting period from the
      * PERIODS control record and stops the archive at it when it
      * comes before the retention cutoff.
      ******************************************************************
       FIND-ARCHIVE-LIMIT.
           MOVE ZERO TO PERIOD-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   MOVE ZERO TO OPEN-PERIOD-YYYYMM
               NOT INVALID KEY
                   MOVE PERIOD-OPEN-MONTH TO OPEN-PERIOD-YYYYMM
           END-READ
           IF OPEN-PERIOD-YYYYMM < CUTOFF-YYYYMM THEN
               MOVE OPEN-PERIOD-YYYYMM TO ARCHIVE-LIMIT-YYYYMM
           ELSE
               MOVE CUTOFF-YYYYMM TO ARCHIVE-LIMIT-YYYYMM
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

      ******************************************************************
      * ARCHIVE-LEDGER-ENTRY writes one entry older than the cutoff
      * month to the archive, tallying it into its month's totals so
      * the summary can stand in for the detail once it is offline.
      * The first entry dated in the cutoff month or the open period
      * or later ends the read; it and everything after it stay live.
      ******************************************************************
       ARCHIVE-LEDGER-ENTRY.
           MOVE LEDGER-DATE (1:6) TO ENTRY-YYYYMM
           IF ENTRY-YYYYMM NOT < ARCHIVE-LIMIT-YYYYMM THEN
               MOVE 'Y' TO LEDGER-EOF-SWITCH
           ELSE
               WRITE ARCH-RECORD FROM LEDGER-RECORD
               ADD 1 TO ARCHIVED-COUNT
               PERFORM TALLY-ARCHIVED-MONTH
               PERFORM READ-LEDGER-RECORD
           END-IF.

       TALLY-ARCHIVED-MONTH.
           MOVE 'N' TO MONTH-FOUND-SWITCH
                   MOVE ZERO TO MONTH-COUNT (MONTH-PTR)
                   MOVE ZERO TO MONTH-CALC-COUNT (MONTH-PTR)
                   MOVE ZERO TO MONTH-EXPR-COUNT (MONTH-PTR)
                   MOVE ZERO TO MONTH-FORMULA-COUNT (MONTH-PTR)
                   MOVE ZERO TO MONTH-TAPE-COUNT (MONTH-PTR)
                   MOVE ZERO TO MONTH-RESULT-TOTAL (MONTH-PTR)
                   MOVE ZERO TO MONTH-SERIAL-HASH (MONTH-PTR)
                   MOVE SPACE TO MONTH-PROOF-STATUS (MONTH-PTR)
                   MOVE 'Y' TO MONTH-FOUND-SWITCH
               END-IF
           END-IF
           IF MONTH-ENTRY-FOUND THEN
               ADD 1 TO MONTH-COUNT (MONTH-PTR)
               ADD LEDGER-RESULT TO MONTH-RESULT-TOTAL (MONTH-PTR)
               ADD LEDGER-SERIAL TO MONTH-SERIAL-HASH (MONTH-PTR)
               IF LEDGER-FROM-CALCULATION THEN
                   ADD 1 TO MONTH-CALC-COUNT (MONTH-PTR)
               END-IF
               IF LEDGER-FROM-EXPRESSION THEN
                   ADD 1 TO MONTH-EXPR-COUNT (MONTH-PTR)
               END-IF
               IF LEDGER-FROM-FORMULA THEN
                   ADD 1 TO MONTH-FORMULA-COUNT (MONTH-PTR)
               END-IF
               IF LEDGER-FROM-TAPE THEN
                   ADD 1 TO MONTH-TAPE-COUNT (MONTH-PTR)
               END-IF
           END-IF.

       CHECK-MONTH-TABLE-ENTRY.
           END-IF.

      ******************************************************************
      * PROVE-ARCHIVED-MONTHS checks each closed month before the
      * archive limit against what went to LEDGARCH for it: the
      * entry count, the result total and the serial hash must all
      * be as frozen at the close. A closed month with no entries
      * archived must have closed with none, and a month archived
      * with no closing record to prove it by fails too. The proof
      * is printed as it goes.
      ******************************************************************
       PROVE-ARCHIVED-MONTHS.
           MOVE 'Y' TO ARCHIVE-PROVEN-SWITCH
           IF MONTH-TABLE-FULL THEN
               MOVE 'N' TO ARCHIVE-PROVEN-SWITCH
           END-IF
           MOVE PROOF-TITLE-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF OPEN-PERIOD-YYYYMM = ZERO THEN
               MOVE NO-PERIOD-CLOSED-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE PROOF-COLUMN-HEADING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               MOVE 'N' TO PERIOD-EOF-SWITCH
               PERFORM START-CLOSED-PERIODS
               PERFORM PROVE-ONE-PERIOD UNTIL END-OF-PERIOD-FILE
               MOVE 1 TO MONTH-PTR
               PERFORM CHECK-MONTH-PROVEN
                   UNTIL MONTH-PTR > MONTH-ENTRY-COUNT
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *
      * START-CLOSED-PERIODS positions PERIODS on the first month's
      * closing record, past the control record at key zero.
      *
       START-CLOSED-PERIODS.
           MOVE 1 TO PERIOD-MONTH
           START PERIOD-FILE KEY IS NOT LESS THAN PERIOD-MONTH
               INVALID KEY
                   MOVE 'Y' TO PERIOD-EOF-SWITCH
           END-START.

       READ-PERIOD-RECORD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PERIOD-EOF-SWITCH
               NOT AT END
                   IF PERIOD-MONTH NOT < ARCHIVE-LIMIT-YYYYMM THEN
                       MOVE 'Y' TO PERIOD-EOF-SWITCH
                   END-IF
           END-READ.

       PROVE-ONE-PERIOD.
           PERFORM READ-PERIOD-RECORD
           IF NOT END-OF-PERIOD-FILE AND PERIOD-CLOSED THEN
               PERFORM PROVE-CLOSED-PERIOD
           END-IF.

       PROVE-CLOSED-PERIOD.
           MOVE PERIOD-MONTH TO ENTRY-YYYYMM
           MOVE 'N' TO MONTH-FOUND-SWITCH
           MOVE 1 TO MONTH-PTR
           PERFORM CHECK-MONTH-TABLE-ENTRY
               UNTIL MONTH-PTR > MONTH-ENTRY-COUNT OR MONTH-ENTRY-FOUND
           MOVE PERIOD-MONTH TO PROOF-DETAIL-YYYYMM
           MOVE PERIOD-ENTRY-COUNT TO PROOF-DETAIL-CLOSED
           MOVE PERIOD-RESULT-TOTAL TO PROOF-DETAIL-CLOSE-TOTAL
           IF MONTH-ENTRY-FOUND THEN
               MOVE MONTH-COUNT (MONTH-PTR) TO PROOF-DETAIL-ARCHIVED
               MOVE MONTH-RESULT-TOTAL (MONTH-PTR)
                   TO PROOF-DETAIL-ARCH-TOTAL
               IF MONTH-COUNT (MONTH-PTR) = PERIOD-ENTRY-COUNT
                   AND MONTH-RESULT-TOTAL (MONTH-PTR)
                       = PERIOD-RESULT-TOTAL
                   AND MONTH-SERIAL-HASH (MONTH-PTR)
                       = PERIOD-SERIAL-HASH THEN
                   MOVE 'Y' TO MONTH-PROOF-STATUS (MONTH-PTR)
                   MOVE "AGREES" TO PROOF-DETAIL-RESULT
               ELSE
                   MOVE 'N' TO MONTH-PROOF-STATUS (MONTH-PTR)
                   MOVE "DIFFERS" TO PROOF-DETAIL-RESULT
                   MOVE 'N' TO ARCHIVE-PROVEN-SWITCH
               END-IF
           ELSE
               MOVE ZERO TO PROOF-DETAIL-ARCHIVED
               MOVE ZERO TO PROOF-DETAIL-ARCH-TOTAL
               IF PERIOD-ENTRY-COUNT = ZERO THEN
                   MOVE "AGREES" TO PROOF-DETAIL-RESULT
               ELSE
                   MOVE "DIFFERS" TO PROOF-DETAIL-RESULT
                   MOVE 'N' TO ARCHIVE-PROVEN-SWITCH
               END-IF
           END-IF
           MOVE PROOF-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       CHECK-MONTH-PROVEN.
           IF MONTH-PROOF-STATUS (MONTH-PTR) = SPACE THEN
               MOVE MONTH-YYYYMM (MONTH-PTR) TO PROOF-DETAIL-YYYYMM
               MOVE MONTH-COUNT (MONTH-PTR) TO PROOF-DETAIL-ARCHIVED
               MOVE ZERO TO PROOF-DETAIL-CLOSED
               MOVE MONTH-RESULT-TOTAL (MONTH-PTR)
                   TO PROOF-DETAIL-ARCH-TOTAL
               MOVE ZERO TO PROOF-DETAIL-CLOSE-TOTAL
               MOVE "NO CLOSING RECORD" TO PROOF-DETAIL-RESULT
               MOVE PROOF-DETAIL-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               MOVE 'N' TO ARCHIVE-PROVEN-SWITCH
           END-IF
           ADD 1 TO MONTH-PTR.

      ******************************************************************
      * MARK-ARCHIVED-PERIODS stamps every closed month before the
      * archive limit as archived, once its entries are proved and
      * removed from the live ledger, logging each one to MAINTLOG
      * with its before and after images.
      ******************************************************************
       MARK-ARCHIVED-PERIODS.
           OPEN EXTEND MAINT-LOG-FILE
           IF MAINT-LOG-STATUS = "35" OR
               MAINT-LOG-STATUS = "05" THEN
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE 'N' TO PERIOD-EOF-SWITCH
           PERFORM START-CLOSED-PERIODS
           PERFORM MARK-ONE-PERIOD UNTIL END-OF-PERIOD-FILE
           CLOSE MAINT-LOG-FILE.

       MARK-ONE-PERIOD.
           PERFORM READ-PERIOD-RECORD
           IF NOT END-OF-PERIOD-FILE AND PERIOD-CLOSED THEN
               MOVE PERIOD-RECORD TO MAINT-LOG-BEFORE
               MOVE 'A' TO PERIOD-STATUS
               MOVE RUN-DATE TO PERIOD-ARCHIVE-DATE
               REWRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "Period " PERIOD-MONTH " could not be "
                           "marked archived, status "
                           PERIOD-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO PERIODS-MARKED-COUNT
                       MOVE 'C' TO MAINT-LOG-ACTION
                       MOVE PERIOD-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-PERIOD-CHANGE
               END-REWRITE
           END-IF.

       LOG-PERIOD-CHANGE.
           MOVE "PERIODS" TO MAINT-LOG-REGISTER
           MOVE PERIOD-MONTH TO MAINT-LOG-KEY
           ACCEPT MAINT-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT MAINT-LOG-TIME FROM TIME
           MOVE ARCHIVE-LOG-USER TO MAINT-LOG-USER-ID
           WRITE MAINT-LOG-RECORD.

      ******************************************************************
      * REMOVE-ARCHIVED-ENTRIES reads LEDGARCH back and deletes each
      * entry on it from LEDGER-FILE by serial, leaving the live file
      * holding only the current retention window. The archive file
      * is already closed by the time this starts, so every entry is
      * on LEDGARCH before it is deleted from the ledger.
      ******************************************************************
       REMOVE-ARCHIVED-ENTRIES.
           OPEN INPUT ARCHIVE-FILE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM REMOVE-ARCHIVED-ENTRY UNTIL END-OF-ARCHIVE-FILE
           CLOSE ARCHIVE-FILE.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-READ.

       REMOVE-ARCHIVED-ENTRY.
           MOVE ARCH-SERIAL TO LEDGER-SERIAL
           DELETE LEDGER-FILE RECORD
               INVALID KEY
                   DISPLAY "Archived entry " ARCH-SERIAL
                       " could not be deleted, status "
                       LEDGER-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO REMOVED-COUNT
           END-DELETE
           PERFORM READ-ARCHIVE-RECORD.

       PRINT-ARCHIVE-SUMMARY.
           MOVE MONTH-COLUMN-HEADING TO PRINT-LINE-WORK
           MOVE ARCHIVED-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "ENTRIES REMOVED FROM LEDGER:" TO SUMMARY-COUNT-LABEL
           MOVE REMOVED-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "PERIODS MARKED ARCHIVED:    " TO SUMMARY-COUNT-LABEL
           MOVE PERIODS-MARKED-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF OPEN-PERIOD-YYYYMM = ZERO
               OR OPEN-PERIOD-YYYYMM NOT < CUTOFF-YYYYMM THEN
               CONTINUE
           ELSE
               MOVE OPEN-PERIOD-YYYYMM TO OPEN-PERIOD-EDIT
               MOVE OPEN-PERIOD-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT ARCHIVE-PROVEN THEN
               MOVE PROOF-FAILED-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               DISPLAY "The archive does not agree with the period "
                   "close, nothing removed from the live ledger and "
                   "this run's LEDGARCH is not to be kept"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF REMOVED-COUNT NOT = ARCHIVED-COUNT THEN
               MOVE "ARCHIVED BUT NOT REMOVED:   "
                   TO SUMMARY-COUNT-LABEL
               COMPUTE SUMMARY-COUNT-VALUE =
                   ARCHIVED-COUNT - REMOVED-COUNT
               MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               DISPLAY "Not every archived entry was removed from "
                   "the live ledger, investigate before the next run"
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           IF MONTH-TABLE-FULL THEN
               MOVE MONTH-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           MOVE MONTH-COUNT (MONTH-PTR) TO MONTH-DETAIL-COUNT
           MOVE MONTH-CALC-COUNT (MONTH-PTR) TO MONTH-DETAIL-CALC
           MOVE MONTH-EXPR-COUNT (MONTH-PTR) TO MONTH-DETAIL-EXPR
           MOVE MONTH-FORMULA-COUNT (MONTH-PTR)
               TO MONTH-DETAIL-FORMULA
           MOVE MONTH-TAPE-COUNT (MONTH-PTR) TO MONTH-DETAIL-TAPE
           MOVE MONTH-RESULT-TOTAL (MONTH-PTR) TO MONTH-DETAIL-TOTAL
           MOVE MONTH-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           ELSE
               WRITE ARCHIVE-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE ARCHIVE-LIMIT-YYYYMM TO HEADING-CUTOFF
           MOVE RETENTION-MONTHS TO HEADING-RETENTION
           MOVE PAGE-HEADING-2 TO ARCHIVE-PRINT-LINE
           WRITE ARCHIVE-PRINT-LINE AFTER ADVANCING 1 LINE
