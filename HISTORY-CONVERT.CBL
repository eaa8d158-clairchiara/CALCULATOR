      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: one-time conversion of the
      *                  RUNHIST run history (HISTOLD) into the current
      *                  HISTREC layout, proving on the HCNVRPT report
      *                  that the record count and the hash of the
      *                  transactions handled after the conversion
      *                  match those before it. RETURN-CODE 0/8/12.
      ******************************************************************
      * HISTOLD is RUNHIST in the record layout it had before the
      * rerun override flag and the threshold exception count were
      * added: the same fields in the same order up to the result
      * code, and nothing after it. Each run is carried across field
      * by field with HIST-RERUN-OVERRIDE 'N' and HIST-EXCEPTION-
      * COUNT zero - no run of that time can be told to have been an
      * overridden rerun, and none was checked against thresholds.
      *
      * RUNHIST must be empty or not yet allocated when the job
      * starts, so a rerun can never load the history twice; the
      * invoking job renames the old dataset to HISTOLD first.
      *
      * The "after" figures are not the ones kept while writing:
      * RUNHIST is closed and read back from the start, so the proof
      * is of what is on the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-CONVERT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "HCNVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONVERT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD      PIC X(65).
       FD  RUN-HISTORY-FILE.
       COPY HISTREC.
       FD  CONVERT-REPORT-FILE.
       01  CONVERT-PRINT-LINE      PIC X(132).
       WORKING-STORAGE SECTION.
      *
      * RETURN-CODE of the run:
      *     0  conversion proven
      *     8  the figures after the conversion do not agree with
      *        those before it - see HCNVRPT
      *    12  HISTOLD or RUNHIST could not be opened, or RUNHIST
      *        already holds records; nothing converted
      *
       01  OLD-HISTORY-STATUS      PIC X(2).
       01  RUN-HISTORY-STATUS      PIC X(2).
       01  CONVERT-REPORT-STATUS   PIC X(2).
       01  OLD-HISTORY-EOF-SWITCH  PIC X(1) VALUE 'N'.
           88  END-OF-OLD-HISTORY      VALUE 'Y'.
       01  HISTORY-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  HISTORY-LOADED-SWITCH   PIC X(1) VALUE 'N'.
           88  HISTORY-ALREADY-LOADED  VALUE 'Y'.
       01  PROOF-FAIL-SWITCH       PIC X(1) VALUE 'N'.
           88  PROOF-FAILED            VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * OLD-HISTORY-ENTRY is one run in the old layout; HISTOLD is
      * read INTO it.
      *
       01  OLD-HISTORY-ENTRY.
           02  OLD-RUN-DATE        PIC 9(8).
           02  OLD-RUN-TIME        PIC 9(8).
           02  OLD-RUN-USER        PIC X(10).
           02  OLD-SOURCE-SYSTEM   PIC X(8).
           02  OLD-FILE-DATE       PIC 9(8).
           02  OLD-RECORD-COUNT    PIC 9(7).
           02  OLD-REJECT-COUNT    PIC 9(7).
           02  OLD-ERROR-COUNT     PIC 9(7).
           02  OLD-RESULT-CODE     PIC 9(2).
      *
      * The proof. HISTOLD is counted and its transactions handled
      * hashed as it is read, and RUNHIST again as it is read back;
      * a count that is not numeric cannot be hashed on either side.
      *
       01  PROOF-FIGURES.
           02  OLD-HISTORY-COUNT   PIC 9(9) VALUE ZERO.
           02  OLD-HISTORY-HASH    PIC 9(15) VALUE ZERO.
           02  NEW-HISTORY-COUNT   PIC 9(9) VALUE ZERO.
           02  NEW-HISTORY-HASH    PIC 9(15) VALUE ZERO.
       01  HISTORY-WRITTEN-COUNT   PIC 9(9) VALUE ZERO.
       01  CHECK-COUNT             PIC 9(9).
       01  CHECK-HASH              PIC 9(15).
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "HISTORY CONVERSION REPORT   RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2          PIC X(45) VALUE
           "RUN HISTORY TO CURRENT RUN HISTORY LAYOUT".
       01  PROOF-SECTION-TITLE     PIC X(22) VALUE
           "BEFORE AND AFTER PROOF".
       01  PROOF-COLUMN-HEADING.
           02  FILLER              PIC X(30) VALUE SPACES.
           02  FILLER              PIC X(11) VALUE "       RUNS".
           02  FILLER              PIC X(21) VALUE
               "      HANDLED HASH".
       01  PROOF-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-LABEL         PIC X(28).
           02  PROOF-COUNT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-HASH          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  VERDICT-LINE.
           02  FILLER              PIC X(9) VALUE "VERDICT: ".
           02  VERDICT-TEXT        PIC X(40).
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-HISTORY-FILE
           IF OLD-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "Old run history HISTOLD could not be opened, "
                   "status " OLD-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-NEW-HISTORY
           IF HISTORY-ALREADY-LOADED THEN
               DISPLAY "Run history already holds records, nothing "
                   "converted"
               CLOSE OLD-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "Run history could not be opened, status "
                   RUN-HISTORY-STATUS
               CLOSE OLD-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONVERT-REPORT-FILE
           PERFORM READ-OLD-HISTORY-RECORD
           PERFORM CONVERT-HISTORY-ENTRY UNTIL END-OF-OLD-HISTORY
           CLOSE OLD-HISTORY-FILE
           CLOSE RUN-HISTORY-FILE
           PERFORM REREAD-NEW-HISTORY
           PERFORM PRINT-CONVERSION-PROOF
           CLOSE CONVERT-REPORT-FILE
           IF PROOF-FAILED THEN
               DISPLAY "Run history conversion does not balance, see "
                   "HCNVRPT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Run history conversion proven, "
                   NEW-HISTORY-COUNT " runs converted."
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * CHECK-NEW-HISTORY reads RUNHIST for a first record - finding
      * one means the history is already loaded and the run must not
      * touch it. A RUNHIST not yet allocated (status 35) is empty.
      ******************************************************************
       CHECK-NEW-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00" THEN
               READ RUN-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO HISTORY-LOADED-SWITCH
               END-READ
               CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-OLD-HISTORY-RECORD.
           READ OLD-HISTORY-FILE INTO OLD-HISTORY-ENTRY
               AT END
                   MOVE 'Y' TO OLD-HISTORY-EOF-SWITCH
           END-READ.

      ******************************************************************
      * CONVERT-HISTORY-ENTRY counts one HISTOLD run into the
      * "before" figures and carries it across into the current
      * layout on RUNHIST.
      ******************************************************************
       CONVERT-HISTORY-ENTRY.
           ADD 1 TO OLD-HISTORY-COUNT
           IF OLD-RECORD-COUNT IS NUMERIC THEN
               ADD OLD-RECORD-COUNT TO OLD-HISTORY-HASH
           END-IF
           MOVE OLD-RUN-DATE TO HIST-RUN-DATE
           MOVE OLD-RUN-TIME TO HIST-RUN-TIME
           MOVE OLD-RUN-USER TO HIST-RUN-USER
           MOVE OLD-SOURCE-SYSTEM TO HIST-SOURCE-SYSTEM
           MOVE OLD-FILE-DATE TO HIST-FILE-DATE
           MOVE OLD-RECORD-COUNT TO HIST-RECORD-COUNT
           MOVE OLD-REJECT-COUNT TO HIST-REJECT-COUNT
           MOVE OLD-ERROR-COUNT TO HIST-ERROR-COUNT
           MOVE OLD-RESULT-CODE TO HIST-RESULT-CODE
           MOVE 'N' TO HIST-RERUN-OVERRIDE
           MOVE ZERO TO HIST-EXCEPTION-COUNT
           WRITE RUN-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN-COUNT
           PERFORM READ-OLD-HISTORY-RECORD.

      ******************************************************************
      * REREAD-NEW-HISTORY takes the "after" figures from the closed
      * RUNHIST, read from the start.
      ******************************************************************
       REREAD-NEW-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "Run history could not be reopened, status "
                   RUN-HISTORY-STATUS
               MOVE 'Y' TO PROOF-FAIL-SWITCH
           ELSE
               PERFORM READ-NEW-HISTORY-RECORD
               PERFORM COUNT-NEW-HISTORY-ENTRY UNTIL END-OF-HISTORY
               CLOSE RUN-HISTORY-FILE
           END-IF.

       READ-NEW-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       COUNT-NEW-HISTORY-ENTRY.
           ADD 1 TO NEW-HISTORY-COUNT
           IF HIST-RECORD-COUNT IS NUMERIC THEN
               ADD HIST-RECORD-COUNT TO NEW-HISTORY-HASH
           END-IF
           PERFORM READ-NEW-HISTORY-RECORD.

      ******************************************************************
      * PRINT-CONVERSION-PROOF prints the before and after figures
      * and the verdict, setting PROOF-FAILED when RUNHIST is not
      * HISTOLD on count or hash, or does not hold every run written.
      ******************************************************************
       PRINT-CONVERSION-PROOF.
           MOVE PROOF-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE PROOF-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "HISTOLD READ (BEFORE):" TO PROOF-LABEL
           MOVE OLD-HISTORY-COUNT TO CHECK-COUNT
           MOVE OLD-HISTORY-HASH TO CHECK-HASH
           PERFORM PRINT-PROOF-LINE
           MOVE "RUNHIST READ BACK:" TO PROOF-LABEL
           MOVE NEW-HISTORY-COUNT TO CHECK-COUNT
           MOVE NEW-HISTORY-HASH TO CHECK-HASH
           PERFORM PRINT-PROOF-LINE
           IF OLD-HISTORY-COUNT NOT = NEW-HISTORY-COUNT
               OR OLD-HISTORY-HASH NOT = NEW-HISTORY-HASH
               OR NEW-HISTORY-COUNT NOT = HISTORY-WRITTEN-COUNT THEN
               MOVE 'Y' TO PROOF-FAIL-SWITCH
               MOVE "RUN HISTORY DOES NOT BALANCE" TO VERDICT-TEXT
           ELSE
               MOVE "RUN HISTORY PROVEN" TO VERDICT-TEXT
           END-IF
           MOVE VERDICT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-PROOF-LINE.
           MOVE CHECK-COUNT TO PROOF-COUNT
           MOVE CHECK-HASH TO PROOF-HASH
           MOVE PROOF-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-REPORT-LINE is the one gate every printed line passes
      * through: it starts a fresh page with its headings whenever the
      * current page is full, then writes the line held in
      * PRINT-LINE-WORK.
      ******************************************************************
       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT > 55 THEN
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE PRINT-LINE-WORK TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO CONVERT-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE CONVERT-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE CONVERT-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE PAGE-HEADING-2 TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CONVERT-PRINT-LINE
           WRITE CONVERT-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM HISTORY-CONVERT.
