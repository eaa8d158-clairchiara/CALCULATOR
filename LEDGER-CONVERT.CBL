      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: one-time conversion of the
      *                  sequential ledger (LEDGOLD) into the indexed
      *                  LEDGER-FILE, and of the LEDGARCH archive
      *                  datasets (ARCHOLD) into the current record
      *                  layout, proving on the CONVRPT report that
      *                  the counts, result totals and serial hash
      *                  after the conversion match those before it.
      *                  RETURN-CODE 0/8/12.
      * 15 Oct 2026  CM  An archive serial that is not numeric is left
      *                  out of the hash on both sides of the archive
      *                  proof instead of abending the job, as on the
      *                  ledger side.
      * 15 Oct 2026  CM  ARCHOLD counts as not supplied only when it
      *                  is not allocated (status 35); any other open
      *                  failure stops the run with RETURN-CODE 12
      *                  before anything is loaded. The LEDGREJ
      *                  figures are now read back from the closed
      *                  file like the other outputs, and a failed
      *                  reject write is reported.
      ******************************************************************
      * LEDGOLD and ARCHOLD are in the record layout the ledger had
      * before reversals and formulas were added: the same fields in
      * the same order up to the expression, and nothing after it.
      * Each entry is carried across field by field, with the
      * reversal links zero and the formula name spaces, as every
      * entry of that time would have them.
      *
      * LEDGER-FILE must be empty when the job starts - it is the
      * new indexed dataset, defined and allocated by the invoking
      * job - so a rerun can never load the ledger twice. An entry
      * whose serial is not a serial, or repeats one already loaded,
      * cannot be keyed; it goes to the LEDGREJ reject file in the
      * new layout and is listed, and the proof counts it apart.
      * LEDGARCH stays sequential, so every archive entry is carried.
      *
      * The "after" figures are not the ones kept while writing:
      * each output - LEDGER-FILE, LEDGREJ and LEDGARCH - is closed
      * and read back from the start, so the proof is of what is on
      * the files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CONVERT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO "LEDGOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-LEDGER-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "ARCHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-ARCHIVE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-SERIAL
               ALTERNATE RECORD KEY IS LEDGER-DATE-USER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEDGER-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "LEDGREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONVERT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-RECORD       PIC X(173).
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD      PIC X(173).
       FD  LEDGER-FILE.
       COPY LEDGREC.
      *
      * The archive and reject records are the ledger record under
      * other prefixes, taken from the same copybook so all three
      * track any future change to the layout together.
      *
       FD  ARCHIVE-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==ARCH==.
       FD  REJECT-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==REJ==.
       FD  CONVERT-REPORT-FILE.
       01  CONVERT-PRINT-LINE      PIC X(132).
       WORKING-STORAGE SECTION.
      *
      * RETURN-CODE of the run:
      *     0  conversion proven, nothing rejected
      *     8  entries rejected, or the figures after the conversion
      *        do not agree with those before it - see CONVRPT
      *    12  LEDGOLD or LEDGER-FILE could not be opened, ARCHOLD
      *        is allocated but could not be opened, or LEDGER-FILE
      *        already holds entries; nothing converted
      *
       01  OLD-LEDGER-STATUS       PIC X(2).
       01  OLD-ARCHIVE-STATUS      PIC X(2).
       01  LEDGER-FILE-STATUS      PIC X(2).
       01  ARCHIVE-FILE-STATUS     PIC X(2).
       01  REJECT-FILE-STATUS      PIC X(2).
       01  CONVERT-REPORT-STATUS   PIC X(2).
       01  OLD-LEDGER-EOF-SWITCH   PIC X(1) VALUE 'N'.
           88  END-OF-OLD-LEDGER       VALUE 'Y'.
       01  OLD-ARCHIVE-EOF-SWITCH  PIC X(1) VALUE 'N'.
           88  END-OF-OLD-ARCHIVE      VALUE 'Y'.
       01  LEDGER-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LEDGER-FILE      VALUE 'Y'.
       01  ARCHIVE-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ARCHIVE-FILE     VALUE 'Y'.
       01  REJECT-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-REJECT-FILE      VALUE 'Y'.
       01  ARCHIVE-SUPPLIED-SWITCH PIC X(1) VALUE 'N'.
           88  ARCHIVE-SUPPLIED        VALUE 'Y'.
       01  LEDGER-LOADED-SWITCH    PIC X(1) VALUE 'N'.
           88  LEDGER-ALREADY-LOADED   VALUE 'Y'.
       01  PROOF-FAIL-SWITCH       PIC X(1) VALUE 'N'.
           88  PROOF-FAILED            VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * OLD-ENTRY is one entry in the old layout, whichever file it
      * came from - both old files are read INTO it, so the carrying
      * across is written once, into CONVERTED-RECORD.
      *
       01  OLD-ENTRY.
           02  OLD-DATE            PIC 9(8).
           02  OLD-TIME            PIC 9(8).
           02  OLD-SOURCE          PIC X(1).
           02  OLD-USER-ID         PIC X(10).
           02  OLD-SERIAL          PIC 9(9).
           02  OLD-SERIAL-TEXT REDEFINES OLD-SERIAL
                                   PIC X(9).
           02  OLD-RUN-ID          PIC X(14).
           02  OLD-CURRENCY-CODE   PIC X(3).
           02  OLD-OPERAND1        PIC S9(9)V9(3).
           02  OLD-OPERATOR        PIC X(4).
           02  OLD-OPERAND2        PIC S9(9)V9(3).
           02  OLD-RESULT          PIC S9(9)V9(3).
           02  OLD-EXPRESSION      PIC X(80).
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==CONVERTED==.
      *
      * The proof. Each stream is counted, its results totalled and
      * its serials hashed as it is read before conversion, and again
      * as the output is read back after it; rejected entries are
      * counted the same way as LEDGREJ is read back, so LEDGOLD must
      * equal LEDGER-FILE plus LEDGREJ, and ARCHOLD must equal
      * LEDGARCH, on all three. The written counts are kept apart to
      * show that each file holds exactly what was put on it.
      *
       01  PROOF-FIGURES.
           02  OLD-LEDGER-COUNT    PIC 9(9) VALUE ZERO.
           02  OLD-LEDGER-TOTAL    PIC S9(13)V9(3) VALUE ZERO.
           02  OLD-LEDGER-HASH     PIC 9(15) VALUE ZERO.
           02  NEW-LEDGER-COUNT    PIC 9(9) VALUE ZERO.
           02  NEW-LEDGER-TOTAL    PIC S9(13)V9(3) VALUE ZERO.
           02  NEW-LEDGER-HASH     PIC 9(15) VALUE ZERO.
           02  REJECT-COUNT        PIC 9(9) VALUE ZERO.
           02  REJECT-TOTAL        PIC S9(13)V9(3) VALUE ZERO.
           02  REJECT-HASH         PIC 9(15) VALUE ZERO.
           02  OLD-ARCHIVE-COUNT   PIC 9(9) VALUE ZERO.
           02  OLD-ARCHIVE-TOTAL   PIC S9(13)V9(3) VALUE ZERO.
           02  OLD-ARCHIVE-HASH    PIC 9(15) VALUE ZERO.
           02  NEW-ARCHIVE-COUNT   PIC 9(9) VALUE ZERO.
           02  NEW-ARCHIVE-TOTAL   PIC S9(13)V9(3) VALUE ZERO.
           02  NEW-ARCHIVE-HASH    PIC 9(15) VALUE ZERO.
       01  LEDGER-WRITTEN-COUNT    PIC 9(9) VALUE ZERO.
       01  ARCHIVE-WRITTEN-COUNT   PIC 9(9) VALUE ZERO.
       01  REJECT-WRITTEN-COUNT    PIC 9(9) VALUE ZERO.
       01  CHECK-COUNT             PIC 9(9).
       01  CHECK-TOTAL             PIC S9(13)V9(3).
       01  CHECK-HASH              PIC 9(15).
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "LEDGER CONVERSION REPORT    RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2          PIC X(54) VALUE
           "SEQUENTIAL LEDGER AND ARCHIVE TO CURRENT LEDGER LAYOUT".
       01  REJECT-SECTION-TITLE    PIC X(16) VALUE "REJECTED ENTRIES".
       01  REJECT-COLUMN-HEADING.
           02  FILLER              PIC X(13) VALUE "       SERIAL".
           02  FILLER              PIC X(12) VALUE "  DATE".
           02  FILLER              PIC X(12) VALUE "USER".
           02  FILLER              PIC X(7) VALUE "SOURCE".
           02  FILLER              PIC X(20) VALUE "            RESULT".
           02  FILLER              PIC X(6) VALUE "REASON".
       01  REJECT-DETAIL-LINE.
           02  FILLER              PIC X(4) VALUE SPACES.
           02  REJECT-DETAIL-SERIAL PIC X(9).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  REJECT-DETAIL-DATE  PIC 9999/99/99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  REJECT-DETAIL-USER  PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  REJECT-DETAIL-SOURCE PIC X(1).
           02  FILLER              PIC X(4) VALUE SPACES.
           02  REJECT-DETAIL-RESULT PIC -ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  REJECT-DETAIL-REASON PIC X(30).
       01  NO-REJECTS-LINE         PIC X(21) VALUE
           "  NO ENTRIES REJECTED".
       01  NO-ARCHIVE-LINE         PIC X(54) VALUE
           "NOTE: NO ARCHOLD SUPPLIED, LIVE LEDGER CONVERTED ONLY".
       01  PROOF-SECTION-TITLE     PIC X(22) VALUE
           "BEFORE AND AFTER PROOF".
       01  PROOF-COLUMN-HEADING.
           02  FILLER              PIC X(30) VALUE SPACES.
           02  FILLER              PIC X(11) VALUE "    ENTRIES".
           02  FILLER              PIC X(25) VALUE
               "             RESULT TOTAL".
           02  FILLER              PIC X(21) VALUE
               "          SERIAL HASH".
       01  PROOF-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-LABEL         PIC X(28).
           02  PROOF-COUNT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  PROOF-HASH          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  VERDICT-LINE.
           02  FILLER              PIC X(9) VALUE "VERDICT: ".
           02  VERDICT-TEXT        PIC X(40).
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-LEDGER-FILE
           IF OLD-LEDGER-STATUS NOT = "00" THEN
               DISPLAY "Old ledger file LEDGOLD could not be opened, "
                   "status " OLD-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-NEW-LEDGER
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be opened, status "
                   LEDGER-FILE-STATUS
               CLOSE OLD-LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LEDGER-ALREADY-LOADED THEN
               DISPLAY "Ledger file already holds entries, nothing "
                   "converted"
               CLOSE OLD-LEDGER-FILE
               CLOSE LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-ARCHIVE-FILE
           IF OLD-ARCHIVE-STATUS = "00" THEN
               MOVE 'Y' TO ARCHIVE-SUPPLIED-SWITCH
           ELSE
           IF OLD-ARCHIVE-STATUS NOT = "35" THEN
               DISPLAY "Old archive file ARCHOLD could not be opened, "
                   "status " OLD-ARCHIVE-STATUS
               CLOSE OLD-LEDGER-FILE
               CLOSE LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE REJECT-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE REJECT-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-OLD-LEDGER-RECORD
           PERFORM CONVERT-LEDGER-ENTRY UNTIL END-OF-OLD-LEDGER
           CLOSE OLD-LEDGER-FILE
           CLOSE LEDGER-FILE
           CLOSE REJECT-FILE
           IF LEDGER-WRITTEN-COUNT = OLD-LEDGER-COUNT THEN
               MOVE NO-REJECTS-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ARCHIVE-SUPPLIED THEN
               OPEN OUTPUT ARCHIVE-FILE
               PERFORM READ-OLD-ARCHIVE-RECORD
               PERFORM CONVERT-ARCHIVE-ENTRY UNTIL END-OF-OLD-ARCHIVE
               CLOSE OLD-ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM REREAD-NEW-LEDGER
           PERFORM REREAD-REJECT-FILE
           IF ARCHIVE-SUPPLIED THEN
               PERFORM REREAD-NEW-ARCHIVE
           END-IF
           PERFORM PRINT-CONVERSION-PROOF
           CLOSE CONVERT-REPORT-FILE
           IF PROOF-FAILED THEN
               DISPLAY "Ledger conversion does not balance, see "
                   "CONVRPT."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF REJECT-COUNT NOT = ZERO THEN
               DISPLAY "Ledger conversion proven, " REJECT-COUNT
                   " entries rejected to LEDGREJ, see CONVRPT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Ledger conversion proven, " NEW-LEDGER-COUNT
                   " ledger and " NEW-ARCHIVE-COUNT
                   " archive entries converted."
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * OPEN-NEW-LEDGER opens LEDGER-FILE for loading, creating it if
      * the job has allocated nothing yet (status 35), and reads for
      * a first record - finding one means the ledger is already
      * loaded and the run must not touch it.
      ******************************************************************
       OPEN-NEW-LEDGER.
           OPEN I-O LEDGER-FILE
           IF LEDGER-FILE-STATUS = "35" THEN
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF LEDGER-FILE-STATUS = "00" THEN
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO LEDGER-LOADED-SWITCH
               END-READ
               MOVE "00" TO LEDGER-FILE-STATUS
           END-IF.

       READ-OLD-LEDGER-RECORD.
           READ OLD-LEDGER-FILE INTO OLD-ENTRY
               AT END
                   MOVE 'Y' TO OLD-LEDGER-EOF-SWITCH
           END-READ.

       READ-OLD-ARCHIVE-RECORD.
           READ OLD-ARCHIVE-FILE INTO OLD-ENTRY
               AT END
                   MOVE 'Y' TO OLD-ARCHIVE-EOF-SWITCH
           END-READ.

      ******************************************************************
      * BUILD-CONVERTED-RECORD carries OLD-ENTRY across into the
      * current layout. Entries of the old layout were never
      * reversed and never came from a formula.
      ******************************************************************
       BUILD-CONVERTED-RECORD.
           MOVE OLD-DATE TO CONVERTED-DATE
           MOVE OLD-USER-ID TO CONVERTED-USER-ID
           MOVE OLD-TIME TO CONVERTED-TIME
           MOVE OLD-SOURCE TO CONVERTED-SOURCE
           MOVE OLD-SERIAL TO CONVERTED-SERIAL
           MOVE OLD-RUN-ID TO CONVERTED-RUN-ID
           MOVE OLD-CURRENCY-CODE TO CONVERTED-CURRENCY-CODE
           MOVE OLD-OPERAND1 TO CONVERTED-OPERAND1
           MOVE OLD-OPERATOR TO CONVERTED-OPERATOR
           MOVE OLD-OPERAND2 TO CONVERTED-OPERAND2
           MOVE OLD-RESULT TO CONVERTED-RESULT
           MOVE OLD-EXPRESSION TO CONVERTED-EXPRESSION
           MOVE ZERO TO CONVERTED-REVERSED-BY-SERIAL
           MOVE ZERO TO CONVERTED-REVERSES-SERIAL
           MOVE SPACES TO CONVERTED-FORMULA-NAME.

      ******************************************************************
      * CONVERT-LEDGER-ENTRY counts one LEDGOLD entry into the
      * "before" figures and loads it into LEDGER-FILE on its
      * serial. A serial that is not numeric, is zero, or is already
      * on the file sends the entry to LEDGREJ instead; a serial
      * that is not numeric cannot be hashed on either side.
      ******************************************************************
       CONVERT-LEDGER-ENTRY.
           ADD 1 TO OLD-LEDGER-COUNT
           ADD OLD-RESULT TO OLD-LEDGER-TOTAL
           IF OLD-SERIAL IS NUMERIC THEN
               ADD OLD-SERIAL TO OLD-LEDGER-HASH
           END-IF
           PERFORM BUILD-CONVERTED-RECORD
           IF OLD-SERIAL IS NOT NUMERIC THEN
               MOVE "SERIAL IS NOT NUMERIC" TO REJECT-DETAIL-REASON
               PERFORM REJECT-LEDGER-ENTRY
           ELSE
           IF OLD-SERIAL = ZERO THEN
               MOVE "SERIAL IS ZERO" TO REJECT-DETAIL-REASON
               PERFORM REJECT-LEDGER-ENTRY
           ELSE
               WRITE LEDGER-RECORD FROM CONVERTED-RECORD
                   INVALID KEY
                       IF LEDGER-FILE-STATUS = "22" THEN
                           MOVE "SERIAL ALREADY LOADED"
                               TO REJECT-DETAIL-REASON
                       ELSE
                           MOVE SPACES TO REJECT-DETAIL-REASON
                           STRING "WRITE FAILED, STATUS "
                               LEDGER-FILE-STATUS
                               DELIMITED BY SIZE
                               INTO REJECT-DETAIL-REASON
                       END-IF
                       PERFORM REJECT-LEDGER-ENTRY
                   NOT INVALID KEY
                       ADD 1 TO LEDGER-WRITTEN-COUNT
               END-WRITE
           END-IF
           END-IF
           PERFORM READ-OLD-LEDGER-RECORD.

       REJECT-LEDGER-ENTRY.
           WRITE REJ-RECORD FROM CONVERTED-RECORD
           IF REJECT-FILE-STATUS = "00" THEN
               ADD 1 TO REJECT-WRITTEN-COUNT
           ELSE
               DISPLAY "Reject file LEDGREJ could not be written, "
                   "status " REJECT-FILE-STATUS ", serial "
                   OLD-SERIAL-TEXT
           END-IF
           MOVE OLD-SERIAL-TEXT TO REJECT-DETAIL-SERIAL
           MOVE OLD-DATE TO REJECT-DETAIL-DATE
           MOVE OLD-USER-ID TO REJECT-DETAIL-USER
           MOVE OLD-SOURCE TO REJECT-DETAIL-SOURCE
           MOVE OLD-RESULT TO REJECT-DETAIL-RESULT
           MOVE REJECT-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       CONVERT-ARCHIVE-ENTRY.
           ADD 1 TO OLD-ARCHIVE-COUNT
           ADD OLD-RESULT TO OLD-ARCHIVE-TOTAL
           IF OLD-SERIAL IS NUMERIC THEN
               ADD OLD-SERIAL TO OLD-ARCHIVE-HASH
           END-IF
           PERFORM BUILD-CONVERTED-RECORD
           WRITE ARCH-RECORD FROM CONVERTED-RECORD
           ADD 1 TO ARCHIVE-WRITTEN-COUNT
           PERFORM READ-OLD-ARCHIVE-RECORD.

      ******************************************************************
      * REREAD-NEW-LEDGER, REREAD-REJECT-FILE and REREAD-NEW-ARCHIVE
      * take the "after" figures from the closed output files, read
      * from the start.
      ******************************************************************
       REREAD-NEW-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be reopened, status "
                   LEDGER-FILE-STATUS
               MOVE 'Y' TO PROOF-FAIL-SWITCH
           ELSE
               PERFORM READ-NEW-LEDGER-RECORD
               PERFORM COUNT-NEW-LEDGER-ENTRY UNTIL END-OF-LEDGER-FILE
               CLOSE LEDGER-FILE
           END-IF.

       READ-NEW-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

       COUNT-NEW-LEDGER-ENTRY.
           ADD 1 TO NEW-LEDGER-COUNT
           ADD LEDGER-RESULT TO NEW-LEDGER-TOTAL
           ADD LEDGER-SERIAL TO NEW-LEDGER-HASH
           PERFORM READ-NEW-LEDGER-RECORD.

       REREAD-REJECT-FILE.
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Reject file LEDGREJ could not be reopened, "
                   "status " REJECT-FILE-STATUS
               MOVE 'Y' TO PROOF-FAIL-SWITCH
           ELSE
               PERFORM READ-REJECT-RECORD
               PERFORM COUNT-REJECT-ENTRY UNTIL END-OF-REJECT-FILE
               CLOSE REJECT-FILE
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO REJECT-EOF-SWITCH
           END-READ.

       COUNT-REJECT-ENTRY.
           ADD 1 TO REJECT-COUNT
           ADD REJ-RESULT TO REJECT-TOTAL
           IF REJ-SERIAL IS NUMERIC THEN
               ADD REJ-SERIAL TO REJECT-HASH
           END-IF
           PERFORM READ-REJECT-RECORD.

       REREAD-NEW-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "Archive file could not be reopened, status "
                   ARCHIVE-FILE-STATUS
               MOVE 'Y' TO PROOF-FAIL-SWITCH
           ELSE
               PERFORM READ-NEW-ARCHIVE-RECORD
               PERFORM COUNT-NEW-ARCHIVE-ENTRY
                   UNTIL END-OF-ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEW-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-READ.

       COUNT-NEW-ARCHIVE-ENTRY.
           ADD 1 TO NEW-ARCHIVE-COUNT
           ADD ARCH-RESULT TO NEW-ARCHIVE-TOTAL
           IF ARCH-SERIAL IS NUMERIC THEN
               ADD ARCH-SERIAL TO NEW-ARCHIVE-HASH
           END-IF
           PERFORM READ-NEW-ARCHIVE-RECORD.

      ******************************************************************
      * PRINT-CONVERSION-PROOF prints the before and after figures
      * of each stream and the verdict, setting PROOF-FAILED when
      * LEDGOLD is not LEDGER-FILE plus LEDGREJ, or ARCHOLD is not
      * LEDGARCH, on any of count, total or hash.
      ******************************************************************
       PRINT-CONVERSION-PROOF.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE PROOF-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE PROOF-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "LEDGOLD READ (BEFORE):" TO PROOF-LABEL
           MOVE OLD-LEDGER-COUNT TO CHECK-COUNT
           MOVE OLD-LEDGER-TOTAL TO CHECK-TOTAL
           MOVE OLD-LEDGER-HASH TO CHECK-HASH
           PERFORM PRINT-PROOF-LINE
           MOVE "LEDGER-FILE READ BACK:" TO PROOF-LABEL
           MOVE NEW-LEDGER-COUNT TO CHECK-COUNT
           MOVE NEW-LEDGER-TOTAL TO CHECK-TOTAL
           MOVE NEW-LEDGER-HASH TO CHECK-HASH
           PERFORM PRINT-PROOF-LINE
           MOVE "LEDGREJ READ BACK:" TO PROOF-LABEL
           MOVE REJECT-COUNT TO CHECK-COUNT
           MOVE REJECT-TOTAL TO CHECK-TOTAL
           MOVE REJECT-HASH TO CHECK-HASH
           PERFORM PRINT-PROOF-LINE
           IF OLD-LEDGER-COUNT NOT = NEW-LEDGER-COUNT + REJECT-COUNT
               OR OLD-LEDGER-TOTAL NOT = NEW-LEDGER-TOTAL + REJECT-TOTAL
               OR OLD-LEDGER-HASH NOT = NEW-LEDGER-HASH + REJECT-HASH
               OR NEW-LEDGER-COUNT NOT = LEDGER-WRITTEN-COUNT
               OR REJECT-COUNT NOT = REJECT-WRITTEN-COUNT THEN
               MOVE 'Y' TO PROOF-FAIL-SWITCH
               MOVE "LEDGER DOES NOT BALANCE" TO VERDICT-TEXT
           ELSE
               MOVE "LEDGER PROVEN" TO VERDICT-TEXT
           END-IF
           MOVE VERDICT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF NOT ARCHIVE-SUPPLIED THEN
               MOVE NO-ARCHIVE-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "ARCHOLD READ (BEFORE):" TO PROOF-LABEL
               MOVE OLD-ARCHIVE-COUNT TO CHECK-COUNT
               MOVE OLD-ARCHIVE-TOTAL TO CHECK-TOTAL
               MOVE OLD-ARCHIVE-HASH TO CHECK-HASH
               PERFORM PRINT-PROOF-LINE
               MOVE "LEDGARCH READ BACK:" TO PROOF-LABEL
               MOVE NEW-ARCHIVE-COUNT TO CHECK-COUNT
               MOVE NEW-ARCHIVE-TOTAL TO CHECK-TOTAL
               MOVE NEW-ARCHIVE-HASH TO CHECK-HASH
               PERFORM PRINT-PROOF-LINE
               IF OLD-ARCHIVE-COUNT NOT = NEW-ARCHIVE-COUNT
                   OR OLD-ARCHIVE-TOTAL NOT = NEW-ARCHIVE-TOTAL
                   OR OLD-ARCHIVE-HASH NOT = NEW-ARCHIVE-HASH
                   OR NEW-ARCHIVE-COUNT NOT = ARCHIVE-WRITTEN-COUNT
                   THEN
                   MOVE 'Y' TO PROOF-FAIL-SWITCH
                   MOVE "ARCHIVE DOES NOT BALANCE" TO VERDICT-TEXT
               ELSE
                   MOVE "ARCHIVE PROVEN" TO VERDICT-TEXT
               END-IF
               MOVE VERDICT-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-PROOF-LINE.
           MOVE CHECK-COUNT TO PROOF-COUNT
           MOVE CHECK-TOTAL TO PROOF-TOTAL
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

       END PROGRAM LEDGER-CONVERT.
