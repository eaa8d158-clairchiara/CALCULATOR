      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: reads the LEDGARCH archive
      *                  and the live LEDGER-FILE together and proves
      *                  the audit trail - LEDGER-SERIAL runs without
      *                  a gap or a repeat up to the last serial
      *                  LEDGSEQ has issued, every 'C' entry still
      *                  recomputes to the result CALCULATION would
      *                  give, and every LEDGER-USER-ID is on
      *                  USERFILE. Exceptions and a verdict go to the
      *                  VERIFRPT printed report; an unattended run
      *                  from a VERIFPRM parameter file hands the
      *                  verdict to the scheduler (0/8/12/16).
      * 15 Oct 2026  CM  Reversal entries ('R') are proven too: each
      *                  must cancel an earlier entry that carries
      *                  its serial as LEDGER-REVERSED-BY-SERIAL,
      *                  with the result exactly negated, and every
      *                  entry marked reversed must have its
      *                  reversal on the trail.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed; it is read in
      *                  LEDGER-SERIAL key order, which is the order
      *                  the serials were issued in.
      ******************************************************************
      * The archive is read first and the live ledger after it, so
      * together they present every serial in the order it was
      * issued - LEDGER-ARCHIVE only ever moves the oldest entries
      * out. LEDGARCH is whatever the invoking job concatenates under
      * it, oldest archive dataset first; when none is supplied the
      * live ledger is verified alone and FIRST-SERIAL says where it
      * starts.
      *
      * A gap is reported, never excused: GET-NEXT-LEDGER-SERIAL can
      * skip a serial if a run dies between issuing it and writing
      * the entry, and the auditor is the one to decide whether a
      * missing serial was such a crash. The memory operators (M+,
      * MR, MC) and CVT cannot be recomputed from the entry alone -
      * they depend on a memory register and a rate that have moved
      * on since - so those entries are counted separately rather
      * than passed or failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-VERIFY.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-SERIAL
               ALTERNATE RECORD KEY IS LEDGER-DATE-USER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEDGER-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT LEDGER-SEQ-FILE ASSIGN TO "LEDGSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-SEQ-STATUS.
           SELECT USER-PROFILE-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFILE-USER-ID
               FILE STATUS IS PROFILE-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VERIFY-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "VERIFPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==ARCH==.
       FD  LEDGER-FILE.
       COPY LEDGREC.
       FD  LEDGER-SEQ-FILE.
       01  LEDGER-SEQ-RECORD.
           02  LEDGER-SEQ-LAST     PIC 9(9).
       FD  USER-PROFILE-FILE.
       COPY USERREC.
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-PRINT-LINE       PIC X(132).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *
      * Run parameters for an unattended run, read from the VERIFPRM
      * file when the scheduler supplies one - its presence is what
      * turns the run unattended, exactly as BATCHPRM does for
      * CALCULATOR's batch mode. Each record is KEYWORD=VALUE ('*'
      * in column one comments a record out):
      *    FIRST-SERIAL=nnnnnnnnn  serial the oldest entry supplied
      *                            should carry, for when the oldest
      *                            archive datasets have been expired
      *                            (absent means 1, the whole trail)
      *
      * RETURN-CODE of the run:
      *     0  ledger verified, no exceptions
      *     8  exceptions found - serial gaps or repeats, entries
      *        that do not recompute, broken reversal links, or
      *        unknown users - see VERIFRPT
      *    12  ledger, sequence or user file could not be opened
      *    16  a parameter value could not be used, nothing verified
      *
       01  PARAM-FILE-STATUS       PIC X(2).
       01  PARAM-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88  END-OF-PARAM-FILE       VALUE 'Y'.
       01  UNATTENDED-SWITCH       PIC X(1) VALUE 'N'.
           88  UNATTENDED-RUN          VALUE 'Y'.
       01  PARAM-ERROR-SWITCH      PIC X(1) VALUE 'N'.
           88  PARAM-ERROR-FOUND       VALUE 'Y'.
       01  PARAM-KEYWORD           PIC X(20).
       01  PARAM-VALUE             PIC X(60).
       01  ARCHIVE-FILE-STATUS     PIC X(2).
       01  LEDGER-FILE-STATUS      PIC X(2).
       01  LEDGER-SEQ-STATUS       PIC X(2).
       01  PROFILE-FILE-STATUS     PIC X(2).
       01  VERIFY-FILE-STATUS      PIC X(2).
       01  ARCHIVE-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ARCHIVE-FILE     VALUE 'Y'.
       01  LEDGER-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LEDGER-FILE      VALUE 'Y'.
       01  ARCHIVE-SUPPLIED-SWITCH PIC X(1) VALUE 'N'.
           88  ARCHIVE-SUPPLIED        VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  SERIAL-INPUT            PIC X(9).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * CHECK-RECORD is the one entry being verified, whichever file
      * it came from - both files are read INTO it, so every check
      * is written once. CHECK-FILE-NAME says which file it was.
      *
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==CHECK==.
       01  CHECK-FILE-NAME         PIC X(7).
      *
      * Serial continuity. EXPECTED-SERIAL is the serial the next
      * entry should carry; LAST-SERIAL-ISSUED is what LEDGSEQ says
      * has been handed out.
      *
       01  FIRST-SERIAL            PIC 9(9) VALUE 1.
       01  EXPECTED-SERIAL         PIC 9(9).
       01  LAST-SERIAL-ISSUED      PIC 9(9) VALUE ZERO.
       01  HIGHEST-SERIAL-FOUND    PIC 9(9) VALUE ZERO.
       01  GAP-FIRST-SERIAL        PIC 9(9).
       01  GAP-LAST-SERIAL         PIC 9(9).
       01  GAP-SIZE                PIC 9(9).
      *
      * Recomputation work fields, pictured exactly as CALCULATION's
      * OPERAND1/OPERAND2/RESULT and MOD-QUOTIENT so the arithmetic
      * truncates the same way it did when the entry was written.
      *
       01  VERIFY-OPERAND1         PIC S9(9)V9(3).
       01  VERIFY-OPERATOR         PIC X(4).
       01  VERIFY-OPERAND2         PIC S9(9)V9(3).
       01  VERIFY-RESULT           PIC S9(9)V9(3).
       01  VERIFY-QUOTIENT         PIC S9(9).
       01  RECOMPUTE-SWITCH        PIC X(1) VALUE 'Y'.
           88  RECOMPUTABLE            VALUE 'Y'.
       01  RECOMPUTE-FAIL-SWITCH   PIC X(1) VALUE 'N'.
           88  RECOMPUTE-FAILED        VALUE 'Y'.
      *
      * The last user ID looked up is remembered, so a run of entries
      * by one user costs one USERFILE read, not one per entry.
      *
       01  LAST-USER-CHECKED       PIC X(10) VALUE LOW-VALUES.
       01  LAST-USER-SWITCH        PIC X(1) VALUE 'N'.
           88  LAST-USER-KNOWN         VALUE 'Y'.
      *
      * Reversal links. An entry marked reversed is held here until
      * its reversal, always further on in the trail, is met and
      * proven against it; the slot is then freed by moving the last
      * entry into it, so the table only ever holds the reversals
      * still to come. Whatever is left at the end never got its
      * reversal. A reversal of an entry older than FIRST-SERIAL
      * cannot be proven and is passed over.
      *
       01  OPEN-REVERSAL-COUNT     PIC 9(4) VALUE ZERO.
       01  OPEN-REVERSAL-TABLE.
           02  OPEN-REVERSAL-ENTRY OCCURS 1000 TIMES.
               03  OPEN-ORIGINAL-SERIAL PIC 9(9).
               03  OPEN-REVERSAL-SERIAL PIC 9(9).
               03  OPEN-ORIGINAL-RESULT PIC S9(9)V9(3).
               03  OPEN-ORIGINAL-DATE  PIC 9(8).
               03  OPEN-ORIGINAL-USER  PIC X(10).
               03  OPEN-ORIGINAL-FILE  PIC X(7).
       01  OPEN-REVERSAL-PTR       PIC 9(4).
       01  OPEN-REVERSAL-SWITCH    PIC X(1) VALUE 'N'.
           88  OPEN-REVERSAL-FOUND     VALUE 'Y'.
       01  REVERSAL-CANCEL-WORK    PIC S9(9)V9(3).
      *
      * Counts for the summary and the verdict.
      *
       01  ARCHIVE-ENTRY-COUNT     PIC 9(9) VALUE ZERO.
       01  LIVE-ENTRY-COUNT        PIC 9(9) VALUE ZERO.
       01  MISSING-SERIAL-COUNT    PIC 9(9) VALUE ZERO.
       01  REPEATED-SERIAL-COUNT   PIC 9(9) VALUE ZERO.
       01  BEYOND-SERIAL-COUNT     PIC 9(9) VALUE ZERO.
       01  RECOMPUTED-COUNT        PIC 9(9) VALUE ZERO.
       01  MISMATCH-COUNT          PIC 9(9) VALUE ZERO.
       01  NOT-RECOMPUTABLE-COUNT  PIC 9(9) VALUE ZERO.
       01  UNKNOWN-USER-COUNT      PIC 9(9) VALUE ZERO.
       01  REVERSAL-CHECKED-COUNT  PIC 9(9) VALUE ZERO.
       01  REVERSAL-LINK-COUNT     PIC 9(9) VALUE ZERO.
       01  REVERSAL-TABLE-FULL-COUNT PIC 9(9) VALUE ZERO.
       01  EXCEPTION-COUNT         PIC 9(9) VALUE ZERO.
       01  DATE-EDIT-WORK          PIC 9999/99/99.
       01  SERIAL-EDIT-1           PIC Z(8)9.
       01  SERIAL-EDIT-2           PIC Z(8)9.
       01  COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  RESULT-EDIT-1           PIC -ZZZ,ZZZ,ZZZ.999.
       01  RESULT-EDIT-2           PIC -ZZZ,ZZZ,ZZZ.999.
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "LEDGER VERIFICATION REPORT  RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2.
           02  FILLER              PIC X(22) VALUE
               "SERIALS VERIFIED FROM ".
           02  HEADING-FIRST-SERIAL PIC Z(8)9.
           02  FILLER              PIC X(24) VALUE
               " THROUGH LAST ISSUED    ".
           02  HEADING-LAST-SERIAL PIC Z(8)9.
       01  EXCEPTION-SECTION-TITLE PIC X(10) VALUE "EXCEPTIONS".
       01  EXCEPTION-COLUMN-HEADING.
           02  FILLER              PIC X(13) VALUE "       SERIAL".
           02  FILLER              PIC X(12) VALUE "  DATE".
           02  FILLER              PIC X(12) VALUE "USER".
           02  FILLER              PIC X(9) VALUE "FILE".
           02  FILLER              PIC X(32) VALUE "EXCEPTION".
           02  FILLER              PIC X(6) VALUE "DETAIL".
       01  EXCEPTION-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-SERIAL    PIC Z(8)9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-DATE      PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-USER      PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-FILE      PIC X(7).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-TEXT      PIC X(30).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-DETAIL    PIC X(54).
       01  NO-EXCEPTIONS-LINE      PIC X(24) VALUE
           "  NO EXCEPTIONS FOUND".
       01  NO-ARCHIVE-LINE         PIC X(53) VALUE
           "NOTE: NO LEDGARCH SUPPLIED, LIVE LEDGER VERIFIED ONLY".
       01  SUMMARY-SECTION-TITLE   PIC X(20) VALUE
           "VERIFICATION SUMMARY".
       01  SUMMARY-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  SUMMARY-LABEL       PIC X(40).
           02  SUMMARY-VALUE       PIC ZZZ,ZZZ,ZZ9.
       01  VERDICT-LINE.
           02  FILLER              PIC X(9) VALUE "VERDICT: ".
           02  VERDICT-TEXT        PIC X(30).
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARAMETERS
           IF PARAM-ERROR-FOUND THEN
               DISPLAY "Run refused, a parameter value could not "
                   "be used."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT UNATTENDED-RUN THEN
               PERFORM GET-FIRST-SERIAL
           END-IF
           PERFORM READ-LAST-SERIAL-ISSUED
           OPEN INPUT USER-PROFILE-FILE
           IF PROFILE-FILE-STATUS NOT = "00" THEN
               DISPLAY "User file could not be opened, status "
                   PROFILE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be opened, status "
                   LEDGER-FILE-STATUS
               CLOSE USER-PROFILE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00" THEN
               MOVE 'Y' TO ARCHIVE-SUPPLIED-SWITCH
           ELSE
               MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE FIRST-SERIAL TO EXPECTED-SERIAL
           MOVE EXCEPTION-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE EXCEPTION-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-ARCHIVE-RECORD
           PERFORM VERIFY-ARCHIVE-ENTRY UNTIL END-OF-ARCHIVE-FILE
           PERFORM READ-LEDGER-RECORD
           PERFORM VERIFY-LIVE-ENTRY UNTIL END-OF-LEDGER-FILE
           PERFORM CHECK-TRAILING-SERIALS
           MOVE 1 TO OPEN-REVERSAL-PTR
           PERFORM REPORT-MISSING-REVERSAL
               UNTIL OPEN-REVERSAL-PTR > OPEN-REVERSAL-COUNT
           IF EXCEPTION-COUNT = ZERO THEN
               MOVE NO-EXCEPTIONS-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-VERIFY-SUMMARY
           IF ARCHIVE-SUPPLIED THEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE LEDGER-FILE
           CLOSE USER-PROFILE-FILE
           CLOSE VERIFY-REPORT-FILE
           IF EXCEPTION-COUNT = ZERO THEN
               DISPLAY "Ledger verified, no exceptions."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Ledger verification found " EXCEPTION-COUNT
                   " exceptions, see VERIFRPT."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * READ-RUN-PARAMETERS looks for a VERIFPRM file. Its presence
      * turns the run unattended: the prompt is skipped, the first
      * serial comes from the parameters (1 when not given) and
      * RETURN-CODE tells the scheduler how it went. No VERIFPRM
      * allocated (status 35) means an operator session.
      ******************************************************************
       READ-RUN-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS = "00" THEN
               MOVE 'Y' TO UNATTENDED-SWITCH
               PERFORM READ-PARAM-RECORD
               PERFORM APPLY-RUN-PARAMETER UNTIL END-OF-PARAM-FILE
               CLOSE PARAM-FILE
           END-IF.

       READ-PARAM-RECORD.
           READ PARAM-FILE
               AT END
                   MOVE 'Y' TO PARAM-EOF-SWITCH
           END-READ.

       APPLY-RUN-PARAMETER.
           IF PARAM-RECORD = SPACES OR PARAM-RECORD (1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO PARAM-KEYWORD
               MOVE SPACES TO PARAM-VALUE
               UNSTRING PARAM-RECORD DELIMITED BY "="
                   INTO PARAM-KEYWORD PARAM-VALUE
               EVALUATE PARAM-KEYWORD
                   WHEN "FIRST-SERIAL"
                       IF PARAM-VALUE (1:9) IS NUMERIC THEN
                           MOVE PARAM-VALUE (1:9) TO FIRST-SERIAL
                       ELSE
                           DISPLAY "FIRST-SERIAL parameter is not a "
                               "nine-digit serial"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognised run parameter ignored: "
                           PARAM-KEYWORD
               END-EVALUATE
           END-IF
           PERFORM READ-PARAM-RECORD.

      ******************************************************************
      * GET-FIRST-SERIAL asks the operator where the supplied trail
      * starts. A blank answer means serial 1, the whole trail.
      ******************************************************************
       GET-FIRST-SERIAL.
           DISPLAY "Please enter the first serial the trail starts "
               "from (nine digits), enter nothing for 1"
           ACCEPT SERIAL-INPUT
           PERFORM CHECK-FIRST-SERIAL.

       CHECK-FIRST-SERIAL.
           IF SERIAL-INPUT = SPACES THEN
               MOVE 1 TO FIRST-SERIAL
           ELSE
               IF SERIAL-INPUT IS NUMERIC THEN
                   MOVE SERIAL-INPUT TO FIRST-SERIAL
               ELSE
                   PERFORM INCORRECT-FIRST-SERIAL
               END-IF
           END-IF.

       INCORRECT-FIRST-SERIAL.
           DISPLAY "Please input the serial again"
           ACCEPT SERIAL-INPUT
           PERFORM CHECK-FIRST-SERIAL.

      ******************************************************************
      * READ-LAST-SERIAL-ISSUED takes the high-water mark from the
      * LEDGSEQ sequence file. No LEDGSEQ (status 35) means nothing
      * has ever been issued.
      ******************************************************************
       READ-LAST-SERIAL-ISSUED.
           OPEN INPUT LEDGER-SEQ-FILE
           IF LEDGER-SEQ-STATUS = "00" THEN
               READ LEDGER-SEQ-FILE
                   AT END
                       MOVE ZERO TO LEDGER-SEQ-LAST
               END-READ
               MOVE LEDGER-SEQ-LAST TO LAST-SERIAL-ISSUED
               CLOSE LEDGER-SEQ-FILE
           ELSE
               MOVE ZERO TO LAST-SERIAL-ISSUED
           END-IF.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE INTO CHECK-RECORD
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-READ.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE INTO CHECK-RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

       VERIFY-ARCHIVE-ENTRY.
           ADD 1 TO ARCHIVE-ENTRY-COUNT
           MOVE "ARCHIVE" TO CHECK-FILE-NAME
           PERFORM VERIFY-ONE-ENTRY
           PERFORM READ-ARCHIVE-RECORD.

       VERIFY-LIVE-ENTRY.
           ADD 1 TO LIVE-ENTRY-COUNT
           MOVE "LIVE" TO CHECK-FILE-NAME
           PERFORM VERIFY-ONE-ENTRY
           PERFORM READ-LEDGER-RECORD.

      ******************************************************************
      * VERIFY-ONE-ENTRY puts the entry in CHECK-RECORD through the
      * checks: its place in the serial sequence, its arithmetic
      * (calculator entries only), its reversal link and its user.
      ******************************************************************
       VERIFY-ONE-ENTRY.
           PERFORM CHECK-SERIAL-SEQUENCE
           IF CHECK-FROM-CALCULATION THEN
               PERFORM CHECK-RECOMPUTED-RESULT
           END-IF
           IF CHECK-REVERSAL THEN
               PERFORM CHECK-REVERSAL-LINK
           ELSE
           IF CHECK-REVERSED-BY-SERIAL NOT = ZERO THEN
               PERFORM HOLD-OPEN-REVERSAL
           END-IF
           END-IF
           PERFORM CHECK-ENTRY-USER.

      ******************************************************************
      * CHECK-SERIAL-SEQUENCE compares the entry's serial with the one
      * expected next. A higher serial means the ones in between are
      * missing; a lower one means the serial was repeated or the
      * trail is out of order. A serial past LEDGSEQ's high-water
      * mark was never issued at all.
      ******************************************************************
       CHECK-SERIAL-SEQUENCE.
           IF CHECK-SERIAL > HIGHEST-SERIAL-FOUND THEN
               MOVE CHECK-SERIAL TO HIGHEST-SERIAL-FOUND
           END-IF
           IF CHECK-SERIAL = EXPECTED-SERIAL THEN
               ADD 1 TO EXPECTED-SERIAL
           ELSE
               IF CHECK-SERIAL > EXPECTED-SERIAL THEN
                   MOVE EXPECTED-SERIAL TO GAP-FIRST-SERIAL
                   COMPUTE GAP-LAST-SERIAL = CHECK-SERIAL - 1
                   PERFORM REPORT-SERIAL-GAP
                   COMPUTE EXPECTED-SERIAL = CHECK-SERIAL + 1
               ELSE
                   ADD 1 TO REPEATED-SERIAL-COUNT
                   MOVE "SERIAL REPEATED OR OUT OF SEQ" TO
                       EXCEPTION-TEXT
                   MOVE EXPECTED-SERIAL TO SERIAL-EDIT-1
                   MOVE SPACES TO EXCEPTION-DETAIL
                   STRING "NEXT SERIAL EXPECTED WAS " DELIMITED BY SIZE
                       SERIAL-EDIT-1 DELIMITED BY SIZE
                       INTO EXCEPTION-DETAIL
                   PERFORM PRINT-ENTRY-EXCEPTION
               END-IF
           END-IF
           IF CHECK-SERIAL > LAST-SERIAL-ISSUED THEN
               ADD 1 TO BEYOND-SERIAL-COUNT
               MOVE "SERIAL NEVER ISSUED BY LEDGSEQ" TO EXCEPTION-TEXT
               MOVE LAST-SERIAL-ISSUED TO SERIAL-EDIT-1
               MOVE SPACES TO EXCEPTION-DETAIL
               STRING "LAST SERIAL ISSUED IS " DELIMITED BY SIZE
                   SERIAL-EDIT-1 DELIMITED BY SIZE
                   INTO EXCEPTION-DETAIL
               PERFORM PRINT-ENTRY-EXCEPTION
           END-IF.

      ******************************************************************
      * CHECK-TRAILING-SERIALS runs after the last entry: anything
      * LEDGSEQ issued past the last serial found is missing from the
      * end of the trail.
      ******************************************************************
       CHECK-TRAILING-SERIALS.
           IF EXPECTED-SERIAL <= LAST-SERIAL-ISSUED THEN
               MOVE EXPECTED-SERIAL TO GAP-FIRST-SERIAL
               MOVE LAST-SERIAL-ISSUED TO GAP-LAST-SERIAL
               MOVE ZERO TO CHECK-DATE
               MOVE SPACES TO CHECK-USER-ID
               MOVE SPACES TO CHECK-FILE-NAME
               PERFORM REPORT-SERIAL-GAP
           END-IF.

       REPORT-SERIAL-GAP.
           COMPUTE GAP-SIZE = GAP-LAST-SERIAL - GAP-FIRST-SERIAL + 1
           ADD GAP-SIZE TO MISSING-SERIAL-COUNT
           ADD 1 TO EXCEPTION-COUNT
           MOVE GAP-FIRST-SERIAL TO EXCEPTION-SERIAL
           MOVE SPACES TO EXCEPTION-DATE
           MOVE SPACES TO EXCEPTION-USER
           MOVE CHECK-FILE-NAME TO EXCEPTION-FILE
           MOVE "SERIALS MISSING" TO EXCEPTION-TEXT
           MOVE GAP-FIRST-SERIAL TO SERIAL-EDIT-1
           MOVE GAP-LAST-SERIAL TO SERIAL-EDIT-2
           MOVE GAP-SIZE TO COUNT-EDIT
           MOVE SPACES TO EXCEPTION-DETAIL
           STRING SERIAL-EDIT-1 DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               SERIAL-EDIT-2 DELIMITED BY SIZE
               "  COUNT " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-DETAIL
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * CHECK-RECOMPUTED-RESULT repeats CALCULATION's arithmetic on
      * the entry's own operands, operator for operator and with the
      * same pictures, and compares the answer with LEDGER-RESULT.
      * An entry CALCULATION would have refused (a zero divisor, a
      * size error) cannot have been written honestly, so it fails
      * the check as surely as a wrong result does.
      ******************************************************************
       CHECK-RECOMPUTED-RESULT.
           MOVE 'Y' TO RECOMPUTE-SWITCH
           MOVE 'N' TO RECOMPUTE-FAIL-SWITCH
           MOVE CHECK-OPERAND1 TO VERIFY-OPERAND1
           MOVE CHECK-OPERATOR TO VERIFY-OPERATOR
           MOVE CHECK-OPERAND2 TO VERIFY-OPERAND2
           MOVE ZERO TO VERIFY-RESULT
           EVALUATE TRUE
               WHEN VERIFY-OPERATOR = "+"
                   COMPUTE VERIFY-RESULT =
                       VERIFY-OPERAND1 + VERIFY-OPERAND2
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "-"
                   COMPUTE VERIFY-RESULT =
                       VERIFY-OPERAND1 - VERIFY-OPERAND2
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "x" OR VERIFY-OPERATOR = "*"
                   COMPUTE VERIFY-RESULT =
                       VERIFY-OPERAND1 * VERIFY-OPERAND2
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "/" OR VERIFY-OPERATOR = ":"
                   IF VERIFY-OPERAND2 = ZERO THEN
                       MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   ELSE
                       COMPUTE VERIFY-RESULT =
                           VERIFY-OPERAND1 / VERIFY-OPERAND2
                           ON SIZE ERROR
                               MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                       END-COMPUTE
                   END-IF
               WHEN VERIFY-OPERATOR = "^"
                   COMPUTE VERIFY-RESULT =
                       VERIFY-OPERAND1 ** VERIFY-OPERAND2
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "AVG"
                   COMPUTE VERIFY-RESULT =
                       (VERIFY-OPERAND1 + VERIFY-OPERAND2) / 2
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "PCT"
                   COMPUTE VERIFY-RESULT =
                       VERIFY-OPERAND1 * VERIFY-OPERAND2 / 100
                       ON SIZE ERROR
                           MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   END-COMPUTE
               WHEN VERIFY-OPERATOR = "SQRT"
                   IF VERIFY-OPERAND1 < ZERO THEN
                       MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   ELSE
                       COMPUTE VERIFY-RESULT =
                           FUNCTION SQRT (VERIFY-OPERAND1)
                           ON SIZE ERROR
                               MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                       END-COMPUTE
                   END-IF
               WHEN VERIFY-OPERATOR = "MOD"
                   IF VERIFY-OPERAND2 = ZERO THEN
                       MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                   ELSE
                       DIVIDE VERIFY-OPERAND1 BY VERIFY-OPERAND2
                           GIVING VERIFY-QUOTIENT
                           REMAINDER VERIFY-RESULT
                           ON SIZE ERROR
                               MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
                       END-DIVIDE
                   END-IF
               WHEN VERIFY-OPERATOR = "CVT" OR
                   VERIFY-OPERATOR = "M+" OR
                   VERIFY-OPERATOR = "MR" OR
                   VERIFY-OPERATOR = "MC"
                   MOVE 'N' TO RECOMPUTE-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO RECOMPUTE-FAIL-SWITCH
           END-EVALUATE
           IF NOT RECOMPUTABLE THEN
               ADD 1 TO NOT-RECOMPUTABLE-COUNT
           ELSE
               ADD 1 TO RECOMPUTED-COUNT
               IF RECOMPUTE-FAILED THEN
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "CALCULATION WOULD BE REFUSED" TO
                       EXCEPTION-TEXT
                   MOVE SPACES TO EXCEPTION-DETAIL
                   STRING "OPERATOR " DELIMITED BY SIZE
                       VERIFY-OPERATOR DELIMITED BY SIZE
                       INTO EXCEPTION-DETAIL
                   PERFORM PRINT-ENTRY-EXCEPTION
               ELSE
                   IF VERIFY-RESULT NOT = CHECK-RESULT THEN
                       ADD 1 TO MISMATCH-COUNT
                       MOVE "RESULT DOES NOT RECOMPUTE" TO
                           EXCEPTION-TEXT
                       MOVE CHECK-RESULT TO RESULT-EDIT-1
                       MOVE VERIFY-RESULT TO RESULT-EDIT-2
                       MOVE SPACES TO EXCEPTION-DETAIL
                       STRING "LEDGER" DELIMITED BY SIZE
                           RESULT-EDIT-1 DELIMITED BY SIZE
                           " RECOMPUTED" DELIMITED BY SIZE
                           RESULT-EDIT-2 DELIMITED BY SIZE
                           INTO EXCEPTION-DETAIL
                       PERFORM PRINT-ENTRY-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * HOLD-OPEN-REVERSAL keeps an entry marked reversed until its
      * reversal turns up. A full table is counted, and the entry's
      * link goes unproven rather than stopping the run.
      ******************************************************************
       HOLD-OPEN-REVERSAL.
           IF OPEN-REVERSAL-COUNT >= 1000 THEN
               ADD 1 TO REVERSAL-TABLE-FULL-COUNT
           ELSE
               ADD 1 TO OPEN-REVERSAL-COUNT
               MOVE OPEN-REVERSAL-COUNT TO OPEN-REVERSAL-PTR
               MOVE CHECK-SERIAL
                   TO OPEN-ORIGINAL-SERIAL (OPEN-REVERSAL-PTR)
               MOVE CHECK-REVERSED-BY-SERIAL
                   TO OPEN-REVERSAL-SERIAL (OPEN-REVERSAL-PTR)
               MOVE CHECK-RESULT
                   TO OPEN-ORIGINAL-RESULT (OPEN-REVERSAL-PTR)
               MOVE CHECK-DATE TO OPEN-ORIGINAL-DATE (OPEN-REVERSAL-PTR)
               MOVE CHECK-USER-ID
                   TO OPEN-ORIGINAL-USER (OPEN-REVERSAL-PTR)
               MOVE CHECK-FILE-NAME
                   TO OPEN-ORIGINAL-FILE (OPEN-REVERSAL-PTR)
           END-IF.

      ******************************************************************
      * CHECK-REVERSAL-LINK proves a reversal against the entry it
      * names: that entry must be held as marked reversed, by this
      * very serial, and the two results must cancel exactly.
      ******************************************************************
       CHECK-REVERSAL-LINK.
           IF CHECK-REVERSES-SERIAL < FIRST-SERIAL THEN
               CONTINUE
           ELSE
               ADD 1 TO REVERSAL-CHECKED-COUNT
               MOVE 'N' TO OPEN-REVERSAL-SWITCH
               MOVE 1 TO OPEN-REVERSAL-PTR
               PERFORM FIND-OPEN-REVERSAL
                   UNTIL OPEN-REVERSAL-PTR > OPEN-REVERSAL-COUNT
                       OR OPEN-REVERSAL-FOUND
               MOVE CHECK-REVERSES-SERIAL TO SERIAL-EDIT-1
               MOVE SPACES TO EXCEPTION-DETAIL
               IF NOT OPEN-REVERSAL-FOUND THEN
                   ADD 1 TO REVERSAL-LINK-COUNT
                   MOVE "REVERSED ENTRY NOT MARKED" TO EXCEPTION-TEXT
                   STRING "REVERSES " DELIMITED BY SIZE
                       SERIAL-EDIT-1 DELIMITED BY SIZE
                       ", NOT MARKED REVERSED BY THIS"
                           DELIMITED BY SIZE
                       INTO EXCEPTION-DETAIL
                   PERFORM PRINT-ENTRY-EXCEPTION
               ELSE
                   COMPUTE REVERSAL-CANCEL-WORK =
                       OPEN-ORIGINAL-RESULT (OPEN-REVERSAL-PTR)
                           + CHECK-RESULT
                   IF REVERSAL-CANCEL-WORK NOT = ZERO THEN
                       ADD 1 TO REVERSAL-LINK-COUNT
                       MOVE "REVERSAL DOES NOT CANCEL" TO
                           EXCEPTION-TEXT
                       MOVE OPEN-ORIGINAL-RESULT (OPEN-REVERSAL-PTR)
                           TO RESULT-EDIT-1
                       STRING "REVERSES " DELIMITED BY SIZE
                           SERIAL-EDIT-1 DELIMITED BY SIZE
                           " RESULT" DELIMITED BY SIZE
                           RESULT-EDIT-1 DELIMITED BY SIZE
                           INTO EXCEPTION-DETAIL
                       PERFORM PRINT-ENTRY-EXCEPTION
                   END-IF
                   MOVE OPEN-REVERSAL-ENTRY (OPEN-REVERSAL-COUNT)
                       TO OPEN-REVERSAL-ENTRY (OPEN-REVERSAL-PTR)
                   SUBTRACT 1 FROM OPEN-REVERSAL-COUNT
               END-IF
           END-IF.

       FIND-OPEN-REVERSAL.
           IF OPEN-ORIGINAL-SERIAL (OPEN-REVERSAL-PTR) =
               CHECK-REVERSES-SERIAL AND
               OPEN-REVERSAL-SERIAL (OPEN-REVERSAL-PTR) =
               CHECK-SERIAL THEN
               MOVE 'Y' TO OPEN-REVERSAL-SWITCH
           ELSE
               ADD 1 TO OPEN-REVERSAL-PTR
           END-IF.

      ******************************************************************
      * REPORT-MISSING-REVERSAL runs after the last entry, over every
      * entry still marked reversed with no reversal met.
      ******************************************************************
       REPORT-MISSING-REVERSAL.
           ADD 1 TO REVERSAL-LINK-COUNT
           ADD 1 TO EXCEPTION-COUNT
           MOVE OPEN-ORIGINAL-SERIAL (OPEN-REVERSAL-PTR)
               TO EXCEPTION-SERIAL
           MOVE OPEN-ORIGINAL-DATE (OPEN-REVERSAL-PTR)
               TO DATE-EDIT-WORK
           MOVE DATE-EDIT-WORK TO EXCEPTION-DATE
           MOVE OPEN-ORIGINAL-USER (OPEN-REVERSAL-PTR)
               TO EXCEPTION-USER
           MOVE OPEN-ORIGINAL-FILE (OPEN-REVERSAL-PTR)
               TO EXCEPTION-FILE
           MOVE "REVERSAL ENTRY NOT FOUND" TO EXCEPTION-TEXT
           MOVE OPEN-REVERSAL-SERIAL (OPEN-REVERSAL-PTR)
               TO SERIAL-EDIT-1
           MOVE SPACES TO EXCEPTION-DETAIL
           STRING "MARKED REVERSED BY " DELIMITED BY SIZE
               SERIAL-EDIT-1 DELIMITED BY SIZE
               INTO EXCEPTION-DETAIL
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO OPEN-REVERSAL-PTR.

      ******************************************************************
      * CHECK-ENTRY-USER looks the entry's user up on USERFILE. A
      * disabled ID still counts as known - it was valid when the
      * entry was written, and disabling keeps the record for that
      * reason.
      ******************************************************************
       CHECK-ENTRY-USER.
           IF CHECK-USER-ID NOT = LAST-USER-CHECKED THEN
               MOVE CHECK-USER-ID TO LAST-USER-CHECKED
               MOVE CHECK-USER-ID TO PROFILE-USER-ID
               READ USER-PROFILE-FILE
                   INVALID KEY
                       MOVE 'N' TO LAST-USER-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO LAST-USER-SWITCH
               END-READ
           END-IF
           IF NOT LAST-USER-KNOWN THEN
               ADD 1 TO UNKNOWN-USER-COUNT
               MOVE "USER NOT ON USERFILE" TO EXCEPTION-TEXT
               MOVE SPACES TO EXCEPTION-DETAIL
               PERFORM PRINT-ENTRY-EXCEPTION
           END-IF.

      ******************************************************************
      * PRINT-ENTRY-EXCEPTION prints one exception against the entry
      * in CHECK-RECORD; the caller has set the text and detail.
      ******************************************************************
       PRINT-ENTRY-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE CHECK-SERIAL TO EXCEPTION-SERIAL
           MOVE CHECK-DATE TO DATE-EDIT-WORK
           MOVE DATE-EDIT-WORK TO EXCEPTION-DATE
           MOVE CHECK-USER-ID TO EXCEPTION-USER
           MOVE CHECK-FILE-NAME TO EXCEPTION-FILE
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * PRINT-VERIFY-SUMMARY closes the report with the counts behind
      * the verdict.
      ******************************************************************
       PRINT-VERIFY-SUMMARY.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SUMMARY-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF NOT ARCHIVE-SUPPLIED THEN
               MOVE NO-ARCHIVE-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "ARCHIVE ENTRIES READ:" TO SUMMARY-LABEL
           MOVE ARCHIVE-ENTRY-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "LIVE LEDGER ENTRIES READ:" TO SUMMARY-LABEL
           MOVE LIVE-ENTRY-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "LAST SERIAL ISSUED (LEDGSEQ):" TO SUMMARY-LABEL
           MOVE LAST-SERIAL-ISSUED TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "HIGHEST SERIAL FOUND:" TO SUMMARY-LABEL
           MOVE HIGHEST-SERIAL-FOUND TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "SERIALS MISSING:" TO SUMMARY-LABEL
           MOVE MISSING-SERIAL-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "SERIALS REPEATED OR OUT OF SEQUENCE:" TO SUMMARY-LABEL
           MOVE REPEATED-SERIAL-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "SERIALS NEVER ISSUED:" TO SUMMARY-LABEL
           MOVE BEYOND-SERIAL-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "CALCULATOR ENTRIES RECOMPUTED:" TO SUMMARY-LABEL
           MOVE RECOMPUTED-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "ENTRIES THAT DO NOT RECOMPUTE:" TO SUMMARY-LABEL
           MOVE MISMATCH-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "CVT/MEMORY ENTRIES NOT RECOMPUTABLE:" TO SUMMARY-LABEL
           MOVE NOT-RECOMPUTABLE-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "ENTRIES WITH USER NOT ON USERFILE:" TO SUMMARY-LABEL
           MOVE UNKNOWN-USER-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "REVERSAL ENTRIES CHECKED:" TO SUMMARY-LABEL
           MOVE REVERSAL-CHECKED-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           MOVE "REVERSAL LINKS BROKEN:" TO SUMMARY-LABEL
           MOVE REVERSAL-LINK-COUNT TO SUMMARY-VALUE
           PERFORM PRINT-SUMMARY-LINE
           IF REVERSAL-TABLE-FULL-COUNT > ZERO THEN
               MOVE "REVERSED ENTRIES LEFT UNPROVEN (FULL):"
                   TO SUMMARY-LABEL
               MOVE REVERSAL-TABLE-FULL-COUNT TO SUMMARY-VALUE
               PERFORM PRINT-SUMMARY-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF EXCEPTION-COUNT = ZERO THEN
               MOVE "LEDGER VERIFIED" TO VERDICT-TEXT
           ELSE
               MOVE "LEDGER VERIFICATION FAILED" TO VERDICT-TEXT
           END-IF
           MOVE VERDICT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO PRINT-LINE-WORK
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
           MOVE PRINT-LINE-WORK TO VERIFY-PRINT-LINE
           WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO VERIFY-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE VERIFY-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE FIRST-SERIAL TO HEADING-FIRST-SERIAL
           MOVE LAST-SERIAL-ISSUED TO HEADING-LAST-SERIAL
           MOVE PAGE-HEADING-2 TO VERIFY-PRINT-LINE
           WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO VERIFY-PRINT-LINE
           WRITE VERIFY-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM LEDGER-VERIFY.
