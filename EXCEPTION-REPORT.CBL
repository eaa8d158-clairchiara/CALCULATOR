      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: lists the day's EXCPFIL
      *                  review threshold exceptions for supervisor
      *                  sign-off - each ledger entry with the rule it
      *                  broke, where it came from and whether it is
      *                  still standing on the ledger - with counts by
      *                  rule type and a sign-off block. Runs
      *                  unattended from an XRPTPRM parameter file
      *                  (KEYWORD=VALUE, as LRPTPRM), RETURN-CODE
      *                  0/4/12/16.
      ******************************************************************
      * EXCPFIL is appended to in the order the entries were written,
      * so the day's exceptions come out in time order without a
      * sort. Each one is looked up on LEDGER-FILE by its serial: an
      * entry reversed since is shown with its reversal, so the
      * reviewer can see it has already been dealt with, and one no
      * longer on the ledger (archived, or refused by the key) is
      * shown as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-REPORT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-SERIAL
               ALTERNATE RECORD KEY IS LEDGER-DATE-USER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEDGER-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-REPORT-STATUS.
           SELECT PARAM-FILE ASSIGN TO "XRPTPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       COPY EXCPREC.
       FD  LEDGER-FILE.
       COPY LEDGREC.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-PRINT-LINE    PIC X(132).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *
      * Run parameters for an unattended run, read from the XRPTPRM
      * file when the scheduler supplies one - its presence is what
      * turns the run unattended, exactly as LRPTPRM does for
      * LEDGER-REPORT. Each record is KEYWORD=VALUE ('*' in column
      * one comments a record out):
      *    REPORT-DATE=yyyymmdd  the day whose exceptions are listed
      *                          (absent means the run date)
      *
      * RETURN-CODE of the run:
      *     0  no exceptions on the day
      *     4  exceptions listed, awaiting supervisor sign-off
      *    12  the exceptions file or the ledger could not be
      *        opened, nothing reported
      *    16  a parameter value could not be used, nothing reported
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
       01  EXCEPTION-FILE-STATUS   PIC X(2).
       01  LEDGER-FILE-STATUS      PIC X(2).
       01  EXCEPTION-REPORT-STATUS PIC X(2).
       01  EXCEPTION-EOF-SWITCH    PIC X(1) VALUE 'N'.
           88  END-OF-EXCEPTIONS       VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  DATE-INPUT              PIC X(8).
       01  REPORT-DATE             PIC 9(8).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * Counts of exceptions read from the file, listed for the day,
      * and listed by the type of rule broken.
      *
       01  EXCEPTION-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  EXCEPTION-LISTED-COUNT  PIC 9(7) VALUE ZERO.
       01  ABSOLUTE-RULE-COUNT     PIC 9(7) VALUE ZERO.
       01  OPERATOR-RULE-COUNT     PIC 9(7) VALUE ZERO.
       01  CURRENCY-RULE-COUNT     PIC 9(7) VALUE ZERO.
       01  USER-RULE-COUNT         PIC 9(7) VALUE ZERO.
       01  BATCH-ORIGIN-COUNT      PIC 9(7) VALUE ZERO.
       01  TERMINAL-ORIGIN-COUNT   PIC 9(7) VALUE ZERO.
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "THRESHOLD EXCEPTION REPORT  RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2.
           02  FILLER              PIC X(16) VALUE "EXCEPTIONS FOR: ".
           02  HEADING-REPORT-DATE PIC 9999/99/99.
       01  EXCEPTION-COLUMN-HEADING.
           02  FILLER              PIC X(23) VALUE
               "   SERIAL  TIME".
           02  FILLER              PIC X(12) VALUE "USER".
           02  FILLER              PIC X(16) VALUE "SRC ORG OPER CCY".
           02  FILLER              PIC X(17) VALUE
               "          RESULT".
           02  FILLER              PIC X(12) VALUE "RULE".
           02  FILLER              PIC X(17) VALUE
               "          LIMIT".
           02  FILLER              PIC X(6) VALUE "STATUS".
       01  EXCEPTION-DETAIL-LINE.
           02  EXCEPTION-DETAIL-SERIAL PIC Z(8)9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-DETAIL-TIME PIC 99/99/99/99.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  EXCEPTION-DETAIL-USER PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-DETAIL-SOURCE PIC X(1).
           02  FILLER              PIC X(3) VALUE SPACES.
           02  EXCEPTION-DETAIL-ORIGIN PIC X(1).
           02  FILLER              PIC X(3) VALUE SPACES.
           02  EXCEPTION-DETAIL-OPERATOR PIC X(4).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  EXCEPTION-DETAIL-CURRENCY PIC X(3).
           02  EXCEPTION-DETAIL-RESULT PIC -ZZZ,ZZZ,ZZ9.999.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  EXCEPTION-DETAIL-RULE-TYPE PIC X(1).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  EXCEPTION-DETAIL-RULE-SUBJECT PIC X(10).
           02  EXCEPTION-DETAIL-LIMIT PIC ZZZ,ZZZ,ZZ9.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  EXCEPTION-DETAIL-STATUS PIC X(22).
       01  REVERSED-STATUS-WORK.
           02  FILLER              PIC X(12) VALUE "REVERSED BY ".
           02  REVERSED-STATUS-SERIAL PIC 9(9).
       01  SUMMARY-COUNT-LINE.
           02  SUMMARY-COUNT-LABEL PIC X(34).
           02  SUMMARY-COUNT-VALUE PIC Z,ZZZ,ZZ9.
       01  NO-EXCEPTION-LINE       PIC X(33) VALUE
           "  NO THRESHOLD EXCEPTIONS ON DAY".
       01  SIGN-OFF-TITLE          PIC X(38) VALUE
           "SUPERVISOR REVIEW OF THESE EXCEPTIONS:".
       01  SIGN-OFF-LINE-1         PIC X(52) VALUE
           "  REVIEWED BY:  ____________________________________".
       01  SIGN-OFF-LINE-2         PIC X(52) VALUE
           "  DATE:         ____________________________________".
       01  SIGN-OFF-LINE-3         PIC X(52) VALUE
           "  SIGNATURE:    ____________________________________".
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO REPORT-DATE
           PERFORM READ-RUN-PARAMETERS
           IF PARAM-ERROR-FOUND THEN
               DISPLAY "Run refused, a parameter value could not "
                   "be used."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT UNATTENDED-RUN THEN
               PERFORM GET-REPORT-DATE
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00" THEN
               DISPLAY "Exceptions file could not be opened, status "
                   EXCEPTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be opened, status "
                   LEDGER-FILE-STATUS
               CLOSE EXCEPTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM PRINT-EXCEPTION-REPORT
           CLOSE EXCEPTION-FILE
           CLOSE LEDGER-FILE
           CLOSE EXCEPTION-REPORT-FILE
           IF EXCEPTION-LISTED-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY "Exception report complete, "
               EXCEPTION-LISTED-COUNT " exceptions for review."
           STOP RUN.

      ******************************************************************
      * READ-RUN-PARAMETERS looks for an XRPTPRM file. Its presence
      * turns the run unattended: the date prompt is skipped, the day
      * comes from the parameters (the run date when none is given)
      * and RETURN-CODE tells the scheduler how it went. No XRPTPRM
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
                   WHEN "REPORT-DATE"
                       IF PARAM-VALUE (1:8) IS NUMERIC THEN
                           MOVE PARAM-VALUE (1:8) TO REPORT-DATE
                       ELSE
                           DISPLAY "REPORT-DATE parameter is not a "
                               "date"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognised run parameter ignored: "
                           PARAM-KEYWORD
               END-EVALUATE
           END-IF
           PERFORM READ-PARAM-RECORD.

      ******************************************************************
      * GET-REPORT-DATE accepts the day to be reviewed. A blank
      * answer takes today, the usual close-of-day review.
      ******************************************************************
       GET-REPORT-DATE.
           DISPLAY "Please enter the day to review YYYYMMDD, "
               "enter nothing for today"
           ACCEPT DATE-INPUT
           PERFORM CHECK-REPORT-DATE.

       CHECK-REPORT-DATE.
           IF DATE-INPUT = SPACES THEN
               MOVE RUN-DATE TO REPORT-DATE
           ELSE
               IF DATE-INPUT IS NUMERIC THEN
                   MOVE DATE-INPUT TO REPORT-DATE
               ELSE
                   PERFORM INCORRECT-REPORT-DATE
               END-IF
           END-IF.

       INCORRECT-REPORT-DATE.
           DISPLAY "Please input the date again"
           ACCEPT DATE-INPUT
           PERFORM CHECK-REPORT-DATE.

      ******************************************************************
      * PRINT-EXCEPTION-REPORT reads the whole exceptions file and
      * lists those dated on the report day, then the counts and the
      * sign-off block. The block is printed even on a day with no
      * exceptions, so the reviewer can sign that nothing was due.
      ******************************************************************
       PRINT-EXCEPTION-REPORT.
           MOVE EXCEPTION-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-EXCEPTION-RECORD
           PERFORM SELECT-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
           IF EXCEPTION-LISTED-COUNT = ZERO THEN
               MOVE NO-EXCEPTION-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM PRINT-EXCEPTION-SUMMARY
           PERFORM PRINT-SIGN-OFF-BLOCK.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO EXCEPTION-EOF-SWITCH
               NOT AT END
                   ADD 1 TO EXCEPTION-READ-COUNT
           END-READ.

       SELECT-ONE-EXCEPTION.
           IF EXCP-DATE = REPORT-DATE THEN
               PERFORM PRINT-ONE-EXCEPTION
           END-IF
           PERFORM READ-EXCEPTION-RECORD.

       PRINT-ONE-EXCEPTION.
           ADD 1 TO EXCEPTION-LISTED-COUNT
           EVALUATE EXCP-RULE-TYPE
               WHEN 'A'
                   ADD 1 TO ABSOLUTE-RULE-COUNT
               WHEN 'O'
                   ADD 1 TO OPERATOR-RULE-COUNT
               WHEN 'C'
                   ADD 1 TO CURRENCY-RULE-COUNT
               WHEN 'U'
                   ADD 1 TO USER-RULE-COUNT
           END-EVALUATE
           IF EXCP-FROM-BATCH THEN
               ADD 1 TO BATCH-ORIGIN-COUNT
           ELSE
               ADD 1 TO TERMINAL-ORIGIN-COUNT
           END-IF
           MOVE EXCP-SERIAL TO EXCEPTION-DETAIL-SERIAL
           MOVE EXCP-TIME TO EXCEPTION-DETAIL-TIME
           MOVE EXCP-USER-ID TO EXCEPTION-DETAIL-USER
           MOVE EXCP-SOURCE TO EXCEPTION-DETAIL-SOURCE
           MOVE EXCP-ORIGIN TO EXCEPTION-DETAIL-ORIGIN
           MOVE EXCP-OPERATOR TO EXCEPTION-DETAIL-OPERATOR
           MOVE EXCP-CURRENCY-CODE TO EXCEPTION-DETAIL-CURRENCY
           MOVE EXCP-RESULT TO EXCEPTION-DETAIL-RESULT
           MOVE EXCP-RULE-TYPE TO EXCEPTION-DETAIL-RULE-TYPE
           MOVE EXCP-RULE-SUBJECT TO EXCEPTION-DETAIL-RULE-SUBJECT
           MOVE EXCP-RULE-LIMIT TO EXCEPTION-DETAIL-LIMIT
           PERFORM FIND-LEDGER-STATUS
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *
      * FIND-LEDGER-STATUS reads the entry by its serial to say
      * whether it still stands as written.
      *
       FIND-LEDGER-STATUS.
           MOVE EXCP-SERIAL TO LEDGER-SERIAL
           READ LEDGER-FILE
               KEY IS LEDGER-SERIAL
               INVALID KEY
                   MOVE "NOT ON LEDGER" TO EXCEPTION-DETAIL-STATUS
               NOT INVALID KEY
                   IF LEDGER-REVERSED-BY-SERIAL > ZERO THEN
                       MOVE LEDGER-REVERSED-BY-SERIAL
                           TO REVERSED-STATUS-SERIAL
                       MOVE REVERSED-STATUS-WORK
                           TO EXCEPTION-DETAIL-STATUS
                   ELSE
                       MOVE "STANDING" TO EXCEPTION-DETAIL-STATUS
                   END-IF
           END-READ.

       PRINT-EXCEPTION-SUMMARY.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "EXCEPTION RECORDS READ:" TO SUMMARY-COUNT-LABEL
           MOVE EXCEPTION-READ-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "EXCEPTIONS FOR THE DAY:" TO SUMMARY-COUNT-LABEL
           MOVE EXCEPTION-LISTED-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  ABSOLUTE LIMIT (A):" TO SUMMARY-COUNT-LABEL
           MOVE ABSOLUTE-RULE-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  OPERATOR LIMIT (O):" TO SUMMARY-COUNT-LABEL
           MOVE OPERATOR-RULE-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  CURRENCY LIMIT (C):" TO SUMMARY-COUNT-LABEL
           MOVE CURRENCY-RULE-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  USER LIMIT (U):" TO SUMMARY-COUNT-LABEL
           MOVE USER-RULE-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  FROM BATCH RUNS (B):" TO SUMMARY-COUNT-LABEL
           MOVE BATCH-ORIGIN-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "  FROM TERMINAL SESSIONS (I):" TO SUMMARY-COUNT-LABEL
           MOVE TERMINAL-ORIGIN-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-SIGN-OFF-BLOCK.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SIGN-OFF-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SIGN-OFF-LINE-1 TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SIGN-OFF-LINE-2 TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SIGN-OFF-LINE-3 TO PRINT-LINE-WORK
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
           MOVE PRINT-LINE-WORK TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO EXCEPTION-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE REPORT-DATE TO HEADING-REPORT-DATE
           MOVE PAGE-HEADING-2 TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO EXCEPTION-PRINT-LINE
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM EXCEPTION-REPORT.
