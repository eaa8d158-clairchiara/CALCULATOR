      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: prints the RUNHIST batch
      *                  run history for a period, each source
      *                  system's runs with their counts, reject and
      *                  error rates and result codes, and checks the
      *                  period against the FEEDTAB expected-feeds
      *                  table, listing every expected file that
      *                  never completed or completed only on an
      *                  override rerun. Runs unattended from an
      *                  HRPTPRM parameter file (KEYWORD=VALUE, as
      *                  LRPTPRM), RETURN-CODE 0/4/8/12/16, so a
      *                  missing feed raises an alert the day after
      *                  it should have arrived.
      * 15 Oct 2026  CM  A run whose ledger entries went past a review
      *                  threshold shows its exception count on a
      *                  line under it, and its result as over
      *                  threshold when that alone made it a 4; each
      *                  source's exceptions are totalled with its
      *                  result codes.
      * 15 Oct 2026  CM  A run refused because its file was dated
      *                  into a closed accounting period (result code
      *                  24) is named as such; it is counted with the
      *                  other codes and, not having completed,
      *                  leaves its feed missing until it is taken
      *                  into the open period.
      ******************************************************************
      * A feed is expected from a source system on the weekdays its
      * FEEDTAB entry names, one file per day, identified on the
      * history by the header's source system and file date. It has
      * arrived when a run of that file completed (result code 0 or
      * 4) - whenever that run was made, so the whole history is read
      * for the check, not just the runs made in the period. A file
      * that completed only on runs made with the duplicate-input
      * guard overridden did not go through as scheduled and is
      * listed as late.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-REPORT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT FEED-TABLE-FILE ASSIGN TO "FEEDTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-TABLE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-REPORT-STATUS.
           SELECT PARAM-FILE ASSIGN TO "HRPTPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY HISTREC.
      *
      * FEED-TABLE-FILE is the expected-feeds table: one record per
      * source system that should deliver a TRANSIN, naming it as
      * its header does and flagging with a 'Y' each weekday, Monday
      * first, on which a file dated that day is due. A record with
      * '*' in column one is a comment.
      *
       FD  FEED-TABLE-FILE.
       01  FEED-RECORD.
           02  FEED-SOURCE-SYSTEM  PIC X(8).
           02  FILLER              PIC X(1).
           02  FEED-DAY-FLAGS      PIC X(7).
           02  FILLER              PIC X(64).
       SD  SORT-FILE.
       COPY HISTREC REPLACING ==RUN-HISTORY-RECORD==
           BY ==SORT-HISTORY-RECORD== LEADING ==HIST== BY ==SORT-HIST==.
       FD  HISTORY-REPORT-FILE.
       01  HISTORY-PRINT-LINE      PIC X(132).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *
      * Run parameters for an unattended run, read from the HRPTPRM
      * file when the scheduler supplies one - its presence is what
      * turns the run unattended, exactly as LRPTPRM does for
      * LEDGER-REPORT. Each record is KEYWORD=VALUE ('*' in column
      * one comments a record out):
      *    FROM-DATE=yyyymmdd   first run and file date of the period
      *                         (absent means yesterday)
      *    THRU-DATE=yyyymmdd   last run and file date of the period
      *                         (absent means yesterday)
      * Scheduled the morning after, with no dates, the run checks
      * yesterday's feeds.
      *
      * RETURN-CODE of the run:
      *     0  every expected feed in the period completed
      *     4  every expected feed completed, but at least one only
      *        on an override rerun (or the period was too wide for
      *        every expected feed to be checked)
      *     8  at least one expected feed never completed
      *    12  the run history or the expected-feeds table could not
      *        be opened, nothing reported
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
       01  RUN-HISTORY-STATUS      PIC X(2).
       01  FEED-TABLE-STATUS       PIC X(2).
       01  HISTORY-REPORT-STATUS   PIC X(2).
       01  HISTORY-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  FEED-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-FEED-TABLE       VALUE 'Y'.
       01  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-SORTED-RUNS      VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  YESTERDAYS-DATE         PIC 9(8).
       01  DATE-INPUT              PIC X(8).
       01  DATE-CHECK-WORK         PIC 9(8).
       01  DATE-VALID-SWITCH       PIC X(1) VALUE 'N'.
           88  DATE-INPUT-VALID        VALUE 'Y'.
       01  REPORT-FROM-DATE        PIC 9(8).
       01  REPORT-THRU-DATE        PIC 9(8).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * The expected feeds, loaded from FEEDTAB. The table holds 20
      * source systems; more are flagged on the report and left out
      * of the check.
      *
       01  FEED-ENTRY-COUNT        PIC 9(2) VALUE ZERO.
       01  FEED-TABLE.
           02  FEED-ENTRY OCCURS 20 TIMES.
               03  FEED-SOURCE         PIC X(8).
               03  FEED-DAY-FLAG       PIC X(1) OCCURS 7 TIMES.
       01  FEED-PTR                PIC 9(2).
       01  FEED-FULL-SWITCH        PIC X(1) VALUE 'N'.
           88  FEED-TABLE-FULL         VALUE 'Y'.
      *
      * One EXPECT-ENTRY per file due in the period - a source system
      * and a file date - marked as the history is read:
      * EXPECT-SCHEDULED 'Y' once a run of it completed as scheduled,
      * EXPECT-OVERRIDDEN 'Y' once a run of it completed on an
      * override rerun. The table holds 1000 files; a period too
      * wide for it is flagged and the later days go unchecked.
      *
       01  EXPECT-ENTRY-COUNT      PIC 9(4) VALUE ZERO.
       01  EXPECT-TABLE.
           02  EXPECT-ENTRY OCCURS 1000 TIMES.
               03  EXPECT-SOURCE       PIC X(8).
               03  EXPECT-FILE-DATE    PIC 9(8).
               03  EXPECT-WEEKDAY      PIC 9(1).
               03  EXPECT-SCHEDULED    PIC X(1).
               03  EXPECT-OVERRIDDEN   PIC X(1).
       01  EXPECT-PTR              PIC 9(4).
       01  EXPECT-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  EXPECT-ENTRY-FOUND      VALUE 'Y'.
       01  EXPECT-FULL-SWITCH      PIC X(1) VALUE 'N'.
           88  EXPECT-TABLE-FULL       VALUE 'Y'.
       01  EXPECT-MISSING-COUNT    PIC 9(4) VALUE ZERO.
       01  EXPECT-LATE-COUNT       PIC 9(4) VALUE ZERO.
       01  EXPECT-ON-TIME-COUNT    PIC 9(4) VALUE ZERO.
      *
      * Calendar work. Dates are walked as day numbers (days since
      * 31 Dec 1600), and since 1 Jan 1601 was a Monday the day
      * number less one, divided by 7, leaves the weekday with
      * Monday as 0.
      *
       01  SCAN-DAY-NUMBER         PIC 9(7).
       01  THRU-DAY-NUMBER         PIC 9(7).
       01  SCAN-DATE               PIC 9(8).
       01  DAY-OFFSET              PIC 9(7).
       01  DAY-QUOTIENT            PIC 9(7).
       01  DAY-REMAINDER           PIC 9(1).
       01  SCAN-WEEKDAY            PIC 9(1).
       01  WEEKDAY-NAME-VALUES     PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-VALUES.
           02  WEEKDAY-NAME        PIC X(3) OCCURS 7 TIMES.
      *
      * Per source system totals, cleared at each source break. The
      * reject rate is taken over every record the run received
      * (handled plus rejected), the error rate over the handled
      * transactions.
      *
       01  PREVIOUS-SOURCE         PIC X(8).
       01  FIRST-SOURCE-SWITCH     PIC X(1) VALUE 'Y'.
           88  FIRST-SOURCE            VALUE 'Y'.
       01  SOURCE-RUN-COUNT        PIC 9(5) VALUE ZERO.
       01  SOURCE-RECORD-TOTAL     PIC 9(9) VALUE ZERO.
       01  SOURCE-REJECT-TOTAL     PIC 9(9) VALUE ZERO.
       01  SOURCE-ERROR-TOTAL      PIC 9(9) VALUE ZERO.
       01  SOURCE-CODE-0-COUNT     PIC 9(5) VALUE ZERO.
       01  SOURCE-CODE-4-COUNT     PIC 9(5) VALUE ZERO.
       01  SOURCE-CODE-8-COUNT     PIC 9(5) VALUE ZERO.
       01  SOURCE-CODE-12-COUNT    PIC 9(5) VALUE ZERO.
       01  SOURCE-CODE-20-COUNT    PIC 9(5) VALUE ZERO.
       01  SOURCE-OTHER-COUNT      PIC 9(5) VALUE ZERO.
       01  SOURCE-OVERRIDE-COUNT   PIC 9(5) VALUE ZERO.
       01  SOURCE-EXCEPTION-TOTAL  PIC 9(9) VALUE ZERO.
       01  RUNS-IN-PERIOD-COUNT    PIC 9(7) VALUE ZERO.
       01  HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  RATE-HANDLED-WORK       PIC 9(9).
       01  RATE-REJECT-WORK        PIC 9(9).
       01  RATE-ERROR-WORK         PIC 9(9).
       01  RATE-RECEIVED-WORK      PIC 9(9).
       01  REJECT-RATE-WORK        PIC 9(3)V99.
       01  ERROR-RATE-WORK         PIC 9(3)V99.
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "RUN HISTORY REPORT          RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2.
           02  FILLER              PIC X(16) VALUE "PERIOD COVERED: ".
           02  HEADING-FROM-DATE   PIC 9999/99/99.
           02  FILLER              PIC X(9) VALUE " THROUGH ".
           02  HEADING-THRU-DATE   PIC 9999/99/99.
       01  RUN-SECTION-TITLE       PIC X(28) VALUE
           "BATCH RUNS BY SOURCE SYSTEM".
       01  SOURCE-TITLE-LINE.
           02  FILLER              PIC X(15) VALUE "SOURCE SYSTEM: ".
           02  SOURCE-TITLE-NAME   PIC X(8).
       01  RUN-COLUMN-HEADING.
           02  FILLER              PIC X(24) VALUE
               "  RUN DATE   TIME       ".
           02  FILLER              PIC X(24) VALUE
               " USER       FILE DATE   ".
           02  FILLER              PIC X(24) VALUE
               "  RECORDS    REJECTS    ".
           02  FILLER              PIC X(24) VALUE
               " ERRORS   REJ %   ERR % ".
           02  FILLER              PIC X(14) VALUE
               " RC OVR RESULT".
       01  RUN-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-DATE     PIC 9999/99/99.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  RUN-DETAIL-TIME     PIC 99/99/99/99.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  RUN-DETAIL-USER     PIC X(10).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  RUN-DETAIL-FILE-DATE PIC 9999/99/99.
           02  RUN-DETAIL-RECORDS  PIC ZZZ,ZZZ,ZZ9.
           02  RUN-DETAIL-REJECTS  PIC ZZZ,ZZZ,ZZ9.
           02  RUN-DETAIL-ERRORS   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-REJECT-RATE PIC ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-ERROR-RATE PIC ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-CODE     PIC Z9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-OVERRIDE PIC X(1).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  RUN-DETAIL-RESULT   PIC X(28).
       01  SOURCE-TOTAL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(6) VALUE "RUNS: ".
           02  SOURCE-TOTAL-RUNS   PIC ZZ,ZZ9.
           02  FILLER              PIC X(32) VALUE SPACES.
           02  SOURCE-TOTAL-RECORDS PIC ZZZ,ZZZ,ZZ9.
           02  SOURCE-TOTAL-REJECTS PIC ZZZ,ZZZ,ZZ9.
           02  SOURCE-TOTAL-ERRORS PIC ZZZ,ZZZ,ZZ9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  SOURCE-TOTAL-REJECT-RATE PIC ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  SOURCE-TOTAL-ERROR-RATE PIC ZZ9.99.
       01  SOURCE-CODE-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(16) VALUE "RESULT CODES: 0=".
           02  SOURCE-CODE-0       PIC ZZ,ZZ9.
           02  FILLER              PIC X(4) VALUE "  4=".
           02  SOURCE-CODE-4       PIC ZZ,ZZ9.
           02  FILLER              PIC X(4) VALUE "  8=".
           02  SOURCE-CODE-8       PIC ZZ,ZZ9.
           02  FILLER              PIC X(5) VALUE "  12=".
           02  SOURCE-CODE-12      PIC ZZ,ZZ9.
           02  FILLER              PIC X(5) VALUE "  20=".
           02  SOURCE-CODE-20      PIC ZZ,ZZ9.
           02  FILLER              PIC X(8) VALUE "  OTHER=".
           02  SOURCE-CODE-OTHER   PIC ZZ,ZZ9.
           02  FILLER              PIC X(18) VALUE
               "  OVERRIDE RERUNS=".
           02  SOURCE-CODE-OVERRIDE PIC ZZ,ZZ9.
           02  FILLER              PIC X(13) VALUE "  EXCEPTIONS=".
           02  SOURCE-CODE-EXCEPTIONS PIC Z,ZZZ,ZZ9.
       01  RUN-EXCEPTION-LINE.
           02  FILLER              PIC X(14) VALUE SPACES.
           02  FILLER              PIC X(22) VALUE
               "THRESHOLD EXCEPTIONS: ".
           02  RUN-EXCEPTION-COUNT PIC Z,ZZZ,ZZ9.
       01  NO-RUN-LINE             PIC X(25) VALUE
           "  NO BATCH RUNS IN PERIOD".
       01  FEED-SECTION-TITLE      PIC X(37) VALUE
           "EXPECTED FEEDS NOT COMPLETED ON TIME".
       01  FEED-COLUMN-HEADING.
           02  FILLER              PIC X(24) VALUE
               "  SOURCE    FILE DATE   ".
           02  FILLER              PIC X(12) VALUE "DAY   STATUS".
       01  FEED-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FEED-DETAIL-SOURCE  PIC X(8).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FEED-DETAIL-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FEED-DETAIL-DAY     PIC X(3).
           02  FILLER              PIC X(3) VALUE SPACES.
           02  FEED-DETAIL-STATUS  PIC X(44).
       01  ALL-FEEDS-LINE          PIC X(37) VALUE
           "  EVERY EXPECTED FEED COMPLETED".
       01  SUMMARY-COUNT-LINE.
           02  SUMMARY-COUNT-LABEL PIC X(34).
           02  SUMMARY-COUNT-VALUE PIC Z,ZZZ,ZZ9.
       01  FEED-OVERFLOW-WARNING   PIC X(58) VALUE
           "WARNING: OVER 20 FEEDS IN FEEDTAB, EXTRA FEEDS NOT CHECKED".
       01  EXPECT-OVERFLOW-WARNING PIC X(57) VALUE
           "WARNING: OVER 1000 FILES DUE, LATER DAYS NOT CHECKED".
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE SCAN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE) - 1
           COMPUTE YESTERDAYS-DATE =
               FUNCTION DATE-OF-INTEGER (SCAN-DAY-NUMBER)
           MOVE YESTERDAYS-DATE TO REPORT-FROM-DATE
           MOVE YESTERDAYS-DATE TO REPORT-THRU-DATE
           PERFORM READ-RUN-PARAMETERS
           IF NOT UNATTENDED-RUN THEN
               PERFORM GET-REPORT-DATES
           END-IF
           IF REPORT-FROM-DATE > REPORT-THRU-DATE THEN
               DISPLAY "The period starts after it ends"
               MOVE 'Y' TO PARAM-ERROR-SWITCH
           END-IF
           IF PARAM-ERROR-FOUND THEN
               DISPLAY "Run refused, a parameter value could not "
                   "be used."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEED-TABLE-FILE
           IF FEED-TABLE-STATUS NOT = "00" THEN
               DISPLAY "Expected-feeds table could not be opened, "
                   "status " FEED-TABLE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-FEED-RECORD
           PERFORM LOAD-FEED-ENTRY UNTIL END-OF-FEED-TABLE
           CLOSE FEED-TABLE-FILE
           PERFORM BUILD-EXPECTED-FEEDS
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = "00" THEN
               DISPLAY "Run history file could not be opened, status "
                   RUN-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-REPORT-FILE
           MOVE RUN-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-HIST-SOURCE-SYSTEM
               ON ASCENDING KEY SORT-HIST-RUN-DATE
               ON ASCENDING KEY SORT-HIST-RUN-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-HISTORY-RUNS
               OUTPUT PROCEDURE IS PRINT-SOURCE-RUNS
           CLOSE RUN-HISTORY-FILE
           PERFORM PRINT-FEED-SECTION
           CLOSE HISTORY-REPORT-FILE
           EVALUATE TRUE
               WHEN EXPECT-MISSING-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN EXPECT-LATE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN FEED-TABLE-FULL OR EXPECT-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY "Run history report complete, "
               RUNS-IN-PERIOD-COUNT " runs in the period, "
               EXPECT-MISSING-COUNT " expected feeds missing, "
               EXPECT-LATE-COUNT " late."
           STOP RUN.

      ******************************************************************
      * READ-RUN-PARAMETERS looks for an HRPTPRM file. Its presence
      * turns the run unattended: the date prompts are skipped, the
      * period comes from the parameters (yesterday when neither
      * date is given) and RETURN-CODE tells the scheduler how it
      * went. No HRPTPRM allocated (status 35) means an operator
      * session.
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
                   WHEN "FROM-DATE"
                       MOVE PARAM-VALUE (1:8) TO DATE-INPUT
                       PERFORM TEST-DATE-INPUT
                       IF DATE-INPUT-VALID THEN
                           MOVE DATE-CHECK-WORK TO REPORT-FROM-DATE
                       ELSE
                           DISPLAY "FROM-DATE parameter is not a "
                               "date"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN "THRU-DATE"
                       MOVE PARAM-VALUE (1:8) TO DATE-INPUT
                       PERFORM TEST-DATE-INPUT
                       IF DATE-INPUT-VALID THEN
                           MOVE DATE-CHECK-WORK TO REPORT-THRU-DATE
                       ELSE
                           DISPLAY "THRU-DATE parameter is not a "
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
      * GET-REPORT-DATES accepts the period. A blank answer takes
      * yesterday, the day whose feeds should all be in by now.
      ******************************************************************
       GET-REPORT-DATES.
           DISPLAY "Please enter the period start date YYYYMMDD, "
               "enter nothing for yesterday"
           ACCEPT DATE-INPUT
           PERFORM CHECK-DATE-INPUT
           MOVE DATE-CHECK-WORK TO REPORT-FROM-DATE
           DISPLAY "Please enter the period end date YYYYMMDD, "
               "enter nothing for yesterday"
           ACCEPT DATE-INPUT
           PERFORM CHECK-DATE-INPUT
           MOVE DATE-CHECK-WORK TO REPORT-THRU-DATE.

       CHECK-DATE-INPUT.
           IF DATE-INPUT = SPACES THEN
               MOVE YESTERDAYS-DATE TO DATE-CHECK-WORK
           ELSE
               PERFORM TEST-DATE-INPUT
               IF NOT DATE-INPUT-VALID THEN
                   PERFORM INCORRECT-DATE-INPUT
               END-IF
           END-IF.

      *
      * TEST-DATE-INPUT accepts DATE-INPUT into DATE-CHECK-WORK only
      * when it is a real calendar date, since the period is walked
      * day by day.
      *
       TEST-DATE-INPUT.
           MOVE 'N' TO DATE-VALID-SWITCH
           IF DATE-INPUT IS NUMERIC THEN
               MOVE DATE-INPUT TO DATE-CHECK-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-WORK)
                   = ZERO THEN
                   MOVE 'Y' TO DATE-VALID-SWITCH
               END-IF
           END-IF.

       INCORRECT-DATE-INPUT.
           DISPLAY "Please input the date again"
           ACCEPT DATE-INPUT
           PERFORM CHECK-DATE-INPUT.

       READ-FEED-RECORD.
           READ FEED-TABLE-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

       LOAD-FEED-ENTRY.
           IF FEED-RECORD = SPACES OR FEED-RECORD (1:1) = '*' THEN
               CONTINUE
           ELSE
           IF FEED-ENTRY-COUNT >= 20 THEN
               MOVE 'Y' TO FEED-FULL-SWITCH
           ELSE
               ADD 1 TO FEED-ENTRY-COUNT
               MOVE FEED-SOURCE-SYSTEM
                   TO FEED-SOURCE (FEED-ENTRY-COUNT)
               MOVE FEED-DAY-FLAGS TO FEED-ENTRY (FEED-ENTRY-COUNT)
                   (9:7)
           END-IF
           END-IF
           PERFORM READ-FEED-RECORD.

      ******************************************************************
      * BUILD-EXPECTED-FEEDS walks the period a day at a time and
      * adds one EXPECT-ENTRY for every feed due on that weekday.
      ******************************************************************
       BUILD-EXPECTED-FEEDS.
           COMPUTE SCAN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (REPORT-FROM-DATE)
           COMPUTE THRU-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (REPORT-THRU-DATE)
           PERFORM EXPECT-ONE-DAY
               UNTIL SCAN-DAY-NUMBER > THRU-DAY-NUMBER.

       EXPECT-ONE-DAY.
           COMPUTE SCAN-DATE =
               FUNCTION DATE-OF-INTEGER (SCAN-DAY-NUMBER)
           SUBTRACT 1 FROM SCAN-DAY-NUMBER GIVING DAY-OFFSET
           DIVIDE DAY-OFFSET BY 7 GIVING DAY-QUOTIENT
               REMAINDER DAY-REMAINDER
           ADD 1 TO DAY-REMAINDER GIVING SCAN-WEEKDAY
           MOVE 1 TO FEED-PTR
           PERFORM EXPECT-ONE-FEED
               UNTIL FEED-PTR > FEED-ENTRY-COUNT
           ADD 1 TO SCAN-DAY-NUMBER.

       EXPECT-ONE-FEED.
           IF FEED-DAY-FLAG (FEED-PTR SCAN-WEEKDAY) = 'Y' THEN
               IF EXPECT-ENTRY-COUNT >= 1000 THEN
                   MOVE 'Y' TO EXPECT-FULL-SWITCH
               ELSE
                   ADD 1 TO EXPECT-ENTRY-COUNT
                   MOVE EXPECT-ENTRY-COUNT TO EXPECT-PTR
                   MOVE FEED-SOURCE (FEED-PTR)
                       TO EXPECT-SOURCE (EXPECT-PTR)
                   MOVE SCAN-DATE TO EXPECT-FILE-DATE (EXPECT-PTR)
                   MOVE SCAN-WEEKDAY TO EXPECT-WEEKDAY (EXPECT-PTR)
                   MOVE 'N' TO EXPECT-SCHEDULED (EXPECT-PTR)
                   MOVE 'N' TO EXPECT-OVERRIDDEN (EXPECT-PTR)
               END-IF
           END-IF
           ADD 1 TO FEED-PTR.

      ******************************************************************
      * SELECT-HISTORY-RUNS is the sort's input procedure. Every run
      * on the history that completed marks the expected file it
      * delivered, whenever it was made; only the runs made in the
      * period are released to the sort for the run listing.
      ******************************************************************
       SELECT-HISTORY-RUNS.
           PERFORM READ-HISTORY-RECORD
           PERFORM SELECT-ONE-HISTORY-RUN UNTIL END-OF-HISTORY.

       READ-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
           END-READ.

       SELECT-ONE-HISTORY-RUN.
           IF HIST-RESULT-CODE = ZERO OR HIST-RESULT-CODE = 4 THEN
               PERFORM FIND-EXPECT-ENTRY
               IF EXPECT-ENTRY-FOUND THEN
                   IF HIST-OVERRIDE-RERUN THEN
                       MOVE 'Y' TO EXPECT-OVERRIDDEN (EXPECT-PTR)
                   ELSE
                       MOVE 'Y' TO EXPECT-SCHEDULED (EXPECT-PTR)
                   END-IF
               END-IF
           END-IF
           IF HIST-RUN-DATE NOT < REPORT-FROM-DATE
               AND HIST-RUN-DATE NOT > REPORT-THRU-DATE THEN
               ADD 1 TO RUNS-IN-PERIOD-COUNT
               RELEASE SORT-HISTORY-RECORD FROM RUN-HISTORY-RECORD
           END-IF
           PERFORM READ-HISTORY-RECORD.

       FIND-EXPECT-ENTRY.
           MOVE 'N' TO EXPECT-FOUND-SWITCH
           MOVE 1 TO EXPECT-PTR
           PERFORM CHECK-EXPECT-ENTRY
               UNTIL EXPECT-PTR > EXPECT-ENTRY-COUNT
                   OR EXPECT-ENTRY-FOUND.

       CHECK-EXPECT-ENTRY.
           IF EXPECT-SOURCE (EXPECT-PTR) = HIST-SOURCE-SYSTEM
               AND EXPECT-FILE-DATE (EXPECT-PTR) = HIST-FILE-DATE THEN
               MOVE 'Y' TO EXPECT-FOUND-SWITCH
           ELSE
               ADD 1 TO EXPECT-PTR
           END-IF.

      ******************************************************************
      * PRINT-SOURCE-RUNS is the sort's output procedure: the runs of
      * the period come back by source system, oldest first, and
      * each source's runs are followed by its totals and a count of
      * its runs by result code.
      ******************************************************************
       PRINT-SOURCE-RUNS.
           PERFORM RETURN-SORTED-RUN
           IF END-OF-SORTED-RUNS THEN
               MOVE NO-RUN-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-RUN UNTIL END-OF-SORTED-RUNS
               PERFORM PRINT-SOURCE-TOTALS
           END-IF.

       RETURN-SORTED-RUN.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-RUN.
           IF FIRST-SOURCE
               OR SORT-HIST-SOURCE-SYSTEM NOT = PREVIOUS-SOURCE THEN
               IF NOT FIRST-SOURCE THEN
                   PERFORM PRINT-SOURCE-TOTALS
               END-IF
               PERFORM START-SOURCE-GROUP
           END-IF
           ADD 1 TO SOURCE-RUN-COUNT
           ADD SORT-HIST-RECORD-COUNT TO SOURCE-RECORD-TOTAL
           ADD SORT-HIST-REJECT-COUNT TO SOURCE-REJECT-TOTAL
           ADD SORT-HIST-ERROR-COUNT TO SOURCE-ERROR-TOTAL
           ADD SORT-HIST-EXCEPTION-COUNT TO SOURCE-EXCEPTION-TOTAL
           IF SORT-HIST-OVERRIDE-RERUN THEN
               ADD 1 TO SOURCE-OVERRIDE-COUNT
           END-IF
           MOVE SORT-HIST-RUN-DATE TO RUN-DETAIL-DATE
           MOVE SORT-HIST-RUN-TIME TO RUN-DETAIL-TIME
           MOVE SORT-HIST-RUN-USER TO RUN-DETAIL-USER
           MOVE SORT-HIST-FILE-DATE TO RUN-DETAIL-FILE-DATE
           MOVE SORT-HIST-RECORD-COUNT TO RUN-DETAIL-RECORDS
           MOVE SORT-HIST-REJECT-COUNT TO RUN-DETAIL-REJECTS
           MOVE SORT-HIST-ERROR-COUNT TO RUN-DETAIL-ERRORS
           MOVE SORT-HIST-RECORD-COUNT TO RATE-HANDLED-WORK
           MOVE SORT-HIST-REJECT-COUNT TO RATE-REJECT-WORK
           MOVE SORT-HIST-ERROR-COUNT TO RATE-ERROR-WORK
           PERFORM COMPUTE-RUN-RATES
           MOVE REJECT-RATE-WORK TO RUN-DETAIL-REJECT-RATE
           MOVE ERROR-RATE-WORK TO RUN-DETAIL-ERROR-RATE
           MOVE SORT-HIST-RESULT-CODE TO RUN-DETAIL-CODE
           EVALUATE SORT-HIST-RESULT-CODE
               WHEN 0
                   ADD 1 TO SOURCE-CODE-0-COUNT
                   MOVE "COMPLETED" TO RUN-DETAIL-RESULT
               WHEN 4
                   ADD 1 TO SOURCE-CODE-4-COUNT
                   IF SORT-HIST-ERROR-COUNT = ZERO
                       AND SORT-HIST-REJECT-COUNT = ZERO
                       AND SORT-HIST-EXCEPTION-COUNT > ZERO THEN
                       MOVE "COMPLETED, OVER THRESHOLD"
                           TO RUN-DETAIL-RESULT
                   ELSE
                       MOVE "COMPLETED, ERRORS OR REJECTS"
                           TO RUN-DETAIL-RESULT
                   END-IF
               WHEN 8
                   ADD 1 TO SOURCE-CODE-8-COUNT
                   MOVE "CONTROL TOTALS DID NOT AGREE"
                       TO RUN-DETAIL-RESULT
               WHEN 12
                   ADD 1 TO SOURCE-CODE-12-COUNT
                   MOVE "TRANSIN NOT OPENED" TO RUN-DETAIL-RESULT
               WHEN 20
                   ADD 1 TO SOURCE-CODE-20-COUNT
                   MOVE "REFUSED, ALREADY PROCESSED"
                       TO RUN-DETAIL-RESULT
               WHEN 24
                   ADD 1 TO SOURCE-OTHER-COUNT
                   MOVE "REFUSED, PERIOD CLOSED" TO RUN-DETAIL-RESULT
               WHEN OTHER
                   ADD 1 TO SOURCE-OTHER-COUNT
                   MOVE SPACES TO RUN-DETAIL-RESULT
           END-EVALUATE
           MOVE SORT-HIST-RERUN-OVERRIDE TO RUN-DETAIL-OVERRIDE
           MOVE RUN-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF SORT-HIST-EXCEPTION-COUNT > ZERO THEN
               MOVE SORT-HIST-EXCEPTION-COUNT TO RUN-EXCEPTION-COUNT
               MOVE RUN-EXCEPTION-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM RETURN-SORTED-RUN.

       START-SOURCE-GROUP.
           MOVE 'N' TO FIRST-SOURCE-SWITCH
           MOVE SORT-HIST-SOURCE-SYSTEM TO PREVIOUS-SOURCE
           MOVE ZERO TO SOURCE-RUN-COUNT
           MOVE ZERO TO SOURCE-RECORD-TOTAL
           MOVE ZERO TO SOURCE-REJECT-TOTAL
           MOVE ZERO TO SOURCE-ERROR-TOTAL
           MOVE ZERO TO SOURCE-CODE-0-COUNT
           MOVE ZERO TO SOURCE-CODE-4-COUNT
           MOVE ZERO TO SOURCE-CODE-8-COUNT
           MOVE ZERO TO SOURCE-CODE-12-COUNT
           MOVE ZERO TO SOURCE-CODE-20-COUNT
           MOVE ZERO TO SOURCE-OTHER-COUNT
           MOVE ZERO TO SOURCE-OVERRIDE-COUNT
           MOVE ZERO TO SOURCE-EXCEPTION-TOTAL
           IF SORT-HIST-SOURCE-SYSTEM = SPACES THEN
               MOVE "(NONE)" TO SOURCE-TITLE-NAME
           ELSE
               MOVE SORT-HIST-SOURCE-SYSTEM TO SOURCE-TITLE-NAME
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SOURCE-TITLE-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE RUN-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-SOURCE-TOTALS.
           MOVE SOURCE-RUN-COUNT TO SOURCE-TOTAL-RUNS
           MOVE SOURCE-RECORD-TOTAL TO SOURCE-TOTAL-RECORDS
           MOVE SOURCE-REJECT-TOTAL TO SOURCE-TOTAL-REJECTS
           MOVE SOURCE-ERROR-TOTAL TO SOURCE-TOTAL-ERRORS
           MOVE SOURCE-RECORD-TOTAL TO RATE-HANDLED-WORK
           MOVE SOURCE-REJECT-TOTAL TO RATE-REJECT-WORK
           MOVE SOURCE-ERROR-TOTAL TO RATE-ERROR-WORK
           PERFORM COMPUTE-RUN-RATES
           MOVE REJECT-RATE-WORK TO SOURCE-TOTAL-REJECT-RATE
           MOVE ERROR-RATE-WORK TO SOURCE-TOTAL-ERROR-RATE
           MOVE SOURCE-TOTAL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SOURCE-CODE-0-COUNT TO SOURCE-CODE-0
           MOVE SOURCE-CODE-4-COUNT TO SOURCE-CODE-4
           MOVE SOURCE-CODE-8-COUNT TO SOURCE-CODE-8
           MOVE SOURCE-CODE-12-COUNT TO SOURCE-CODE-12
           MOVE SOURCE-CODE-20-COUNT TO SOURCE-CODE-20
           MOVE SOURCE-OTHER-COUNT TO SOURCE-CODE-OTHER
           MOVE SOURCE-OVERRIDE-COUNT TO SOURCE-CODE-OVERRIDE
           MOVE SOURCE-EXCEPTION-TOTAL TO SOURCE-CODE-EXCEPTIONS
           MOVE SOURCE-CODE-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *
      * COMPUTE-RUN-RATES works the two rates, as percentages, from
      * the handled, reject and error counts in the RATE- work fields,
      * for a single run or a source's totals alike.
      *
       COMPUTE-RUN-RATES.
           ADD RATE-HANDLED-WORK RATE-REJECT-WORK
               GIVING RATE-RECEIVED-WORK
           IF RATE-RECEIVED-WORK = ZERO THEN
               MOVE ZERO TO REJECT-RATE-WORK
           ELSE
               COMPUTE REJECT-RATE-WORK ROUNDED =
                   RATE-REJECT-WORK * 100 / RATE-RECEIVED-WORK
           END-IF
           IF RATE-HANDLED-WORK = ZERO THEN
               MOVE ZERO TO ERROR-RATE-WORK
           ELSE
               COMPUTE ERROR-RATE-WORK ROUNDED =
                   RATE-ERROR-WORK * 100 / RATE-HANDLED-WORK
           END-IF.

      ******************************************************************
      * PRINT-FEED-SECTION lists every expected file of the period
      * that did not go through as scheduled - missing outright, or
      * completed only on an override rerun - then the counts.
      ******************************************************************
       PRINT-FEED-SECTION.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE FEED-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE FEED-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO EXPECT-PTR
           PERFORM PRINT-ONE-EXPECTED-FEED
               UNTIL EXPECT-PTR > EXPECT-ENTRY-COUNT
           IF EXPECT-MISSING-COUNT = ZERO
               AND EXPECT-LATE-COUNT = ZERO THEN
               MOVE ALL-FEEDS-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "FILES EXPECTED IN THE PERIOD:" TO SUMMARY-COUNT-LABEL
           MOVE EXPECT-ENTRY-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "COMPLETED AS SCHEDULED:" TO SUMMARY-COUNT-LABEL
           MOVE EXPECT-ON-TIME-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "COMPLETED ONLY ON OVERRIDE RERUN:"
               TO SUMMARY-COUNT-LABEL
           MOVE EXPECT-LATE-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "NEVER COMPLETED:" TO SUMMARY-COUNT-LABEL
           MOVE EXPECT-MISSING-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "RUN HISTORY RECORDS READ:" TO SUMMARY-COUNT-LABEL
           MOVE HISTORY-READ-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF FEED-TABLE-FULL THEN
               MOVE FEED-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF EXPECT-TABLE-FULL THEN
               MOVE EXPECT-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-EXPECTED-FEED.
           MOVE SPACES TO FEED-DETAIL-STATUS
           IF EXPECT-SCHEDULED (EXPECT-PTR) = 'Y' THEN
               ADD 1 TO EXPECT-ON-TIME-COUNT
           ELSE
           IF EXPECT-OVERRIDDEN (EXPECT-PTR) = 'Y' THEN
               ADD 1 TO EXPECT-LATE-COUNT
               MOVE "LATE - COMPLETED ONLY ON AN OVERRIDE RERUN"
                   TO FEED-DETAIL-STATUS
           ELSE
               ADD 1 TO EXPECT-MISSING-COUNT
               MOVE "MISSING - NEVER COMPLETED"
                   TO FEED-DETAIL-STATUS
           END-IF
           END-IF
           IF FEED-DETAIL-STATUS NOT = SPACES THEN
               MOVE EXPECT-SOURCE (EXPECT-PTR) TO FEED-DETAIL-SOURCE
               MOVE EXPECT-FILE-DATE (EXPECT-PTR) TO FEED-DETAIL-DATE
               MOVE WEEKDAY-NAME (EXPECT-WEEKDAY (EXPECT-PTR))
                   TO FEED-DETAIL-DAY
               MOVE FEED-DETAIL-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO EXPECT-PTR.

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
           MOVE PRINT-LINE-WORK TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO HISTORY-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE HISTORY-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE HISTORY-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE REPORT-FROM-DATE TO HEADING-FROM-DATE
           MOVE REPORT-THRU-DATE TO HEADING-THRU-DATE
           MOVE PAGE-HEADING-2 TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM RUN-HISTORY-REPORT.
