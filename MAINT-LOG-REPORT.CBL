      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: prints the MAINTLOG
      *                  maintenance audit log for a requested date
      *                  range, grouped by register and by record
      *                  key, each change shown with the supervisor,
      *                  the date and time and the record's before
      *                  and after values. Runs unattended from an
      *                  MLOGPRM parameter file (KEYWORD=VALUE, as
      *                  LRPTPRM), RETURN-CODE 0/12/16.
      * 15 Oct 2026  CM  Changes to the GLMAPFIL general ledger
      *                  account mappings are decoded like the other
      *                  registers'.
      * 15 Oct 2026  CM  Changes to the RULEFIL review threshold rules
      *                  are decoded too: the rule's type and subject
      *                  as the key, its limit and description as
      *                  the image.
      * 15 Oct 2026  CM  Accounting period closes on PERIODS are
      *                  decoded: each month closed with its frozen
      *                  count and totals, and the control record's
      *                  open period and carried-forward totals.
      * 15 Oct 2026  CM  The PERIODS control record image is now moved
      *                  into its own layout before it is decoded, so
      *                  the open period and carried-forward figures
      *                  print as logged.
      ******************************************************************
      * The log is written in the order the changes were made, so it
      * is sorted here - by register, then key, then date and time -
      * to bring every change to one record together, oldest first,
      * which is the way an auditor asks the question ("who has
      * touched the VAT rate, and what was it before").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-LOG-REPORT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT LOG-REPORT-FILE ASSIGN TO "MLOGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-REPORT-STATUS.
           SELECT PARAM-FILE ASSIGN TO "MLOGPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG-FILE.
       COPY MAINTREC.
       SD  SORT-FILE.
       COPY MAINTREC REPLACING LEADING ==MAINT-LOG== BY ==SORT-LOG==.
       FD  LOG-REPORT-FILE.
       01  LOG-PRINT-LINE          PIC X(132).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *
      * Run parameters for an unattended run, read from the MLOGPRM
      * file when the scheduler supplies one - its presence is what
      * turns the run unattended, exactly as LRPTPRM does for
      * LEDGER-REPORT. Each record is KEYWORD=VALUE ('*' in column
      * one comments a record out):
      *    FROM-DATE=yyyymmdd   first change date reported (absent
      *                         means no lower limit)
      *    THRU-DATE=yyyymmdd   last change date reported (absent
      *                         means no upper limit)
      *
      * RETURN-CODE of the run:
      *     0  report completed
      *    12  maintenance log could not be opened
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
       01  MAINT-LOG-STATUS        PIC X(2).
       01  LOG-REPORT-STATUS       PIC X(2).
       01  LOG-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-MAINT-LOG        VALUE 'Y'.
       01  SORT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-SORTED-LOG       VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  DATE-INPUT              PIC X(8).
       01  REPORT-FROM-DATE        PIC 9(8).
       01  REPORT-THRU-DATE        PIC 9(8).
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
      *
      * Control-break fields: the register and key of the change
      * last printed, and the counts of changes read from the log,
      * selected for the range, and printed under the current
      * register.
      *
       01  PREVIOUS-REGISTER       PIC X(8).
       01  PREVIOUS-KEY            PIC X(20).
       01  LOG-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  LOG-SELECTED-COUNT      PIC 9(7) VALUE ZERO.
       01  REGISTER-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
      *
      * The before and after images are decoded through the
      * registers' own copybooks: IMAGE-WORK is moved into the one
      * belonging to the change's register and its fields edited
      * into IMAGE-TEXT, with IMAGE-TEXT-2 a second line for a
      * formula's expression.
      *
       COPY CONSTREC.
       COPY RATEREC.
       COPY USERREC.
       COPY FORMREC.
       COPY GLMAPREC.
       COPY RULEREC.
       COPY PERDREC.
       01  IMAGE-WORK              PIC X(200).
       01  IMAGE-TEXT              PIC X(118).
       01  IMAGE-TEXT-2            PIC X(118).
       01  CONSTANT-VALUE-EDIT     PIC -ZZZ,ZZZ,ZZZ.999.
       01  RATE-VALUE-EDIT         PIC -Z,ZZZ,ZZ9.999999.
       01  RULE-LIMIT-EDIT         PIC ZZZ,ZZZ,ZZ9.999.
       01  PERIOD-COUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  PERIOD-CF-COUNT-EDIT    PIC ZZZ,ZZZ,ZZ9.
       01  PERIOD-TOTAL-EDIT       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01  PERIOD-CF-TOTAL-EDIT    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01  KEY-MONTH-EDIT          PIC 9999/99.
       01  KEY-DATE-EDIT           PIC 9999/99/99.
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "MAINTENANCE LOG REPORT      RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2.
           02  FILLER              PIC X(16) VALUE "PERIOD COVERED: ".
           02  HEADING-FROM-DATE   PIC 9999/99/99.
           02  FILLER              PIC X(9) VALUE " THROUGH ".
           02  HEADING-THRU-DATE   PIC 9999/99/99.
       01  REGISTER-TITLE-LINE.
           02  FILLER              PIC X(9) VALUE "REGISTER ".
           02  REGISTER-TITLE-NAME PIC X(8).
           02  FILLER              PIC X(3) VALUE " - ".
           02  REGISTER-TITLE-TEXT PIC X(30).
       01  LOG-COLUMN-HEADING.
           02  FILLER              PIC X(16) VALUE "    DATE".
           02  FILLER              PIC X(13) VALUE "TIME".
           02  FILLER              PIC X(12) VALUE "SUPERVISOR".
           02  FILLER              PIC X(6) VALUE "ACTION".
       01  KEY-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(5) VALUE "KEY: ".
           02  KEY-LINE-TEXT       PIC X(40).
       01  LOG-ENTRY-LINE.
           02  FILLER              PIC X(4) VALUE SPACES.
           02  LOG-ENTRY-DATE      PIC 9999/99/99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  LOG-ENTRY-TIME      PIC 99/99/99/99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  LOG-ENTRY-USER      PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  LOG-ENTRY-ACTION    PIC X(7).
       01  IMAGE-LINE.
           02  FILLER              PIC X(6) VALUE SPACES.
           02  IMAGE-LINE-LABEL    PIC X(8).
           02  IMAGE-LINE-TEXT     PIC X(118).
       01  REGISTER-TOTAL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  FILLER              PIC X(16) VALUE "CHANGES LOGGED: ".
           02  REGISTER-TOTAL-COUNT PIC Z,ZZZ,ZZ9.
       01  SUMMARY-COUNT-LINE.
           02  SUMMARY-COUNT-LABEL PIC X(28).
           02  SUMMARY-COUNT-VALUE PIC Z,ZZZ,ZZ9.
       01  NO-CHANGE-LINE          PIC X(33) VALUE
           "NO MAINTENANCE CHANGES IN RANGE".
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
               PERFORM GET-REPORT-DATES
           END-IF
           OPEN INPUT MAINT-LOG-FILE
           IF MAINT-LOG-STATUS NOT = "00" THEN
               DISPLAY "Maintenance log could not be opened, status "
                   MAINT-LOG-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LOG-REPORT-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-LOG-REGISTER
                   ON ASCENDING KEY SORT-LOG-KEY
                   ON ASCENDING KEY SORT-LOG-DATE
                   ON ASCENDING KEY SORT-LOG-TIME
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS SELECT-LOG-ENTRIES
                   OUTPUT PROCEDURE IS PRINT-LOG-REPORT
               CLOSE MAINT-LOG-FILE
               CLOSE LOG-REPORT-FILE
               DISPLAY "Maintenance log report complete, "
                   LOG-SELECTED-COUNT " changes selected."
           END-IF
           STOP RUN.

      ******************************************************************
      * READ-RUN-PARAMETERS looks for an MLOGPRM file. Its presence
      * turns the run unattended: the date prompts are skipped, the
      * range comes from the parameters (the whole log when neither
      * date is given) and RETURN-CODE tells the scheduler how it
      * went. No MLOGPRM allocated (status 35) means an operator
      * session.
      ******************************************************************
       READ-RUN-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS = "00" THEN
               MOVE 'Y' TO UNATTENDED-SWITCH
               MOVE ZERO TO REPORT-FROM-DATE
               MOVE 99999999 TO REPORT-THRU-DATE
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
                       IF PARAM-VALUE (1:8) IS NUMERIC THEN
                           MOVE PARAM-VALUE (1:8)
                               TO REPORT-FROM-DATE
                       ELSE
                           DISPLAY "FROM-DATE parameter is not a "
                               "date"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN "THRU-DATE"
                       IF PARAM-VALUE (1:8) IS NUMERIC THEN
                           MOVE PARAM-VALUE (1:8)
                               TO REPORT-THRU-DATE
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
      * GET-REPORT-DATES accepts the reporting date range. A blank
      * start date means no lower limit and a blank end date means no
      * upper limit, so one blank ACCEPT at each prompt reports the
      * whole log.
      ******************************************************************
       GET-REPORT-DATES.
           DISPLAY "Please enter report start date YYYYMMDD, "
               "enter nothing for no lower limit"
           ACCEPT DATE-INPUT
           PERFORM CHECK-FROM-DATE
           DISPLAY "Please enter report end date YYYYMMDD, "
               "enter nothing for no upper limit"
           ACCEPT DATE-INPUT
           PERFORM CHECK-THRU-DATE.

       CHECK-FROM-DATE.
           IF DATE-INPUT = SPACES THEN
               MOVE ZERO TO REPORT-FROM-DATE
           ELSE
               IF DATE-INPUT IS NUMERIC THEN
                   MOVE DATE-INPUT TO REPORT-FROM-DATE
               ELSE
                   PERFORM INCORRECT-FROM-DATE
               END-IF
           END-IF.

       INCORRECT-FROM-DATE.
           DISPLAY "Please input the date again"
           ACCEPT DATE-INPUT
           PERFORM CHECK-FROM-DATE.

       CHECK-THRU-DATE.
           IF DATE-INPUT = SPACES THEN
               MOVE 99999999 TO REPORT-THRU-DATE
           ELSE
               IF DATE-INPUT IS NUMERIC THEN
                   MOVE DATE-INPUT TO REPORT-THRU-DATE
               ELSE
                   PERFORM INCORRECT-THRU-DATE
               END-IF
           END-IF.

       INCORRECT-THRU-DATE.
           DISPLAY "Please input the date again"
           ACCEPT DATE-INPUT
           PERFORM CHECK-THRU-DATE.

      ******************************************************************
      * SELECT-LOG-ENTRIES is the sort's input procedure: it reads the
      * whole log and releases to the sort only the changes dated in
      * the reporting range.
      ******************************************************************
       SELECT-LOG-ENTRIES.
           PERFORM READ-LOG-RECORD
           PERFORM SELECT-ONE-LOG-ENTRY UNTIL END-OF-MAINT-LOG.

       READ-LOG-RECORD.
           READ MAINT-LOG-FILE
               AT END
                   MOVE 'Y' TO LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LOG-READ-COUNT
           END-READ.

       SELECT-ONE-LOG-ENTRY.
           IF MAINT-LOG-DATE NOT < REPORT-FROM-DATE
               AND MAINT-LOG-DATE NOT > REPORT-THRU-DATE THEN
               ADD 1 TO LOG-SELECTED-COUNT
               RELEASE SORT-LOG-RECORD FROM MAINT-LOG-RECORD
           END-IF
           PERFORM READ-LOG-RECORD.

      ******************************************************************
      * PRINT-LOG-REPORT is the sort's output procedure: it returns
      * the selected changes in register and key order and prints
      * them with a title and count for each register and a key line
      * over each record's changes, then the run totals.
      ******************************************************************
       PRINT-LOG-REPORT.
           MOVE SPACES TO PREVIOUS-REGISTER
           MOVE SPACES TO PREVIOUS-KEY
           PERFORM RETURN-SORTED-RECORD
           IF END-OF-SORTED-LOG THEN
               MOVE NO-CHANGE-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-LOG-ENTRY UNTIL END-OF-SORTED-LOG
               PERFORM PRINT-REGISTER-TOTAL
           END-IF
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "LOG ENTRIES READ:" TO SUMMARY-COUNT-LABEL
           MOVE LOG-READ-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "CHANGES IN THE PERIOD:" TO SUMMARY-COUNT-LABEL
           MOVE LOG-SELECTED-COUNT TO SUMMARY-COUNT-VALUE
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-LOG-ENTRY.
           IF SORT-LOG-REGISTER NOT = PREVIOUS-REGISTER THEN
               IF PREVIOUS-REGISTER NOT = SPACES THEN
                   PERFORM PRINT-REGISTER-TOTAL
               END-IF
               PERFORM PRINT-REGISTER-TITLE
               MOVE SORT-LOG-REGISTER TO PREVIOUS-REGISTER
               MOVE SPACES TO PREVIOUS-KEY
           END-IF
           IF SORT-LOG-KEY NOT = PREVIOUS-KEY THEN
               PERFORM PRINT-KEY-LINE
               MOVE SORT-LOG-KEY TO PREVIOUS-KEY
           END-IF
           MOVE SORT-LOG-DATE TO LOG-ENTRY-DATE
           MOVE SORT-LOG-TIME TO LOG-ENTRY-TIME
           MOVE SORT-LOG-USER-ID TO LOG-ENTRY-USER
           EVALUATE TRUE
               WHEN SORT-LOG-ADDED
                   MOVE "ADDED" TO LOG-ENTRY-ACTION
               WHEN SORT-LOG-CHANGED
                   MOVE "CHANGED" TO LOG-ENTRY-ACTION
               WHEN SORT-LOG-DELETED
                   MOVE "DELETED" TO LOG-ENTRY-ACTION
               WHEN OTHER
                   MOVE SORT-LOG-ACTION TO LOG-ENTRY-ACTION
           END-EVALUATE
           MOVE LOG-ENTRY-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF SORT-LOG-BEFORE NOT = SPACES THEN
               MOVE "BEFORE: " TO IMAGE-LINE-LABEL
               MOVE SORT-LOG-BEFORE TO IMAGE-WORK
               PERFORM PRINT-LOG-IMAGE
           END-IF
           IF SORT-LOG-AFTER NOT = SPACES THEN
               MOVE "AFTER:  " TO IMAGE-LINE-LABEL
               MOVE SORT-LOG-AFTER TO IMAGE-WORK
               PERFORM PRINT-LOG-IMAGE
           END-IF
           ADD 1 TO REGISTER-CHANGE-COUNT
           PERFORM RETURN-SORTED-RECORD.

       PRINT-REGISTER-TITLE.
           MOVE SORT-LOG-REGISTER TO REGISTER-TITLE-NAME
           EVALUATE TRUE
               WHEN SORT-LOG-CONSTANTS
                   MOVE "NAMED CONSTANTS" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-RATES
                   MOVE "CURRENCY RATES" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-USERS
                   MOVE "USER PROFILES" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-FORMULAS
                   MOVE "NAMED FORMULAS" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-GL-MAPS
                   MOVE "GL ACCOUNT MAPPINGS" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-RULES
                   MOVE "REVIEW THRESHOLD RULES" TO REGISTER-TITLE-TEXT
               WHEN SORT-LOG-PERIODS
                   MOVE "ACCOUNTING PERIODS" TO REGISTER-TITLE-TEXT
               WHEN OTHER
                   MOVE SPACES TO REGISTER-TITLE-TEXT
           END-EVALUATE
           MOVE ZERO TO REGISTER-CHANGE-COUNT
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE REGISTER-TITLE-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LOG-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *
      * A constant's key is its name and effective date together, so
      * the date is split out and edited, and a GL mapping's key is
      * its source, operator and currency, each labelled, as a
      * threshold rule's type and subject are, and a period's key
      * is its month, or zero for the control record; every other
      * register's key prints as it stands.
      *
       PRINT-KEY-LINE.
           MOVE SPACES TO KEY-LINE-TEXT
           IF SORT-LOG-CONSTANTS THEN
               MOVE SORT-LOG-KEY TO CONSTANT-KEY
               MOVE CONSTANT-EFFECT-DATE TO KEY-DATE-EDIT
               STRING CONSTANT-NAME DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   KEY-DATE-EDIT DELIMITED BY SIZE
                   INTO KEY-LINE-TEXT
               END-STRING
           ELSE
           IF SORT-LOG-GL-MAPS THEN
               MOVE SORT-LOG-KEY TO GL-MAP-KEY
               STRING "SOURCE " DELIMITED BY SIZE
                   GL-MAP-SOURCE DELIMITED BY SIZE
                   " OPERATOR " DELIMITED BY SIZE
                   GL-MAP-OPERATOR DELIMITED BY SIZE
                   " CURRENCY " DELIMITED BY SIZE
                   GL-MAP-CURRENCY-CODE DELIMITED BY SIZE
                   INTO KEY-LINE-TEXT
               END-STRING
           ELSE
           IF SORT-LOG-RULES THEN
               MOVE SORT-LOG-KEY TO RULE-KEY
               STRING "TYPE " DELIMITED BY SIZE
                   RULE-TYPE DELIMITED BY SIZE
                   " SUBJECT " DELIMITED BY SIZE
                   RULE-SUBJECT DELIMITED BY SIZE
                   INTO KEY-LINE-TEXT
               END-STRING
           ELSE
           IF SORT-LOG-PERIODS THEN
               IF SORT-LOG-KEY (1:6) = "000000" THEN
                   MOVE "CONTROL RECORD" TO KEY-LINE-TEXT
               ELSE
                   MOVE SORT-LOG-KEY (1:6) TO PERIOD-MONTH
                   MOVE PERIOD-MONTH TO KEY-MONTH-EDIT
                   STRING "MONTH " DELIMITED BY SIZE
                       KEY-MONTH-EDIT DELIMITED BY SIZE
                       INTO KEY-LINE-TEXT
                   END-STRING
               END-IF
           ELSE
               MOVE SORT-LOG-KEY TO KEY-LINE-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE KEY-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       PRINT-REGISTER-TOTAL.
           MOVE REGISTER-CHANGE-COUNT TO REGISTER-TOTAL-COUNT
           MOVE REGISTER-TOTAL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * PRINT-LOG-IMAGE prints one before or after image, decoded
      * through its register's layout into the fields a reader cares
      * about. A formula takes two lines: its description and input
      * slots, then its expression.
      ******************************************************************
       PRINT-LOG-IMAGE.
           MOVE SPACES TO IMAGE-TEXT
           MOVE SPACES TO IMAGE-TEXT-2
           EVALUATE TRUE
               WHEN SORT-LOG-CONSTANTS
                   MOVE IMAGE-WORK TO CONSTANT-RECORD
                   ADD CONSTANT-VALUE TO ZERO
                       GIVING CONSTANT-VALUE-EDIT
                   STRING "VALUE " DELIMITED BY SIZE
                       CONSTANT-VALUE-EDIT DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
               WHEN SORT-LOG-RATES
                   MOVE IMAGE-WORK TO RATE-RECORD
                   ADD RATE-UNITS-PER-BASE TO ZERO
                       GIVING RATE-VALUE-EDIT
                   STRING "UNITS PER BASE " DELIMITED BY SIZE
                       RATE-VALUE-EDIT DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
               WHEN SORT-LOG-USERS
                   MOVE IMAGE-WORK TO PROFILE-RECORD
                   STRING "NAME " DELIMITED BY SIZE
                       PROFILE-USER-NAME DELIMITED BY SIZE
                       " AUTHORITY " DELIMITED BY SIZE
                       PROFILE-AUTHORITY DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       PROFILE-STATUS DELIMITED BY SIZE
                       " DISPLAY " DELIMITED BY SIZE
                       PROFILE-DISPLAY-MODE DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
               WHEN SORT-LOG-FORMULAS
                   MOVE IMAGE-WORK TO FORMULA-RECORD
                   STRING FORMULA-DESCRIPTION DELIMITED BY SIZE
                       " INPUTS " DELIMITED BY SIZE
                       FORMULA-INPUT-NAME (1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FORMULA-INPUT-NAME (2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FORMULA-INPUT-NAME (3) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FORMULA-INPUT-NAME (4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FORMULA-INPUT-NAME (5) DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
                   MOVE FORMULA-EXPRESSION TO IMAGE-TEXT-2
               WHEN SORT-LOG-GL-MAPS
                   MOVE IMAGE-WORK TO GL-MAP-RECORD
                   STRING "DEBIT " DELIMITED BY SIZE
                       GL-MAP-DEBIT-ACCOUNT DELIMITED BY SIZE
                       " CREDIT " DELIMITED BY SIZE
                       GL-MAP-CREDIT-ACCOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GL-MAP-DESCRIPTION DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
               WHEN SORT-LOG-RULES
                   MOVE IMAGE-WORK TO RULE-RECORD
                   MOVE RULE-LIMIT TO RULE-LIMIT-EDIT
                   STRING "LIMIT " DELIMITED BY SIZE
                       RULE-LIMIT-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RULE-DESCRIPTION DELIMITED BY SIZE
                       INTO IMAGE-TEXT
                   END-STRING
               WHEN SORT-LOG-PERIODS
                   PERFORM DECODE-PERIOD-IMAGE
               WHEN OTHER
                   MOVE IMAGE-WORK TO IMAGE-TEXT
           END-EVALUATE
           MOVE IMAGE-TEXT TO IMAGE-LINE-TEXT
           MOVE IMAGE-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF IMAGE-TEXT-2 NOT = SPACES THEN
               MOVE SPACES TO IMAGE-LINE-LABEL
               MOVE IMAGE-TEXT-2 TO IMAGE-LINE-TEXT
               MOVE IMAGE-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *
      * A period image is the control record when its key is zero,
      * otherwise a month's closing record.
      *
       DECODE-PERIOD-IMAGE.
           MOVE IMAGE-WORK TO PERIOD-RECORD
           IF PERIOD-MONTH = ZERO THEN
               MOVE IMAGE-WORK TO PERIOD-CONTROL-RECORD
               MOVE PERIOD-CONTROL-CF-COUNT TO PERIOD-CF-COUNT-EDIT
               MOVE PERIOD-CONTROL-CF-TOTAL TO PERIOD-CF-TOTAL-EDIT
               STRING "OPEN PERIOD " DELIMITED BY SIZE
                   PERIOD-OPEN-MONTH DELIMITED BY SIZE
                   " CARRIED FORWARD " DELIMITED BY SIZE
                   PERIOD-CF-COUNT-EDIT DELIMITED BY SIZE
                   " ENTRIES, TOTAL " DELIMITED BY SIZE
                   PERIOD-CF-TOTAL-EDIT DELIMITED BY SIZE
                   INTO IMAGE-TEXT
               END-STRING
           ELSE
               MOVE PERIOD-ENTRY-COUNT TO PERIOD-COUNT-EDIT
               MOVE PERIOD-RESULT-TOTAL TO PERIOD-TOTAL-EDIT
               MOVE PERIOD-CF-TOTAL TO PERIOD-CF-TOTAL-EDIT
               STRING "STATUS " DELIMITED BY SIZE
                   PERIOD-STATUS DELIMITED BY SIZE
                   " ENTRIES " DELIMITED BY SIZE
                   PERIOD-COUNT-EDIT DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   PERIOD-TOTAL-EDIT DELIMITED BY SIZE
                   " CARRIED FORWARD " DELIMITED BY SIZE
                   PERIOD-CF-TOTAL-EDIT DELIMITED BY SIZE
                   INTO IMAGE-TEXT
               END-STRING
           END-IF.

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
           MOVE PRINT-LINE-WORK TO LOG-PRINT-LINE
           WRITE LOG-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO LOG-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE LOG-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE LOG-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE REPORT-FROM-DATE TO HEADING-FROM-DATE
           MOVE REPORT-THRU-DATE TO HEADING-THRU-DATE
           MOVE PAGE-HEADING-2 TO LOG-PRINT-LINE
           WRITE LOG-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LOG-PRINT-LINE
           WRITE LOG-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM MAINT-LOG-REPORT.
