      ******************************************************************
      * Author: Clair Marchesani
      * Date: 15 Oct 2026
      * Purpose: Self-Study / Demonstration
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15 Oct 2026  CM  Initial version: extracts the LEDGER-FILE
      *                  entries posted up to a posting date and not
      *                  extracted before into GLJRNL, a balanced
      *                  journal interface file for the general
      *                  ledger (header, a debit and a credit line
      *                  per entry or per summarised account pair,
      *                  trailer with counts, totals and a serial
      *                  hash). Accounts come from the GLMAPFIL
      *                  mapping register; an unmapped entry is held
      *                  in suspense and retried on every run. The
      *                  GLHWM high-water mark keeps an entry from
      *                  ever being extracted twice. Runs unattended
      *                  from a GLXPRM parameter file (KEYWORD=VALUE,
      *                  as LRPTPRM), RETURN-CODE 0/4/8/12/16.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed: the run starts
      *                  on the serial after the high-water mark
      *                  instead of reading past what earlier runs
      *                  took.
      * 15 Oct 2026  CM  GLHELD is now replaced before the high-water
      *                  mark is moved, the mark being the last thing
      *                  the run updates, and the retry passes over a
      *                  held entry beyond the mark, which the ledger
      *                  pass meets again.
      ******************************************************************
      * Ledger serials are issued in ascending order as entries are
      * written, so the ledger's key order is posting order. GLHWM
      * holds the last serial a run has dealt with: each run starts
      * on the entry after it, takes the entries from there up to
      * the first one dated after the posting date, and moves the
      * mark on to the last one taken.
      * Every entry it takes is either journaled or held - never
      * both, never neither - so the ledger and the GL cannot drift.
      *
      * An entry with no mapping is written to GLHELDN, the new
      * suspense file, and listed on the report. GLHELD, the suspense
      * file of the run before, is read first on every run, so once a
      * supervisor adds the missing mapping the held entry posts on
      * the next journal by itself. The mark and the suspense file are
      * only moved on once the journal has been closed in balance; a
      * run that fails before then leaves both as they were, and its
      * rerun writes the same journal again. GLHELD is replaced first
      * and the mark written last, so a run that fails between the
      * two leaves the mark where it was: the rerun takes the same
      * ledger entries again, and an entry held by the failed run is
      * not lost - it is past the mark, so the retry passes it over
      * and the ledger pass meets it again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       AUTHOR CLAIR MARCHESANI.
       ENVIRONMENT DIVISION.
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
           SELECT GL-MAP-FILE ASSIGN TO "GLMAPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-MAP-KEY
               FILE STATUS IS GL-MAP-FILE-STATUS.
           SELECT HIGH-WATER-FILE ASSIGN TO "GLHWM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIGH-WATER-STATUS.
           SELECT HELD-FILE ASSIGN TO "GLHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-FILE-STATUS.
           SELECT NEW-HELD-FILE ASSIGN TO "GLHELDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-HELD-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT EXTRACT-REPORT-FILE ASSIGN TO "GLXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-REPORT-STATUS.
           SELECT PARAM-FILE ASSIGN TO "GLXPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY LEDGREC.
       FD  GL-MAP-FILE.
       COPY GLMAPREC.
      *
      * HIGH-WATER-FILE is one record: the last ledger serial dealt
      * with, and the posting date and run date of the run that got
      * that far. No file (status 35) means nothing has been
      * extracted yet.
      *
       FD  HIGH-WATER-FILE.
       01  HIGH-WATER-RECORD.
           02  HIGH-WATER-SERIAL   PIC 9(9).
           02  HIGH-WATER-POSTING-DATE PIC 9(8).
           02  HIGH-WATER-RUN-DATE PIC 9(8).
      *
      * The suspense files are the ledger record under other
      * prefixes, taken from the same copybook so they track any
      * future change to the layout together.
      *
       FD  HELD-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==HELD==.
       FD  NEW-HELD-FILE.
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==HOLD==.
       FD  GL-JOURNAL-FILE.
       COPY GLJREC.
       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-PRINT-LINE      PIC X(132).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *
      * Run parameters for an unattended run, read from the GLXPRM
      * file when the scheduler supplies one - its presence is what
      * turns the run unattended, exactly as LRPTPRM does for
      * LEDGER-REPORT. Each record is KEYWORD=VALUE ('*' in column
      * one comments a record out):
      *    POSTING-DATE=yyyymmdd  the journal's posting date; entries
      *                           dated up to it are extracted
      *                           (absent means yesterday)
      *    SUMMARISE=Y            one debit and credit pair per
      *                           account pair and currency instead
      *                           of per entry (absent means N)
      *
      * RETURN-CODE of the run:
      *     0  journal written, nothing in suspense
      *     4  journal written, entries held in suspense for want
      *        of a mapping
      *     8  journal out of balance - not to be sent; the high-
      *        water mark and suspense file were left as they were
      *    12  the ledger or the mapping register could not be
      *        opened, nothing extracted
      *    16  a parameter value could not be used, nothing
      *        extracted
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
       01  LEDGER-FILE-STATUS      PIC X(2).
       01  GL-MAP-FILE-STATUS      PIC X(2).
       01  HIGH-WATER-STATUS       PIC X(2).
       01  HELD-FILE-STATUS        PIC X(2).
       01  NEW-HELD-STATUS         PIC X(2).
       01  GL-JOURNAL-STATUS       PIC X(2).
       01  EXTRACT-REPORT-STATUS   PIC X(2).
       01  LEDGER-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LEDGER-FILE      VALUE 'Y'.
       01  HELD-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-HELD-FILE        VALUE 'Y'.
       01  NEW-HELD-EOF-SWITCH     PIC X(1) VALUE 'N'.
           88  END-OF-NEW-HELD-FILE    VALUE 'Y'.
       01  RUN-DATE                PIC 9(8).
       01  RUN-TIME                PIC 9(8).
       01  YESTERDAYS-DATE         PIC 9(8).
       01  DAY-NUMBER              PIC 9(7).
       01  DATE-INPUT              PIC X(8).
       01  DATE-CHECK-WORK         PIC 9(8).
       01  DATE-VALID-SWITCH       PIC X(1) VALUE 'N'.
           88  DATE-INPUT-VALID        VALUE 'Y'.
       01  POSTING-DATE            PIC 9(8).
       01  SUMMARISE-SWITCH        PIC X(1) VALUE 'N'.
           88  SUMMARISE-JOURNAL       VALUE 'Y'.
       01  SUMMARISE-ANSWER        PIC X(1).
      *
      * The high-water mark as the run found it, and as it will be
      * left: the serial of the last ledger entry taken this run.
      *
       01  START-SERIAL            PIC 9(9) VALUE ZERO.
       01  THRU-SERIAL             PIC 9(9) VALUE ZERO.
      *
      * BROUGHT-FORWARD-SWITCH is 'Y' while the entries held by an
      * earlier run are being retried, 'N' for this run's new ones.
      *
       01  BROUGHT-FORWARD-SWITCH  PIC X(1) VALUE 'N'.
           88  BROUGHT-FORWARD         VALUE 'Y'.
       01  GL-MAP-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  GL-MAP-FOUND            VALUE 'Y'.
       01  HELD-IN-COUNT           PIC 9(7) VALUE ZERO.
       01  HELD-RELEASED-COUNT     PIC 9(7) VALUE ZERO.
       01  LEDGER-TAKEN-COUNT      PIC 9(7) VALUE ZERO.
       01  ENTRY-POSTED-COUNT      PIC 9(7) VALUE ZERO.
       01  ZERO-RESULT-COUNT       PIC 9(7) VALUE ZERO.
       01  HELD-OUT-COUNT          PIC 9(7) VALUE ZERO.
       01  HELD-NEW-COUNT          PIC 9(7) VALUE ZERO.
      *
      * Journal controls, carried on the trailer: lines written, the
      * debit and credit totals (which must agree), the entries
      * journaled and the hash total of their serials.
      *
       01  JOURNAL-LINE-COUNT      PIC 9(7) VALUE ZERO.
       01  JOURNAL-DEBIT-TOTAL     PIC 9(15)V9(3) VALUE ZERO.
       01  JOURNAL-CREDIT-TOTAL    PIC 9(15)V9(3) VALUE ZERO.
       01  JOURNAL-SERIAL-HASH     PIC 9(15) VALUE ZERO.
      *
      * One posting pair, set up by the caller for WRITE-POSTING-
      * PAIR: the accounts already turned round for a negative
      * result, so the amount is always positive.
      *
       01  PAIR-DEBIT-ACCOUNT      PIC X(12).
       01  PAIR-CREDIT-ACCOUNT     PIC X(12).
       01  PAIR-CURRENCY-CODE      PIC X(3).
       01  PAIR-AMOUNT             PIC 9(13)V9(3).
       01  PAIR-LEDGER-SERIAL      PIC 9(9).
       01  PAIR-ENTRY-COUNT        PIC 9(7).
       01  PAIR-DESCRIPTION        PIC X(30).
      *
      * Summarised journal: one GROUP-ENTRY per mapped account pair
      * and currency, netting the signed results of its entries. 200
      * groups are held; an entry that finds the table full is
      * journaled on its own instead, and flagged on the report.
      *
       01  GROUP-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
       01  GROUP-TABLE.
           02  GROUP-ENTRY OCCURS 200 TIMES.
               03  GROUP-DEBIT-ACCOUNT PIC X(12).
               03  GROUP-CREDIT-ACCOUNT PIC X(12).
               03  GROUP-CURRENCY-CODE PIC X(3).
               03  GROUP-DESCRIPTION   PIC X(30).
               03  GROUP-NET-AMOUNT    PIC S9(13)V9(3).
               03  GROUP-MEMBER-COUNT  PIC 9(7).
       01  GROUP-PTR               PIC 9(3).
       01  GROUP-FOUND-SWITCH      PIC X(1) VALUE 'N'.
           88  GROUP-ENTRY-FOUND       VALUE 'Y'.
       01  GROUP-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  GROUP-TABLE-FULL        VALUE 'Y'.
       01  REPORT-LINE-COUNT       PIC 9(3) VALUE 99.
       01  REPORT-PAGE-COUNT       PIC 9(3) VALUE ZERO.
       01  PRINT-LINE-WORK         PIC X(132).
       01  PAGE-HEADING-1.
           02  FILLER              PIC X(36) VALUE
               "GENERAL LEDGER EXTRACT      RUN DATE".
           02  FILLER              PIC X(1) VALUE SPACE.
           02  HEADING-RUN-DATE    PIC 9999/99/99.
           02  FILLER              PIC X(7) VALUE "   PAGE".
           02  HEADING-PAGE        PIC ZZZ9.
       01  PAGE-HEADING-2.
           02  FILLER              PIC X(14) VALUE "POSTING DATE: ".
           02  HEADING-POSTING-DATE PIC 9999/99/99.
           02  FILLER              PIC X(22) VALUE
               "  LEDGER SERIALS AFTER".
           02  HEADING-START-SERIAL PIC ZZZZZZZZ9.
       01  POSTED-SECTION-TITLE    PIC X(14) VALUE "ENTRIES POSTED".
       01  SUSPENSE-SECTION-TITLE  PIC X(54) VALUE
           "SUSPENSE - ENTRIES WITH NO ACCOUNT MAPPING, NOT POSTED".
       01  GROUP-SECTION-TITLE     PIC X(24) VALUE
           "JOURNAL LINES BY ACCOUNT".
       01  ENTRY-COLUMN-HEADING.
           02  FILLER              PIC X(24) VALUE
               "     SERIAL  DATE       ".
           02  FILLER              PIC X(24) VALUE
               "USER       SRC OPER CCY ".
           02  FILLER              PIC X(24) VALUE
               "          RESULT  DEBIT ".
           02  FILLER              PIC X(13) VALUE "       CREDIT".
       01  ENTRY-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-SERIAL PIC ZZZZZZZZ9.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-DATE   PIC 9999/99/99.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  ENTRY-DETAIL-USER   PIC X(10).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-SOURCE PIC X(1).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-OPERATOR PIC X(4).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  ENTRY-DETAIL-CURRENCY PIC X(3).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  ENTRY-DETAIL-RESULT PIC -ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-DEBIT  PIC X(12).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  ENTRY-DETAIL-CREDIT PIC X(12).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  ENTRY-DETAIL-NOTE   PIC X(30).
       01  GROUP-COLUMN-HEADING.
           02  FILLER              PIC X(24) VALUE
               "  DEBIT        CREDIT   ".
           02  FILLER              PIC X(24) VALUE
               "    CCY   ENTRIES       ".
           02  FILLER              PIC X(16) VALUE
               "          AMOUNT".
       01  GROUP-DETAIL-LINE.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  GROUP-DETAIL-DEBIT  PIC X(12).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  GROUP-DETAIL-CREDIT PIC X(12).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  GROUP-DETAIL-CURRENCY PIC X(3).
           02  FILLER              PIC X(1) VALUE SPACES.
           02  GROUP-DETAIL-COUNT  PIC Z,ZZZ,ZZ9.
           02  FILLER              PIC X(1) VALUE SPACES.
           02  GROUP-DETAIL-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  GROUP-DETAIL-NOTE   PIC X(30).
       01  NO-ENTRY-LINE           PIC X(14) VALUE "  NONE".
       01  SUMMARY-COUNT-LINE.
           02  SUMMARY-COUNT-LABEL PIC X(34).
           02  SUMMARY-COUNT-VALUE PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-AMOUNT-LINE.
           02  SUMMARY-AMOUNT-LABEL PIC X(34).
           02  SUMMARY-AMOUNT-VALUE PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01  GROUP-OVERFLOW-WARNING  PIC X(57) VALUE
           "WARNING: OVER 200 ACCOUNT PAIRS, LATER ONES POSTED SINGLY".
       01  BALANCE-FAILURE-LINE    PIC X(55) VALUE
           "JOURNAL OUT OF BALANCE - NOT TO BE SENT, MARK NOT MOVED".
       PROCEDURE DIVISION.

       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE (RUN-DATE) - 1
           COMPUTE YESTERDAYS-DATE =
               FUNCTION DATE-OF-INTEGER (DAY-NUMBER)
           MOVE YESTERDAYS-DATE TO POSTING-DATE
           PERFORM READ-RUN-PARAMETERS
           IF NOT UNATTENDED-RUN THEN
               PERFORM GET-POSTING-DATE
               PERFORM GET-SUMMARISE-OPTION
           END-IF
           IF PARAM-ERROR-FOUND THEN
               DISPLAY "Run refused, a parameter value could not "
                   "be used."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Ledger file could not be opened, status "
                   LEDGER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-FILE-STATUS NOT = "00" THEN
               DISPLAY "GL mapping register could not be opened, "
                   "status " GL-MAP-FILE-STATUS
               CLOSE LEDGER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HIGH-WATER-MARK
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT NEW-HELD-FILE
           OPEN OUTPUT EXTRACT-REPORT-FILE
           PERFORM WRITE-JOURNAL-HEADER
           MOVE POSTED-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE ENTRY-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM RETRY-HELD-ENTRIES
           MOVE 'N' TO BROUGHT-FORWARD-SWITCH
           COMPUTE LEDGER-SERIAL = START-SERIAL + 1
           START LEDGER-FILE KEY IS NOT < LEDGER-SERIAL
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-START
           IF NOT END-OF-LEDGER-FILE THEN
               PERFORM READ-LEDGER-RECORD
           END-IF
           PERFORM TAKE-LEDGER-ENTRY UNTIL END-OF-LEDGER-FILE
           CLOSE LEDGER-FILE
           CLOSE GL-MAP-FILE
           IF ENTRY-POSTED-COUNT = ZERO THEN
               MOVE NO-ENTRY-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF SUMMARISE-JOURNAL THEN
               PERFORM WRITE-GROUP-PAIRS
           END-IF
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE GL-JOURNAL-FILE
           CLOSE NEW-HELD-FILE
           PERFORM PRINT-SUSPENSE-LISTING
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL THEN
               PERFORM WRITE-HIGH-WATER-MARK
           END-IF
           PERFORM PRINT-EXTRACT-SUMMARY
           CLOSE EXTRACT-REPORT-FILE
           EVALUATE TRUE
               WHEN JOURNAL-DEBIT-TOTAL NOT = JOURNAL-CREDIT-TOTAL
                   DISPLAY "Journal is out of balance and must not "
                       "be sent"
                   MOVE 8 TO RETURN-CODE
               WHEN HELD-OUT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY "GL extract complete, " ENTRY-POSTED-COUNT
               " entries journaled, " HELD-OUT-COUNT
               " held in suspense."
           STOP RUN.

      ******************************************************************
      * READ-RUN-PARAMETERS looks for a GLXPRM file. Its presence
      * turns the run unattended: the prompts are skipped, the
      * posting date and summary option come from the parameters
      * (yesterday, by entry, when not given) and RETURN-CODE tells
      * the scheduler how it went. No GLXPRM allocated (status 35)
      * means an operator session.
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
                   WHEN "POSTING-DATE"
                       MOVE PARAM-VALUE (1:8) TO DATE-INPUT
                       PERFORM TEST-DATE-INPUT
                       IF DATE-INPUT-VALID THEN
                           MOVE DATE-CHECK-WORK TO POSTING-DATE
                       ELSE
                           DISPLAY "POSTING-DATE parameter is not a "
                               "date"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN "SUMMARISE"
                       IF PARAM-VALUE (1:1) = 'Y' OR
                           PARAM-VALUE (1:1) = 'N' THEN
                           MOVE PARAM-VALUE (1:1) TO SUMMARISE-SWITCH
                       ELSE
                           DISPLAY "SUMMARISE parameter must be Y "
                               "or N"
                           MOVE 'Y' TO PARAM-ERROR-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognised run parameter ignored: "
                           PARAM-KEYWORD
               END-EVALUATE
           END-IF
           PERFORM READ-PARAM-RECORD.

      ******************************************************************
      * GET-POSTING-DATE accepts the journal's posting date. A blank
      * answer takes yesterday, the last complete day.
      ******************************************************************
       GET-POSTING-DATE.
           DISPLAY "Please enter the posting date YYYYMMDD, "
               "enter nothing for yesterday"
           ACCEPT DATE-INPUT
           PERFORM CHECK-POSTING-DATE.

       CHECK-POSTING-DATE.
           IF DATE-INPUT = SPACES THEN
               MOVE YESTERDAYS-DATE TO POSTING-DATE
           ELSE
               PERFORM TEST-DATE-INPUT
               IF DATE-INPUT-VALID THEN
                   MOVE DATE-CHECK-WORK TO POSTING-DATE
               ELSE
                   PERFORM INCORRECT-POSTING-DATE
               END-IF
           END-IF.

       INCORRECT-POSTING-DATE.
           DISPLAY "Please input the date again"
           ACCEPT DATE-INPUT
           PERFORM CHECK-POSTING-DATE.

       TEST-DATE-INPUT.
           MOVE 'N' TO DATE-VALID-SWITCH
           IF DATE-INPUT IS NUMERIC THEN
               MOVE DATE-INPUT TO DATE-CHECK-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-WORK)
                   = ZERO THEN
                   MOVE 'Y' TO DATE-VALID-SWITCH
               END-IF
           END-IF.

       GET-SUMMARISE-OPTION.
           DISPLAY "Summarise the journal by account? Y/N, "
               "enter nothing for N"
           ACCEPT SUMMARISE-ANSWER
           IF SUMMARISE-ANSWER = 'Y' OR SUMMARISE-ANSWER = 'y' THEN
               MOVE 'Y' TO SUMMARISE-SWITCH
           ELSE
               MOVE 'N' TO SUMMARISE-SWITCH
           END-IF.

       READ-HIGH-WATER-MARK.
           OPEN INPUT HIGH-WATER-FILE
           IF HIGH-WATER-STATUS = "00" THEN
               READ HIGH-WATER-FILE
                   AT END
                       MOVE ZERO TO HIGH-WATER-SERIAL
               END-READ
               MOVE HIGH-WATER-SERIAL TO START-SERIAL
               CLOSE HIGH-WATER-FILE
           ELSE
               MOVE ZERO TO START-SERIAL
           END-IF
           MOVE START-SERIAL TO THRU-SERIAL.

       WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT HIGH-WATER-FILE
           MOVE THRU-SERIAL TO HIGH-WATER-SERIAL
           MOVE POSTING-DATE TO HIGH-WATER-POSTING-DATE
           MOVE RUN-DATE TO HIGH-WATER-RUN-DATE
           WRITE HIGH-WATER-RECORD
           CLOSE HIGH-WATER-FILE.

      ******************************************************************
      * RETRY-HELD-ENTRIES puts every entry the last run left in
      * suspense through the posting again, ahead of the new ledger
      * entries: a mapping added since posts it, and an entry still
      * unmapped goes straight back into suspense. An entry beyond the
      * high-water mark was held by a run that failed before moving
      * the mark; it is passed over here, as the ledger pass takes it
      * again.
      ******************************************************************
       RETRY-HELD-ENTRIES.
           OPEN INPUT HELD-FILE
           IF HELD-FILE-STATUS = "00" THEN
               MOVE 'Y' TO BROUGHT-FORWARD-SWITCH
               PERFORM READ-HELD-RECORD
               PERFORM RETRY-ONE-HELD-ENTRY UNTIL END-OF-HELD-FILE
               CLOSE HELD-FILE
           END-IF.

       READ-HELD-RECORD.
           READ HELD-FILE
               AT END
                   MOVE 'Y' TO HELD-EOF-SWITCH
           END-READ.

       RETRY-ONE-HELD-ENTRY.
           IF HELD-SERIAL NOT > START-SERIAL THEN
               ADD 1 TO HELD-IN-COUNT
               MOVE HELD-RECORD TO LEDGER-RECORD
               PERFORM POST-LEDGER-ENTRY
           END-IF
           PERFORM READ-HELD-RECORD.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

      ******************************************************************
      * TAKE-LEDGER-ENTRY takes each entry after the high-water
      * mark up to the posting date, and stops at the first entry
      * dated after it - serial order is posting order, so nothing
      * beyond it can belong in this journal, and the mark must not
      * pass it.
      ******************************************************************
       TAKE-LEDGER-ENTRY.
           IF LEDGER-DATE > POSTING-DATE THEN
               MOVE 'Y' TO LEDGER-EOF-SWITCH
           ELSE
               ADD 1 TO LEDGER-TAKEN-COUNT
               MOVE LEDGER-SERIAL TO THRU-SERIAL
               PERFORM POST-LEDGER-ENTRY
               PERFORM READ-LEDGER-RECORD
           END-IF.

      ******************************************************************
      * POST-LEDGER-ENTRY journals one entry from LEDGER-RECORD, or
      * holds it in suspense when no mapping fits it. An entry whose
      * result is zero moves no money and is counted, not journaled.
      ******************************************************************
       POST-LEDGER-ENTRY.
           IF LEDGER-RESULT = ZERO THEN
               ADD 1 TO ZERO-RESULT-COUNT
           ELSE
               PERFORM FIND-GL-MAPPING
               IF NOT GL-MAP-FOUND THEN
                   WRITE HOLD-RECORD FROM LEDGER-RECORD
                   ADD 1 TO HELD-OUT-COUNT
                   IF NOT BROUGHT-FORWARD THEN
                       ADD 1 TO HELD-NEW-COUNT
                   END-IF
               ELSE
                   PERFORM JOURNAL-MAPPED-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * FIND-GL-MAPPING takes the most specific mapping that fits:
      * the entry's own source, operator and currency first, then
      * any operator, then any currency, then both.
      ******************************************************************
       FIND-GL-MAPPING.
           MOVE LEDGER-SOURCE TO GL-MAP-SOURCE
           MOVE LEDGER-OPERATOR TO GL-MAP-OPERATOR
           MOVE LEDGER-CURRENCY-CODE TO GL-MAP-CURRENCY-CODE
           PERFORM READ-GL-MAPPING
           IF NOT GL-MAP-FOUND THEN
               MOVE '*' TO GL-MAP-OPERATOR
               PERFORM READ-GL-MAPPING
           END-IF
           IF NOT GL-MAP-FOUND THEN
               MOVE LEDGER-OPERATOR TO GL-MAP-OPERATOR
               MOVE '*' TO GL-MAP-CURRENCY-CODE
               PERFORM READ-GL-MAPPING
           END-IF
           IF NOT GL-MAP-FOUND THEN
               MOVE '*' TO GL-MAP-OPERATOR
               PERFORM READ-GL-MAPPING
           END-IF.

       READ-GL-MAPPING.
           MOVE 'N' TO GL-MAP-FOUND-SWITCH
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO GL-MAP-FOUND-SWITCH
           END-READ.

       JOURNAL-MAPPED-ENTRY.
           ADD 1 TO ENTRY-POSTED-COUNT
           ADD LEDGER-SERIAL TO JOURNAL-SERIAL-HASH
           MOVE SPACES TO ENTRY-DETAIL-NOTE
           IF BROUGHT-FORWARD THEN
               ADD 1 TO HELD-RELEASED-COUNT
               MOVE "RELEASED FROM SUSPENSE" TO ENTRY-DETAIL-NOTE
           END-IF
           IF LEDGER-RESULT > ZERO THEN
               MOVE GL-MAP-DEBIT-ACCOUNT TO PAIR-DEBIT-ACCOUNT
               MOVE GL-MAP-CREDIT-ACCOUNT TO PAIR-CREDIT-ACCOUNT
               MOVE LEDGER-RESULT TO PAIR-AMOUNT
           ELSE
               MOVE GL-MAP-CREDIT-ACCOUNT TO PAIR-DEBIT-ACCOUNT
               MOVE GL-MAP-DEBIT-ACCOUNT TO PAIR-CREDIT-ACCOUNT
               COMPUTE PAIR-AMOUNT = ZERO - LEDGER-RESULT
           END-IF
           MOVE LEDGER-CURRENCY-CODE TO PAIR-CURRENCY-CODE
           MOVE LEDGER-SERIAL TO PAIR-LEDGER-SERIAL
           MOVE 1 TO PAIR-ENTRY-COUNT
           MOVE GL-MAP-DESCRIPTION TO PAIR-DESCRIPTION
           IF SUMMARISE-JOURNAL THEN
               PERFORM ADD-TO-GROUP
               IF NOT GROUP-ENTRY-FOUND THEN
                   PERFORM WRITE-POSTING-PAIR
                   MOVE "POSTED SINGLY, GROUPS FULL"
                       TO ENTRY-DETAIL-NOTE
               END-IF
           ELSE
               PERFORM WRITE-POSTING-PAIR
           END-IF
           MOVE LEDGER-SERIAL TO ENTRY-DETAIL-SERIAL
           MOVE LEDGER-DATE TO ENTRY-DETAIL-DATE
           MOVE LEDGER-USER-ID TO ENTRY-DETAIL-USER
           MOVE LEDGER-SOURCE TO ENTRY-DETAIL-SOURCE
           MOVE LEDGER-OPERATOR TO ENTRY-DETAIL-OPERATOR
           MOVE LEDGER-CURRENCY-CODE TO ENTRY-DETAIL-CURRENCY
           MOVE LEDGER-RESULT TO ENTRY-DETAIL-RESULT
           MOVE PAIR-DEBIT-ACCOUNT TO ENTRY-DETAIL-DEBIT
           MOVE PAIR-CREDIT-ACCOUNT TO ENTRY-DETAIL-CREDIT
           MOVE ENTRY-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * ADD-TO-GROUP nets the entry's signed result into the group for
      * its mapping's account pair and currency, kept the mapping's
      * way round so reversals net against what they reverse.
      ******************************************************************
       ADD-TO-GROUP.
           MOVE 'N' TO GROUP-FOUND-SWITCH
           MOVE 1 TO GROUP-PTR
           PERFORM CHECK-GROUP-ENTRY
               UNTIL GROUP-PTR > GROUP-ENTRY-COUNT OR GROUP-ENTRY-FOUND
           IF NOT GROUP-ENTRY-FOUND THEN
               IF GROUP-ENTRY-COUNT >= 200 THEN
                   MOVE 'Y' TO GROUP-FULL-SWITCH
               ELSE
                   ADD 1 TO GROUP-ENTRY-COUNT
                   MOVE GROUP-ENTRY-COUNT TO GROUP-PTR
                   MOVE GL-MAP-DEBIT-ACCOUNT
                       TO GROUP-DEBIT-ACCOUNT (GROUP-PTR)
                   MOVE GL-MAP-CREDIT-ACCOUNT
                       TO GROUP-CREDIT-ACCOUNT (GROUP-PTR)
                   MOVE LEDGER-CURRENCY-CODE
                       TO GROUP-CURRENCY-CODE (GROUP-PTR)
                   MOVE GL-MAP-DESCRIPTION
                       TO GROUP-DESCRIPTION (GROUP-PTR)
                   MOVE ZERO TO GROUP-NET-AMOUNT (GROUP-PTR)
                   MOVE ZERO TO GROUP-MEMBER-COUNT (GROUP-PTR)
                   MOVE 'Y' TO GROUP-FOUND-SWITCH
               END-IF
           END-IF
           IF GROUP-ENTRY-FOUND THEN
               ADD LEDGER-RESULT TO GROUP-NET-AMOUNT (GROUP-PTR)
               ADD 1 TO GROUP-MEMBER-COUNT (GROUP-PTR)
           END-IF.

       CHECK-GROUP-ENTRY.
           IF GROUP-DEBIT-ACCOUNT (GROUP-PTR) = GL-MAP-DEBIT-ACCOUNT
               AND GROUP-CREDIT-ACCOUNT (GROUP-PTR)
                   = GL-MAP-CREDIT-ACCOUNT
               AND GROUP-CURRENCY-CODE (GROUP-PTR)
                   = LEDGER-CURRENCY-CODE THEN
               MOVE 'Y' TO GROUP-FOUND-SWITCH
           ELSE
               ADD 1 TO GROUP-PTR
           END-IF.

      ******************************************************************
      * WRITE-GROUP-PAIRS journals one pair per group, the way round
      * its net amount says. A group whose entries net to nil moves
      * nothing and is only listed.
      ******************************************************************
       WRITE-GROUP-PAIRS.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE GROUP-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE GROUP-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO GROUP-PTR
           PERFORM WRITE-ONE-GROUP-PAIR
               UNTIL GROUP-PTR > GROUP-ENTRY-COUNT
           IF GROUP-TABLE-FULL THEN
               MOVE GROUP-OVERFLOW-WARNING TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-GROUP-PAIR.
           MOVE SPACES TO GROUP-DETAIL-NOTE
           IF GROUP-NET-AMOUNT (GROUP-PTR) NOT < ZERO THEN
               MOVE GROUP-DEBIT-ACCOUNT (GROUP-PTR)
                   TO PAIR-DEBIT-ACCOUNT
               MOVE GROUP-CREDIT-ACCOUNT (GROUP-PTR)
                   TO PAIR-CREDIT-ACCOUNT
               MOVE GROUP-NET-AMOUNT (GROUP-PTR) TO PAIR-AMOUNT
           ELSE
               MOVE GROUP-CREDIT-ACCOUNT (GROUP-PTR)
                   TO PAIR-DEBIT-ACCOUNT
               MOVE GROUP-DEBIT-ACCOUNT (GROUP-PTR)
                   TO PAIR-CREDIT-ACCOUNT
               COMPUTE PAIR-AMOUNT =
                   ZERO - GROUP-NET-AMOUNT (GROUP-PTR)
           END-IF
           MOVE GROUP-CURRENCY-CODE (GROUP-PTR) TO PAIR-CURRENCY-CODE
           MOVE ZERO TO PAIR-LEDGER-SERIAL
           MOVE GROUP-MEMBER-COUNT (GROUP-PTR) TO PAIR-ENTRY-COUNT
           MOVE GROUP-DESCRIPTION (GROUP-PTR) TO PAIR-DESCRIPTION
           IF PAIR-AMOUNT = ZERO THEN
               MOVE "NETS TO NIL, NOTHING POSTED" TO GROUP-DETAIL-NOTE
           ELSE
               PERFORM WRITE-POSTING-PAIR
           END-IF
           MOVE PAIR-DEBIT-ACCOUNT TO GROUP-DETAIL-DEBIT
           MOVE PAIR-CREDIT-ACCOUNT TO GROUP-DETAIL-CREDIT
           MOVE PAIR-CURRENCY-CODE TO GROUP-DETAIL-CURRENCY
           MOVE PAIR-ENTRY-COUNT TO GROUP-DETAIL-COUNT
           MOVE PAIR-AMOUNT TO GROUP-DETAIL-AMOUNT
           MOVE GROUP-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO GROUP-PTR.

      ******************************************************************
      * The GLJRNL control records. The header names the posting date,
      * the run and the first serial the journal could hold; every
      * posting line goes through WRITE-POSTING-PAIR, so the trailer's
      * count and totals cannot miss one.
      ******************************************************************
       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GL-JOURNAL-REC-TYPE
           MOVE POSTING-DATE TO GL-HEADER-POSTING-DATE
           MOVE RUN-DATE TO GL-HEADER-RUN-DATE
           MOVE RUN-TIME (1:6) TO GL-HEADER-RUN-TIME
           MOVE "CALCLEDG" TO GL-HEADER-SOURCE-SYSTEM
           ADD 1 TO START-SERIAL GIVING GL-HEADER-FROM-SERIAL
           WRITE GL-JOURNAL-RECORD.

       WRITE-POSTING-PAIR.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GL-JOURNAL-REC-TYPE
           MOVE PAIR-DEBIT-ACCOUNT TO GL-JOURNAL-ACCOUNT
           MOVE PAIR-CURRENCY-CODE TO GL-JOURNAL-CURRENCY-CODE
           MOVE PAIR-AMOUNT TO GL-JOURNAL-AMOUNT
           MOVE POSTING-DATE TO GL-JOURNAL-POSTING-DATE
           MOVE PAIR-LEDGER-SERIAL TO GL-JOURNAL-LEDGER-SERIAL
           MOVE PAIR-ENTRY-COUNT TO GL-JOURNAL-ENTRY-COUNT
           MOVE PAIR-DESCRIPTION TO GL-JOURNAL-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD PAIR-AMOUNT TO JOURNAL-DEBIT-TOTAL
           MOVE 'C' TO GL-JOURNAL-REC-TYPE
           MOVE PAIR-CREDIT-ACCOUNT TO GL-JOURNAL-ACCOUNT
           WRITE GL-JOURNAL-RECORD
           ADD PAIR-AMOUNT TO JOURNAL-CREDIT-TOTAL
           ADD 2 TO JOURNAL-LINE-COUNT.

       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GL-JOURNAL-REC-TYPE
           MOVE JOURNAL-LINE-COUNT TO GL-TRAILER-LINE-COUNT
           MOVE JOURNAL-DEBIT-TOTAL TO GL-TRAILER-DEBIT-TOTAL
           MOVE JOURNAL-CREDIT-TOTAL TO GL-TRAILER-CREDIT-TOTAL
           MOVE ENTRY-POSTED-COUNT TO GL-TRAILER-ENTRY-COUNT
           MOVE JOURNAL-SERIAL-HASH TO GL-TRAILER-SERIAL-HASH
           MOVE THRU-SERIAL TO GL-TRAILER-THRU-SERIAL
           WRITE GL-JOURNAL-RECORD.

      ******************************************************************
      * PRINT-SUSPENSE-LISTING lists what is in suspense after this
      * run, reading it back from GLHELDN, and - for a balanced
      * journal - copies it over GLHELD for the next run to retry.
      ******************************************************************
       PRINT-SUSPENSE-LISTING.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SUSPENSE-SECTION-TITLE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE ENTRY-COLUMN-HEADING TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF HELD-OUT-COUNT = ZERO THEN
               MOVE NO-ENTRY-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           OPEN INPUT NEW-HELD-FILE
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL THEN
               OPEN OUTPUT HELD-FILE
           END-IF
           PERFORM READ-NEW-HELD-RECORD
           PERFORM LIST-ONE-HELD-ENTRY UNTIL END-OF-NEW-HELD-FILE
           CLOSE NEW-HELD-FILE
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL THEN
               CLOSE HELD-FILE
           END-IF.

       READ-NEW-HELD-RECORD.
           READ NEW-HELD-FILE
               AT END
                   MOVE 'Y' TO NEW-HELD-EOF-SWITCH
           END-READ.

       LIST-ONE-HELD-ENTRY.
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL THEN
               WRITE HELD-RECORD FROM HOLD-RECORD
           END-IF
           MOVE HOLD-SERIAL TO ENTRY-DETAIL-SERIAL
           MOVE HOLD-DATE TO ENTRY-DETAIL-DATE
           MOVE HOLD-USER-ID TO ENTRY-DETAIL-USER
           MOVE HOLD-SOURCE TO ENTRY-DETAIL-SOURCE
           MOVE HOLD-OPERATOR TO ENTRY-DETAIL-OPERATOR
           MOVE HOLD-CURRENCY-CODE TO ENTRY-DETAIL-CURRENCY
           MOVE HOLD-RESULT TO ENTRY-DETAIL-RESULT
           MOVE SPACES TO ENTRY-DETAIL-DEBIT
           MOVE SPACES TO ENTRY-DETAIL-CREDIT
           IF HOLD-SERIAL > START-SERIAL THEN
               MOVE "NEW THIS RUN" TO ENTRY-DETAIL-NOTE
           ELSE
               MOVE "HELD FROM AN EARLIER RUN" TO ENTRY-DETAIL-NOTE
           END-IF
           MOVE ENTRY-DETAIL-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-NEW-HELD-RECORD.

       PRINT-EXTRACT-SUMMARY.
           MOVE SPACES TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "HELD ENTRIES BROUGHT FORWARD:" TO SUMMARY-COUNT-LABEL
           MOVE HELD-IN-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  RELEASED FROM SUSPENSE:" TO SUMMARY-COUNT-LABEL
           MOVE HELD-RELEASED-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "NEW LEDGER ENTRIES TAKEN:" TO SUMMARY-COUNT-LABEL
           MOVE LEDGER-TAKEN-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "  NEW ENTRIES HELD IN SUSPENSE:"
               TO SUMMARY-COUNT-LABEL
           MOVE HELD-NEW-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "ENTRIES JOURNALED:" TO SUMMARY-COUNT-LABEL
           MOVE ENTRY-POSTED-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "ZERO RESULTS, NOTHING TO POST:"
               TO SUMMARY-COUNT-LABEL
           MOVE ZERO-RESULT-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "ENTRIES IN SUSPENSE AFTER RUN:" TO SUMMARY-COUNT-LABEL
           MOVE HELD-OUT-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "JOURNAL LINES WRITTEN:" TO SUMMARY-COUNT-LABEL
           MOVE JOURNAL-LINE-COUNT TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "DEBIT TOTAL:" TO SUMMARY-AMOUNT-LABEL
           MOVE JOURNAL-DEBIT-TOTAL TO SUMMARY-AMOUNT-VALUE
           MOVE SUMMARY-AMOUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "CREDIT TOTAL:" TO SUMMARY-AMOUNT-LABEL
           MOVE JOURNAL-CREDIT-TOTAL TO SUMMARY-AMOUNT-VALUE
           MOVE SUMMARY-AMOUNT-LINE TO PRINT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE "SERIAL HASH TOTAL:" TO SUMMARY-COUNT-LABEL
           MOVE JOURNAL-SERIAL-HASH TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "HIGH-WATER MARK BEFORE RUN:" TO SUMMARY-COUNT-LABEL
           MOVE START-SERIAL TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           MOVE "HIGH-WATER MARK AFTER RUN:" TO SUMMARY-COUNT-LABEL
           MOVE THRU-SERIAL TO SUMMARY-COUNT-VALUE
           PERFORM WRITE-SUMMARY-COUNT
           IF JOURNAL-DEBIT-TOTAL NOT = JOURNAL-CREDIT-TOTAL THEN
               MOVE BALANCE-FAILURE-LINE TO PRINT-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SUMMARY-COUNT.
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE-WORK
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
           MOVE PRINT-LINE-WORK TO EXTRACT-PRINT-LINE
           WRITE EXTRACT-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO REPORT-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-COUNT
           MOVE RUN-DATE TO HEADING-RUN-DATE
           MOVE REPORT-PAGE-COUNT TO HEADING-PAGE
           MOVE PAGE-HEADING-1 TO EXTRACT-PRINT-LINE
           IF REPORT-PAGE-COUNT = 1 THEN
               WRITE EXTRACT-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE EXTRACT-PRINT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE POSTING-DATE TO HEADING-POSTING-DATE
           MOVE START-SERIAL TO HEADING-START-SERIAL
           MOVE PAGE-HEADING-2 TO EXTRACT-PRINT-LINE
           WRITE EXTRACT-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO EXTRACT-PRINT-LINE
           WRITE EXTRACT-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO REPORT-LINE-COUNT.

       END PROGRAM GL-EXTRACT.
