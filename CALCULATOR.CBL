      *                  operator, and a currency code carried on
      *                  the transaction through to REPORT-RECORD
      *                  and LEDGER-RECORD.
      * 15 Oct 2026  CM  Moved the PROFILE-RECORD layout out to the
      *                  USERREC copybook, shared with the new
      *                  LEDGER-VERIFY ledger integrity job.
      * 15 Oct 2026  CM  Added supervisor correction of the ledger: a
      *                  named entry is cancelled by a reversal entry
      *                  (source 'R') carrying its serial and a
      *                  reason, the original is stamped so it can
      *                  never be reversed twice, and a corrected
      *                  replacement can be posted straight after.
      *                  The ledger inquiry shows each reversal with
      *                  the entry it reverses and nets the pair out.
      * 15 Oct 2026  CM  Added the FORMFIL named formula library: a
      *                  supervisor maintains each formula (an
      *                  EXPRESSION-SOLVER expression with named
      *                  input slots) from the menu, any user runs
      *                  one by name, a new 'F' batch record carries
      *                  a formula name and its input values, and
      *                  the ledger entry and TRANSOUT record name
      *                  the formula that produced the result.
      * 15 Oct 2026  CM  Moved the RATE-RECORD layout out to the
      *                  RATEREC copybook, shared with the new
      *                  MAINT-LOG-REPORT maintenance log report.
      * 15 Oct 2026  CM  Added the MAINTLOG maintenance audit log:
      *                  every record added, changed or deleted by
      *                  the constant, currency rate, formula and
      *                  user administration maintenance is logged
      *                  with its before and after images, the
      *                  signed-on supervisor and the date and time.
      * 15 Oct 2026  CM  Moved the RUN-HISTORY-RECORD layout out to
      *                  the HISTREC copybook, shared with the new
      *                  RUN-HISTORY-REPORT, and flagged a run made
      *                  with the duplicate-input guard overridden.
      * 15 Oct 2026  CM  Added the GLMAPFIL general ledger account
      *                  mapping register, maintained by supervisors
      *                  from the menu and logged to MAINTLOG, for
      *                  the new GL-EXTRACT journal interface job.
      * 15 Oct 2026  CM  LEDGER-FILE is now indexed on LEDGER-SERIAL
      *                  with date/user and run ID alternate keys:
      *                  it is held open I-O, the ledger inquiry
      *                  starts at the user's day instead of reading
      *                  the whole file, and a correction reads the
      *                  named entry by its serial.
      * 15 Oct 2026  CM  Added the adding-machine tape mode: figures
      *                  are keyed in a running total with subtotals,
      *                  every line is printed to TAPEPRT under the
      *                  tape's identity, and the closing total is
      *                  posted as one 'T' ledger entry naming the
      *                  tape, shown by the inquiry and correction.
      * 15 Oct 2026  CM  Added the RULEFIL review threshold register,
      *                  maintained by supervisors from the menu and
      *                  logged to MAINTLOG: every ledger entry is
      *                  measured against it as it is written, each
      *                  breach goes to EXCPFIL for the new
      *                  EXCEPTION-REPORT, and a batch run with
      *                  exceptions ends with result code 4 and says
      *                  so on the run history.
      * 15 Oct 2026  CM  Added the accounting period close: a
      *                  supervisor closes months in order from the
      *                  menu, freezing each month's ledger count,
      *                  result total and serial hash with totals
      *                  carried forward on the new PERIODS file.
      *                  Nothing is posted into a closed month: a
      *                  batch file whose AS-OF-DATE or header file
      *                  date falls in one is refused (result code
      *                  24) unless taken into the open period by a
      *                  POST-TO-OPEN-PERIOD record or the operator,
      *                  and any entry dated into one is redirected
      *                  to the open period.
      * 15 Oct 2026  CM  The run history rerun flag is now set only
      *                  when the duplicate-input guard refused the
      *                  file and was overridden, not whenever an
      *                  ALLOW-RERUN record was supplied.
      * 15 Oct 2026  CM  A period close stops at the first month that
      *                  cannot be recorded, and the control record,
      *                  constants, rates, formulas and rules are
      *                  logged only once the change is on file. A
      *                  formula is trial-solved before it is saved
      *                  and refused if it names anything but its
      *                  inputs and stored constants.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULATOR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-SERIAL
               ALTERNATE RECORD KEY IS LEDGER-DATE-USER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LEDGER-RUN-ID
                   WITH DUPLICATES
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT MEMORY-FILE ASSIGN TO "MEMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CURRENCY-CODE
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT FORMULA-FILE ASSIGN TO "FORMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORMULA-NAME
               FILE STATUS IS FORMULA-FILE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-MAP-KEY
               FILE STATUS IS GL-MAP-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "RULEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RULE-KEY
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-MONTH
               FILE STATUS IS PERIOD-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT TAPE-PRINT-FILE ASSIGN TO "TAPEPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAPE-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *
      * CALC-TRANS-FILE records are typed on their first byte: one 'H'
      * header first, 'D' detail, 'E' expression and 'F' formula
      * transactions in any order, one 'T' trailer last.
      * The trailer carries the record count and operand hash total
      * the upstream system computed when it built the file, which
               88  TRANS-HEADER-REC        VALUE 'H'.
               88  TRANS-DETAIL-REC        VALUE 'D'.
               88  TRANS-EXPRESSION-REC    VALUE 'E'.
               88  TRANS-FORMULA-REC       VALUE 'F'.
               88  TRANS-TRAILER-REC       VALUE 'T'.
           02  FILLER              PIC X(80).
      *
       01  TRANS-EXPRESSION-FIELDS.
           02  FILLER              PIC X(1).
           02  TRANS-EXPRESSION    PIC X(80).
      *
      * A formula record names a formula on FORMULA-FILE and carries
      * its input values in slot order, each keyed the way a detail
      * operand is (a twelve-digit value or a CONSTANT-NAME). The
      * inputs in use are the leading non-blank fields; their number
      * must be the formula's input count.
      *
       01  TRANS-FORMULA-FIELDS.
           02  FILLER              PIC X(1).
           02  TRANS-FORMULA-NAME  PIC X(10).
           02  TRANS-FORMULA-INPUT OCCURS 5 TIMES.
               03  TRANS-INPUT-X   PIC X(12).
               03  TRANS-INPUT REDEFINES TRANS-INPUT-X
                                   PIC S9(9)V9(3).
           02  FILLER              PIC X(10).
       01  TRANS-HEADER-FIELDS.
           02  FILLER              PIC X(1).
           02  HEADER-SOURCE-SYSTEM PIC X(8).
           02  REJECT-IMAGE        PIC X(81).
      *
      * RESUBMIT-FILE is the repaired TRANSIN built by the reject
      * repair mode: the same typed H/D/E/F/T records, with the trailer
      * controls recomputed from the records actually resubmitted, so
      * it goes back through EDIT-PASS like any upstream file.
      *
       01  MEMORY-RECORD.
           02  MEMORY-USER-ID      PIC X(10).
           02  MEMORY-VALUE        PIC S9(9)V9(3).
       FD  USER-PROFILE-FILE.
       COPY USERREC.
       FD  CONSTANTS-FILE.
       COPY CONSTREC.
      *
           02  CHECKPOINT-HASH-TOTAL PIC S9(11)V9(3).
       FD  PARAM-FILE.
       01  PARAM-RECORD            PIC X(80).
       FD  RUN-HISTORY-FILE.
       COPY HISTREC.
      *
      * LEDGER-SEQ-FILE holds the last ledger serial number issued,
      * in a small one-record file that outlives a single run, the
       FD  LEDGER-SEQ-FILE.
       01  LEDGER-SEQ-RECORD.
           02  LEDGER-SEQ-LAST     PIC 9(9).
       FD  CURRENCY-RATE-FILE.
       COPY RATEREC.
       FD  FORMULA-FILE.
       COPY FORMREC.
       FD  MAINT-LOG-FILE.
       COPY MAINTREC.
       FD  GL-MAP-FILE.
       COPY GLMAPREC.
       FD  RULE-FILE.
       COPY RULEREC.
       FD  PERIOD-FILE.
       COPY PERDREC.
       FD  EXCEPTION-FILE.
       COPY EXCPREC.
       FD  TAPE-PRINT-FILE.
       01  TAPE-PRINT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       01  MENU-CHOICE             PIC X(1).
       01  USER-ID                 PIC X(10).
      *
      * Reject reason codes written to REJECT-REASON-CODE by the
      * batch input edit:
      *    10  record type not H, D, E, F or T
      *    11  operand 1 not numeric and not a constant on file
      *    12  operand 2 not numeric and not a constant on file
      *    13  operator not in VALID-OPERATOR-TABLE
      *    16  record after the trailer record
      *    17  data or trailer record before the header record
      *    18  CVT record's currency code not on the rate file
      *    19  formula record's formula not on the formula file
      *    20  formula record's input count not the formula's own
      *    21  formula input not numeric and not a constant on file
      * REJECT-REASON-TABLE below carries the same set as display
      * text for the reject repair mode.
      *
       01  EDIT-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01  REJECT-REASON-VALUES.
           02  FILLER PIC X(42) VALUE
               "10RECORD TYPE NOT H, D, E, F OR T         ".
           02  FILLER PIC X(42) VALUE
               "11OPERAND 1 NOT NUMERIC OR A CONSTANT     ".
           02  FILLER PIC X(42) VALUE
               "17RECORD BEFORE THE HEADER RECORD         ".
           02  FILLER PIC X(42) VALUE
               "18CURRENCY CODE NOT ON THE RATE FILE      ".
           02  FILLER PIC X(42) VALUE
               "19FORMULA NOT ON THE FORMULA FILE         ".
           02  FILLER PIC X(42) VALUE
               "20WRONG NUMBER OF FORMULA INPUTS          ".
           02  FILLER PIC X(42) VALUE
               "21FORMULA INPUT NOT NUMERIC OR A CONSTANT ".
       01  REJECT-REASON-TABLE REDEFINES REJECT-REASON-VALUES.
           02  REJECT-REASON-ENTRY OCCURS 12 TIMES.
               03  REJECT-TABLE-CODE PIC X(2).
               03  REJECT-TABLE-TEXT PIC X(40).
       01  REJECT-REASON-PTR       PIC 9(2).
       01  REPAIR-OPERAND-WORK REDEFINES REPAIR-OPERAND-WORK-X
                                   PIC S9(9)V9(3).
       01  REPAIR-CURRENCY-INPUT   PIC X(3).
       01  REPAIR-FORMULA-INPUT-NAME PIC X(10).
       01  REPAIR-WRITTEN-COUNT    PIC 9(7) VALUE ZERO.
       01  REPAIR-DROPPED-COUNT    PIC 9(7) VALUE ZERO.
       01  REPAIR-HASH-TOTAL       PIC S9(11)V9(3) VALUE ZERO.
       01  REPAIR-EXPRESSION-FIELDS REDEFINES REPAIR-RECORD-IMAGE.
           02  FILLER              PIC X(1).
           02  REPAIR-EXPRESSION   PIC X(80).
       01  REPAIR-FORMULA-FIELDS REDEFINES REPAIR-RECORD-IMAGE.
           02  FILLER              PIC X(1).
           02  REPAIR-FORMULA-NAME PIC X(10).
           02  REPAIR-FORMULA-INPUT OCCURS 5 TIMES.
               03  REPAIR-INPUT-X  PIC X(12).
               03  REPAIR-INPUT REDEFINES REPAIR-INPUT-X
                                   PIC S9(9)V9(3).
           02  FILLER              PIC X(10).
       01  REPAIR-HEADER-FIELDS REDEFINES REPAIR-RECORD-IMAGE.
           02  FILLER              PIC X(1).
           02  REPAIR-SOURCE-SYSTEM PIC X(8).
      *    ALLOW-RERUN=Y        process the file even though its
      *                         source system and file date have
      *                         already completed on the run history
      *    POST-TO-OPEN-PERIOD=Y  process a file whose AS-OF-DATE or
      *                         header file date falls in a closed
      *                         accounting period, posting it into
      *                         the open period
      * Dataset assignment stays with the scheduler's DD statements
      * for TRANSIN/TRANSOUT and the rest, as for any batch job, so a
      * file override is a DD override in the invoking job, not a
      *
      * RETURN-CODE of an unattended run:
      *     0  batch run completed clean
      *     4  batch run completed but with calculation errors,
      *        records rejected by the input edit (TRANSREJ holds
      *        them) or ledger entries over a review threshold
      *        (EXCPFIL holds them), so downstream jobs should be
      *        held for review
      *     8  input control totals out of balance, nothing processed
      *    12  TRANSIN could not be opened
      *    16  run user not on USER-PROFILE-FILE or disabled,
      *    20  input file's source system and file date have already
      *        completed on the run history and no ALLOW-RERUN
      *        override was supplied, nothing processed
      *    24  input file's AS-OF-DATE or header file date falls in a
      *        closed accounting period and no POST-TO-OPEN-PERIOD
      *        override was supplied, nothing processed
      * The scheduler's run user must be registered on USER-PROFILE-
      * FILE like any other; its profile display preference applies
      * unless a DISPLAY-MODE record overrides it.
      * not, and the unattended run hands it on as its RETURN-CODE.
      * BATCH-SOURCE-SYSTEM/BATCH-FILE-DATE are the identity of the
      * presented TRANSIN, captured from its header by EDIT-PASS.
      * DUPLICATE-OVERRIDDEN is set only when the duplicate-input
      * guard refused the file and the refusal was overridden.
      *
       01  BATCH-RESULT-CODE       PIC 9(2) VALUE ZERO.
       01  BATCH-SOURCE-SYSTEM     PIC X(8).
       01  RERUN-OVERRIDE-SWITCH   PIC X(1) VALUE 'N'.
           88  RERUN-ALLOWED           VALUE 'Y'.
       01  RERUN-ANSWER            PIC X(1).
       01  DUPLICATE-OVERRIDE-SWITCH PIC X(1) VALUE 'N'.
           88  DUPLICATE-OVERRIDDEN    VALUE 'Y'.
       01  CHECKPOINT-FILE-STATUS  PIC X(2).
      *
      * CHECKPOINT-INTERVAL is 1 (a checkpoint after every record) on
       01  EFFECT-DATE-WORK        PIC 9(8).
       01  CONSTANT-DATE-EDIT      PIC 9999/99/99.
       01  CONSTANT-ACTION         PIC X(1).
       01  NAME-CHECK-WORK         PIC X(10).
       01  NAME-CHECK-PTR          PIC 9(2).
       01  NAME-SHAPE-OK-SWITCH    PIC X(1) VALUE 'Y'.
           88  NAME-SHAPE-OK           VALUE 'Y'.
       01  NAME-SPACE-SWITCH       PIC X(1) VALUE 'N'.
           88  NAME-SPACE-SEEN         VALUE 'Y'.
       01  CONSTANT-VALUE-EDIT     PIC -ZZZ,ZZZ,ZZZ.999.
               03  INQUIRY-RESULT      PIC S9(9)V9(3).
               03  INQUIRY-EXPRESSION  PIC X(80).
               03  INQUIRY-CURRENCY    PIC X(3).
               03  INQUIRY-SERIAL      PIC 9(9).
               03  INQUIRY-REVERSED-BY PIC 9(9).
               03  INQUIRY-REVERSES    PIC 9(9).
               03  INQUIRY-PARTNER-DATE PIC 9(8).
               03  INQUIRY-PARTNER-USER PIC X(10).
               03  INQUIRY-PARTNER-REASON PIC X(80).
               03  INQUIRY-FORMULA-NAME PIC X(10).
       01  INQUIRY-DISPLAY-NUMBER  PIC 9(2).
       01  INQUIRY-PICK            PIC X(2).
       01  INQUIRY-PICK-NUMBER     PIC 9(2).
       01  INQUIRY-OPERAND1-EDIT   PIC -ZZZ,ZZZ,ZZZ.999.
       01  INQUIRY-OPERAND2-EDIT   PIC -ZZZ,ZZZ,ZZZ.999.
       01  INQUIRY-RESULT-EDIT     PIC -ZZZ,ZZZ,ZZZ.999.
      *
      * A reversed entry and its reversal are netted out of the
      * inquiry's totals as a pair, whichever day the reversal was
      * posted on and whoever posted it: the standing count and total
      * are of the entries not reversed, and a reversal is shown
      * beside its original rather than counted on its own.
      *
       01  INQUIRY-NET-COUNT       PIC 9(7) VALUE ZERO.
       01  INQUIRY-NET-RESULT      PIC S9(11)V9(3) VALUE ZERO.
       01  INQUIRY-NET-EDIT        PIC -ZZ,ZZZ,ZZZ,ZZZ.999.
       01  INQUIRY-MATCH-PTR       PIC 9(2).
       01  INQUIRY-PARTNER-EDIT    PIC 9999/99/99.
      *
      * Ledger correction. The supervisor names the entry to reverse
      * by its serial; ORIGINAL-RECORD keeps the entry as it was read,
      * so the reversal can be built from it once the ledger is back
      * open for appending, and REVERSAL-SERIAL is the serial issued
      * to the reversal.
      *
       COPY LEDGREC REPLACING LEADING ==LEDGER== BY ==ORIGINAL==.
       01  CORRECTION-SERIAL-INPUT PIC X(9).
       01  CORRECTION-SERIAL-RIGHT PIC X(9) JUSTIFIED RIGHT.
       01  CORRECTION-SERIAL       PIC 9(9) VALUE ZERO.
       01  CORRECTION-REASON       PIC X(80).
       01  CORRECTION-ANSWER       PIC X(1).
       01  REVERSAL-SERIAL         PIC 9(9) VALUE ZERO.
       01  CORRECTION-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  CORRECTION-ENTRY-FOUND  VALUE 'Y'.
       01  REVERSAL-POSTED-SWITCH  PIC X(1) VALUE 'N'.
           88  REVERSAL-POSTED         VALUE 'Y'.
       01  FULL-OPERATION.
           02  OPERATION.
               03  OPERAND1        PIC S9(9)V9(3).
       01  RATE-VALUE-EDIT         PIC -Z,ZZZ,ZZ9.999999.
       01  CURRENT-CURRENCY-CODE   PIC X(3) VALUE SPACES.
       01  RESULT-CURRENCY-CODE    PIC X(3) VALUE SPACES.
      *
      * Formula library. FORMULA-ARGUMENTS is the block of slot names
      * and values handed to EXPRESSION-SOLVER with every expression
      * (a zero count for a plain expression). FORMULA-INPUT-TEXT is
      * the run's input values edited and strung together in slot
      * order; it stands in for the expression on the ledger entry
      * and the TRANSOUT record, beside the formula's name, so the
      * result can be reproduced from the entry alone.
      *
       COPY FORMARGS.
       01  FORMULA-FILE-STATUS     PIC X(2).
       01  FORMULA-FOUND-SWITCH    PIC X(1) VALUE 'N'.
           88  FORMULA-FOUND           VALUE 'Y'.
       01  FORMULA-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-FORMULAS         VALUE 'Y'.
       01  FORMULA-ACTION          PIC X(1).
       01  FORMULA-SLOT-PTR        PIC 9(1).
       01  FORMULA-CHECK-PTR       PIC 9(1).
       01  FORMULA-GIVEN-COUNT     PIC 9(1).
       01  FORMULA-BLANK-SWITCH    PIC X(1) VALUE 'N'.
           88  FORMULA-BLANK-SEEN      VALUE 'Y'.
       01  FORMULA-GAP-SWITCH      PIC X(1) VALUE 'N'.
           88  FORMULA-INPUT-GAP       VALUE 'Y'.
       01  FORMULA-DUP-SWITCH      PIC X(1) VALUE 'N'.
           88  FORMULA-SLOT-DUPLICATE  VALUE 'Y'.
       01  FORMULA-COUNT-ANSWER    PIC X(1).
       01  FORMULA-SLOT-ANSWER     PIC X(10).
       01  FORMULA-TEXT-ANSWER     PIC X(30).
       01  FORMULA-EQUALS-COUNT    PIC 9(2).
       01  FORMULA-TRIAL-SWITCH    PIC X(1) VALUE 'N'.
           88  FORMULA-TRIAL-PASSED    VALUE 'Y'.
       01  FORMULA-EXPRESSION-SAVE PIC X(80).
       01  FORMULA-INPUT-TEXT      PIC X(80).
       01  FORMULA-TEXT-PTR        PIC 9(3).
       01  FORMULA-VALUE-EDIT      PIC -(9)9.999.
       01  FORMULA-EDIT-LEAD       PIC 9(2).
      *
      * MAINT-LOG-FILE is held open EXTEND for the session, as
      * LEDGER-FILE is held open I-O, so each maintenance change is
      * appended to the log the moment it is made. A maintenance
      * paragraph fills in the register, action, key and images of
      * MAINT-LOG-RECORD and WRITE-MAINTENANCE-LOG stamps and writes
      * it.
      *
       01  MAINT-LOG-STATUS        PIC X(2).
      *
      * General ledger account mapping maintenance. GL-MAP-KEY-OK is
      * cleared by the key edits on an add, so a mapping can only be
      * stored for a real source, operator and currency, or '*'.
      *
       01  GL-MAP-FILE-STATUS      PIC X(2).
       01  GL-MAP-ACTION           PIC X(1).
       01  GL-MAP-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  GL-MAP-FOUND            VALUE 'Y'.
       01  GL-MAP-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-GL-MAPS          VALUE 'Y'.
       01  GL-MAP-KEY-SWITCH       PIC X(1) VALUE 'Y'.
           88  GL-MAP-KEY-OK           VALUE 'Y'.
       01  GL-MAP-ACCOUNT-ANSWER   PIC X(12).
       01  GL-MAP-TEXT-ANSWER      PIC X(30).
      *
      * Review threshold rules. RULE-KEY-OK is cleared by the key
      * edits on an add, as GL-MAP-KEY-OK is. EXCEPTION-FILE is held
      * open EXTEND for the session like MAINT-LOG-FILE. POSTING-
      * ORIGIN says whether the entries being written come from a
      * batch run or the terminal, for the exception record, and
      * BATCH-EXCEPTION-COUNT counts a batch run's exceptions.
      *
       01  RULE-FILE-STATUS        PIC X(2).
       01  EXCEPTION-FILE-STATUS   PIC X(2).
       01  RULE-ACTION             PIC X(1).
       01  RULE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  RULE-FOUND              VALUE 'Y'.
       01  RULE-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-RULES            VALUE 'Y'.
       01  RULE-KEY-SWITCH         PIC X(1) VALUE 'Y'.
           88  RULE-KEY-OK             VALUE 'Y'.
       01  RULE-LIMIT-WORK         PIC 9(9)V9(3).
       01  RULE-LIMIT-EDIT         PIC ZZZ,ZZZ,ZZ9.999.
       01  RULE-TEXT-ANSWER        PIC X(30).
       01  RULE-MAGNITUDE-WORK     PIC 9(9)V9(3).
       01  POSTING-ORIGIN          PIC X(1) VALUE 'I'.
           88  POSTING-FROM-BATCH      VALUE 'B'.
           88  POSTING-FROM-TERMINAL   VALUE 'I'.
       01  BATCH-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
      *
      * Accounting periods. CURRENT-OPEN-MONTH is the open period
      * as last read from the PERIODS control record (zero when no
      * month has been closed); every month before it is closed.
      * The CLOSE- fields are the period close's working figures,
      * CLOSE-CF- the running totals carried forward month to month.
      * PERIOD-CLOSE-FAILED stops a close at a month that could not
      * be recorded; CLOSE-MONTHS-DONE counts the months recorded.
      * CLOSED-PERIOD-FILE marks a batch file dated into a closed
      * month, and PERIOD-REDIRECT-ALLOWED a POST-TO-OPEN-PERIOD
      * BATCHPRM record.
      *
       01  PERIOD-FILE-STATUS      PIC X(2).
       01  PERIOD-CONTROL-SWITCH   PIC X(1) VALUE 'N'.
           88  PERIOD-CONTROL-FOUND    VALUE 'Y'.
       01  PERIOD-CONTROL-SAVE     PIC X(133).
       01  CURRENT-OPEN-MONTH      PIC 9(6) VALUE ZERO.
       01  POSTING-MONTH-WORK      PIC 9(6).
       01  CLOSE-MONTH-INPUT       PIC X(6).
       01  CLOSE-MONTH-WORK        PIC 9(6).
       01  CLOSE-MONTH-SPLIT REDEFINES CLOSE-MONTH-WORK.
           02  CLOSE-YYYY          PIC 9(4).
           02  CLOSE-MM            PIC 9(2).
       01  CLOSE-DEFAULT-MONTH     PIC 9(6).
       01  CLOSE-THROUGH-MONTH     PIC 9(6).
       01  CLOSE-ANSWER            PIC X(1).
       01  CLOSE-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88  END-OF-CLOSING-MONTH    VALUE 'Y'.
       01  CLOSE-ENTRY-COUNT       PIC 9(7).
       01  CLOSE-RESULT-TOTAL      PIC S9(13)V9(3).
       01  CLOSE-SERIAL-HASH       PIC 9(15).
       01  CLOSE-CF-COUNT          PIC 9(9).
       01  CLOSE-CF-TOTAL          PIC S9(15)V9(3).
       01  CLOSE-TOTAL-EDIT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
       01  CLOSE-FAILED-SWITCH     PIC X(1) VALUE 'N'.
           88  PERIOD-CLOSE-FAILED     VALUE 'Y'.
       01  CLOSE-MONTHS-DONE       PIC 9(3) VALUE ZERO.
       01  CLOSED-PERIOD-SWITCH    PIC X(1) VALUE 'N'.
           88  CLOSED-PERIOD-FILE      VALUE 'Y'.
       01  PERIOD-REDIRECT-SWITCH  PIC X(1) VALUE 'N'.
           88  PERIOD-REDIRECT-ALLOWED VALUE 'Y'.
      *
      * Adding-machine tape. A tape is named by the run and its
      * number within the run (TAPE-ID-WORK, printed on every line);
      * TAPEPRT is opened EXTEND for each tape and closed when it is
      * totalled or voided, so the day's tapes accumulate in it.
      * TAPE-LINE-WORK is cleared after every line it prints, so a
      * subtotal or total line leaves its amount column empty.
      *
       01  TAPE-PRINT-STATUS       PIC X(2).
       01  TAPE-NUMBER             PIC 9(3) VALUE ZERO.
       01  TAPE-ITEM-COUNT         PIC 9(5) VALUE ZERO.
       01  TAPE-SUBTOTAL-COUNT     PIC 9(3) VALUE ZERO.
       01  TAPE-TOTAL              PIC S9(9)V9(3) VALUE ZERO.
       01  TAPE-FIGURE             PIC S9(9)V9(3) VALUE ZERO.
       01  TAPE-TOTAL-EDIT         PIC -ZZZ,ZZZ,ZZZ.999.
       01  TAPE-ANSWER             PIC X(1).
       01  TAPE-DATE-WORK          PIC 9(8).
       01  TAPE-TIME-WORK          PIC 9(6).
       01  TAPE-CLOSED-SWITCH      PIC X(1) VALUE 'N'.
           88  TAPE-CLOSED             VALUE 'Y'.
       01  TAPE-FIGURE-SWITCH      PIC X(1) VALUE 'N'.
           88  TAPE-FIGURE-OK          VALUE 'Y'.
       01  TAPE-ID-WORK.
           02  TAPE-ID-RUN         PIC X(14).
           02  FILLER              PIC X(1) VALUE '-'.
           02  TAPE-ID-NUMBER      PIC 9(3).
       01  TAPE-LINE-WORK.
           02  TAPE-LINE-ID        PIC X(18).
           02  FILLER              PIC X(2).
           02  TAPE-LINE-USER      PIC X(10).
           02  FILLER              PIC X(2).
           02  TAPE-LINE-DATE      PIC 9999/99/99.
           02  FILLER              PIC X(1).
           02  TAPE-LINE-TIME      PIC 99/99/99.
           02  FILLER              PIC X(2).
           02  TAPE-LINE-ITEMS     PIC ZZZZ9.
           02  FILLER              PIC X(2).
           02  TAPE-LINE-AMOUNT    PIC ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(1).
           02  TAPE-LINE-KEY       PIC X(1).
           02  FILLER              PIC X(2).
           02  TAPE-LINE-TOTAL     PIC -ZZZ,ZZZ,ZZZ.999.
           02  FILLER              PIC X(2).
           02  TAPE-LINE-NOTE      PIC X(30).
           02  FILLER              PIC X(3).
      *
      * TAPE-REFERENCE-WORK is the expression field's tape view, for
      * showing a tape entry held in the inquiry table.
      *
       01  TAPE-REFERENCE-WORK.
           02  TAPE-REF-RUN-ID     PIC X(14).
           02  TAPE-REF-NUMBER     PIC 9(3).
           02  TAPE-REF-ITEM-COUNT PIC 9(5).
           02  TAPE-REF-SUBTOTAL-COUNT PIC 9(3).
           02  FILLER              PIC X(55).
       PROCEDURE DIVISION.

       BEGIN.
           OPEN I-O LEDGER-FILE
           IF LEDGER-FILE-STATUS = "35" THEN
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           OPEN I-O MEMORY-FILE
           IF MEMORY-FILE-STATUS = "35" THEN
               CLOSE CURRENCY-RATE-FILE
               OPEN I-O CURRENCY-RATE-FILE
           END-IF
           OPEN I-O FORMULA-FILE
           IF FORMULA-FILE-STATUS = "35" THEN
               OPEN OUTPUT FORMULA-FILE
               CLOSE FORMULA-FILE
               OPEN I-O FORMULA-FILE
           END-IF
           OPEN I-O USER-PROFILE-FILE
           IF PROFILE-FILE-STATUS = "35" THEN
               OPEN OUTPUT USER-PROFILE-FILE
               CLOSE USER-PROFILE-FILE
               OPEN I-O USER-PROFILE-FILE
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           IF MAINT-LOG-STATUS = "35" OR
               MAINT-LOG-STATUS = "05" THEN
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           OPEN I-O GL-MAP-FILE
           IF GL-MAP-FILE-STATUS = "35" THEN
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF
           OPEN I-O RULE-FILE
           IF RULE-FILE-STATUS = "35" THEN
               OPEN OUTPUT RULE-FILE
               CLOSE RULE-FILE
               OPEN I-O RULE-FILE
           END-IF
           OPEN I-O PERIOD-FILE
           IF PERIOD-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           OPEN EXTEND EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS = "35" OR
               EXCEPTION-FILE-STATUS = "05" THEN
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE TO RUN-AS-OF-DATE
           MOVE TODAYS-DATE TO CONSTANT-AS-OF-DATE
           WRITE PROFILE-RECORD
               INVALID KEY
                   DISPLAY "That user ID is already on file"
               NOT INVALID KEY
                   MOVE 'A' TO MAINT-LOG-ACTION
                   MOVE SPACES TO MAINT-LOG-BEFORE
                   MOVE PROFILE-RECORD TO MAINT-LOG-AFTER
                   PERFORM LOG-PROFILE-CHANGE
           END-WRITE
           MOVE 'Y' TO PROFILE-FOUND-SWITCH.

                       IF PARAM-VALUE (1:1) = 'Y' THEN
                           MOVE 'Y' TO RERUN-OVERRIDE-SWITCH
                       END-IF
                   WHEN "POST-TO-OPEN-PERIOD"
                       IF PARAM-VALUE (1:1) = 'Y' THEN
                           MOVE 'Y' TO PERIOD-REDIRECT-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Unrecognised run parameter ignored: "
                           PARAM-KEYWORD
           DISPLAY "7. Administer users"
           DISPLAY "8. Inquire on the ledger"
           DISPLAY "9. Maintain currency rates"
           DISPLAY "A. Correct or reverse a ledger entry"
           DISPLAY "B. Run a named formula"
           DISPLAY "C. Maintain named formulas"
           DISPLAY "D. Maintain general ledger account mappings"
           DISPLAY "E. Run an adding-machine tape"
           DISPLAY "F. Maintain review threshold rules"
           DISPLAY "G. Close accounting periods"
           DISPLAY "0. Exit"
           DISPLAY "Please choose an option"
           ACCEPT MENU-CHOICE
                       DISPLAY "Currency rate maintenance is "
                           "restricted to supervisors"
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF SUPERVISOR-SIGNED-ON THEN
                       PERFORM CORRECT-LEDGER-ENTRY
                   ELSE
                       DISPLAY "Ledger correction is restricted "
                           "to supervisors"
                   END-IF
               WHEN "B"
               WHEN "b"
                   PERFORM RUN-FORMULA
               WHEN "C"
               WHEN "c"
                   IF SUPERVISOR-SIGNED-ON THEN
                       PERFORM FORMULA-MAINTENANCE
                   ELSE
                       DISPLAY "Formula maintenance is restricted "
                           "to supervisors"
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF SUPERVISOR-SIGNED-ON THEN
                       PERFORM GL-MAPPING-MAINTENANCE
                   ELSE
                       DISPLAY "GL mapping maintenance is "
                           "restricted to supervisors"
                   END-IF
               WHEN "E"
               WHEN "e"
                   PERFORM ADDING-MACHINE-TAPE
               WHEN "F"
               WHEN "f"
                   IF SUPERVISOR-SIGNED-ON THEN
                       PERFORM RULE-MAINTENANCE
                   ELSE
                       DISPLAY "Threshold rule maintenance is "
                           "restricted to supervisors"
                   END-IF
               WHEN "G"
               WHEN "g"
                   IF SUPERVISOR-SIGNED-ON THEN
                       PERFORM PERIOD-CLOSE
                   ELSE
                       DISPLAY "The period close is restricted to "
                           "supervisors"
                   END-IF
               WHEN "0"
                   PERFORM TERMINATE-PROGRAM
               WHEN OTHER
       SOLVE-EXPRESSION.
           DISPLAY "Please input the expression to solve"
           ACCEPT EXPR-INPUT
           MOVE ZERO TO FORMULA-ARG-COUNT
           MOVE SPACE TO FORMULA-SOLVE-MODE
           CALL "EXPRESSION-SOLVER" USING EXPR-INPUT EXPR-RESULT
               EXPR-RETURN-CODE CONSTANT-AS-OF-DATE FORMULA-ARGUMENTS
           IF EXPR-RETURN-CODE = ZERO THEN
               MOVE EXPR-RESULT TO RESULT
               PERFORM WRITE-LEDGER-ENTRY-FOR-EXPRESSION
           IF CONSTANT-NAME = "ANS" THEN
               MOVE 'Y' TO VALID-OPERATOR-SWITCH
           END-IF
           MOVE CONSTANT-NAME TO NAME-CHECK-WORK
           PERFORM CHECK-NAME-SHAPE
           IF CONSTANT-NAME = SPACES THEN
               DISPLAY "A constant needs a name"
           ELSE
               DISPLAY "That name is an operator word and cannot "
                   "name a constant"
           ELSE
           IF NOT NAME-SHAPE-OK THEN
               DISPLAY "A constant name must start with a letter "
                   "and use only A-Z and 0-9"
           ELSE
                   INVALID KEY
                       DISPLAY "That name already has a version "
                           "with that effective date"
                   NOT INVALID KEY
                       MOVE 'A' TO MAINT-LOG-ACTION
                       MOVE SPACES TO MAINT-LOG-BEFORE
                       MOVE CONSTANT-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-CONSTANT-CHANGE
               END-WRITE
           END-IF
           END-IF
           PERFORM CHECK-EFFECTIVE-DATE.

      ******************************************************************
      * CHECK-NAME-SHAPE walks the name in NAME-CHECK-WORK once: the
      * first character must be a letter, the rest letters or
      * digits, and once the trailing spaces start nothing may follow
      * them. Every name EXPRESSION-SOLVER has to tokenise - a
      * constant, a formula or a formula's input slot - is held to
      * it.
      ******************************************************************
       CHECK-NAME-SHAPE.
           MOVE 'Y' TO NAME-SHAPE-OK-SWITCH
           MOVE 'N' TO NAME-SPACE-SWITCH
           IF NAME-CHECK-WORK (1:1) IS NOT NAME-LETTER THEN
               MOVE 'N' TO NAME-SHAPE-OK-SWITCH
           END-IF
           MOVE 2 TO NAME-CHECK-PTR
           PERFORM CHECK-NAME-SHAPE-CHAR
               UNTIL NAME-CHECK-PTR > 10
                   OR NOT NAME-SHAPE-OK.

       CHECK-NAME-SHAPE-CHAR.
           EVALUATE TRUE
               WHEN NAME-CHECK-WORK (NAME-CHECK-PTR:1) = SPACE
                   MOVE 'Y' TO NAME-SPACE-SWITCH
               WHEN NAME-SPACE-SEEN
                   MOVE 'N' TO NAME-SHAPE-OK-SWITCH
               WHEN NAME-CHECK-WORK (NAME-CHECK-PTR:1)
                   IS NOT NAME-CHARACTER
                   MOVE 'N' TO NAME-SHAPE-OK-SWITCH
           END-EVALUATE
           ADD 1 TO NAME-CHECK-PTR.

      ******************************************************************
      * CHANGE-CONSTANT corrects the value of one existing version,
                   DISPLAY "That name has no version with that "
                       "effective date"
               NOT INVALID KEY
                   MOVE CONSTANT-RECORD TO MAINT-LOG-BEFORE
                   DISPLAY "Please enter its new value"
                   ACCEPT NUM-INPUT
                   PERFORM CHECK-INPUT
                   MOVE OPERAND-VALUE-WORK TO CONSTANT-VALUE
                   REWRITE CONSTANT-RECORD
                       INVALID KEY
                           DISPLAY "The constant could not be changed, "
                               "status " CONSTANTS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'C' TO MAINT-LOG-ACTION
                           MOVE CONSTANT-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-CONSTANT-CHANGE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * DELETE-CONSTANT reads the version before deleting it, so the
      * maintenance log keeps the value that was removed.
      ******************************************************************
       DELETE-CONSTANT.
           DISPLAY "Please enter the constant name"
           ACCEPT CONSTANT-NAME
           PERFORM GET-EFFECTIVE-DATE
           MOVE EFFECT-DATE-WORK TO CONSTANT-EFFECT-DATE
           READ CONSTANTS-FILE
               INVALID KEY
                   DISPLAY "That name has no version with that "
                       "effective date"
               NOT INVALID KEY
                   MOVE CONSTANT-RECORD TO MAINT-LOG-BEFORE
                   DELETE CONSTANTS-FILE RECORD
                       INVALID KEY
                           DISPLAY "The constant could not be deleted, "
                               "status " CONSTANTS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'D' TO MAINT-LOG-ACTION
                           MOVE SPACES TO MAINT-LOG-AFTER
                           PERFORM LOG-CONSTANT-CHANGE
                   END-DELETE
           END-READ.

       LIST-CONSTANTS.
           MOVE 'N' TO CONSTANT-EOF-SWITCH
               WRITE RATE-RECORD
                   INVALID KEY
                       DISPLAY "That currency is already on file"
                   NOT INVALID KEY
                       MOVE 'A' TO MAINT-LOG-ACTION
                       MOVE SPACES TO MAINT-LOG-BEFORE
                       MOVE RATE-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-RATE-CHANGE
               END-WRITE
           END-IF.

               INVALID KEY
                   DISPLAY "That currency is not on file"
               NOT INVALID KEY
                   MOVE RATE-RECORD TO MAINT-LOG-BEFORE
                   PERFORM GET-RATE-VALUE
                   MOVE RATE-VALUE-WORK TO RATE-UNITS-PER-BASE
                   REWRITE RATE-RECORD
                       INVALID KEY
                           DISPLAY "The rate could not be changed, "
                               "status " RATE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'C' TO MAINT-LOG-ACTION
                           MOVE RATE-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-RATE-CHANGE
                   END-REWRITE
           END-READ.

       DELETE-CURRENCY-RATE.
           DISPLAY "Please enter the currency code"
           ACCEPT RATE-CURRENCY-CODE
           READ CURRENCY-RATE-FILE
               INVALID KEY
                   DISPLAY "That currency is not on file"
               NOT INVALID KEY
                   MOVE RATE-RECORD TO MAINT-LOG-BEFORE
                   DELETE CURRENCY-RATE-FILE RECORD
                       INVALID KEY
                           DISPLAY "The rate could not be deleted, "
                               "status " RATE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'D' TO MAINT-LOG-ACTION
                           MOVE SPACES TO MAINT-LOG-AFTER
                           PERFORM LOG-RATE-CHANGE
                   END-DELETE
           END-READ.

       LIST-CURRENCY-RATES.
           MOVE 'N' TO RATE-EOF-SWITCH
           END-READ.

      ******************************************************************
      * RUN-FORMULA runs one formula from the FORMFIL library by
      * name: each of its input slots is asked for by name and keyed
      * the way any operand is (a number or a constant name), and the
      * stored expression is solved with those values in the slots.
      * The result is posted, counted and shown the way SOLVE-
      * EXPRESSION's is, under a source 'F' ledger entry that names
      * the formula, so every team that runs it gets the same
      * arithmetic and the ledger says which definition produced it.
      ******************************************************************
       RUN-FORMULA.
           DISPLAY "Please enter the formula name"
           ACCEPT FORMULA-NAME
           PERFORM READ-FORMULA
           IF NOT FORMULA-FOUND THEN
               DISPLAY "That formula is not on file"
           ELSE
               PERFORM SHOW-FORMULA
               PERFORM LOAD-FORMULA-SLOTS
               MOVE 1 TO FORMULA-SLOT-PTR
               PERFORM GET-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > FORMULA-ARG-COUNT
               PERFORM SOLVE-FORMULA
               IF EXPR-RETURN-CODE = ZERO THEN
                   MOVE EXPR-RESULT TO RESULT
                   PERFORM WRITE-LEDGER-ENTRY-FOR-FORMULA
                   PERFORM UPDATE-SESSION-STATS
                   PERFORM DISPLAY-RESULT
               ELSE
                   DISPLAY "Formula could not be solved, error code "
                       EXPR-RETURN-CODE
               END-IF
           END-IF.

       GET-FORMULA-INPUT.
           DISPLAY "Please input " FORMULA-ARG-NAME (FORMULA-SLOT-PTR)
           ACCEPT NUM-INPUT
           PERFORM CHECK-INPUT
           MOVE OPERAND-VALUE-WORK
               TO FORMULA-ARG-VALUE (FORMULA-SLOT-PTR)
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * LOAD-FORMULA-SLOTS copies the slot names of the formula just
      * read into FORMULA-ARGUMENTS with zero values, ready for the
      * run's own values to be filled in slot by slot.
      ******************************************************************
       LOAD-FORMULA-SLOTS.
           MOVE FORMULA-INPUT-COUNT TO FORMULA-ARG-COUNT
           MOVE SPACE TO FORMULA-SOLVE-MODE
           MOVE 1 TO FORMULA-SLOT-PTR
           PERFORM LOAD-ONE-FORMULA-SLOT UNTIL FORMULA-SLOT-PTR > 5.

       LOAD-ONE-FORMULA-SLOT.
           MOVE FORMULA-INPUT-NAME (FORMULA-SLOT-PTR)
               TO FORMULA-ARG-NAME (FORMULA-SLOT-PTR)
           MOVE ZERO TO FORMULA-ARG-VALUE (FORMULA-SLOT-PTR)
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * SOLVE-FORMULA hands the formula's expression to EXPRESSION-
      * SOLVER with the filled-in FORMULA-ARGUMENTS, and strings the
      * input values into FORMULA-INPUT-TEXT for the ledger entry and
      * the TRANSOUT record, whether or not the solve succeeded.
      ******************************************************************
       SOLVE-FORMULA.
           MOVE FORMULA-EXPRESSION TO EXPR-INPUT
           CALL "EXPRESSION-SOLVER" USING EXPR-INPUT EXPR-RESULT
               EXPR-RETURN-CODE CONSTANT-AS-OF-DATE FORMULA-ARGUMENTS
           PERFORM BUILD-FORMULA-INPUT-TEXT.

      ******************************************************************
      * BUILD-FORMULA-INPUT-TEXT edits each input value and strings
      * them, leading spaces dropped and one space apart, into
      * FORMULA-INPUT-TEXT in slot order. Five values at their widest
      * take 75 bytes, so the text always fits.
      ******************************************************************
       BUILD-FORMULA-INPUT-TEXT.
           MOVE SPACES TO FORMULA-INPUT-TEXT
           MOVE 1 TO FORMULA-TEXT-PTR
           MOVE 1 TO FORMULA-SLOT-PTR
           PERFORM ADD-FORMULA-INPUT-TEXT
               UNTIL FORMULA-SLOT-PTR > FORMULA-ARG-COUNT.

       ADD-FORMULA-INPUT-TEXT.
           ADD FORMULA-ARG-VALUE (FORMULA-SLOT-PTR) TO ZERO
               GIVING FORMULA-VALUE-EDIT
           MOVE ZERO TO FORMULA-EDIT-LEAD
           INSPECT FORMULA-VALUE-EDIT TALLYING FORMULA-EDIT-LEAD
               FOR LEADING SPACE
           ADD 1 TO FORMULA-EDIT-LEAD
           STRING FORMULA-VALUE-EDIT (FORMULA-EDIT-LEAD:)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO FORMULA-INPUT-TEXT
               WITH POINTER FORMULA-TEXT-PTR
           END-STRING
           ADD 1 TO FORMULA-SLOT-PTR.

       READ-FORMULA.
           MOVE 'N' TO FORMULA-FOUND-SWITCH
           READ FORMULA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FORMULA-FOUND-SWITCH
           END-READ.

       SHOW-FORMULA.
           DISPLAY FORMULA-NAME " " FORMULA-DESCRIPTION
           DISPLAY "   inputs: " FORMULA-INPUT-NAME (1) " "
               FORMULA-INPUT-NAME (2) " " FORMULA-INPUT-NAME (3) " "
               FORMULA-INPUT-NAME (4) " " FORMULA-INPUT-NAME (5)
           DISPLAY "   " FORMULA-EXPRESSION.

      ******************************************************************
      * FORMULA-MAINTENANCE is the supervisor-only home screen of the
      * formula library, driven as a PERFORM ... UNTIL loop over its
      * body the same way the constants maintenance is. A formula is
      * held to what EXPRESSION-SOLVER can take: its name and every
      * slot name have the constant-name shape, no slot is an
      * operator word, ANS or a repeat of another slot, and the
      * expression assigns no session variable - a formula computes,
      * it never leaves state behind for the next run.
      ******************************************************************
       FORMULA-MAINTENANCE.
           MOVE SPACE TO FORMULA-ACTION
           PERFORM FORMULA-MAINTENANCE-BODY
               UNTIL FORMULA-ACTION = "0".

       FORMULA-MAINTENANCE-BODY.
           DISPLAY " "
           DISPLAY "1. Add a formula"
           DISPLAY "2. Change a formula's description or expression"
           DISPLAY "3. Delete a formula"
           DISPLAY "4. List the formulas"
           DISPLAY "0. Return to the main menu"
           DISPLAY "Please choose an option"
           ACCEPT FORMULA-ACTION
           EVALUATE FORMULA-ACTION
               WHEN "1"
                   PERFORM ADD-FORMULA
               WHEN "2"
                   PERFORM CHANGE-FORMULA
               WHEN "3"
                   PERFORM DELETE-FORMULA
               WHEN "4"
                   PERFORM LIST-FORMULAS
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose a valid option"
           END-EVALUATE.

       ADD-FORMULA.
           MOVE SPACES TO FORMULA-RECORD
           DISPLAY "Please enter the formula name"
           ACCEPT FORMULA-NAME
           MOVE FORMULA-NAME TO NAME-CHECK-WORK
           PERFORM CHECK-NAME-SHAPE
           IF FORMULA-NAME = SPACES THEN
               DISPLAY "A formula needs a name"
           ELSE
           IF NOT NAME-SHAPE-OK THEN
               DISPLAY "A formula name must start with a letter "
                   "and use only A-Z and 0-9"
           ELSE
               PERFORM READ-FORMULA
               IF FORMULA-FOUND THEN
                   DISPLAY "That formula is already on file"
               ELSE
                   MOVE SPACES TO FORMULA-RECORD
                   MOVE NAME-CHECK-WORK TO FORMULA-NAME
                   DISPLAY "Please enter its description"
                   ACCEPT FORMULA-DESCRIPTION
                   PERFORM GET-FORMULA-INPUT-COUNT
                   MOVE 1 TO FORMULA-SLOT-PTR
                   PERFORM GET-FORMULA-SLOT-NAME
                       UNTIL FORMULA-SLOT-PTR > FORMULA-INPUT-COUNT
                   PERFORM GET-FORMULA-EXPRESSION
                   WRITE FORMULA-RECORD
                       INVALID KEY
                           DISPLAY "That formula is already on file"
                       NOT INVALID KEY
                           MOVE 'A' TO MAINT-LOG-ACTION
                           MOVE SPACES TO MAINT-LOG-BEFORE
                           MOVE FORMULA-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-FORMULA-CHANGE
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       GET-FORMULA-INPUT-COUNT.
           DISPLAY "How many inputs does it take, 1 to 5?"
           ACCEPT FORMULA-COUNT-ANSWER
           IF FORMULA-COUNT-ANSWER IS NUMERIC AND
               FORMULA-COUNT-ANSWER > "0" AND
               FORMULA-COUNT-ANSWER < "6" THEN
               MOVE FORMULA-COUNT-ANSWER TO FORMULA-INPUT-COUNT
           ELSE
               DISPLAY "Please enter a number from 1 to 5"
               PERFORM GET-FORMULA-INPUT-COUNT
           END-IF.

      ******************************************************************
      * GET-FORMULA-SLOT-NAME takes the name of the next input slot,
      * asking again until it passes, the same refusals ADD-CONSTANT
      * applies to a constant name plus a repeat of an earlier slot.
      ******************************************************************
       GET-FORMULA-SLOT-NAME.
           DISPLAY "Please enter the name of input " FORMULA-SLOT-PTR
           ACCEPT FORMULA-SLOT-ANSWER
           MOVE FORMULA-SLOT-ANSWER TO NAME-CHECK-WORK
           PERFORM CHECK-NAME-SHAPE
           MOVE 'N' TO VALID-OPERATOR-SWITCH
           IF FORMULA-SLOT-ANSWER (5:6) = SPACES THEN
               MOVE FORMULA-SLOT-ANSWER (1:4) TO OPERATOR
               PERFORM LOOKUP-VALID-OPERATOR
           END-IF
           IF FORMULA-SLOT-ANSWER = "ANS" THEN
               MOVE 'Y' TO VALID-OPERATOR-SWITCH
           END-IF
           PERFORM FIND-DUPLICATE-SLOT
           IF NOT NAME-SHAPE-OK THEN
               DISPLAY "An input name must start with a letter "
                   "and use only A-Z and 0-9"
           ELSE
           IF VALID-OPERATOR-FOUND THEN
               DISPLAY "That name is an operator word and cannot "
                   "name an input"
           ELSE
           IF FORMULA-SLOT-DUPLICATE THEN
               DISPLAY "The formula already has an input of that "
                   "name"
           ELSE
               MOVE FORMULA-SLOT-ANSWER
                   TO FORMULA-INPUT-NAME (FORMULA-SLOT-PTR)
               ADD 1 TO FORMULA-SLOT-PTR
           END-IF
           END-IF
           END-IF.

       FIND-DUPLICATE-SLOT.
           MOVE 'N' TO FORMULA-DUP-SWITCH
           MOVE 1 TO FORMULA-CHECK-PTR
           PERFORM CHECK-DUPLICATE-SLOT
               UNTIL FORMULA-CHECK-PTR >= FORMULA-SLOT-PTR
                   OR FORMULA-SLOT-DUPLICATE.

       CHECK-DUPLICATE-SLOT.
           IF FORMULA-INPUT-NAME (FORMULA-CHECK-PTR) =
               FORMULA-SLOT-ANSWER THEN
               MOVE 'Y' TO FORMULA-DUP-SWITCH
           ELSE
               ADD 1 TO FORMULA-CHECK-PTR
           END-IF.

       GET-FORMULA-EXPRESSION.
           DISPLAY "Please enter the expression, naming the inputs "
               "where their values go"
           ACCEPT FORMULA-EXPRESSION
           MOVE ZERO TO FORMULA-EQUALS-COUNT
           INSPECT FORMULA-EXPRESSION TALLYING FORMULA-EQUALS-COUNT
               FOR ALL '='
           IF FORMULA-EXPRESSION = SPACES THEN
               DISPLAY "A formula needs an expression"
               PERFORM GET-FORMULA-EXPRESSION
           ELSE
           IF FORMULA-EQUALS-COUNT > ZERO THEN
               DISPLAY "A formula cannot assign a session variable"
               PERFORM GET-FORMULA-EXPRESSION
           ELSE
               PERFORM TRIAL-SOLVE-FORMULA
               IF NOT FORMULA-TRIAL-PASSED THEN
                   PERFORM SHOW-TRIAL-FAILURE
                   PERFORM GET-FORMULA-EXPRESSION
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * TRIAL-SOLVE-FORMULA runs FORMULA-EXPRESSION through
      * EXPRESSION-SOLVER once before it is saved, with the formula's
      * own slot names and stand-in values (slot 1 = 1, slot 2 = 2,
      * ...), so an expression that is malformed or names anything
      * other than its inputs and stored constants is caught here and
      * not by the first upstream 'F' record. Division by zero, an
      * oversized result and a negative square root are left to pass:
      * they depend on the values, and real inputs may not cause them.
      ******************************************************************
       TRIAL-SOLVE-FORMULA.
           PERFORM LOAD-FORMULA-SLOTS
           MOVE 1 TO FORMULA-SLOT-PTR
           PERFORM SET-TRIAL-SLOT-VALUE
               UNTIL FORMULA-SLOT-PTR > FORMULA-ARG-COUNT
           MOVE 'T' TO FORMULA-SOLVE-MODE
           MOVE FORMULA-EXPRESSION TO EXPR-INPUT
           CALL "EXPRESSION-SOLVER" USING EXPR-INPUT EXPR-RESULT
               EXPR-RETURN-CODE CONSTANT-AS-OF-DATE FORMULA-ARGUMENTS
           MOVE SPACE TO FORMULA-SOLVE-MODE
           IF EXPR-RETURN-CODE = 00 OR 01 OR 02 OR 04 THEN
               MOVE 'Y' TO FORMULA-TRIAL-SWITCH
           ELSE
               MOVE 'N' TO FORMULA-TRIAL-SWITCH
           END-IF.

       SET-TRIAL-SLOT-VALUE.
           MOVE FORMULA-SLOT-PTR
               TO FORMULA-ARG-VALUE (FORMULA-SLOT-PTR)
           ADD 1 TO FORMULA-SLOT-PTR.

       SHOW-TRIAL-FAILURE.
           DISPLAY "The expression could not be solved with trial "
               "inputs, error code " EXPR-RETURN-CODE
           DISPLAY "Names in a formula must be its inputs or stored "
               "constants".

      ******************************************************************
      * CHANGE-FORMULA corrects a formula's description or expression,
      * keeping either on a blank answer; a new expression that fails
      * its trial solve is refused and the old one kept. The name
      * and input slots stay as they are: they are what upstream
      * builds its 'F' records to, so a formula that needs different
      * inputs is a new formula, added beside the old one.
      ******************************************************************
       CHANGE-FORMULA.
           DISPLAY "Please enter the formula name"
           ACCEPT FORMULA-NAME
           PERFORM READ-FORMULA
           IF NOT FORMULA-FOUND THEN
               DISPLAY "That formula is not on file"
           ELSE
               MOVE FORMULA-RECORD TO MAINT-LOG-BEFORE
               PERFORM SHOW-FORMULA
               DISPLAY "Please enter the new description, "
                   "enter nothing to keep it"
               ACCEPT FORMULA-TEXT-ANSWER
               IF FORMULA-TEXT-ANSWER NOT = SPACES THEN
                   MOVE FORMULA-TEXT-ANSWER TO FORMULA-DESCRIPTION
               END-IF
               DISPLAY "Please enter the new expression, "
                   "enter nothing to keep it"
               ACCEPT EXPR-INPUT
               MOVE ZERO TO FORMULA-EQUALS-COUNT
               INSPECT EXPR-INPUT TALLYING FORMULA-EQUALS-COUNT
                   FOR ALL '='
               IF EXPR-INPUT = SPACES THEN
                   CONTINUE
               ELSE
               IF FORMULA-EQUALS-COUNT > ZERO THEN
                   DISPLAY "A formula cannot assign a session "
                       "variable, expression kept"
               ELSE
                   MOVE FORMULA-EXPRESSION TO FORMULA-EXPRESSION-SAVE
                   MOVE EXPR-INPUT TO FORMULA-EXPRESSION
                   PERFORM TRIAL-SOLVE-FORMULA
                   IF NOT FORMULA-TRIAL-PASSED THEN
                       PERFORM SHOW-TRIAL-FAILURE
                       DISPLAY "Expression kept"
                       MOVE FORMULA-EXPRESSION-SAVE
                           TO FORMULA-EXPRESSION
                   END-IF
               END-IF
               END-IF
               REWRITE FORMULA-RECORD
                   INVALID KEY
                       DISPLAY "The formula could not be changed, "
                           "status " FORMULA-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'C' TO MAINT-LOG-ACTION
                       MOVE FORMULA-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-FORMULA-CHANGE
               END-REWRITE
           END-IF.

       DELETE-FORMULA.
           DISPLAY "Please enter the formula name"
           ACCEPT FORMULA-NAME
           PERFORM READ-FORMULA
           IF NOT FORMULA-FOUND THEN
               DISPLAY "That formula is not on file"
           ELSE
               MOVE FORMULA-RECORD TO MAINT-LOG-BEFORE
               DELETE FORMULA-FILE RECORD
                   INVALID KEY
                       DISPLAY "The formula could not be deleted, "
                           "status " FORMULA-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'D' TO MAINT-LOG-ACTION
                       MOVE SPACES TO MAINT-LOG-AFTER
                       PERFORM LOG-FORMULA-CHANGE
               END-DELETE
           END-IF.

       LIST-FORMULAS.
           MOVE 'N' TO FORMULA-EOF-SWITCH
           MOVE LOW-VALUES TO FORMULA-NAME
           START FORMULA-FILE KEY IS NOT LESS THAN FORMULA-NAME
               INVALID KEY
                   MOVE 'Y' TO FORMULA-EOF-SWITCH
           END-START
           IF END-OF-FORMULAS THEN
               DISPLAY "No formulas are on file"
           ELSE
               PERFORM LIST-ONE-FORMULA UNTIL END-OF-FORMULAS
           END-IF.

       LIST-ONE-FORMULA.
           READ FORMULA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FORMULA-EOF-SWITCH
               NOT AT END
                   PERFORM SHOW-FORMULA
           END-READ.

      ******************************************************************
      * GL-MAPPING-MAINTENANCE is the home screen of the general
      * ledger account mapping register, driven as a PERFORM ...
      * UNTIL loop over its body like the other registers. GL-EXTRACT
      * posts each ledger entry to the accounts mapped here for its
      * source, operator and currency, so finance's chart of accounts
      * is kept in one place instead of in whoever re-keys the
      * totals.
      ******************************************************************
       GL-MAPPING-MAINTENANCE.
           MOVE SPACE TO GL-MAP-ACTION
           PERFORM GL-MAPPING-MAINTENANCE-BODY
               UNTIL GL-MAP-ACTION = "0".

       GL-MAPPING-MAINTENANCE-BODY.
           DISPLAY " "
           DISPLAY "1. Add a mapping"
           DISPLAY "2. Change a mapping's accounts or description"
           DISPLAY "3. Delete a mapping"
           DISPLAY "4. List the mappings"
           DISPLAY "0. Return to the main menu"
           DISPLAY "Please choose an option"
           ACCEPT GL-MAP-ACTION
           EVALUATE GL-MAP-ACTION
               WHEN "1"
                   PERFORM ADD-GL-MAPPING
               WHEN "2"
                   PERFORM CHANGE-GL-MAPPING
               WHEN "3"
                   PERFORM DELETE-GL-MAPPING
               WHEN "4"
                   PERFORM LIST-GL-MAPPINGS
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose a valid option"
           END-EVALUATE.

      ******************************************************************
      * ADD-GL-MAPPING holds the key to what a ledger entry can
      * carry: a source of C, E, F, R or T, an operator from VALID-
      * OPERATOR-TABLE (or none, for expression, formula and tape
      * entries),
      * and a currency on the rates register (or none, for the base
      * currency) - '*' standing for any operator or currency. A key
      * no entry could ever have would map nothing and only mislead.
      ******************************************************************
       ADD-GL-MAPPING.
           PERFORM GET-GL-MAP-KEY
           PERFORM CHECK-GL-MAP-KEY
           IF GL-MAP-KEY-OK THEN
               PERFORM READ-GL-MAPPING
               IF GL-MAP-FOUND THEN
                   DISPLAY "That mapping is already on file"
               ELSE
                   DISPLAY "Please enter the debit account"
                   ACCEPT GL-MAP-DEBIT-ACCOUNT
                   DISPLAY "Please enter the credit account"
                   ACCEPT GL-MAP-CREDIT-ACCOUNT
                   DISPLAY "Please enter its description"
                   ACCEPT GL-MAP-DESCRIPTION
                   IF GL-MAP-DEBIT-ACCOUNT = SPACES
                       OR GL-MAP-CREDIT-ACCOUNT = SPACES THEN
                       DISPLAY "A mapping needs both accounts, "
                           "nothing added"
                   ELSE
                       WRITE GL-MAP-RECORD
                           INVALID KEY
                               DISPLAY "That mapping is already on "
                                   "file"
                           NOT INVALID KEY
                               MOVE 'A' TO MAINT-LOG-ACTION
                               MOVE SPACES TO MAINT-LOG-BEFORE
                               MOVE GL-MAP-RECORD TO MAINT-LOG-AFTER
                               PERFORM LOG-GL-MAP-CHANGE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       GET-GL-MAP-KEY.
           MOVE SPACES TO GL-MAP-RECORD
           DISPLAY "Please enter the ledger source, C, E, F, R or T"
           ACCEPT GL-MAP-SOURCE
           DISPLAY "Please enter the operator, * for any operator, "
               "enter nothing for expression, formula and tape "
               "entries"
           ACCEPT GL-MAP-OPERATOR
           DISPLAY "Please enter the currency code, * for any "
               "currency, enter nothing for the base currency"
           ACCEPT GL-MAP-CURRENCY-CODE
           IF GL-MAP-OPERATOR (1:1) = '*' THEN
               MOVE '*' TO GL-MAP-OPERATOR
           END-IF
           IF GL-MAP-CURRENCY-CODE (1:1) = '*' THEN
               MOVE '*' TO GL-MAP-CURRENCY-CODE
           END-IF.

       CHECK-GL-MAP-KEY.
           MOVE 'Y' TO GL-MAP-KEY-SWITCH
           MOVE 'Y' TO VALID-OPERATOR-SWITCH
           IF GL-MAP-OPERATOR NOT = SPACES
               AND GL-MAP-OPERATOR NOT = '*' THEN
               MOVE GL-MAP-OPERATOR TO OPERATOR
               PERFORM LOOKUP-VALID-OPERATOR
           END-IF
           MOVE 'Y' TO RATE-FOUND-SWITCH
           IF GL-MAP-CURRENCY-CODE NOT = SPACES
               AND GL-MAP-CURRENCY-CODE NOT = '*' THEN
               MOVE GL-MAP-CURRENCY-CODE TO CURRENT-CURRENCY-CODE
               PERFORM READ-CURRENCY-RATE
               MOVE SPACES TO CURRENT-CURRENCY-CODE
           END-IF
           IF GL-MAP-SOURCE NOT = 'C' AND GL-MAP-SOURCE NOT = 'E'
               AND GL-MAP-SOURCE NOT = 'F'
               AND GL-MAP-SOURCE NOT = 'R'
               AND GL-MAP-SOURCE NOT = 'T' THEN
               DISPLAY "The source must be C, E, F, R or T"
               MOVE 'N' TO GL-MAP-KEY-SWITCH
           ELSE
           IF NOT VALID-OPERATOR-FOUND THEN
               DISPLAY "That is not an operator"
               MOVE 'N' TO GL-MAP-KEY-SWITCH
           ELSE
           IF NOT RATE-FOUND THEN
               DISPLAY "That currency is not on the rates register"
               MOVE 'N' TO GL-MAP-KEY-SWITCH
           END-IF
           END-IF
           END-IF.

       CHANGE-GL-MAPPING.
           PERFORM GET-GL-MAP-KEY
           PERFORM READ-GL-MAPPING
           IF NOT GL-MAP-FOUND THEN
               DISPLAY "That mapping is not on file"
           ELSE
               MOVE GL-MAP-RECORD TO MAINT-LOG-BEFORE
               PERFORM SHOW-GL-MAPPING
               DISPLAY "Please enter the new debit account, "
                   "enter nothing to keep it"
               ACCEPT GL-MAP-ACCOUNT-ANSWER
               IF GL-MAP-ACCOUNT-ANSWER NOT = SPACES THEN
                   MOVE GL-MAP-ACCOUNT-ANSWER TO GL-MAP-DEBIT-ACCOUNT
               END-IF
               DISPLAY "Please enter the new credit account, "
                   "enter nothing to keep it"
               ACCEPT GL-MAP-ACCOUNT-ANSWER
               IF GL-MAP-ACCOUNT-ANSWER NOT = SPACES THEN
                   MOVE GL-MAP-ACCOUNT-ANSWER TO GL-MAP-CREDIT-ACCOUNT
               END-IF
               DISPLAY "Please enter the new description, "
                   "enter nothing to keep it"
               ACCEPT GL-MAP-TEXT-ANSWER
               IF GL-MAP-TEXT-ANSWER NOT = SPACES THEN
                   MOVE GL-MAP-TEXT-ANSWER TO GL-MAP-DESCRIPTION
               END-IF
               REWRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY "The mapping could not be changed, "
                           "status " GL-MAP-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'C' TO MAINT-LOG-ACTION
                       MOVE GL-MAP-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-GL-MAP-CHANGE
               END-REWRITE
           END-IF.

       DELETE-GL-MAPPING.
           PERFORM GET-GL-MAP-KEY
           PERFORM READ-GL-MAPPING
           IF NOT GL-MAP-FOUND THEN
               DISPLAY "That mapping is not on file"
           ELSE
               MOVE GL-MAP-RECORD TO MAINT-LOG-BEFORE
               DELETE GL-MAP-FILE RECORD
                   INVALID KEY
                       DISPLAY "The mapping could not be deleted, "
                           "status " GL-MAP-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'D' TO MAINT-LOG-ACTION
                       MOVE SPACES TO MAINT-LOG-AFTER
                       PERFORM LOG-GL-MAP-CHANGE
               END-DELETE
           END-IF.

       READ-GL-MAPPING.
           MOVE 'N' TO GL-MAP-FOUND-SWITCH
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO GL-MAP-FOUND-SWITCH
           END-READ.

       LIST-GL-MAPPINGS.
           MOVE 'N' TO GL-MAP-EOF-SWITCH
           MOVE LOW-VALUES TO GL-MAP-KEY
           START GL-MAP-FILE KEY IS NOT LESS THAN GL-MAP-KEY
               INVALID KEY
                   MOVE 'Y' TO GL-MAP-EOF-SWITCH
           END-START
           IF END-OF-GL-MAPS THEN
               DISPLAY "No mappings are on file"
           ELSE
               PERFORM LIST-ONE-GL-MAPPING UNTIL END-OF-GL-MAPS
           END-IF.

       LIST-ONE-GL-MAPPING.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO GL-MAP-EOF-SWITCH
               NOT AT END
                   PERFORM SHOW-GL-MAPPING
           END-READ.

       SHOW-GL-MAPPING.
           DISPLAY GL-MAP-SOURCE " " GL-MAP-OPERATOR " "
               GL-MAP-CURRENCY-CODE "  DR " GL-MAP-DEBIT-ACCOUNT
               "  CR " GL-MAP-CREDIT-ACCOUNT "  " GL-MAP-DESCRIPTION.

      ******************************************************************
      * RULE-MAINTENANCE is the home screen of the review threshold
      * register, driven as a PERFORM ... UNTIL loop over its body
      * like the other registers. Every ledger entry written is
      * measured against the rules kept here (see CHECK-THRESHOLD-
      * RULES), and each rule it breaches goes to EXCPFIL for the
      * exception report.
      ******************************************************************
       RULE-MAINTENANCE.
           MOVE SPACE TO RULE-ACTION
           PERFORM RULE-MAINTENANCE-BODY
               UNTIL RULE-ACTION = "0".

       RULE-MAINTENANCE-BODY.
           DISPLAY " "
           DISPLAY "1. Add a threshold rule"
           DISPLAY "2. Change a rule's limit or description"
           DISPLAY "3. Delete a threshold rule"
           DISPLAY "4. List the threshold rules"
           DISPLAY "0. Return to the main menu"
           DISPLAY "Please choose an option"
           ACCEPT RULE-ACTION
           EVALUATE RULE-ACTION
               WHEN "1"
                   PERFORM ADD-THRESHOLD-RULE
               WHEN "2"
                   PERFORM CHANGE-THRESHOLD-RULE
               WHEN "3"
                   PERFORM DELETE-THRESHOLD-RULE
               WHEN "4"
                   PERFORM LIST-THRESHOLD-RULES
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose a valid option"
           END-EVALUATE.

      ******************************************************************
      * ADD-THRESHOLD-RULE holds the key to what a ledger entry can
      * carry, as ADD-GL-MAPPING does: an operator from VALID-
      * OPERATOR-TABLE, a currency on the rates register (or none,
      * for the base currency) or a user on the profile file. A rule
      * no entry could ever meet would guard nothing.
      ******************************************************************
       ADD-THRESHOLD-RULE.
           PERFORM GET-RULE-KEY
           PERFORM CHECK-RULE-KEY
           IF RULE-KEY-OK THEN
               PERFORM READ-THRESHOLD-RULE
               IF RULE-FOUND THEN
                   DISPLAY "That rule is already on file"
               ELSE
                   DISPLAY "Please enter the limit, the largest "
                       "result that passes without review"
                   ACCEPT NUM-INPUT
                   PERFORM CHECK-RULE-LIMIT
                   MOVE RULE-LIMIT-WORK TO RULE-LIMIT
                   DISPLAY "Please enter its description"
                   ACCEPT RULE-DESCRIPTION
                   WRITE RULE-RECORD
                       INVALID KEY
                           DISPLAY "That rule is already on file"
                       NOT INVALID KEY
                           MOVE 'A' TO MAINT-LOG-ACTION
                           MOVE SPACES TO MAINT-LOG-BEFORE
                           MOVE RULE-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-RULE-CHANGE
                   END-WRITE
               END-IF
           END-IF.

       GET-RULE-KEY.
           MOVE SPACES TO RULE-RECORD
           DISPLAY "Please enter the rule type: A for every entry, "
               "O per operator, C per currency, U per user"
           ACCEPT RULE-TYPE
           IF RULE-PER-OPERATOR THEN
               DISPLAY "Please enter the operator"
               ACCEPT RULE-SUBJECT
           END-IF
           IF RULE-PER-CURRENCY THEN
               DISPLAY "Please enter the currency code, enter "
                   "nothing for the base currency"
               ACCEPT RULE-SUBJECT
           END-IF
           IF RULE-PER-USER THEN
               DISPLAY "Please enter the user ID"
               ACCEPT RULE-SUBJECT
           END-IF.

       CHECK-RULE-KEY.
           MOVE 'Y' TO RULE-KEY-SWITCH
           EVALUATE TRUE
               WHEN RULE-ABSOLUTE
                   CONTINUE
               WHEN RULE-PER-OPERATOR
                   MOVE RULE-SUBJECT TO OPERATOR
                   PERFORM LOOKUP-VALID-OPERATOR
                   IF RULE-SUBJECT (5:6) NOT = SPACES
                       OR NOT VALID-OPERATOR-FOUND THEN
                       DISPLAY "That is not an operator"
                       MOVE 'N' TO RULE-KEY-SWITCH
                   END-IF
               WHEN RULE-PER-CURRENCY
                   IF RULE-SUBJECT NOT = SPACES THEN
                       MOVE RULE-SUBJECT TO CURRENT-CURRENCY-CODE
                       PERFORM READ-CURRENCY-RATE
                       MOVE SPACES TO CURRENT-CURRENCY-CODE
                       IF RULE-SUBJECT (4:7) NOT = SPACES
                           OR NOT RATE-FOUND THEN
                           DISPLAY "That currency is not on the rates "
                               "register"
                           MOVE 'N' TO RULE-KEY-SWITCH
                       END-IF
                   END-IF
               WHEN RULE-PER-USER
                   MOVE RULE-SUBJECT TO PROFILE-USER-ID
                   PERFORM READ-USER-PROFILE
                   IF NOT PROFILE-FOUND THEN
                       DISPLAY "That user is not on the profile file"
                       MOVE 'N' TO RULE-KEY-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "The rule type must be A, O, C or U"
                   MOVE 'N' TO RULE-KEY-SWITCH
           END-EVALUATE.

       CHECK-RULE-LIMIT.
           MOVE ZERO TO NUM-INPUT-DOT-COUNTER
           MOVE ZERO TO NUM-INPUT-SIGN-COUNTER
           INSPECT NUM-INPUT TALLYING NUM-INPUT-DOT-COUNTER
               FOR ALL '.'
           INSPECT NUM-INPUT TALLYING NUM-INPUT-SIGN-COUNTER
               FOR ALL '-'
           INSPECT NUM-INPUT TALLYING NUM-INPUT-SIGN-COUNTER
               FOR ALL '+'
           IF NUM-INPUT IS NOT VALID-NUMERIC
               OR NUM-INPUT = SPACES
               OR NUM-INPUT-DOT-COUNTER IS GREATER THAN 1
               OR NUM-INPUT-SIGN-COUNTER IS GREATER THAN 0 THEN
               DISPLAY "Please input the limit again, a figure "
                   "with no sign"
               ACCEPT NUM-INPUT
               PERFORM CHECK-RULE-LIMIT
           ELSE
               MOVE NUM-INPUT TO RULE-LIMIT-WORK
           END-IF.

       CHANGE-THRESHOLD-RULE.
           PERFORM GET-RULE-KEY
           PERFORM READ-THRESHOLD-RULE
           IF NOT RULE-FOUND THEN
               DISPLAY "That rule is not on file"
           ELSE
               MOVE RULE-RECORD TO MAINT-LOG-BEFORE
               PERFORM SHOW-THRESHOLD-RULE
               DISPLAY "Please enter the new limit, "
                   "enter nothing to keep it"
               ACCEPT NUM-INPUT
               IF NUM-INPUT NOT = SPACES THEN
                   PERFORM CHECK-RULE-LIMIT
                   MOVE RULE-LIMIT-WORK TO RULE-LIMIT
               END-IF
               DISPLAY "Please enter the new description, "
                   "enter nothing to keep it"
               ACCEPT RULE-TEXT-ANSWER
               IF RULE-TEXT-ANSWER NOT = SPACES THEN
                   MOVE RULE-TEXT-ANSWER TO RULE-DESCRIPTION
               END-IF
               REWRITE RULE-RECORD
                   INVALID KEY
                       DISPLAY "The rule could not be changed, "
                           "status " RULE-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'C' TO MAINT-LOG-ACTION
                       MOVE RULE-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-RULE-CHANGE
               END-REWRITE
           END-IF.

       DELETE-THRESHOLD-RULE.
           PERFORM GET-RULE-KEY
           PERFORM READ-THRESHOLD-RULE
           IF NOT RULE-FOUND THEN
               DISPLAY "That rule is not on file"
           ELSE
               MOVE RULE-RECORD TO MAINT-LOG-BEFORE
               DELETE RULE-FILE RECORD
                   INVALID KEY
                       DISPLAY "The rule could not be deleted, "
                           "status " RULE-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'D' TO MAINT-LOG-ACTION
                       MOVE SPACES TO MAINT-LOG-AFTER
                       PERFORM LOG-RULE-CHANGE
               END-DELETE
           END-IF.

       READ-THRESHOLD-RULE.
           MOVE 'N' TO RULE-FOUND-SWITCH
           READ RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RULE-FOUND-SWITCH
           END-READ.

       LIST-THRESHOLD-RULES.
           MOVE 'N' TO RULE-EOF-SWITCH
           MOVE LOW-VALUES TO RULE-KEY
           START RULE-FILE KEY IS NOT LESS THAN RULE-KEY
               INVALID KEY
                   MOVE 'Y' TO RULE-EOF-SWITCH
           END-START
           IF END-OF-RULES THEN
               DISPLAY "No threshold rules are on file"
           ELSE
               PERFORM LIST-ONE-THRESHOLD-RULE UNTIL END-OF-RULES
           END-IF.

       LIST-ONE-THRESHOLD-RULE.
           READ RULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RULE-EOF-SWITCH
               NOT AT END
                   PERFORM SHOW-THRESHOLD-RULE
           END-READ.

       SHOW-THRESHOLD-RULE.
           MOVE RULE-LIMIT TO RULE-LIMIT-EDIT
           DISPLAY RULE-TYPE " " RULE-SUBJECT "  LIMIT "
               RULE-LIMIT-EDIT "  " RULE-DESCRIPTION.

      ******************************************************************
      * PERIOD-CLOSE closes accounting periods, a month at a time
      * and in calendar order, from the open period through a month
      * the supervisor names - last month unless told otherwise. A
      * month cannot be closed before it has ended. Each close counts
      * and totals the month's LEDGER-FILE entries on the date key
      * and freezes the figures on PERIODS, with the running totals
      * brought forward and carried forward, and the control record
      * moves the open period on past it. From then on nothing can
      * be posted into the month (see CHECK-POSTING-PERIOD and
      * CHECK-BATCH-PERIOD) and LEDGER-ARCHIVE may archive it. The
      * first close ever made starts from the month of the oldest
      * entry on the ledger.
      ******************************************************************
       PERIOD-CLOSE.
           PERFORM READ-PERIOD-CONTROL
           IF PERIOD-CONTROL-FOUND THEN
               MOVE PERIOD-CONTROL-RECORD TO PERIOD-CONTROL-SAVE
               MOVE PERIOD-CONTROL-CF-COUNT TO CLOSE-CF-COUNT
               MOVE PERIOD-CONTROL-CF-TOTAL TO CLOSE-CF-TOTAL
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-SAVE
               MOVE ZERO TO CLOSE-CF-COUNT
               MOVE ZERO TO CLOSE-CF-TOTAL
               PERFORM FIND-FIRST-LEDGER-MONTH
           END-IF
           MOVE TODAYS-DATE (1:6) TO CLOSE-MONTH-WORK
           PERFORM STEP-BACK-CLOSE-MONTH
           MOVE CLOSE-MONTH-WORK TO CLOSE-DEFAULT-MONTH
           IF CURRENT-OPEN-MONTH = ZERO THEN
               DISPLAY "The ledger holds no entries, there is no "
                   "period to close"
           ELSE
           IF CURRENT-OPEN-MONTH > CLOSE-DEFAULT-MONTH THEN
               DISPLAY "The open period is " CURRENT-OPEN-MONTH
                   ", which cannot be closed until it has ended"
           ELSE
               DISPLAY "The open period is " CURRENT-OPEN-MONTH
               DISPLAY "Please enter the last month to close YYYYMM, "
                   "enter nothing for " CLOSE-DEFAULT-MONTH
               ACCEPT CLOSE-MONTH-INPUT
               PERFORM CHECK-CLOSE-THROUGH-MONTH
               DISPLAY "Close every month from " CURRENT-OPEN-MONTH
                   " through " CLOSE-THROUGH-MONTH "? (Y/N)"
               ACCEPT CLOSE-ANSWER
               IF CLOSE-ANSWER = 'Y' OR CLOSE-ANSWER = 'y' THEN
                   MOVE 'N' TO CLOSE-FAILED-SWITCH
                   MOVE ZERO TO CLOSE-MONTHS-DONE
                   PERFORM CLOSE-ONE-PERIOD
                       UNTIL CURRENT-OPEN-MONTH > CLOSE-THROUGH-MONTH
                       OR PERIOD-CLOSE-FAILED
                   IF CLOSE-MONTHS-DONE > ZERO THEN
                       PERFORM WRITE-PERIOD-CONTROL
                   END-IF
                   DISPLAY "The open period is now " CURRENT-OPEN-MONTH
               END-IF
           END-IF
           END-IF.

      *
      * READ-PERIOD-CONTROL sets CURRENT-OPEN-MONTH from the control
      * record, zero when no month has ever been closed.
      *
       READ-PERIOD-CONTROL.
           MOVE 'N' TO PERIOD-CONTROL-SWITCH
           MOVE ZERO TO CURRENT-OPEN-MONTH
           MOVE ZERO TO PERIOD-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PERIOD-CONTROL-SWITCH
                   MOVE PERIOD-OPEN-MONTH TO CURRENT-OPEN-MONTH
           END-READ.

       FIND-FIRST-LEDGER-MONTH.
           MOVE LOW-VALUES TO LEDGER-DATE-USER-KEY
           START LEDGER-FILE KEY IS NOT LESS THAN LEDGER-DATE-USER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LEDGER-DATE (1:6)
                               TO CURRENT-OPEN-MONTH
                   END-READ
           END-START.

       CHECK-CLOSE-THROUGH-MONTH.
           IF CLOSE-MONTH-INPUT = SPACES THEN
               MOVE CLOSE-DEFAULT-MONTH TO CLOSE-THROUGH-MONTH
           ELSE
               IF CLOSE-MONTH-INPUT IS NUMERIC THEN
                   MOVE CLOSE-MONTH-INPUT TO CLOSE-MONTH-WORK
               ELSE
                   MOVE ZERO TO CLOSE-MONTH-WORK
               END-IF
               IF CLOSE-MM < 1 OR CLOSE-MM > 12
                   OR CLOSE-MONTH-WORK < CURRENT-OPEN-MONTH
                   OR CLOSE-MONTH-WORK > CLOSE-DEFAULT-MONTH THEN
                   DISPLAY "Please input the month again, from "
                       CURRENT-OPEN-MONTH " through "
                       CLOSE-DEFAULT-MONTH
                   ACCEPT CLOSE-MONTH-INPUT
                   PERFORM CHECK-CLOSE-THROUGH-MONTH
               ELSE
                   MOVE CLOSE-MONTH-WORK TO CLOSE-THROUGH-MONTH
               END-IF
           END-IF.

      *
      * CLOSE-ONE-PERIOD closes the open period and moves it on a
      * month. A closing record already on file for the month means
      * the control record has been set back; it is left as it was,
      * the operator told, as STORE-LEDGER-RECORD does for a serial
      * already on file, and the close stops there - the month is
      * neither carried forward nor passed, so the open period stays
      * at it.
      *
       CLOSE-ONE-PERIOD.
           MOVE ZERO TO CLOSE-ENTRY-COUNT
           MOVE ZERO TO CLOSE-RESULT-TOTAL
           MOVE ZERO TO CLOSE-SERIAL-HASH
           MOVE 'N' TO CLOSE-EOF-SWITCH
           COMPUTE LEDGER-DATE = (CURRENT-OPEN-MONTH * 100) + 1
           MOVE LOW-VALUES TO LEDGER-USER-ID
           START LEDGER-FILE KEY IS NOT LESS THAN LEDGER-DATE-USER-KEY
               INVALID KEY
                   MOVE 'Y' TO CLOSE-EOF-SWITCH
           END-START
           PERFORM TALLY-CLOSING-ENTRY UNTIL END-OF-CLOSING-MONTH
           MOVE CURRENT-OPEN-MONTH TO PERIOD-MONTH
           MOVE 'C' TO PERIOD-STATUS
           MOVE TODAYS-DATE TO PERIOD-CLOSE-DATE
           ACCEPT PERIOD-CLOSE-TIME FROM TIME
           MOVE USER-ID TO PERIOD-CLOSED-BY
           MOVE CLOSE-ENTRY-COUNT TO PERIOD-ENTRY-COUNT
           MOVE CLOSE-RESULT-TOTAL TO PERIOD-RESULT-TOTAL
           MOVE CLOSE-SERIAL-HASH TO PERIOD-SERIAL-HASH
           MOVE CLOSE-CF-COUNT TO PERIOD-BF-COUNT
           MOVE CLOSE-CF-TOTAL TO PERIOD-BF-TOTAL
           COMPUTE PERIOD-CF-COUNT = CLOSE-CF-COUNT + CLOSE-ENTRY-COUNT
           COMPUTE PERIOD-CF-TOTAL = CLOSE-CF-TOTAL + CLOSE-RESULT-TOTAL
           MOVE ZERO TO PERIOD-ARCHIVE-DATE
           WRITE PERIOD-RECORD
               INVALID KEY
                   DISPLAY "Period " CURRENT-OPEN-MONTH " is already "
                       "closed on file, status " PERIOD-FILE-STATUS
                   DISPLAY "The close stops at " CURRENT-OPEN-MONTH
                   MOVE 'Y' TO CLOSE-FAILED-SWITCH
               NOT INVALID KEY
                   MOVE 'A' TO MAINT-LOG-ACTION
                   MOVE SPACES TO MAINT-LOG-BEFORE
                   MOVE PERIOD-RECORD TO MAINT-LOG-AFTER
                   PERFORM LOG-PERIOD-CHANGE
                   MOVE CLOSE-RESULT-TOTAL TO CLOSE-TOTAL-EDIT
                   DISPLAY "Period " CURRENT-OPEN-MONTH " closed, "
                       CLOSE-ENTRY-COUNT " entries, result total "
                       CLOSE-TOTAL-EDIT
                   ADD CLOSE-ENTRY-COUNT TO CLOSE-CF-COUNT
                   ADD CLOSE-RESULT-TOTAL TO CLOSE-CF-TOTAL
                   ADD 1 TO CLOSE-MONTHS-DONE
                   PERFORM ADVANCE-OPEN-PERIOD
           END-WRITE.

       ADVANCE-OPEN-PERIOD.
           MOVE CURRENT-OPEN-MONTH TO CLOSE-MONTH-WORK
           IF CLOSE-MM = 12 THEN
               ADD 1 TO CLOSE-YYYY
               MOVE 1 TO CLOSE-MM
           ELSE
               ADD 1 TO CLOSE-MM
           END-IF
           MOVE CLOSE-MONTH-WORK TO CURRENT-OPEN-MONTH.

       TALLY-CLOSING-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CLOSE-EOF-SWITCH
               NOT AT END
                   MOVE LEDGER-DATE (1:6) TO POSTING-MONTH-WORK
                   IF POSTING-MONTH-WORK NOT = CURRENT-OPEN-MONTH THEN
                       MOVE 'Y' TO CLOSE-EOF-SWITCH
                   ELSE
                       ADD 1 TO CLOSE-ENTRY-COUNT
                       ADD LEDGER-RESULT TO CLOSE-RESULT-TOTAL
                       ADD LEDGER-SERIAL TO CLOSE-SERIAL-HASH
                   END-IF
           END-READ.

       STEP-BACK-CLOSE-MONTH.
           IF CLOSE-MM = 1 THEN
               SUBTRACT 1 FROM CLOSE-YYYY
               MOVE 12 TO CLOSE-MM
           ELSE
               SUBTRACT 1 FROM CLOSE-MM
           END-IF.

      *
      * WRITE-PERIOD-CONTROL records the new open period and the
      * totals carried forward to it, adding the control record on
      * the first close. The change is logged only once it is on
      * file.
      *
       WRITE-PERIOD-CONTROL.
           MOVE ZERO TO PERIOD-CONTROL-KEY
           MOVE CURRENT-OPEN-MONTH TO PERIOD-OPEN-MONTH
           MOVE CLOSE-CF-COUNT TO PERIOD-CONTROL-CF-COUNT
           MOVE CLOSE-CF-TOTAL TO PERIOD-CONTROL-CF-TOTAL
           MOVE SPACES TO PERIOD-CONTROL-RECORD (40:94)
           MOVE PERIOD-CONTROL-SAVE TO MAINT-LOG-BEFORE
           MOVE PERIOD-CONTROL-RECORD TO MAINT-LOG-AFTER
           IF PERIOD-CONTROL-FOUND THEN
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "The period control record could not "
                           "be updated, status " PERIOD-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'C' TO MAINT-LOG-ACTION
                       PERFORM LOG-PERIOD-CHANGE
               END-REWRITE
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "The period control record could not "
                           "be added, status " PERIOD-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'A' TO MAINT-LOG-ACTION
                       MOVE 'Y' TO PERIOD-CONTROL-SWITCH
                       PERFORM LOG-PERIOD-CHANGE
               END-WRITE
           END-IF.

      ******************************************************************
      * ADDING-MACHINE-TAPE runs one adding-machine tape. Figures are
      * keyed one after another into a running total (a leading minus
      * takes the figure off), a constant name is taken for its value
      * as at the operand prompts, S prints a subtotal, T closes the
      * tape with its total and X voids it. Every line goes to TAPEPRT
      * as it is keyed, under the tape's identity, the user, the date
      * and time and the item count, so the printed tape can travel
      * with the documents it adds up. The closing total is posted as
      * one 'T' ledger entry naming the tape; a voided tape, or one
      * closed with nothing added, posts nothing.
      ******************************************************************
       ADDING-MACHINE-TAPE.
           ADD 1 TO TAPE-NUMBER
           MOVE RUN-IDENT TO TAPE-ID-RUN
           MOVE TAPE-NUMBER TO TAPE-ID-NUMBER
           MOVE ZERO TO TAPE-ITEM-COUNT
           MOVE ZERO TO TAPE-SUBTOTAL-COUNT
           MOVE ZERO TO TAPE-TOTAL
           MOVE 'N' TO TAPE-CLOSED-SWITCH
           MOVE SPACES TO TAPE-LINE-WORK
           OPEN EXTEND TAPE-PRINT-FILE
           IF TAPE-PRINT-STATUS = "35" OR
               TAPE-PRINT-STATUS = "05" THEN
               OPEN OUTPUT TAPE-PRINT-FILE
           END-IF
           DISPLAY "Tape " TAPE-ID-WORK " started"
           DISPLAY "Key each figure (a leading - takes it off), "
               "S for a subtotal, T for the total, X to void"
           MOVE "TAPE STARTED" TO TAPE-LINE-NOTE
           PERFORM PRINT-TAPE-LINE
           PERFORM ACCEPT-TAPE-KEY UNTIL TAPE-CLOSED
           CLOSE TAPE-PRINT-FILE.

       ACCEPT-TAPE-KEY.
           ACCEPT NUM-INPUT
           EVALUATE NUM-INPUT
               WHEN SPACES
                   CONTINUE
               WHEN "S"
               WHEN "s"
                   PERFORM PRINT-TAPE-SUBTOTAL
               WHEN "T"
               WHEN "t"
                   PERFORM CLOSE-TAPE-TOTAL
               WHEN "X"
               WHEN "x"
                   PERFORM VOID-TAPE
               WHEN OTHER
                   PERFORM ADD-TAPE-FIGURE
           END-EVALUATE.

      ******************************************************************
      * ADD-TAPE-FIGURE edits a keyed figure as the operand prompts
      * do and adds it to the tape. A figure that would carry the
      * total past the result field is refused, not truncated, and
      * the tape stays as it was.
      ******************************************************************
       ADD-TAPE-FIGURE.
           MOVE 'N' TO TAPE-FIGURE-SWITCH
           MOVE ZERO TO NUM-INPUT-DOT-COUNTER
           MOVE ZERO TO NUM-INPUT-SIGN-COUNTER
           INSPECT NUM-INPUT TALLYING NUM-INPUT-DOT-COUNTER
               FOR ALL '.'
           INSPECT NUM-INPUT TALLYING NUM-INPUT-SIGN-COUNTER
               FOR ALL '-'
           INSPECT NUM-INPUT TALLYING NUM-INPUT-SIGN-COUNTER
               FOR ALL '+'
           IF NUM-INPUT IS NOT VALID-NUMERIC
               OR NUM-INPUT-DOT-COUNTER IS GREATER THAN 1
               OR NUM-INPUT-SIGN-COUNTER IS GREATER THAN 1 THEN
               MOVE NUM-INPUT (1:10) TO CONSTANT-NAME
               PERFORM READ-CONSTANT-VALUE
               IF CONSTANT-FOUND THEN
                   MOVE CONSTANT-VALUE TO TAPE-FIGURE
                   MOVE 'Y' TO TAPE-FIGURE-SWITCH
               ELSE
                   DISPLAY "Not a number and not a constant on file"
               END-IF
           ELSE
               MOVE NUM-INPUT TO OPERAND-VALUE-WORK
               MOVE OPERAND-VALUE-WORK TO TAPE-FIGURE
               MOVE 'Y' TO TAPE-FIGURE-SWITCH
           END-IF
           IF TAPE-FIGURE-OK THEN
               IF TAPE-ITEM-COUNT = 99999 THEN
                   DISPLAY "The tape is full, please total it"
               ELSE
                   ADD TAPE-FIGURE TO TAPE-TOTAL
                       ON SIZE ERROR
                           DISPLAY "That figure would overflow the "
                               "tape total and was not taken"
                       NOT ON SIZE ERROR
                           ADD 1 TO TAPE-ITEM-COUNT
                           PERFORM PRINT-TAPE-FIGURE
                   END-ADD
               END-IF
           END-IF.

       PRINT-TAPE-FIGURE.
           IF TAPE-FIGURE < ZERO THEN
               COMPUTE TAPE-LINE-AMOUNT = ZERO - TAPE-FIGURE
               MOVE '-' TO TAPE-LINE-KEY
           ELSE
               MOVE TAPE-FIGURE TO TAPE-LINE-AMOUNT
               MOVE '+' TO TAPE-LINE-KEY
           END-IF
           ADD TAPE-TOTAL TO ZERO GIVING TAPE-TOTAL-EDIT
           DISPLAY "    item " TAPE-ITEM-COUNT "  total "
               TAPE-TOTAL-EDIT
           PERFORM PRINT-TAPE-LINE.

       PRINT-TAPE-SUBTOTAL.
           IF TAPE-SUBTOTAL-COUNT < 999 THEN
               ADD 1 TO TAPE-SUBTOTAL-COUNT
           END-IF
           MOVE 'S' TO TAPE-LINE-KEY
           MOVE "SUBTOTAL" TO TAPE-LINE-NOTE
           ADD TAPE-TOTAL TO ZERO GIVING TAPE-TOTAL-EDIT
           DISPLAY "Subtotal after " TAPE-ITEM-COUNT " items "
               TAPE-TOTAL-EDIT
           PERFORM PRINT-TAPE-LINE.

      ******************************************************************
      * CLOSE-TAPE-TOTAL ends the tape. The total is posted to the
      * ledger first, so the total line printed under it can name
      * the entry it became.
      ******************************************************************
       CLOSE-TAPE-TOTAL.
           MOVE 'Y' TO TAPE-CLOSED-SWITCH
           MOVE 'T' TO TAPE-LINE-KEY
           IF TAPE-ITEM-COUNT = ZERO THEN
               MOVE "TOTAL, NOTHING ADDED" TO TAPE-LINE-NOTE
               PERFORM PRINT-TAPE-LINE
               DISPLAY "Nothing was added, the tape is closed "
                   "without posting"
           ELSE
               MOVE TAPE-TOTAL TO RESULT
               PERFORM WRITE-LEDGER-ENTRY-FOR-TAPE
               PERFORM UPDATE-SESSION-STATS
               STRING "TOTAL, LEDGER ENTRY " DELIMITED BY SIZE
                   LAST-LEDGER-SERIAL DELIMITED BY SIZE
                   INTO TAPE-LINE-NOTE
               END-STRING
               PERFORM PRINT-TAPE-LINE
               PERFORM DISPLAY-RESULT
               DISPLAY "Tape " TAPE-ID-WORK " posted as ledger entry "
                   LAST-LEDGER-SERIAL
           END-IF.

       VOID-TAPE.
           DISPLAY "Void this tape? Nothing will be posted (Y/N)"
           ACCEPT TAPE-ANSWER
           IF TAPE-ANSWER = 'Y' OR TAPE-ANSWER = 'y' THEN
               MOVE 'Y' TO TAPE-CLOSED-SWITCH
               MOVE 'X' TO TAPE-LINE-KEY
               MOVE "TAPE VOIDED" TO TAPE-LINE-NOTE
               PERFORM PRINT-TAPE-LINE
               DISPLAY "Tape " TAPE-ID-WORK " voided"
           END-IF.

      ******************************************************************
      * PRINT-TAPE-LINE stamps the line the caller has filled in with
      * the tape's identity, the user, the time and the count and
      * total so far, writes it, and clears it for the next.
      ******************************************************************
       PRINT-TAPE-LINE.
           ACCEPT TAPE-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT TIME-WORK FROM TIME
           MOVE TIME-WORK (1:6) TO TAPE-TIME-WORK
           MOVE TAPE-ID-WORK TO TAPE-LINE-ID
           MOVE USER-ID TO TAPE-LINE-USER
           MOVE TAPE-DATE-WORK TO TAPE-LINE-DATE
           MOVE TAPE-TIME-WORK TO TAPE-LINE-TIME
           MOVE TAPE-ITEM-COUNT TO TAPE-LINE-ITEMS
           ADD TAPE-TOTAL TO ZERO GIVING TAPE-LINE-TOTAL
           WRITE TAPE-PRINT-LINE FROM TAPE-LINE-WORK
           MOVE SPACES TO TAPE-LINE-WORK.

      ******************************************************************
      * REPAIR-REJECTED-RECORDS is the recovery path for a batch run
      * that diverted records to TRANSREJ: each reject is shown with
      * its reason code and text, the operator corrects the failed
      * fields (or resubmits the record as it stands, for a reject
      * whose cause - a missing constant, say - has since been fixed
      * at source), and the repaired records are written to TRANSRSB
      * as a properly formed TRANSIN: one header, the details, and a
      * trailer whose count and hash are recomputed from what was
      * actually resubmitted, by the same rules EDIT-PASS balances
      * with. The file then goes through the normal batch run instead
      * of waiting a day for upstream to resend.
      ******************************************************************
       REPAIR-REJECTED-RECORDS.
           MOVE 'N' TO REJECT-EOF-SWITCH
           MOVE ZERO TO REPAIR-WRITTEN-COUNT
           MOVE ZERO TO REPAIR-DROPPED-COUNT
           MOVE ZERO TO REPAIR-HASH-TOTAL
           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Reject file could not be opened, status "
                   REJECT-FILE-STATUS
           ELSE
               PERFORM READ-REJECT-RECORD
               IF END-OF-REJECT-FILE THEN
                   DISPLAY "The reject file is empty"
                   CLOSE REJECT-FILE
               ELSE
                   OPEN OUTPUT RESUBMIT-FILE
                   PERFORM WRITE-RESUBMIT-HEADER
                   PERFORM REPAIR-ONE-REJECT UNTIL END-OF-REJECT-FILE
                   PERFORM WRITE-RESUBMIT-TRAILER
                   CLOSE REJECT-FILE
                   CLOSE RESUBMIT-FILE
                   DISPLAY "Resubmission file written, "
                       REPAIR-WRITTEN-COUNT " record(s) resubmitted, "
                       REPAIR-DROPPED-COUNT " dropped."
               END-IF
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO REJECT-EOF-SWITCH
           END-READ.

      ******************************************************************
      * The resubmission header names this repair run as the source
      * system, dated today, so the run history and reports show the
      * records came back through repair rather than from upstream.
      ******************************************************************
       WRITE-RESUBMIT-HEADER.
           MOVE SPACES TO REPAIR-RECORD-IMAGE
           MOVE 'H' TO REPAIR-REC-TYPE
           MOVE "REPAIR" TO REPAIR-SOURCE-SYSTEM
           ACCEPT REPAIR-FILE-DATE FROM DATE YYYYMMDD
           MOVE REPAIR-RECORD-IMAGE TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD.

       WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO REPAIR-RECORD-IMAGE
           MOVE 'T' TO REPAIR-REC-TYPE
           MOVE REPAIR-WRITTEN-COUNT TO REPAIR-RECORD-COUNT
           MOVE REPAIR-HASH-TOTAL TO REPAIR-HASH-FIELD
           MOVE REPAIR-RECORD-IMAGE TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD.

       REPAIR-ONE-REJECT.
           PERFORM GET-REJECT-REASON-TEXT
           DISPLAY " "
           DISPLAY "Reject reason " REJECT-REASON-CODE ": "
               REJECT-REASON-WORK
           DISPLAY "Record image: " REJECT-IMAGE
           MOVE SPACE TO REPAIR-ACTION
           PERFORM ACCEPT-REPAIR-ACTION
               UNTIL REPAIR-ACTION = "1" OR REPAIR-ACTION = "2"
                   OR REPAIR-ACTION = "3"
           MOVE REJECT-IMAGE TO REPAIR-RECORD-IMAGE
           EVALUATE REPAIR-ACTION
               WHEN "1"
                   PERFORM REPAIR-REJECT-IMAGE
               WHEN "2"
                   PERFORM RESUBMIT-UNCHANGED
               WHEN "3"
                   ADD 1 TO REPAIR-DROPPED-COUNT
           END-EVALUATE
           PERFORM READ-REJECT-RECORD.

       ACCEPT-REPAIR-ACTION.
           DISPLAY "1. Repair and resubmit this record"
           DISPLAY "2. Resubmit this record unchanged"
           DISPLAY "3. Drop this record"
           DISPLAY "Please choose an option"
           ACCEPT REPAIR-ACTION.

       GET-REJECT-REASON-TEXT.
           MOVE 'N' TO REJECT-REASON-FOUND-SW
           MOVE 1 TO REJECT-REASON-PTR
           PERFORM CHECK-REJECT-REASON-ENTRY
               UNTIL REJECT-REASON-PTR > 12 OR REJECT-REASON-FOUND
           IF REJECT-REASON-FOUND THEN
               MOVE REJECT-TABLE-TEXT (REJECT-REASON-PTR)
                   TO REJECT-REASON-WORK
           ELSE
               MOVE "UNRECOGNISED REASON CODE" TO REJECT-REASON-WORK
           END-IF.

       CHECK-REJECT-REASON-ENTRY.
           IF REJECT-TABLE-CODE (REJECT-REASON-PTR)
               = REJECT-REASON-CODE THEN
               MOVE 'Y' TO REJECT-REASON-FOUND-SW
           ELSE
               ADD 1 TO REJECT-REASON-PTR
           END-IF.

      ******************************************************************
      * An unchanged resubmission only makes sense for a detail,
      * expression or formula record - a rejected header, trailer or
      * sequence stray has no place in the repaired file, whose own
      * header and trailer are built here.
      ******************************************************************
       RESUBMIT-UNCHANGED.
           IF REPAIR-REC-TYPE = 'D' OR REPAIR-REC-TYPE = 'E'
               OR REPAIR-REC-TYPE = 'F' THEN
               PERFORM WRITE-RESUBMIT-RECORD
           ELSE
               DISPLAY "Only detail, expression and formula records "
                   "can be resubmitted, record dropped"
               ADD 1 TO REPAIR-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * REPAIR-REJECT-IMAGE corrects one record. A record whose type
      * byte itself was bad is re-typed first; then the fields of the
      * chosen type are offered one by one, keeping the current value
      * on a blank answer, with each correction held to the same
      * edits EDIT-PASS applies so the resubmission passes cleanly.
      ******************************************************************
       REPAIR-REJECT-IMAGE.
           MOVE 'N' TO REPAIR-DROP-SWITCH
           IF REPAIR-REC-TYPE NOT = 'D' AND REPAIR-REC-TYPE NOT = 'E'
               AND REPAIR-REC-TYPE NOT = 'F' THEN
               DISPLAY "Please enter the record type, D, E or F, "
                   "enter nothing to drop this record"
               ACCEPT REPAIR-TYPE-INPUT
               EVALUATE REPAIR-TYPE-INPUT
                   WHEN 'D'
                   WHEN 'e'
                       MOVE 'E' TO REPAIR-REC-TYPE
                       MOVE SPACES TO REPAIR-EXPRESSION
                   WHEN 'F'
                   WHEN 'f'
                       MOVE 'F' TO REPAIR-REC-TYPE
                       MOVE SPACES TO REPAIR-EXPRESSION
                   WHEN OTHER
                       MOVE 'Y' TO REPAIR-DROP-SWITCH
               END-EVALUATE
           END-IF
           IF NOT REPAIR-RECORD-DROPPED THEN
               EVALUATE REPAIR-REC-TYPE
                   WHEN 'D'
                       PERFORM REPAIR-DETAIL-RECORD
                   WHEN 'E'
                       PERFORM REPAIR-EXPRESSION-RECORD
                   WHEN OTHER
                       PERFORM REPAIR-FORMULA-RECORD
               END-EVALUATE
           END-IF
           IF REPAIR-RECORD-DROPPED THEN
               ADD 1 TO REPAIR-DROPPED-COUNT
           ELSE
               PERFORM WRITE-RESUBMIT-RECORD
           END-IF.

               MOVE EXPR-INPUT TO REPAIR-EXPRESSION
           END-IF.

      ******************************************************************
      * REPAIR-FORMULA-RECORD first settles the formula name - a
      * blank answer keeps it when it is on file, and drops the
      * record when it is not - then offers the formula's inputs by
      * slot name through the operand correction, insisting on a
      * value for any slot left blank, and blanks every field past
      * the formula's input count so the count edit passes.
      ******************************************************************
       REPAIR-FORMULA-RECORD.
           DISPLAY "Formula is " REPAIR-FORMULA-NAME
           MOVE 'N' TO REPAIR-FIELD-OK-SWITCH
           PERFORM ACCEPT-REPAIR-FORMULA-NAME
               UNTIL REPAIR-FIELD-OK OR REPAIR-RECORD-DROPPED
           IF NOT REPAIR-RECORD-DROPPED THEN
               MOVE 1 TO FORMULA-SLOT-PTR
               PERFORM REPAIR-ONE-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > FORMULA-INPUT-COUNT
               PERFORM CLEAR-REPAIR-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > 5
           END-IF.

       ACCEPT-REPAIR-FORMULA-NAME.
           DISPLAY "Please enter the corrected formula name, "
               "enter nothing to keep it"
           ACCEPT REPAIR-FORMULA-INPUT-NAME
           IF REPAIR-FORMULA-INPUT-NAME NOT = SPACES THEN
               MOVE REPAIR-FORMULA-INPUT-NAME TO REPAIR-FORMULA-NAME
           END-IF
           MOVE REPAIR-FORMULA-NAME TO FORMULA-NAME
           PERFORM READ-FORMULA
           IF FORMULA-FOUND THEN
               MOVE 'Y' TO REPAIR-FIELD-OK-SWITCH
           ELSE
           IF REPAIR-FORMULA-INPUT-NAME = SPACES THEN
               DISPLAY "That formula is not on file, record dropped"
               MOVE 'Y' TO REPAIR-DROP-SWITCH
           ELSE
               DISPLAY "That formula is not on file"
           END-IF
           END-IF.

       REPAIR-ONE-FORMULA-INPUT.
           DISPLAY "Input " FORMULA-INPUT-NAME (FORMULA-SLOT-PTR)
               " is " REPAIR-INPUT-X (FORMULA-SLOT-PTR)
           MOVE REPAIR-INPUT-X (FORMULA-SLOT-PTR)
               TO REPAIR-OPERAND-WORK-X
           PERFORM GET-REPAIR-OPERAND
           PERFORM GET-REPAIR-OPERAND
               UNTIL REPAIR-OPERAND-WORK-X NOT = SPACES
           MOVE REPAIR-OPERAND-WORK-X
               TO REPAIR-INPUT-X (FORMULA-SLOT-PTR)
           ADD 1 TO FORMULA-SLOT-PTR.

       CLEAR-REPAIR-FORMULA-INPUT.
           MOVE SPACES TO REPAIR-INPUT-X (FORMULA-SLOT-PTR)
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * GET-REPAIR-OPERAND accepts one corrected operand into
      * REPAIR-OPERAND-WORK-X: a value passing the numeric edits is
      ******************************************************************
      * WRITE-RESUBMIT-RECORD writes one repaired record and keeps
      * the trailer controls: every resubmitted record counts, and a
      * detail record's numeric operands and a formula record's
      * numeric inputs join the hash by the same rule EDIT-PASS
      * balances with (a constant-name operand contributes nothing on
      * either side).
      ******************************************************************
       WRITE-RESUBMIT-RECORD.
           IF REPAIR-REC-TYPE = 'D' THEN
                   ADD REPAIR-OPERAND2 TO REPAIR-HASH-TOTAL
               END-IF
           END-IF
           IF REPAIR-REC-TYPE = 'F' THEN
               MOVE 1 TO FORMULA-SLOT-PTR
               PERFORM HASH-REPAIR-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > 5
           END-IF
           MOVE REPAIR-RECORD-IMAGE TO RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD
           ADD 1 TO REPAIR-WRITTEN-COUNT.

       HASH-REPAIR-FORMULA-INPUT.
           IF REPAIR-INPUT (FORMULA-SLOT-PTR) IS NUMERIC THEN
               ADD REPAIR-INPUT (FORMULA-SLOT-PTR) TO REPAIR-HASH-TOTAL
           END-IF
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * USER-ADMINISTRATION is the supervisor-only home screen of the
      * user register, driven as a PERFORM ... UNTIL loop over its
           ELSE
               DISPLAY "The user is currently named "
                   PROFILE-USER-NAME
               MOVE PROFILE-RECORD TO MAINT-LOG-BEFORE
               DISPLAY "Please enter the new name"
               ACCEPT PROFILE-USER-NAME
               REWRITE PROFILE-RECORD
                   INVALID KEY
                       DISPLAY "The user profile could not be changed, "
                           "status " PROFILE-FILE-STATUS
                   NOT INVALID KEY
                       MOVE 'C' TO MAINT-LOG-ACTION
                       MOVE PROFILE-RECORD TO MAINT-LOG-AFTER
                       PERFORM LOG-PROFILE-CHANGE
               END-REWRITE
           END-IF.

       DISABLE-USER.
               WHEN PROFILE-DISABLED
                   DISPLAY "That user ID is already disabled"
               WHEN OTHER
                   MOVE PROFILE-RECORD TO MAINT-LOG-BEFORE
                   MOVE 'D' TO PROFILE-STATUS
                   REWRITE PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "The user profile could not be "
                               "changed, status " PROFILE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'C' TO MAINT-LOG-ACTION
                           MOVE PROFILE-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-PROFILE-CHANGE
                           DISPLAY "User " PROFILE-USER-ID
                               " is now disabled"
                   END-REWRITE
           END-EVALUATE.

       ENABLE-USER.
               WHEN NOT PROFILE-DISABLED
                   DISPLAY "That user ID is not disabled"
               WHEN OTHER
                   MOVE PROFILE-RECORD TO MAINT-LOG-BEFORE
                   MOVE 'A' TO PROFILE-STATUS
                   REWRITE PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "The user profile could not be "
                               "changed, status " PROFILE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE 'C' TO MAINT-LOG-ACTION
                           MOVE PROFILE-RECORD TO MAINT-LOG-AFTER
                           PERFORM LOG-PROFILE-CHANGE
                           DISPLAY "User " PROFILE-USER-ID
                               " is now active"
                   END-REWRITE
           END-EVALUATE.

       LIST-USERS.
                       " " PROFILE-STATUS " " PROFILE-USER-NAME
           END-READ.

      ******************************************************************
      * The LOG-...-CHANGE paragraphs name the register and the key
      * of the record just maintained; the caller has already set the
      * action and the before and after images. WRITE-MAINTENANCE-LOG
      * then stamps the entry with the signed-on supervisor and the
      * date and time of the change and appends it to MAINTLOG, so an
      * auditor can see who changed the VAT rate, a currency rate, a
      * formula, a GL account mapping or a user profile, and what it
      * was before.
      ******************************************************************
       LOG-CONSTANT-CHANGE.
           MOVE "CONSTFIL" TO MAINT-LOG-REGISTER
           MOVE CONSTANT-KEY TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-RATE-CHANGE.
           MOVE "RATEFIL" TO MAINT-LOG-REGISTER
           MOVE RATE-CURRENCY-CODE TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-FORMULA-CHANGE.
           MOVE "FORMFIL" TO MAINT-LOG-REGISTER
           MOVE FORMULA-NAME TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-GL-MAP-CHANGE.
           MOVE "GLMAPFIL" TO MAINT-LOG-REGISTER
           MOVE GL-MAP-KEY TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-RULE-CHANGE.
           MOVE "RULEFIL" TO MAINT-LOG-REGISTER
           MOVE RULE-KEY TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-PERIOD-CHANGE.
           MOVE "PERIODS" TO MAINT-LOG-REGISTER
           MOVE PERIOD-MONTH TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       LOG-PROFILE-CHANGE.
           MOVE "USERFILE" TO MAINT-LOG-REGISTER
           MOVE PROFILE-USER-ID TO MAINT-LOG-KEY
           PERFORM WRITE-MAINTENANCE-LOG.

       WRITE-MAINTENANCE-LOG.
           ACCEPT MAINT-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT MAINT-LOG-TIME FROM TIME
           MOVE USER-ID TO MAINT-LOG-USER-ID
           WRITE MAINT-LOG-RECORD.

      ******************************************************************
      * LEDGER-INQUIRY browses the signed-on user's own LEDGER-FILE
      * entries for a keyed date (today on a blank answer), lists
      * the latest twenty, and lets the user pick one to carry its
      * LEDGER-RESULT straight into OPERAND1 of a new calculation -
      * yesterday's closing figure without retyping it. The entries
      * are read on LEDGER-DATE-USER-KEY from the first one of the
      * user's day, in serial order, and the reading stops at the
      * first entry that belongs to another user or day.
      ******************************************************************
       LEDGER-INQUIRY.
           PERFORM GET-EFFECTIVE-DATE
           MOVE EFFECT-DATE-WORK TO INQUIRY-DATE
           MOVE ZERO TO INQUIRY-TOTAL-COUNT
           MOVE ZERO TO INQUIRY-NET-COUNT
           MOVE ZERO TO INQUIRY-NET-RESULT
           MOVE ZERO TO INQUIRY-ENTRY-COUNT
           MOVE 1 TO INQUIRY-NEXT-SLOT
           MOVE ZERO TO INQUIRY-PICK-NUMBER
           MOVE 'N' TO INQUIRY-EOF-SWITCH
           MOVE INQUIRY-DATE TO LEDGER-DATE
           MOVE USER-ID TO LEDGER-USER-ID
           START LEDGER-FILE KEY IS = LEDGER-DATE-USER-KEY
               INVALID KEY
                   MOVE 'Y' TO INQUIRY-EOF-SWITCH
           END-START
           IF NOT END-OF-LEDGER-INQUIRY THEN
               PERFORM READ-INQUIRY-RECORD
           END-IF
           PERFORM SIFT-INQUIRY-ENTRY
               UNTIL END-OF-LEDGER-INQUIRY
           IF INQUIRY-TOTAL-COUNT = ZERO THEN
               DISPLAY "No entries of yours on that date"
           ELSE
               PERFORM LINK-INQUIRY-REVERSALS
               PERFORM SHOW-INQUIRY-ENTRIES
               PERFORM PICK-INQUIRY-ENTRY
           END-IF
           IF INQUIRY-PICK-NUMBER > ZERO THEN
               PERFORM RECALL-INQUIRY-RESULT
           END-IF.

       READ-INQUIRY-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO INQUIRY-EOF-SWITCH
               NOT AT END
                   IF LEDGER-DATE NOT = INQUIRY-DATE OR
                       LEDGER-USER-ID NOT = USER-ID THEN
                       MOVE 'Y' TO INQUIRY-EOF-SWITCH
                   END-IF
           END-READ.

       SIFT-INQUIRY-ENTRY.
           ADD 1 TO INQUIRY-TOTAL-COUNT
           IF NOT LEDGER-REVERSAL AND
               LEDGER-REVERSED-BY-SERIAL = ZERO THEN
               ADD 1 TO INQUIRY-NET-COUNT
               ADD LEDGER-RESULT TO INQUIRY-NET-RESULT
           END-IF
           MOVE LEDGER-TIME TO INQUIRY-TIME (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-SOURCE
               TO INQUIRY-SOURCE (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-OPERAND1
               TO INQUIRY-OPERAND1 (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-OPERATOR
               TO INQUIRY-OPERATOR (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-OPERAND2
               TO INQUIRY-OPERAND2 (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-RESULT
               TO INQUIRY-RESULT (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-EXPRESSION
               TO INQUIRY-EXPRESSION (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-CURRENCY-CODE
               TO INQUIRY-CURRENCY (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-SERIAL
               TO INQUIRY-SERIAL (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-REVERSED-BY-SERIAL
               TO INQUIRY-REVERSED-BY (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-REVERSES-SERIAL
               TO INQUIRY-REVERSES (INQUIRY-NEXT-SLOT)
           MOVE LEDGER-FORMULA-NAME
               TO INQUIRY-FORMULA-NAME (INQUIRY-NEXT-SLOT)
           MOVE ZERO TO INQUIRY-PARTNER-DATE (INQUIRY-NEXT-SLOT)
           MOVE SPACES TO INQUIRY-PARTNER-USER (INQUIRY-NEXT-SLOT)
           MOVE SPACES
               TO INQUIRY-PARTNER-REASON (INQUIRY-NEXT-SLOT)
           IF INQUIRY-ENTRY-COUNT < 20 THEN
               ADD 1 TO INQUIRY-ENTRY-COUNT
           END-IF
           ADD 1 TO INQUIRY-NEXT-SLOT
           IF INQUIRY-NEXT-SLOT > 20 THEN
               MOVE 1 TO INQUIRY-NEXT-SLOT
           END-IF
           PERFORM READ-INQUIRY-RECORD.

      ******************************************************************
      * LINK-INQUIRY-REVERSALS reads the reversal of each kept entry
      * that has one straight from its serial, whoever posted it and
      * whenever, so the pair can be shown together.
      ******************************************************************
       LINK-INQUIRY-REVERSALS.
           MOVE 1 TO INQUIRY-MATCH-PTR
           PERFORM CHECK-INQUIRY-REVERSAL
               UNTIL INQUIRY-MATCH-PTR > INQUIRY-ENTRY-COUNT.

       CHECK-INQUIRY-REVERSAL.
           IF INQUIRY-REVERSED-BY (INQUIRY-MATCH-PTR) NOT = ZERO THEN
               MOVE INQUIRY-REVERSED-BY (INQUIRY-MATCH-PTR)
                   TO LEDGER-SERIAL
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LEDGER-DATE
                           TO INQUIRY-PARTNER-DATE (INQUIRY-MATCH-PTR)
                       MOVE LEDGER-USER-ID
                           TO INQUIRY-PARTNER-USER (INQUIRY-MATCH-PTR)
                       MOVE LEDGER-REASON
                           TO INQUIRY-PARTNER-REASON (INQUIRY-MATCH-PTR)
               END-READ
           END-IF
           ADD 1 TO INQUIRY-MATCH-PTR.

      ******************************************************************
      * SHOW-INQUIRY-ENTRIES lists the kept entries oldest first,
      * numbered 1 onward for the pick. When more than twenty were
           MOVE INQUIRY-START-SLOT TO INQUIRY-SLOT
           MOVE ZERO TO INQUIRY-DISPLAY-NUMBER
           PERFORM SHOW-ONE-INQUIRY-ENTRY
               UNTIL INQUIRY-DISPLAY-NUMBER >= INQUIRY-ENTRY-COUNT
           ADD INQUIRY-NET-RESULT TO ZERO GIVING INQUIRY-NET-EDIT
           DISPLAY "Net of reversals: " INQUIRY-NET-COUNT
               " entries standing, result total " INQUIRY-NET-EDIT.

       SHOW-ONE-INQUIRY-ENTRY.
           ADD 1 TO INQUIRY-DISPLAY-NUMBER
           MOVE INQUIRY-TIME (INQUIRY-SLOT) TO INQUIRY-TIME-EDIT
           ADD INQUIRY-RESULT (INQUIRY-SLOT) TO ZERO
               GIVING INQUIRY-RESULT-EDIT
           IF INQUIRY-SOURCE (INQUIRY-SLOT) = 'R' THEN
               DISPLAY INQUIRY-DISPLAY-NUMBER " " INQUIRY-TIME-EDIT
                   " " INQUIRY-SERIAL (INQUIRY-SLOT)
                   " REVERSAL OF ENTRY " INQUIRY-REVERSES (INQUIRY-SLOT)
                   " = " INQUIRY-RESULT-EDIT
                   " " INQUIRY-CURRENCY (INQUIRY-SLOT)
               DISPLAY "     reason: " INQUIRY-EXPRESSION (INQUIRY-SLOT)
           ELSE
           IF INQUIRY-SOURCE (INQUIRY-SLOT) = 'E' THEN
               DISPLAY INQUIRY-DISPLAY-NUMBER " " INQUIRY-TIME-EDIT
                   " " INQUIRY-SERIAL (INQUIRY-SLOT)
                   " " INQUIRY-EXPRESSION (INQUIRY-SLOT)
                   " = " INQUIRY-RESULT-EDIT
           ELSE
           IF INQUIRY-SOURCE (INQUIRY-SLOT) = 'F' THEN
               DISPLAY INQUIRY-DISPLAY-NUMBER " " INQUIRY-TIME-EDIT
                   " " INQUIRY-SERIAL (INQUIRY-SLOT)
                   " FORMULA " INQUIRY-FORMULA-NAME (INQUIRY-SLOT)
                   " = " INQUIRY-RESULT-EDIT
               DISPLAY "     inputs: " INQUIRY-EXPRESSION (INQUIRY-SLOT)
           ELSE
           IF INQUIRY-SOURCE (INQUIRY-SLOT) = 'T' THEN
               MOVE INQUIRY-EXPRESSION (INQUIRY-SLOT)
                   TO TAPE-REFERENCE-WORK
               DISPLAY INQUIRY-DISPLAY-NUMBER " " INQUIRY-TIME-EDIT
                   " " INQUIRY-SERIAL (INQUIRY-SLOT)
                   " TAPE " TAPE-REF-RUN-ID "-" TAPE-REF-NUMBER
                   " = " INQUIRY-RESULT-EDIT
               DISPLAY "     items: " TAPE-REF-ITEM-COUNT
                   "  subtotals: " TAPE-REF-SUBTOTAL-COUNT
           ELSE
               ADD INQUIRY-OPERAND1 (INQUIRY-SLOT) TO ZERO
                   GIVING INQUIRY-OPERAND1-EDIT
               ADD INQUIRY-OPERAND2 (INQUIRY-SLOT) TO ZERO
                   GIVING INQUIRY-OPERAND2-EDIT
               DISPLAY INQUIRY-DISPLAY-NUMBER " " INQUIRY-TIME-EDIT
                   " " INQUIRY-SERIAL (INQUIRY-SLOT)
                   " " INQUIRY-OPERAND1-EDIT " "
                   INQUIRY-OPERATOR (INQUIRY-SLOT) " "
                   INQUIRY-OPERAND2-EDIT " = " INQUIRY-RESULT-EDIT
                   " " INQUIRY-CURRENCY (INQUIRY-SLOT)
           END-IF
           END-IF
           END-IF
           END-IF
           IF INQUIRY-REVERSED-BY (INQUIRY-SLOT) NOT = ZERO THEN
               PERFORM SHOW-INQUIRY-REVERSAL
           END-IF
           ADD 1 TO INQUIRY-SLOT
           IF INQUIRY-SLOT > 20 THEN
               MOVE 1 TO INQUIRY-SLOT
           END-IF.

       SHOW-INQUIRY-REVERSAL.
           IF INQUIRY-PARTNER-DATE (INQUIRY-SLOT) = ZERO THEN
               DISPLAY "     reversed by entry "
                   INQUIRY-REVERSED-BY (INQUIRY-SLOT)
           ELSE
               MOVE INQUIRY-PARTNER-DATE (INQUIRY-SLOT)
                   TO INQUIRY-PARTNER-EDIT
               DISPLAY "     reversed by entry "
                   INQUIRY-REVERSED-BY (INQUIRY-SLOT) " on "
                   INQUIRY-PARTNER-EDIT " by "
                   INQUIRY-PARTNER-USER (INQUIRY-SLOT)
               DISPLAY "     reason: "
                   INQUIRY-PARTNER-REASON (INQUIRY-SLOT)
           END-IF.

       PICK-INQUIRY-ENTRY.
           DISPLAY "Please enter an entry number to carry its "
               "result into a new calculation, or nothing to "
           MOVE 'N' TO RETURN-TO-MENU-SWITCH
           PERFORM INPUT-OPERATOR.

      ******************************************************************
      * CORRECT-LEDGER-ENTRY is the supervisor's only way to put a
      * wrong ledger entry right. Nothing on the ledger is ever
      * changed or removed: the named entry is cancelled by a
      * reversal entry (source 'R') with the same operands and the
      * negated result, carrying the reversed serial and the reason,
      * and a corrected replacement can then be posted the ordinary
      * way. The original is read by its serial and stamped with the
      * reversal's serial first, and the reversal is written after
      * it - so a failure in between leaves the original marked
      * reversed (and LEDGER-VERIFY reporting the missing serial)
      * rather than open to a second reversal.
      ******************************************************************
       CORRECT-LEDGER-ENTRY.
           MOVE 'N' TO REVERSAL-POSTED-SWITCH
           MOVE 'N' TO CORRECTION-FOUND-SWITCH
           PERFORM GET-CORRECTION-SERIAL
           IF CORRECTION-SERIAL = ZERO THEN
               DISPLAY "No entry named, nothing reversed"
           ELSE
               PERFORM READ-CORRECTION-RECORD
               IF CORRECTION-ENTRY-FOUND THEN
                   PERFORM REVERSE-FOUND-ENTRY
               ELSE
                   DISPLAY "There is no ledger entry with "
                       "serial " CORRECTION-SERIAL
               END-IF
           END-IF
           IF REVERSAL-POSTED THEN
               PERFORM WRITE-REVERSAL-ENTRY
               DISPLAY "Entry " ORIGINAL-SERIAL
                   " has been reversed by entry " REVERSAL-SERIAL
               PERFORM OFFER-REPLACEMENT-ENTRY
           END-IF.

      ******************************************************************
      * GET-CORRECTION-SERIAL takes the serial as keyed, with or
      * without leading zeroes, and right-justifies it for the
      * numeric test. A blank answer leaves CORRECTION-SERIAL zero,
      * which no entry carries, and backs out to the menu.
      ******************************************************************
       GET-CORRECTION-SERIAL.
           MOVE ZERO TO CORRECTION-SERIAL
           DISPLAY "Please enter the serial number of the ledger "
               "entry to reverse, or nothing to return to the menu"
           ACCEPT CORRECTION-SERIAL-INPUT
           IF CORRECTION-SERIAL-INPUT NOT = SPACES THEN
               MOVE SPACES TO CORRECTION-SERIAL-RIGHT
               UNSTRING CORRECTION-SERIAL-INPUT DELIMITED BY SPACE
                   INTO CORRECTION-SERIAL-RIGHT
               INSPECT CORRECTION-SERIAL-RIGHT
                   REPLACING LEADING SPACE BY ZERO
               IF CORRECTION-SERIAL-RIGHT IS NUMERIC THEN
                   MOVE CORRECTION-SERIAL-RIGHT TO CORRECTION-SERIAL
               END-IF
               IF CORRECTION-SERIAL = ZERO THEN
                   DISPLAY "That is not a ledger serial number"
                   PERFORM GET-CORRECTION-SERIAL
               END-IF
           END-IF.

       READ-CORRECTION-RECORD.
           MOVE CORRECTION-SERIAL TO LEDGER-SERIAL
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CORRECTION-FOUND-SWITCH
                   MOVE LEDGER-RECORD TO ORIGINAL-RECORD
           END-READ.

      ******************************************************************
      * REVERSE-FOUND-ENTRY refuses a reversal and an entry already
      * reversed, shows the entry, and on a reason and a Y stamps it
      * with the serial the reversal is about to be posted under.
      ******************************************************************
       REVERSE-FOUND-ENTRY.
           IF ORIGINAL-REVERSAL THEN
               DISPLAY "Entry " ORIGINAL-SERIAL " is itself the "
                   "reversal of entry " ORIGINAL-REVERSES-SERIAL
                   " and cannot be reversed"
           ELSE
           IF ORIGINAL-REVERSED-BY-SERIAL NOT = ZERO THEN
               DISPLAY "Entry " ORIGINAL-SERIAL " was already "
                   "reversed by entry " ORIGINAL-REVERSED-BY-SERIAL
           ELSE
               PERFORM SHOW-CORRECTION-ENTRY
               DISPLAY "Please enter the reason for the reversal, "
                   "or nothing to leave the entry as it is"
               ACCEPT CORRECTION-REASON
               IF CORRECTION-REASON = SPACES THEN
                   DISPLAY "No reason given, entry not reversed"
               ELSE
                   DISPLAY "Reverse this entry? (Y/N)"
                   ACCEPT CORRECTION-ANSWER
                   IF CORRECTION-ANSWER = 'Y' OR
                       CORRECTION-ANSWER = 'y' THEN
                       PERFORM GET-NEXT-LEDGER-SERIAL
                       MOVE LAST-LEDGER-SERIAL TO REVERSAL-SERIAL
                       MOVE REVERSAL-SERIAL
                           TO LEDGER-REVERSED-BY-SERIAL
                       REWRITE LEDGER-RECORD
                       IF LEDGER-FILE-STATUS = "00" THEN
                           MOVE 'Y' TO REVERSAL-POSTED-SWITCH
                       ELSE
                           DISPLAY "The entry could not be marked "
                               "reversed, status " LEDGER-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Entry not reversed"
                   END-IF
               END-IF
           END-IF
           END-IF.

       SHOW-CORRECTION-ENTRY.
           MOVE ORIGINAL-DATE TO INQUIRY-PARTNER-EDIT
           MOVE ORIGINAL-TIME TO INQUIRY-TIME-EDIT
           ADD ORIGINAL-RESULT TO ZERO GIVING INQUIRY-RESULT-EDIT
           DISPLAY "Entry " ORIGINAL-SERIAL " posted "
               INQUIRY-PARTNER-EDIT " " INQUIRY-TIME-EDIT " by "
               ORIGINAL-USER-ID
           IF ORIGINAL-FROM-CALCULATION THEN
               ADD ORIGINAL-OPERAND1 TO ZERO
                   GIVING INQUIRY-OPERAND1-EDIT
               ADD ORIGINAL-OPERAND2 TO ZERO
                   GIVING INQUIRY-OPERAND2-EDIT
               DISPLAY INQUIRY-OPERAND1-EDIT " " ORIGINAL-OPERATOR
                   " " INQUIRY-OPERAND2-EDIT " = "
                   INQUIRY-RESULT-EDIT " " ORIGINAL-CURRENCY-CODE
           ELSE
           IF ORIGINAL-FROM-FORMULA THEN
               DISPLAY "FORMULA " ORIGINAL-FORMULA-NAME " "
                   ORIGINAL-EXPRESSION " = " INQUIRY-RESULT-EDIT
           ELSE
           IF ORIGINAL-FROM-TAPE THEN
               DISPLAY "TAPE " ORIGINAL-TAPE-RUN-ID "-"
                   ORIGINAL-TAPE-NUMBER ", " ORIGINAL-TAPE-ITEM-COUNT
                   " ITEMS = " INQUIRY-RESULT-EDIT
           ELSE
               DISPLAY ORIGINAL-EXPRESSION " = " INQUIRY-RESULT-EDIT
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * WRITE-REVERSAL-ENTRY appends the reversal: the original's
      * operands, operator and currency with the result negated, so
      * the pair sums to nothing, under the serial REVERSE-FOUND-ENTRY
      * already stamped on the original.
      ******************************************************************
       WRITE-REVERSAL-ENTRY.
           ACCEPT LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT LEDGER-TIME FROM TIME
           MOVE 'R' TO LEDGER-SOURCE
           MOVE USER-ID TO LEDGER-USER-ID
           MOVE REVERSAL-SERIAL TO LEDGER-SERIAL
           MOVE RUN-IDENT TO LEDGER-RUN-ID
           MOVE ORIGINAL-CURRENCY-CODE TO LEDGER-CURRENCY-CODE
           MOVE ORIGINAL-OPERAND1 TO LEDGER-OPERAND1
           MOVE ORIGINAL-OPERATOR TO LEDGER-OPERATOR
           MOVE ORIGINAL-OPERAND2 TO LEDGER-OPERAND2
           COMPUTE LEDGER-RESULT = ZERO - ORIGINAL-RESULT
           MOVE CORRECTION-REASON TO LEDGER-REASON
           MOVE ZERO TO LEDGER-REVERSED-BY-SERIAL
           MOVE ORIGINAL-SERIAL TO LEDGER-REVERSES-SERIAL
           MOVE ORIGINAL-FORMULA-NAME TO LEDGER-FORMULA-NAME
           PERFORM STORE-LEDGER-RECORD.

      ******************************************************************
      * OFFER-REPLACEMENT-ENTRY lets the supervisor post the corrected
      * figure straight after the reversal, through the same mode the
      * original came from, so it is written, serialled and counted
      * like any other entry.
      ******************************************************************
       OFFER-REPLACEMENT-ENTRY.
           DISPLAY "Post a corrected replacement entry now? (Y/N)"
           ACCEPT CORRECTION-ANSWER
           IF CORRECTION-ANSWER = 'Y' OR CORRECTION-ANSWER = 'y' THEN
               IF ORIGINAL-FROM-EXPRESSION THEN
                   PERFORM SOLVE-EXPRESSION
               ELSE
               IF ORIGINAL-FROM-FORMULA THEN
                   PERFORM RUN-FORMULA
               ELSE
               IF ORIGINAL-FROM-TAPE THEN
                   PERFORM ADDING-MACHINE-TAPE
               ELSE
                   PERFORM START-CALCULATION
               END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * INPUT-OPERATOR/CONTINUATION chain operands until a blank
      * operator is entered, at which point CHECK-OPEATOR sets
           MOVE OPERAND2 TO LEDGER-OPERAND2
           MOVE RESULT TO LEDGER-RESULT
           MOVE SPACES TO LEDGER-EXPRESSION
           MOVE ZERO TO LEDGER-REVERSED-BY-SERIAL
           MOVE ZERO TO LEDGER-REVERSES-SERIAL
           MOVE SPACES TO LEDGER-FORMULA-NAME
           PERFORM STORE-LEDGER-RECORD.

      ******************************************************************
      * WRITE-LEDGER-ENTRY-FOR-EXPRESSION is WRITE-LEDGER-ENTRY's
           MOVE ZERO TO LEDGER-OPERAND2
           MOVE RESULT TO LEDGER-RESULT
           MOVE EXPR-INPUT TO LEDGER-EXPRESSION
           MOVE ZERO TO LEDGER-REVERSED-BY-SERIAL
           MOVE ZERO TO LEDGER-REVERSES-SERIAL
           MOVE SPACES TO LEDGER-FORMULA-NAME
           PERFORM STORE-LEDGER-RECORD.

      ******************************************************************
      * WRITE-LEDGER-ENTRY-FOR-FORMULA is the same trail for a formula
      * run: the formula's name, and in place of the expression the
      * input values it was run with, so the entry reproduces the
      * result from the library definition without guesswork.
      ******************************************************************
       WRITE-LEDGER-ENTRY-FOR-FORMULA.
           PERFORM GET-NEXT-LEDGER-SERIAL
           ACCEPT LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT LEDGER-TIME FROM TIME
           MOVE 'F' TO LEDGER-SOURCE
           MOVE USER-ID TO LEDGER-USER-ID
           MOVE LAST-LEDGER-SERIAL TO LEDGER-SERIAL
           MOVE RUN-IDENT TO LEDGER-RUN-ID
           MOVE SPACES TO LEDGER-CURRENCY-CODE
           MOVE ZERO TO LEDGER-OPERAND1
           MOVE SPACES TO LEDGER-OPERATOR
           MOVE ZERO TO LEDGER-OPERAND2
           MOVE RESULT TO LEDGER-RESULT
           MOVE FORMULA-INPUT-TEXT TO LEDGER-EXPRESSION
           MOVE ZERO TO LEDGER-REVERSED-BY-SERIAL
           MOVE ZERO TO LEDGER-REVERSES-SERIAL
           MOVE FORMULA-NAME TO LEDGER-FORMULA-NAME
           PERFORM STORE-LEDGER-RECORD.

      ******************************************************************
      * WRITE-LEDGER-ENTRY-FOR-TAPE posts an adding-machine tape's
      * closing total. In place of the expression it names the tape
      * and says how many figures and subtotals were on it, so the
      * printed tape can be found from the entry.
      ******************************************************************
       WRITE-LEDGER-ENTRY-FOR-TAPE.
           PERFORM GET-NEXT-LEDGER-SERIAL
           ACCEPT LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT LEDGER-TIME FROM TIME
           MOVE 'T' TO LEDGER-SOURCE
           MOVE USER-ID TO LEDGER-USER-ID
           MOVE LAST-LEDGER-SERIAL TO LEDGER-SERIAL
           MOVE RUN-IDENT TO LEDGER-RUN-ID
           MOVE SPACES TO LEDGER-CURRENCY-CODE
           MOVE ZERO TO LEDGER-OPERAND1
           MOVE SPACES TO LEDGER-OPERATOR
           MOVE ZERO TO LEDGER-OPERAND2
           MOVE RESULT TO LEDGER-RESULT
           MOVE SPACES TO LEDGER-EXPRESSION
           MOVE TAPE-ID-RUN TO LEDGER-TAPE-RUN-ID
           MOVE TAPE-ID-NUMBER TO LEDGER-TAPE-NUMBER
           MOVE TAPE-ITEM-COUNT TO LEDGER-TAPE-ITEM-COUNT
           MOVE TAPE-SUBTOTAL-COUNT TO LEDGER-TAPE-SUBTOTAL-COUNT
           MOVE ZERO TO LEDGER-REVERSED-BY-SERIAL
           MOVE ZERO TO LEDGER-REVERSES-SERIAL
           MOVE SPACES TO LEDGER-FORMULA-NAME
           PERFORM STORE-LEDGER-RECORD.

      ******************************************************************
      * STORE-LEDGER-RECORD is the one place a ledger entry is
      * written. A serial already on file means LEDGSEQ has been
      * set back; the entry is refused by the key and the operator
      * told, and LEDGER-VERIFY will show the gap it leaves. An
      * entry written is measured against the review thresholds
      * there and then, and no entry is written into a closed
      * accounting period, so no mode can post around either.
      ******************************************************************
       STORE-LEDGER-RECORD.
           PERFORM CHECK-POSTING-PERIOD
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Ledger entry " LEDGER-SERIAL
                       " could not be written, status "
                       LEDGER-FILE-STATUS
               NOT INVALID KEY
                   PERFORM CHECK-THRESHOLD-RULES
           END-WRITE.

      ******************************************************************
      * CHECK-POSTING-PERIOD is the last guard on the closed months,
      * applied to every entry by STORE-LEDGER-RECORD whatever mode
      * wrote it: an entry dated before the open period is redirected
      * to the first day of the open period, and the operator told,
      * so a closed month's frozen figures can never be disturbed.
      ******************************************************************
       CHECK-POSTING-PERIOD.
           PERFORM READ-PERIOD-CONTROL
           MOVE LEDGER-DATE (1:6) TO POSTING-MONTH-WORK
           IF POSTING-MONTH-WORK < CURRENT-OPEN-MONTH THEN
               DISPLAY "Entry " LEDGER-SERIAL " is dated "
                   LEDGER-DATE ", in a closed period, and is posted "
                   "to the open period " CURRENT-OPEN-MONTH
               COMPUTE LEDGER-DATE = (CURRENT-OPEN-MONTH * 100) + 1
           END-IF.

      ******************************************************************
      * CHECK-THRESHOLD-RULES measures the entry just written against
      * the review thresholds that apply to it - the rule for every
      * entry, then the rules for its operator, its currency and its
      * user, where there are such rules - and writes one exception
      * for each limit its result goes past, in either direction. A
      * terminal user is told at once; a batch run counts them for
      * its result code and the run history.
      ******************************************************************
       CHECK-THRESHOLD-RULES.
           IF LEDGER-RESULT < ZERO THEN
               COMPUTE RULE-MAGNITUDE-WORK = ZERO - LEDGER-RESULT
           ELSE
               MOVE LEDGER-RESULT TO RULE-MAGNITUDE-WORK
           END-IF
           MOVE 'A' TO RULE-TYPE
           MOVE SPACES TO RULE-SUBJECT
           PERFORM APPLY-THRESHOLD-RULE
           IF LEDGER-OPERATOR NOT = SPACES THEN
               MOVE 'O' TO RULE-TYPE
               MOVE LEDGER-OPERATOR TO RULE-SUBJECT
               PERFORM APPLY-THRESHOLD-RULE
           END-IF
           MOVE 'C' TO RULE-TYPE
           MOVE LEDGER-CURRENCY-CODE TO RULE-SUBJECT
           PERFORM APPLY-THRESHOLD-RULE
           MOVE 'U' TO RULE-TYPE
           MOVE LEDGER-USER-ID TO RULE-SUBJECT
           PERFORM APPLY-THRESHOLD-RULE.

       APPLY-THRESHOLD-RULE.
           PERFORM READ-THRESHOLD-RULE
           IF RULE-FOUND AND RULE-MAGNITUDE-WORK > RULE-LIMIT THEN
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE LEDGER-DATE TO EXCP-DATE
           MOVE LEDGER-TIME TO EXCP-TIME
           MOVE LEDGER-SERIAL TO EXCP-SERIAL
           MOVE LEDGER-USER-ID TO EXCP-USER-ID
           MOVE LEDGER-SOURCE TO EXCP-SOURCE
           MOVE LEDGER-OPERATOR TO EXCP-OPERATOR
           MOVE LEDGER-CURRENCY-CODE TO EXCP-CURRENCY-CODE
           MOVE LEDGER-RESULT TO EXCP-RESULT
           MOVE LEDGER-RUN-ID TO EXCP-RUN-ID
           MOVE POSTING-ORIGIN TO EXCP-ORIGIN
           MOVE RULE-KEY TO EXCP-RULE-KEY
           MOVE RULE-LIMIT TO EXCP-RULE-LIMIT
           WRITE EXCEPTION-RECORD
           IF POSTING-FROM-BATCH THEN
               ADD 1 TO BATCH-EXCEPTION-COUNT
           ELSE
               MOVE RULE-LIMIT TO RULE-LIMIT-EDIT
               DISPLAY "Entry " LEDGER-SERIAL " is over the review "
                   "limit of " RULE-LIMIT-EDIT " (rule " RULE-TYPE
                   " " RULE-SUBJECT ") and is referred for review"
           END-IF.

      ******************************************************************
      * GET-NEXT-LEDGER-SERIAL advances the LEDGSEQ sequence file and
           CLOSE MEMORY-FILE
           CLOSE CONSTANTS-FILE
           CLOSE CURRENCY-RATE-FILE
           CLOSE FORMULA-FILE
           CLOSE USER-PROFILE-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE GL-MAP-FILE
           CLOSE RULE-FILE
           CLOSE PERIOD-FILE
           CLOSE EXCEPTION-FILE
           STOP RUN.

      ******************************************************************
       BATCH-MODE.
           MOVE ZERO TO BATCH-RECORD-COUNT
           MOVE ZERO TO BATCH-ERROR-COUNT
           MOVE ZERO TO BATCH-EXCEPTION-COUNT
           MOVE ZERO TO CHECKPOINT-SINCE-LAST
           MOVE 'N' TO RESTART-SWITCH
           MOVE 'N' TO DUPLICATE-FILE-SWITCH
           MOVE 'N' TO DUPLICATE-OVERRIDE-SWITCH
           MOVE 'N' TO CLOSED-PERIOD-SWITCH
           MOVE SPACE TO RERUN-ANSWER
           PERFORM READ-CHECKPOINT
           PERFORM EDIT-PASS
           IF NOT TRANS-OPEN-FAILED AND NOT BATCH-CONTROL-FAILED THEN
               PERFORM CHECK-RUN-HISTORY
           END-IF
           IF NOT TRANS-OPEN-FAILED AND NOT BATCH-CONTROL-FAILED
               AND NOT DUPLICATE-INPUT-FILE THEN
               PERFORM CHECK-BATCH-PERIOD
           END-IF
           EVALUATE TRUE
               WHEN TRANS-OPEN-FAILED
                   DISPLAY "Batch transaction file could not be "
                   IF NOT UNATTENDED-RUN THEN
                       DISPLAY "Returning to main menu."
                   END-IF
               WHEN CLOSED-PERIOD-FILE
                   DISPLAY "Input file from " BATCH-SOURCE-SYSTEM
                       " dated " BATCH-FILE-DATE " is dated into a "
                       "closed period, no transactions processed."
                   IF NOT UNATTENDED-RUN THEN
                       DISPLAY "Returning to main menu."
                   END-IF
               WHEN OTHER
                   MOVE 'B' TO POSTING-ORIGIN
                   PERFORM PROCESS-BATCH-FILE
                   MOVE 'I' TO POSTING-ORIGIN
           END-EVALUATE
           EVALUATE TRUE
               WHEN TRANS-OPEN-FAILED
                   MOVE 8 TO BATCH-RESULT-CODE
               WHEN DUPLICATE-INPUT-FILE
                   MOVE 20 TO BATCH-RESULT-CODE
               WHEN CLOSED-PERIOD-FILE
                   MOVE 24 TO BATCH-RESULT-CODE
               WHEN BATCH-ERROR-COUNT > ZERO
                   MOVE 4 TO BATCH-RESULT-CODE
               WHEN EDIT-REJECT-COUNT > ZERO
                   MOVE 4 TO BATCH-RESULT-CODE
               WHEN BATCH-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO BATCH-RESULT-CODE
               WHEN OTHER
                   MOVE ZERO TO BATCH-RESULT-CODE
           END-EVALUATE
      ******************************************************************
       CHECK-RUN-HISTORY.
           MOVE 'N' TO DUPLICATE-FILE-SWITCH
           MOVE 'N' TO DUPLICATE-OVERRIDE-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00" THEN
               MOVE 'N' TO HISTORY-EOF-SWITCH
                       " dated " BATCH-FILE-DATE " was already "
                       "processed, rerun override accepted."
                   MOVE 'N' TO DUPLICATE-FILE-SWITCH
                   MOVE 'Y' TO DUPLICATE-OVERRIDE-SWITCH
               ELSE
                   IF NOT UNATTENDED-RUN THEN
                       DISPLAY "Input file from " BATCH-SOURCE-SYSTEM
                       IF RERUN-ANSWER = 'Y' OR RERUN-ANSWER = 'y'
                       THEN
                           MOVE 'N' TO DUPLICATE-FILE-SWITCH
                           MOVE 'Y' TO DUPLICATE-OVERRIDE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

      ******************************************************************
      * CHECK-BATCH-PERIOD keeps a batch run out of the closed
      * months. The run's business date is its AS-OF-DATE and the
      * file date on its TRANSIN header; if either falls before the
      * open period the file belongs to a month finance has already
      * reported, and the run is refused. A POST-TO-OPEN-PERIOD
      * BATCHPRM record - or the operator's Y at the terminal -
      * takes it into the open period instead: the entries are dated
      * when they are posted, as always, so they land in the open
      * period, while the constants still resolve as of the run's
      * AS-OF-DATE so the original figures are re-proved.
      ******************************************************************
       CHECK-BATCH-PERIOD.
           MOVE 'N' TO CLOSED-PERIOD-SWITCH
           PERFORM READ-PERIOD-CONTROL
           MOVE RUN-AS-OF-DATE (1:6) TO POSTING-MONTH-WORK
           IF POSTING-MONTH-WORK < CURRENT-OPEN-MONTH THEN
               MOVE 'Y' TO CLOSED-PERIOD-SWITCH
           END-IF
           IF BATCH-FILE-DATE > ZERO THEN
               MOVE BATCH-FILE-DATE (1:6) TO POSTING-MONTH-WORK
               IF POSTING-MONTH-WORK < CURRENT-OPEN-MONTH THEN
                   MOVE 'Y' TO CLOSED-PERIOD-SWITCH
               END-IF
           END-IF
           IF CLOSED-PERIOD-FILE THEN
               IF PERIOD-REDIRECT-ALLOWED THEN
                   DISPLAY "Input file from " BATCH-SOURCE-SYSTEM
                       " dated " BATCH-FILE-DATE " is dated into a "
                       "closed period, posting to open period "
                       CURRENT-OPEN-MONTH
                   MOVE 'N' TO CLOSED-PERIOD-SWITCH
               ELSE
                   IF NOT UNATTENDED-RUN THEN
                       DISPLAY "Input file from " BATCH-SOURCE-SYSTEM
                           " dated " BATCH-FILE-DATE " (as of "
                           RUN-AS-OF-DATE ") is dated into a closed "
                           "period."
                       DISPLAY "Post it into the open period "
                           CURRENT-OPEN-MONTH " instead? (Y/N)"
                       ACCEPT CLOSE-ANSWER
                       IF CLOSE-ANSWER = 'Y' OR CLOSE-ANSWER = 'y'
                       THEN
                           MOVE 'N' TO CLOSED-PERIOD-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-RUN-HISTORY appends this run's outcome, whatever it
      * was: the refusals are recorded too, so the history shows a
           MOVE EDIT-REJECT-COUNT TO HIST-REJECT-COUNT
           MOVE BATCH-ERROR-COUNT TO HIST-ERROR-COUNT
           MOVE BATCH-RESULT-CODE TO HIST-RESULT-CODE
           MOVE BATCH-EXCEPTION-COUNT TO HIST-EXCEPTION-COUNT
           IF DUPLICATE-OVERRIDDEN THEN
               MOVE 'Y' TO HIST-RERUN-OVERRIDE
           ELSE
               MOVE 'N' TO HIST-RERUN-OVERRIDE
           END-IF
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

      * contribute nothing to the hash on either side; the same goes
      * for an operand keyed as a CONSTANT-NAME, whose value the
      * upstream system cannot know when it builds the trailer.
      * Formula records hash the same way detail records do: every
      * numeric input value joins the hash, a constant-name input
      * contributes nothing.
      ******************************************************************
       EDIT-PASS.
           MOVE 'N' TO TRANS-OPEN-SWITCH
                       MOVE "14" TO EDIT-REASON-CODE
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
               WHEN TRANS-FORMULA-REC
                   ADD 1 TO ACTUAL-DATA-COUNT
                   MOVE 1 TO FORMULA-SLOT-PTR
                   PERFORM HASH-TRANS-FORMULA-INPUT
                       UNTIL FORMULA-SLOT-PTR > 5
                   PERFORM EDIT-FORMULA-RECORD
                   IF EDIT-REJECTED THEN
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "10" TO EDIT-REASON-CODE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

       HASH-TRANS-FORMULA-INPUT.
           IF TRANS-INPUT (FORMULA-SLOT-PTR) IS NUMERIC THEN
               ADD TRANS-INPUT (FORMULA-SLOT-PTR) TO ACTUAL-HASH-TOTAL
           END-IF
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * EDIT-FORMULA-RECORD applies the field edits to one formula
      * record, from both passes the way EDIT-TRANS-RECORD is: the
      * formula must be on FORMULA-FILE, the inputs supplied must be
      * exactly its input count (the leading non-blank fields, with
      * nothing keyed after the first blank one), and every input
      * must be numeric or a constant on file. A record that passes
      * leaves its formula read, ready for PROCESS-FORMULA-RECORD.
      ******************************************************************
       EDIT-FORMULA-RECORD.
           MOVE 'N' TO EDIT-REJECT-SWITCH
           MOVE SPACES TO EDIT-REASON-CODE
           MOVE TRANS-FORMULA-NAME TO FORMULA-NAME
           PERFORM READ-FORMULA
           IF NOT FORMULA-FOUND THEN
               MOVE "19" TO EDIT-REASON-CODE
               MOVE 'Y' TO EDIT-REJECT-SWITCH
           ELSE
               MOVE ZERO TO FORMULA-GIVEN-COUNT
               MOVE 'N' TO FORMULA-BLANK-SWITCH
               MOVE 'N' TO FORMULA-GAP-SWITCH
               MOVE 1 TO FORMULA-SLOT-PTR
               PERFORM COUNT-TRANS-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > 5
               IF FORMULA-GIVEN-COUNT NOT = FORMULA-INPUT-COUNT
                   OR FORMULA-INPUT-GAP THEN
                   MOVE "20" TO EDIT-REASON-CODE
                   MOVE 'Y' TO EDIT-REJECT-SWITCH
               ELSE
                   MOVE 1 TO FORMULA-SLOT-PTR
                   PERFORM EDIT-TRANS-FORMULA-INPUT
                       UNTIL FORMULA-SLOT-PTR > FORMULA-INPUT-COUNT
                           OR EDIT-REJECTED
               END-IF
           END-IF.

       COUNT-TRANS-FORMULA-INPUT.
           IF TRANS-INPUT-X (FORMULA-SLOT-PTR) = SPACES THEN
               MOVE 'Y' TO FORMULA-BLANK-SWITCH
           ELSE
               ADD 1 TO FORMULA-GIVEN-COUNT
               IF FORMULA-BLANK-SEEN THEN
                   MOVE 'Y' TO FORMULA-GAP-SWITCH
               END-IF
           END-IF
           ADD 1 TO FORMULA-SLOT-PTR.

       EDIT-TRANS-FORMULA-INPUT.
           IF TRANS-INPUT (FORMULA-SLOT-PTR) IS NOT NUMERIC THEN
               MOVE TRANS-INPUT-X (FORMULA-SLOT-PTR) (1:10)
                   TO CONSTANT-NAME
               PERFORM READ-CONSTANT-VALUE
               IF NOT CONSTANT-FOUND THEN
                   MOVE "21" TO EDIT-REASON-CODE
                   MOVE 'Y' TO EDIT-REJECT-SWITCH
               END-IF
           END-IF
           ADD 1 TO FORMULA-SLOT-PTR.

       WRITE-REJECT-RECORD.
           MOVE EDIT-REASON-CODE TO REJECT-REASON-CODE
           MOVE TRANS-RECORD TO REJECT-IMAGE
               DISPLAY "Batch run complete, " BATCH-RECORD-COUNT
                   " transaction(s) handled, " EDIT-REJECT-COUNT
                   " rejected by the input edit, " BATCH-ERROR-COUNT
                   " error(s), " BATCH-EXCEPTION-COUNT
                   " threshold exception(s)."
           END-IF.

       READ-TRANS-RECORD.
           IF TRANS-HEADER-REC THEN
               MOVE 'Y' TO HEADER-SEEN-SWITCH
           END-IF
           IF (TRANS-DETAIL-REC OR TRANS-EXPRESSION-REC
               OR TRANS-FORMULA-REC) AND HEADER-SEEN THEN
               ADD 1 TO CHECKPOINT-SKIP-COUNT
           END-IF.

                   MOVE OPERATOR TO REPORT-OPERATOR
                   MOVE OPERAND2 TO REPORT-OPERAND2
                   MOVE SPACES TO REPORT-EXPRESSION
                   MOVE SPACES TO REPORT-FORMULA-NAME
                   MOVE RUN-IDENT TO REPORT-RUN-ID
                   IF CALC-ERROR THEN
                       MOVE ZERO TO REPORT-RESULT
               AND NOT TRAILER-SEEN THEN
               PERFORM PROCESS-EXPRESSION-RECORD
           END-IF
           IF TRANS-FORMULA-REC AND HEADER-SEEN
               AND NOT TRAILER-SEEN THEN
               PERFORM PROCESS-FORMULA-RECORD
           END-IF
           PERFORM READ-TRANS-RECORD.

      ******************************************************************
               PERFORM ADVANCE-BATCH-CHECKPOINT
           ELSE
               MOVE TRANS-EXPRESSION TO EXPR-INPUT
               MOVE ZERO TO FORMULA-ARG-COUNT
               MOVE SPACE TO FORMULA-SOLVE-MODE
               CALL "EXPRESSION-SOLVER" USING EXPR-INPUT EXPR-RESULT
                   EXPR-RETURN-CODE CONSTANT-AS-OF-DATE
                   FORMULA-ARGUMENTS
               MOVE 'E' TO REPORT-REC-TYPE
               MOVE ZERO TO REPORT-OPERAND1
               MOVE SPACES TO REPORT-OPERATOR
               MOVE ZERO TO REPORT-OPERAND2
               MOVE TRANS-EXPRESSION TO REPORT-EXPRESSION
               MOVE SPACES TO REPORT-FORMULA-NAME
               MOVE RUN-IDENT TO REPORT-RUN-ID
               MOVE SPACES TO REPORT-CURRENCY-CODE
               IF EXPR-RETURN-CODE = ZERO THEN
               PERFORM ADVANCE-BATCH-CHECKPOINT
           END-IF.

      ******************************************************************
      * PROCESS-FORMULA-RECORD runs one 'F' record's formula with the
      * record's input values, exactly as menu option B does with
      * keyed ones, and writes the result to REPORT-FILE as an 'F'
      * record naming the formula, with the input values in place of
      * the expression. A record EDIT-PASS rejected fails the edit
      * again here and is skipped, still advancing the checkpoint.
      ******************************************************************
       PROCESS-FORMULA-RECORD.
           PERFORM EDIT-FORMULA-RECORD
           IF EDIT-REJECTED THEN
               PERFORM ADVANCE-BATCH-CHECKPOINT
           ELSE
               PERFORM LOAD-FORMULA-SLOTS
               MOVE 1 TO FORMULA-SLOT-PTR
               PERFORM RESOLVE-FORMULA-INPUT
                   UNTIL FORMULA-SLOT-PTR > FORMULA-ARG-COUNT
               PERFORM SOLVE-FORMULA
               MOVE 'F' TO REPORT-REC-TYPE
               MOVE ZERO TO REPORT-OPERAND1
               MOVE SPACES TO REPORT-OPERATOR
               MOVE ZERO TO REPORT-OPERAND2
               MOVE FORMULA-INPUT-TEXT TO REPORT-EXPRESSION
               MOVE FORMULA-NAME TO REPORT-FORMULA-NAME
               MOVE RUN-IDENT TO REPORT-RUN-ID
               MOVE SPACES TO REPORT-CURRENCY-CODE
               IF EXPR-RETURN-CODE = ZERO THEN
                   MOVE 'N' TO CALC-ERROR-SWITCH
                   MOVE EXPR-RESULT TO RESULT
                   PERFORM WRITE-LEDGER-ENTRY-FOR-FORMULA
                   PERFORM UPDATE-SESSION-STATS
                   MOVE RESULT TO REPORT-RESULT
                   MOVE ZERO TO REPORT-ERROR-CODE
                   MOVE LAST-LEDGER-SERIAL TO REPORT-LEDGER-SERIAL
               ELSE
                   MOVE 'Y' TO CALC-ERROR-SWITCH
                   MOVE EXPR-RETURN-CODE TO CALC-ERROR-CODE
                   PERFORM GET-ERROR-MESSAGE
                   MOVE ZERO TO REPORT-RESULT
                   MOVE EXPR-RETURN-CODE TO REPORT-ERROR-CODE
                   MOVE ZERO TO REPORT-LEDGER-SERIAL
                   ADD 1 TO BATCH-ERROR-COUNT
               END-IF
               PERFORM WRITE-TRANSOUT-RECORD
               PERFORM PRINT-BATCH-FORMULA-LINE
               PERFORM ADVANCE-BATCH-CHECKPOINT
           END-IF.

      ******************************************************************
      * RESOLVE-FORMULA-INPUT turns one formula input into its value
      * the way RESOLVE-TRANS-OPERANDS does a detail operand.
      ******************************************************************
       RESOLVE-FORMULA-INPUT.
           IF TRANS-INPUT (FORMULA-SLOT-PTR) IS NUMERIC THEN
               MOVE TRANS-INPUT (FORMULA-SLOT-PTR)
                   TO FORMULA-ARG-VALUE (FORMULA-SLOT-PTR)
           ELSE
               MOVE TRANS-INPUT-X (FORMULA-SLOT-PTR) (1:10)
                   TO CONSTANT-NAME
               PERFORM READ-CONSTANT-VALUE
               MOVE CONSTANT-VALUE
                   TO FORMULA-ARG-VALUE (FORMULA-SLOT-PTR)
           END-IF
           ADD 1 TO FORMULA-SLOT-PTR.

      ******************************************************************
      * The TRANSOUT control records. The header names the run and
      * the TRANSIN it consumed; every data record passes through
           MOVE BATCH-EXPR-LINE TO BATCH-PRINT-WORK
           PERFORM WRITE-BATCH-PRINT-LINE.

       PRINT-BATCH-FORMULA-LINE.
           MOVE SPACES TO BATCH-PRINT-EXPRESSION
           STRING FORMULA-NAME DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               FORMULA-INPUT-TEXT DELIMITED BY SIZE
               INTO BATCH-PRINT-EXPRESSION
           END-STRING
           PERFORM SET-BATCH-RESULT-TEXT
           MOVE BATCH-RESULT-TEXT TO BATCH-EXPR-RESULT-TEXT
           MOVE BATCH-EXPR-LINE TO BATCH-PRINT-WORK
           PERFORM WRITE-BATCH-PRINT-LINE.

      ******************************************************************
      * SET-BATCH-RESULT-TEXT builds the result column: the edited
      * RESULT in the current display mode for a completed
           MOVE "CALCULATION ERRORS:       " TO BATCH-TOTAL-LABEL
           MOVE BATCH-ERROR-COUNT TO BATCH-TOTAL-VALUE
           MOVE BATCH-TOTAL-LINE TO BATCH-PRINT-WORK
           PERFORM WRITE-BATCH-PRINT-LINE
           MOVE "THRESHOLD EXCEPTIONS:     " TO BATCH-TOTAL-LABEL
           MOVE BATCH-EXCEPTION-COUNT TO BATCH-TOTAL-VALUE
           MOVE BATCH-TOTAL-LINE TO BATCH-PRINT-WORK
           PERFORM WRITE-BATCH-PRINT-LINE.

       WRITE-BATCH-PRINT-LINE.
