      ******************************************************************
      * GLJREC - record layout of GL-JOURNAL-FILE (GLJRNL), the
      * journal interface file handed to the general ledger system.
      * Written by GL-EXTRACT. Typed on its first byte the way
      * TRANSIN and TRANSOUT are: one 'H' header first, 'D' debit
      * and 'C' credit posting lines, one 'T' trailer last.
      *
      * Lines come in pairs, a debit then its credit for the same
      * amount and currency: one pair per ledger entry, or one per
      * account pair and currency when the run summarises, in which
      * case GL-JOURNAL-LEDGER-SERIAL is zero and GL-JOURNAL-ENTRY-
      * COUNT says how many entries the pair stands for. The amount
      * is always positive; the record type says which side it is on.
      *
      * The header names the posting date and the run, and the first
      * ledger serial the journal could contain. The trailer carries
      * the line count, the debit and credit totals (equal, or the
      * file is not balanced), the ledger entries journaled, a hash
      * total of their serials and the last serial considered, so
      * the receiving system can tell a complete, balanced journal
      * from one truncated by an abend.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           02  GL-JOURNAL-REC-TYPE PIC X(1).
               88  GL-JOURNAL-HEADER-REC   VALUE 'H'.
               88  GL-JOURNAL-DEBIT-REC    VALUE 'D'.
               88  GL-JOURNAL-CREDIT-REC   VALUE 'C'.
               88  GL-JOURNAL-TRAILER-REC  VALUE 'T'.
           02  GL-JOURNAL-ACCOUNT  PIC X(12).
           02  GL-JOURNAL-CURRENCY-CODE PIC X(3).
           02  GL-JOURNAL-AMOUNT   PIC 9(13)V9(3).
           02  GL-JOURNAL-POSTING-DATE PIC 9(8).
           02  GL-JOURNAL-LEDGER-SERIAL PIC 9(9).
           02  GL-JOURNAL-ENTRY-COUNT PIC 9(7).
           02  GL-JOURNAL-DESCRIPTION PIC X(30).
       01  GL-JOURNAL-HEADER-FIELDS.
           02  FILLER              PIC X(1).
           02  GL-HEADER-POSTING-DATE PIC 9(8).
           02  GL-HEADER-RUN-DATE  PIC 9(8).
           02  GL-HEADER-RUN-TIME  PIC 9(6).
           02  GL-HEADER-SOURCE-SYSTEM PIC X(8).
           02  GL-HEADER-FROM-SERIAL PIC 9(9).
           02  FILLER              PIC X(46).
       01  GL-JOURNAL-TRAILER-FIELDS.
           02  FILLER              PIC X(1).
           02  GL-TRAILER-LINE-COUNT PIC 9(7).
           02  GL-TRAILER-DEBIT-TOTAL PIC 9(15)V9(3).
           02  GL-TRAILER-CREDIT-TOTAL PIC 9(15)V9(3).
           02  GL-TRAILER-ENTRY-COUNT PIC 9(7).
           02  GL-TRAILER-SERIAL-HASH PIC 9(15).
           02  GL-TRAILER-THRU-SERIAL PIC 9(9).
           02  FILLER              PIC X(11).
