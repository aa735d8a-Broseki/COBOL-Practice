      *  position within that field - so a data steward can tell a
      *  bad byte in a name from one in an address without pulling
      *  the source record.
      *  EXC-RULE-CODE says which check the record failed: CHAR for
      *  a character the cipher can't carry, DUPL for an account
      *  number already shipped earlier in the same batch, or the
      *  code of the steward's edit rule it broke (see RTEDR.cpy). A
      *  record for a whole-value failure - DUPL, a blank required
      *  field, a value off its reference list - carries position
      *  zero; the value is the problem, not one byte of it.
      *  EXC-SEVERITY is 'R' when the failure rejected the record and
      *  'W' when it is warning-only and the record still shipped.
      *  EXC-ACCOUNT-NUMBER is the failing record's account number as
      *  read, so a customer's rejections can be found by account
      *  (see RTHIST) without the source extract. Records written
      *  before the field existed read back as blank.
      *  RTRETN reports on a partner's return file in the same
      *  layout, the header carrying the return's batch ID: CHAR
      *  there is a character that won't decode, NSNT an account we
      *  never sent the partner, and the record number is the
      *  detail's sequence within the return file.
      *---------------------------------------------------------------
       01 RT-EXCEPTION-HEADER-RECORD.
           05 EXC-HDR-RECORD-TYPE    PIC X(3).
           05 EXC-FIELD-NAME        PIC X(12).
           05 EXC-POSITION          PIC 9(2).
           05 EXC-CHAR              PIC X.
           05 EXC-RULE-CODE         PIC X(4).
           05 EXC-SEVERITY          PIC X.
           05 EXC-ACCOUNT-NUMBER    PIC X(10).
      *  Trailing summary record, written once at end of run, so the
      *  batch's total skipped-record count is retained with the
      *  exception report instead of living only in the job log's
      *  DISPLAY output - along with the count of records that
      *  shipped carrying a warning.
       01 RT-EXCEPTION-SUMMARY-RECORD.
           05 EXC-SUMMARY-LABEL      PIC X(8).
           05 EXC-SUMMARY-SKIP-COUNT PIC 9(6).
           05 EXC-SUMMARY-WARN-COUNT PIC 9(6).
