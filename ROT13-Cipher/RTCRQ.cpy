      *---------------------------------------------------------------
      *  RTCRQ.cpy
      *  Change-request record - one record per customer field a
      *  partner's return file altered against what we last sent
      *  them (see RTRETN), for the customer data stewards to review
      *  and, where they agree, apply at source. Both values are
      *  plaintext: the value on RTSNT as last sent, and the value
      *  the partner returned, decoded under their agreement.
      *  CRQ-FIELD-NAME names the customer field exactly as the
      *  exception report does: NAME, ADDRESS, or CITY - the account
      *  number is what the return is matched on, so it never
      *  changes here.
      *  CRQ-WARNED is 'W' when the returned record broke a
      *  warning-only edit rule (see RTEDR.cpy) - the change still
      *  stands, but the steward should read the exception report
      *  before applying it - and blank otherwise.
      *---------------------------------------------------------------
       01 RT-CHANGE-REQUEST-RECORD.
           05 CRQ-PARTNER-ID        PIC X(8).
           05 CRQ-BATCH-ID          PIC X(8).
           05 CRQ-RETURN-DATE       PIC 9(8).
           05 CRQ-ACCOUNT-NUMBER    PIC X(10).
           05 CRQ-FIELD-NAME        PIC X(12).
           05 CRQ-SENT-VALUE        PIC X(20).
           05 CRQ-RETURNED-VALUE    PIC X(20).
           05 CRQ-LAST-SENT-DATE    PIC 9(8).
           05 CRQ-WARNED            PIC X.
