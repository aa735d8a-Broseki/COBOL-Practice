      *---------------------------------------------------------------
      *  RTEDR.cpy
      *  Customer-field edit-rule record - one record per business
      *  rule the data stewards want enforced on the RTIN customer
      *  fields, over and above the ACCEPTED-CHARS check ROT13 always
      *  makes. Rules live here rather than in the program so the
      *  stewards can add or retire one without a code change.
      *  EDR-FIELD-NAME names the customer field exactly as the
      *  exception report does: ACCOUNT-NO, NAME, ADDRESS, or CITY.
      *  EDR-RULE-TYPE is one of:
      *    REQD - the field must not be blank
      *    NUMR - the field may hold digits only
      *    MINL - the field's text must be at least EDR-MIN-LENGTH
      *           characters long
      *    LIST - the field must match an entry of the reference
      *           list named by EDR-LIST-NAME (see RTREF.cpy)
      *  NUMR, MINL, and LIST pass a blank field - whether a field
      *  may be blank at all is REQD's business - so one rule never
      *  reports another's failure twice.
      *  EDR-RULE-CODE is what the exception report shows against a
      *  record that breaks the rule; blank means the rule type.
      *  EDR-SEVERITY of 'W' makes the rule warning-only: the break
      *  is reported but the record still ships. Anything else
      *  rejects the record, exactly like an invalid character.
      *---------------------------------------------------------------
       01 RT-EDIT-RULE-RECORD.
           05 EDR-FIELD-NAME        PIC X(12).
           05 EDR-RULE-TYPE         PIC X(4).
           05 EDR-RULE-CODE         PIC X(4).
           05 EDR-SEVERITY          PIC X.
           05 EDR-MIN-LENGTH        PIC 9(2).
           05 EDR-LIST-NAME         PIC X(8).
