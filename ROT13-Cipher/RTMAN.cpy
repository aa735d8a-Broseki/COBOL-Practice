      *  acknowledgments against it to report batches still
      *  unconfirmed. A distribution run cuts one record per partner
      *  served.
      *  MAN-SHIP-TYPE says what kind of shipment the record stands
      *  for: blank for a batch's first shipment to the partner, 'R'
      *  for an authorized resend of a batch the partner already had
      *  (see CTL-RESEND-INDICATOR in RTCTL.cpy), and 'K' for a
      *  re-key shipment - customers already sent, re-encoded by
      *  RTRKEY under a changed agreement and sent again under a
      *  batch ID of their own. Records written before the field
      *  existed read back as blank - originals.
      *---------------------------------------------------------------
       01 RT-MANIFEST-RECORD.
           05 MAN-BATCH-ID          PIC X(8).
           05 MAN-PARTNER-ID        PIC X(8).
           05 MAN-RECORD-COUNT      PIC 9(6).
           05 MAN-SHIP-DATE         PIC 9(8).
           05 MAN-SHIP-TYPE         PIC X.
