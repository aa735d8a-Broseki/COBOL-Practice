      *  past the keep count, deleting their files and setting
      *  RG-RETIRED-FLAG to 'Y' - the record itself stays, so the
      *  registry remains a complete history of what ran.
      *  RG-PARTNER-ID is the partner a ROT13 run encoded for - blank
      *  for a no-partner run and for programs that serve no partner
      *  - so a batch's generations can be told apart per partner.
      *---------------------------------------------------------------
       01 RG-RUN-RECORD.
           05 RG-RUN-NUMBER         PIC 9(5).
           05 RG-BATCH-ID           PIC X(8).
           05 RG-RUN-DATE           PIC 9(8).
           05 RG-RETIRED-FLAG       PIC X.
           05 RG-PARTNER-ID         PIC X(8).
