      *---------------------------------------------------------------
      *  FZDLT.cpy
      *  Delta extract record written by FZCOMP - one record per
      *  value whose detail extract record differs between the two
      *  FIZZBUZZ generations compared, and nothing for values that
      *  are unchanged, so the downstream load can apply just the
      *  changes instead of reloading the whole run.
      *    DLT-CHANGE-TYPE - ADD value only in the new generation
      *                      DEL value only in the old generation
      *                      CHG value in both, record differs
      *    DLT-FLAGS-CHANGED/DLT-LABEL-CHANGED - 'Y' on a CHG record
      *                      for each part that differs ('N' on ADD
      *                      and DEL records).
      *    DLT-OLD-IMAGE/DLT-NEW-IMAGE - the value's extract record
      *                      (see FZEXT.cpy) as it stands in each
      *                      generation; spaces on the side the value
      *                      is missing from.
      *---------------------------------------------------------------
       01 FZ-DELTA-RECORD.
           05 DLT-CHANGE-TYPE       PIC X(3).
           05 DLT-OLD-RUN           PIC 9(5).
           05 DLT-NEW-RUN           PIC 9(5).
           05 DLT-VALUE             PIC 9(5).
           05 DLT-FLAGS-CHANGED     PIC X.
           05 DLT-LABEL-CHANGED     PIC X.
           05 DLT-OLD-IMAGE.
               10 DLT-OLD-FLAGS     PIC X(4).
               10 DLT-OLD-LABEL     PIC X(32).
           05 DLT-NEW-IMAGE.
               10 DLT-NEW-FLAGS     PIC X(4).
               10 DLT-NEW-LABEL     PIC X(32).
