      *---------------------------------------------------------------
      *  RTREF.cpy
      *  Reference-list entry - one record per valid value of a named
      *  list, for the LIST edit rules on RTEDR.cpy to check customer
      *  fields against (the valid-city table, for one). A list is
      *  simply every record carrying its REF-LIST-NAME; the values
      *  are matched exactly, trailing spaces aside.
      *---------------------------------------------------------------
       01 RT-REFERENCE-RECORD.
           05 REF-LIST-NAME         PIC X(8).
           05 REF-VALUE             PIC X(20).
