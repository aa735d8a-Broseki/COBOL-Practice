      *---------------------------------------------------------------
      *  RTRTN.cpy
      *  Header record of a partner return file - a partner's copy
      *  of customer records sent back to us with their corrections,
      *  encoded under the partner's RTPRF shift. The details are in
      *  RTOUT's own layout (see RTOUT.cpy), exactly as we ship them;
      *  only the header differs, because an inbound file has to say
      *  whose it is:
      *    RTN-HDR-BATCH-ID    - the partner's batch ID for the
      *                          return.
      *    RTN-HDR-PARTNER-ID  - the partner returning it, whose
      *                          agreement it is decoded under.
      *    RTN-HDR-RETURN-DATE - (YYYYMMDD) the date the partner
      *                          produced it; the agreement in effect
      *                          on this date is the one applied. Zero
      *                          means the date RTRETN runs.
      *---------------------------------------------------------------
       01 RT-RETURN-HEADER-RECORD.
           05 RTN-HDR-RECORD-TYPE   PIC X(3).
           05 RTN-HDR-BATCH-ID      PIC X(8).
           05 RTN-HDR-PARTNER-ID    PIC X(8).
           05 RTN-HDR-RETURN-DATE   PIC 9(8).
