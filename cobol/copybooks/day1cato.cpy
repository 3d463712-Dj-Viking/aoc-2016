      *>   shared record layout for a day1driver stream's catalog
      *>   outcomes - the streams of a partitioned batch never open the
      *>   keyed input catalog themselves. each writes one row per input
      *>   it ran to its own line file (the AOC_CATALOG name with .sNN on
      *>   the end): the input path, the manifest's day, the outcome
      *>   (RUN-OK, FAILED or HELD), when the run ended and whether it
      *>   filed a hold. day1merge applies the rows to AOC_CATALOG exactly
      *>   as a single driver would have posted them.
           01 catalog-outcome-record.
               05 co-input-path pic x(200).
               05 co-sep0       pic x.
               05 co-day-num    pic 9(3).
               05 co-sep1       pic x.
               05 co-status     pic x(10).
               05 co-sep2       pic x.
               05 co-status-ts  pic x(14).
               05 co-sep3       pic x.
               05 co-held       pic x.
