      *>   shared record layout for the AOC-CATALOG keyed input catalog -
      *>   one row per prepared input, keyed by its input path (the run
      *>   id every other file carries, untruncated), so where a dated
      *>   input stands is one keyed read instead of a trawl through the
      *>   manifest, the hold queue, the expected-answers file, the
      *>   batch summary, the corrections file and the archive
      *>   directories. cat-status is the input's latest state and
      *>   cat-status-ts when it got there; each state also keeps the
      *>   timestamp it was last entered, so "was it ever baselined"
      *>   survives a later RUN-OK or ARCHIVED. cat-held is kept apart
      *>   from the status: day1fix marks a held input CORRECTED, but
      *>   it stays in the hold queue until day1rel releases it, and
      *>   "is it held right now" has to stay answerable through that.
      *>   cat-corrected-by is the operator who filed the correction
      *>   day1fix applied last, so a release or a promotion can be
      *>   refused when it is the same operator approving it.
      *>   every timestamp is yyyymmddhhmmss; spaces = never.
      *>     day1prep  - PREPPED (day, prep time, header checksum)
      *>     day1driver - RUN-OK, FAILED, HELD (held flag set)
      *>     day1fix   - CORRECTED (new header checksum, filer)
      *>     day1rel   - held flag cleared, released time stamped
      *>     aocprom   - BASELINED
      *>     day1arch  - ARCHIVED
           01 catalog-record.
               05 cat-input-path   pic x(200).
               05 cat-day-num      pic 9(3).
               05 cat-prep-ts      pic x(14).
               05 cat-checksum     pic 9(9).
               05 cat-status       pic x(10).
                   88 cat-is-prepped   value "PREPPED".
                   88 cat-is-run-ok    value "RUN-OK".
                   88 cat-is-failed    value "FAILED".
                   88 cat-is-held      value "HELD".
                   88 cat-is-corrected value "CORRECTED".
                   88 cat-is-baselined value "BASELINED".
                   88 cat-is-archived  value "ARCHIVED".
               05 cat-status-ts    pic x(14).
               05 cat-held         pic x.
               05 cat-transitions.
                   10 cat-prepped-ts   pic x(14).
                   10 cat-run-ok-ts    pic x(14).
                   10 cat-failed-ts    pic x(14).
                   10 cat-held-ts      pic x(14).
                   10 cat-corrected-ts pic x(14).
                   10 cat-baselined-ts pic x(14).
                   10 cat-archived-ts  pic x(14).
                   10 cat-released-ts  pic x(14).
               05 cat-transition-table redefines cat-transitions.
                   10 cat-transition-ts pic x(14) occurs 8 times.
               05 cat-corrected-by pic x(8).
