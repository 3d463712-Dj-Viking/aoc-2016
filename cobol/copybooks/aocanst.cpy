      *>   shared record layout for the AOC-ANSWERS keyed answer
      *>   standing file - one row per event year/day/part (the same
      *>   key as the scoreboard master), holding what the puzzle site
      *>   has been told and what it said back. aocsubmit stamps the
      *>   answer it put in the outbound submission file; aocackin
      *>   files each acknowledgement against it. from those:
      *>     - the accepted answer, once the site has accepted one
      *>     - the known lower bound: the highest answer answered
      *>       TOO-LOW, so the right answer is above it
      *>     - the known upper bound: the lowest answer answered
      *>       TOO-HIGH, so the right answer is below it
      *>     - the last answer answered WRONG
      *>   an answer that differs from the accepted one, sits at or
      *>   outside a bound, or repeats the WRONG one is flagged by
      *>   aocsubmit's report and refused by aocprom as a baseline.
      *>   every timestamp is yyyymmddhhmmss; spaces = never.
           01 answer-status-record.
               05 ans-result-key.
                   10 ans-event-year pic 9(4).
                   10 ans-day-num    pic 9(3).
                   10 ans-part-num   pic 9(1).
               05 ans-submitted-val  pic s9(9) sign leading separate.
               05 ans-submitted-ts   pic x(14).
               05 ans-submit-count   pic 9(4).
               05 ans-accepted       pic x.
                   88 ans-is-accepted    value "Y".
               05 ans-accepted-val   pic s9(9) sign leading separate.
               05 ans-accepted-ts    pic x(14).
               05 ans-has-low        pic x.
                   88 ans-low-known      value "Y".
               05 ans-low-bound      pic s9(9) sign leading separate.
               05 ans-has-high       pic x.
                   88 ans-high-known     value "Y".
               05 ans-high-bound     pic s9(9) sign leading separate.
               05 ans-has-wrong      pic x.
                   88 ans-wrong-known    value "Y".
               05 ans-wrong-val      pic s9(9) sign leading separate.
               05 ans-last-response  pic x(8).
               05 ans-response-ts    pic x(14).
