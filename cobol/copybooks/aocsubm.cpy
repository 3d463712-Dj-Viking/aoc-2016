      *>   shared record layout for the AOC-SUBMIT outbound answer
      *>   submission file - one row per scoreboard answer aocsubmit
      *>   found not yet submitted: the key, the answer as the
      *>   scoreboard holds it, the answer as it is to be keyed into
      *>   the puzzle site (2016 day 2 part 2, a keypad code the
      *>   scoreboard holds read as hexadecimal, goes back to its hex
      *>   digits), when it was queued, and the run that produced it.
      *>   the acknowledgement for it quotes sb-answer-val back.
           01 submission-record.
               05 sb-event-year    pic 9(4).
               05 sb-sep0          pic x.
               05 sb-day-num       pic 9(3).
               05 sb-sep1          pic x.
               05 sb-part-num      pic 9(1).
               05 sb-sep2          pic x.
               05 sb-answer-val    pic -9(9).
               05 sb-sep3          pic x.
               05 sb-answer-text   pic x(12).
               05 sb-sep4          pic x.
               05 sb-queued-ts     pic x(14).
               05 sb-sep5          pic x.
               05 sb-run-timestamp pic x(26).
