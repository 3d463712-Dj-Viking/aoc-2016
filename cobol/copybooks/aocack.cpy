      *>   shared record layout for the AOC-ACK inbound acknowledgement
      *>   file - one row per response the puzzle site gave to a
      *>   submitted answer: the key, the answer as submitted (the
      *>   scoreboard value, sb-answer-val of the submission row), the
      *>   response and when it was given. aocackin files each row in
      *>   the answer standing file (see copybooks/aocanst.cpy).
      *>   ak-response-ts is yyyymmddhhmmss; spaces = when ingested.
           01 ack-record.
               05 ak-event-year  pic x(4).
               05 ak-sep0        pic x.
               05 ak-day-num     pic x(3).
               05 ak-sep1        pic x.
               05 ak-part-num    pic x(1).
               05 ak-sep2        pic x.
               05 ak-answer-text pic x(10).
               05 ak-sep3        pic x.
               05 ak-response    pic x(8).
                   88 ak-is-accepted value "ACCEPTED".
                   88 ak-is-too-high value "TOO-HIGH".
                   88 ak-is-too-low  value "TOO-LOW".
                   88 ak-is-wrong    value "WRONG".
               05 ak-sep4        pic x.
               05 ak-response-ts pic x(14).
