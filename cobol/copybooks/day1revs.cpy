      *>   shared record layout for the DAY1-REVISITS revisit register -
      *>   one row per square a day1 walk crossed more than once,
      *>   written by day1geo from the run's audit rows: the square
      *>   (the same +x,+y coord string day1's visited table uses), how
      *>   many times it was crossed, and every crossing in walk order -
      *>   the token sequence number and the audit timestamp of the
      *>   unit step that landed on it. the origin's first crossing is
      *>   the start of the walk, so it has token 0000 and no time.
      *>   only the first 16 crossings are kept, so
      *>   rv-crossings-kept can be less than rv-visit-count. the
      *>   register is appended to; a run summarized again gets a new
      *>   set of rows under a later rv-built-ts, which is the set that
      *>   counts.
           01 revisit-record.
               05 rv-run-id         pic x(40).
               05 rv-sep0           pic x.
               05 rv-built-ts       pic x(14).
               05 rv-sep1           pic x.
               05 rv-coord          pic x(13).
               05 rv-sep2           pic x.
               05 rv-visit-count    pic 9(5).
               05 rv-sep3           pic x.
               05 rv-crossings-kept pic 9(2).
               05 rv-crossing occurs 16 times.
                   10 rv-cross-sep0 pic x.
                   10 rv-cross-seq  pic 9(4).
                   10 rv-cross-sep1 pic x.
                   10 rv-cross-ts   pic x(26).
