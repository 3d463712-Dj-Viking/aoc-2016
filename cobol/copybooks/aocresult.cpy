      *>   ar-result-key groups day and part so the keyed scoreboard
      *>   master can declare them as its record key - the sequential
      *>   history file and the master share this one layout.
      *>   ar-event-year leads the key, so more than one event year's
      *>   solvers can share the master and the history without one
      *>   year's day 1 overwriting another's, and the master reads in
      *>   year order. aocyearcv stamps rows written before the year was
      *>   part of the key (all of them 2016) with their year.
           01 aoc-result-record.
               05 ar-result-key.
                   10 ar-event-year pic 9(4).
                   10 ar-day-num   pic 9(3).
                   10 ar-part-num  pic 9(1).
               05 ar-answer-val    pic S9(9).
