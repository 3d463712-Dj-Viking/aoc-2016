      *>   shared record layout for the DAY1-GEOMETRY walk summary - one
      *>   row per day1 run summarized by day1geo from its audit rows:
      *>   the bounding box of every square walked, the unit steps, where
      *>   the walk ended and its Manhattan distance from the start, how
      *>   many distinct squares it covered, how many of them it crossed
      *>   more than once (the rows it put in the revisit register, see
      *>   copybooks/day1revs.cpy) and how many times in all it stepped
      *>   back onto a square already walked. gm-path-ratio is unit
      *>   steps over the final distance - how far it walked for every
      *>   square of distance it covered; a walk that ends back on the
      *>   start square has no distance and carries 99999.99. gm-source
      *>   says whether the rows came from the live audit segment or an
      *>   archive. day1georpt ranks the runs on these; a run summarized
      *>   again appends a new row, and the latest one counts.
           01 geometry-record.
               05 gm-run-id         pic x(40).
               05 gm-sep0           pic x.
               05 gm-built-ts       pic x(14).
               05 gm-sep1           pic x.
               05 gm-min-x          pic s9(5) sign leading separate.
               05 gm-sep2           pic x.
               05 gm-max-x          pic s9(5) sign leading separate.
               05 gm-sep3           pic x.
               05 gm-min-y          pic s9(5) sign leading separate.
               05 gm-sep4           pic x.
               05 gm-max-y          pic s9(5) sign leading separate.
               05 gm-sep5           pic x.
               05 gm-unit-steps     pic 9(7).
               05 gm-sep6           pic x.
               05 gm-end-x          pic s9(5) sign leading separate.
               05 gm-sep7           pic x.
               05 gm-end-y          pic s9(5) sign leading separate.
               05 gm-sep8           pic x.
               05 gm-final-dist     pic 9(6).
               05 gm-sep9           pic x.
               05 gm-squares        pic 9(5).
               05 gm-sep10          pic x.
               05 gm-revisited      pic 9(5).
               05 gm-sep11          pic x.
               05 gm-self-crossings pic 9(7).
               05 gm-sep12          pic x.
               05 gm-path-ratio     pic 9(5).99.
               05 gm-sep13          pic x.
               05 gm-source         pic x(7).
