      *>   shared record layout for the AOC-PARMS run-control parameter
      *>   file - one keyed row per profile and parameter name, holding
      *>   the value every program in the suite takes for that name
      *>   (the same names the environment used to carry: DAY1_MASTER,
      *>   AOC_JOBLOG, DAY1_HOLD, ...). the profile (PROD, TEST, ...)
      *>   comes from AOC_PROFILE, the file itself from AOC_PARMS; an
      *>   environment variable of the same name still overrides the
      *>   row for one run, and a name with no row falls back to the
      *>   program's own default. aocpload builds the file from its
      *>   text deck; aocparmv lists and checks it.
           01 parameter-record.
               05 prm-key.
                   10 prm-profile pic x(8).
                   10 prm-name    pic x(24).
               05 prm-value       pic x(200).
