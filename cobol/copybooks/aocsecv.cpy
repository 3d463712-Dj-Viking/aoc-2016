      *>   shared record layout for the AOC-SECLOG security violations
      *>   log - one row per refused attempt at a maintenance function:
      *>   when, who (the operator id as keyed, even if it matches no
      *>   profile), which program and function, why it was refused,
      *>   and what it was aimed at (an input path, or the job's own
      *>   key parameter). appended, never rewritten.
           01 security-log-record.
               05 sv-timestamp pic x(14).
               05 sv-sep0      pic x.
               05 sv-operator  pic x(8).
               05 sv-sep1      pic x.
               05 sv-program   pic x(10).
               05 sv-sep2      pic x.
               05 sv-function  pic x(8).
               05 sv-sep3      pic x.
               05 sv-reason    pic x(40).
               05 sv-sep4      pic x.
               05 sv-target    pic x(200).
