      *>   shared record layout for the AOC-OPERATORS profile file - one
      *>   row per operator allowed near the maintenance programs: the
      *>   operator id they sign on with, their name, and one Y/N flag
      *>   per function they may perform. a program that changes the
      *>   answers, the hold queue, the baseline or the archive (or
      *>   shows them) signs the operator on against this file first
      *>   and refuses anyone without the flag for its function; every
      *>   refusal goes to the security violations log (aocsecv.cpy).
      *>     CORRECT - day1cor      RELEASE - day1rel
      *>     PROMOTE - aocprom      INQUIRE - day1inq, aoccatq
      *>     ARCHIVE - day1arch
           01 operator-record.
               05 op-operator-id  pic x(8).
               05 op-sep0         pic x.
               05 op-name         pic x(30).
               05 op-sep1         pic x.
               05 op-functions.
                   10 op-may-correct pic x.
                   10 op-may-release pic x.
                   10 op-may-promote pic x.
                   10 op-may-inquire pic x.
                   10 op-may-archive pic x.
               05 op-function-table redefines op-functions.
                   10 op-may-perform pic x occurs 5 times.
