                   organization is line sequential,
                   file status is joblog-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD aoc-results.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 results-status pic xx.
           01 master-status  pic xx.
           01 ws-joblog-rc    pic 9(3)   value 0.
           01 ws-joblog-now   pic x(26)  value spaces.

      *>     run-control parameter state - see resolve-parameter. the
      *>     trail of what was resolved, and from where, goes out on
      *>     the START row of the job log.
           01 parms-status      pic xx.
           01 ws-parms-path     pic x(200)  value spaces.
           01 ws-parms-profile  pic x(8)    value spaces.
           01 ws-parm-name      pic x(24)   value spaces.
           01 ws-parm-value     pic x(200)  value spaces.
           01 ws-parm-source    pic x(7)    value spaces.
           01 ws-parm-env       pic x(200)  value spaces.
           01 ws-parm-trail     pic x(2000) value spaces.
           01 ws-parm-trail-ptr pic 9(4)    value 1.
           01 ws-parm-logged    pic x       value "N".

           PROCEDURE DIVISION.
           main-load.
               perform init-load
               stop run.

           init-load.
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path

               open input aoc-results
               if results-status not = "00"
               .

           apply-history-row.
               move ar-event-year    to am-event-year
               move ar-day-num       to am-day-num
               move ar-part-num      to am-part-num
               move ar-answer-val    to am-answer-val
                   " keys updated=" ws-rows-rewritten
               .

      *>     run-control parameters. the caller puts the name in
      *>     ws-parm-name and its own default in ws-parm-value; the row
      *>     for this job's profile (AOC_PROFILE, default PROD) in the
      *>     keyed parameter file (AOC_PARMS) overrides the default,
      *>     and an environment variable of the same name overrides
      *>     both for this one run. a parameter file that cannot be
      *>     opened leaves the defaults in play. every name resolved
      *>     before the START event is logged with its value and where
      *>     that came from.
           resolve-parameter.
               if ws-parms-profile = spaces
                   accept ws-parms-path from environment "AOC_PARMS"
                       on exception
                           move "../aoc-parms.dat" to ws-parms-path
                   end-accept
                   accept ws-parms-profile from environment "AOC_PROFILE"
                       on exception
                           move spaces to ws-parms-profile
                   end-accept
                   if ws-parms-profile = spaces
                       move "PROD" to ws-parms-profile
                   end-if
                   move function upper-case(ws-parms-profile)
                       to ws-parms-profile
                   string "AOC_PROFILE=" delimited by size
                           function trim(ws-parms-profile) delimited by size
                           " AOC_PARMS=" delimited by size
                           function trim(ws-parms-path) delimited by size
                           " " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if

               move "DEFAULT" to ws-parm-source
               open input aoc-parms
               if parms-status = "00"
                   move ws-parms-profile to prm-profile
                   move ws-parm-name     to prm-name
                   read aoc-parms
                       invalid key
                           continue
                       not invalid key
                           move prm-value to ws-parm-value
                           move "PROFILE" to ws-parm-source
                   end-read
                   close aoc-parms
               end-if

               accept ws-parm-env from environment ws-parm-name
                   on exception
                       continue
                   not on exception
                       move ws-parm-env to ws-parm-value
                       move "ENV" to ws-parm-source
               end-accept

               if ws-parm-logged = "N"
                   string function trim(ws-parm-name) delimited by size
                           "=" delimited by size
                           function trim(ws-parm-value) delimited by size
                           "(" delimited by size
                           function trim(ws-parm-source) delimited by size
                           ") " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if
               .

      *>     start/end events for the shared operations log - aocjflow
      *>     pairs them up, and a START with no END reads as ABENDED.
      *>     a log that cannot be written must not fail the job it
      *>     describes, so an open error only costs the event.
           log-job-start.
               move "AOC_JOBLOG" to ws-parm-name
               move "../aoc-joblog.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-joblog-path
               move "START" to ws-joblog-event
               move 0 to ws-joblog-rc
               perform write-joblog-event
               move "Y" to ws-parm-logged
               .

           log-job-end.
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
