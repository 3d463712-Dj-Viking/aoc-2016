                   organization is line sequential,
                   file status is report-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD aoc-joblog.
           FD flow-report.
           01 report-line pic x(250).

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 joblog-status pic xx.
           01 report-status pic xx.
           01 ws-elapsed    pic s9(7) value 0.
           01 ws-elapsed-edited pic -9(7).

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
           main-jflow.
               perform init-jflow
               stop run.

           init-jflow.
               move "AOC_JOBLOG" to ws-parm-name
               move "../aoc-joblog.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-joblog-path
               move "AOC_JFLOW_REPORT" to ws-parm-name
               move "../aoc-jobflow.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path
               accept ws-date-filter from environment "AOC_JFLOW_DATE"
                   on exception
                       move spaces to ws-date-filter
                   function trim(ws-report-path)
                   " - " ws-abend-count " abended job(s)"
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
