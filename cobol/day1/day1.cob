      *>       every run ever walked. day1audcv converts an existing
      *>       flat audit file once; re-runs of an input keep appending
      *>       to that run's own segment, which readers already handle.
      *>     - the checkpoint file can be pointed elsewhere with
      *>       DAY1_RESTART, so concurrent day1driver streams each keep
      *>       their own checkpoint instead of overwriting one another's.
      *>     - scoreboard history and master rows now carry the event
      *>       year (AOC_EVENT_YEAR from the batch driver, 2016 when
      *>       run alone) at the front of the key, so other years'
      *>       day 1 rows no longer overwrite this one's.
      *>     - every path now comes from the run-control parameter file
      *>       (AOC_PARMS, profile AOC_PROFILE), with the environment
      *>       variable of the same name as an override, and the START
      *>       row of the job log shows where each one came from. the
      *>       listing, exceptions and audit paths, fixed until now,
      *>       are DAY1_LISTING, DAY1_EXCEPTIONS and DAY1_AUDIT - the
      *>       names the programs reading those files already use.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
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
      *>     widened well past the original 685-char sample line so a
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 filestatus      pic xx.
           01 listing-status    pic xx.
           01 ws-restart-path    pic x(200) value "../day1-restart.dat".
           01 ws-results-path    pic x(200) value "../aoc-results.dat".
           01 ws-master-path     pic x(200) value "../aoc-master.dat".
      *>     the event year the scoreboard rows are keyed under - the
      *>     batch driver names it with AOC_EVENT_YEAR; a stand-alone
      *>     run is a 2016 run.
           01 ws-event-year-text pic x(10)  value spaces.
           01 ws-event-year      pic 9(4)   value 2016.
           01 ws-stats-path      pic x(200) value "../day1-stats.dat".

           01 ws-delim        pic XX    value ",".
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
      *> cobol-lint CL002 main-program
           main-program.
               move function current-date to ws-run-start-ts

      *>         the run id is the operations log's key parameter, and
      *>         the start event also carries every path this run will
      *>         use, so resolve them all before logging it (init-file
      *>         resolves them again, harmlessly).
               perform determine-sample-path
               perform determine-results-path
               move ws-run-id to ws-joblog-parms
               perform log-job-start

      *>     DAY1_RESULTS points the history append anywhere; DAY1_MASTER
      *>     lets a batch driver that overrides its own master path point
      *>     this run's keyed scoreboard update at the same file it will
      *>     read the answers back from. the listing, exceptions and
      *>     audit paths go by the names their readers use.
           determine-results-path.
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               accept ws-event-year-text from environment "AOC_EVENT_YEAR"
                   on exception
                       move spaces to ws-event-year-text
               end-accept
               if function trim(ws-event-year-text) not = spaces
               and function test-numval(ws-event-year-text) = 0
                   move function numval(ws-event-year-text)
                       to ws-event-year
               end-if
               move "DAY1_STATS" to ws-parm-name
               move "../day1-stats.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stats-path
               move "DAY1_RESTART" to ws-parm-name
               move "../day1-restart.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-restart-path
               move "DAY1_LISTING" to ws-parm-name
               move "../day1-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_AUDIT" to ws-parm-name
               move "../day1-audit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-audit-path
               .

           reconcile-input.
                   open output aoc-results
               end-if

               move ws-event-year   to ar-event-year
               move 1               to ar-part-num
               move 1               to ar-day-num
               move ws-answer-num   to ar-answer-val
               move ws-run-timestamp to ar-run-timestamp
               close aoc-results
               .

      *>     the keyed master - rewrite-or-write on year+day+part, so a rerun
      *>     of the same input replaces the master row in place instead
      *>     of piling up duplicates the reader has to count past.
           update-master-rows.
                   stop run returning 1
               end-if

               move ws-event-year   to am-event-year
               move 1               to am-day-num
               move 1               to am-part-num
               move ws-answer-num   to am-answer-val
               close day1-audit
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
