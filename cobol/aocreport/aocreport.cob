      *>     totals of runs per day. this is the report to pull up when
      *>     someone asks what day 1 part 2 came out to last night and
      *>     whether it has ever changed.
      *>     the history carries more than one event year once other
      *>     years' solvers are registered, so every section groups by
      *>     year first, and AOC_EVENT_YEAR (blank or ALL = every year)
      *>     limits the report to one year's rows.
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
           FD aoc-results.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 results-status pic xx.
           01 report-status  pic xx.

           01 ws-results-eof pic x value "N".

      *>     the one event year to report - 0 means every year.
           01 ws-year-text   pic x(10) value spaces.
           01 ws-select-year pic 9(4)  value 0.

      *>     the whole history is loaded, then table-SORTed once on
      *>     day+part+timestamp - the history file itself is only in
      *>     append order, which interleaves days once more than one
                       depending on ws-history-used
                       ascending key is ws-hist-key.
                   10 ws-hist-key.
                       15 ws-hist-year   pic 9(4).
                       15 ws-hist-day    pic 9(3).
                       15 ws-hist-part   pic 9(1).
                       15 ws-hist-ts     pic x(26).

           01 ws-index       pic 9(5) value 0.
           01 ws-run-seq     pic 9(4) value 0.
           01 ws-prev-year   pic 9(4) value 0.
           01 ws-prev-day    pic 9(3) value 0.
           01 ws-prev-part   pic 9(1) value 0.
           01 ws-prev-answer pic s9(9) value 0.
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
           main-report.
               perform init-report
               stop run.

           init-report.
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "AOC_REPORT" to ws-parm-name
               move "../aoc-report.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path
               accept ws-year-text from environment "AOC_EVENT_YEAR"
                   on exception
                       move spaces to ws-year-text
               end-accept
               move function upper-case(ws-year-text) to ws-year-text
               if ws-year-text not = spaces and ws-year-text not = "ALL"
                   if function test-numval(ws-year-text) not = 0
                       display "AOC_EVENT_YEAR is not a year: "
                           function trim(ws-year-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-year-text) to ws-select-year
               end-if

               open input aoc-results
               if results-status not = "00"
                       at end
                           move "Y" to ws-results-eof
                       not at end
                           if ws-select-year = 0
                           or ar-event-year = ws-select-year
                               perform append-history-row
                           end-if
                   end-read
               end-perform
               close aoc-results
               end-if

               add 1 to ws-history-used
               move ar-event-year    to ws-hist-year(ws-history-used)
               move ar-day-num       to ws-hist-day(ws-history-used)
               move ar-part-num      to ws-hist-part(ws-history-used)
               move ar-run-timestamp to ws-hist-ts(ws-history-used)
               .

      *>     section 1 - the headline: the latest (highest-timestamp)
      *>     answer for every year/day/part. the table is sorted, so the
      *>     last row of each year/day/part group is its latest.
           report-latest-section.
               move "LATEST ANSWER PER YEAR/DAY/PART" to report-line
               write report-line
               move "-------------------------------" to report-line
               write report-line

               perform varying ws-index from 1 by 1
                   if ws-index = ws-history-used
                       perform write-latest-line
                   else
                       if ws-hist-year(ws-index + 1)
                               not = ws-hist-year(ws-index)
                       or ws-hist-day(ws-index + 1)
                               not = ws-hist-day(ws-index)
                       or ws-hist-part(ws-index + 1)
                               not = ws-hist-part(ws-index)
           write-latest-line.
               move ws-hist-answer(ws-index) to ws-answer-edited
               move spaces to report-line
               string "YEAR " delimited by size
                       ws-hist-year(ws-index) delimited by size
                       " DAY " delimited by size
                       ws-hist-day(ws-index) delimited by size
                       " PART " delimited by size
                       ws-hist-part(ws-index) delimited by size
      *>     first, with a CHANGED flag on any run whose answer differs
      *>     from the run before it for the same day/part.
           report-history-section.
               move "RUN HISTORY PER YEAR/DAY/PART" to report-line
               write report-line
               move "-----------------------------" to report-line
               write report-line

               move "N" to ws-have-prev

           write-history-line.
               if ws-have-prev = "Y"
               and ws-hist-year(ws-index) = ws-prev-year
               and ws-hist-day(ws-index) = ws-prev-day
               and ws-hist-part(ws-index) = ws-prev-part
                   add 1 to ws-run-seq

               move ws-hist-answer(ws-index) to ws-answer-edited
               move spaces to report-line
               string "YEAR " delimited by size
                       ws-hist-year(ws-index) delimited by size
                       " DAY " delimited by size
                       ws-hist-day(ws-index) delimited by size
                       " PART " delimited by size
                       ws-hist-part(ws-index) delimited by size
               end-string

               if ws-have-prev = "Y"
               and ws-hist-year(ws-index) = ws-prev-year
               and ws-hist-day(ws-index) = ws-prev-day
               and ws-hist-part(ws-index) = ws-prev-part
               and ws-hist-answer(ws-index) not = ws-prev-answer

               write report-line

               move ws-hist-year(ws-index)   to ws-prev-year
               move ws-hist-day(ws-index)    to ws-prev-day
               move ws-hist-part(ws-index)   to ws-prev-part
               move ws-hist-answer(ws-index) to ws-prev-answer
      *>     the number), plus the answer-change total so a glance says
      *>     whether the history above is worth reading line by line.
           report-totals-section.
               move "RUNS PER YEAR/DAY" to report-line
               write report-line
               move "-----------------" to report-line
               write report-line

               move "N" to ws-have-prev
               perform varying ws-index from 1 by 1
                       until ws-index > ws-history-used
                   if ws-have-prev = "Y"
                   and (ws-hist-year(ws-index) not = ws-prev-year
                     or ws-hist-day(ws-index) not = ws-prev-day)
                       perform write-day-total-line
                       move 0 to ws-day-run-count
                   end-if
                   if ws-hist-part(ws-index) = 1
                       add 1 to ws-day-run-count
                   end-if
                   move ws-hist-year(ws-index) to ws-prev-year
                   move ws-hist-day(ws-index) to ws-prev-day
                   move "Y" to ws-have-prev
               end-perform

           write-day-total-line.
               move spaces to report-line
               string "YEAR " delimited by size
                       ws-prev-year delimited by size
                       " DAY " delimited by size
                       ws-prev-day delimited by size
                       "  RUNS " delimited by size
                       ws-day-run-count delimited by size
                   function trim(ws-report-path)
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
