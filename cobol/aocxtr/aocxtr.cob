      *>     day's statistics, comes from the manifest (the stats file
      *>     keys on the input path, the master on the day number -
      *>     the manifest is the one place both are named together).
      *>     a manifest entry's optional third field is its event year
      *>     (2016 when absent), and the master keys on year+day, so the
      *>     extract carries one row per year/day/part; AOC_EVENT_YEAR
      *>     (blank or ALL = every year) limits it to one year.
      *>
      *>     interface layout (pipe delimited):
      *>       H|AOCXTR|<extract timestamp>
      *>       D|<year>|<day>|<part>|<answer>|<run ts>|<input path>|
      *>         <tokens>|<unit steps>|<exceptions>|<elapsed secs>
      *>       T|<detail count>|<hash total>
      *>     the hash total is the sum of the absolute answer values
      *>     mod 999999999 - same modulus day1's input checksum uses.
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
           FD day1-manifest.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 manifest-status pic xx.
           01 stats-status    pic xx.
           01 ws-manifest-eof pic x value "N".
           01 ws-stats-eof    pic x value "N".

      *>     one row per distinct year/day in the manifest, carrying the
      *>     input path whose statistics describe that day's latest
      *>     run (the last manifest entry for the day wins, matching
      *>     the master's latest-run-wins rewrite).
           01 ws-days-used pic 9(3) value 0.
           01 ws-day-table.
               05 ws-day-entry occurs ws-days-max times.
                   10 ws-day-year     pic 9(4).
                   10 ws-day-num      pic 9(3).
                   10 ws-day-path     pic x(200).
                   10 ws-day-stats    pic x.
           01 ws-entry-path     pic x(200) value spaces.
           01 ws-entry-day-text pic x(10)  value spaces.
           01 ws-entry-day      pic 9(3)   value 1.
           01 ws-entry-year-text pic x(10) value spaces.
           01 ws-entry-year     pic 9(4)   value 2016.

      *>     the one event year to extract - 0 means every year.
           01 ws-year-text   pic x(10) value spaces.
           01 ws-select-year pic 9(4)  value 0.

      *>     elapsed-time working fields, the same arithmetic aocstats
      *>     uses on the raw current-date timestamps.
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
           main-xtr.
               perform init-xtr
               stop run.

           init-xtr.
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "DAY1_STATS" to ws-parm-name
               move "../day1-stats.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-stats-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "AOC_EXTRACT" to ws-parm-name
               move "../aoc-extract.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-extract-path
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

               open output extract-file
               if extract-status not = "00"
           register-manifest-day.
               move spaces to ws-entry-path
               move spaces to ws-entry-day-text
               move spaces to ws-entry-year-text
               unstring function trim(manifest-line)
                   delimited by all spaces
                   into ws-entry-path ws-entry-day-text ws-entry-year-text
               end-unstring
               if function trim(ws-entry-day-text) = spaces
               or function test-numval(ws-entry-day-text) not = 0
                   move function numval(ws-entry-day-text)
                       to ws-entry-day
               end-if
               if function trim(ws-entry-year-text) = spaces
               or function test-numval(ws-entry-year-text) not = 0
                   move 2016 to ws-entry-year
               else
                   move function numval(ws-entry-year-text)
                       to ws-entry-year
               end-if
               if ws-select-year not = 0
               and ws-entry-year not = ws-select-year
                   exit paragraph
               end-if

               move "N" to ws-day-found
               perform varying ws-day-index from 1 by 1
                       until ws-day-index > ws-days-used
                   if ws-day-year(ws-day-index) = ws-entry-year
                   and ws-day-num(ws-day-index) = ws-entry-day
                       move "Y" to ws-day-found
      *>                 last entry for the day wins - it is the one
      *>                 whose run rewrote the master's rows last.
                       stop run returning 1
                   end-if
                   add 1 to ws-days-used
                   move ws-entry-year to ws-day-year(ws-days-used)
                   move ws-entry-day  to ws-day-num(ws-days-used)
                   move ws-entry-path to ws-day-path(ws-days-used)
                   move "N" to ws-day-stats(ws-days-used)
               .

           write-one-detail.
               move ws-day-year(ws-day-index) to ar-event-year
               move ws-day-num(ws-day-index) to ar-day-num
               move ws-part-num to ar-part-num
               read aoc-master
                   invalid key
                       display "no master row for year "
                           ws-day-year(ws-day-index)
                           " day " ws-day-num(ws-day-index)
                           " part " ws-part-num " - not extracted"
                       add 1 to ws-pair-missing
                       exit paragraph
               move ws-day-elapsed(ws-day-index) to ws-elapsed-edited
               move spaces to extract-record
               string "D|" delimited by size
                       ar-event-year delimited by size
                       "|" delimited by size
                       ar-day-num delimited by size
                       "|" delimited by size
                       ar-part-num delimited by size
               end-if
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
