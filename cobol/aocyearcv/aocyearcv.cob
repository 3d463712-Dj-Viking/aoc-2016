      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocyearcv.
      *>     one-time conversion: stamps the event year on every
      *>     scoreboard row written before the year led the result key
      *>     (see copybooks/aocresult.cpy). all of those rows belong to
      *>     2016, the only event the suite solved then. converts, in
      *>     order:
      *>       - the aoc-results.dat history (DAY1_RESULTS)
      *>       - every master generation slot file <master>.gen-NN
      *>         (AOC_MASTER_GENS slots, default 7) and the
      *>         <master>.prerecover before-image aocmrcv keeps, so a
      *>         restore after the conversion still finds year-keyed
      *>         rows. the control records pass through untouched - the
      *>         row count and the answer hash total do not change, so
      *>         every generation still proves.
      *>       - the keyed master itself (DAY1_MASTER), read in the old
      *>         year-less layout and recreated in the new one.
      *>     a row is year-less when its first four characters are
      *>     numeric and below 2015 - day and part, where a converted
      *>     row has its year. rows already converted pass through, so
      *>     a second run changes nothing. each file's original is kept
      *>     beside it as <path>.preyear, written only when no .preyear
      *>     exists yet, so a rerun never overwrites the true original.
      *>     the master's rows get the same test once read in the old
      *>     layout: a row whose first four characters are a year
      *>     already carries one (a master day1 recreated in the new
      *>     layout reads that way), and a master with any such row is
      *>     not converted.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select line-file
                   assign dynamic ws-line-path,
                   organization is line sequential,
                   file status is line-status.

               select line-backup
                   assign dynamic ws-backup-path,
                   organization is line sequential,
                   file status is backup-status.

               select old-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is sequential,
                   record key is om-result-key,
                   file status is old-master-status.

               select aoc-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is sequential,
                   record key is am-result-key,
                   file status is master-status.

               select aoc-joblog
                   assign dynamic ws-joblog-path,
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
           FD line-file.
      *>     history and generation rows travel as opaque text - only
      *>     the leading four characters are looked at. sized for the
      *>     widest line: a generation's control record (see
      *>     copybooks/aocmgen.cpy) runs to 246 with its master path.
           01 line-record pic x(256).

           FD line-backup.
           01 backup-record pic x(256).

           FD old-master.
      *>     the master as it was keyed before the event year - day and
      *>     part only.
           01 old-master-record.
               05 om-result-key.
                   10 om-day-num   pic 9(3).
                   10 om-part-num  pic 9(1).
               05 om-answer-val    pic S9(9).
               05 om-run-timestamp pic x(26).

           FD aoc-master.
      *>     keyed scoreboard master - same layout, renamed am- (as
      *>     aocload declares it).
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 line-status       pic xx.
           01 backup-status     pic xx.
           01 old-master-status pic xx.
           01 master-status     pic xx.

           01 ws-results-path pic x(200) value "../aoc-results.dat".
           01 ws-master-path  pic x(200) value "../aoc-master.dat".
           01 ws-line-path    pic x(200) value spaces.
           01 ws-backup-path  pic x(200) value spaces.

      *>     every year-less row was written by the 2016 solvers.
           01 ws-convert-year pic 9(4) value 2016.

      *>     how many generation slots rotate - 1 to 99, as aocmbkp.
           01 ws-gens-text  pic x(10) value spaces.
           01 ws-gens-count pic 9(2)  value 7.
           01 ws-slot-num   pic 9(2)  value 0.

      *>     one whole line file - it is rewritten in place, so every
      *>     line is held before the file is opened for output.
           78 ws-lines-max value 30000.
           01 ws-lines-used pic 9(5) value 0.
           01 ws-line-table.
               05 ws-line-entry occurs ws-lines-max times.
                   10 ws-line-image pic x(256).
           01 ws-line-index  pic 9(5) value 0.
           01 ws-line-eof    pic x value "N".
           01 ws-line-over   pic x value "N".
           01 ws-line-out    pic x(256) value spaces.
           01 ws-file-conv   pic 9(5) value 0.
           01 ws-file-kept   pic 9(5) value 0.

      *>     the master in its old layout, whole, in key order.
           78 ws-rows-max value 2000.
           01 ws-rows-used pic 9(4) value 0.
           01 ws-row-table.
               05 ws-row-entry occurs ws-rows-max times.
                   10 ws-row-image pic x(39).
           01 ws-row-index  pic 9(4) value 0.
           01 ws-master-eof pic x value "N".
      *>     rows that already lead with a year, and rows that do not.
           01 ws-rows-keyed    pic 9(4) value 0.
           01 ws-rows-yearless pic 9(4) value 0.

           01 ws-files-converted pic 9(3) value 0.
           01 ws-rows-converted  pic 9(7) value 0.
           01 ws-convert-ok      pic x value "Y".

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
      *>     can lay out the night's job flow.
           01 joblog-status   pic xx.
           01 ws-joblog-path  pic x(200) value "../aoc-joblog.lst".
           01 ws-joblog-parms pic x(160) value spaces.
           01 ws-joblog-event pic x(5)   value spaces.
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
           main-ycv.
               perform init-ycv

               move ws-master-path(1:160) to ws-joblog-parms
               perform log-job-start

               move ws-results-path to ws-line-path
               perform convert-line-file

               perform varying ws-slot-num from 1 by 1
                       until ws-slot-num > ws-gens-count
                   move spaces to ws-line-path
                   string function trim(ws-master-path) delimited by size
                           ".gen-" delimited by size
                           ws-slot-num delimited by size
                       into ws-line-path
                   end-string
                   perform convert-line-file
               end-perform

               move spaces to ws-line-path
               string function trim(ws-master-path) delimited by size
                       ".prerecover" delimited by size
                   into ws-line-path
               end-string
               perform convert-line-file

               perform convert-master

               display "year conversion - " ws-files-converted
                   " file(s) converted, " ws-rows-converted
                   " row(s) stamped " ws-convert-year

               if ws-convert-ok = "N"
                   display "year conversion incomplete - files reported"
                       " above were left as they were"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-ycv.
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "AOC_MASTER_GENS" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-gens-text
               if ws-gens-text not = spaces
                   if function test-numval(ws-gens-text) not = 0
                       display "AOC_MASTER_GENS is not numeric: "
                           function trim(ws-gens-text)
                       stop run returning 1
                   end-if
                   if function numval(ws-gens-text) < 1
                   or function numval(ws-gens-text) > 99
                       display "AOC_MASTER_GENS must be 1 to 99: "
                           function trim(ws-gens-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-gens-text) to ws-gens-count
               end-if
               .

      *>     a file that does not exist is simply not converted - most
      *>     shops never fill every generation slot.
           convert-line-file.
               move 0   to ws-lines-used
               move 0   to ws-file-conv
               move 0   to ws-file-kept
               move "N" to ws-line-eof
               move "N" to ws-line-over

               open input line-file
               if line-status = "35"
                   exit paragraph
               end-if
               if line-status not = "00"
                   display "error opening " function trim(ws-line-path)
                       ". status=" line-status
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if
               perform until ws-line-eof = "Y"
                   read line-file
                       at end
                           move "Y" to ws-line-eof
                       not at end
                           perform store-line
                   end-read
               end-perform
               close line-file

               if ws-line-over = "Y"
                   display function trim(ws-line-path)
                       " exceeds line capacity: max=" ws-lines-max
                       " - not converted"
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if
               if ws-file-conv = 0
                   display function trim(ws-line-path)
                       " - already year-keyed, " ws-file-kept
                       " line(s)"
                   exit paragraph
               end-if

               perform keep-line-original
               if backup-status not = "00"
                   exit paragraph
               end-if

               open output line-file
               if line-status not = "00"
                   display "error rewriting " function trim(ws-line-path)
                       ". status=" line-status
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if
               perform varying ws-line-index from 1 by 1
                       until ws-line-index > ws-lines-used
                   perform stamp-line
                   move ws-line-out to line-record
                   write line-record
               end-perform
               close line-file

               add 1            to ws-files-converted
               add ws-file-conv to ws-rows-converted
               display function trim(ws-line-path) " - " ws-file-conv
                   " row(s) stamped, " ws-file-kept " line(s) kept"
               .

           store-line.
               if ws-lines-used >= ws-lines-max
                   move "Y" to ws-line-over
                   move "Y" to ws-line-eof
                   exit paragraph
               end-if
               add 1 to ws-lines-used
               move line-record to ws-line-image(ws-lines-used)
               if line-record(1:4) is numeric
               and line-record(1:4) < "2015"
                   add 1 to ws-file-conv
               else
                   add 1 to ws-file-kept
               end-if
               .

      *>     a year-less row gains the year in front of day and part;
      *>     control records and converted rows go out as they came in.
           stamp-line.
               move ws-line-image(ws-line-index) to ws-line-out
               if ws-line-out(1:4) is numeric
               and ws-line-out(1:4) < "2015"
                   move ws-convert-year to ws-line-out(1:4)
                   move ws-line-image(ws-line-index)(1:252)
                       to ws-line-out(5:252)
               end-if
               .

      *>     the original is written once - a .preyear left by an
      *>     earlier run is the true original and is not replaced.
           keep-line-original.
               move spaces to ws-backup-path
               string function trim(ws-line-path) delimited by size
                       ".preyear" delimited by size
                   into ws-backup-path
               end-string
               open input line-backup
               if backup-status = "00"
                   close line-backup
                   exit paragraph
               end-if

               open output line-backup
               if backup-status not = "00"
                   display "error writing " function trim(ws-backup-path)
                       ". status=" backup-status " - "
                       function trim(ws-line-path) " not converted"
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if
               perform varying ws-line-index from 1 by 1
                       until ws-line-index > ws-lines-used
                   move ws-line-image(ws-line-index) to backup-record
                   write backup-record
               end-perform
               close line-backup
               .

      *>     the master is read in the old layout and every row is
      *>     tested as the line files' rows are. a master whose rows
      *>     all lead with a year is already converted; one with a mix
      *>     is refused, since stamping it would rekey the year-keyed
      *>     rows as garbage. its .preyear copy, like a line file's, is
      *>     only written when none exists yet. a master that will not
      *>     open in the old layout is left alone.
           convert-master.
               move spaces to ws-backup-path
               string function trim(ws-master-path) delimited by size
                       ".preyear" delimited by size
                   into ws-backup-path
               end-string

               open input old-master
               if old-master-status = "35"
                   display function trim(ws-master-path)
                       " - no master to convert"
                   exit paragraph
               end-if
               if old-master-status not = "00"
                   display function trim(ws-master-path)
                       " - not in the year-less layout. status="
                       old-master-status " - left as is"
                   exit paragraph
               end-if
               perform until ws-master-eof = "Y"
                   read old-master next record
                       at end
                           move "Y" to ws-master-eof
                       not at end
                           perform store-old-row
                   end-read
               end-perform
               close old-master
               if ws-convert-ok = "N"
                   exit paragraph
               end-if

               if ws-rows-keyed > 0 and ws-rows-yearless = 0
                   display function trim(ws-master-path)
                       " - already year-keyed, " ws-rows-keyed " row(s)"
                   exit paragraph
               end-if
               if ws-rows-keyed > 0
                   display function trim(ws-master-path) " - "
                       ws-rows-keyed " row(s) already carry a year, "
                       ws-rows-yearless " do not - not converted"
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if

               open input line-backup
               if backup-status = "00"
                   close line-backup
               else
                   open output line-backup
                   if backup-status not = "00"
                       display "error writing "
                           function trim(ws-backup-path)
                           ". status=" backup-status
                           " - master not converted"
                       move "N" to ws-convert-ok
                       exit paragraph
                   end-if
                   perform varying ws-row-index from 1 by 1
                           until ws-row-index > ws-rows-used
                       move ws-row-image(ws-row-index) to backup-record
                       write backup-record
                   end-perform
                   close line-backup
               end-if

      *>         .preyear is a text copy of the old rows, not a keyed
      *>         file, so it cannot simply be put back in the master's
      *>         place. the generations and the history are year-keyed
      *>         by now, so aocmrcv can rebuild the master from them.
               open output aoc-master
               if master-status not = "00"
                   display "error recreating " function trim(ws-master-path)
                       ". status=" master-status
                       " - rerun aocyearcv once it can be written, or"
                       " restore it with aocmrcv from its latest"
                       " generation; the year-less rows are kept in "
                       function trim(ws-backup-path)
                   move "N" to ws-convert-ok
                   exit paragraph
               end-if
               perform varying ws-row-index from 1 by 1
                       until ws-row-index > ws-rows-used
                   move ws-row-image(ws-row-index) to old-master-record
                   move ws-convert-year  to am-event-year
                   move om-day-num       to am-day-num
                   move om-part-num      to am-part-num
                   move om-answer-val    to am-answer-val
                   move om-run-timestamp to am-run-timestamp
                   write aoc-master-record
               end-perform
               close aoc-master

               add 1            to ws-files-converted
               add ws-rows-used to ws-rows-converted
               display function trim(ws-master-path) " - " ws-rows-used
                   " row(s) rekeyed"
               .

           store-old-row.
               if ws-rows-used >= ws-rows-max
                   display "master capacity exceeded: max=" ws-rows-max
                       " - master not converted"
                   move "N" to ws-convert-ok
                   move "Y" to ws-master-eof
                   exit paragraph
               end-if
               add 1 to ws-rows-used
               move old-master-record to ws-row-image(ws-rows-used)
               if old-master-record(1:4) is numeric
               and not old-master-record(1:4) < "2015"
                   add 1 to ws-rows-keyed
               else
                   add 1 to ws-rows-yearless
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
               move "END" to ws-joblog-event
               perform write-joblog-event
               .

           write-joblog-event.
               open extend aoc-joblog
               if joblog-status = "35"
                   open output aoc-joblog
               end-if
               if joblog-status not = "00"
                   exit paragraph
               end-if
               move spaces to job-log-record
               move function current-date to ws-joblog-now
               move ws-joblog-now(1:14) to jl-timestamp
               move "aocyearcv" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
