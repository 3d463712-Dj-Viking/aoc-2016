      *>     corrections are applied highest-position-first within a
      *>     run, so a replacement whose length differs from the
      *>     original never shifts the positions of fixes still to come.
      *>
      *>     each input rewritten here is marked CORRECTED in the keyed
      *>     input catalog (AOC_CATALOG - see copybooks/aoccat.cpy),
      *>     with the rebuilt header's checksum and the operator who
      *>     filed the corrections. a held input stays held - it goes
      *>     back in rotation only through day1rel.
      *>     the catalog names one filer per input, and aocprom and
      *>     day1rel refuse an approver who is that filer. a run whose
      *>     pending corrections were filed by more than one operator
      *>     would leave all but one of them unrecorded, free to
      *>     approve their own fix - so it is refused whole, reported,
      *>     and its corrections stay pending until they are refiled
      *>     under one operator.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is input-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

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
           FD day1-corrections.
      *>     the exception, the er-seq of the rejected token, and the
      *>     token that should have been there, exactly as it should
      *>     read in the line (mid-line tokens keep their leading
      *>     space - day1's parser expects it) - and the operator
      *>     day1cor signed on as when it was filed.
           01 correction-record.
               05 cor-run-id pic x(40).
               05 cor-sep0   pic x.
               05 cor-seq    pic 9(4).
               05 cor-sep1   pic x.
               05 cor-token  pic x(13).
               05 cor-sep2   pic x.
               05 cor-operator pic x(8).

           FD day1-exceptions.
      *>     same layout day1 writes - see day1.cob's exception-record.
               05 fcr-checksum       pic 9(9).
               05 filler             pic x(7982).

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 corrections-status pic xx.
           01 exceptions-status  pic xx.
           01 input-status       pic xx.
           01 catalog-status     pic xx.

           01 ws-corrections-path pic x(200)
               value "../day1-corrections.dat".
           01 ws-exceptions-path  pic x(200)
               value "../day1-exceptions.lst".
           01 ws-exe-path         pic x(200) value "../day1/day1".
           01 ws-catalog-path     pic x(200) value "../aoc-catalog.dat".
      *>     the prepared input being fixed - the run id IS its path,
      *>     resolved from the same working directory day1 runs in.
           01 ws-input-path       pic x(200) value spaces.
                   10 ws-cor-run-id pic x(40).
                   10 ws-cor-seq    pic 9(4).
                   10 ws-cor-token  pic x(13).
                   10 ws-cor-operator pic x(8).
                   10 ws-cor-done   pic x.
      *>             N = still owed, P = spliced but not yet persisted,
      *>             Y = applied and persisted - applied rows are
                   10 ws-fix-cor-ix pic 9(4).

           01 ws-cur-run-id  pic x(40) value spaces.
      *>     who filed the run's corrections - the last one gathered
      *>     goes in the catalog as the input's corrector.
           01 ws-cur-filer   pic x(8)  value spaces.
           01 ws-other-filer pic x(8)  value spaces.
           01 ws-filers-mixed pic x    value "N".
           01 ws-cor-index   pic 9(4) value 0.
           01 ws-scan-index  pic 9(4) value 0.
           01 ws-exc-index   pic 9(4) value 0.
           01 ws-error-count   pic 9(4) value 0.
           01 ws-run-returncode pic s9(9) value 0.

      *>     catalog update state
           01 ws-catalog-found pic x     value "N".
           01 ws-catalog-now   pic x(26) value spaces.

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
      *>     can lay out the night's job flow.
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
           main-fix.
               perform init-fix
               stop run.

           init-fix.
               move "DAY1_CORRECTIONS" to ws-parm-name
               move "../day1-corrections.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-corrections-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_EXE" to ws-parm-name
               move "../day1/day1" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exe-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               .

           load-corrections.
               move cor-run-id to ws-cor-run-id(ws-corrections-used)
               move cor-seq    to ws-cor-seq(ws-corrections-used)
               move cor-token  to ws-cor-token(ws-corrections-used)
               move cor-operator to ws-cor-operator(ws-corrections-used)
               move "N"        to ws-cor-done(ws-corrections-used)
               move "N"        to ws-cor-applied(ws-corrections-used)
               .
                           move ws-cor-seq(ws-retire-index) to cor-seq
                           move ws-cor-token(ws-retire-index)
                               to cor-token
                           move ws-cor-operator(ws-retire-index)
                               to cor-operator
                           write correction-record
                       end-if
                   end-perform
      *>     rebuild the header, and re-run day1 on the fixed file.
           fix-one-run.
               move "N" to ws-rewrite-ok
               perform check-run-filers
               if ws-filers-mixed = "Y"
                   display "corrections for run "
                       function trim(ws-cur-run-id)
                       " were filed by more than one operator ("
                       function trim(ws-cur-filer) ", "
                       function trim(ws-other-filer)
                       ") - not applied, left pending"
                   add 1 to ws-error-count
                   perform varying ws-scan-index from 1 by 1
                           until ws-scan-index > ws-corrections-used
                       if ws-cor-run-id(ws-scan-index) = ws-cur-run-id
                           move "Y" to ws-cor-done(ws-scan-index)
                       end-if
                   end-perform
                   exit paragraph
               end-if
               perform gather-run-fixes
               if ws-fixes-used = 0
                   display "no usable corrections for run "
               end-perform
               .

      *>     rows filed before the operator was recorded carry no
      *>     filer and do not count against the run.
           check-run-filers.
               move "N" to ws-filers-mixed
               move spaces to ws-cur-filer
               move spaces to ws-other-filer
               perform varying ws-scan-index from 1 by 1
                       until ws-scan-index > ws-corrections-used
                   if ws-cor-done(ws-scan-index) = "N"
                   and ws-cor-run-id(ws-scan-index) = ws-cur-run-id
                   and ws-cor-operator(ws-scan-index) not = spaces
                       if ws-cur-filer = spaces
                           move ws-cor-operator(ws-scan-index)
                               to ws-cur-filer
                       else
                           if ws-cor-operator(ws-scan-index)
                                   not = ws-cur-filer
                               move ws-cor-operator(ws-scan-index)
                                   to ws-other-filer
                               move "Y" to ws-filers-mixed
                           end-if
                       end-if
                   end-if
               end-perform
               .

           gather-run-fixes.
               move 0 to ws-fixes-used
               move spaces to ws-cur-filer
               perform varying ws-scan-index from 1 by 1
                       until ws-scan-index > ws-corrections-used
                   if ws-cor-done(ws-scan-index) = "N"
                   and ws-cor-run-id(ws-scan-index) = ws-cur-run-id
                       move "Y" to ws-cor-done(ws-scan-index)
                       if ws-cor-operator(ws-scan-index) not = spaces
                           move ws-cor-operator(ws-scan-index)
                               to ws-cur-filer
                       end-if
                       perform resolve-one-fix
                   end-if
               end-perform
                       " (len=" ws-datalen
                       " tok=" ws-actual-tok-count
                       " cksum=" ws-actual-checksum ")"
                   perform catalog-corrected-input
               end-if
               .

      *>     the rewritten input's catalog row - CORRECTED, with the
      *>     new header checksum. the fixed file is already on disk, so
      *>     a catalog that cannot be opened only costs the entry.
           catalog-corrected-input.
               open i-o aoc-catalog
               if catalog-status = "35"
                   open output aoc-catalog
                   close aoc-catalog
                   open i-o aoc-catalog
               end-if
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - " function trim(ws-input-path)
                       " correction not catalogued"
                   exit paragraph
               end-if

               move ws-input-path to cat-input-path
               read aoc-catalog
                   invalid key
                       move "N" to ws-catalog-found
                       move spaces to catalog-record
                       move ws-input-path to cat-input-path
                       move 1 to cat-day-num
                       move "N" to cat-held
                   not invalid key
                       move "Y" to ws-catalog-found
               end-read

               move function current-date to ws-catalog-now
               move ws-actual-checksum   to cat-checksum
               move ws-cur-filer         to cat-corrected-by
               move "CORRECTED"          to cat-status
               move ws-catalog-now(1:14) to cat-status-ts
               move ws-catalog-now(1:14) to cat-corrected-ts

               if ws-catalog-found = "Y"
                   rewrite catalog-record
               else
                   write catalog-record
               end-if
               if catalog-status not = "00"
                   display "error updating input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
               end-if
               close aoc-catalog
               .

      *>     the same launch-and-wait convention day1driver uses,
      *>     including the wait-status byte split. day1 is the 2016
      *>     day 1 solver, so its rows are keyed under 2016 whatever
      *>     year the operator's session happens to be set to.
           rerun-day1.
               display "re-running day1 against "
                   function trim(ws-cur-run-id)
               display "DAY1_INPUT_FILE" upon environment-name
               display ws-input-path upon environment-value
               display "AOC_EVENT_YEAR" upon environment-name
               display "2016" upon environment-value

               call "SYSTEM" using ws-exe-path
               divide return-code by 256 giving ws-run-returncode
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
