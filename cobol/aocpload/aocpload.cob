      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocpload.
      *>     builds the keyed run-control parameter file (AOC_PARMS -
      *>     layout in copybooks/aocparm.cpy) from its text deck
      *>     (AOC_PARMS_DECK), which is the copy that is kept, reviewed
      *>     and changed. one deck line per parameter:
      *>         PROFILE  NAME  value
      *>     separated by one or more spaces, the value running to the
      *>     end of the line. a line starting with * is a comment, and
      *>     blank lines are skipped. profile and name are taken in
      *>     upper case, because that is how every program looks them up.
      *>     the whole deck is checked before anything is written: a
      *>     profile longer than 8, a name longer than 24, a value that
      *>     is missing or longer than 200, or a second line for the
      *>     same profile and name is a deck error. a deck with any
      *>     error leaves the parameter file as it was and ends the job
      *>     with return code 1. a clean deck replaces the file whole,
      *>     so a row dropped from the deck is gone from the file.
      *>     aocparmv checks what was loaded against the names the
      *>     suite knows and the files they point at.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select parms-deck
                   assign dynamic ws-deck-path,
                   organization is line sequential,
                   file status is deck-status.

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
           FD parms-deck.
           01 deck-line pic x(300).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 deck-status pic xx.

           01 ws-deck-path pic x(200) value "../aoc-parms.lst".
           01 ws-deck-eof  pic x value "N".

      *>     one deck line taken apart - see parse-deck-line.
           01 ws-deck-work     pic x(300) value spaces.
           01 ws-deck-ptr      pic 9(4) value 0.
           01 ws-deck-profile  pic x(30) value spaces.
           01 ws-deck-name     pic x(30) value spaces.
           01 ws-deck-prof-len pic 9(4) value 0.
           01 ws-deck-name-len pic 9(4) value 0.
           01 ws-deck-value    pic x(300) value spaces.
           01 ws-deck-value-len pic 9(4) value 0.
           01 ws-deck-error    pic x(40) value spaces.

           01 ws-lines-read    pic 9(5) value 0.
           01 ws-comment-count pic 9(5) value 0.
           01 ws-error-count   pic 9(5) value 0.
           01 ws-written-count pic 9(5) value 0.
           01 ws-profile-count pic 9(3) value 0.
           01 ws-last-profile  pic x(8) value spaces.

      *>     the whole deck, held until it has all been checked.
           01 ws-parm-entries.
               05 ws-parm-entry occurs 500 times.
                   10 ws-pe-profile pic x(8).
                   10 ws-pe-name    pic x(24).
                   10 ws-pe-value   pic x(200).
           01 ws-entries-used pic 9(3) value 0.
           01 ws-entry-index  pic 9(3) value 0.
           01 ws-entry-found  pic x value "N".

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
           main-pload.
               perform init-pload

      *>         the START event resolves AOC_JOBLOG through the
      *>         parameter file as it stands, before it is replaced -
      *>         which also settles AOC_PARMS, the file being built.
               move ws-deck-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform load-deck

               if ws-error-count > 0
                   display "parameter file " function trim(ws-parms-path)
                       " not rebuilt - " ws-error-count
                       " deck error(s) in " function trim(ws-deck-path)
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform build-parameter-file

               perform log-job-end

               stop run.

           init-pload.
               accept ws-deck-path from environment "AOC_PARMS_DECK"
                   on exception
                       move "../aoc-parms.lst" to ws-deck-path
               end-accept
               .

           load-deck.
               open input parms-deck
               if deck-status not = "00"
                   display "error opening parameter deck "
                       function trim(ws-deck-path)
                       ". status=" deck-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform until ws-deck-eof = "Y"
                   read parms-deck
                       at end
                           move "Y" to ws-deck-eof
                       not at end
                           add 1 to ws-lines-read
                           perform parse-deck-line
                   end-read
               end-perform

               close parms-deck
               .

           parse-deck-line.
               move function trim(deck-line) to ws-deck-work
               if ws-deck-work = spaces
               or ws-deck-work(1:1) = "*"
                   add 1 to ws-comment-count
                   exit paragraph
               end-if

               move spaces to ws-deck-profile
               move spaces to ws-deck-name
               move spaces to ws-deck-value
               move 0 to ws-deck-prof-len
               move 0 to ws-deck-name-len
               move 1 to ws-deck-ptr
               unstring ws-deck-work delimited by all spaces
                   into ws-deck-profile count in ws-deck-prof-len
                        ws-deck-name    count in ws-deck-name-len
                   with pointer ws-deck-ptr
               end-unstring
               if ws-deck-ptr <= 300
                   move function trim(ws-deck-work(ws-deck-ptr:))
                       to ws-deck-value
               end-if
               move function upper-case(ws-deck-profile)
                   to ws-deck-profile
               move function upper-case(ws-deck-name) to ws-deck-name

               move spaces to ws-deck-error
               evaluate true
                   when ws-deck-prof-len > 8
                       move "profile longer than 8" to ws-deck-error
                   when ws-deck-name-len = 0
                       move "no parameter name" to ws-deck-error
                   when ws-deck-name-len > 24
                       move "parameter name longer than 24"
                           to ws-deck-error
                   when ws-deck-value = spaces
                       move "no value" to ws-deck-error
                   when function length(function trim(ws-deck-value))
                           > 200
                       move "value longer than 200" to ws-deck-error
               end-evaluate
               if ws-deck-error = spaces
                   perform find-deck-entry
                   if ws-entry-found = "Y"
                       move "second line for this profile and name"
                           to ws-deck-error
                   end-if
               end-if
               if ws-deck-error = spaces
               and ws-entries-used >= 500
                   move "more than 500 parameter lines" to ws-deck-error
               end-if

               if ws-deck-error not = spaces
                   add 1 to ws-error-count
                   display "deck line " ws-lines-read ": "
                       function trim(ws-deck-error) " - "
                       function trim(ws-deck-work)
                   exit paragraph
               end-if

               add 1 to ws-entries-used
               move ws-deck-profile to ws-pe-profile(ws-entries-used)
               move ws-deck-name    to ws-pe-name(ws-entries-used)
               move ws-deck-value   to ws-pe-value(ws-entries-used)
               .

           find-deck-entry.
               move "N" to ws-entry-found
               perform varying ws-entry-index from 1 by 1
                       until ws-entry-index > ws-entries-used
                          or ws-entry-found = "Y"
                   if ws-pe-profile(ws-entry-index) = ws-deck-profile
                   and ws-pe-name(ws-entry-index) = ws-deck-name
                       move "Y" to ws-entry-found
                   end-if
               end-perform
               .

           build-parameter-file.
               open output aoc-parms
               if parms-status not = "00"
                   display "error creating parameter file "
                       function trim(ws-parms-path)
                       ". status=" parms-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform varying ws-entry-index from 1 by 1
                       until ws-entry-index > ws-entries-used
                   move ws-pe-profile(ws-entry-index) to prm-profile
                   move ws-pe-name(ws-entry-index)    to prm-name
                   move ws-pe-value(ws-entry-index)   to prm-value
                   write parameter-record
                       invalid key
                           display "parameter not written: "
                               prm-profile " " prm-name
                               ". status=" parms-status
                       not invalid key
                           add 1 to ws-written-count
                           if prm-profile not = ws-last-profile
                               perform count-deck-profile
                           end-if
                   end-write
               end-perform

               close aoc-parms

               display "parameter file " function trim(ws-parms-path)
                   " rebuilt - " ws-written-count " parameter(s), "
                   ws-profile-count " profile(s), from "
                   ws-lines-read " deck line(s)"
               .

      *>     the deck is normally grouped by profile, but need not be -
      *>     a profile counts once however its lines are spread.
           count-deck-profile.
               move prm-profile to ws-last-profile
               move "N" to ws-entry-found
               perform varying ws-deck-ptr from 1 by 1
                       until ws-deck-ptr >= ws-entry-index
                          or ws-entry-found = "Y"
                   if ws-pe-profile(ws-deck-ptr) = prm-profile
                       move "Y" to ws-entry-found
                   end-if
               end-perform
               if ws-entry-found = "N"
                   add 1 to ws-profile-count
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
               move "aocpload" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
