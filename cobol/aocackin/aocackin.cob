      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocackin.
      *>     inbound acknowledgement ingest. the puzzle site's response
      *>     to each submitted answer comes back as a row of the
      *>     acknowledgement file (AOC_ACK_FILE - see
      *>     copybooks/aocack.cpy): ACCEPTED, TOO-HIGH, TOO-LOW or
      *>     WRONG, against the year/day/part and the answer sent.
      *>     every row is filed in the keyed answer standing file
      *>     (AOC_ANSWERS - see copybooks/aocanst.cpy):
      *>       ACCEPTED - the accepted answer and when. the site only
      *>                  ever accepts one answer, so a second ACCEPTED
      *>                  with a different answer is a CONFLICT and the
      *>                  first one stands
      *>       TOO-HIGH - the upper bound drops to this answer if it is
      *>                  lower than the one known
      *>       TOO-LOW  - the lower bound rises to this answer if it is
      *>                  higher than the one known
      *>       WRONG    - remembered as the last WRONG answer
      *>     and the last response and its time are stamped either way.
      *>     every row read - filed, conflicting or unreadable - is
      *>     appended to the acknowledgement log (AOC_ACK_LOG) with its
      *>     outcome, so the file of responses can be emptied once it
      *>     is ingested. a conflict or an unreadable row ends the job
      *>     with return code 1.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select aoc-ack
                   assign dynamic ws-ack-path,
                   organization is line sequential,
                   file status is ack-status.

               select aoc-answers
                   assign dynamic ws-answers-path,
                   organization is indexed,
                   access is random,
                   record key is ans-result-key,
                   file status is answers-status.

               select ack-log
                   assign dynamic ws-ack-log-path,
                   organization is line sequential,
                   file status is ack-log-status.

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
           FD aoc-ack.
      *>     inbound acknowledgements - see copybooks/aocack.cpy.
               COPY aocack.

           FD aoc-answers.
      *>     keyed answer standing file - see copybooks/aocanst.cpy.
               COPY aocanst.

           FD ack-log.
      *>     the acknowledgement row as received, behind the time it was
      *>     ingested, with what became of it.
           01 ack-log-record.
               05 al-ingested-ts pic x(14).
               05 al-sep0        pic x.
               05 al-ack-image   pic x(45).
               05 al-sep1        pic x.
               05 al-outcome     pic x(8).
               05 al-sep2        pic x.
               05 al-note        pic x(60).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 ack-status     pic xx.
           01 answers-status pic xx.
           01 ack-log-status pic xx.

           01 ws-ack-path     pic x(200) value "../aoc-ack.dat".
           01 ws-answers-path pic x(200) value "../aoc-answers.dat".
           01 ws-ack-log-path pic x(200) value "../aoc-ack-log.lst".

           01 ws-ack-eof      pic x value "N".
           01 ws-answer-found pic x value "N".
           01 ws-run-timestamp pic x(26) value spaces.

      *>     the acknowledgement being filed.
           01 ws-ack-year     pic 9(4)  value 0.
           01 ws-ack-day      pic 9(3)  value 0.
           01 ws-ack-part     pic 9(1)  value 0.
           01 ws-ack-val      pic s9(9) value 0.
           01 ws-ack-ts       pic x(14) value spaces.
           01 ws-outcome      pic x(8)  value spaces.
           01 ws-note         pic x(60) value spaces.
           01 ws-val-edited   pic -(9)9.

           01 ws-rows-read     pic 9(5) value 0.
           01 ws-filed-count   pic 9(5) value 0.
           01 ws-conflict-count pic 9(5) value 0.
           01 ws-invalid-count pic 9(5) value 0.

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
           main-ackin.
               perform init-ackin

               move ws-ack-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform open-ackin-files
               perform ingest-ack-rows
               close aoc-ack
               close aoc-answers
               close ack-log

               display "acknowledgements ingested - " ws-rows-read
                   " row(s): " ws-filed-count " filed, "
                   ws-conflict-count " conflicting, "
                   ws-invalid-count " unreadable"

               if ws-conflict-count > 0 or ws-invalid-count > 0
                   display "see " function trim(ws-ack-log-path)
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-ackin.
               move "AOC_ACK_FILE" to ws-parm-name
               move "../aoc-ack.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-ack-path
               move "AOC_ANSWERS" to ws-parm-name
               move "../aoc-answers.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-answers-path
               move "AOC_ACK_LOG" to ws-parm-name
               move "../aoc-ack-log.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-ack-log-path

               move function current-date to ws-run-timestamp
               .

           open-ackin-files.
               open input aoc-ack
               if ack-status not = "00"
                   display "error opening acknowledgement file "
                       function trim(ws-ack-path) ". status=" ack-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open i-o aoc-answers
               if answers-status = "35"
                   open output aoc-answers
                   close aoc-answers
                   open i-o aoc-answers
               end-if
               if answers-status not = "00"
                   display "error opening answer standing file "
                       function trim(ws-answers-path)
                       ". status=" answers-status
                   close aoc-ack
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open extend ack-log
               if ack-log-status = "35"
                   open output ack-log
               end-if
               if ack-log-status not = "00"
                   display "error opening acknowledgement log "
                       function trim(ws-ack-log-path)
                       ". status=" ack-log-status
                   close aoc-ack
                   close aoc-answers
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               .

           ingest-ack-rows.
               perform until ws-ack-eof = "Y"
                   read aoc-ack
                       at end
                           move "Y" to ws-ack-eof
                       not at end
                           if ack-record not = spaces
                               add 1 to ws-rows-read
                               perform ingest-one-ack
                               perform log-ack-row
                           end-if
                   end-read
               end-perform
               .

           ingest-one-ack.
               move spaces to ws-note
               perform validate-ack-row
               if ws-note not = spaces
                   move "INVALID" to ws-outcome
                   add 1 to ws-invalid-count
                   exit paragraph
               end-if

               move ws-ack-year to ans-event-year
               move ws-ack-day  to ans-day-num
               move ws-ack-part to ans-part-num
               read aoc-answers
                   invalid key
                       move "N" to ws-answer-found
                       perform clear-answer-status
                   not invalid key
                       move "Y" to ws-answer-found
               end-read

               move "FILED" to ws-outcome
               evaluate true
                   when ak-is-accepted
                       perform file-accepted
                   when ak-is-too-high
                       if not ans-high-known
                       or ws-ack-val < ans-high-bound
                           move "Y"        to ans-has-high
                           move ws-ack-val to ans-high-bound
                       end-if
                   when ak-is-too-low
                       if not ans-low-known
                       or ws-ack-val > ans-low-bound
                           move "Y"        to ans-has-low
                           move ws-ack-val to ans-low-bound
                       end-if
                   when ak-is-wrong
                       move "Y"        to ans-has-wrong
                       move ws-ack-val to ans-wrong-val
               end-evaluate
               if ws-outcome = "CONFLICT"
                   add 1 to ws-conflict-count
                   exit paragraph
               end-if

               move ak-response to ans-last-response
               move ws-ack-ts   to ans-response-ts
               if ws-answer-found = "Y"
                   rewrite answer-status-record
               else
                   write answer-status-record
               end-if
               if answers-status not = "00"
                   move "ERROR" to ws-outcome
                   string "answer standing file not updated. status="
                           delimited by size
                           answers-status delimited by size
                       into ws-note
                   end-string
                   add 1 to ws-invalid-count
                   exit paragraph
               end-if
               add 1 to ws-filed-count
               .

           file-accepted.
               if ans-is-accepted and ans-accepted-val not = ws-ack-val
                   move "CONFLICT" to ws-outcome
                   move ans-accepted-val to ws-val-edited
                   string "site already accepted "
                           delimited by size
                           function trim(ws-val-edited)
                           delimited by size
                           " on " delimited by size
                           ans-accepted-ts delimited by size
                       into ws-note
                   end-string
                   exit paragraph
               end-if
               if not ans-is-accepted
                   move "Y"        to ans-accepted
                   move ws-ack-val to ans-accepted-val
                   move ws-ack-ts  to ans-accepted-ts
               end-if
               .

      *>     an unreadable row is logged with the reason and filed
      *>     nowhere - a guessed key or answer would poison the bounds.
           validate-ack-row.
               if ak-event-year is not numeric
               or ak-day-num is not numeric
               or ak-part-num is not numeric
                   move "year, day or part is not numeric" to ws-note
                   exit paragraph
               end-if
               move ak-event-year to ws-ack-year
               move ak-day-num    to ws-ack-day
               move ak-part-num   to ws-ack-part
               if ws-ack-part < 1 or ws-ack-part > 2
                   move "part is not 1 or 2" to ws-note
                   exit paragraph
               end-if
               if ak-answer-text = spaces
               or function test-numval(ak-answer-text) not = 0
                   move "answer is not numeric" to ws-note
                   exit paragraph
               end-if
               move function numval(ak-answer-text) to ws-ack-val
               if not ak-is-accepted and not ak-is-too-high
               and not ak-is-too-low and not ak-is-wrong
                   move "response is not ACCEPTED, TOO-HIGH, TOO-LOW or WRONG"
                       to ws-note
                   exit paragraph
               end-if
               if ak-response-ts = spaces
                   move ws-run-timestamp(1:14) to ws-ack-ts
               else
                   move ak-response-ts to ws-ack-ts
               end-if
               .

           clear-answer-status.
               move 0      to ans-submitted-val
               move spaces to ans-submitted-ts
               move 0      to ans-submit-count
               move "N"    to ans-accepted
               move 0      to ans-accepted-val
               move spaces to ans-accepted-ts
               move "N"    to ans-has-low
               move 0      to ans-low-bound
               move "N"    to ans-has-high
               move 0      to ans-high-bound
               move "N"    to ans-has-wrong
               move 0      to ans-wrong-val
               move spaces to ans-last-response
               move spaces to ans-response-ts
               .

           log-ack-row.
               move spaces to ack-log-record
               move ws-run-timestamp(1:14) to al-ingested-ts
               move ack-record to al-ack-image
               move ws-outcome to al-outcome
               move ws-note    to al-note
               write ack-log-record
               if ws-outcome not = "FILED"
                   display function trim(ws-outcome) ": "
                       function trim(al-ack-image) " - "
                       function trim(ws-note)
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
               move "aocackin" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
