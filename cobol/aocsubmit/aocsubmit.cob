      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocsubmit.
      *>     outbound answer submission. an answer on the scoreboard is
      *>     only what the walker produced - whether the puzzle site
      *>     took it is kept in the keyed answer standing file
      *>     (AOC_ANSWERS - see copybooks/aocanst.cpy). this job walks
      *>     the scoreboard master (DAY1_MASTER) in key order and, for
      *>     every year/day/part:
      *>       FLAGGED   - the answer differs from the one the site
      *>                   accepted, sits at or outside a known
      *>                   TOO-LOW/TOO-HIGH bound, or repeats the
      *>                   answer the site called WRONG. never queued;
      *>                   aocprom refuses such an answer as a baseline
      *>       ACCEPTED  - the site already accepted this answer
      *>       PENDING   - this answer was submitted and no response
      *>                   has come back to move it on
      *>       SUBMITTED - not yet submitted: appended to the outbound
      *>                   submission file (AOC_SUBMIT_FILE - see
      *>                   copybooks/aocsubm.cpy) and stamped submitted
      *>                   in the standing file
      *>     each one is a line of the submission report
      *>     (AOC_SUBMIT_REPORT), a FLAGGED one with the accepted answer
      *>     or the bound it broke.
      *>     any FLAGGED answer ends the job with return code 1.
      *>     aocackin files the site's responses; run it before this
      *>     job so a response that came back is judged on tonight.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select aoc-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is sequential,
                   record key is am-result-key,
                   file status is master-status.

               select aoc-answers
                   assign dynamic ws-answers-path,
                   organization is indexed,
                   access is random,
                   record key is ans-result-key,
                   file status is answers-status.

               select aoc-submit
                   assign dynamic ws-submit-path,
                   organization is line sequential,
                   file status is submit-status.

               select submit-report
                   assign dynamic ws-report-path,
                   organization is line sequential,
                   file status is report-status.

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
           FD aoc-master.
      *>     keyed scoreboard master - same layout, renamed am- (as
      *>     aocload declares it).
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD aoc-answers.
      *>     keyed answer standing file - see copybooks/aocanst.cpy.
               COPY aocanst.

           FD aoc-submit.
      *>     outbound submission file - see copybooks/aocsubm.cpy.
               COPY aocsubm.

           FD submit-report.
           01 report-line pic x(132).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 master-status  pic xx.
           01 answers-status pic xx.
           01 submit-status  pic xx.
           01 report-status  pic xx.

           01 ws-master-path  pic x(200) value "../aoc-master.dat".
           01 ws-answers-path pic x(200) value "../aoc-answers.dat".
           01 ws-submit-path  pic x(200) value "../aoc-submit.dat".
           01 ws-report-path  pic x(200) value "../aoc-submit.lst".

           01 ws-master-eof   pic x value "N".
           01 ws-answer-found pic x value "N".
           01 ws-run-timestamp pic x(26) value spaces.

      *>     the scoreboard row being judged and what became of it.
           01 ws-answer-val   pic s9(9) value 0.
           01 ws-standing     pic x(9)  value spaces.
           01 ws-flag-reason  pic x(48) value spaces.
           01 ws-bound-edited  pic -9(9).

      *>     the answer as it is keyed into the site - see
      *>     format-answer-text.
           01 ws-answer-text  pic x(12) value spaces.
           01 ws-plain-edited pic -(9)9.
           01 ws-hex-digits   pic x(16) value "0123456789ABCDEF".
           01 ws-hex-work     pic 9(9)  value 0.
           01 ws-hex-digit    pic 9(2)  value 0.
           01 ws-hex-text     pic x(12) value spaces.
           01 ws-hex-pos      pic 9(2)  value 0.

      *>     the standing row's submission stamp as it was before this
      *>     run queued the answer - put back if the queue write fails.
           01 ws-prior-submitted-val pic s9(9) value 0.
           01 ws-prior-submitted-ts  pic x(14) value spaces.
           01 ws-prior-submit-count  pic 9(4)  value 0.

           01 ws-rows-read      pic 9(5) value 0.
           01 ws-submitted-count pic 9(5) value 0.
           01 ws-pending-count  pic 9(5) value 0.
           01 ws-accepted-count pic 9(5) value 0.
           01 ws-flagged-count  pic 9(5) value 0.

           01 ws-report-detail.
               05 filler         pic x(5)  value "YEAR ".
               05 rd-year        pic 9(4).
               05 filler         pic x(5)  value "  DAY".
               05 rd-day         pic zz9.
               05 filler         pic x(6)  value "  PART".
               05 rd-part        pic z9.
               05 filler         pic x(2)  value spaces.
               05 rd-answer      pic -9(9).
               05 filler         pic x(2)  value spaces.
               05 rd-standing    pic x(9).
               05 filler         pic x(2)  value spaces.
               05 rd-note        pic x(70).

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
           main-submit.
               perform init-submit

               move ws-submit-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform open-submit-files
               perform judge-master-rows
               perform write-report-totals
               perform close-submit-files

               display "submission complete - " ws-rows-read
                   " answer(s): " ws-submitted-count " submitted, "
                   ws-pending-count " pending, "
                   ws-accepted-count " accepted, "
                   ws-flagged-count " flagged"

               if ws-flagged-count > 0
                   display "flagged answers are listed in "
                       function trim(ws-report-path)
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-submit.
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "AOC_ANSWERS" to ws-parm-name
               move "../aoc-answers.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-answers-path
               move "AOC_SUBMIT_FILE" to ws-parm-name
               move "../aoc-submit.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-submit-path
               move "AOC_SUBMIT_REPORT" to ws-parm-name
               move "../aoc-submit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path

               move function current-date to ws-run-timestamp
               .

      *>     the submission file is appended to - the transfer that
      *>     carries it to the site takes the file away, and rows a
      *>     transfer has not picked up yet must not be lost to a
      *>     second run. the standing file is created on first use.
           open-submit-files.
               open input aoc-master
               if master-status not = "00"
                   display "error opening scoreboard master "
                       function trim(ws-master-path)
                       ". status=" master-status
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
                   close aoc-master
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open extend aoc-submit
               if submit-status = "35"
                   open output aoc-submit
               end-if
               if submit-status not = "00"
                   display "error opening submission file "
                       function trim(ws-submit-path)
                       ". status=" submit-status
                   close aoc-master
                   close aoc-answers
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open output submit-report
               if report-status not = "00"
                   display "error opening submission report "
                       function trim(ws-report-path)
                       ". status=" report-status
                   close aoc-master
                   close aoc-answers
                   close aoc-submit
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move spaces to report-line
               string "ANSWER SUBMISSION REPORT  " delimited by size
                       ws-run-timestamp(1:14) delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line
               .

           close-submit-files.
               close aoc-master
               close aoc-answers
               close aoc-submit
               close submit-report
               .

           judge-master-rows.
               perform until ws-master-eof = "Y"
                   read aoc-master next record
                       at end
                           move "Y" to ws-master-eof
                       not at end
                           add 1 to ws-rows-read
                           perform judge-one-answer
                   end-read
               end-perform
               .

           judge-one-answer.
               move am-answer-val to ws-answer-val
               move am-result-key to ans-result-key
               read aoc-answers
                   invalid key
                       move "N" to ws-answer-found
                       perform clear-answer-status
                   not invalid key
                       move "Y" to ws-answer-found
               end-read

               perform check-answer-standing

               move spaces to rd-note
               evaluate true
                   when ws-flag-reason not = spaces
                       move "FLAGGED" to ws-standing
                       move ws-flag-reason to rd-note
                       add 1 to ws-flagged-count
                   when ans-is-accepted
                       move "ACCEPTED" to ws-standing
                       string "accepted " delimited by size
                               ans-accepted-ts delimited by size
                           into rd-note
                       end-string
                       add 1 to ws-accepted-count
                   when ans-submit-count > 0
                    and ans-submitted-val = ws-answer-val
                       move "PENDING" to ws-standing
                       string "submitted " delimited by size
                               ans-submitted-ts delimited by size
                           into rd-note
                       end-string
                       add 1 to ws-pending-count
                   when other
                       perform queue-submission
                       move "SUBMITTED" to ws-standing
                       add 1 to ws-submitted-count
               end-evaluate

               perform write-report-detail
               .

      *>     the standing of one answer against what the site has said
      *>     about its year/day/part - ws-flag-reason stays spaces for
      *>     an answer nothing speaks against. the same rules aocprom
      *>     applies to a candidate baseline.
           check-answer-standing.
               move spaces to ws-flag-reason
               if ans-is-accepted
                   if ws-answer-val not = ans-accepted-val
                       move ans-accepted-val to ws-bound-edited
                       string "differs from accepted answer "
                               delimited by size
                               function trim(ws-bound-edited)
                               delimited by size
                           into ws-flag-reason
                       end-string
                   end-if
                   exit paragraph
               end-if
               if ans-low-known and ws-answer-val <= ans-low-bound
                   move ans-low-bound to ws-bound-edited
                   string "at or below lower bound " delimited by size
                           function trim(ws-bound-edited)
                           delimited by size
                           " (TOO-LOW)" delimited by size
                       into ws-flag-reason
                   end-string
                   exit paragraph
               end-if
               if ans-high-known and ws-answer-val >= ans-high-bound
                   move ans-high-bound to ws-bound-edited
                   string "at or above upper bound " delimited by size
                           function trim(ws-bound-edited)
                           delimited by size
                           " (TOO-HIGH)" delimited by size
                       into ws-flag-reason
                   end-string
                   exit paragraph
               end-if
               if ans-wrong-known and ws-answer-val = ans-wrong-val
                   move "already answered WRONG" to ws-flag-reason
               end-if
               .

           clear-answer-status.
               move am-result-key to ans-result-key
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

      *>     the answer is stamped submitted in the standing file
      *>     before its row goes on the submission file: a stamp that
      *>     cannot be stored stops the job with nothing queued, so the
      *>     next run queues the answer once rather than sending it
      *>     again on every run. a queue row that cannot be written
      *>     puts the stamp back the way it was, so the answer is still
      *>     unsubmitted when the job is rerun.
           queue-submission.
               perform format-answer-text

               move ans-submitted-val to ws-prior-submitted-val
               move ans-submitted-ts  to ws-prior-submitted-ts
               move ans-submit-count  to ws-prior-submit-count
               move ws-answer-val          to ans-submitted-val
               move ws-run-timestamp(1:14) to ans-submitted-ts
               add 1 to ans-submit-count
               if ws-answer-found = "Y"
                   rewrite answer-status-record
               else
                   write answer-status-record
               end-if
               if answers-status not = "00"
                   display "error updating answer standing file "
                       function trim(ws-answers-path)
                       ". status=" answers-status
                       " - nothing queued"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move spaces to submission-record
               move am-event-year    to sb-event-year
               move am-day-num       to sb-day-num
               move am-part-num      to sb-part-num
               move ws-answer-val    to sb-answer-val
               move ws-answer-text   to sb-answer-text
               move ws-run-timestamp(1:14) to sb-queued-ts
               move am-run-timestamp to sb-run-timestamp
               write submission-record
               if submit-status not = "00"
                   display "error writing submission file "
                       function trim(ws-submit-path)
                       ". status=" submit-status
                   perform restore-answer-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               .

      *>     a row this run added goes again; a row that was already
      *>     there gets its earlier submission stamp back.
           restore-answer-status.
               if ws-answer-found = "Y"
                   move ws-prior-submitted-val to ans-submitted-val
                   move ws-prior-submitted-ts  to ans-submitted-ts
                   move ws-prior-submit-count  to ans-submit-count
                   rewrite answer-status-record
               else
                   delete aoc-answers record
               end-if
               if answers-status not = "00"
                   display "error restoring answer standing file "
                       function trim(ws-answers-path)
                       ". status=" answers-status
                       " - year " am-event-year " day " am-day-num
                       " part " am-part-num
                       " shows submitted but was not queued"
               end-if
               .

      *>     2016 day 2 part 2 is a keypad code the scoreboard holds
      *>     read as hexadecimal (5DB3 is posted as 23987) - the site
      *>     wants the code, so it goes back to its hex digits. every
      *>     other answer is keyed as its plain number.
           format-answer-text.
               move ws-answer-val to ws-plain-edited
               move function trim(ws-plain-edited) to ws-answer-text
               if am-event-year not = 2016
               or am-day-num not = 2
               or am-part-num not = 2
               or ws-answer-val < 0
                   exit paragraph
               end-if

               move ws-answer-val to ws-hex-work
               move spaces to ws-hex-text
               move 12 to ws-hex-pos
               perform until ws-hex-work = 0 or ws-hex-pos = 0
                   compute ws-hex-digit = function mod(ws-hex-work, 16)
                   move ws-hex-digits(ws-hex-digit + 1:1)
                       to ws-hex-text(ws-hex-pos:1)
                   compute ws-hex-work = ws-hex-work / 16
                   subtract 1 from ws-hex-pos
               end-perform
               if ws-hex-text not = spaces
                   move function trim(ws-hex-text) to ws-answer-text
               end-if
               .

           write-report-detail.
               move am-event-year to rd-year
               move am-day-num    to rd-day
               move am-part-num   to rd-part
               move ws-answer-val to rd-answer
               move ws-standing   to rd-standing
               move ws-report-detail to report-line
               write report-line
               .

           write-report-totals.
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "ANSWERS " delimited by size
                       ws-rows-read delimited by size
                       "  SUBMITTED " delimited by size
                       ws-submitted-count delimited by size
                       "  PENDING " delimited by size
                       ws-pending-count delimited by size
                       "  ACCEPTED " delimited by size
                       ws-accepted-count delimited by size
                       "  FLAGGED " delimited by size
                       ws-flagged-count delimited by size
                   into report-line
               end-string
               write report-line
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
               move "aocsubmit" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
