      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. day2.
      *>     bathroom keypad solver for puzzle day 2, run by day1driver
      *>     off the solver registry exactly the way day1 is. the input
      *>     is several lines of U/D/L/R moves (one line per button of
      *>     the code), prepared by day1prep into a header record and
      *>     the data lines - cr-expected-len is the total trimmed
      *>     length of every line, cr-expected-tok the line count and
      *>     cr-checksum the same mod-999999999 ORD sum day1 uses, taken
      *>     across all the lines in order. reconcile-input checks all
      *>     three before a single move is walked.
      *>     part 1 walks the 3x3 keypad, part 2 the diamond keypad
      *>     (buttons 1-9 and A-D); a move off the edge of either pad is
      *>     ignored, as the puzzle says. the codes go to the scoreboard
      *>     as numbers: part 1 is already decimal digits, part 2 is
      *>     read as hexadecimal (A-D are 10-13), so 5DB3 is posted as
      *>     23987 - the code itself is on the listing and the console.
      *>     like day1 it writes one listing row per input line (to its
      *>     own day2-listing.lst, the row layout differs from a walk
      *>     step), exception rows for any character that is not a move
      *>     letter (to the shared exceptions file, so day1excp and
      *>     aocprom's threshold see them), a run-statistics row, the
      *>     history pair and the keyed master rows under day 2 of the
      *>     event year the driver names (AOC_EVENT_YEAR, 2016 when run
      *>     alone), and START/END events on the operations log.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select sample
                   assign dynamic ws-sample-path,
                   organization is line sequential,
                   file status is filestatus.

               select day2-listing
                   assign dynamic ws-listing-path,
                   organization is line sequential,
                   file status is listing-status.

               select day1-exceptions
                   assign dynamic ws-exceptions-path,
                   organization is line sequential,
                   file status is exceptions-status.

               select aoc-results
                   assign dynamic ws-results-path,
                   organization is line sequential,
                   file status is results-status.

               select aoc-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is random,
                   record key is am-result-key,
                   file status is master-status.

               select day1-stats
                   assign dynamic ws-stats-path,
                   organization is line sequential,
                   file status is stats-status.

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
      *>     same 8000-char record day1 reads, so one prepared-input
      *>     layout (and one day1prep) serves both solvers.
           FD sample
               record contains 8000 characters.
           01 sampleline pic x(8000).
      *>     leading control record - same layout as day1's.
           01 control-record.
               05 cr-record-type    pic x(1).
               05 cr-expected-len   pic 9(4).
               05 cr-expected-tok   pic 9(4).
               05 cr-checksum       pic 9(9).
               05 filler            pic x(7982).

           FD day2-listing.
      *>     one line per instruction line: how many moves it held, how
      *>     many characters were rejected, the button each keypad
      *>     finished on, and the code so far on each pad.
           01 listing-record.
               05 lr-run-id        pic x(40).
               05 lr-sep0          pic x value space.
               05 lr-seq           pic 9(4).
               05 lr-sep1          pic x value space.
               05 lr-moves         pic 9(4).
               05 lr-sep2          pic x value space.
               05 lr-rejects       pic 9(4).
               05 lr-sep3          pic x value space.
               05 lr-key1          pic x(1).
               05 lr-sep4          pic x value space.
               05 lr-key2          pic x(1).
               05 lr-sep5          pic x value space.
               05 lr-code1         pic x(7).
               05 lr-sep6          pic x value space.
               05 lr-code2         pic x(7).

           FD day1-exceptions.
      *>     same row day1 writes, so the shared exceptions file keeps
      *>     one layout: er-seq is the instruction line, er-start the
      *>     character position in it, er-token the rejected character.
           01 exception-record.
               05 er-run-id        pic x(40).
               05 er-sep0          pic x value space.
               05 er-seq           pic 9(4).
               05 er-sep1          pic x value space.
               05 er-start         pic 9(4).
               05 er-sep2          pic x value space.
               05 er-field-len     pic 9(4).
               05 er-sep3          pic x value space.
               05 er-token         pic x(13).
               05 er-sep4          pic x value space.
               05 er-reason        pic x(40).

           FD aoc-results.
      *>     shared scoreboard record - see copybooks/aocresult.cpy.
               COPY aocresult.

           FD aoc-master.
      *>     keyed scoreboard master - same layout as aocresult.cpy,
      *>     renamed am- here as in day1.
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD day1-stats.
      *>     shared run-statistics record - see copybooks/day1stat.cpy.
               COPY day1stat.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 filestatus        pic xx.
           01 listing-status    pic xx.
           01 exceptions-status pic xx.
           01 results-status    pic xx.
           01 master-status     pic xx.
           01 stats-status      pic xx.

      *>     dynamic file paths - DAY1_INPUT_FILE is what day1driver sets
      *>     for every solver it runs, so day 2 answers to it too; the
      *>     shared files take the same overrides day1 does.
           01 ws-sample-path     pic x(200) value "../sample2".
           01 ws-listing-path    pic x(200) value "../day2-listing.lst".
           01 ws-exceptions-path pic x(200) value "../day1-exceptions.lst".
           01 ws-results-path    pic x(200) value "../aoc-results.dat".
           01 ws-master-path     pic x(200) value "../aoc-master.dat".
      *>     the event year the scoreboard rows are keyed under - the
      *>     batch driver names it with AOC_EVENT_YEAR; a stand-alone
      *>     run is a 2016 run.
           01 ws-event-year-text pic x(10)  value spaces.
           01 ws-event-year      pic 9(4)   value 2016.
           01 ws-stats-path      pic x(200) value "../day1-stats.dat".

           01 ws-sample-eof   pic x     value "N".
           01 ws-samplelen    pic 9(4)  value 0.
           01 ws-keypad-line  pic x(8000) value spaces.
      *>     reconciliation working fields - the actual length is the
      *>     sum over every line, so it gets a digit of headroom over
      *>     the 9(4) header field it is compared against.
           01 ws-expected-len      pic 9(4)  value 0.
           01 ws-expected-tok      pic 9(4)  value 0.
           01 ws-expected-checksum pic 9(9)  value 0.
           01 ws-actual-len        pic 9(5)  value 0.
           01 ws-actual-tok-count  pic 9(4)  value 0.
           01 ws-actual-checksum   pic 9(9)  value 0.
           01 ws-index        pic 9(4)  value 0.

      *>     one button per instruction line, and the part-2 code has to
      *>     fit ar-answer-val (s9(9)) read as hexadecimal - seven
      *>     digits is the most that does (DDDDDDD hex = 232640989).
      *>     day1prep restates this cap for multi-line inputs.
           78 ws-code-max value 7.

      *>     the two keypads, one row per pad row. spaces on the
      *>     diamond pad are squares with no button - a move onto one
      *>     is off the pad and ignored, same as a move off the edge.
           01 ws-keypad1-layout pic x(9) value "123456789".
           01 ws-keypad1-table redefines ws-keypad1-layout.
               05 ws-keypad1-row occurs 3 times.
                   10 ws-keypad1-key pic x occurs 3 times.
           01 ws-keypad2-layout pic x(25)
               value "  1   234 56789 ABC   D  ".
           01 ws-keypad2-table redefines ws-keypad2-layout.
               05 ws-keypad2-row occurs 5 times.
                   10 ws-keypad2-key pic x occurs 5 times.

      *>     current position on each pad - both start on "5".
           01 ws-row1      pic 9(1) value 2.
           01 ws-col1      pic 9(1) value 2.
           01 ws-row2      pic 9(1) value 3.
           01 ws-col2      pic 9(1) value 1.
           01 ws-try-row   pic 9(1) value 0.
           01 ws-try-col   pic 9(1) value 0.
           01 ws-move      pic x    value space.
           01 ws-move-valid pic x   value "Y".

      *>     the codes as pressed, and as posted to the scoreboard
           01 ws-code1     pic x(7) value spaces.
           01 ws-code2     pic x(7) value spaces.
           01 ws-key-digit pic 9(2) value 0.
           01 ws-answer-num  pic 9(9) value 0.
           01 ws-answer2-num pic 9(9) value 0.

      *>     per-line and per-run counters
           01 ws-count         pic 9(4) value 0.
           01 ws-line-moves    pic 9(4) value 0.
           01 ws-line-rejects  pic 9(4) value 0.
           01 ws-exception-seq pic 9(4) value 0.
           01 ws-unit-step-count pic 9(7) value 0.
           01 ws-exception-reason pic x(40) value spaces.

      *>     run timestamps for the scoreboard and statistics records
           01 ws-run-timestamp pic x(26) value spaces.
           01 ws-run-start-ts  pic x(26) value spaces.

      *>     the input path doubles as the run id, as in day1.
           01 ws-run-id pic x(40) value spaces.

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
           main-program.
               move function current-date to ws-run-start-ts

      *>         every path goes out on the start event, so resolve
      *>         them before logging it (init-file resolves them again,
      *>         harmlessly).
               perform determine-sample-path
               perform determine-results-path
               move ws-run-id to ws-joblog-parms
               perform log-job-start

               perform init-file

               perform reconcile-input

               perform read-keypad-lines

      *>         statistics before the scoreboard, same order as day1 -
      *>         a master that can't be opened still leaves the run's
      *>         numbers behind.
               perform write-run-statistics

               perform write-scoreboard-result

               perform close-file

               perform log-job-end

               stop run.

           init-file.
               perform determine-results-path

               perform open-sample-past-header
               move cr-expected-len to ws-expected-len
               move cr-expected-tok to ws-expected-tok
               move cr-checksum     to ws-expected-checksum

               open extend day2-listing
               if listing-status = "35"
                   open output day2-listing
               end-if

               open extend day1-exceptions
               if exceptions-status = "35"
                   open output day1-exceptions
               end-if
               .

      *>     opens the input and reads the control record - done once to
      *>     reconcile and again to walk, since the lines are streamed
      *>     rather than held in a table.
           open-sample-past-header.
               move "N" to ws-sample-eof
               open input sample
               if filestatus not = "00"
                   display "error opening file. status=" filestatus
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               read sample
                   at end
                       display "no data in file."
                       close sample
                       move 1 to ws-joblog-rc
                       perform log-job-end
                       stop run returning 1
               end-read
               if cr-record-type not = "H"
                   display "reconciliation-mismatch: missing header record"
                   close sample
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               .

           determine-sample-path.
               accept ws-sample-path from environment "DAY1_INPUT_FILE"
                   on exception
                       move "../sample2" to ws-sample-path
               end-accept
               move function trim(ws-sample-path) to ws-run-id
               .

           determine-results-path.
               move "DAY2_LISTING" to ws-parm-name
               move "../day2-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
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
               .

      *>     first pass: every data line's length, the line count and
      *>     the running checksum, compared with the header before any
      *>     line is walked. the input is then reopened for the walk.
           reconcile-input.
               move 0 to ws-actual-len
               move 0 to ws-actual-tok-count
               move 0 to ws-actual-checksum
               perform until ws-sample-eof = "Y"
                   read sample
                       at end
                           move "Y" to ws-sample-eof
                       not at end
                           perform accumulate-line-checksum
                   end-read
               end-perform
               close sample

               if ws-actual-len not = ws-expected-len
               or ws-actual-tok-count not = ws-expected-tok
               or ws-actual-checksum not = ws-expected-checksum
                   display "reconciliation-mismatch: expected len="
                       ws-expected-len " tok=" ws-expected-tok
                       " cksum=" ws-expected-checksum
                   display "reconciliation-mismatch: actual   len="
                       ws-actual-len " tok=" ws-actual-tok-count
                       " cksum=" ws-actual-checksum
                   perform close-file
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               if ws-actual-tok-count = 0
                   display "no data in file."
                   perform close-file
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               if ws-actual-tok-count > ws-code-max
                   display "line capacity exceeded: lines="
                       ws-actual-tok-count " max=" ws-code-max
                   perform close-file
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform open-sample-past-header
               .

           accumulate-line-checksum.
               move function trim(sampleline) to ws-keypad-line
               move function length(function trim(sampleline))
                   to ws-samplelen
               add 1 to ws-actual-tok-count
               add ws-samplelen to ws-actual-len
               perform varying ws-index from 1 by 1
                       until ws-index > ws-samplelen
                   compute ws-actual-checksum =
                       function mod(ws-actual-checksum +
                           function ord(ws-keypad-line(ws-index:1)),
                           999999999)
               end-perform
               .

           read-keypad-lines.
               move 0 to ws-count
               perform until ws-sample-eof = "Y"
                   read sample
                       at end
                           move "Y" to ws-sample-eof
                       not at end
                           add 1 to ws-count
                           perform process-instruction-line
                   end-read
               end-perform

               display "code: " function trim(ws-code1)
                   "  answer: " ws-answer-num
               display "code2: " function trim(ws-code2)
                   "  answer2: " ws-answer2-num
               .

      *>     walk one line's moves on both pads, then press the button
      *>     each pad finished on.
           process-instruction-line.
               move function trim(sampleline) to ws-keypad-line
               move function length(function trim(sampleline))
                   to ws-samplelen
               move 0 to ws-line-moves
               move 0 to ws-line-rejects

               perform varying ws-index from 1 by 1
                       until ws-index > ws-samplelen
                   move ws-keypad-line(ws-index:1) to ws-move
                   perform validate-move
                   if ws-move-valid = "Y"
                       add 1 to ws-line-moves
                       add 1 to ws-unit-step-count
                       perform move-on-keypad1
                       perform move-on-keypad2
                   else
                       add 1 to ws-line-rejects
                       perform log-exception
                   end-if
               end-perform

               perform press-buttons
               perform write-listing-record
               .

           validate-move.
               move "Y" to ws-move-valid
               move spaces to ws-exception-reason
               if ws-move not = "U" and ws-move not = "D"
               and ws-move not = "L" and ws-move not = "R"
                   move "N" to ws-move-valid
                   move "bad move letter" to ws-exception-reason
               end-if
               .

      *>     note: rows count down the pad (U = row - 1), columns count
      *>           across it (L = col - 1). a move that would leave the
      *>           pad is simply not taken.
           move-on-keypad1.
               move ws-row1 to ws-try-row
               move ws-col1 to ws-try-col
               perform compute-try-square
               if ws-try-row >= 1 and ws-try-row <= 3
               and ws-try-col >= 1 and ws-try-col <= 3
                   move ws-try-row to ws-row1
                   move ws-try-col to ws-col1
               end-if
               .

           move-on-keypad2.
               move ws-row2 to ws-try-row
               move ws-col2 to ws-try-col
               perform compute-try-square
               if ws-try-row >= 1 and ws-try-row <= 5
               and ws-try-col >= 1 and ws-try-col <= 5
                   if ws-keypad2-key(ws-try-row, ws-try-col) not = space
                       move ws-try-row to ws-row2
                       move ws-try-col to ws-col2
                   end-if
               end-if
               .

      *>     ws-try-row/col are unsigned, so a step off row or column 1
      *>     is parked on 0 - out of bounds either way.
           compute-try-square.
               evaluate ws-move
                   when "U"
                       if ws-try-row > 0
                           subtract 1 from ws-try-row
                       end-if
                   when "D"
                       add 1 to ws-try-row
                   when "L"
                       if ws-try-col > 0
                           subtract 1 from ws-try-col
                       end-if
                   when "R"
                       add 1 to ws-try-col
               end-evaluate
               .

           press-buttons.
               move ws-keypad1-key(ws-row1, ws-col1) to ws-code1(ws-count:1)
               move ws-keypad2-key(ws-row2, ws-col2) to ws-code2(ws-count:1)

               move function numval(ws-keypad1-key(ws-row1, ws-col1))
                   to ws-key-digit
               compute ws-answer-num = ws-answer-num * 10 + ws-key-digit

               evaluate ws-keypad2-key(ws-row2, ws-col2)
                   when "A"
                       move 10 to ws-key-digit
                   when "B"
                       move 11 to ws-key-digit
                   when "C"
                       move 12 to ws-key-digit
                   when "D"
                       move 13 to ws-key-digit
                   when other
                       move function numval(
                           ws-keypad2-key(ws-row2, ws-col2))
                           to ws-key-digit
               end-evaluate
               compute ws-answer2-num = ws-answer2-num * 16 + ws-key-digit
               .

           log-exception.
               move spaces to exception-record
               move ws-run-id        to er-run-id
               add 1 to ws-exception-seq
               move ws-count         to er-seq
               move ws-index         to er-start
               move 1                to er-field-len
               move ws-move          to er-token
               move ws-exception-reason to er-reason

               write exception-record
               .

           write-listing-record.
               move spaces to listing-record
               move ws-run-id       to lr-run-id
               move ws-count        to lr-seq
               move ws-line-moves   to lr-moves
               move ws-line-rejects to lr-rejects
               move ws-keypad1-key(ws-row1, ws-col1) to lr-key1
               move ws-keypad2-key(ws-row2, ws-col2) to lr-key2
               move ws-code1        to lr-code1
               move ws-code2        to lr-code2

               write listing-record
               .

           write-scoreboard-result.
               move function current-date to ws-run-timestamp

               perform append-history-rows
               perform update-master-rows
               .

      *>     the append-only run history - one new pair per run.
           append-history-rows.
               open extend aoc-results
               if results-status = "35"
                   open output aoc-results
               end-if

               move ws-event-year   to ar-event-year
               move 1               to ar-part-num
               move 2               to ar-day-num
               move ws-answer-num   to ar-answer-val
               move ws-run-timestamp to ar-run-timestamp
               write aoc-result-record

               move 2               to ar-part-num
               move ws-answer2-num  to ar-answer-val
               move ws-run-timestamp to ar-run-timestamp
               write aoc-result-record

               close aoc-results
               .

      *>     the keyed master - rewrite-or-write on year+day+part, as
      *>     day1.
           update-master-rows.
               open i-o aoc-master
               if master-status = "35"
                   open output aoc-master
                   close aoc-master
                   open i-o aoc-master
               end-if
               if master-status not = "00"
                   display "error opening scoreboard master. status="
                       master-status
                   perform close-file
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move ws-event-year   to am-event-year
               move 2               to am-day-num
               move 1               to am-part-num
               move ws-answer-num   to am-answer-val
               move ws-run-timestamp to am-run-timestamp
               perform rewrite-or-write-master

               move 2               to am-part-num
               move ws-answer2-num  to am-answer-val
               perform rewrite-or-write-master

               close aoc-master
               .

           rewrite-or-write-master.
               rewrite aoc-master-record
                   invalid key
                       write aoc-master-record
               end-rewrite
               .

      *>     same statistics row day1 writes: tokens are the instruction
      *>     lines, unit steps the moves walked. the keypad walk keeps
      *>     no visited table and takes no checkpoints, so those two
      *>     columns are zero.
           write-run-statistics.
               open extend day1-stats
               if stats-status = "35"
                   open output day1-stats
               end-if

               move spaces to run-stat-record
               move ws-run-id          to st-run-id
               move ws-count           to st-tokens
               move ws-unit-step-count to st-unit-steps
               move 0                  to st-peak-visited
               move ws-exception-seq   to st-exceptions
               move 0                  to st-checkpoints
               move ws-run-start-ts    to st-start-ts
               move function current-date to st-end-ts
               write run-stat-record

               close day1-stats
               .

           close-file.
               close sample
               close day2-listing
               close day1-exceptions
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
               move "day2" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
