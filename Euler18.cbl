       identification division.
       program-id. euler18.
      *----------------------------------------------------------------
      *    euler18: the largest top-to-bottom path total through a
      *    triangle of numbers, moving at each row to one of the two
      *    numbers below. Problem 18's fifteen rows could be brute
      *    forced, problem 67's hundred cannot, so this solves it
      *    bottom-up: each cell's best total is its own value plus
      *    the better of the two best totals beneath it, and the
      *    apex ends up holding the answer - one pass over the cells
      *    whatever the triangle's depth.
      *    The triangle comes from a data file, one row per line,
      *    numbers separated by spaces (blank lines are ignored).
      *    The file is checked in full before anything is solved:
      *    row N must carry exactly N numbers, each digits only and
      *    at most nine of them, and a file that breaks any of that
      *    is refused as a whole with a message naming the row - a
      *    mis-shaped triangle has no meaningful answer, so no part
      *    of it is solved. 200 rows at most.
      *    With PATH requested the winning path - row, position,
      *    value and running total - goes to EULER18RPT.TXT in the
      *    batch-report page layout and is filed in the report
      *    archive, as euler1's analysis is.
      *    Positional parameters (optional): 1 - the triangle file
      *    (default TRIANGLE.DAT); 2 - PATH to write the path report.
      *    RETURN-CODE 0 solved, 16 on a missing, empty or refused
      *    file or a bad parameter.
       environment division.
       configuration section.
           repository.
               function log-run
               function get-elapsed-seconds
               function update-registry
               function log-control-totals
               function file-report
               function enter-environment
               function run-environment.
       input-output section.
       file-control.
           select triangle-file assign to dynamic ws-triangle-filename
               organization is line sequential
               file status is ws-triangle-status.
           select report-out assign to "EULER18RPT.TXT"
               organization is line sequential.
       data division.
       file section.
       fd triangle-file.
       01 fd-triangle-rec          pic x(2000).
       fd report-out.
       01 rpt-line                 pic x(80).
       working-storage section.
           01 ws-triangle-filename pic x(40)   value "TRIANGLE.DAT".
           01 ws-triangle-status   pic x(02)   value "00".
           01 ws-path-wanted       pic X       value "N".
      *    the triangle as read, and each cell's best total down to
      *    the base - row r holds r cells.
           01 ws-triangle.
               05 ws-tri-row occurs 200 times.
                   10 ws-tri-value pic 9(09) occurs 200 times.
           01 ws-best-table.
               05 ws-best-row occurs 200 times.
                   10 ws-best      pic 9(18) occurs 200 times.
           01 ws-path-table.
               05 ws-path-col      pic 9(03) occurs 200 times.
           01 ws-row-count         pic 9(03)   value 0.
           01 ws-line-count        pic 9(07)   value 0.
           01 ws-col-count         pic 9(04).
           01 ws-result            pic 9(18)   value 0.
           01 ws-running-total     pic 9(18).
      *    file validation: the first fault found refuses the file
      *    and is what the message names.
           01 ws-file-read         pic X       value "N".
           01 ws-file-refused      pic X       value "N".
           01 ws-refusal           pic x(60).
           01 ws-ptr               pic 9(04).
           01 ws-token             pic x(20).
           01 ws-token-length      pic 9(02).
           01 ws-control-totals.
               05 ws-ctl-read          pic 9(07)   value 0.
               05 ws-ctl-accepted      pic 9(07)   value 0.
               05 ws-ctl-rejected      pic 9(07)   value 0.
               05 ws-ctl-processed     pic 9(07)   value 0.
               05 ws-ctl-failed        pic 9(07)   value 0.
               05 ws-ctl-deferred      pic 9(07)   value 0.
           01 ws-line-number       pic 9(03).
           01 ws-page-number       pic 9(03)   value 0.
           01 ws-run-date          pic 9(08).
           01 ws-report-filed      pic X.
           01 r                    pic 9(03).
           01 c                    pic 9(03).
           01 ws-arg-count         pic 9(2).
           01 ws-x                 pic 9(2).
           01 ws-arg               pic x(40).
           01 ws-start-time        pic 9(08).
           01 ws-end-time          pic 9(08).
           01 ws-elapsed-sec       pic 9(05).
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
           01 ws-log-rc            pic 9(04).
       procedure division.
       display function enter-environment("euler18").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       perform 200-load-triangle thru 200-exit.
       evaluate true
           when ws-file-read = "N"
               display "euler18: triangle file "
                   function trim(ws-triangle-filename) " not found"
               move 16 to return-code
           when ws-file-refused = "Y"
               display "euler18: " function trim(ws-triangle-filename)
                   " refused - " function trim(ws-refusal)
               move 16 to return-code
           when ws-row-count = 0
               display "euler18: " function trim(ws-triangle-filename)
                   " holds no rows"
               move 16 to return-code
           when other
               perform 300-solve thru 300-exit
               display "Result: " ws-result
               display "Rows:   " ws-row-count
               if ws-path-wanted = "Y"
                   perform 400-path-report thru 400-exit
               end-if
       end-evaluate.
       perform 800-log-run.
       perform 250-log-control-totals thru 250-exit.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg = spaces
                   display "euler18: triangle file name is blank"
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg to ws-triangle-filename
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg not = "PATH"
                   display "euler18: second parameter must be PATH: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move "Y" to ws-path-wanted
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-load-triangle: reading stops at the first fault - the
      *    file is refused whole, so nothing past it matters.
       200-load-triangle.
           open input triangle-file.
           if ws-triangle-status not = "00"
               go to 200-exit
           end-if.
           move "Y" to ws-file-read.
           perform until ws-triangle-status = "10"
               or ws-file-refused = "Y"
               read triangle-file
                   at end move "10" to ws-triangle-status
                   not at end perform 210-take-row thru 210-exit
               end-read
           end-perform.
           close triangle-file.
       200-exit. exit.
       210-take-row.
           if fd-triangle-rec = spaces
               go to 210-exit
           end-if.
           add 1 to ws-line-count.
           if ws-row-count >= 200
               move "more than 200 rows" to ws-refusal
               move "Y" to ws-file-refused
               go to 210-exit
           end-if.
           add 1 to ws-row-count.
           move 0 to ws-col-count.
           move 1 to ws-ptr.
           perform until ws-ptr > 2000 or ws-file-refused = "Y"
               move spaces to ws-token
               unstring fd-triangle-rec delimited by all space
                   into ws-token
                   with pointer ws-ptr
               end-unstring
               if ws-token not = spaces
                   perform 220-take-number thru 220-exit
               end-if
           end-perform.
           if ws-file-refused = "Y"
               go to 210-exit
           end-if.
           if ws-col-count not = ws-row-count
               move spaces to ws-refusal
               string "row " ws-row-count " has " ws-col-count
                   " number(s), expected " ws-row-count
                   delimited by size into ws-refusal
               move "Y" to ws-file-refused
           end-if.
       210-exit. exit.
      *    220-take-number: digits only, nine at most - a row with
      *    too many numbers is caught here too, before it can run
      *    past the row's cells.
       220-take-number.
           move 0 to ws-token-length.
           inspect ws-token tallying ws-token-length
               for characters before initial space.
           if ws-token-length > 9
               or ws-token(1:ws-token-length) is not numeric
               move spaces to ws-refusal
               string "row " ws-row-count " has a bad number: "
                   ws-token delimited by size into ws-refusal
               move "Y" to ws-file-refused
               go to 220-exit
           end-if.
           add 1 to ws-col-count.
           if ws-col-count > ws-row-count
               go to 220-exit
           end-if.
           move ws-token(1:ws-token-length)
               to ws-tri-value(ws-row-count, ws-col-count).
       220-exit. exit.
      *----------------------------------------------------------------
      *    250-log-control-totals: the triangle's rows in against
      *    what became of them - every row solved, or every row
      *    rejected with the file.
       250-log-control-totals.
           if ws-file-read = "N"
               go to 250-exit
           end-if.
           move ws-line-count to ws-ctl-read.
           if ws-file-refused = "Y"
               move ws-line-count to ws-ctl-rejected
           else
               move ws-line-count to ws-ctl-accepted
               move ws-line-count to ws-ctl-processed
           end-if.
           move function log-control-totals("euler18",
               ws-triangle-filename, ws-control-totals)
               to ws-log-status.
       250-exit. exit.
      *----------------------------------------------------------------
      *    300-solve: the base row's best totals are its own values;
      *    every row above takes the better of the two cells beneath.
      *    The winning path is then read off from the apex down,
      *    stepping to whichever cell below holds the larger best
      *    total (the left one on a tie).
       300-solve.
           move ws-row-count to r.
           perform varying c from 1 by 1 until c > r
               move ws-tri-value(r, c) to ws-best(r, c)
           end-perform.
           perform 310-solve-row
               varying r from ws-row-count by -1 until r < 2.
           move ws-best(1, 1) to ws-result.
           move 1 to ws-path-col(1).
           perform varying r from 2 by 1 until r > ws-row-count
               move ws-path-col(r - 1) to c
               if ws-best(r, c + 1) > ws-best(r, c)
                   add 1 to c
               end-if
               move c to ws-path-col(r)
           end-perform.
       300-exit. exit.
      *    310-solve-row: fills row r - 1 from row r.
       310-solve-row.
           perform varying c from 1 by 1 until c > r - 1
               if ws-best(r, c) > ws-best(r, c + 1)
                   compute ws-best(r - 1, c) =
                       ws-tri-value(r - 1, c) + ws-best(r, c)
               else
                   compute ws-best(r - 1, c) =
                       ws-tri-value(r - 1, c) + ws-best(r, c + 1)
               end-if
           end-perform.
      *----------------------------------------------------------------
      *    400-path-report: one line per row of the winning path.
       400-path-report.
           accept ws-run-date from date yyyymmdd.
           open output report-out.
           perform 430-write-heading.
           move 0 to ws-running-total.
           perform 440-write-path-line
               varying r from 1 by 1 until r > ws-row-count.
           perform 435-check-page.
           move spaces to rpt-line.
           write rpt-line.
           add 1 to ws-line-number.
           perform 435-check-page.
           move spaces to rpt-line.
           move "MAXIMUM PATH TOTAL:" to rpt-line(1:19).
           move ws-result to rpt-line(21:18).
           move "ROWS:" to rpt-line(44:5).
           move ws-row-count to rpt-line(50:3).
           write rpt-line.
           add 1 to ws-line-number.
           perform 460-finish-page.
           close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) outlives the next run's overwrite.
           move function file-report("EULER18RPT.TXT", "euler18")
               to ws-report-filed.
           if ws-report-filed not = "Y"
               display "euler18: EULER18RPT.TXT could not be filed in"
                   " the report archive."
           end-if.
           display "euler18: winning path written to EULER18RPT.TXT".
       400-exit. exit.
       430-write-heading.
           add 1 to ws-page-number.
           move 0 to ws-line-number.
           move spaces to rpt-line.
           move "EULER18 MAXIMUM PATH" to rpt-line(1:30).
           move "RUN DATE:" to rpt-line(47:10).
           move ws-run-date to rpt-line(57:8).
           move "PAGE" to rpt-line(68:5).
           move ws-page-number to rpt-line(73:3).
           write rpt-line.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           move "FILE:" to rpt-line(30:5).
           move ws-triangle-filename to rpt-line(36:40).
           write rpt-line.
           move spaces to rpt-line.
           move "ROW" to rpt-line(1:3).
           move "POSITION" to rpt-line(6:8).
           move "VALUE" to rpt-line(20:5).
           move "RUNNING TOTAL" to rpt-line(31:13).
           write rpt-line.
           move 3 to ws-line-number.
      *    435-check-page: a detail line about to pass the footing
      *    line starts a fresh page first.
       435-check-page.
           if ws-line-number >= 56
               perform 460-finish-page
               perform 430-write-heading
           end-if.
       440-write-path-line.
           perform 435-check-page.
           move ws-path-col(r) to c.
           add ws-tri-value(r, c) to ws-running-total.
           move spaces to rpt-line.
           move r to rpt-line(1:3).
           move c to rpt-line(8:3).
           move ws-tri-value(r, c) to rpt-line(16:9).
           move ws-running-total to rpt-line(26:18).
           write rpt-line.
           add 1 to ws-line-number.
      *    460-finish-page: pads the body down to the fixed footing
      *    line, the same layout batch-report keeps.
       460-finish-page.
           perform until ws-line-number > 57
               move spaces to rpt-line
               write rpt-line
               add 1 to ws-line-number
           end-perform.
           move spaces to rpt-line.
           move "*** end of euler18 maximum path ***"
               to rpt-line(1:40).
           write rpt-line.
      *----------------------------------------------------------------
      *    800-log-run: leaves a RESULTS.LED entry and refreshes this
      *    program's row in the Euler problem registry (see
      *    src/library/ledger.cbl and src/library/registry.cbl), even
      *    on a failed run so it still shows up in the history with
      *    its non-zero RETURN-CODE.
       800-log-run.
           accept ws-end-time from time.
           move function get-elapsed-seconds(ws-start-time,
               ws-end-time) to ws-elapsed-sec.
           move return-code to ws-log-rc.
           move spaces to ws-log-parameters.
           string "FILE=" ws-triangle-filename(1:20)
               " PATH=" ws-path-wanted " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           move ws-result to ws-log-result.
           move function log-run("euler18", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(18, "euler18",
               "Maximum path sum through a number triangle",
               ws-log-result) to ws-log-status.
       end program euler18.
