       identification division.
       program-id. euler22.
      *----------------------------------------------------------------
      *    euler22: name scores - a file of names is sorted into
      *    alphabetical order and each name scores its letter value
      *    (A = 1 ... Z = 26, summed) times its position in the
      *    sorted list; the answer is the total of the scores.
      *    This is the suite's pattern for sorting an operator-
      *    supplied file: a SORT whose input procedure reads and
      *    validates the file and RELEASEs only the names that pass,
      *    and whose output procedure RETURNs them in order to number,
      *    score and print. The input may hold one name per line or
      *    many to a line separated by commas, quoted or not (the
      *    form problem 22's own names file comes in); case is
      *    ignored. A name with anything but letters in it, or more
      *    than 30 of them, goes to the NAMEREJS.TXT reject report
      *    with its line number and reason - the DIVREJS.TXT layout
      *    euler1 uses - and takes no place in the order.
      *    The scored listing goes to EULER22RPT.TXT in the
      *    batch-report page layout (heading, column titles, footing
      *    at line 58) and is filed in the report archive; the grand
      *    total goes to log-run and update-registry, and the names'
      *    counts to CTLTOTS.DAT for the nightly balance.
      *    Positional parameter (optional): 1 - the names file
      *    (default NAMES.DAT).
      *    RETURN-CODE 0 scored (any rejects are on NAMEREJS.TXT),
      *    16 when the file is missing or holds no usable name.
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
           select names-file assign to dynamic ws-names-filename
               organization is line sequential
               file status is ws-names-status.
           select sort-file assign to "SORTWK01".
           select reject-file assign to "NAMEREJS.TXT"
               organization is line sequential.
           select report-out assign to "EULER22RPT.TXT"
               organization is line sequential.
       data division.
       file section.
       fd names-file.
       01 fd-names-rec             pic x(60000).
       sd sort-file.
       01 sd-name-rec.
           05 sd-name              pic x(30).
           05 sd-line              pic 9(07).
       fd reject-file.
       01 rej-line                 pic x(80).
       fd report-out.
       01 rpt-line                 pic x(80).
       working-storage section.
           01 ws-names-filename    pic x(40)   value "NAMES.DAT".
           01 ws-names-status      pic x(02)   value "00".
           01 ws-file-read         pic X       value "N".
      *    one comma-separated entry off the line, and the name made
      *    of it - quotes dropped, leading blanks dropped, folded to
      *    upper case.
           01 ws-ptr               pic 9(05).
           01 ws-entry             pic x(60).
           01 ws-lead-blanks       pic 9(02).
           01 ws-reject-length     pic 9(02).
           01 ws-name              pic x(60).
           01 ws-name-length       pic 9(02).
           01 ws-reject-reason     pic x(26).
           01 ws-line-number       pic 9(07)   value 0.
           01 ws-read-count        pic 9(07)   value 0.
           01 ws-accept-count      pic 9(07)   value 0.
           01 ws-reject-count      pic 9(07)   value 0.
           01 ws-scored-count      pic 9(07)   value 0.
           01 ws-sort-eof          pic X       value "N".
      *    letter values by position in the alphabet - a table
      *    rather than character-code arithmetic, so the value of a
      *    letter doesn't depend on the collating sequence.
           01 ws-alphabet          pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 ws-letter-before     pic 9(02).
           01 ws-name-value        pic 9(05).
           01 ws-name-score        pic 9(12).
           01 ws-result            pic 9(18)   value 0.
           01 ws-control-totals.
               05 ws-ctl-read          pic 9(07)   value 0.
               05 ws-ctl-accepted      pic 9(07)   value 0.
               05 ws-ctl-rejected      pic 9(07)   value 0.
               05 ws-ctl-processed     pic 9(07)   value 0.
               05 ws-ctl-failed        pic 9(07)   value 0.
               05 ws-ctl-deferred      pic 9(07)   value 0.
           01 ws-rpt-line-number   pic 9(03).
           01 ws-page-number       pic 9(03)   value 0.
           01 ws-run-date          pic 9(08).
           01 ws-report-filed      pic X.
           01 i                    pic 9(02).
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
       display function enter-environment("euler22").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       open input names-file.
       if ws-names-status not = "00"
           display "euler22: names file "
               function trim(ws-names-filename) " not found"
           move 16 to return-code
           perform 800-log-run
           goback
       end-if.
       move "Y" to ws-file-read.
       sort sort-file
           on ascending key sd-name
           input procedure is 200-release-names thru 200-exit
           output procedure is 400-score-names thru 400-exit.
       if ws-accept-count = 0
           display "euler22: no usable name in "
               function trim(ws-names-filename) " - see NAMEREJS.TXT"
           move 16 to return-code
       else
           display "Result: " ws-result
           display "Names scored: " ws-scored-count
               " rejected: " ws-reject-count
       end-if.
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
                   display "euler22: names file name is blank"
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg to ws-names-filename
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-release-names: the sort's input procedure. Every entry
      *    on every line is validated; the good ones are RELEASEd
      *    with their line number, the bad ones reported. The reject
      *    report is written whether or not anything is refused, so
      *    a clean file still leaves a report saying so.
       200-release-names.
           open output reject-file.
           move spaces to rej-line.
           string "NAMES FILE REJECTS - "
               function trim(ws-names-filename)
               delimited by size into rej-line.
           write rej-line.
           perform until ws-names-status = "10"
               read names-file
                   at end move "10" to ws-names-status
                   not at end perform 210-split-line
               end-read
           end-perform.
           close names-file.
           perform 240-finish-reject-report.
       200-exit. exit.
      *    210-split-line: a line with no comma is one entry; the
      *    unstring then takes the whole line at one go.
       210-split-line.
           add 1 to ws-line-number.
           move 1 to ws-ptr.
           perform until ws-ptr > 60000
               move spaces to ws-entry
               unstring fd-names-rec delimited by ","
                   into ws-entry
                   with pointer ws-ptr
               end-unstring
               perform 220-take-entry thru 220-exit
           end-perform.
      *    220-take-entry: an entry of nothing but blanks and quotes
      *    (a blank line, a trailing comma) is not a name and is
      *    neither counted nor refused.
       220-take-entry.
           inspect ws-entry replacing all '"' by space.
           if ws-entry = spaces
               go to 220-exit
           end-if.
           add 1 to ws-read-count.
           move 0 to ws-lead-blanks.
           inspect ws-entry tallying ws-lead-blanks for leading space.
           move ws-entry(ws-lead-blanks + 1:) to ws-name.
           move 0 to ws-name-length.
           inspect ws-name tallying ws-name-length
               for characters before initial space.
           inspect ws-name converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ws-name-length > 30
               move "longer than 30 letters" to ws-reject-reason
               perform 230-write-reject
               go to 220-exit
           end-if.
           if ws-name(ws-name-length + 1:) not = spaces
               or ws-name(1:ws-name-length) is not alphabetic-upper
               move "not letters only" to ws-reject-reason
               perform 230-write-reject
               go to 220-exit
           end-if.
           add 1 to ws-accept-count.
           move ws-name to sd-name.
           move ws-line-number to sd-line.
           release sd-name-rec.
       220-exit. exit.
       230-write-reject.
           add 1 to ws-reject-count.
           move spaces to rej-line.
           move "LINE" to rej-line(1:5).
           move ws-line-number to rej-line(6:7).
      *    up to 40 characters of the entry as it was read, never
      *    past the end of the entry however far it was indented.
           compute ws-reject-length = 60 - ws-lead-blanks.
           if ws-reject-length > 40
               move 40 to ws-reject-length
           end-if.
           move ws-entry(ws-lead-blanks + 1:ws-reject-length)
               to rej-line(14:ws-reject-length).
           move ws-reject-reason to rej-line(55:26).
           write rej-line.
       240-finish-reject-report.
           move spaces to rej-line.
           write rej-line.
           move spaces to rej-line.
           move "NAMES READ:" to rej-line(1:12).
           move ws-read-count to rej-line(14:7).
           move "ACCEPTED:" to rej-line(23:10).
           move ws-accept-count to rej-line(33:7).
           move "REJECTED:" to rej-line(42:10).
           move ws-reject-count to rej-line(52:7).
           write rej-line.
           close reject-file.
           if ws-reject-count > 0
               display "euler22: " ws-reject-count " name(s)"
                   " rejected - see NAMEREJS.TXT"
           end-if.
      *----------------------------------------------------------------
      *    250-log-control-totals: names in against names refused or
      *    taken into the order, and every name taken scored.
       250-log-control-totals.
           if ws-file-read = "N"
               go to 250-exit
           end-if.
           move ws-read-count to ws-ctl-read.
           move ws-accept-count to ws-ctl-accepted.
           move ws-reject-count to ws-ctl-rejected.
           move ws-scored-count to ws-ctl-processed.
           compute ws-ctl-failed = ws-accept-count - ws-scored-count.
           move function log-control-totals("euler22",
               ws-names-filename, ws-control-totals)
               to ws-log-status.
       250-exit. exit.
      *----------------------------------------------------------------
      *    400-score-names: the sort's output procedure - the names
      *    come back in order, and the order is the position.
       400-score-names.
           if ws-accept-count = 0
               go to 400-exit
           end-if.
           accept ws-run-date from date yyyymmdd.
           open output report-out.
           perform 430-write-heading.
           perform until ws-sort-eof = "Y"
               return sort-file
                   at end move "Y" to ws-sort-eof
                   not at end perform 410-score-one-name
               end-return
           end-perform.
           perform 450-write-totals.
           perform 460-finish-page.
           close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) outlives the next run's overwrite.
           move function file-report("EULER22RPT.TXT", "euler22")
               to ws-report-filed.
           if ws-report-filed not = "Y"
               display "euler22: EULER22RPT.TXT could not be filed in"
                   " the report archive."
           end-if.
       400-exit. exit.
      *    410-score-one-name: each letter's value is the count of
      *    alphabet letters before it, plus one.
       410-score-one-name.
           add 1 to ws-scored-count.
           move 0 to ws-name-value.
           perform varying i from 1 by 1
               until i > 30 or sd-name(i:1) = space
               move 0 to ws-letter-before
               inspect ws-alphabet tallying ws-letter-before
                   for characters before initial sd-name(i:1)
               add ws-letter-before 1 to ws-name-value
           end-perform.
           compute ws-name-score = ws-name-value * ws-scored-count.
           add ws-name-score to ws-result.
           perform 440-write-name-line.
      *----------------------------------------------------------------
      *    430-write-heading: title, run date and page number, then
      *    the column line - written at the top of every page.
       430-write-heading.
           add 1 to ws-page-number.
           move 0 to ws-rpt-line-number.
           move spaces to rpt-line.
           move "EULER22 NAME SCORES" to rpt-line(1:30).
           move "RUN DATE:" to rpt-line(47:10).
           move ws-run-date to rpt-line(57:8).
           move "PAGE" to rpt-line(68:5).
           move ws-page-number to rpt-line(73:3).
           write rpt-line.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           move "FILE:" to rpt-line(30:5).
           move ws-names-filename to rpt-line(36:40).
           write rpt-line.
           move spaces to rpt-line.
           move "POSITION" to rpt-line(1:8).
           move "NAME" to rpt-line(11:4).
           move "LINE" to rpt-line(44:4).
           move "VALUE" to rpt-line(52:5).
           move "SCORE" to rpt-line(64:5).
           write rpt-line.
           move 3 to ws-rpt-line-number.
      *    435-check-page: a detail line about to pass the footing
      *    line starts a fresh page first.
       435-check-page.
           if ws-rpt-line-number >= 56
               perform 460-finish-page
               perform 430-write-heading
           end-if.
       440-write-name-line.
           perform 435-check-page.
           move spaces to rpt-line.
           move ws-scored-count to rpt-line(1:7).
           move sd-name to rpt-line(11:30).
           move sd-line to rpt-line(42:7).
           move ws-name-value to rpt-line(52:5).
           move ws-name-score to rpt-line(58:12).
           write rpt-line.
           add 1 to ws-rpt-line-number.
       450-write-totals.
           perform 435-check-page.
           move spaces to rpt-line.
           write rpt-line.
           add 1 to ws-rpt-line-number.
           perform 435-check-page.
           move spaces to rpt-line.
           move "NAMES SCORED:" to rpt-line(1:13).
           move ws-scored-count to rpt-line(15:7).
           move "TOTAL OF SCORES:" to rpt-line(34:16).
           move ws-result to rpt-line(52:18).
           write rpt-line.
           add 1 to ws-rpt-line-number.
      *    460-finish-page: pads the body down to the fixed footing
      *    line, the same layout batch-report keeps.
       460-finish-page.
           perform until ws-rpt-line-number > 57
               move spaces to rpt-line
               write rpt-line
               add 1 to ws-rpt-line-number
           end-perform.
           move spaces to rpt-line.
           move "*** end of euler22 name scores ***"
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
           string "FILE=" ws-names-filename(1:27) " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           move ws-result to ws-log-result.
           move function log-run("euler22", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(22, "euler22",
               "Total of name scores from a sorted names file",
               ws-log-result) to ws-log-status.
       end program euler22.
