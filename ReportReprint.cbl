       identification division.
       program-id. report-reprint.
      *----------------------------------------------------------------
      *    report-reprint: prints an archived report again. Every
      *    report-producing program files a dated copy of what it
      *    printed in the report archive (file-report, see
      *    src/library/rptarch.cbl), so last Tuesday's batch summary
      *    is a catalog lookup away instead of gone. The copy is
      *    written, exactly as it was first printed, to REPRINT.TXT.
      *    Positional parameters:
      *      1 - report name as printed (BATCHRPT.TXT, LEDSTATS.TXT,
      *          CHARGES.202609.TXT ...);
      *      2 - the run date, yyyymmdd - omitted, the catalog's
      *          filings of that report are listed instead;
      *      3 - the run time, hhmmss (default: the day's last
      *          filing of the report).
      *    RETURN-CODE 0 printed (or listed), 4 nothing filed under
      *    that name and date, 16 on a bad parameter or an archive
      *    copy that is no longer on disk.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select catalog-file assign to "RPTCAT.DAT"
               organization is line sequential
               file status is ws-catalog-status.
           select member-in assign to dynamic ws-member-name
               organization is line sequential
               file status is ws-member-status.
           select reprint-out assign to "REPRINT.TXT"
               organization is line sequential
               file status is ws-reprint-status.
       data division.
       file section.
       fd catalog-file.
       01 fd-catalog-rec.
           05 fd-cat-report        pic x(24).
           05 fd-cat-program-id    pic x(16).
           05 fd-cat-run-date      pic 9(08).
           05 fd-cat-run-time      pic 9(06).
           05 fd-cat-pages         pic 9(04).
           05 fd-cat-lines         pic 9(06).
           05 fd-cat-run-id        pic 9(10).
           05 fd-cat-member        pic x(48).
       fd member-in.
       01 fd-member-line           pic x(132).
       fd reprint-out.
       01 fd-reprint-line          pic x(132).
       working-storage section.
           01 ws-catalog-status    pic x(02)   value "00".
           01 ws-member-status     pic x(02)   value "00".
           01 ws-reprint-status    pic x(02)   value "00".
           01 ws-member-name       pic x(48).
           01 ws-report-name       pic x(24)   value spaces.
           01 ws-run-date          pic 9(08)   value 0.
           01 ws-run-time          pic 9(06)   value 0.
           01 ws-list-only         pic X       value "N".
           01 ws-time-given        pic X       value "N".
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-filing-count      pic 9(05)   value 0.
           01 ws-found             pic X       value "N".
           01 ws-line-count        pic 9(06)   value 0.
           01 ws-found-rec.
               05 ws-fnd-program-id    pic x(16).
               05 ws-fnd-run-time      pic 9(06).
               05 ws-fnd-pages         pic 9(04).
               05 ws-fnd-run-id        pic 9(10).
               05 ws-fnd-member        pic x(48).
       procedure division.
       display function enter-environment("report-reprint").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       if ws-list-only = "Y"
           perform 200-list-filings thru 200-exit
           goback
       end-if.
       perform 300-find-filing thru 300-exit.
       if ws-found = "N"
           display "report-reprint: no filing of "
               function trim(ws-report-name) " on " ws-run-date
               " - run with the report name alone to list them."
           move 4 to return-code
           goback
       end-if.
       perform 400-reprint thru 400-exit.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count < 1
               display "report-reprint: usage: report-reprint <report>"
                   " [yyyymmdd [hhmmss]]"
               move 16 to return-code
               go to 100-exit
           end-if.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           move ws-arg to ws-report-name.
           if ws-arg-count < 2
               move "Y" to ws-list-only
               go to 100-exit
           end-if.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           if ws-arg(1:8) is not numeric or ws-arg(9:1) not = space
               display "report-reprint: date must be yyyymmdd: "
                   function trim(ws-arg)
               move 16 to return-code
               go to 100-exit
           end-if.
           move ws-arg(1:8) to ws-run-date.
           if ws-arg-count >= 3
               move 3 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:6) is not numeric
                   or ws-arg(7:1) not = space
                   display "report-reprint: time must be hhmmss: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:6) to ws-run-time
               move "Y" to ws-time-given
           end-if.
       100-exit. exit.
       200-list-filings.
           open input catalog-file.
           if ws-catalog-status not = "00"
               display "report-reprint: no RPTCAT.DAT - nothing has"
                   " been filed yet."
               move 4 to return-code
               go to 200-exit
           end-if.
           display "RUN DATE RUN TIME PROGRAM          PAGES RUN ID".
           perform until ws-catalog-status = "10"
               read catalog-file
                   at end move "10" to ws-catalog-status
                   not at end
                       if fd-cat-report = ws-report-name
                           add 1 to ws-filing-count
                           display fd-cat-run-date space
                               fd-cat-run-time "   "
                               fd-cat-program-id space
                               fd-cat-pages "  " fd-cat-run-id
                       end-if
               end-read
           end-perform.
           close catalog-file.
           display "report-reprint: " ws-filing-count " filing(s) of "
               function trim(ws-report-name) ".".
           if ws-filing-count = 0
               move 4 to return-code
           end-if.
       200-exit. exit.
      *    300-find-filing: with no time given, the last filing of
      *    the day is the one wanted - the catalog is in filing
      *    order, so the last match read wins.
       300-find-filing.
           open input catalog-file.
           if ws-catalog-status not = "00"
               go to 300-exit
           end-if.
           perform until ws-catalog-status = "10"
               read catalog-file
                   at end move "10" to ws-catalog-status
                   not at end
                       if fd-cat-report = ws-report-name
                           and fd-cat-run-date = ws-run-date
                           and (ws-time-given = "N"
                               or fd-cat-run-time = ws-run-time)
                           move "Y" to ws-found
                           move fd-cat-program-id
                               to ws-fnd-program-id
                           move fd-cat-run-time to ws-fnd-run-time
                           move fd-cat-pages to ws-fnd-pages
                           move fd-cat-run-id to ws-fnd-run-id
                           move fd-cat-member to ws-fnd-member
                       end-if
               end-read
           end-perform.
           close catalog-file.
       300-exit. exit.
       400-reprint.
           move ws-fnd-member to ws-member-name.
           open input member-in.
           if ws-member-status not = "00"
               display "report-reprint: archive copy "
                   function trim(ws-member-name)
                   " is no longer on disk."
               move 16 to return-code
               go to 400-exit
           end-if.
           open output reprint-out.
           perform until ws-member-status = "10"
               read member-in
                   at end move "10" to ws-member-status
                   not at end
                       move fd-member-line to fd-reprint-line
                       write fd-reprint-line
                       add 1 to ws-line-count
               end-read
           end-perform.
           close member-in reprint-out.
           display "report-reprint: " function trim(ws-report-name)
               " of " ws-run-date " " ws-fnd-run-time " ("
               function trim(ws-fnd-program-id) ", " ws-fnd-pages
               " page(s)) reprinted to REPRINT.TXT.".
           move 0 to return-code.
       400-exit. exit.
       end program report-reprint.
