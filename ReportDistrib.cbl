       identification division.
       program-id. report-distrib.
      *----------------------------------------------------------------
      *    report-distrib: the day's report distribution, from the
      *    report archive instead of by hand. DISTLIST.DAT says who
      *    gets what - one hand-kept record per recipient and report:
      *    recipient id (8), the recipient's name or mailbox (40) and
      *    the report name (24) as file-report catalogues it (see
      *    src/library/rptarch.cbl). A report name ending in "*"
      *    takes every report whose name starts with what precedes
      *    it - "CHARGES.*" for the monthly statements, whose names
      *    carry the month.
      *    Every recipient gets one bundle, RPTDIST/<recipient>.
      *    <date>.TXT: a banner page (recipient, date, and each report
      *    in the bundle with its producing program, run time and
      *    pages - or NOT FILED for a listed report nobody produced
      *    that day) followed by each report exactly as it was
      *    archived. A report filed more than once in the day is sent
      *    as its last filing. The banner follows the 58-line page
      *    discipline batch-report set.
      *    Positional parameter: 1 - the run date, yyyymmdd (default
      *    today).
      *    RETURN-CODE 0, 4 when some listed report was not filed on
      *    the date, 16 on a bad date or no DISTLIST.DAT.
       environment division.
       configuration section.
           repository.
               function enter-environment
               function run-environment.
       input-output section.
       file-control.
           select dist-file assign to "DISTLIST.DAT"
               organization is line sequential
               file status is ws-dist-status.
           select catalog-file assign to "RPTCAT.DAT"
               organization is line sequential
               file status is ws-catalog-status.
           select member-in assign to dynamic ws-member-name
               organization is line sequential
               file status is ws-member-status.
           select bundle-out assign to dynamic ws-bundle-name
               organization is line sequential
               file status is ws-bundle-status.
       data division.
       file section.
       fd dist-file.
       01 fd-dist-rec.
           05 fd-dst-recipient     pic x(08).
           05 fd-dst-name          pic x(40).
           05 fd-dst-report        pic x(24).
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
       fd bundle-out.
       01 rpt-line                 pic x(132).
       working-storage section.
           01 ws-dist-status       pic x(02)   value "00".
           01 ws-catalog-status    pic x(02)   value "00".
           01 ws-member-status     pic x(02)   value "00".
           01 ws-bundle-status     pic x(02)   value "00".
           01 ws-member-name       pic x(48).
           01 ws-bundle-name       pic x(48).
           01 ws-bundle-dir        pic x(08)   value "RPTDIST".
           01 ws-dir-rc            pic 9(09)   comp-5.
           01 ws-today             pic 9(08).
           01 ws-run-date          pic 9(08).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-line-number       pic 9(03)   value 0.
           01 ws-prefix-len        pic 9(02).
           01 ws-matched           pic X.
           01 ws-line-hit          pic X.
           01 ws-sent-count        pic 9(03).
           01 ws-missing-count     pic 9(03).
           01 ws-total-missing     pic 9(05)   value 0.
           01 ws-total-sent        pic 9(05)   value 0.
      *    DISTLIST.DAT, and the recipients it names, once each.
           01 ws-dist.
               05 ws-dist-count    pic 9(03)   value 0.
               05 ws-dist-entry occurs 300 times.
                   10 ws-dst-recipient    pic x(08).
                   10 ws-dst-report       pic x(24).
           01 ws-recipients.
               05 ws-recip-count   pic 9(03)   value 0.
               05 ws-recip-entry occurs 100 times.
                   10 ws-rcp-id           pic x(08).
                   10 ws-rcp-name         pic x(40).
      *    the date's catalog entries; ws-cat-last marks the last
      *    filing of each report name that day - the one sent.
           01 ws-catalog.
               05 ws-cat-count     pic 9(03)   value 0.
               05 ws-cat-entry occurs 500 times.
                   10 ws-cat-report       pic x(24).
                   10 ws-cat-program-id   pic x(16).
                   10 ws-cat-run-time     pic 9(06).
                   10 ws-cat-pages        pic 9(04).
                   10 ws-cat-member       pic x(48).
                   10 ws-cat-last         pic X.
                   10 ws-cat-send         pic X.
           01 ws-cat-overflow      pic X       value "N".
           01 d                    pic 9(03).
           01 k                    pic 9(03).
           01 c                    pic 9(03).
           01 c2                   pic 9(03).
       procedure division.
       display function enter-environment("report-distrib").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-load-catalog thru 200-exit.
       if ws-cat-overflow = "Y"
           display "report-distrib: more than 500 reports filed on "
               ws-run-date " - only the first 500 are distributed."
       end-if.
       perform 300-build-bundle thru 300-exit
           varying d from 1 by 1 until d > ws-recip-count.
       display "report-distrib: " ws-run-date " - " ws-recip-count
           " bundle(s), " ws-total-sent " report(s) sent, "
           ws-total-missing " listed report(s) not filed.".
       if ws-total-missing > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           move ws-today to ws-run-date.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:8) is not numeric
                   or ws-arg(9:1) not = space
                   display "report-distrib: date must be yyyymmdd: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:8) to ws-run-date
           end-if.
           open input dist-file.
           if ws-dist-status not = "00"
               display "report-distrib: no DISTLIST.DAT on file -"
                   " nobody to distribute to."
               move 16 to return-code
               go to 100-exit
           end-if.
           perform until ws-dist-status = "10"
               read dist-file
                   at end move "10" to ws-dist-status
                   not at end perform 110-add-dist-line thru 110-exit
               end-read
           end-perform.
           close dist-file.
           call "CBL_CREATE_DIR" using ws-bundle-dir
               returning ws-dir-rc.
       100-exit. exit.
       110-add-dist-line.
           if fd-dst-recipient = spaces or fd-dst-report = spaces
               go to 110-exit
           end-if.
           if ws-dist-count >= 300
               go to 110-exit
           end-if.
           add 1 to ws-dist-count.
           move fd-dst-recipient to ws-dst-recipient(ws-dist-count).
           move fd-dst-report to ws-dst-report(ws-dist-count).
           perform varying k from 1 by 1
               until k > ws-recip-count
               or ws-rcp-id(k) = fd-dst-recipient
               continue
           end-perform.
           if k > ws-recip-count and ws-recip-count < 100
               add 1 to ws-recip-count
               move fd-dst-recipient to ws-rcp-id(ws-recip-count)
               move fd-dst-name to ws-rcp-name(ws-recip-count)
           end-if.
       110-exit. exit.
       200-load-catalog.
           open input catalog-file.
           if ws-catalog-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-catalog-status = "10"
               read catalog-file
                   at end move "10" to ws-catalog-status
                   not at end
                       if fd-cat-run-date = ws-run-date
                           perform 210-add-catalog-entry
                       end-if
               end-read
           end-perform.
           close catalog-file.
      *    a later filing of the same report supersedes the earlier.
           perform varying c from 1 by 1 until c > ws-cat-count
               move "Y" to ws-cat-last(c)
               perform varying c2 from c by 1 until c2 > ws-cat-count
                   if c2 > c
                       and ws-cat-report(c2) = ws-cat-report(c)
                       move "N" to ws-cat-last(c)
                   end-if
               end-perform
           end-perform.
       200-exit. exit.
       210-add-catalog-entry.
           if ws-cat-count >= 500
               move "Y" to ws-cat-overflow
           else
               add 1 to ws-cat-count
               move fd-cat-report to ws-cat-report(ws-cat-count)
               move fd-cat-program-id
                   to ws-cat-program-id(ws-cat-count)
               move fd-cat-run-time to ws-cat-run-time(ws-cat-count)
               move fd-cat-pages to ws-cat-pages(ws-cat-count)
               move fd-cat-member to ws-cat-member(ws-cat-count)
           end-if.
      *----------------------------------------------------------------
      *    300-build-bundle: one recipient - decide what goes in,
      *    print the banner, then copy each report in.
       300-build-bundle.
           move 0 to ws-sent-count ws-missing-count.
           perform varying c from 1 by 1 until c > ws-cat-count
               move "N" to ws-cat-send(c)
           end-perform.
           move spaces to ws-bundle-name.
           string function trim(ws-bundle-dir) "/"
               function trim(ws-rcp-id(d)) "." ws-run-date ".TXT"
               delimited by size into ws-bundle-name.
           open output bundle-out.
           if ws-bundle-status not = "00"
               display "report-distrib: cannot write "
                   function trim(ws-bundle-name)
               move 16 to return-code
               goback
           end-if.
           perform 400-write-banner thru 400-exit.
           perform varying c from 1 by 1 until c > ws-cat-count
               if ws-cat-send(c) = "Y"
                   perform 500-copy-report thru 500-exit
               end-if
           end-perform.
           close bundle-out.
           add ws-sent-count to ws-total-sent.
           add ws-missing-count to ws-total-missing.
           display "  " ws-rcp-id(d) space
               function trim(ws-rcp-name(d)) ": " ws-sent-count
               " report(s), " ws-missing-count " not filed -> "
               function trim(ws-bundle-name).
       300-exit. exit.
      *    310-match-line: does catalog entry c answer distribution
      *    line k - by name, or by prefix for a name ending in "*"?
       310-match-line.
           move "N" to ws-line-hit.
           move 0 to ws-prefix-len.
           inspect ws-dst-report(k) tallying ws-prefix-len
               for characters before initial "*".
           if ws-prefix-len < 24
               if ws-prefix-len = 0
                   move "Y" to ws-line-hit
               else
                   if ws-cat-report(c)(1:ws-prefix-len) =
                       ws-dst-report(k)(1:ws-prefix-len)
                       move "Y" to ws-line-hit
                   end-if
               end-if
           else
               if ws-cat-report(c) = ws-dst-report(k)
                   move "Y" to ws-line-hit
               end-if
           end-if.
      *----------------------------------------------------------------
      *    400-write-banner: the bundle's first page - what is in it,
      *    and what the recipient should have had but was not filed.
       400-write-banner.
           move 0 to ws-line-number.
           move spaces to rpt-line.
           move "REPORT DISTRIBUTION BUNDLE" to rpt-line(1:40).
           move "RUN DATE:" to rpt-line(55:10).
           move ws-run-date to rpt-line(65:8).
           perform 410-write-line.
           move spaces to rpt-line.
           string "RECIPIENT: " ws-rcp-id(d) " "
               function trim(ws-rcp-name(d))
               delimited by size into rpt-line.
           perform 410-write-line.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           perform 410-write-line.
           move spaces to rpt-line.
           perform 410-write-line.
           move spaces to rpt-line.
           move "REPORT" to rpt-line(1:24).
           move "PROGRAM" to rpt-line(26:16).
           move "RUN TIME" to rpt-line(43:8).
           move "PAGES" to rpt-line(53:5).
           perform 410-write-line.
           perform varying k from 1 by 1 until k > ws-dist-count
               if ws-dst-recipient(k) = ws-rcp-id(d)
                   perform 420-banner-for-line
               end-if
           end-perform.
           perform until ws-line-number > 56
               move spaces to rpt-line
               perform 410-write-line
           end-perform.
           move spaces to rpt-line.
           move "*** end of distribution banner ***" to rpt-line(1:40).
           perform 410-write-line.
       400-exit. exit.
       410-write-line.
           write rpt-line.
           add 1 to ws-line-number.
      *    420-banner-for-line: every last filing the line matches
      *    goes in (once, however many lines name it); a line that
      *    matches nothing is shown NOT FILED.
       420-banner-for-line.
           move "N" to ws-matched.
           perform varying c from 1 by 1 until c > ws-cat-count
               if ws-cat-last(c) = "Y"
                   perform 310-match-line
                   if ws-line-hit = "Y"
                       move "Y" to ws-matched
                       if ws-cat-send(c) = "N"
                           move "Y" to ws-cat-send(c)
                           add 1 to ws-sent-count
                           move spaces to rpt-line
                           move ws-cat-report(c) to rpt-line(1:24)
                           move ws-cat-program-id(c)
                               to rpt-line(26:16)
                           move ws-cat-run-time(c) to rpt-line(43:6)
                           move ws-cat-pages(c) to rpt-line(53:4)
                           perform 410-write-line
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-matched = "N"
               add 1 to ws-missing-count
               move spaces to rpt-line
               move ws-dst-report(k) to rpt-line(1:24)
               move "NOT FILED ON THIS DATE" to rpt-line(26:30)
               perform 410-write-line
           end-if.
       500-copy-report.
           move ws-cat-member(c) to ws-member-name.
           open input member-in.
           if ws-member-status not = "00"
               move spaces to rpt-line
               string "*** " function trim(ws-member-name)
                   " is missing from the report archive ***"
                   delimited by size into rpt-line
               write rpt-line
               go to 500-exit
           end-if.
           perform until ws-member-status = "10"
               read member-in
                   at end move "10" to ws-member-status
                   not at end
                       move fd-member-line to rpt-line
                       write rpt-line
               end-read
           end-perform.
           close member-in.
       500-exit. exit.
       end program report-distrib.
