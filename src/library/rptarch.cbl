       identification division.
       function-id. file-report.
      *----------------------------------------------------------------
      *    file-report: keeps a dated copy of a printed report. Every
      *    report-producing program (batch-report, euler1, euler18,
      *    euler22, ledger-stats, prime-stats, charge-stmt,
      *    control-balance) writes its report under a fixed name that
      *    the next run overwrites; once the report is closed it calls
      *    this, and the report as printed is copied into the RPTARCH
      *    directory as <report name>.<run date>.<run time> and
      *    catalogued in
      *    RPTCAT.DAT - report name, producing program, run date and
      *    time, pages, lines, the run number it was produced under
      *    (see src/library/runid.cbl) and the archive member's name.
      *    report-distrib builds the recipients' bundles from the
      *    catalog and report-reprint prints any archived copy again
      *    by name and date.
      *    Pages are counted on the shop's 58-line page (the
      *    batch-report page discipline every report follows).
      *    Filing is serialized through lock-acquire, as the other
      *    shared files are - the nightly waves can finish two reports
      *    in the same moment. The time is only kept to the second, so
      *    when a member of that name is already archived (the same
      *    report filed twice within a second) the new copy takes a
      *    sequence suffix, <report name>.<run date>.<run time>.nn,
      *    the first free one from 01; the lock is held from choosing
      *    the name until the catalog entry is written, so two filings
      *    cannot pick the same one.
      *    Arguments: the report's file name, the producing program-id.
      *    Returns "Y" when the report was filed, "N" when the report
      *    could not be read or the archive copy could not be written.
       environment division.
       configuration section.
       repository.
           function current-run-id
           function lock-acquire
           function lock-release.
       input-output section.
       file-control.
           select report-in assign to dynamic ws-report-name
               organization is line sequential
               file status is ws-report-status.
           select member-out assign to dynamic ws-member-name
               organization is line sequential
               file status is ws-member-status.
           select catalog-file assign to "RPTCAT.DAT"
               organization is line sequential
               file status is ws-catalog-status.
       data division.
       file section.
       fd report-in.
       01 fd-report-line           pic x(132).
       fd member-out.
       01 fd-member-line           pic x(132).
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
       working-storage section.
           01 ws-report-status     pic x(02) value "00".
           01 ws-member-status     pic x(02) value "00".
           01 ws-catalog-status    pic x(02) value "00".
           01 ws-report-name       pic x(24).
           01 ws-member-name       pic x(48).
           01 ws-archive-dir       pic x(08) value "RPTARCH".
           01 ws-dir-rc            pic 9(09) comp-5.
           01 ws-run-date          pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-run-time          pic 9(06).
           01 ws-line-count        pic 9(06).
           01 ws-page-count        pic 9(04).
           01 ws-lock-status       pic X.
           01 ws-member-base       pic x(48).
           01 ws-member-seq        pic 9(02).
           01 ws-member-info       pic x(16).
           01 ws-member-exist-rc   pic 9(09) comp.
       linkage section.
           01 ls-report-name       pic X any length.
           01 ls-program-id        pic X any length.
           01 ls-status            pic X.
       procedure division
           using ls-report-name ls-program-id
           returning ls-status.
       move function lock-acquire("RPTCAT.DAT") to ws-lock-status.
       perform 100-init thru 100-exit.
       move function lock-release("RPTCAT.DAT") to ws-lock-status.
       goback.
       100-init.
           move "N" to ls-status.
           move ls-report-name to ws-report-name.
           accept ws-run-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving ws-run-time.
      *    the directory is there after the first filing; a failure
      *    to create it again is expected and ignored.
           call "CBL_CREATE_DIR" using ws-archive-dir
               returning ws-dir-rc.
           open input report-in.
           if ws-report-status not = "00"
               go to 100-exit
           end-if.
           perform 150-choose-member thru 150-exit.
           if ws-member-name = spaces
               close report-in
               go to 100-exit
           end-if.
           open output member-out.
           if ws-member-status not = "00"
               close report-in
               go to 100-exit
           end-if.
           move 0 to ws-line-count.
           perform until ws-report-status = "10"
               read report-in
                   at end move "10" to ws-report-status
                   not at end
                       move fd-report-line to fd-member-line
                       write fd-member-line
                       add 1 to ws-line-count
               end-read
           end-perform.
           close report-in member-out.
           compute ws-page-count = (ws-line-count + 57) / 58.
           perform 200-catalog-member.
           move "Y" to ls-status.
       100-exit. exit.
      *----------------------------------------------------------------
      *    150-choose-member: the archive member's name - the dated
      *    name, or the first free .nn suffix on it when that is taken.
      *    Leaves the name blank when every suffix is taken too.
      *----------------------------------------------------------------
       150-choose-member.
           move spaces to ws-member-base.
           string function trim(ws-archive-dir) "/"
               function trim(ws-report-name) "." ws-run-date "."
               ws-run-time delimited by size into ws-member-base.
           move ws-member-base to ws-member-name.
           call "CBL_CHECK_FILE_EXIST" using ws-member-name
               ws-member-info returning ws-member-exist-rc.
           if ws-member-exist-rc not = 0
               go to 150-exit
           end-if.
           perform varying ws-member-seq from 1 by 1
                   until ws-member-seq > 98
               move spaces to ws-member-name
               string function trim(ws-member-base) "." ws-member-seq
                   delimited by size into ws-member-name
               call "CBL_CHECK_FILE_EXIST" using ws-member-name
                   ws-member-info returning ws-member-exist-rc
               if ws-member-exist-rc not = 0
                   go to 150-exit
               end-if
           end-perform.
           display "file-report: " function trim(ws-member-base)
               " and all its suffixes already archived - not filed".
           move spaces to ws-member-name.
       150-exit. exit.
       200-catalog-member.
           open extend catalog-file.
           if ws-catalog-status = "35"
               open output catalog-file
           end-if.
           move spaces to fd-catalog-rec.
           move ws-report-name to fd-cat-report.
           move ls-program-id to fd-cat-program-id.
           move ws-run-date to fd-cat-run-date.
           move ws-run-time to fd-cat-run-time.
           move ws-page-count to fd-cat-pages.
           move ws-line-count to fd-cat-lines.
           move function current-run-id to fd-cat-run-id.
           move ws-member-name to fd-cat-member.
           write fd-catalog-rec.
           close catalog-file.
       end function file-report.
