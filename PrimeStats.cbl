      *    layout.
       environment division.
       configuration section.
           repository.
               function enter-environment
               function file-report
               function run-environment.
       input-output section.
       file-control.
           select prime-cache-file assign to "PRIMES.DAT"
           01 ws-expected-show     pic 9(09).9(02).
           01 ws-line-number       pic 9(03)   value 0.
           01 ws-page-number       pic 9(03)   value 0.
           01 ws-report-filed      pic X.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-numval-wide       pic S9(18).
           01 ws-arg               pic x(40).
           01 s                    pic 9(03).
           01 w                    pic 9(02).
       procedure division.
       display function enter-environment("prime-stats").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
           end-perform.
           perform 650-close-page.
           close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) outlives the next run's overwrite.
           move function file-report("PRIMSTAT.TXT", "prime-stats")
               to ws-report-filed.
           if ws-report-filed not = "Y"
               display "prime-stats: PRIMSTAT.TXT could not be filed"
                   " in the report archive."
           end-if.
       600-exit. exit.
       610-write-heading.
           add 1 to ws-page-number.
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           write rpt-line.
           add 1 to ws-line-number.
       620-write-headlines.
