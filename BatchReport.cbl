000990*    report page short its footer.
001100 environment division.
001200 configuration section.
001220     repository.
001240         function enter-environment
001250         function file-report
001260         function run-environment.
001300 input-output section.
001400 file-control.
001500     select ledger-file assign to "RESULTS.LED"
004280*    of how many detail lines came before it.
004300     01 s                    pic 9(02).
004310     01 ws-line-number       pic 9(03)   value 0.
004330     01 ws-report-filed      pic X.
004400 procedure division.
004450 display function enter-environment("batch-report").
004500 perform 100-init thru 100-exit.
004600 perform 200-build-report thru 200-exit.
004700 move 0 to return-code.
010960         varying s from ws-line-number by 1 until s > 57.
010970     perform 240-write-footing.
011100     close report-out.
011101*    the dated copy in the report archive (see
011102*    src/library/rptarch.cbl) outlives the next run's overwrite.
011103     move function file-report("BATCHRPT.TXT", "batch-report")
011104         to ws-report-filed.
011105     if ws-report-filed not = "Y"
011106         display "batch-report: BATCHRPT.TXT could not be filed"
011107             " in the report archive."
011108     end-if.
011110     if ws-cert-present = "Y"
011120         close cert-file
011130     end-if.
011310     write rpt-line.
011320     add 1 to ws-line-number.
011330     move spaces to rpt-line.
011332     move "ENVIRONMENT:" to rpt-line(1:12).
011334     move function run-environment to rpt-line(14:10).
011340     write rpt-line.
011350     add 1 to ws-line-number.
011360     move spaces to rpt-line.
