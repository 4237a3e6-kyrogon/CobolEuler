000500*    RESULTS.CSV (program-id, parameters, result, run date) so
000600*    finance or anyone else outside the shop can pull the run
000700*    history straight into a spreadsheet instead of it being
000800*    retyped by hand off the console. A row whose answer
000850*    outgrew the ledger's 18-byte result field exports its
000870*    complete figure from RESULTS.BIG, not the truncated tail.
000900 environment division.
001000 configuration section.
001030     repository.
001060         function get-big-result
001080         function enter-environment.
001100 input-output section.
001200 file-control.
001300     select ledger-file assign to "RESULTS.LED"
002600     05 fd-led-run-date      pic 9(08).
002700     05 fd-led-run-time      pic 9(06).
002800     05 fd-led-elapsed-sec   pic 9(05).
002830     05 fd-led-run-id        pic 9(10).
002860     05 fd-led-full-figure   pic x(01).
002900 fd csv-file.
003000 01 fd-csv-rec                pic x(3320).
003100 working-storage section.
003200     01 ws-ledger-status     pic x(02)   value "00".
003300     01 ws-csv-status        pic x(02)   value "00".
003400     01 ws-csv-line          pic x(3320).
003500     01 ws-row-count         pic 9(05)   value 0.
003550     01 ws-csv-result        pic Z(17)9.
003570     01 ws-big-figure        pic x(3200).
003580     01 ws-csv-figure        pic x(3200).
003600 procedure division.
003650 display function enter-environment("csv-export").
003700 perform 100-init thru 100-exit.
003800 perform 200-export thru 200-exit.
003900 display "csv-export: " ws-row-count " row(s) written to "
006400 210-write-csv-row.
006500     add 1 to ws-row-count.
006550     move spaces to ws-csv-line.
006553*    a row flagged for RESULTS.BIG ships the complete figure
006556*    in the RESULT column instead of the 18-digit tail.
006559     move function numval(fd-led-result) to ws-csv-result.
006562     move function trim(ws-csv-result) to ws-csv-figure.
006565     if fd-led-full-figure = "Y"
006568         move function get-big-result(fd-led-program-id,
006571             fd-led-run-date, fd-led-run-time)
006574             to ws-big-figure
006577         if ws-big-figure not = spaces
006580             move ws-big-figure to ws-csv-figure
006583         end-if
006586     end-if.
006600     string function trim(fd-led-program-id) ","
006700         function trim(fd-led-parameters) ","
006800         function trim(ws-csv-figure) ","
006900         fd-led-run-date
007000         delimited by size into ws-csv-line.
007100     move ws-csv-line to fd-csv-rec.
