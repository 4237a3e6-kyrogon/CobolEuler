       identification division.
       program-id. change-report.
      *----------------------------------------------------------------
      *    change-report: reads CHGJRNL.DAT (written by log-change, see
      *    src/library/chgjrnl.cbl) and prints what each control-file
      *    change actually was - who, when, which record, and the
      *    record before and after - so "what did this step list used
      *    to say" is a report run instead of a guess. Follows the
      *    audit-report mold: open, walk, print, summarize.
      *    Positional parameters (optional):
      *      1 - control file to restrict to, e.g. BATCHCAL.DAT ("ALL"
      *          or omitted = every file);
      *      2 - operator-id to restrict to ("ALL" or omitted = every
      *          operator);
      *      3 - from-date yyyymmdd (0 or omitted = no lower bound);
      *      4 - to-date yyyymmdd (0 or omitted = no upper bound).
      *    After the detail lines, summary counts per file and per
      *    operator. An OPERATORS.DAT image's password (bytes 88-95)
      *    is printed as asterisks - oper-maint journals it blank,
      *    but entries written before it did still carry it.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select change-file assign to "CHGJRNL.DAT"
               organization is line sequential
               file status is ws-change-status.
       data division.
       file section.
       fd change-file.
       01 fd-change-rec.
           05 fd-chg-file          pic x(12).
           05 fd-chg-operator      pic x(08).
           05 fd-chg-date          pic 9(08).
           05 fd-chg-time          pic 9(08).
           05 fd-chg-run-id        pic 9(10).
           05 fd-chg-action        pic x(06).
           05 fd-chg-key           pic x(48).
           05 fd-chg-before        pic x(200).
           05 fd-chg-after         pic x(200).
       working-storage section.
           01 ws-change-status     pic x(02)   value "00".
           01 ws-select-file       pic x(12)   value spaces.
           01 ws-select-operator   pic x(08)   value spaces.
           01 ws-from-date         pic 9(08)   value 0.
           01 ws-to-date           pic 9(08)   value 99999999.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-listed-count      pic 9(05)   value 0.
           01 ws-file-tally.
               05 ws-fl-count      pic 9(03)   value 0.
               05 ws-fl-entry occurs 20 times.
                   10 ws-fl-name       pic x(12).
                   10 ws-fl-adds       pic 9(05).
                   10 ws-fl-changes    pic 9(05).
                   10 ws-fl-deletes    pic 9(05).
           01 ws-operator-tally.
               05 ws-op-count      pic 9(03)   value 0.
               05 ws-op-entry occurs 50 times.
                   10 ws-op-id         pic x(08).
                   10 ws-op-uses       pic 9(05).
           01 ws-tally-found       pic X.
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("change-report").
       perform 100-init thru 100-exit.
       perform 200-list thru 200-exit.
       perform 300-summaries thru 300-exit.
       move 0 to return-code.
       goback.
       100-init.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg not = "ALL" and ws-arg not = spaces
                   move ws-arg to ws-select-file
               end-if
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg not = "ALL" and ws-arg not = spaces
                   move ws-arg to ws-select-operator
               end-if
           end-if.
           if ws-arg-count >= 3
               move 3 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               compute ws-from-date = function numval(ws-arg)
           end-if.
           if ws-arg-count >= 4
               move 4 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               compute ws-to-date = function numval(ws-arg)
           end-if.
           if ws-to-date = 0
               move 99999999 to ws-to-date
           end-if.
       100-exit. exit.
       200-list.
           open input change-file.
           if ws-change-status not = "00"
               display "change-report: no CHGJRNL.DAT on file."
               go to 200-exit
           end-if.
           display " ".
           display "===== Control-file change report =====".
           display "DATE     TIME     OPERATOR FILE         ACTION"
               " KEY".
           perform until ws-change-status = "10"
               read change-file
                   at end move "10" to ws-change-status
                   not at end perform 210-report-one-entry
                       thru 210-done
               end-read
           end-perform.
           close change-file.
       200-exit. exit.
      *----------------------------------------------------------------
      *    210-report-one-entry: the images follow on their own lines,
      *    trimmed; an ADD has no before and a DELETE no after, so
      *    only the side that exists is shown.
       210-report-one-entry.
           if ws-select-file not = spaces
               and fd-chg-file not = ws-select-file
               go to 210-done
           end-if.
           if ws-select-operator not = spaces
               and fd-chg-operator not = ws-select-operator
               go to 210-done
           end-if.
           if fd-chg-date < ws-from-date
               or fd-chg-date > ws-to-date
               go to 210-done
           end-if.
           add 1 to ws-listed-count.
           if fd-chg-file = "OPERATORS.DA"
               if fd-chg-before(88:8) not = spaces
                   move all "*" to fd-chg-before(88:8)
               end-if
               if fd-chg-after(88:8) not = spaces
                   move all "*" to fd-chg-after(88:8)
               end-if
           end-if.
           display fd-chg-date space fd-chg-time space
               fd-chg-operator space fd-chg-file space
               fd-chg-action space function trim(fd-chg-key).
           if fd-chg-before not = spaces
               display "    before: "
                   function trim(fd-chg-before trailing)
           end-if.
           if fd-chg-after not = spaces
               display "    after:  "
                   function trim(fd-chg-after trailing)
           end-if.
           perform 220-tally-file thru 220-exit.
           perform 230-tally-operator.
       210-done.
           exit.
       220-tally-file.
           move "N" to ws-tally-found.
           perform varying t from 1 by 1
               until t > ws-fl-count or ws-tally-found = "Y"
               if ws-fl-name(t) = fd-chg-file
                   move "Y" to ws-tally-found
               end-if
           end-perform.
           if ws-tally-found = "Y"
               subtract 1 from t
           else
               if ws-fl-count >= 20
                   go to 220-exit
               end-if
               add 1 to ws-fl-count
               move ws-fl-count to t
               move fd-chg-file to ws-fl-name(t)
               move 0 to ws-fl-adds(t) ws-fl-changes(t)
               move 0 to ws-fl-deletes(t)
           end-if.
           evaluate fd-chg-action
               when "ADD"
                   add 1 to ws-fl-adds(t)
               when "DELETE"
                   add 1 to ws-fl-deletes(t)
               when other
                   add 1 to ws-fl-changes(t)
           end-evaluate.
       220-exit. exit.
       230-tally-operator.
           move "N" to ws-tally-found.
           perform varying t from 1 by 1
               until t > ws-op-count or ws-tally-found = "Y"
               if ws-op-id(t) = fd-chg-operator
                   add 1 to ws-op-uses(t)
                   move "Y" to ws-tally-found
               end-if
           end-perform.
           if ws-tally-found = "N" and ws-op-count < 50
               add 1 to ws-op-count
               move fd-chg-operator to ws-op-id(ws-op-count)
               move 1 to ws-op-uses(ws-op-count)
           end-if.
       300-summaries.
           display " ".
           display "Changes listed: " ws-listed-count.
           if ws-listed-count = 0
               go to 300-exit
           end-if.
           display " ".
           display "By file:        ADDS CHANGES DELETES".
           perform varying t from 1 by 1 until t > ws-fl-count
               display "  " ws-fl-name(t) " " ws-fl-adds(t) "   "
                   ws-fl-changes(t) "   " ws-fl-deletes(t)
           end-perform.
           display " ".
           display "By operator:".
           perform varying t from 1 by 1 until t > ws-op-count
               display "  " ws-op-id(t) " " ws-op-uses(t)
           end-perform.
       300-exit. exit.
       end program change-report.
