      *    reads.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select alert-file assign to "ALERTS.DAT"
           01 o                    pic 9(03).
           01 w                    pic 9(03).
       procedure division.
       display function enter-environment("alert-digest").
       perform 100-init thru 100-exit.
       perform 200-load-alerts thru 200-exit.
       if ws-open-count = 0
           display " ".
           display "Owner: " ws-own-id(o) "  open " ws-own-open(o)
               "  escalated " ws-own-escalated(o).
           perform 520-check-owner-on-file thru 520-done.
           display "  AGE   SEV PROGRAM  DATE     MESSAGE".
           perform varying x from 1 by 1 until x > ws-alert-count
               if ws-alt-owner(x) = ws-own-id(o)
