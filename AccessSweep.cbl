       environment division.
       configuration section.
           repository.
               function log-alert
               function enter-environment.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
           01 o                    pic 9(03).
           01 a                    pic 9(01).
       procedure division.
       display function enter-environment("access-sweep").
       perform 100-init thru 100-exit.
       if ws-oper-count = 0
           display "access-sweep: no OPERATORS.DAT master file -"
           if ws-to-date = 0
               move 99999999 to ws-to-date
           end-if.
           perform 150-load-operators thru 150-done.
       100-exit. exit.
       150-load-operators.
           open input operator-file.
