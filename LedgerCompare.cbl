      *    feed legitimately lags).
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select ledger-a assign to dynamic ws-a-name
           01 g                    pic 9(03).
           01 h                    pic 9(03).
       procedure division.
       display function enter-environment("ledger-compare").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
