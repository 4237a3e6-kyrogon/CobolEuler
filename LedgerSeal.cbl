       configuration section.
           repository.
               function rec-hash
               function log-alert
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to dynamic ws-ledger-name
       data division.
       file section.
       fd ledger-file.
       01 fd-ledger-rec            pic x(104).
       fd seal-file.
       01 fd-seal-rec.
           05 fd-sea-seq           pic 9(07).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
       procedure division.
       display function enter-environment("ledger-seal").
       perform 100-init thru 100-exit.
       evaluate ws-mode
           when "SEAL"
