      *    what it computed.
       environment division.
       configuration section.
       repository.
           function current-run-id.
       input-output section.
       file-control.
           select alert-file assign to "ALERTS.DAT"
           05 fd-alt-run-date      pic 9(08).
           05 fd-alt-run-time      pic 9(06).
           05 fd-alt-ack           pic x(01).
      *    run number of the run that raised the alert, appended
      *    past the historical record (blank on older rows) - see
      *    src/library/runid.cbl.
           05 fd-alt-run-id        pic 9(10).
       working-storage section.
           01 ws-alert-status      pic x(02) value "00".
           01 ws-full-time         pic 9(08).
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-alt-run-time.
           move "N" to fd-alt-ack.
           move function current-run-id to fd-alt-run-id.
           open extend alert-file.
           if ws-alert-status = "35"
               open output alert-file
