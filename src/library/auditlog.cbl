       configuration section.
       repository.
           function lock-acquire
           function lock-release
           function current-run-id.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-run-date      pic 9(08).
           05 fd-aud-run-time      pic 9(06).
      *    run number, appended past the historical record: for a
      *    launch, the number the launcher just issued the child
      *    (set into the environment before this call - see
      *    src/library/runid.cbl), so the launch record and the
      *    child's own ledger row and alerts carry the same one.
           05 fd-aud-run-id        pic 9(10).
       working-storage section.
           01 ws-audit-status      pic x(02) value "00".
           01 ws-full-time         pic 9(08).
           accept fd-aud-run-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-aud-run-time.
           move function current-run-id to fd-aud-run-id.
      *    appended under the shared lock discipline
      *    (src/library/lockserv.cbl) - an interactive launch and a
      *    batch step logging at the same moment must not interleave.
