       identification division.
       function-id. log-control-totals.
      *----------------------------------------------------------------
      *    log-control-totals: the input-to-output proof for the
      *    file-driven jobs. A program that reads an input file
      *    (factor-batch's request list, euler1's DIVISORS.DAT,
      *    batch-driver's work-queue drain) appends one record to
      *    CTLTOTS.DAT at the end of each run saying what it did
      *    with every record it was handed:
      *      read      - input records read;
      *      accepted  - records taken on as work;
      *      rejected  - records refused, each reported where it was
      *                  refused (DIVREJS.TXT, the console);
      *      processed - accepted work that completed;
      *      failed    - accepted work that failed, each reported;
      *      deferred  - accepted work not attempted this run and
      *                  carried to the next (a deadline, a stop, a
      *                  restart that resumes past it).
      *    The counts are taken where each thing happens, not
      *    derived from each other, so control-balance's nightly
      *    report can prove read = accepted + rejected and
      *    accepted = processed + failed + deferred - or raise the
      *    job whose figures don't add up.
      *    Appends are serialized through lock-acquire, as the other
      *    shared files are.
      *    Arguments: the program-id, the input file's name, and the
      *    six counts as one group of pic 9(07) fields in the order
      *    above. Returns "Y" once the record is written.
       environment division.
       configuration section.
       repository.
           function current-run-id
           function lock-acquire
           function lock-release.
       input-output section.
       file-control.
           select control-file assign to "CTLTOTS.DAT"
               organization is line sequential
               file status is ws-control-status.
       data division.
       file section.
       fd control-file.
       01 fd-control-rec.
           05 fd-ctl-program-id    pic x(16).
           05 fd-ctl-input-name    pic x(24).
           05 fd-ctl-run-date      pic 9(08).
           05 fd-ctl-run-time      pic 9(06).
           05 fd-ctl-run-id        pic 9(10).
           05 fd-ctl-counts.
               10 fd-ctl-read      pic 9(07).
               10 fd-ctl-accepted  pic 9(07).
               10 fd-ctl-rejected  pic 9(07).
               10 fd-ctl-processed pic 9(07).
               10 fd-ctl-failed    pic 9(07).
               10 fd-ctl-deferred  pic 9(07).
       working-storage section.
           01 ws-control-status    pic x(02) value "00".
           01 ws-full-time         pic 9(08).
           01 ws-lock-status       pic X.
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-input-name        pic X any length.
           01 ls-counts            pic x(42).
           01 ls-status            pic X.
       procedure division
           using ls-program-id ls-input-name ls-counts
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-status.
           move spaces to fd-control-rec.
           move ls-program-id to fd-ctl-program-id.
           move ls-input-name to fd-ctl-input-name.
           accept fd-ctl-run-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-ctl-run-time.
           move function current-run-id to fd-ctl-run-id.
           move ls-counts to fd-ctl-counts.
           move function lock-acquire("CTLTOTS.DAT") to ws-lock-status.
           open extend control-file.
           if ws-control-status = "35"
               open output control-file
           end-if.
           if ws-control-status = "00"
               write fd-control-rec
               close control-file
               move "Y" to ls-status
           end-if.
           move function lock-release("CTLTOTS.DAT") to ws-lock-status.
       100-exit. exit.
       end function log-control-totals.
