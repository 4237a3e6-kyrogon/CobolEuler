      *    cannot freeze the nightly window.
      *    Returns "Y" when the lock was obtained cleanly, "B" when it
      *    had to be broken first - callers treat both as acquired.
      *    The lock file names its holder - the date and time it was
      *    taken, the holding process and its run number - and every
      *    acquire, wait and break goes to the lock-event file
      *    (log-lock-event below), so how often runs wait, for how
      *    long, and whom a break took the lock from are on record
      *    for lock-console. A break also raises an ALERTS.DAT
      *    warning: the console message alone scrolled away.
       environment division.
       configuration section.
       repository.
           function log-lock-event
           function log-alert
           function current-run-id.
       input-output section.
       file-control.
           select lock-file assign to dynamic ws-lock-filename
       01 fd-lock-rec.
           05 fd-lck-run-date      pic 9(08).
           05 fd-lck-run-time      pic 9(06).
      *    the holder, appended past the historical record - blank on
      *    a lock file left by an older build.
           05 fd-lck-pid           pic 9(09).
           05 fd-lck-run-id        pic 9(10).
       working-storage section.
           01 ws-lock-status       pic x(02) value "00".
           01 ws-lock-filename     pic x(44).
           01 ws-got-lock          pic X     value "N".
           01 ws-sleep-seconds     pic 9(08) value 1.
           01 ws-full-time         pic 9(08).
           01 ws-pid               pic 9(09) comp-5.
           01 ws-wait-sec          pic 9(05).
      *    the holder last seen in the lock file while waiting - what
      *    the WAIT and BREAK events record.
           01 ws-holder.
               05 ws-hld-run-date  pic 9(08).
               05 ws-hld-run-time  pic 9(06).
               05 ws-hld-pid       pic 9(09).
               05 ws-hld-run-id    pic 9(10).
           01 ws-no-holder         pic x(33) value spaces.
           01 ws-alert-message     pic x(60).
           01 ws-event-status      pic X.
       linkage section.
           01 ls-resource          pic X any length.
           01 ls-status            pic X.
           move spaces to ws-lock-filename.
           string function trim(ls-resource) ".LCK"
               delimited by size into ws-lock-filename.
           call "C$GETPID" returning ws-pid.
           move spaces to ws-holder.
           move "N" to ws-got-lock.
           move 0 to ws-tries.
           perform 200-try-acquire
               until ws-got-lock = "Y" or ws-tries >= 30.
           if ws-got-lock = "Y"
               compute ws-wait-sec = ws-tries - 1
               move function log-lock-event(ls-resource, "ACQUIRE",
                   ws-wait-sec, ws-no-holder) to ws-event-status
               move "Y" to ls-status
           else
               display "lock-acquire: lock on "
                   function trim(ls-resource)
                   " not freed after 30s - presumed stale from an"
                   " abend, breaking it."
               move ws-tries to ws-wait-sec
               move function log-lock-event(ls-resource, "BREAK",
                   ws-wait-sec, ws-holder) to ws-event-status
               perform 400-alert-break
               perform 300-write-lock-file
               move "B" to ls-status
           end-if.
       100-exit. exit.
      *    200-try-acquire: a held lock is read for its holder before
      *    the wait; the first wait of an acquire is recorded once,
      *    not once a second.
       200-try-acquire.
           add 1 to ws-tries.
           open input lock-file.
               perform 300-write-lock-file
               move "Y" to ws-got-lock
           else
               read lock-file
                   at end continue
                   not at end move fd-lock-rec to ws-holder
               end-read
               close lock-file
               if ws-tries = 1
                   move 0 to ws-wait-sec
                   move function log-lock-event(ls-resource, "WAIT",
                       ws-wait-sec, ws-holder) to ws-event-status
               end-if
               call "C$SLEEP" using ws-sleep-seconds
           end-if.
       300-write-lock-file.
           open output lock-file.
           move spaces to fd-lock-rec.
           accept fd-lck-run-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-lck-run-time.
           move ws-pid to fd-lck-pid.
           move function current-run-id to fd-lck-run-id.
           write fd-lock-rec.
           close lock-file.
       400-alert-break.
           move spaces to ws-alert-message.
           if ws-hld-run-time is numeric
               string "stale lock broken: " function trim(ls-resource)
                   " held since " ws-hld-run-time
                   delimited by size into ws-alert-message
           else
               string "stale lock broken: " function trim(ls-resource)
                   delimited by size into ws-alert-message
           end-if.
           move function log-alert("lockserv", "W", ws-alert-message)
               to ws-event-status.
       end function lock-acquire.
      *-----------------------------------------------------------------
       identification division.
      *    lock-release: drops the lock lock-acquire took by deleting
      *    the resource's lock file. Releasing a lock that is not held
      *    is harmless - the delete simply finds nothing.
      *    A lock file naming some other process means this process's
      *    lock was broken and taken while it was still writing - the
      *    "stale" lock was a live writer after all. That lock is the
      *    breaker's now and is left for it to release; the release
      *    is recorded as LIVE and raises an ALERTS.DAT warning, since
      *    two writers have just shared the resource.
       environment division.
       configuration section.
       repository.
           function log-lock-event
           function log-alert.
       input-output section.
       file-control.
           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
       data division.
       file section.
       fd lock-file.
       01 fd-lock-rec.
           05 fd-lck-run-date      pic 9(08).
           05 fd-lck-run-time      pic 9(06).
           05 fd-lck-pid           pic 9(09).
           05 fd-lck-run-id        pic 9(10).
       working-storage section.
           01 ws-lock-status       pic x(02) value "00".
           01 ws-lock-filename     pic x(44).
           01 ws-delete-rc         pic 9(09) comp.
           01 ws-pid               pic 9(09) comp-5.
           01 ws-own-pid           pic 9(09).
           01 ws-wait-sec          pic 9(05) value 0.
           01 ws-holder.
               05 ws-hld-run-date  pic 9(08).
               05 ws-hld-run-time  pic 9(06).
               05 ws-hld-pid       pic 9(09).
               05 ws-hld-run-id    pic 9(10).
           01 ws-alert-message     pic x(60).
           01 ws-event-status      pic X.
       linkage section.
           01 ls-resource          pic X any length.
           01 ls-status            pic X.
           move spaces to ws-lock-filename.
           string function trim(ls-resource) ".LCK"
               delimited by size into ws-lock-filename.
           call "C$GETPID" returning ws-pid.
           move ws-pid to ws-own-pid.
           move spaces to ws-holder.
           open input lock-file.
           if ws-lock-status = "00"
               read lock-file
                   at end continue
                   not at end move fd-lock-rec to ws-holder
               end-read
               close lock-file
           end-if.
           if ws-hld-pid is numeric
               and ws-hld-pid not = ws-own-pid
               move function log-lock-event(ls-resource, "LIVE",
                   ws-wait-sec, ws-holder) to ws-event-status
               move spaces to ws-alert-message
               string "broken lock was live: "
                   function trim(ls-resource)
                   delimited by size into ws-alert-message
               move function log-alert("lockserv", "W",
                   ws-alert-message) to ws-event-status
               move "Y" to ls-status
               go to 100-exit
           end-if.
           call "CBL_DELETE_FILE" using ws-lock-filename
               returning ws-delete-rc.
           move function log-lock-event(ls-resource, "RELEASE",
               ws-wait-sec, ws-holder) to ws-event-status.
           move "Y" to ls-status.
       100-exit. exit.
       end function lock-release.
      *-----------------------------------------------------------------
       identification division.
       function-id. log-lock-event.
      *    log-lock-event: appends one record to LOCKEVT.DAT for
      *    lock-acquire and lock-release - the event (ACQUIRE, WAIT,
      *    BREAK, RELEASE or LIVE), the seconds waited, this process
      *    and run, and the lock's holder as its lock file named it:
      *    for WAIT and BREAK the process in the way, for RELEASE this
      *    process's own lock, for LIVE the breaker now holding it.
      *    How long the holder had held the lock is worked out here
      *    from the lock file's date and time. lock-console reads the
      *    file back.
      *    Not itself serialized, as ALERTS.DAT is not: one short
      *    append, and taking a lock to record a lock would only
      *    record itself.
       environment division.
       configuration section.
       repository.
           function current-run-id.
       input-output section.
       file-control.
           select event-file assign to "LOCKEVT.DAT"
               organization is line sequential
               file status is ws-event-status.
       data division.
       file section.
       fd event-file.
       01 fd-event-rec.
           05 fd-lev-date          pic 9(08).
           05 fd-lev-time          pic 9(06).
           05 fd-lev-resource      pic x(20).
           05 fd-lev-event         pic x(08).
           05 fd-lev-wait-sec      pic 9(05).
           05 fd-lev-pid           pic 9(09).
           05 fd-lev-run-id        pic 9(10).
           05 fd-lev-holder-pid    pic 9(09).
           05 fd-lev-holder-run-id pic 9(10).
           05 fd-lev-held-date     pic 9(08).
           05 fd-lev-held-time     pic 9(06).
           05 fd-lev-held-sec      pic 9(07).
       working-storage section.
           01 ws-event-status      pic x(02) value "00".
           01 ws-full-time         pic 9(08).
           01 ws-pid               pic 9(09) comp-5.
           01 ws-now-hms           pic 9(06).
           01 ws-now-parts redefines ws-now-hms.
               05 ws-now-hh        pic 9(02).
               05 ws-now-mm        pic 9(02).
               05 ws-now-ss        pic 9(02).
           01 ws-held-hms          pic 9(06).
           01 ws-held-parts redefines ws-held-hms.
               05 ws-held-hh       pic 9(02).
               05 ws-held-mm       pic 9(02).
               05 ws-held-ss       pic 9(02).
           01 ws-held-sec          pic s9(09).
       linkage section.
           01 ls-resource          pic X any length.
           01 ls-event             pic X any length.
           01 ls-wait-sec          pic 9(05).
           01 ls-holder.
               05 ls-hld-run-date  pic x(08).
               05 ls-hld-run-time  pic x(06).
               05 ls-hld-pid       pic x(09).
               05 ls-hld-run-id    pic x(10).
           01 ls-status            pic X.
       procedure division
           using ls-resource ls-event ls-wait-sec ls-holder
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-status.
           move spaces to fd-event-rec.
           accept fd-lev-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-lev-time.
           move ls-resource to fd-lev-resource.
           move ls-event to fd-lev-event.
           move ls-wait-sec to fd-lev-wait-sec.
           call "C$GETPID" returning ws-pid.
           move ws-pid to fd-lev-pid.
           move function current-run-id to fd-lev-run-id.
           move 0 to fd-lev-holder-pid fd-lev-holder-run-id.
           move 0 to fd-lev-held-date fd-lev-held-time.
           move 0 to fd-lev-held-sec.
           if ls-hld-pid is numeric
               move ls-hld-pid to fd-lev-holder-pid
           end-if.
           if ls-hld-run-id is numeric
               move ls-hld-run-id to fd-lev-holder-run-id
           end-if.
           if ls-hld-run-date is numeric
               and ls-hld-run-date >= "16010101"
               and ls-hld-run-time is numeric
               move ls-hld-run-date to fd-lev-held-date
               move ls-hld-run-time to fd-lev-held-time
               perform 200-held-seconds
           end-if.
           open extend event-file.
           if ws-event-status = "35"
               open output event-file
           end-if.
           write fd-event-rec.
           close event-file.
           move "Y" to ls-status.
       100-exit. exit.
      *    200-held-seconds: now less the lock file's stamp, across
      *    midnight if need be; a stamp from the future (a clock
      *    set back) counts as zero.
       200-held-seconds.
           move fd-lev-time to ws-now-hms.
           move fd-lev-held-time to ws-held-hms.
           compute ws-held-sec =
               (function integer-of-date(fd-lev-date)
                - function integer-of-date(fd-lev-held-date)) * 86400
               + ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss
               - ws-held-hh * 3600 - ws-held-mm * 60 - ws-held-ss.
           if ws-held-sec < 0
               move 0 to ws-held-sec
           end-if.
           if ws-held-sec > 9999999
               move 9999999 to fd-lev-held-sec
           else
               move ws-held-sec to fd-lev-held-sec
           end-if.
       end function log-lock-event.
