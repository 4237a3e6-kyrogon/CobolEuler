       identification division.
       function-id. runbook-step.
      *----------------------------------------------------------------
      *    runbook-step: what to do about a failure, at the point it
      *    is seen. RUNBOOK.DAT (kept with runbook-maint) holds the
      *    recovery instructions for a program-id and an alert-message
      *    pattern - "overflow" under euler1, "failed, rc" under ALL -
      *    one record per numbered line: line 00 is the escalation
      *    contact, lines 01 up are the steps in the order to take
      *    them. A program-id of ALL covers every program; a blank
      *    pattern covers every message. batch-monitor (a failed
      *    step), alert-browse (each open alert) and shift-handover
      *    (the open-alerts section) all print the lines by asking
      *    for line 1, 2, ... until spaces come back, then line 0.
      *    When several entries fit a message the closest wins: a
      *    named program before ALL, then the longest pattern that is
      *    found in the message (case does not matter), so a specific
      *    instruction is never drowned by the general one.
      *    The runbook is read into a table of 500 lines whenever
      *    line 1 is asked for - the first question of every lookup -
      *    so a long-running console (and runbook-maint's test of a
      *    message) always sees the file as it stands; no file means
      *    no instructions.
      *    Arguments: program-id and alert message as ALERTS.DAT
      *    holds them, and the line wanted (0 = escalation contact).
      *    Returns that line's text (60), or spaces.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select runbook-file assign to "RUNBOOK.DAT"
               organization is line sequential
               file status is ws-runbook-status.
       data division.
       file section.
       fd runbook-file.
       01 fd-runbook-rec.
           05 fd-rbk-program-id    pic x(08).
           05 fd-rbk-pattern       pic x(30).
           05 fd-rbk-seq           pic 9(02).
           05 fd-rbk-text          pic x(60).
       working-storage section.
           01 ws-runbook-status    pic x(02) value "00".
           01 ws-loaded            pic X     value "N".
           01 ws-runbook.
               05 ws-line-count    pic 9(03) value 0.
               05 ws-line-entry occurs 500 times.
                   10 ws-rbk-program-id    pic x(08).
                   10 ws-rbk-pattern       pic x(30).
                   10 ws-rbk-seq           pic 9(02).
                   10 ws-rbk-text          pic x(60).
           01 ws-message           pic x(60).
           01 ws-pattern           pic x(30).
           01 ws-pattern-len       pic 9(02).
           01 ws-hits              pic 9(03).
           01 ws-score             pic 9(03).
           01 ws-best-score        pic 9(03).
           01 ws-best-program      pic x(08).
           01 ws-best-pattern      pic x(30).
           01 ws-found             pic X.
           01 r                    pic 9(03).
       linkage section.
           01 ls-program           pic X any length.
           01 ls-message           pic X any length.
           01 ls-seq               pic 9(02).
           01 ls-text              pic x(60).
       procedure division
           using ls-program ls-message ls-seq
           returning ls-text.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-text.
           if ws-loaded = "N" or ls-seq = 1
               perform 200-load-runbook thru 200-exit
           end-if.
           if ws-line-count = 0
               go to 100-exit
           end-if.
           move function upper-case(ls-message) to ws-message.
           move "N" to ws-found.
           move 0 to ws-best-score.
           perform 300-score-line thru 300-exit
               varying r from 1 by 1 until r > ws-line-count.
           if ws-found = "N"
               go to 100-exit
           end-if.
           perform varying r from 1 by 1 until r > ws-line-count
               if ws-rbk-program-id(r) = ws-best-program
                   and ws-rbk-pattern(r) = ws-best-pattern
                   and ws-rbk-seq(r) = ls-seq
                   move ws-rbk-text(r) to ls-text
               end-if
           end-perform.
       100-exit. exit.
       200-load-runbook.
           move "Y" to ws-loaded.
           move 0 to ws-line-count.
           open input runbook-file.
           if ws-runbook-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-runbook-status = "10"
               read runbook-file
                   at end move "10" to ws-runbook-status
                   not at end
                       if ws-line-count < 500
                           add 1 to ws-line-count
                           set r to ws-line-count
                           move fd-rbk-program-id
                               to ws-rbk-program-id(r)
                           move function upper-case(fd-rbk-pattern)
                               to ws-rbk-pattern(r)
                           move fd-rbk-seq to ws-rbk-seq(r)
                           move fd-rbk-text to ws-rbk-text(r)
                       end-if
               end-read
           end-perform.
           close runbook-file.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-score-line: every line of an entry carries its key, so
      *    scoring line by line scores each entry; a named program
      *    is worth more than any pattern can be long.
       300-score-line.
           if ws-rbk-program-id(r) not = ls-program
               and ws-rbk-program-id(r) not = "ALL"
               go to 300-exit
           end-if.
           move ws-rbk-pattern(r) to ws-pattern.
           move 0 to ws-pattern-len.
           if ws-pattern not = spaces
               move function length(function trim(ws-pattern trailing))
                   to ws-pattern-len
               move 0 to ws-hits
               inspect ws-message tallying ws-hits
                   for all ws-pattern(1:ws-pattern-len)
               if ws-hits = 0
                   go to 300-exit
               end-if
           end-if.
           move ws-pattern-len to ws-score.
           if ws-rbk-program-id(r) not = "ALL"
               add 100 to ws-score
           end-if.
           if ws-found = "N" or ws-score > ws-best-score
               move "Y" to ws-found
               move ws-score to ws-best-score
               move ws-rbk-program-id(r) to ws-best-program
               move ws-rbk-pattern(r) to ws-best-pattern
           end-if.
       300-exit. exit.
       end function runbook-step.
