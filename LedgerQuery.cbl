      *      3 - to-date yyyymmdd (0 or omitted = no upper bound);
      *      4 - a substring the parameter field must contain (e.g.
      *          MODE=LIST; omitted = any parameters).
      *    A row whose answer outgrew the 18-byte result field shows
      *    its complete figure from RESULTS.BIG under the row.
      *    Any notes operations wrote against a row with note-entry
      *    (RUNNOTES.DAT) are printed under it, dated and signed.
       environment division.
       configuration section.
           repository.
               function get-big-result
               function run-note
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd cert-file.
       01 fd-cert-rec.
           05 fd-crt-key.
           01 ws-average-display   pic 9(05).9(02).
           01 ws-substring-hit     pic X.
           01 p                    pic 9(02).
           01 ws-big-figure        pic x(3200).
           01 ws-big-digits        pic 9(04).
           01 ws-big-pos           pic 9(04).
           01 ws-note-seq          pic 9(03).
           01 ws-run-note.
               05 ws-rn-date       pic x(08).
               05 ws-rn-operator   pic x(08).
               05 ws-rn-text       pic x(60).
       procedure division.
       display function enter-environment("ledger-query").
       perform 100-init thru 100-exit.
       perform 150-load-reversals thru 150-exit.
       perform 200-query thru 200-exit.
               fd-led-run-time space fd-led-elapsed-sec space
               fd-led-result space
               function trim(fd-led-parameters).
           if fd-led-full-figure = "Y"
               perform 250-show-full-figure thru 250-done
           end-if.
           perform 230-show-certification thru 230-done.
           perform 260-show-notes.
       210-done.
           exit.
      *    230-show-certification: one keyed read against the
           end-read.
       230-done.
           exit.
      *    250-show-full-figure: the complete answer, 60 digits to a
      *    line so a long figure stays readable on the terminal.
       250-show-full-figure.
           move function get-big-result(fd-led-program-id,
               fd-led-run-date, fd-led-run-time) to ws-big-figure.
           if ws-big-figure = spaces
               display "         full figure missing from RESULTS.BIG"
               go to 250-done
           end-if.
           compute ws-big-digits =
               function length(function trim(ws-big-figure)).
           display "         full figure (" ws-big-digits " digits):".
           perform varying ws-big-pos from 1 by 60
               until ws-big-pos > ws-big-digits
               display "           " ws-big-figure(ws-big-pos:60)
           end-perform.
       250-done.
           exit.
      *    260-show-notes: the row's operator notes, oldest first.
       260-show-notes.
           move 1 to ws-note-seq.
           move function run-note(fd-led-program-id, fd-led-run-date,
               fd-led-run-time, ws-note-seq) to ws-run-note.
           perform until ws-run-note = spaces or ws-note-seq = 999
               display "         note " ws-rn-date " " ws-rn-operator
                   " " function trim(ws-rn-text)
               add 1 to ws-note-seq
               move function run-note(fd-led-program-id,
                   fd-led-run-date, fd-led-run-time, ws-note-seq)
                   to ws-run-note
           end-perform.
      *----------------------------------------------------------------
      *    220-scan-parameters: plain sliding-window scan for the
      *    requested substring anywhere in the 40-byte parameter
