       identification division.
       function-id. file-approval.
      *----------------------------------------------------------------
      *    file-approval: the dual-control gate's filing side. The
      *    three actions that can quietly change what the suite
      *    believes - ledger-correct's reversal, state-restore's
      *    overwrite of the state files, expect-maint's promote of a
      *    ledger figure into EXPECTED.DAT - no longer act on one
      *    operator's say-so: each files a PENDING record on
      *    APPROVALS.DAT instead, and approve-action lets a second,
      *    different authorized operator review, approve or reject
      *    it. An approved record is carried out by running the
      *    filing program again as "<program> EXECUTE <id>", which
      *    reads its orders back through get-approval (below).
      *    Arguments: the filing program, the action word, the
      *    requesting operator and the action's detail - laid out by
      *    the filing program, which is also the only reader of it
      *    besides approve-action (see each program's header for its
      *    layout). Returns the new approval number, zero when the
      *    record could not be filed. Numbers run on from the highest
      *    on file, under the shared lock so two filings cannot draw
      *    the same one.
      *    APPROVALS.DAT record: id 9(06), program x(16), action
      *    x(08), status x(08) (PENDING, APPROVED while it is being
      *    carried out, then DONE, FAILED or REJECTED), requester
      *    x(08), filed date 9(08) and time 9(06), approver x(08),
      *    decision date 9(08) and time 9(06), note x(40) (the
      *    rejection reason or the outcome), detail x(200).
       environment division.
       configuration section.
       repository.
           function lock-acquire
           function lock-release.
       input-output section.
       file-control.
           select approval-file assign to "APPROVALS.DAT"
               organization is line sequential
               file status is ws-approval-status.
       data division.
       file section.
       fd approval-file.
       01 fd-approval-rec.
           05 fd-apv-id            pic 9(06).
           05 fd-apv-program       pic x(16).
           05 fd-apv-action        pic x(08).
           05 fd-apv-status        pic x(08).
           05 fd-apv-requester     pic x(08).
           05 fd-apv-req-date      pic 9(08).
           05 fd-apv-req-time      pic 9(06).
           05 fd-apv-approver      pic x(08).
           05 fd-apv-dec-date      pic 9(08).
           05 fd-apv-dec-time      pic 9(06).
           05 fd-apv-note          pic x(40).
           05 fd-apv-detail        pic x(200).
       working-storage section.
           01 ws-approval-status   pic x(02) value "00".
           01 ws-lock-status       pic X.
           01 ws-high-id           pic 9(06).
           01 ws-full-time         pic 9(08).
       linkage section.
           01 ls-program           pic X any length.
           01 ls-action            pic X any length.
           01 ls-requester         pic X any length.
           01 ls-detail            pic X any length.
           01 ls-id                pic 9(06).
       procedure division
           using ls-program ls-action ls-requester ls-detail
           returning ls-id.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move 0 to ls-id.
           move 0 to ws-high-id.
           move function lock-acquire("APPROVALS.DAT")
               to ws-lock-status.
           open input approval-file.
           if ws-approval-status = "00"
               perform until ws-approval-status = "10"
                   read approval-file
                       at end move "10" to ws-approval-status
                       not at end
                           if fd-apv-id is numeric
                               and fd-apv-id > ws-high-id
                               move fd-apv-id to ws-high-id
                           end-if
                   end-read
               end-perform
               close approval-file
           end-if.
           open extend approval-file.
           if ws-approval-status = "35"
               open output approval-file
           end-if.
           if ws-approval-status not = "00"
               go to 100-release
           end-if.
           move spaces to fd-approval-rec.
           add 1 to ws-high-id.
           move ws-high-id to fd-apv-id.
           move ls-program to fd-apv-program.
           move ls-action to fd-apv-action.
           move "PENDING" to fd-apv-status.
           move ls-requester to fd-apv-requester.
           accept fd-apv-req-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-apv-req-time.
           move 0 to fd-apv-dec-date fd-apv-dec-time.
           move ls-detail to fd-apv-detail.
           write fd-approval-rec.
           close approval-file.
           move ws-high-id to ls-id.
       100-release.
           move function lock-release("APPROVALS.DAT")
               to ws-lock-status.
       100-exit. exit.
       end function file-approval.
      *-----------------------------------------------------------------
       identification division.
       function-id. get-approval.
      *    get-approval: one APPROVALS.DAT record by number, laid out
      *    as on file (see file-approval above), or spaces when there
      *    is no such record. A program run as "EXECUTE <id>" acts
      *    only when the record names it and stands APPROVED -
      *    approve-action sets that status just before the launch.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select approval-file assign to "APPROVALS.DAT"
               organization is line sequential
               file status is ws-approval-status.
       data division.
       file section.
       fd approval-file.
       01 fd-approval-rec.
           05 fd-apv-id            pic 9(06).
           05 filler               pic x(316).
       working-storage section.
           01 ws-approval-status   pic x(02) value "00".
       linkage section.
           01 ls-id                pic 9(06).
           01 ls-approval          pic x(322).
       procedure division
           using ls-id
           returning ls-approval.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-approval.
           open input approval-file.
           if ws-approval-status not = "00"
               go to 100-exit
           end-if.
           perform until ws-approval-status = "10"
               read approval-file
                   at end move "10" to ws-approval-status
                   not at end
                       if fd-apv-id is numeric
                           and fd-apv-id = ls-id
                           move fd-approval-rec to ls-approval
                       end-if
               end-read
           end-perform.
           close approval-file.
       100-exit. exit.
       end function get-approval.
