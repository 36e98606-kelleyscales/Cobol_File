      *    captures and validates name and window, RETIRE now
      *    closes the record with an end date instead of erasing
      *    the row, and TRANSFER may restate the window.
      *2026-10-15 KS - closed-period lock: a transaction whose effect
      *    lands in a period CLOSED on the period-control master
      *    (lab2.prdctl) is rejected unless it carries a reopen
      *    authorization; overrides are logged to lab2.prdlog and
      *    the audit line shows the lock decision.
      *2026-10-15 KS - requester authorization and dual control:
      *    every transaction carries a requester ID proven against
      *    the authorized-user master (lab2.auth) for the OPMAST
      *    master.  A RETIRE takes effect only when a second,
      *    different user with approval rights signs it; an
      *    unsigned RETIRE is held on lab2.oppend, carried from run
      *    to run, until an APPROVE transaction releases it.  The
      *    audit line shows requester and approver, and the held
      *    retirements are listed at end of run.
      *2026-10-15 KS - the override log names the closed period
      *    actually overridden: a TRANSFER checks the lock more than
      *    once, and a later clean check no longer blanks it.
      *2026-10-15 KS - a held-retirement file or period-control
      *    master that is there but cannot be opened now stops the
      *    run; only a missing one is taken as empty.

       environment division.
       input-output section.
      *    selects the audit report output location and name
           select audit-file assign to '../../../data/lab2.oprpt'
               organization is line sequential.
      *    selects the period-control master
           select period-file assign to '../../../data/lab2.prdctl'
               organization is line sequential
               file status is ws-prdctl-status.
      *    selects the closed-period override log
           select prdlog-file assign to '../../../data/lab2.prdlog'
               organization is line sequential
               file status is ws-prdlog-status.
      *    selects the authorized-user master
           select auth-file assign to '../../../data/lab2.auth'
               organization is line sequential
               file status is ws-auth-status.
      *    selects the retirements held for a second approval
           select pending-file assign to '../../../data/lab2.oppend'
               organization is line sequential
               file status is ws-pend-status.

       data division.
       file section.
           05 tran-end-ym                  pic x(6).
           05 tran-end-ym-num              redefines tran-end-ym
                                           pic 9(6).
      *    who signed off a change that reaches into a closed
      *    period - blank on an ordinary transaction
           05 tran-reopen-auth             pic x(8).
      *    who keyed the change and the second user who approved
      *    it - a RETIRE without an approver is held, and an
      *    APPROVE transaction names the operator, the original
      *    requester and the approver
           05 tran-requester               pic x(8).
           05 tran-approver                pic x(8).

      *Operator roster master file declaration - same record layout
      *as the OP-MASTER-REC read by lab2
       fd audit-file
           data record is audit-line.

       01 audit-line                       pic x(150).

      *Period-control master declaration - same record layout as
      *the PERIOD-REC kept by lab2
       fd period-file
           data record is period-rec.

       01 period-rec.
           05 pc-start-ym                  pic 9(6).
           05 pc-end-ym                    pic 9(6).
           05 pc-month-count               pic 9(2).
           05 pc-status                    pic x(6).
           05 pc-status-date               pic 9(8).
           05 pc-title                     pic x(40).

      *Closed-period override log declaration - one record per
      *accepted transaction that reached into a closed period,
      *shared by every maintenance program that honours the lock
       fd prdlog-file
           data record is prdlog-rec.

       01 prdlog-rec.
           05 pl-log-date                  pic 9(8).
           05 pl-log-time                  pic 9(8).
           05 pl-program                   pic x(8).
           05 pl-action                    pic x(8).
           05 pl-key                       pic x(20).
           05 pl-closed-start-ym           pic 9(6).
           05 pl-closed-end-ym             pic 9(6).
           05 pl-reopen-auth               pic x(8).

      *Authorized-user master declaration - same record layout as
      *the AUTH-REC read by lab2abmt
       fd auth-file
           data record is auth-rec.

       01 auth-rec.
           05 au-user-id                   pic x(8).
      *    OPMAST, ABCAL, RATES or BUDGET - ALL covers every master
           05 au-master                    pic x(8).
      *    the transaction action, or ALL for every action
           05 au-action                    pic x(8).
      *    Y when the user may sign as the second approver
           05 au-approver                  pic x(1).
           05 au-user-name                 pic x(30).

      *Held-retirement file declaration - the date a RETIRE was
      *held and the transaction exactly as it was keyed
       fd pending-file
           data record is pend-rec.

       01 pend-rec.
           05 pd-held-date                 pic 9(8).
           05 pd-tran                      pic x(68).

       working-storage section.

                   value spaces.
       77 ws-opmast-status                 pic xx
                   value spaces.
       77 ws-prdctl-status                 pic xx
                   value spaces.
       77 ws-prdlog-status                 pic xx
                   value spaces.
       77 ws-auth-status                   pic xx
                   value spaces.
       77 ws-pend-status                   pic xx
                   value spaces.

      *End of period-control master declaration
       77 ws-prdctl-eof                    pic x
                   value 'n'.
           88 is-prdctl-eof
                   value 'y'.

      *End of authorized-user master declaration
       77 ws-auth-eof                      pic x
                   value 'n'.
           88 is-auth-eof
                   value 'y'.

      *End of held-retirement file declaration
       77 ws-pend-eof                      pic x
                   value 'n'.
           88 is-pend-eof
                   value 'y'.

      *run date broken out so a type or province change can be
      *dated to the month it is made
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ym                        pic 9(6)
                   value 0.
       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *Closed-period table - the CLOSED entries of the
      *period-control master; an empty table locks nothing
       01 ws-closed-table.
           05 ws-closed-entry occurs 240 times.
                   10 ws-cp-start-ym          pic 9(6).
                   10 ws-cp-end-ym            pic 9(6).

       77 ws-closed-count                  pic 9(3)
                   value 0.

      *the months a transaction reaches (999999 = open ended), and
      *the closed period it ran into when it is locked
       77 ws-lock-from-ym                  pic 9(6)
                   value 0.
       77 ws-lock-to-ym                    pic 9(6)
                   value 0.
       77 ws-lock-start-ym                 pic 9(6)
                   value 0.
       77 ws-lock-end-ym                   pic 9(6)
                   value 0.

      *the closed period an override went through - set only when
      *a lock check overrides and cleared once per transaction, so
      *a later check of the same transaction cannot disturb it
       77 ws-override-start-ym             pic 9(6)
                   value 0.
       77 ws-override-end-ym               pic 9(6)
                   value 0.

      *the old and new end of a restated window, open as 999999
       77 ws-old-end-ym                    pic 9(6)
                   value 0.
       77 ws-cmp-end-ym                    pic 9(6)
                   value 0.

      *Authorized-user table - the lab2.auth entries that cover
      *the operator roster
       01 ws-auth-table.
           05 ws-auth-entry occurs 200 times.
                   10 ws-au-user-id           pic x(8).
                   10 ws-au-action            pic x(8).
                   10 ws-au-approver          pic x(1).

       77 ws-auth-count                    pic 9(3)
                   value 0.

      *the user and action being proven, whether approval rights
      *are needed, and the answer
       77 ws-auth-user                     pic x(8)
                   value spaces.
       77 ws-auth-action                   pic x(8)
                   value spaces.
       77 ws-auth-need-approver            pic x
                   value 'n'.
           88 is-approver-needed
                   value 'y'.
       77 ws-authorized                    pic x
                   value 'n'.
           88 is-authorized
                   value 'y'.

      *Held-retirement table - loaded from pending-file; an entry
      *is cleared once approved and the rest are written back out
       01 ws-pend-table.
           05 ws-pend-entry occurs 200 times.
                   10 ws-pend-held-date       pic 9(8).
                   10 ws-pend-state           pic x.
                       88 is-pend-held
                           value 'H'.
                   10 ws-pend-tran            pic x(68).
                   10 ws-pend-fields          redefines ws-pend-tran.
                       15 ws-pend-action      pic x(8).
                       15 ws-pend-op-num      pic x(3).
                       15 ws-pend-op-type     pic x(6).
                       15 ws-pend-op-prov     pic x(3).
                       15 ws-pend-op-name     pic x(12).
                       15 ws-pend-start-ym    pic x(6).
                       15 ws-pend-end-ym      pic x(6).
                       15 ws-pend-reopen-auth pic x(8).
                       15 ws-pend-requester   pic x(8).
                       15 ws-pend-approver    pic x(8).

       77 ws-pend-count                    pic 9(3)
                   value 0.

      *the held entry for the transaction operator (0 = none), and
      *the entry an APPROVE transaction released
       77 ws-pend-index                    pic 9(3)
                   value 0.
       77 ws-release-index                 pic 9(3)
                   value 0.

      *the approver on an APPROVE transaction, kept while the held
      *image is brought back into TRAN-REC
       77 ws-approver-hold                 pic x(8)
                   value spaces.

      *set when a good RETIRE lacks its second approval and is to
      *be held rather than applied
       77 ws-hold-switch                   pic x
                   value 'n'.
           88 is-held-for-approval
                   value 'y'.

      *Operator roster table - loaded from operator-file, maintained
      *in strictly ascending operator-number order, and written back
                   value 0.
       77 ws-master-dropped                pic 9(3)
                   value 0.
       77 ws-overrides-logged              pic 9(5)
                   value 0.
       77 ws-trans-held                    pic 9(5)
                   value 0.
       77 ws-pend-in-count                 pic 9(3)
                   value 0.
       77 ws-pend-out-count                pic 9(3)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 'STATUS'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'LOCK'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'REQ BY'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'APPR BY'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'REASON'.

           05 adl-status                   pic x(8).
           05 filler                       pic x(2)
                   value spaces.
      *    the closed-period decision - OPEN, LOCKED or OVERRIDE;
      *    blank when the transaction failed before it was dated
           05 adl-lock                     pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-requester                pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-approver                 pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-reason                   pic x(30).

      *Master-load error line - an out-of-sequence or duplicate key
           05 filler                       pic x(36)
                   value ' OUT OF ORDER OR DUPLICATE - DROPPED'.

      *Held-retirement listing - the RETIRE transactions still
      *awaiting a second approval, carried forward to the next run
       01 pending-heading.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(50)
                   value
                   'RETIRES HELD FOR SECOND APPROVAL - CARRIED FORWARD'.

       01 pending-column-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'ACTION'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(3)
                   value 'OP#'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'END YM'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'REQ BY'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'HELD'.

       01 pending-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-action                   pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-op-num                   pic x(3).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-end-ym                   pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-requester                pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-held-date                pic 9(8).

      *Total lines
       01 total-trans-line.
           05 filler                       pic x(2)
                   value 'MASTER RECORDS DROPPED: '.
           05 ttl-master-dropped           pic zz,zz9.

       01 total-override-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'LOCK OVERRIDES LOGGED:  '.
           05 ttl-overrides-logged         pic zz,zz9.

       01 total-held-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'TRANSACTIONS HELD:      '.
           05 ttl-trans-held               pic zz,zz9.

       01 total-pending-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'HELD RETIREMENTS IN:    '.
           05 ttl-pend-in                  pic zz,zz9.
           05 filler                       pic x(6)
                   value '  OUT:'.
           05 ttl-pend-out                 pic zz,zz9.

       procedure division.

      *    open file handles
           open output audit-file.

      *    grab the current date & time
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ym = 200000 + (ws-run-yy * 100) + ws-run-mm.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

           perform 000-print-headings.

      *    load the closed periods every transaction is checked
      *    against
           perform 055-load-closed-periods.

      *    load the roster master into WS-ROSTER-ITEM, dropping and
      *    reporting any hand-edit damage (out-of-order or duplicate
      *    keys) so the rewritten master is clean
           perform 050-load-roster.

      *    load the users allowed to maintain the roster, and the
      *    retirements still held from earlier runs
           perform 065-load-authorized-users.
           perform 070-load-pending.

      *    process transaction file & output audit results
           perform 100-read-transaction.

      *    rewrite the master from the maintained table
           perform 600-rewrite-roster.

      *    carry the retirements still awaiting approval to the
      *    next run and list them
           perform 610-rewrite-pending.

      *    output total lines
           perform 500-print-totals.


           close operator-file.

      *Load The Authorized-User Entries For The Operator Roster -
      *without the master nobody can be proven, so it must exist
       065-load-authorized-users.

           open input auth-file

           if ws-auth-status not = '00'
               display
                   "*** UNABLE TO OPEN AUTHORIZED-USER MASTER - STATUS "
                   ws-auth-status " ***"
               stop run
           end-if

           perform until is-auth-eof
               read auth-file
                   at end
                       move 'y' to ws-auth-eof
                   not at end
                       if (au-master = 'OPMAST' or au-master = 'ALL')
                           and ws-auth-count < 200
                           add 1 to ws-auth-count
                           move au-user-id
                               to ws-au-user-id(ws-auth-count)
                           move au-action
                               to ws-au-action(ws-auth-count)
                           move au-approver
                               to ws-au-approver(ws-auth-count)
                       end-if
               end-read
           end-perform

           close auth-file.

      *Load The Retirements Held For A Second Approval - a missing
      *file means nothing is waiting; a held RETIRE is never
      *dropped, so a file that cannot be opened, or more than the
      *table holds, stops the run
       070-load-pending.

           move spaces to ws-pend-status
           open input pending-file

           if ws-pend-status not = '00'
               and ws-pend-status not = '35'
               display
                   "*** UNABLE TO OPEN HELD-RETIREMENT FILE"
                   " - STATUS " ws-pend-status " ***"
               stop run
           end-if

           if ws-pend-status = '00'
               perform until is-pend-eof
                   read pending-file
                       at end
                           move 'y' to ws-pend-eof
                       not at end
                           if ws-pend-count = 200
                               display
                                   "*** HELD-RETIREMENT FILE EXCEEDS"
                                   " 200 ENTRIES ***"
                               stop run
                           end-if
                           add 1 to ws-pend-count
                           move pd-held-date
                               to ws-pend-held-date(ws-pend-count)
                           move pd-tran to ws-pend-tran(ws-pend-count)
                           move 'H' to ws-pend-state(ws-pend-count)
                   end-read
               end-perform
               close pending-file
           end-if

           move ws-pend-count to ws-pend-in-count.

      *Read Transaction File
       100-read-transaction.

           move spaces to adl-after-prov
           move spaces to adl-start-text
           move spaces to adl-end-text
           move spaces to adl-lock
           move 0 to ws-override-start-ym
           move 0 to ws-override-end-ym
           move tran-requester to adl-requester
           move tran-approver to adl-approver
           move 'n' to ws-hold-switch
           move 0 to ws-release-index

      *    locate the transaction key in the roster table, and the
      *    slot an ADD would occupy to keep ascending key order

           if tran-op-num = spaces
               move 'OPERATOR NUMBER MISSING' to ws-reject-reason
           end-if

      *    an APPROVE brings the held RETIRE back as the
      *    transaction; any other change to an operator with a
      *    RETIRE already held would overtake it
           if ws-reject-reason = spaces
               perform 250-find-pending
               if tran-action = 'APPROVE '
                   perform 255-release-pending
               else
                   if ws-pend-index > 0
                       move 'RETIRE ALREADY HELD FOR OP#'
                           to ws-reject-reason
                   end-if
               end-if
           end-if

      *    the requester (and any approver) must be allowed to
      *    make this change; a good RETIRE without its second
      *    approval is held instead of applied
           if ws-reject-reason = spaces
               perform 390-validate-requester
               if tran-action = 'RETIRE  '
                   and tran-approver = spaces
                   move 'y' to ws-hold-switch
               end-if
           end-if

      *    a good approval clears the held RETIRE whether or not
      *    it still applies - a refused one has to be keyed afresh
           if ws-reject-reason = spaces and ws-release-index > 0
               move 'C' to ws-pend-state(ws-release-index)
           end-if

           if ws-reject-reason = spaces
               if tran-action = 'ADD     '
                   perform 210-apply-add
               else
               end-if
           end-if

           if ws-reject-reason = spaces and is-held-for-approval
               perform 260-hold-pending
           end-if

           if ws-reject-reason not = spaces
               add 1 to ws-trans-rejected
               move 'REJECTED' to adl-status
               move ws-reject-reason to adl-reason
           else
               if is-held-for-approval
                   add 1 to ws-trans-held
                   move 'HELD' to adl-status
                   move 'AWAITING SECOND APPROVAL' to adl-reason
               else
                   add 1 to ws-trans-accepted
                   move 'ACCEPTED' to adl-status
                   move spaces to adl-reason
                   if ws-release-index > 0
                       move 'RELEASED HELD RETIRE' to adl-reason
                   end-if
                   if adl-lock = 'OVERRIDE'
                       perform 360-log-override
                   end-if
               end-if
           end-if

           write audit-line from audit-detail-line
               move 'END BEFORE START' to ws-reject-reason
           end-if

      *    a new operator reaches every month of the window
           if ws-reject-reason = spaces
               move tran-start-ym-num to ws-lock-from-ym
               if tran-end-ym = spaces
                   or tran-end-ym-num = 0
                   move 999999 to ws-lock-to-ym
               else
                   move tran-end-ym-num to ws-lock-to-ym
               end-if
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces
      *        shift every entry from the insert slot down one to
      *        open the slot, keeping the table in ascending order
               end-if
           end-if

      *    a retire takes away every month after the new end
           if ws-reject-reason = spaces
               move tran-end-ym-num to ws-lock-from-ym
               perform 370-next-month
               move 999999 to ws-lock-to-ym
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces and not is-held-for-approval
               move tran-end-ym-num to ws-end-ym(ws-match-index)

               move ws-op-type(ws-match-index) to adl-after-type
               end-if
           end-if

      *    date each part of the transfer - a new grade or province
      *    takes effect from the month it is made, a moved start or
      *    end reaches only the months it adds to or takes from the
      *    window
           if ws-reject-reason = spaces
               if tran-op-prov not = ws-op-prov(ws-match-index)
                   or (tran-op-type not = spaces
                   and tran-op-type not = ws-op-type(ws-match-index))
                   move ws-run-ym to ws-lock-from-ym
                   move 999999 to ws-lock-to-ym
                   perform 350-check-period-lock
               end-if
           end-if

           if ws-reject-reason = spaces
               and ws-new-start-ym not = ws-start-ym(ws-match-index)
               if ws-new-start-ym < ws-start-ym(ws-match-index)
                   move ws-new-start-ym to ws-lock-from-ym
                   move ws-start-ym(ws-match-index) to ws-lock-to-ym
               else
                   move ws-start-ym(ws-match-index) to ws-lock-from-ym
                   move ws-new-start-ym to ws-lock-to-ym
               end-if
               perform 380-prior-month
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces
               and ws-new-end-ym not = ws-end-ym(ws-match-index)
               move ws-end-ym(ws-match-index) to ws-old-end-ym
               if ws-old-end-ym = 0
                   move 999999 to ws-old-end-ym
               end-if
               move ws-new-end-ym to ws-cmp-end-ym
               if ws-cmp-end-ym = 0
                   move 999999 to ws-cmp-end-ym
               end-if
               if ws-cmp-end-ym < ws-old-end-ym
                   move ws-cmp-end-ym to ws-lock-from-ym
                   move ws-old-end-ym to ws-lock-to-ym
               else
                   move ws-old-end-ym to ws-lock-from-ym
                   move ws-cmp-end-ym to ws-lock-to-ym
               end-if
               perform 370-next-month
               perform 350-check-period-lock
           end-if

      *    a transfer that changes nothing dated still shows the
      *    lock as open
           if ws-reject-reason = spaces
               and adl-lock = spaces
               move 'OPEN' to adl-lock
           end-if

           if ws-reject-reason = spaces
               move tran-op-prov to ws-op-prov(ws-match-index)
               if tran-op-type not = spaces
               perform 240-show-window
           end-if.

      *Load The Closed Periods From The Period-Control Master - a
      *missing master means no period has been closed yet; one that
      *is there and cannot be read stops the run rather than let a
      *closed period through
       055-load-closed-periods.

           move spaces to ws-prdctl-status
           open input period-file

           if ws-prdctl-status not = '00'
               and ws-prdctl-status not = '35'
               display
                   "*** UNABLE TO OPEN PERIOD-CONTROL MASTER - STATUS "
                   ws-prdctl-status " ***"
               stop run
           end-if

           if ws-prdctl-status = '00'
               perform until is-prdctl-eof
                   read period-file
                       at end
                           move 'y' to ws-prdctl-eof
                       not at end
                           if pc-status = 'CLOSED'
                               and ws-closed-count < 240
                               add 1 to ws-closed-count
                               move pc-start-ym
                                   to ws-cp-start-ym(ws-closed-count)
                               move pc-end-ym
                                   to ws-cp-end-ym(ws-closed-count)
                           end-if
                   end-read
               end-perform
               close period-file
           end-if.

      *Show The Active Window Of The Roster Entry At WS-SHOW-INDEX
      *On The Audit Line - an open end month prints as OPEN
       240-show-window.
               move ws-end-ym(ws-show-index) to adl-end-ym
           end-if.

      *Find A RETIRE Still Held For The Transaction Operator
       250-find-pending.

           move 0 to ws-pend-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-pend-count or ws-pend-index > 0

                   if is-pend-held(ws-sub)
                       and ws-pend-op-num(ws-sub) = tran-op-num
                       move ws-sub to ws-pend-index
                   end-if

           end-perform.

      *Release A Held RETIRE On An APPROVE Transaction - the held
      *image becomes the transaction, signed by the approver, and
      *goes through the same checks as any other RETIRE
       255-release-pending.

           if ws-pend-index = 0
               move 'NO HELD RETIRE FOR OP#' to ws-reject-reason
           else
               if tran-requester = spaces
                   move 'REQUESTER ID MISSING' to ws-reject-reason
               else
                   if tran-requester not =
                       ws-pend-requester(ws-pend-index)
                       move 'REQUESTER DIFFERS FROM HELD'
                           to ws-reject-reason
                   else
                       if tran-approver = spaces
                           move 'APPROVER ID MISSING'
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if

           if ws-reject-reason = spaces
               move tran-approver to ws-approver-hold
               move ws-pend-tran(ws-pend-index) to tran-rec
               move ws-approver-hold to tran-approver
               move ws-pend-index to ws-release-index
           end-if.

      *Hold A Good RETIRE Until A Second User Approves It
       260-hold-pending.

           if ws-pend-count = 200
               move 'HELD-RETIREMENT FILE FULL' to ws-reject-reason
           else
               add 1 to ws-pend-count
               move ws-run-ymd to ws-pend-held-date(ws-pend-count)
               move 'H' to ws-pend-state(ws-pend-count)
               move tran-rec to ws-pend-tran(ws-pend-count)
           end-if.

      *Find The Transaction Key In The Roster Table
       300-find-roster-entry.

               end-if
           end-if.

      *Check The Months WS-LOCK-FROM-YM Thru WS-LOCK-TO-YM Against
      *The Closed Periods - a hit is refused unless the transaction
      *carries a reopen authorization, in which case it goes through
      *as an override
       350-check-period-lock.

           move 0 to ws-lock-start-ym

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-closed-count or ws-lock-start-ym > 0

                   if ws-cp-start-ym(ws-sub) not > ws-lock-to-ym
                       and ws-cp-end-ym(ws-sub) not < ws-lock-from-ym
                       move ws-cp-start-ym(ws-sub) to ws-lock-start-ym
                       move ws-cp-end-ym(ws-sub) to ws-lock-end-ym
                   end-if

           end-perform

           if ws-lock-start-ym = 0
               if adl-lock = spaces
                   move 'OPEN' to adl-lock
               end-if
           else
               if tran-reopen-auth = spaces
                   move 'LOCKED' to adl-lock
                   move 'EFFECT IN CLOSED PERIOD' to ws-reject-reason
               else
                   move 'OVERRIDE' to adl-lock
                   if ws-override-start-ym = 0
                       move ws-lock-start-ym to ws-override-start-ym
                       move ws-lock-end-ym to ws-override-end-ym
                   end-if
               end-if
           end-if.

      *Log An Accepted Closed-Period Override
       360-log-override.

           open extend prdlog-file
           if ws-prdlog-status not = '00'
               open output prdlog-file
           end-if

           move ws-run-ymd to pl-log-date
           move name-line-time to pl-log-time
           move 'LAB2OPMT' to pl-program
           move tran-action to pl-action
           move tran-op-num to pl-key
           move ws-override-start-ym to pl-closed-start-ym
           move ws-override-end-ym to pl-closed-end-ym
           move tran-reopen-auth to pl-reopen-auth
           write prdlog-rec

           close prdlog-file

           add 1 to ws-overrides-logged.

      *Step WS-LOCK-FROM-YM On To The Following Month
       370-next-month.

           move ws-lock-from-ym to ws-ym-work
           if ws-ym-mm = 12
               add 1 to ws-ym-yyyy
               move 1 to ws-ym-mm
           else
               add 1 to ws-ym-mm
           end-if
           move ws-ym-work to ws-lock-from-ym.

      *Step WS-LOCK-TO-YM Back To The Month Before
       380-prior-month.

           move ws-lock-to-ym to ws-ym-work
           if ws-ym-mm = 1
               subtract 1 from ws-ym-yyyy
               move 12 to ws-ym-mm
           else
               subtract 1 from ws-ym-mm
           end-if
           move ws-ym-work to ws-lock-to-ym.

      *Prove The Requester, And Any Approver, Against The
      *Authorized-User Master - an approver must be a second user
      *holding approval rights for the action
       390-validate-requester.

           if tran-requester = spaces
               move 'REQUESTER ID MISSING' to ws-reject-reason
           else
               move tran-requester to ws-auth-user
               move tran-action to ws-auth-action
               move 'n' to ws-auth-need-approver
               perform 395-check-authority
               if not is-authorized
                   move 'REQUESTER NOT AUTHORIZED' to ws-reject-reason
               end-if
           end-if

           if ws-reject-reason = spaces and tran-approver not = spaces
               if tran-approver = tran-requester
                   move 'SELF-APPROVAL NOT ALLOWED' to ws-reject-reason
               else
                   move tran-approver to ws-auth-user
                   move 'y' to ws-auth-need-approver
                   perform 395-check-authority
                   if not is-authorized
                       move 'APPROVER NOT AUTHORIZED'
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

      *Look Up One User And Action In The Authorized-User Table
       395-check-authority.

           move 'n' to ws-authorized

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-auth-count or is-authorized

                   if ws-au-user-id(ws-sub) = ws-auth-user
                       and (ws-au-action(ws-sub) = ws-auth-action
                           or ws-au-action(ws-sub) = 'ALL')
                       and (ws-au-approver(ws-sub) = 'Y'
                           or not is-approver-needed)
                       move 'y' to ws-authorized
                   end-if

           end-perform.

       500-print-totals.

           move ws-trans-read to ttl-trans-read.
           move ws-master-in-count to ttl-master-in.
           move ws-roster-count to ttl-master-out.
           move ws-master-dropped to ttl-master-dropped.
           move ws-overrides-logged to ttl-overrides-logged.
           move ws-trans-held to ttl-trans-held.
           move ws-pend-in-count to ttl-pend-in.
           move ws-pend-out-count to ttl-pend-out.

           write audit-line from total-trans-line
               after advancing 2 lines.
               after advancing 1 line.
           write audit-line from total-rejected-line
               after advancing 1 line.
           write audit-line from total-held-line
               after advancing 1 line.
           write audit-line from total-master-line
               after advancing 1 line.
           write audit-line from total-dropped-line
               after advancing 1 line.
           write audit-line from total-override-line
               after advancing 1 line.
           write audit-line from total-pending-line
               after advancing 1 line.

      *Rewrite The Roster Master From The Maintained Table
       600-rewrite-roster.

           close operator-file.

      *Carry The Retirements Still Awaiting Approval To The Next
      *Run, Listing Each On The Audit Report
       610-rewrite-pending.

           open output pending-file

           if ws-pend-status not = '00'
               display
                   "*** UNABLE TO REWRITE HELD-RETIREMENT FILE"
                   " - STATUS " ws-pend-status " ***"
               stop run
           end-if

           write audit-line from pending-heading
               after advancing 2 lines.
           write audit-line from pending-column-line
               after advancing 1 line.

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-pend-count

                   if is-pend-held(ws-sub)
                       move ws-pend-held-date(ws-sub) to pd-held-date
                       move ws-pend-tran(ws-sub) to pd-tran
                       write pend-rec
                       add 1 to ws-pend-out-count

                       move ws-pend-action(ws-sub) to pdl-action
                       move ws-pend-op-num(ws-sub) to pdl-op-num
                       move ws-pend-end-ym(ws-sub) to pdl-end-ym
                       move ws-pend-requester(ws-sub)
                           to pdl-requester
                       move ws-pend-held-date(ws-sub)
                           to pdl-held-date
                       write audit-line from pending-detail-line
                           after advancing 1 line
                   end-if

           end-perform

           close pending-file.

       end program lab2opmt.
