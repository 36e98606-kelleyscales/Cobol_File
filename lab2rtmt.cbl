      *edited by hand again.
      *Modification History:
      *2026-09-02 KS - initial version.
      *2026-10-15 KS - closed-period lock: a rate whose effective
      *    month falls in or before a period CLOSED on the
      *    period-control master (lab2.prdctl) would reprice that
      *    period, and is rejected unless the transaction carries a
      *    reopen authorization; overrides are logged to lab2.prdlog
      *    and the audit line shows the lock decision.
      *2026-10-15 KS - requester authorization and dual control:
      *    every transaction carries a requester ID proven against
      *    the authorized-user master (lab2.auth) for the RATES
      *    master.  A rate change takes effect only when a second,
      *    different user with approval rights signs it; an
      *    unsigned change is held on lab2.rtpend, carried from run
      *    to run, until an APPROVE transaction releases it.  The
      *    audit line shows requester and approver, and the held
      *    changes are listed at end of run.
      *2026-10-15 KS - a held-change file or period-control master
      *    that is there but cannot be opened now stops the run;
      *    only a missing one is taken as empty.

       environment division.
       input-output section.
      *    selects the audit report output location and name
           select audit-file assign to '../../../data/lab2.rtrpt'
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
      *    selects the changes held for a second approval
           select pending-file assign to '../../../data/lab2.rtpend'
               organization is line sequential
               file status is ws-pend-status.

       data division.
       file section.
           05 tran-rate                    pic x(5).
           05 tran-rate-num                redefines tran-rate
                                           pic 9(3)v99.
      *    who signed off a change that reaches into a closed
      *    period - blank on an ordinary transaction
           05 tran-reopen-auth             pic x(8).
      *    who keyed the change and the second user who approved
      *    it - a change without an approver is held, and an
      *    APPROVE transaction names the key, the original
      *    requester and the approver
           05 tran-requester               pic x(8).
           05 tran-approver                pic x(8).

      *Billing rates master file declaration - same record layout
      *as the RATE-REC read by lab2
       fd audit-file
           data record is audit-line.

       01 audit-line                       pic x(132).

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

      *Closed-period override log declaration - same record layout
      *as the PRDLOG-REC written by lab2opmt
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

      *Held-change file declaration - the date a change was held
      *and the transaction exactly as it was keyed
       fd pending-file
           data record is pend-rec.

       01 pend-rec.
           05 pd-held-date                 pic 9(8).
           05 pd-tran                      pic x(51).

       working-storage section.

                   value spaces.
       77 ws-rates-status                  pic xx
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

      *End of held-change file declaration
       77 ws-pend-eof                      pic x
                   value 'n'.
           88 is-pend-eof
                   value 'y'.

      *run date broken out so an override can be logged with a
      *full century date
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

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

      *the month a rate takes effect, and the closed period it ran
      *into when it is locked
       77 ws-lock-ym                       pic 9(6)
                   value 0.
       77 ws-lock-start-ym                 pic 9(6)
                   value 0.
       77 ws-lock-end-ym                   pic 9(6)
                   value 0.

      *Authorized-user table - the lab2.auth entries that cover
      *the rates master
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

      *Held-change table - loaded from pending-file; an entry is
      *cleared once approved and the rest are written back out
       01 ws-pend-table.
           05 ws-pend-entry occurs 200 times.
                   10 ws-pend-held-date       pic 9(8).
                   10 ws-pend-state           pic x.
                       88 is-pend-held
                           value 'H'.
                   10 ws-pend-tran            pic x(51).
                   10 ws-pend-fields          redefines ws-pend-tran.
                       15 ws-pend-action      pic x(8).
                       15 ws-pend-key.
                           20 ws-pend-tier    pic x(6).
                           20 ws-pend-eff-date
                                              pic x(8).
                       15 ws-pend-rate        pic x(5).
                       15 ws-pend-rate-num    redefines ws-pend-rate
                                              pic 9(3)v99.
                       15 ws-pend-reopen-auth pic x(8).
                       15 ws-pend-requester   pic x(8).
                       15 ws-pend-approver    pic x(8).

       77 ws-pend-count                    pic 9(3)
                   value 0.

      *the held entry for the transaction key (0 = none), and the
      *entry an APPROVE transaction released
       77 ws-pend-index                    pic 9(3)
                   value 0.
       77 ws-release-index                 pic 9(3)
                   value 0.

      *the approver on an APPROVE transaction, kept while the held
      *image is brought back into TRAN-REC
       77 ws-approver-hold                 pic x(8)
                   value spaces.

      *set when a good change lacks its second approval and is to
      *be held rather than applied
       77 ws-hold-switch                   pic x
                   value 'n'.
           88 is-held-for-approval
                   value 'y'.

      *Rates table - loaded from rates-file, maintained in
      *ascending tier-then-effective-date order, and written back
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

      *Held-change listing - the changes still awaiting a second
      *approval, carried forward to the next run
       01 pending-heading.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(50)
                   value
                   'CHANGES HELD FOR SECOND APPROVAL - CARRIED FORWARD'.

       01 pending-column-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'ACTION'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'TIER'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'EFF DATE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value '  RATE'.
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
           05 pdl-tier                     pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-eff-date                 pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-rate                     pic zz9.99.
           05 pdl-rate-text                redefines pdl-rate
                                           pic x(6).
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
                   value 'HELD CHANGES IN:        '.
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
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

           perform 000-print-headings.

      *    load the closed periods every transaction is checked
      *    against
           perform 060-load-closed-periods.

      *    load the rates master into WS-RATES-ITEM, dropping and
      *    reporting any hand-edit damage (out-of-order or
      *    duplicate keys) so the rewritten master is clean
           perform 050-load-rates.

      *    load the users allowed to maintain the rates, and the
      *    changes still held from earlier runs
           perform 065-load-authorized-users.
           perform 070-load-pending.

      *    process transaction file & output audit results
           perform 100-read-transaction.

      *    rewrite the master from the maintained table
           perform 600-rewrite-rates.

      *    carry the changes still awaiting approval to the next
      *    run and list them
           perform 610-rewrite-pending.

      *    output total lines
           perform 500-print-totals.


           close rates-file.

      *Load The Closed Periods From The Period-Control Master - a
      *missing master means no period has been closed yet; one that
      *is there and cannot be read stops the run rather than let a
      *closed period through
       060-load-closed-periods.

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

      *Load The Authorized-User Entries For The Rates Master -
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
                       if (au-master = 'RATES' or au-master = 'ALL')
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

      *Load The Changes Held For A Second Approval - a missing file
      *means nothing is waiting; a held change is never dropped, so
      *a file that cannot be opened, or more than the table holds,
      *stops the run
       070-load-pending.

           move spaces to ws-pend-status
           open input pending-file

           if ws-pend-status not = '00'
               and ws-pend-status not = '35'
               display
                   "*** UNABLE TO OPEN HELD-CHANGE FILE - STATUS "
                   ws-pend-status " ***"
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
                                   "*** HELD-CHANGE FILE EXCEEDS 200"
                                   " ENTRIES ***"
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

           move tran-eff-date to adl-eff-date
           move spaces to adl-before-text
           move spaces to adl-after-text
           move spaces to adl-lock
           move tran-requester to adl-requester
           move tran-approver to adl-approver
           move 'n' to ws-hold-switch
           move 0 to ws-release-index

           move tran-tier to ws-tran-key-tier
           move tran-eff-date to ws-tran-key-date
               end-if
           end-if

      *    an APPROVE brings the held change back as the
      *    transaction; any other change to a key with a change
      *    already held would overtake it
           if ws-reject-reason = spaces
               perform 240-find-pending
               if tran-action = 'APPROVE '
                   perform 250-release-pending
               else
                   if ws-pend-index > 0
                       move 'CHANGE ALREADY HELD FOR KEY'
                           to ws-reject-reason
                   end-if
               end-if
           end-if

      *    the requester (and any approver) must be allowed to
      *    make this change; a good change without its second
      *    approval is held instead of applied
           if ws-reject-reason = spaces
               perform 390-validate-requester
               if tran-approver = spaces
                   move 'y' to ws-hold-switch
               end-if
           end-if

      *    a good approval clears the held change whether or not
      *    it still applies - a refused one has to be keyed afresh
           if ws-reject-reason = spaces and ws-release-index > 0
               move 'C' to ws-pend-state(ws-release-index)
           end-if

           if ws-reject-reason = spaces

      *        locate the transaction key in the rates table, and
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
                       move 'RELEASED HELD CHANGE' to adl-reason
                   end-if
                   if adl-lock = 'OVERRIDE'
                       perform 360-log-override
                   end-if
               end-if
           end-if

           write audit-line from audit-detail-line
           end-if

           if ws-reject-reason = spaces
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces and not is-held-for-approval
      *        shift every entry from the insert slot down one to
      *        open the slot, keeping the table in ascending order
               perform varying ws-sub from ws-rates-count by -1
           end-if

           if ws-reject-reason = spaces
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces and not is-held-for-approval
               move tran-rate-num
                   to ws-rate-per-call(ws-match-index)
               move tran-rate-num to adl-after-rate

           if ws-match-index = 0
               move 'RATE KEY NOT ON FILE' to ws-reject-reason
           end-if

           if ws-reject-reason = spaces
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces and not is-held-for-approval
      *        shift every entry after the match up one to close
      *        the slot - the after image stays blank to show the
      *        rate is gone
               subtract 1 from ws-rates-count
           end-if.

      *Find A Change Still Held For The Transaction Key
       240-find-pending.

           move 0 to ws-pend-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-pend-count or ws-pend-index > 0

                   if is-pend-held(ws-sub)
                       and ws-pend-key(ws-sub) = ws-tran-key
                       move ws-sub to ws-pend-index
                   end-if

           end-perform.

      *Release A Held Change On An APPROVE Transaction - the held
      *image becomes the transaction, signed by the approver, and
      *goes through the same checks as any other change
       250-release-pending.

           if ws-pend-index = 0
               move 'NO HELD CHANGE FOR KEY' to ws-reject-reason
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

      *Hold A Good Change Until A Second User Approves It
       260-hold-pending.

           if ws-pend-count = 200
               move 'HELD-CHANGE FILE FULL' to ws-reject-reason
           else
               add 1 to ws-pend-count
               move ws-run-ymd to ws-pend-held-date(ws-pend-count)
               move 'H' to ws-pend-state(ws-pend-count)
               move tran-rec to ws-pend-tran(ws-pend-count)
           end-if.

      *Find The Transaction Key In The Rates Table
       300-find-rate-entry.

               end-if
           end-if.

      *Check The Rate's Effective Month Against The Closed Periods
      *- a rate governs every month from its effective month on, so
      *any closed period ending on or after that month is hit; a hit
      *is refused unless the transaction carries a reopen
      *authorization, in which case it goes through as an override
       350-check-period-lock.

           compute ws-lock-ym = tran-eff-date-num / 100
           move 0 to ws-lock-start-ym

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-closed-count or ws-lock-start-ym > 0

                   if ws-cp-end-ym(ws-sub) not < ws-lock-ym
                       move ws-cp-start-ym(ws-sub) to ws-lock-start-ym
                       move ws-cp-end-ym(ws-sub) to ws-lock-end-ym
                   end-if

           end-perform

           if ws-lock-start-ym = 0
               move 'OPEN' to adl-lock
           else
               if tran-reopen-auth = spaces
                   move 'LOCKED' to adl-lock
                   move 'EFFECT IN CLOSED PERIOD' to ws-reject-reason
               else
                   move 'OVERRIDE' to adl-lock
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
           move 'LAB2RTMT' to pl-program
           move tran-action to pl-action
           move ws-tran-key to pl-key
           move ws-lock-start-ym to pl-closed-start-ym
           move ws-lock-end-ym to pl-closed-end-ym
           move tran-reopen-auth to pl-reopen-auth
           write prdlog-rec

           close prdlog-file

           add 1 to ws-overrides-logged.

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
           move ws-rates-count to ttl-master-out.
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

      *Rewrite The Rates Master From The Maintained Table
       600-rewrite-rates.

           close rates-file.

      *Carry The Changes Still Awaiting Approval To The Next Run,
      *Listing Each On The Audit Report
       610-rewrite-pending.

           open output pending-file

           if ws-pend-status not = '00'
               display
                   "*** UNABLE TO REWRITE HELD-CHANGE FILE - STATUS "
                   ws-pend-status " ***"
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
                       move ws-pend-tier(ws-sub) to pdl-tier
                       move ws-pend-eff-date(ws-sub) to pdl-eff-date
                       if ws-pend-rate(ws-sub) is numeric
                           move ws-pend-rate-num(ws-sub) to pdl-rate
                       else
                           move spaces to pdl-rate-text
                       end-if
                       move ws-pend-requester(ws-sub)
                           to pdl-requester
                       move ws-pend-held-date(ws-sub)
                           to pdl-held-date
                       write audit-line from pending-detail-line
                           after advancing 1 line
                   end-if

           end-perform

           close pending-file.

       end program lab2rtmt.
