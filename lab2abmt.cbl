      *the calendar file is not to be edited by hand.
      *Modification History:
      *2026-09-02 KS - initial version.
      *2026-10-15 KS - closed-period lock: an absence falling in a
      *    period CLOSED on the period-control master (lab2.prdctl)
      *    is rejected unless the transaction carries a reopen
      *    authorization; overrides are logged to lab2.prdlog and
      *    the audit line shows the lock decision.
      *2026-10-15 KS - requester authorization: every transaction
      *    carries a requester ID, proven against the authorized-
      *    user master (lab2.auth) for the ABCAL master and the
      *    action; an approver, when given, must be a different
      *    user holding approval rights.  The audit line shows
      *    requester and approver.
      *2026-10-15 KS - a period-control master that is there but
      *    cannot be opened now stops the run; only a missing one
      *    means no period has been closed.

       environment division.
       input-output section.
      *    selects the audit report output location and name
           select audit-file assign to '../../../data/lab2.abrpt'
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

       data division.
       file section.
           05 tran-month-num               redefines tran-month
                                           pic 9(2).
           05 tran-code                    pic x(4).
      *    who signed off a change that reaches into a closed
      *    period - blank on an ordinary transaction
           05 tran-reopen-auth             pic x(8).
      *    who keyed the change and, where one signed it off, the
      *    second user who approved it
           05 tran-requester               pic x(8).
           05 tran-approver                pic x(8).

      *Approved-absence calendar master declaration - same record
      *layout as the ABSENCE-REC read by lab2

       01 audit-line                       pic x(110).

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

      *Authorized-user master declaration - one record per user
      *per master per action; the same layout is read by every
      *master maintenance program
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

       working-storage section.

      *End of transaction file declaration
                   value spaces.
       77 ws-opmast-status                 pic xx
                   value spaces.
       77 ws-prdctl-status                 pic xx
                   value spaces.
       77 ws-prdlog-status                 pic xx
                   value spaces.
       77 ws-auth-status                   pic xx
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

      *the month an absence falls in, and the closed period it ran
      *into when it is locked
       77 ws-lock-ym                       pic 9(6)
                   value 0.
       77 ws-lock-start-ym                 pic 9(6)
                   value 0.
       77 ws-lock-end-ym                   pic 9(6)
                   value 0.

      *Authorized-user table - the lab2.auth entries that cover
      *the absence calendar
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

      *Absence calendar table - loaded from absence-file,
      *maintained in ascending operator/year/month key order, and
                   value 0.
       77 ws-master-dropped                pic 9(3)
                   value 0.
       77 ws-overrides-logged              pic 9(5)
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

      *Master-load error line - an out-of-sequence or duplicate
                   value 'CALENDAR RECORDS DROPPED'.
           05 ttl-master-dropped           pic zz,zz9.

       01 total-override-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'LOCK OVERRIDES LOGGED:  '.
           05 ttl-overrides-logged         pic zz,zz9.

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

      *    load the users allowed to maintain the calendar
           perform 065-load-authorized-users.

      *    load the roster numbers so each absence can be proven
      *    to belong to a real operator
           perform 040-load-roster-numbers.
               end-if
           end-if.

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

      *Load The Authorized-User Entries For The Absence Calendar -
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
                       if (au-master = 'ABCAL' or au-master = 'ALL')
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

      *Read Transaction File
       100-read-transaction.

           move tran-year to adl-year
           move tran-month to adl-month
           move tran-code to adl-code
           move spaces to adl-lock
           move tran-requester to adl-requester
           move tran-approver to adl-approver

           move tran-op-num to ws-tran-key-op
           move tran-year to ws-tran-key-year
               end-if
           end-if

      *    the requester (and any approver) must be allowed to
      *    make this change
           if ws-reject-reason = spaces
               perform 390-validate-requester
           end-if

           if ws-reject-reason = spaces

               perform 300-find-calendar-entry
               add 1 to ws-trans-accepted
               move 'ACCEPTED' to adl-status
               move spaces to adl-reason
               if adl-lock = 'OVERRIDE'
                   perform 360-log-override
               end-if
           else
               add 1 to ws-trans-rejected
               move 'REJECTED' to adl-status
               end-if
           end-if

           if ws-reject-reason = spaces
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces
      *        shift every entry from the insert slot down one to
      *        open the slot, keeping the table in ascending order

           if ws-match-index = 0
               move 'ABSENCE NOT ON CALENDAR' to ws-reject-reason
           end-if

           if ws-reject-reason = spaces
               perform 350-check-period-lock
           end-if

           if ws-reject-reason = spaces
      *        shift every entry after the match up one to close
      *        the slot
               perform varying ws-sub from ws-match-index by 1

           end-perform.

      *Check The Absence Month Against The Closed Periods - a hit
      *is refused unless the transaction carries a reopen
      *authorization, in which case it goes through as an override
       350-check-period-lock.

           compute ws-lock-ym = (tran-year-num * 100) + tran-month-num
           move 0 to ws-lock-start-ym

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-closed-count or ws-lock-start-ym > 0

                   if ws-cp-start-ym(ws-sub) not > ws-lock-ym
                       and ws-cp-end-ym(ws-sub) not < ws-lock-ym
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
           move 'LAB2ABMT' to pl-program
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
           move ws-calendar-count to ttl-master-out.
           move ws-master-dropped to ttl-master-dropped.
           move ws-overrides-logged to ttl-overrides-logged.

           write audit-line from total-trans-line
               after advancing 2 lines.
               after advancing 1 line.
           write audit-line from total-dropped-line
               after advancing 1 line.
           write audit-line from total-override-line
               after advancing 1 line.

      *Rewrite The Calendar Master From The Maintained Table
       600-rewrite-calendar.
