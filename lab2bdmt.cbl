       identification division.
       program-id. lab2bdmt.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Batch maintenance for the call-volume budget master
      *(lab2.budget).  Management sets a planned call volume for
      *every year, month, province and tier desk; this program
      *reads a transaction file of ADD / CHANGE / DELETE budget
      *actions keyed by year, month, province and tier, applies
      *them to the budget in memory, and rewrites the master in
      *ascending key order with unique keys, valid province and
      *tier values and sane months - the shape the budget-versus-
      *actual report lab2bvsa depends on.  Produces a before/after
      *audit report of every budget line touched and a rejected-
      *transactions listing, in the style of lab2rtmt.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - requester authorization: every transaction
      *    carries a requester ID, proven against the authorized-
      *    user master (lab2.auth) for the BUDGET master and the
      *    action; an approver, when given, must be a different
      *    user holding approval rights.  The audit line shows
      *    requester and approver.
      *2026-10-15 KS - a budget master that is there but cannot be
      *    opened, or holds more entries than the table, now stops
      *    the run instead of being rewritten short.

       environment division.
       input-output section.
       file-control.
      *    selects the maintenance transaction file
           select transaction-file assign to '../../../data/lab2.bdtran'
               organization is line sequential
               file status is ws-tran-status.
      *    selects the call-volume budget master location and name
           select budget-file assign to '../../../data/lab2.budget'
               organization is line sequential
               file status is ws-budget-status.
      *    selects the audit report output location and name
           select audit-file assign to '../../../data/lab2.bdrpt'
               organization is line sequential.
      *    selects the authorized-user master
           select auth-file assign to '../../../data/lab2.auth'
               organization is line sequential
               file status is ws-auth-status.

       data division.
       file section.

      *Maintenance transaction file declaration - the year, month
      *and planned calls ride as display digits so they can be
      *proven numeric before anything arithmetic touches them
       fd transaction-file
           data record is tran-rec.

       01 tran-rec.
           05 tran-action                  pic x(8).
           05 tran-year                    pic x(4).
           05 tran-year-num                redefines tran-year
                                           pic 9(4).
           05 tran-month                   pic x(2).
           05 tran-month-num               redefines tran-month
                                           pic 9(2).
           05 tran-prov                    pic x(3).
           05 tran-tier                    pic x(6).
           05 tran-calls                   pic x(7).
           05 tran-calls-num               redefines tran-calls
                                           pic 9(7).
      *    who keyed the change and, where one signed it off, the
      *    second user who approved it
           05 tran-requester               pic x(8).
           05 tran-approver                pic x(8).

      *Call-volume budget master declaration - one planned volume
      *per year, month, province and tier, in that key order
       fd budget-file
           data record is budget-rec.

       01 budget-rec.
           05 bud-key.
               10 bud-year                 pic 9(4).
               10 bud-month                pic 9(2).
               10 bud-prov                 pic x(3).
               10 bud-tier                 pic x(6).
           05 bud-planned-calls            pic 9(7).

      *Audit report output declaration
       fd audit-file
           data record is audit-line.

       01 audit-line                       pic x(132).

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

       working-storage section.

      *End of transaction file declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of budget master file declaration
       01 ws-master-eof                    pic x
                   value 'n'.
           88 is-master-eof
                   value "y".

       77 ws-tran-status                   pic xx
                   value spaces.
       77 ws-budget-status                 pic xx
                   value spaces.
       77 ws-auth-status                   pic xx
                   value spaces.

      *End of authorized-user master declaration
       77 ws-auth-eof                      pic x
                   value 'n'.
           88 is-auth-eof
                   value 'y'.

      *Authorized-user table - the lab2.auth entries that cover
      *the budget master
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

      *Budget table - loaded from budget-file, maintained in
      *ascending year/month/province/tier order, and written back
      *out at end of job
       01 ws-budget-table.
           05 ws-budget-item occurs 2000 times.
      *            the four-part key is compared as one unit, so
      *            the fields live under a shared group
                   10 ws-bud-key.
                       15 ws-bud-year      pic 9(4).
                       15 ws-bud-month     pic 9(2).
                       15 ws-bud-prov      pic x(3).
                       15 ws-bud-tier      pic x(6).
                   10 ws-bud-planned-calls pic 9(7).

       77 ws-budget-count                  pic 9(4)
                   value 0.

      *the four-part key is compared as one unit, so build the
      *transaction's key the same way
       01 ws-tran-key.
           05 ws-tran-key-year             pic x(4).
           05 ws-tran-key-month            pic x(2).
           05 ws-tran-key-prov             pic x(3).
           05 ws-tran-key-tier             pic x(6).

      *valid tier values - must match the tier values lab2 keeps
      *on the roster and the call-history master
       01 ws-valid-tier-values.
           05 filler                       pic x(6)
                   value 'FIRST '.
           05 filler                       pic x(6)
                   value 'SECOND'.
           05 filler                       pic x(6)
                   value 'THIRD '.
       01 ws-valid-tier-table redefines ws-valid-tier-values.
           05 ws-valid-tier occurs 3 times pic x(6).

      *valid province codes
       01 ws-valid-prov-values.
           05 filler                       pic x(39)
                   value 'ONTQUEBC ALBSASMANNB NS PEINFLYUKNWTNUN'.
       01 ws-valid-prov-table redefines ws-valid-prov-values.
           05 ws-valid-prov occurs 13 times pic x(3).

      *validation work switches
       77 ws-tier-valid                    pic x
                   value 'n'.
           88 is-tier-valid
                   value 'y'.
       77 ws-prov-valid                    pic x
                   value 'n'.
           88 is-prov-valid
                   value 'y'.
       77 ws-month-valid                   pic x
                   value 'n'.
           88 is-month-valid
                   value 'y'.

      *position of the transaction key in the budget table (0 =
      *not found) and the slot an ADD would be inserted at to keep
      *the table in ascending key order
       77 ws-match-index                   pic 9(4)
                   value 0.
       77 ws-insert-index                  pic 9(4)
                   value 0.

      *reason the current transaction was rejected - spaces means
      *the transaction is (so far) acceptable
       77 ws-reject-reason                 pic x(30)
                   value spaces.

      *transaction counters
       77 ws-trans-read                    pic 9(5)
                   value 0.
       77 ws-trans-accepted                pic 9(5)
                   value 0.
       77 ws-trans-rejected                pic 9(5)
                   value 0.
       77 ws-master-in-count               pic 9(4)
                   value 0.
       77 ws-master-dropped                pic 9(4)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(4)
                   value 0.
       77 ws-sub2                          pic 9(4)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2bdmt'.
           05 filler                       pic x(5)
                   value spaces.
           05 name-line-date               pic 9(6).
           05 filler                       pic x(5)
                   value spaces.
           05 name-line-time               pic 9(8).

      *Report heading line
       01 report-heading.
           05 filler                       pic x(20).
           05 filler                       pic x(40)
                   value 'CALL-VOLUME BUDGET MAINTENANCE AUDIT'.

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'ACTION'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'YEAR'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(2)
                   value 'MO'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'PROV'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'TIER'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value '   BEFORE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value '    AFTER'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'STATUS'.
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

      *Audit detail line - one per transaction, showing the planned
      *calls before and after the change
       01 audit-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 adl-action                   pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-year                     pic x(4).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-month                    pic x(2).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-prov                     pic x(3).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-tier                     pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-before-calls             pic z,zzz,zz9.
           05 adl-before-text              redefines adl-before-calls
                                           pic x(9).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-after-calls              pic z,zzz,zz9.
           05 adl-after-text               redefines adl-after-calls
                                           pic x(9).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-status                   pic x(8).
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
      *found in the incoming master file itself (a hand edit)
       01 master-error-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(33)
                   value '*** MASTER SEQUENCE ERROR - KEY '.
           05 mel-year                     pic 9(4).
           05 filler                       pic x(1)
                   value '/'.
           05 mel-month                    pic 9(2).
           05 filler                       pic x(1)
                   value '/'.
           05 mel-prov                     pic x(3).
           05 filler                       pic x(1)
                   value '/'.
           05 mel-tier                     pic x(6).
           05 filler                       pic x(36)
                   value ' OUT OF ORDER OR DUPLICATE - DROPPED'.

      *Total lines
       01 total-trans-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'TRANSACTIONS READ:      '.
           05 ttl-trans-read               pic zz,zz9.

       01 total-accepted-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'TRANSACTIONS ACCEPTED:  '.
           05 ttl-trans-accepted           pic zz,zz9.

       01 total-rejected-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'TRANSACTIONS REJECTED:  '.
           05 ttl-trans-rejected           pic zz,zz9.

       01 total-master-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'MASTER RECORDS IN:      '.
           05 ttl-master-in                pic zz,zz9.
           05 filler                       pic x(6)
                   value '  OUT:'.
           05 ttl-master-out               pic zz,zz9.

       01 total-dropped-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'MASTER RECORDS DROPPED: '.
           05 ttl-master-dropped           pic zz,zz9.

       procedure division.

      *    open file handles
           open input transaction-file.

           if ws-tran-status not = '00'
               display
                   "*** UNABLE TO OPEN TRANSACTION FILE - STATUS "
                   ws-tran-status " ***"
               stop run
           end-if

           open output audit-file.

      *    grab the current date & time
           accept name-line-date from date.
           accept name-line-time from time.

           perform 000-print-headings.

      *    load the budget master into WS-BUDGET-ITEM, dropping and
      *    reporting any hand-edit damage (out-of-order or
      *    duplicate keys) so the rewritten master is clean
           perform 050-load-budget.

      *    load the users allowed to maintain the budget
           perform 065-load-authorized-users.

      *    process transaction file & output audit results
           perform 100-read-transaction.

           perform 200-process-transaction until is-end-of-file.

      *    rewrite the master from the maintained table
           perform 600-rewrite-budget.

      *    output total lines
           perform 500-print-totals.

      *    close file handles
           close transaction-file
                 audit-file.

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write audit-line from name-line before advancing 1 line.

           write audit-line from report-heading after advancing 1 line.

           write audit-line from heading-line1 after advancing 2 lines.

      *Load Call-Volume Budget Master File - a missing master is
      *the first budget ever keyed, so it starts empty; one that
      *is there and cannot be read stops the run rather than be
      *rewritten empty
       050-load-budget.

           move spaces to ws-budget-status
           open input budget-file

           if ws-budget-status = '35'
               move 'y' to ws-master-eof
           else
               if ws-budget-status not = '00'
                   display
                       "*** UNABLE TO OPEN BUDGET MASTER - STATUS "
                       ws-budget-status " ***"
                   stop run
               end-if
           end-if

           perform 055-read-budget until is-master-eof

           if ws-budget-status not = '35'
               close budget-file
           end-if.

      *Read One Budget Master Record Into The Table - more entries
      *than the table holds stops the run, since the master is
      *rewritten from the table
       055-read-budget.

           read budget-file
               at end
                   move 'y' to ws-master-eof
               not at end
                   add 1 to ws-master-in-count
      *            a key at or below the previous one means the
      *            file was hand edited out of sequence - drop
      *            it and list it rather than carry the damage
      *            into the rewritten master
                   if ws-budget-count > 0 and
                       bud-key not >
                           ws-bud-key(ws-budget-count)
                       add 1 to ws-master-dropped
                       move bud-year to mel-year
                       move bud-month to mel-month
                       move bud-prov to mel-prov
                       move bud-tier to mel-tier
                       write audit-line from master-error-line
                           after advancing 1 line
                   else
                       if ws-budget-count = 2000
                           display
                               "*** BUDGET TABLE FULL ***"
                           stop run
                       end-if
                       add 1 to ws-budget-count
                       move bud-key
                           to ws-bud-key(ws-budget-count)
                       move bud-planned-calls to
                           ws-bud-planned-calls(ws-budget-count)
                   end-if
           end-read.

      *Load The Authorized-User Entries For The Budget Master -
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
                       if (au-master = 'BUDGET' or au-master = 'ALL')
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

           read transaction-file at end move 'y' to found-eof.

           if not is-end-of-file
               add 1 to ws-trans-read
           end-if.

      *Process One Maintenance Transaction
       200-process-transaction.

           move spaces to ws-reject-reason
           move tran-action to adl-action
           move tran-year to adl-year
           move tran-month to adl-month
           move tran-prov to adl-prov
           move tran-tier to adl-tier
           move spaces to adl-before-text
           move spaces to adl-after-text
           move tran-requester to adl-requester
           move tran-approver to adl-approver

           move tran-year to ws-tran-key-year
           move tran-month to ws-tran-key-month
           move tran-prov to ws-tran-key-prov
           move tran-tier to ws-tran-key-tier

      *    every transaction needs a provable key before anything
      *    else is attempted
           perform 310-validate-month
           perform 320-validate-prov
           perform 330-validate-tier

           if not is-month-valid
               move 'INVALID YEAR OR MONTH' to ws-reject-reason
           else
               if not is-prov-valid
                   move 'INVALID PROVINCE CODE' to ws-reject-reason
               else
                   if not is-tier-valid
                       move 'INVALID TIER' to ws-reject-reason
                   end-if
               end-if
           end-if

      *    the requester (and any approver) must be allowed to
      *    make this change
           if ws-reject-reason = spaces
               perform 390-validate-requester
           end-if

           if ws-reject-reason = spaces

      *        locate the transaction key in the budget table, and
      *        the slot an ADD would occupy to keep key order
               perform 300-find-budget-entry

      *        carry the before image for any key already on file
               if ws-match-index > 0
                   move ws-bud-planned-calls(ws-match-index)
                       to adl-before-calls
               end-if

               if tran-action = 'ADD     '
                   perform 210-apply-add
               else
                   if tran-action = 'CHANGE  '
                       perform 220-apply-change
                   else
                       if tran-action = 'DELETE  '
                           perform 230-apply-delete
                       else
                           move 'UNKNOWN ACTION'
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if

           if ws-reject-reason = spaces
               add 1 to ws-trans-accepted
               move 'ACCEPTED' to adl-status
               move spaces to adl-reason
           else
               add 1 to ws-trans-rejected
               move 'REJECTED' to adl-status
               move ws-reject-reason to adl-reason
           end-if

           write audit-line from audit-detail-line
               after advancing 1 line.

      *    read next transaction
           perform 100-read-transaction.

      *Apply An ADD Transaction
       210-apply-add.

           if ws-match-index > 0
               move 'BUDGET KEY ALREADY ON FILE' to ws-reject-reason
           else
               if tran-calls is not numeric
                   move 'PLANNED CALLS NOT NUMERIC'
                       to ws-reject-reason
               else
                   if ws-budget-count = 2000
                       move 'BUDGET TABLE FULL'
                           to ws-reject-reason
                   end-if
               end-if
           end-if

           if ws-reject-reason = spaces
      *        shift every entry from the insert slot down one to
      *        open the slot, keeping the table in ascending order
               perform varying ws-sub from ws-budget-count by -1
                   until ws-sub < ws-insert-index

                       compute ws-sub2 = ws-sub + 1
                       move ws-budget-item(ws-sub)
                           to ws-budget-item(ws-sub2)

               end-perform

               add 1 to ws-budget-count
               move tran-year-num to ws-bud-year(ws-insert-index)
               move tran-month-num to ws-bud-month(ws-insert-index)
               move tran-prov to ws-bud-prov(ws-insert-index)
               move tran-tier to ws-bud-tier(ws-insert-index)
               move tran-calls-num
                   to ws-bud-planned-calls(ws-insert-index)

               move tran-calls-num to adl-after-calls
           end-if.

      *Apply A CHANGE Transaction - a new planned volume for an
      *existing year/month/province/tier key
       220-apply-change.

           if ws-match-index = 0
               move 'BUDGET KEY NOT ON FILE' to ws-reject-reason
           else
               if tran-calls is not numeric
                   move 'PLANNED CALLS NOT NUMERIC'
                       to ws-reject-reason
               end-if
           end-if

           if ws-reject-reason = spaces
               move tran-calls-num
                   to ws-bud-planned-calls(ws-match-index)
               move tran-calls-num to adl-after-calls
           end-if.

      *Apply A DELETE Transaction
       230-apply-delete.

           if ws-match-index = 0
               move 'BUDGET KEY NOT ON FILE' to ws-reject-reason
           end-if

           if ws-reject-reason = spaces
      *        shift every entry after the match up one to close
      *        the slot - the after image stays blank to show the
      *        budget line is gone
               perform varying ws-sub from ws-match-index by 1
                   until ws-sub >= ws-budget-count

                       compute ws-sub2 = ws-sub + 1
                       move ws-budget-item(ws-sub2)
                           to ws-budget-item(ws-sub)

               end-perform

               subtract 1 from ws-budget-count
           end-if.

      *Find The Transaction Key In The Budget Table
       300-find-budget-entry.

           move 0 to ws-match-index
           move 0 to ws-insert-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-budget-count or ws-insert-index > 0

                   if ws-bud-key(ws-sub) = ws-tran-key
                       move ws-sub to ws-match-index
                       move ws-sub to ws-insert-index
                   else
                       if ws-bud-key(ws-sub) > ws-tran-key
                           move ws-sub to ws-insert-index
                       end-if
                   end-if

           end-perform

      *    a key higher than every entry belongs at the end
           if ws-insert-index = 0
               compute ws-insert-index = ws-budget-count + 1
           end-if.

      *Validate The Transaction Year And Month
       310-validate-month.

           move 'n' to ws-month-valid

           if tran-year is numeric
               and tran-month is numeric
               if tran-year-num > 1999
                   and tran-year-num < 2100
                   and tran-month-num > 0
                   and tran-month-num < 13
                   move 'y' to ws-month-valid
               end-if
           end-if.

      *Validate The Transaction Province
       320-validate-prov.

           move 'n' to ws-prov-valid

           perform varying ws-sub from 1 by 1 until
               ws-sub > 13

                   if tran-prov = ws-valid-prov(ws-sub)
                       move 'y' to ws-prov-valid
                   end-if

           end-perform.

      *Validate The Transaction Tier
       330-validate-tier.

           move 'n' to ws-tier-valid

           perform varying ws-sub from 1 by 1 until
               ws-sub > 3

                   if tran-tier = ws-valid-tier(ws-sub)
                       move 'y' to ws-tier-valid
                   end-if

           end-perform.

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
           move ws-trans-accepted to ttl-trans-accepted.
           move ws-trans-rejected to ttl-trans-rejected.
           move ws-master-in-count to ttl-master-in.
           move ws-budget-count to ttl-master-out.
           move ws-master-dropped to ttl-master-dropped.

           write audit-line from total-trans-line
               after advancing 2 lines.
           write audit-line from total-accepted-line
               after advancing 1 line.
           write audit-line from total-rejected-line
               after advancing 1 line.
           write audit-line from total-master-line
               after advancing 1 line.
           write audit-line from total-dropped-line
               after advancing 1 line.

      *Rewrite The Budget Master From The Maintained Table
       600-rewrite-budget.

           open output budget-file

           if ws-budget-status not = '00'
               display
                   "*** UNABLE TO REWRITE BUDGET MASTER - STATUS "
                   ws-budget-status " ***"
               stop run
           end-if

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-budget-count

                   move ws-bud-key(ws-sub) to bud-key
                   move ws-bud-planned-calls(ws-sub)
                       to bud-planned-calls
                   write budget-rec

           end-perform

           close budget-file.

       end program lab2bdmt.
