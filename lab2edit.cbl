      *2026-09-02 KS - initial version.
      *2026-09-02 KS - roster record layout widened in step with
      *    the effective-dated roster master.
      *2026-10-15 KS - persistent reject suspense master
      *    (lab2.susp): every OPNF / NAME / CALL reject is held
      *    under its site, operator number and period with the
      *    reason and the date first rejected, until a later clean
      *    record for the same key resolves it; each run an item
      *    stays outstanding is counted for the aging report
      *    lab2suag prints.
      *2026-10-15 KS - a suspense master that is there but cannot
      *    be opened, or holds more items than the table, now stops
      *    the run instead of being rewritten short, as does a
      *    failed rewrite; items resolved on an earlier run are
      *    purged from the master, so the table has room for new
      *    rejects; run-control layout brought level with lab2's.
      *2026-10-15 KS - a reject that finds the suspense table full is
      *    counted and printed as NOT HELD on the suspense totals.

       environment division.
       input-output section.
      *    selects the edit report output location and name
           select report-file assign to '../../../data/lab2.edrpt'
               organization is line sequential.
      *    selects the reject suspense master location and name
           select suspense-file assign to '../../../data/lab2.susp'
               organization is line sequential
               file status is ws-susp-status.

       data division.
       file section.
           05 rc-month-labels.
               10 rc-month-label           pic x(3)
                   occurs 12 times.
           05 rc-fiscal-label              pic x(8).
           05 rc-fiscal-first-month        pic x(2).
           05 rc-fiscal-first-month-num    redefines
                                           rc-fiscal-first-month
                                           pic 9(2).

      *Edit report output declaration
       fd report-file

       01 report-line                      pic x(110).

      *Reject suspense master declaration - one record per site,
      *operator number and period (first month YYYYMM) in that key
      *order; an item stays 'O'utstanding until a clean record for
      *the same key stamps it 'R'esolved
       fd suspense-file
           data record is suspense-rec.

       01 suspense-rec.
           05 su-key.
               10 su-site-id               pic x(8).
               10 su-op-num                pic x(3).
               10 su-period-ym             pic 9(6).
           05 su-reason                    pic x(4).
           05 su-first-date                pic 9(8).
           05 su-last-date                 pic 9(8).
           05 su-runs-outstanding          pic 9(3).
           05 su-status                    pic x(1).
           05 su-resolved-date             pic 9(8).
           05 su-image                     pic x(51).

       working-storage section.

      *constants declaration - WS-NUMBER-OF-MONTHS is set from the
                   value spaces.
       77 ws-runctl-status                 pic xx
                   value spaces.
       77 ws-susp-status                   pic xx
                   value spaces.

      *reject file name built per site
       77 ws-reject-name                   pic x(40)
           88 is-runctl-eof
                   value 'y'.

      *End of suspense master declaration
       01 ws-susp-eof                      pic x
                   value 'n'.
           88 is-susp-eof
                   value 'y'.

      *run date broken out so suspense items can be stamped with a
      *full century date
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *the period the run-control card names, as its first month -
      *the period part of every suspense key this run
       77 ws-period-ym                     pic 9(6)
                   value 0.

      *Reject suspense table - loaded from suspense-file, kept in
      *ascending site/operator/period order, and written back out
      *at end of job
       01 ws-susp-table.
           05 ws-susp-item occurs 1000 times.
                   10 ws-su-key.
                       15 ws-su-site-id    pic x(8).
                       15 ws-su-op-num     pic x(3).
                       15 ws-su-period-ym  pic 9(6).
                   10 ws-su-reason         pic x(4).
                   10 ws-su-first-date     pic 9(8).
                   10 ws-su-last-date      pic 9(8).
                   10 ws-su-runs-out       pic 9(3).
                   10 ws-su-status         pic x(1).
                   10 ws-su-resolved-date  pic 9(8).
                   10 ws-su-image          pic x(51).

       77 ws-susp-count                    pic 9(4)
                   value 0.

      *the key of the record being edited, compared as one unit
       01 ws-susp-key-work.
           05 ws-skw-site-id               pic x(8).
           05 ws-skw-op-num                pic x(3).
           05 ws-skw-period-ym             pic 9(6).

      *position of the key in the suspense table (0 = not found)
      *and the slot a new item would be inserted at
       77 ws-susp-match                    pic 9(4)
                   value 0.
       77 ws-susp-insert                   pic 9(4)
                   value 0.
       77 ws-susp-sub                      pic 9(4)
                   value 0.
       77 ws-susp-sub2                     pic 9(4)
                   value 0.

      *suspense counters
       77 ws-susp-in                       pic 9(5)
                   value 0.
       77 ws-susp-dropped                  pic 9(5)
                   value 0.
       77 ws-susp-added                    pic 9(5)
                   value 0.
       77 ws-susp-rerejected               pic 9(5)
                   value 0.
       77 ws-susp-resolved                 pic 9(5)
                   value 0.
       77 ws-susp-outstanding              pic 9(5)
                   value 0.
       77 ws-susp-purged                   pic 9(5)
                   value 0.
       77 ws-susp-not-held                 pic 9(5)
                   value 0.

      *Operator roster table, loaded from operator-file so the
      *on-roster edit uses the same lookup lab2 does
       01 ws-operator-table.
           88 is-overflow-noted
                   value 'y'.

      *set once the suspense-table-full console warning has been
      *given
       77 ws-susp-full-noted               pic x
                   value 'n'.
           88 is-susp-full-noted
                   value 'y'.

      *record counters
       77 ws-records-read                  pic 9(5)
                   value 0.
                   value 'RECORDS REJECTED:       '.
           05 ttl-records-rejected         pic zz,zz9.

      *Suspense lines
       01 suspense-error-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(35)
                   value '*** SUSPENSE SEQUENCE ERROR - KEY '.
           05 sel-susp-key                 pic x(17).
           05 filler                       pic x(36)
                   value ' OUT OF ORDER OR DUPLICATE - DROPPED'.

       01 suspense-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'SUSPENSE ITEMS ADDED:   '.
           05 sul-added                    pic zz,zz9.
           05 filler                       pic x(18)
                   value '  STILL REJECTED: '.
           05 sul-rerejected               pic zz,zz9.
           05 filler                       pic x(12)
                   value '  RESOLVED: '.
           05 sul-resolved                 pic zz,zz9.
           05 filler                       pic x(12)
                   value '  NOT HELD: '.
           05 sul-not-held                 pic zz,zz9.

       01 suspense-line2.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'SUSPENSE OUTSTANDING:   '.
           05 sul-outstanding              pic zz,zz9.
           05 filler                       pic x(18)
                   value '  MASTER IN:      '.
           05 sul-in                       pic zz,zz9.
           05 filler                       pic x(12)
                   value '  DROPPED:  '.
           05 sul-dropped                  pic zz,zz9.
           05 filler                       pic x(12)
                   value '  PURGED:   '.
           05 sul-purged                   pic zz,zz9.

       procedure division.

      *    read and validate the run-control card first - the month
                output report-file.

      *    grab the current date & time
           accept ws-run-date from date.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.
           accept name-line-time from time.

           perform 000-print-headings.

      *    the reject suspense carried forward from earlier runs
           perform 060-load-suspense.

      *    edit the stream record by record
           perform 100-read-input-file.

               perform 130-force-close-site
           end-if

      *    age the items still outstanding and write the suspense
      *    master back out
           perform 600-rewrite-suspense.

      *    output per-site and total lines
           perform 500-print-totals.

               stop run
           end-if

      *    the period year and first month key the reject suspense
           if rc-period-year is not numeric
               or rc-first-month is not numeric
               or rc-first-month < 1
               or rc-first-month > 12
               display "*** RUN CONTROL PERIOD YEAR OR FIRST MONTH"
                   " INVALID ***"
               stop run
           end-if

           move rc-month-count to ws-number-of-months.
           compute ws-period-ym = (rc-period-year * 100)
               + rc-first-month.

      *Load Operator Roster Master File
       050-load-operator-master.

           close operator-file.

      *Load The Reject Suspense Master - a missing master is a
      *first run with nothing outstanding, but a master that is
      *there and cannot be read stops the run rather than be
      *rewritten empty; a key out of ascending order is reported
      *and dropped rather than carried
       060-load-suspense.

           move spaces to ws-susp-status
           open input suspense-file

           if ws-susp-status = '35'
               move 'y' to ws-susp-eof
           else
               if ws-susp-status not = '00'
                   display
                       "*** UNABLE TO OPEN SUSPENSE MASTER - STATUS "
                       ws-susp-status " ***"
                   stop run
               end-if
           end-if

           perform 065-read-suspense until is-susp-eof

           if ws-susp-status not = '35'
               close suspense-file
           end-if.

      *Read One Suspense Master Record Into The Table - more items
      *than the table holds stops the run, since the master is
      *rewritten from the table
       065-read-suspense.

           read suspense-file
               at end
                   move 'y' to ws-susp-eof
               not at end
                   add 1 to ws-susp-in
                   if ws-susp-count > 0
                       and su-key not >
                           ws-su-key(ws-susp-count)
                       add 1 to ws-susp-dropped
                       move su-key to sel-susp-key
                       write report-line from suspense-error-line
                           after advancing 1 line
                   else
                       if ws-susp-count = 1000
                           display
                               "*** SUSPENSE TABLE FULL ***"
                           stop run
                       end-if
                       add 1 to ws-susp-count
                       move su-key
                           to ws-su-key(ws-susp-count)
                       move su-reason
                           to ws-su-reason(ws-susp-count)
                       move su-first-date
                           to ws-su-first-date(ws-susp-count)
                       move su-last-date
                           to ws-su-last-date(ws-susp-count)
                       move su-runs-outstanding
                           to ws-su-runs-out(ws-susp-count)
                       move su-status
                           to ws-su-status(ws-susp-count)
                       move su-resolved-date to
                           ws-su-resolved-date(ws-susp-count)
                       move su-image
                           to ws-su-image(ws-susp-count)
                   end-if
           end-read.

      *Read One Input Record
       100-read-input-file.

                   add 1 to ws-ste-clean(ws-site-index)
               end-if
               write clean-rec from emp-rec
               perform 180-resolve-suspense
           else
               perform 160-write-reject
      *        a missing operator number gives nothing to match a
      *        later correction against, and a duplicate's operator
      *        was already counted - neither is held in suspense
               if ws-reject-reason-code = 'OPNF'
                   or ws-reject-reason-code = 'NAME'
                   or ws-reject-reason-code = 'CALL'
                   perform 190-post-suspense
               end-if
           end-if.

      *Look The Operator Number Up On The Roster
               move 'y' to ws-reject-open
           end-if.

      *A Clean Record Resolves Any Outstanding Suspense Item Held
      *Under The Same Site, Operator Number And Period
       180-resolve-suspense.

           perform 240-find-suspense

           if ws-susp-match > 0
               if ws-su-status(ws-susp-match) = 'O'
                   move 'R' to ws-su-status(ws-susp-match)
                   move ws-run-ymd
                       to ws-su-resolved-date(ws-susp-match)
                   add 1 to ws-susp-resolved
               end-if
           end-if.

      *Hold A Reject In Suspense - a new key is added dated today;
      *a key still outstanding keeps its first-rejected date and
      *takes the latest reason; a key resolved on an earlier run
      *and now rejected again starts over as a new item; a new key
      *that finds the table full is counted as not held
       190-post-suspense.

           perform 240-find-suspense

           if ws-susp-match > 0
               if ws-su-status(ws-susp-match) = 'O'
                   add 1 to ws-susp-rerejected
               else
                   move ws-run-ymd
                       to ws-su-first-date(ws-susp-match)
                   move 0 to ws-su-runs-out(ws-susp-match)
                   move 'O' to ws-su-status(ws-susp-match)
                   move 0 to ws-su-resolved-date(ws-susp-match)
                   add 1 to ws-susp-added
               end-if
               move ws-reject-reason-code
                   to ws-su-reason(ws-susp-match)
               move ws-run-ymd to ws-su-last-date(ws-susp-match)
               move emp-rec to ws-su-image(ws-susp-match)
           else
               if ws-susp-count < 1000
      *            open a slot at the insert point
                   perform varying ws-susp-sub2 from ws-susp-count
                       by -1 until
                       ws-susp-sub2 < ws-susp-insert

                           move ws-susp-item(ws-susp-sub2)
                               to ws-susp-item(ws-susp-sub2 + 1)

                   end-perform
                   add 1 to ws-susp-count
                   move ws-susp-key-work
                       to ws-su-key(ws-susp-insert)
                   move ws-reject-reason-code
                       to ws-su-reason(ws-susp-insert)
                   move ws-run-ymd
                       to ws-su-first-date(ws-susp-insert)
                   move ws-run-ymd
                       to ws-su-last-date(ws-susp-insert)
                   move 0 to ws-su-runs-out(ws-susp-insert)
                   move 'O' to ws-su-status(ws-susp-insert)
                   move 0 to ws-su-resolved-date(ws-susp-insert)
                   move emp-rec to ws-su-image(ws-susp-insert)
                   add 1 to ws-susp-added
               else
                   add 1 to ws-susp-not-held
                   perform 250-note-suspense-full
               end-if
           end-if.

      *Build The Suspense Key Of The Current Record And Find It -
      *WS-SUSP-MATCH is its slot, or 0 with WS-SUSP-INSERT the slot
      *that keeps the table in key order
       240-find-suspense.

           if ws-site-index > 0
               move ws-ste-id(ws-site-index) to ws-skw-site-id
           else
               move '--------' to ws-skw-site-id
           end-if
           move emp-rec-num to ws-skw-op-num
           move ws-period-ym to ws-skw-period-ym

           move 0 to ws-susp-match
           compute ws-susp-insert = ws-susp-count + 1

           perform varying ws-susp-sub from 1 by 1 until
               ws-susp-sub > ws-susp-count
               or ws-susp-match > 0
               or ws-susp-insert not = ws-susp-count + 1

                   if ws-su-key(ws-susp-sub) = ws-susp-key-work
                       move ws-susp-sub to ws-susp-match
                   else
                       if ws-su-key(ws-susp-sub) > ws-susp-key-work
                           move ws-susp-sub to ws-susp-insert
                       end-if
                   end-if

           end-perform.

      *Warn Once That The Suspense Table Is Full
       250-note-suspense-full.

           if not is-susp-full-noted
               display
                   "*** SUSPENSE TABLE FULL - FURTHER ITEMS"
                   " NOT HELD ***"
               move 'y' to ws-susp-full-noted
           end-if.

       500-print-totals.

           perform varying ws-site-sub from 1 by 1 until
           write report-line from total-rejected-line
               after advancing 1 line.

           move ws-susp-added to sul-added
           move ws-susp-rerejected to sul-rerejected
           move ws-susp-resolved to sul-resolved
           move ws-susp-not-held to sul-not-held
           move ws-susp-outstanding to sul-outstanding
           move ws-susp-in to sul-in
           move ws-susp-dropped to sul-dropped
           move ws-susp-purged to sul-purged

           write report-line from suspense-line1
               after advancing 2 lines
           write report-line from suspense-line2
               after advancing 1 line.

      *Rewrite The Reject Suspense Master - every item still
      *outstanding after this run has been outstanding one more
      *run; an item resolved this run stays on file with its
      *resolved stamp for the aging report, and is purged on the
      *next run
       600-rewrite-suspense.

           open output suspense-file

           if ws-susp-status not = '00'
               display
                   "*** UNABLE TO REWRITE SUSPENSE MASTER - STATUS "
                   ws-susp-status " ***"
               stop run
           end-if

           perform varying ws-susp-sub from 1 by 1 until
               ws-susp-sub > ws-susp-count

                   if ws-su-status(ws-susp-sub) = 'O'
                       if ws-su-runs-out(ws-susp-sub) < 999
                           add 1 to ws-su-runs-out(ws-susp-sub)
                       end-if
                       add 1 to ws-susp-outstanding
                   end-if

                   if ws-su-status(ws-susp-sub) = 'R'
                       and ws-su-resolved-date(ws-susp-sub)
                           < ws-run-ymd
                       add 1 to ws-susp-purged
                   else
                       perform 610-write-suspense
                   end-if

           end-perform

           close suspense-file.

      *Write One Suspense Table Item To The Master
       610-write-suspense.

           move ws-su-key(ws-susp-sub) to su-key
           move ws-su-reason(ws-susp-sub) to su-reason
           move ws-su-first-date(ws-susp-sub) to su-first-date
           move ws-su-last-date(ws-susp-sub) to su-last-date
           move ws-su-runs-out(ws-susp-sub) to su-runs-outstanding
           move ws-su-status(ws-susp-sub) to su-status
           move ws-su-resolved-date(ws-susp-sub) to su-resolved-date
           move ws-su-image(ws-susp-sub) to su-image
           write suspense-rec.

       end program lab2edit.
