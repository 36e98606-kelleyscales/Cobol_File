       identification division.
       program-id. lab2suag.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Reject suspense aging report.  Reads the suspense master
      *(lab2.susp) lab2edit keeps of every operator record it
      *rejected and that no later clean record has yet resolved,
      *and ages each outstanding item by the number of lab2edit
      *runs it has stayed outstanding.  Items are listed by site
      *and reason code, with a subtotal per site and reason, a
      *total per site and a grand total, each counting the items
      *outstanding for more than one, two and three runs, so the
      *sites whose rejects never get fixed can be chased.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - a suspense master that is there but cannot be
      *    opened now stops the run; only a missing one is taken as
      *    nothing outstanding.

       environment division.
       input-output section.
       file-control.
      *    selects the reject suspense master
           select suspense-file assign to '../../../data/lab2.susp'
               organization is line sequential
               file status is ws-susp-status.
      *    selects the aging report output location and name
           select report-file assign to '../../../data/lab2.sarpt'
               organization is line sequential.

       data division.
       file section.

      *Reject suspense master declaration - same record layout as
      *the SUSPENSE-REC written by lab2edit
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

      *Aging report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

      *End of suspense master declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

       77 ws-susp-status                   pic xx
                   value spaces.

      *run date broken out so the heading can show a full century
      *date
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *Outstanding-item table - every item still outstanding, kept
      *in ascending site/reason/operator/period order as it loads
      *so the report can break on site and reason in one pass
       01 ws-item-table.
           05 ws-item-entry occurs 2000 times.
                   10 ws-item-key.
                       15 ws-item-site     pic x(8).
                       15 ws-item-reason   pic x(4).
                       15 ws-item-op-num   pic x(3).
                       15 ws-item-period   pic 9(6).
                   10 ws-item-first-date   pic 9(8).
                   10 ws-item-last-date    pic 9(8).
                   10 ws-item-runs         pic 9(3).

       77 ws-item-count                    pic 9(4)
                   value 0.

       01 ws-new-key.
           05 ws-new-key-site              pic x(8).
           05 ws-new-key-reason            pic x(4).
           05 ws-new-key-op-num            pic x(3).
           05 ws-new-key-period            pic 9(6).

       77 ws-insert-index                  pic 9(4)
                   value 0.

      *Aging column accumulators - 1 all outstanding, 2 more than
      *one run, 3 more than two runs, 4 more than three runs
       01 ws-reason-totals.
           05 ws-reason-bucket             pic 9(5)
                   occurs 4 times.
       01 ws-site-totals.
           05 ws-site-bucket               pic 9(5)
                   occurs 4 times.
       01 ws-grand-totals.
           05 ws-grand-bucket              pic 9(5)
                   occurs 4 times.

       77 ws-current-site                  pic x(8)
                   value spaces.
       77 ws-current-reason                pic x(4)
                   value spaces.
       77 ws-site-count                    pic 9(3)
                   value 0.

      *master counters
       77 ws-master-in-count               pic 9(5)
                   value 0.
       77 ws-master-resolved-count         pic 9(5)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(4)
                   value 0.
       77 ws-sub2                          pic 9(4)
                   value 0.
       77 ws-bucket-sub                    pic 9
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2suag'.
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
                   value 'REJECT SUSPENSE AGING BY SITE AND REASON'.
           05 filler                       pic x(7)
                   value 'AS OF: '.
           05 rh-as-of-date                pic 9(8).

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'SITE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'REASON'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(3)
                   value 'OPR'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'PERIOD'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(9)
                   value 'FIRST REJ'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'LAST REJ'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'RUNS'.
           05 filler                       pic x(13)
                   value '  OUTSTANDING'.
           05 filler                       pic x(13)
                   value '       >1 RUN'.
           05 filler                       pic x(13)
                   value '      >2 RUNS'.
           05 filler                       pic x(13)
                   value '      >3 RUNS'.

      *Aging detail line - one per outstanding item, flagged under
      *each column it has aged past
       01 aging-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 adl-site                     pic x(8).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-reason                   pic x(4).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-op-num                   pic x(3).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-period                   pic 9(6).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-first-date               pic 9(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-last-date                pic 9(8).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-runs                     pic zz9.
           05 adl-bucket-group.
               10 adl-bucket-entry occurs 4 times.
                   15 filler               pic x(11).
                   15 adl-bucket           pic x(2).

      *Reason subtotal line
       01 reason-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 rtl-site                     pic x(8).
           05 filler                       pic x(3)
                   value spaces.
           05 rtl-reason                   pic x(4).
           05 filler                       pic x(41)
                   value ' TOTAL'.
           05 rtl-bucket-group.
               10 rtl-bucket-entry occurs 4 times.
                   15 filler               pic x(7).
                   15 rtl-bucket           pic zz,zz9.

      *Site total line
       01 site-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 stl-site                     pic x(8).
           05 filler                       pic x(48)
                   value ' SITE TOTAL'.
           05 stl-bucket-group.
               10 stl-bucket-entry occurs 4 times.
                   15 filler               pic x(7).
                   15 stl-bucket           pic zz,zz9.

      *Grand total line
       01 grand-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(56)
                   value 'GRAND TOTAL'.
           05 gtl-bucket-group.
               10 gtl-bucket-entry occurs 4 times.
                   15 filler               pic x(7).
                   15 gtl-bucket           pic zz,zz9.

      *Total lines
       01 total-master-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'SUSPENSE ITEMS READ:    '.
           05 ttl-master-in                pic zz,zz9.

       01 total-resolved-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'RESOLVED ITEMS SKIPPED: '.
           05 ttl-master-resolved          pic zz,zz9.

       01 total-sites-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'SITES WITH OUTSTANDING: '.
           05 ttl-site-count               pic zz,zz9.

       procedure division.

      *    grab the current date & time
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

      *    load every outstanding item into site/reason order
           perform 050-load-outstanding-items.

           open output report-file

           perform 000-print-headings.

      *    one pass over the table, breaking on site and reason
           move spaces to ws-current-site
           move spaces to ws-current-reason
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move 0 to ws-grand-bucket(ws-bucket-sub)

           end-perform

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-item-count

                   if ws-item-site(ws-sub) not = ws-current-site
                       if ws-current-site not = spaces
                           perform 300-print-reason-total
                           perform 310-print-site-total
                       end-if
                       perform 250-start-site
                       perform 260-start-reason
                   else
                       if ws-item-reason(ws-sub)
                           not = ws-current-reason
                           perform 300-print-reason-total
                           perform 260-start-reason
                       end-if
                   end-if

                   perform 200-age-one-item

           end-perform

           if ws-current-site not = spaces
               perform 300-print-reason-total
               perform 310-print-site-total
           end-if

      *    output total lines
           perform 500-print-totals.

           close report-file.

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           move ws-run-ymd to rh-as-of-date
           write report-line from report-heading
               after advancing 1 line.

           write report-line from heading-line1 after advancing 2 lines.

      *Load The Outstanding Items From The Suspense Master - no
      *master yet means lab2edit has never rejected anything, but
      *a master that is there and cannot be read stops the run
      *rather than print a clean report
       050-load-outstanding-items.

           move spaces to ws-susp-status
           open input suspense-file

           if ws-susp-status = '35'
               move 'y' to found-eof
           else
               if ws-susp-status not = '00'
                   display
                       "*** UNABLE TO OPEN SUSPENSE MASTER - STATUS "
                       ws-susp-status " ***"
                   stop run
               end-if
           end-if

           perform 055-read-suspense until is-end-of-file

           if ws-susp-status not = '35'
               close suspense-file
           end-if.

      *Read One Suspense Master Record - resolved items are only
      *counted
       055-read-suspense.

           read suspense-file
               at end
                   move 'y' to found-eof
               not at end
                   add 1 to ws-master-in-count
                   if su-status = 'O'
                       perform 060-insert-outstanding-item
                   else
                       add 1 to ws-master-resolved-count
                   end-if
           end-read.

      *Insert One Outstanding Item In Site/Reason Order
       060-insert-outstanding-item.

           if ws-item-count = 2000
               display "*** OUTSTANDING ITEM TABLE FULL ***"
               stop run
           end-if

           move su-site-id to ws-new-key-site
           move su-reason to ws-new-key-reason
           move su-op-num to ws-new-key-op-num
           move su-period-ym to ws-new-key-period

           move 0 to ws-insert-index
           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-item-count or ws-insert-index > 0

                   if ws-item-key(ws-sub) > ws-new-key
                       move ws-sub to ws-insert-index
                   end-if

           end-perform

           if ws-insert-index = 0
               compute ws-insert-index = ws-item-count + 1
           end-if

      *    shift every entry from the insert slot down one to open
      *    the slot
           perform varying ws-sub from ws-item-count by -1
               until ws-sub < ws-insert-index

                   compute ws-sub2 = ws-sub + 1
                   move ws-item-entry(ws-sub)
                       to ws-item-entry(ws-sub2)

           end-perform

           add 1 to ws-item-count
           move ws-new-key to ws-item-key(ws-insert-index)
           move su-first-date to ws-item-first-date(ws-insert-index)
           move su-last-date to ws-item-last-date(ws-insert-index)
           move su-runs-outstanding to ws-item-runs(ws-insert-index).

      *Age One Outstanding Item And Print Its Detail Line
       200-age-one-item.

           move ws-item-site(ws-sub) to adl-site
           move ws-item-reason(ws-sub) to adl-reason
           move ws-item-op-num(ws-sub) to adl-op-num
           move ws-item-period(ws-sub) to adl-period
           move ws-item-first-date(ws-sub) to adl-first-date
           move ws-item-last-date(ws-sub) to adl-last-date
           move ws-item-runs(ws-sub) to adl-runs

      *    column 1 counts every outstanding item; columns 2-4 count
      *    it once it has been outstanding more than 1, 2, 3 runs
           move spaces to adl-bucket-group
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   if ws-item-runs(ws-sub) > ws-bucket-sub - 1
                       add 1 to ws-reason-bucket(ws-bucket-sub)
                       add 1 to ws-site-bucket(ws-bucket-sub)
                       add 1 to ws-grand-bucket(ws-bucket-sub)
                       move ' *' to adl-bucket(ws-bucket-sub)
                   else
                       move spaces to adl-bucket(ws-bucket-sub)
                   end-if

           end-perform

           write report-line from aging-detail-line
               after advancing 1 line.

      *Start The Accumulators For A New Site
       250-start-site.

           move ws-item-site(ws-sub) to ws-current-site
           add 1 to ws-site-count

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move 0 to ws-site-bucket(ws-bucket-sub)

           end-perform.

      *Start The Accumulators For A New Reason Within The Site
       260-start-reason.

           move ws-item-reason(ws-sub) to ws-current-reason

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move 0 to ws-reason-bucket(ws-bucket-sub)

           end-perform.

      *Print The Subtotal Line For The Reason Just Finished
       300-print-reason-total.

           move ws-current-site to rtl-site
           move ws-current-reason to rtl-reason

           move spaces to rtl-bucket-group
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move ws-reason-bucket(ws-bucket-sub)
                       to rtl-bucket(ws-bucket-sub)

           end-perform

           write report-line from reason-total-line
               after advancing 1 line.

      *Print The Total Line For The Site Just Finished
       310-print-site-total.

           move ws-current-site to stl-site

           move spaces to stl-bucket-group
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move ws-site-bucket(ws-bucket-sub)
                       to stl-bucket(ws-bucket-sub)

           end-perform

           write report-line from site-total-line
               after advancing 1 line

           move spaces to report-line
           write report-line after advancing 1 line.

       500-print-totals.

           move spaces to gtl-bucket-group
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move ws-grand-bucket(ws-bucket-sub)
                       to gtl-bucket(ws-bucket-sub)

           end-perform

           write report-line from grand-total-line
               after advancing 1 line

           move ws-master-in-count to ttl-master-in.
           move ws-master-resolved-count to ttl-master-resolved.
           move ws-site-count to ttl-site-count.

           write report-line from total-master-line
               after advancing 2 lines.
           write report-line from total-resolved-line
               after advancing 1 line.
           write report-line from total-sites-line
               after advancing 1 line.

       end program lab2suag.
