       identification division.
       program-id. lab2arag.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Accounts-receivable aging report.  Reads the open-item
      *master (lab2.armast) lab2binv posts invoices to and lab2arpy
      *posts payments against, and ages every invoice still owing
      *by the days between its invoice date and the run date:
      *current (30 days or less), 31-60, 61-90 and over 90 days.
      *Open items are listed by province, each with its balance in
      *its aging column, followed by a province subtotal per column
      *and a grand total, so Finance can see which provinces are
      *slow to pay without working it out by hand.
      *Modification History:
      *2026-10-15 KS - initial version.

       environment division.
       input-output section.
       file-control.
      *    selects the accounts-receivable open-item master
           select armast-file assign to '../../../data/lab2.armast'
               organization is line sequential
               file status is ws-armast-status.
      *    selects the aging report output location and name
           select report-file assign to '../../../data/lab2.agrpt'
               organization is line sequential.

       data division.
       file section.

      *Accounts-receivable master declaration - same record layout
      *as the AR-REC written by lab2binv
       fd armast-file
           data record is ar-rec.

       01 ar-rec.
           05 ar-invoice-num               pic 9(7).
           05 ar-prov                      pic x(3).
           05 ar-period-ym                 pic 9(6).
           05 ar-month-count               pic 9(2).
           05 ar-invoice-date              pic 9(8).
           05 ar-amount-due                pic 9(9)v99.
           05 ar-amount-paid               pic 9(9)v99.
           05 ar-last-pay-date             pic 9(8).
           05 ar-status                    pic x(1).

      *Aging report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(132).

       working-storage section.

      *End of receivables master declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

       77 ws-armast-status                 pic xx
                   value spaces.

      *run date broken out so the aging can use a full century date
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.
       77 ws-run-day-number                pic 9(7)
                   value 0.

      *Open-item table - every invoice still owing, kept in
      *ascending province-then-invoice order as it loads so the
      *report can break on province in one pass
       01 ws-item-table.
           05 ws-item-entry occurs 2000 times.
                   10 ws-item-key.
                       15 ws-item-prov     pic x(3).
                       15 ws-item-invoice  pic 9(7).
                   10 ws-item-period-ym    pic 9(6).
                   10 ws-item-date         pic 9(8).
                   10 ws-item-balance      pic 9(9)v99.

       77 ws-item-count                    pic 9(4)
                   value 0.

       01 ws-new-key.
           05 ws-new-key-prov              pic x(3).
           05 ws-new-key-invoice           pic 9(7).

       77 ws-insert-index                  pic 9(4)
                   value 0.

      *Aging column accumulators - 1 current, 2 31-60 days,
      *3 61-90 days, 4 over 90 days
       01 ws-prov-totals.
           05 ws-prov-bucket               pic 9(11)v99
                   occurs 4 times.
       01 ws-grand-totals.
           05 ws-grand-bucket              pic 9(11)v99
                   occurs 4 times.

       77 ws-prov-balance                  pic 9(11)v99
                   value 0.
       77 ws-grand-balance                 pic 9(11)v99
                   value 0.
       77 ws-prov-item-count               pic 9(4)
                   value 0.
       77 ws-prov-count                    pic 9(3)
                   value 0.
       77 ws-current-prov                  pic x(3)
                   value spaces.

      *days outstanding on one item and the column it ages into
       77 ws-days-old                      pic s9(7)
                   value 0.
       77 ws-bucket                        pic 9
                   value 0.

      *Day-number work fields - a date converted to a running day
      *count so two dates subtract to the days between them
       01 ws-dn-date.
           05 ws-dn-yyyy                   pic 9(4).
           05 ws-dn-mm                     pic 9(2).
           05 ws-dn-dd                     pic 9(2).

       77 ws-dn-a                          pic 9(1)
                   value 0.
       77 ws-dn-y                          pic 9(5)
                   value 0.
       77 ws-dn-m                          pic 9(2)
                   value 0.
       77 ws-dn-month-days                 pic 9(4)
                   value 0.
       77 ws-dn-leap-4                     pic 9(5)
                   value 0.
       77 ws-dn-leap-100                   pic 9(5)
                   value 0.
       77 ws-dn-leap-400                   pic 9(5)
                   value 0.
       77 ws-day-number                    pic 9(7)
                   value 0.

      *master counters
       77 ws-master-in-count               pic 9(4)
                   value 0.
       77 ws-master-paid-count             pic 9(4)
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
                   value 'Kelley Scales, lab2arag'.
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
                   value 'RECEIVABLES AGING BY PROVINCE'.
           05 filler                       pic x(7)
                   value 'AS OF: '.
           05 rh-as-of-date                pic 9(8).

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'PROV'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(7)
                   value 'INVOICE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'PERIOD'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'INV DATE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'DAYS'.
           05 filler                       pic x(8)
                   value spaces.
           05 filler                       pic x(7)
                   value 'BALANCE'.
           05 filler                       pic x(8)
                   value spaces.
           05 filler                       pic x(7)
                   value 'CURRENT'.
           05 filler                       pic x(10)
                   value spaces.
           05 filler                       pic x(5)
                   value '31-60'.
           05 filler                       pic x(10)
                   value spaces.
           05 filler                       pic x(5)
                   value '61-90'.
           05 filler                       pic x(8)
                   value spaces.
           05 filler                       pic x(7)
                   value 'OVER 90'.

      *Aging detail line - one per open item, its balance shown
      *again under the column it ages into
       01 aging-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 adl-prov                     pic x(3).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-invoice-num              pic 9(7).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-period-ym                pic 9(6).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-invoice-date             pic 9(8).
           05 filler                       pic x(1)
                   value spaces.
           05 adl-days                     pic zzzz9.
           05 filler                       pic x(1)
                   value spaces.
           05 adl-balance                  pic zzz,zzz,zz9.99.
           05 adl-bucket-group.
               10 adl-bucket-entry occurs 4 times.
                   15 filler               pic x(1).
                   15 adl-bucket           pic zzz,zzz,zz9.99.
                   15 adl-bucket-text      redefines adl-bucket
                                           pic x(14).

      *Province subtotal line
       01 province-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 ptl-prov                     pic x(3).
           05 filler                       pic x(8)
                   value ' TOTAL ('.
           05 ptl-item-count               pic zzz9.
           05 filler                       pic x(8)
                   value ' ITEMS) '.
           05 filler                       pic x(15)
                   value spaces.
           05 ptl-balance                  pic zzz,zzz,zz9.99.
           05 ptl-bucket-group.
               10 ptl-bucket-entry occurs 4 times.
                   15 filler               pic x(1).
                   15 ptl-bucket           pic zzz,zzz,zz9.99.

      *Grand total line
       01 grand-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(14)
                   value 'GRAND TOTAL ('.
           05 gtl-item-count               pic zzz9.
           05 filler                       pic x(8)
                   value ' ITEMS) '.
           05 filler                       pic x(12)
                   value spaces.
           05 gtl-balance                  pic zzz,zzz,zz9.99.
           05 gtl-bucket-group.
               10 gtl-bucket-entry occurs 4 times.
                   15 filler               pic x(1).
                   15 gtl-bucket           pic zzz,zzz,zz9.99.

      *Total lines
       01 total-master-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'LEDGER ITEMS READ:      '.
           05 ttl-master-in                pic zz,zz9.

       01 total-paid-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'PAID ITEMS SKIPPED:     '.
           05 ttl-master-paid              pic zz,zz9.

       01 total-provinces-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'PROVINCES WITH BALANCES:'.
           05 ttl-prov-count               pic zz,zz9.

       procedure division.

      *    grab the current date & time - items age to the run date
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

           move ws-run-ymd to ws-dn-date
           perform 400-compute-day-number
           move ws-day-number to ws-run-day-number

      *    load every open item into province-then-invoice order
           perform 050-load-open-items.

           open output report-file

           perform 000-print-headings.

      *    one pass over the table, breaking on province
           move spaces to ws-current-prov
           move 0 to ws-grand-balance
           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move 0 to ws-grand-bucket(ws-bucket-sub)

           end-perform

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-item-count

                   if ws-item-prov(ws-sub) not = ws-current-prov
                       if ws-current-prov not = spaces
                           perform 300-print-province-total
                       end-if
                       perform 250-start-province
                   end-if

                   perform 200-age-one-item

           end-perform

           if ws-current-prov not = spaces
               perform 300-print-province-total
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

      *Load The Open Items From The Receivables Master
       050-load-open-items.

           move spaces to ws-armast-status
           open input armast-file

           if ws-armast-status not = '00'
               display
                   "*** UNABLE TO OPEN RECEIVABLES MASTER - STATUS "
                   ws-armast-status " ***"
               stop run
           end-if

           perform until is-end-of-file
               read armast-file
                   at end
                       move 'y' to found-eof
                   not at end
                       add 1 to ws-master-in-count
                       if ar-status = 'O'
                           perform 060-insert-open-item
                       else
                           add 1 to ws-master-paid-count
                       end-if
               end-read
           end-perform

           close armast-file.

      *Insert One Open Item In Province-Then-Invoice Order
       060-insert-open-item.

           if ws-item-count = 2000
               display "*** OPEN ITEM TABLE FULL ***"
               stop run
           end-if

           move ar-prov to ws-new-key-prov
           move ar-invoice-num to ws-new-key-invoice

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
           move ar-period-ym to ws-item-period-ym(ws-insert-index)
           move ar-invoice-date to ws-item-date(ws-insert-index)
           compute ws-item-balance(ws-insert-index) =
               ar-amount-due - ar-amount-paid.

      *Age One Open Item And Print Its Detail Line
       200-age-one-item.

      *    an unreadable invoice date is aged as oldest - it needs
      *    looking at either way
           if ws-item-date(ws-sub) is numeric
               and ws-item-date(ws-sub) > 20000000
               move ws-item-date(ws-sub) to ws-dn-date
               perform 400-compute-day-number
               compute ws-days-old =
                   ws-run-day-number - ws-day-number
           else
               move 9999 to ws-days-old
           end-if

           if ws-days-old < 0
               move 0 to ws-days-old
           end-if

           if ws-days-old not > 30
               move 1 to ws-bucket
           else
               if ws-days-old not > 60
                   move 2 to ws-bucket
               else
                   if ws-days-old not > 90
                       move 3 to ws-bucket
                   else
                       move 4 to ws-bucket
                   end-if
               end-if
           end-if

           add ws-item-balance(ws-sub) to ws-prov-bucket(ws-bucket)
           add ws-item-balance(ws-sub) to ws-grand-bucket(ws-bucket)
           add ws-item-balance(ws-sub) to ws-prov-balance
           add ws-item-balance(ws-sub) to ws-grand-balance
           add 1 to ws-prov-item-count

           move ws-item-prov(ws-sub) to adl-prov
           move ws-item-invoice(ws-sub) to adl-invoice-num
           move ws-item-period-ym(ws-sub) to adl-period-ym
           move ws-item-date(ws-sub) to adl-invoice-date
           move ws-days-old to adl-days
           move ws-item-balance(ws-sub) to adl-balance

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   if ws-bucket-sub = ws-bucket
                       move ws-item-balance(ws-sub)
                           to adl-bucket(ws-bucket-sub)
                   else
                       move spaces to adl-bucket-text(ws-bucket-sub)
                   end-if

           end-perform

           write report-line from aging-detail-line
               after advancing 1 line.

      *Start The Accumulators For A New Province
       250-start-province.

           move ws-item-prov(ws-sub) to ws-current-prov
           move 0 to ws-prov-balance
           move 0 to ws-prov-item-count
           add 1 to ws-prov-count

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move 0 to ws-prov-bucket(ws-bucket-sub)

           end-perform.

      *Print The Subtotal Line For The Province Just Finished
       300-print-province-total.

           move ws-current-prov to ptl-prov
           move ws-prov-item-count to ptl-item-count
           move ws-prov-balance to ptl-balance

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move ws-prov-bucket(ws-bucket-sub)
                       to ptl-bucket(ws-bucket-sub)

           end-perform

           write report-line from province-total-line
               after advancing 1 line

           move spaces to report-line
           write report-line after advancing 1 line.

      *Convert WS-DN-DATE To A Running Day Number - March-based
      *years put the leap day last, so whole-month day counts come
      *from one expression and the century leap rules from three
      *divisions
       400-compute-day-number.

           if ws-dn-mm < 3
               move 1 to ws-dn-a
           else
               move 0 to ws-dn-a
           end-if

           compute ws-dn-y = ws-dn-yyyy + 4800 - ws-dn-a
           compute ws-dn-m = ws-dn-mm + (12 * ws-dn-a) - 3

           compute ws-dn-month-days = ((153 * ws-dn-m) + 2) / 5
           compute ws-dn-leap-4 = ws-dn-y / 4
           compute ws-dn-leap-100 = ws-dn-y / 100
           compute ws-dn-leap-400 = ws-dn-y / 400

           compute ws-day-number = ws-dn-dd + ws-dn-month-days
               + (365 * ws-dn-y) + ws-dn-leap-4 - ws-dn-leap-100
               + ws-dn-leap-400 - 32045.

       500-print-totals.

           move ws-item-count to gtl-item-count
           move ws-grand-balance to gtl-balance

           perform varying ws-bucket-sub from 1 by 1 until
               ws-bucket-sub > 4

                   move ws-grand-bucket(ws-bucket-sub)
                       to gtl-bucket(ws-bucket-sub)

           end-perform

           write report-line from grand-total-line
               after advancing 1 line

           move ws-master-in-count to ttl-master-in.
           move ws-master-paid-count to ttl-master-paid.
           move ws-prov-count to ttl-prov-count.

           write report-line from total-master-line
               after advancing 2 lines.
           write report-line from total-paid-line
               after advancing 1 line.
           write report-line from total-provinces-line
               after advancing 1 line.

       end program lab2arag.
