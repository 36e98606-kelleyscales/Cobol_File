       identification division.
       program-id. lab2pcls.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Period close.  Reads a close card naming a reporting period
      *(first month YYYYMM and month count, as on the run-control
      *card lab2 ran under) and marks that period CLOSED on the
      *period-control master (lab2.prdctl).  A period may only be
      *closed once its invoices are out - lab2binv must have posted
      *at least one invoice for exactly that period to the
      *receivables master (lab2.armast).  Once closed, lab2 refuses
      *a card naming the period, and the roster, absence and rate
      *maintenance programs refuse changes whose effect lands in
      *it without an explicit reopen authorization.  Produces a
      *close report with the decision and the state of every
      *period on the master, and ends with return code 8 when the
      *close is refused so the scheduler holds what follows.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - a period-control master holding more periods
      *    than the table refuses the close instead of rewriting
      *    the master without the periods past the table.

       environment division.
       input-output section.
       file-control.
      *    selects the period close card
           select pcctl-file assign to '../../../data/lab2.pcctl'
               organization is line sequential
               file status is ws-pcctl-status.
      *    selects the period-control master
           select period-file assign to '../../../data/lab2.prdctl'
               organization is line sequential
               file status is ws-prdctl-status.
      *    selects the accounts-receivable open-item master
           select armast-file assign to '../../../data/lab2.armast'
               organization is line sequential
               file status is ws-armast-status.
      *    selects the close report output location and name
           select report-file assign to '../../../data/lab2.pcrpt'
               organization is line sequential.

       data division.
       file section.

      *Period close card declaration - the period rides as display
      *digits so it can be proven numeric before it is compared
       fd pcctl-file
           data record is pcctl-rec.

       01 pcctl-rec.
           05 pcc-start-ym                 pic x(6).
           05 pcc-start-ym-num             redefines pcc-start-ym
                                           pic 9(6).
           05 pcc-month-count              pic x(2).
           05 pcc-month-count-num          redefines pcc-month-count
                                           pic 9(2).

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

      *Close report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

       77 ws-pcctl-status                  pic xx
                   value spaces.
       77 ws-prdctl-status                 pic xx
                   value spaces.
       77 ws-armast-status                 pic xx
                   value spaces.

      *End of period-control master and ledger declarations
       77 ws-prdctl-eof                    pic x
                   value 'n'.
           88 is-prdctl-eof
                   value 'y'.
       77 ws-armast-eof                    pic x
                   value 'n'.
           88 is-armast-eof
                   value 'y'.
       77 ws-pcctl-eof                     pic x
                   value 'n'.
           88 is-pcctl-eof
                   value 'y'.

      *run date broken out so the close can be stamped with a full
      *century date
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *card month broken out for the sanity checks
       01 ws-ym-work.
           05 ws-ym-yyyy                   pic 9(4).
           05 ws-ym-mm                     pic 9(2).

      *Period-control table - the master loaded in start-month
      *order and written back out when a close is made
       01 ws-period-table.
           05 ws-period-entry occurs 240 times.
                   10 ws-pt-start-ym          pic 9(6).
                   10 ws-pt-end-ym            pic 9(6).
                   10 ws-pt-month-count       pic 9(2).
                   10 ws-pt-status            pic x(6).
                   10 ws-pt-status-date       pic 9(8).
                   10 ws-pt-title             pic x(40).

       77 ws-period-count                  pic 9(3)
                   value 0.
       77 ws-period-index                  pic 9(3)
                   value 0.

      *invoices lab2binv issued for the period being closed
       77 ws-invoice-count                 pic 9(5)
                   value 0.
       77 ws-invoice-total                 pic 9(11)v99
                   value 0.

      *reason the close was refused - spaces means it was made
       77 ws-refuse-reason                 pic x(40)
                   value spaces.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2pcls'.
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
                   value 'PERIOD CLOSE CONTROL REPORT'.

      *Close decision lines
       01 decision-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'PERIOD: '.
           05 dl-start-ym                  pic x(6).
           05 filler                       pic x(10)
                   value '  MONTHS: '.
           05 dl-month-count               pic x(2).
           05 filler                       pic x(4)
                   value spaces.
           05 dl-decision                  pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 dl-reason                    pic x(40).

       01 invoice-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'INVOICES ON LEDGER:     '.
           05 ivl-count                    pic zz,zz9.
           05 filler                       pic x(10)
                   value '  BILLED: '.
           05 ivl-total                    pic z,zzz,zzz,zz9.99.

      *Period listing heading and detail lines
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'START'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'END'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'MONTHS'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'STATUS'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'AS OF'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(12)
                   value 'PERIOD TITLE'.

       01 period-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-start-ym                 pic 9(6).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-end-ym                   pic 9(6).
           05 filler                       pic x(6)
                   value spaces.
           05 pdl-month-count              pic z9.
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-status                   pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-status-date              pic 9(8).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-title                    pic x(40).

       procedure division.

      *    grab the current date & time
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

           open output report-file

           perform 000-print-headings.

      *    the card, the period master and the ledger - each check
      *    runs only while the close is still going ahead
           perform 040-read-close-card.

           if ws-refuse-reason = spaces
               perform 050-load-periods
           end-if

           if ws-refuse-reason = spaces
               perform 060-count-invoices
           end-if

      *    the close itself - the master is rewritten only when the
      *    period really changes state
           if ws-refuse-reason = spaces
               move 'CLOSED' to ws-pt-status(ws-period-index)
               move ws-run-ymd to ws-pt-status-date(ws-period-index)
               perform 600-rewrite-periods
           end-if

           perform 500-print-decision.

           close report-file.

           if ws-refuse-reason not = spaces
               display "*** PERIOD CLOSE REFUSED - "
                   ws-refuse-reason " ***"
               move 08 to return-code
           else
               display "PERIOD CLOSED: " pcc-start-ym
               move 0 to return-code
           end-if

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           write report-line from report-heading
               after advancing 1 line.

      *Read And Validate The Period Close Card
       040-read-close-card.

           move spaces to pcctl-rec
           move spaces to ws-pcctl-status
           open input pcctl-file

           if ws-pcctl-status not = '00'
               move 'CLOSE CARD MISSING' to ws-refuse-reason
           else
               read pcctl-file
                   at end
                       move 'y' to ws-pcctl-eof
               end-read
               close pcctl-file

               if is-pcctl-eof
                   move 'CLOSE CARD EMPTY' to ws-refuse-reason
               end-if
           end-if

           if ws-refuse-reason = spaces
               if pcc-start-ym is not numeric
                   move 'START MONTH NOT NUMERIC' to ws-refuse-reason
               else
                   move pcc-start-ym-num to ws-ym-work
                   if ws-ym-yyyy < 2000
                       or ws-ym-mm < 1
                       or ws-ym-mm > 12
                       move 'START MONTH NOT A VALID YYYYMM'
                           to ws-refuse-reason
                   end-if
               end-if
           end-if

           if ws-refuse-reason = spaces
               and (pcc-month-count is not numeric
               or pcc-month-count-num < 1
               or pcc-month-count-num > 12)
               move 'MONTH COUNT NOT 1-12' to ws-refuse-reason
           end-if.

      *Load The Period-Control Master And Find The Card's Period -
      *the master is rewritten from the table, so more periods than
      *the table holds refuses the close rather than drop any
       050-load-periods.

           move spaces to ws-prdctl-status
           open input period-file

           if ws-prdctl-status not = '00'
               move 'PERIOD-CONTROL MASTER MISSING' to ws-refuse-reason
           else
               perform until is-prdctl-eof
                   read period-file
                       at end
                           move 'y' to ws-prdctl-eof
                       not at end
                           if ws-period-count < 240
                               add 1 to ws-period-count
                               move period-rec
                                   to ws-period-entry(ws-period-count)
                           else
                               move 'PERIOD-CONTROL TABLE FULL'
                                   to ws-refuse-reason
                           end-if
                   end-read
               end-perform
               close period-file
           end-if

           if ws-refuse-reason = spaces
               move 0 to ws-period-index
               perform varying ws-sub from 1 by 1 until
                   ws-sub > ws-period-count

                       if ws-pt-start-ym(ws-sub) = pcc-start-ym-num
                           and ws-pt-month-count(ws-sub)
                               = pcc-month-count-num
                           move ws-sub to ws-period-index
                       end-if

               end-perform

      *        lab2 registers every period it runs - a period it
      *        never ran has nothing to close
               if ws-period-index = 0
                   move 'PERIOD NOT ON PERIOD-CONTROL MASTER'
                       to ws-refuse-reason
               else
                   if ws-pt-status(ws-period-index) = 'CLOSED'
                       move 'PERIOD ALREADY CLOSED'
                           to ws-refuse-reason
                   end-if
               end-if
           end-if.

      *Count The Invoices Issued For The Period - a period may only
      *close once its invoices are out
       060-count-invoices.

           move spaces to ws-armast-status
           open input armast-file

           if ws-armast-status = '00'
               perform until is-armast-eof
                   read armast-file
                       at end
                           move 'y' to ws-armast-eof
                       not at end
                           if ar-period-ym = pcc-start-ym-num
                               and ar-month-count
                                   = pcc-month-count-num
                               add 1 to ws-invoice-count
                               add ar-amount-due to ws-invoice-total
                           end-if
                   end-read
               end-perform
               close armast-file
           end-if

           if ws-invoice-count = 0
               move 'NO INVOICES ISSUED FOR PERIOD'
                   to ws-refuse-reason
           end-if.

      *Print The Close Decision And The Period Listing
       500-print-decision.

           move pcc-start-ym to dl-start-ym
           move pcc-month-count to dl-month-count
           if ws-refuse-reason = spaces
               move 'CLOSED' to dl-decision
               move spaces to dl-reason
           else
               move 'REFUSED' to dl-decision
               move ws-refuse-reason to dl-reason
           end-if

           write report-line from decision-line
               after advancing 2 lines

           move ws-invoice-count to ivl-count
           move ws-invoice-total to ivl-total
           write report-line from invoice-line
               after advancing 1 line

           write report-line from heading-line1
               after advancing 2 lines

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-period-count

                   move ws-pt-start-ym(ws-sub) to pdl-start-ym
                   move ws-pt-end-ym(ws-sub) to pdl-end-ym
                   move ws-pt-month-count(ws-sub) to pdl-month-count
                   move ws-pt-status(ws-sub) to pdl-status
                   move ws-pt-status-date(ws-sub) to pdl-status-date
                   move ws-pt-title(ws-sub) to pdl-title
                   write report-line from period-detail-line
                       after advancing 1 line

           end-perform.

      *Rewrite The Period-Control Master From The Table
       600-rewrite-periods.

           open output period-file

           if ws-prdctl-status not = '00'
               display
                   "*** UNABLE TO REWRITE PERIOD MASTER - STATUS "
                   ws-prdctl-status " ***"
               move 08 to return-code
               stop run
           end-if

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-period-count

                   move ws-period-entry(ws-sub) to period-rec
                   write period-rec

           end-perform

           close period-file.

       end program lab2pcls.
