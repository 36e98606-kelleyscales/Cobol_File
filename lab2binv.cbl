      *invoices kept coming out wrong.
      *Modification History:
      *2026-09-02 KS - initial version.
      *2026-10-15 KS - each invoice now carries a permanent
      *    sequential invoice number from the invoice-number control
      *    file and posts an open item to the receivables master
      *    (lab2.armast) for payment posting and aging; a reprint of
      *    a province and period already on the ledger reuses its
      *    number instead of posting a second item.
      *2026-10-15 KS - an invoice-number control file that is there
      *    but cannot be opened, or cannot be rewritten, now stops
      *    the run; run-control layout brought level with lab2's.

       environment division.
       input-output section.
      *    selects the invoice document output location and name
           select invoice-file assign to '../../../data/lab2.binv'
               organization is line sequential.
      *    selects the run-control parameter card lab2 reads - the
      *    period the invoices bill for
           select runctl-file assign to '../../../data/lab2.runctl'
               organization is line sequential
               file status is ws-runctl-status.
      *    selects the invoice-number control file - the next
      *    invoice number to be issued
           select invctl-file assign to '../../../data/lab2.invctl'
               organization is line sequential
               file status is ws-invctl-status.
      *    selects the accounts-receivable open-item master
           select armast-file assign to '../../../data/lab2.armast'
               organization is line sequential
               file status is ws-armast-status.

       data division.
       file section.

       01 invoice-line                     pic x(110).

      *Run-control parameter card declaration - same record layout
      *as the RUNCTL-REC read by lab2
       fd runctl-file
           data record is runctl-rec.

       01 runctl-rec.
           05 rc-period-title              pic x(40).
           05 rc-month-count               pic 9(2).
           05 rc-period-year               pic 9(4).
           05 rc-first-month               pic 9(2).
           05 rc-month-labels.
               10 rc-month-label           pic x(3)
                   occurs 12 times.
           05 rc-fiscal-label              pic x(8).
           05 rc-fiscal-first-month        pic x(2).
           05 rc-fiscal-first-month-num    redefines
                                           rc-fiscal-first-month
                                           pic 9(2).

      *Invoice-number control file declaration - one record
       fd invctl-file
           data record is invctl-rec.

       01 invctl-rec.
           05 ic-next-invoice              pic 9(7).
           05 ic-last-issued-date          pic 9(8).

      *Accounts-receivable master declaration - one open item per
      *invoice, in ascending invoice-number order; an item stays on
      *the master once paid so its number is never issued again
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

       working-storage section.

       77 ws-billing-status                pic xx
                   value spaces.
       77 ws-taxrate-status                pic xx
                   value spaces.
       77 ws-runctl-status                 pic xx
                   value spaces.
       77 ws-invctl-status                 pic xx
                   value spaces.
       77 ws-armast-status                 pic xx
                   value spaces.

      *End of billing extract declaration
       01 found-eof                        pic x
       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *billing period off the run-control card - the first month
      *as YYYYMM plus the month count identifies the period an
      *invoice bills for
       77 ws-period-start-ym               pic 9(6)
                   value 0.
       77 ws-period-months                 pic 9(2)
                   value 0.

      *End of run-control card and ledger declarations
       77 ws-runctl-eof                    pic x
                   value 'n'.
           88 is-runctl-eof
                   value 'y'.
       77 ws-armast-eof                    pic x
                   value 'n'.
           88 is-armast-eof
                   value 'y'.

      *Receivables table - the open-item master loaded in invoice
      *number order, new items added at the end, and written back
      *out at end of job
       01 ws-ar-table.
           05 ws-ar-entry occurs 2000 times.
                   10 ws-ar-invoice-num       pic 9(7).
                   10 ws-ar-prov              pic x(3).
                   10 ws-ar-period-ym         pic 9(6).
                   10 ws-ar-month-count       pic 9(2).
                   10 ws-ar-invoice-date      pic 9(8).
                   10 ws-ar-amount-due        pic 9(9)v99.
                   10 ws-ar-amount-paid       pic 9(9)v99.
                   10 ws-ar-last-pay-date     pic 9(8).
                   10 ws-ar-status            pic x(1).

       77 ws-ar-count                      pic 9(4)
                   value 0.
       77 ws-ar-sub                        pic 9(4)
                   value 0.
       77 ws-ar-index                      pic 9(4)
                   value 0.

      *next invoice number to issue - never below one past the
      *highest number already on the ledger, so a lost control
      *file cannot cause a number to be issued twice
       77 ws-next-invoice                  pic 9(7)
                   value 0.
       77 ws-invoice-num                   pic 9(7)
                   value 0.

      *Applied tax-rate table - for each province and tax code, the
      *rate in effect on the run date; up to three taxes apply to
      *one province, kept in the order the master supplied them
      *invoice counters
       77 ws-invoices-printed              pic 9(3)
                   value 0.
       77 ws-invoices-posted               pic 9(3)
                   value 0.
       77 ws-invoices-reprinted            pic 9(3)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 'RUN DATE: '.
           05 ivh-date                     pic 9(8).

       01 invoice-number-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(12)
                   value 'INVOICE NO: '.
           05 ivn-invoice-num              pic 9(7).
           05 filler                       pic x(12)
                   value spaces.
           05 filler                       pic x(8)
                   value 'PERIOD: '.
           05 ivn-period-ym                pic 9(6).
           05 filler                       pic x(10)
                   value '  MONTHS: '.
           05 ivn-month-count              pic z9.

       01 invoice-column-line.
           05 filler                       pic x(2)
                   value spaces.
                   value 'TOTAL DUE:     '.
           05 ivl-total-due                pic z,zzz,zzz,zz9.99.

      *Reprint warning line - the ledger keeps the amount first
      *posted; a changed total is corrected through an adjustment,
      *never by reposting the invoice
       01 invoice-reprint-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(37)
                   value '*** REPRINT - LEDGER AMOUNT DIFFERS: '.
           05 ivr-ledger-amount            pic z,zzz,zzz,zz9.99.
           05 filler                       pic x(4)
                   value ' ***'.

       procedure division.

      *    grab the current date & time
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

      *    the period the invoices bill for comes off the same card
      *    lab2 ran under
           perform 030-read-run-control.

      *    load the receivables ledger and the next invoice number -
      *    numbers are permanent, so the ledger must load cleanly
           perform 035-load-receivables.

      *    load the tax rates in effect for the run - invoices must
      *    not go out with guessed tax, so a missing master is fatal
           perform 040-load-tax-rates.

           close invoice-file

      *    write the ledger and the next invoice number back out
           perform 600-rewrite-receivables.

           display "INVOICES PRINTED: " ws-invoices-printed
           display "INVOICES POSTED:  " ws-invoices-posted
           display "INVOICES REPRINT: " ws-invoices-reprinted

           stop run.

      *Read The Run-Control Parameter Card For The Billing Period
       030-read-run-control.

           move spaces to ws-runctl-status
           open input runctl-file

           if ws-runctl-status not = '00'
               display
                   "*** UNABLE TO OPEN RUN CONTROL CARD - STATUS "
                   ws-runctl-status " ***"
               stop run
           end-if

           read runctl-file
               at end
                   move 'y' to ws-runctl-eof
           end-read

           close runctl-file

           if is-runctl-eof
               display "*** RUN CONTROL CARD IS EMPTY ***"
               stop run
           end-if

           if rc-period-year is not numeric
               or rc-first-month is not numeric
               or rc-month-count is not numeric
               or rc-first-month < 1 or rc-first-month > 12
               or rc-month-count < 1 or rc-month-count > 12
               display "*** RUN CONTROL CARD INVALID ***"
               stop run
           end-if

           compute ws-period-start-ym =
               rc-period-year * 100 + rc-first-month
           move rc-month-count to ws-period-months.

      *Load The Receivables Ledger And The Next Invoice Number
       035-load-receivables.

      *    a ledger that does not exist yet is an empty ledger -
      *    anything else wrong with it stops the run
           move spaces to ws-armast-status
           open input armast-file

           if ws-armast-status = '35'
               move 'y' to ws-armast-eof
           else
               if ws-armast-status not = '00'
                   display
                       "*** UNABLE TO OPEN RECEIVABLES MASTER - STATUS "
                       ws-armast-status " ***"
                   stop run
               end-if
           end-if

           perform until is-armast-eof
               read armast-file
                   at end
                       move 'y' to ws-armast-eof
                   not at end
                       if ws-ar-count = 2000
                           display
                               "*** RECEIVABLES TABLE FULL ***"
                           stop run
                       end-if
                       add 1 to ws-ar-count
                       move ar-rec to ws-ar-entry(ws-ar-count)
                       if ar-invoice-num not < ws-next-invoice
                           compute ws-next-invoice =
                               ar-invoice-num + 1
                       end-if
               end-read
           end-perform

           if ws-armast-status not = '35'
               close armast-file
           end-if

      *    the control file normally holds the next number; the
      *    higher of it and the ledger's next number wins - a
      *    missing control file leaves the ledger's number, but
      *    anything else wrong with it stops the run
           move spaces to ws-invctl-status
           open input invctl-file

           if ws-invctl-status not = '00'
               and ws-invctl-status not = '35'
               display
                   "*** UNABLE TO OPEN INVOICE-NUMBER CONTROL - STATUS "
                   ws-invctl-status " ***"
               stop run
           end-if

           if ws-invctl-status = '00'
               read invctl-file
                   at end
                       move 0 to ic-next-invoice
               end-read
               if ic-next-invoice is numeric
                   and ic-next-invoice > ws-next-invoice
                   move ic-next-invoice to ws-next-invoice
               end-if
               close invctl-file
           end-if

           if ws-next-invoice = 0
               move 1 to ws-next-invoice
           end-if.

      *Load The Tax Rates In Effect For The Run
       040-load-tax-rates.

      *Print The Invoice Document For The Province At WS-PRV-SUB
       500-print-one-invoice.

      *    the province's figures are final before the heading
      *    prints, so the ledger posting can go first
           move ws-prv-amount(ws-prv-sub) to ws-invoice-subtotal
           perform 520-compute-taxes
           compute ws-total-due =
               ws-invoice-subtotal + ws-taxes-applied
           perform 530-post-receivable

           move ws-prv-prov(ws-prv-sub) to ivh-prov
           move ws-run-ymd to ivh-date
           write invoice-line from invoice-heading
               after advancing 3 lines

           move ws-invoice-num to ivn-invoice-num
           move ws-period-start-ym to ivn-period-ym
           move ws-period-months to ivn-month-count
           write invoice-line from invoice-number-line
               after advancing 1 line

           write invoice-line from invoice-column-line
               after advancing 2 lines

           write invoice-line from invoice-total-line
               after advancing 2 lines

           if ws-ar-index > 0
               and ws-ar-amount-due(ws-ar-index) not = ws-total-due
               move ws-ar-amount-due(ws-ar-index)
                   to ivr-ledger-amount
               write invoice-line from invoice-reprint-line
                   after advancing 1 line
           end-if

           add 1 to ws-invoices-printed.

      *Compute And Print One Tax Line For The Open Invoice
           write invoice-line from invoice-tax-line
               after advancing 1 line.

      *Figure The Province's Taxes Ahead Of Printing - the same
      *arithmetic 510-PRINT-TAX-LINE repeats as it prints
       520-compute-taxes.

           move 0 to ws-taxes-applied

           perform varying ws-tax-sub from 1 by 1 until
               ws-tax-sub > ws-tax-count

                   if ws-tax-prov(ws-tax-sub)
                       = ws-prv-prov(ws-prv-sub)
                       if is-tax-compound(ws-tax-sub)
                           compute ws-tax-base =
                               ws-invoice-subtotal + ws-taxes-applied
                       else
                           move ws-invoice-subtotal to ws-tax-base
                       end-if
                       compute ws-tax-amount rounded =
                           ws-tax-base * ws-tax-rate(ws-tax-sub) / 100
                       add ws-tax-amount to ws-taxes-applied
                   end-if

           end-perform.

      *Post The Province's Invoice To The Receivables Ledger - a
      *province and period already on the ledger is a reprint and
      *keeps the number it was first issued
       530-post-receivable.

           move 0 to ws-ar-index

           perform varying ws-ar-sub from 1 by 1 until
               ws-ar-sub > ws-ar-count or ws-ar-index > 0

                   if ws-ar-prov(ws-ar-sub) = ws-prv-prov(ws-prv-sub)
                       and ws-ar-period-ym(ws-ar-sub)
                           = ws-period-start-ym
                       and ws-ar-month-count(ws-ar-sub)
                           = ws-period-months
                       move ws-ar-sub to ws-ar-index
                   end-if

           end-perform

           if ws-ar-index > 0
               move ws-ar-invoice-num(ws-ar-index) to ws-invoice-num
               add 1 to ws-invoices-reprinted
           else
               if ws-ar-count = 2000
                   display "*** RECEIVABLES TABLE FULL ***"
                   stop run
               end-if

               move ws-next-invoice to ws-invoice-num
               add 1 to ws-next-invoice

               add 1 to ws-ar-count
               move ws-invoice-num to ws-ar-invoice-num(ws-ar-count)
               move ws-prv-prov(ws-prv-sub) to ws-ar-prov(ws-ar-count)
               move ws-period-start-ym
                   to ws-ar-period-ym(ws-ar-count)
               move ws-period-months
                   to ws-ar-month-count(ws-ar-count)
               move ws-run-ymd to ws-ar-invoice-date(ws-ar-count)
               move ws-total-due to ws-ar-amount-due(ws-ar-count)
               move 0 to ws-ar-amount-paid(ws-ar-count)
               move 0 to ws-ar-last-pay-date(ws-ar-count)
      *        a zero invoice has nothing to collect
               if ws-total-due = 0
                   move 'P' to ws-ar-status(ws-ar-count)
               else
                   move 'O' to ws-ar-status(ws-ar-count)
               end-if
               add 1 to ws-invoices-posted
           end-if.

      *Rewrite The Receivables Ledger And The Invoice-Number Control
       600-rewrite-receivables.

           open output armast-file

           if ws-armast-status not = '00'
               display
                   "*** UNABLE TO REWRITE RECEIVABLES MASTER - STATUS "
                   ws-armast-status " ***"
               stop run
           end-if

           perform varying ws-ar-sub from 1 by 1 until
               ws-ar-sub > ws-ar-count

                   move ws-ar-entry(ws-ar-sub) to ar-rec
                   write ar-rec

           end-perform

           close armast-file

           open output invctl-file

           if ws-invctl-status not = '00'
               display
                   "*** UNABLE TO REWRITE INVOICE-NUMBER CONTROL"
                   " - STATUS " ws-invctl-status " ***"
               stop run
           end-if

           move ws-next-invoice to ic-next-invoice
           move ws-run-ymd to ic-last-issued-date
           write invctl-rec
           close invctl-file.

       end program lab2binv.
