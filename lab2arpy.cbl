       identification division.
       program-id. lab2arpy.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Payment posting against the accounts-receivable open-item
      *master (lab2.armast) lab2binv posts each invoice to.  Reads
      *a remittance transaction file keyed by invoice number and
      *applies each payment to its open item.  A partial payment
      *is accepted and leaves the balance open; a payment that
      *clears the balance marks the item paid.  A payment for an
      *invoice not on the ledger, against an item already paid,
      *or for more than the balance still owing is rejected with
      *its reason and never touches the ledger.  Produces an audit
      *report of every remittance with the balance before and
      *after, and rewrites the ledger in invoice-number order.
      *Modification History:
      *2026-10-15 KS - initial version.

       environment division.
       input-output section.
       file-control.
      *    selects the remittance transaction file
           select transaction-file assign to '../../../data/lab2.artran'
               organization is line sequential
               file status is ws-tran-status.
      *    selects the accounts-receivable open-item master
           select armast-file assign to '../../../data/lab2.armast'
               organization is line sequential
               file status is ws-armast-status.
      *    selects the audit report output location and name
           select audit-file assign to '../../../data/lab2.arrpt'
               organization is line sequential.

       data division.
       file section.

      *Remittance transaction file declaration - the invoice
      *number, date and amount ride as display digits so they can
      *be proven numeric before anything arithmetic touches them
       fd transaction-file
           data record is tran-rec.

       01 tran-rec.
           05 tran-invoice-num             pic x(7).
           05 tran-invoice-num-num         redefines tran-invoice-num
                                           pic 9(7).
           05 tran-pay-date                pic x(8).
           05 tran-pay-date-num            redefines tran-pay-date
                                           pic 9(8).
           05 tran-amount                  pic x(11).
           05 tran-amount-num              redefines tran-amount
                                           pic 9(9)v99.
           05 tran-reference               pic x(12).

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

      *Audit report output declaration
       fd audit-file
           data record is audit-line.

       01 audit-line                       pic x(132).

       working-storage section.

      *End of transaction file declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of receivables master declaration
       01 ws-master-eof                    pic x
                   value 'n'.
           88 is-master-eof
                   value "y".

       77 ws-tran-status                   pic xx
                   value spaces.
       77 ws-armast-status                 pic xx
                   value spaces.

      *Receivables table - loaded from armast-file in ascending
      *invoice-number order and written back out at end of job
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
                       88 is-ar-paid           value 'P'.

       77 ws-ar-count                      pic 9(4)
                   value 0.

      *payment date broken out for the sanity checks
       01 ws-date-work.
           05 ws-date-yyyy                 pic 9(4).
           05 ws-date-mm                   pic 9(2).
           05 ws-date-dd                   pic 9(2).

      *position of the transaction's invoice in the receivables
      *table (0 = not found)
       77 ws-match-index                   pic 9(4)
                   value 0.

      *balance owing on the matched invoice before and after
       77 ws-balance-before                pic 9(9)v99
                   value 0.
       77 ws-balance-after                 pic 9(9)v99
                   value 0.

      *reason the current transaction was rejected - spaces means
      *the transaction is (so far) acceptable
       77 ws-reject-reason                 pic x(30)
                   value spaces.

      *transaction counters and money totals
       77 ws-trans-read                    pic 9(5)
                   value 0.
       77 ws-trans-accepted                pic 9(5)
                   value 0.
       77 ws-trans-rejected                pic 9(5)
                   value 0.
       77 ws-invoices-closed               pic 9(5)
                   value 0.
       77 ws-amount-posted                 pic 9(11)v99
                   value 0.
       77 ws-amount-rejected               pic 9(11)v99
                   value 0.
       77 ws-master-in-count               pic 9(4)
                   value 0.
       77 ws-master-dropped                pic 9(4)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(4)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2arpy'.
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
                   value 'RECEIVABLES PAYMENT POSTING AUDIT'.

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(7)
                   value 'INVOICE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'PROV'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'PAY DATE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(12)
                   value 'REFERENCE'.
           05 filler                       pic x(10)
                   value spaces.
           05 filler                       pic x(6)
                   value 'AMOUNT'.
           05 filler                       pic x(5)
                   value spaces.
           05 filler                       pic x(10)
                   value 'BAL BEFORE'.
           05 filler                       pic x(6)
                   value spaces.
           05 filler                       pic x(9)
                   value 'BAL AFTER'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'STATUS'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'REASON'.

      *Audit detail line - one per remittance, showing the balance
      *before and after the payment
       01 audit-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 adl-invoice-num              pic x(7).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-prov                     pic x(3).
           05 filler                       pic x(3)
                   value spaces.
           05 adl-pay-date                 pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-reference                pic x(12).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-amount                   pic zzz,zzz,zz9.99.
           05 adl-amount-text              redefines adl-amount
                                           pic x(14).
           05 filler                       pic x(1)
                   value spaces.
           05 adl-balance-before           pic zzz,zzz,zz9.99.
           05 adl-before-text              redefines
                                           adl-balance-before
                                           pic x(14).
           05 filler                       pic x(1)
                   value spaces.
           05 adl-balance-after            pic zzz,zzz,zz9.99.
           05 adl-after-text               redefines
                                           adl-balance-after
                                           pic x(14).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-status                   pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 adl-reason                   pic x(30).

      *Master-load error line - an out-of-sequence or duplicate
      *invoice number found in the incoming ledger itself
       01 master-error-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(37)
                   value '*** MASTER SEQUENCE ERROR - INVOICE '.
           05 mel-invoice-num              pic 9(7).
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
           05 filler                       pic x(10)
                   value '  AMOUNT: '.
           05 ttl-amount-posted            pic z,zzz,zzz,zz9.99.

       01 total-rejected-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'TRANSACTIONS REJECTED:  '.
           05 ttl-trans-rejected           pic zz,zz9.
           05 filler                       pic x(10)
                   value '  AMOUNT: '.
           05 ttl-amount-rejected          pic z,zzz,zzz,zz9.99.

       01 total-closed-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'INVOICES PAID IN FULL:  '.
           05 ttl-invoices-closed          pic zz,zz9.

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

      *    load the ledger into WS-AR-ENTRY, dropping and reporting
      *    any hand-edit damage so the rewritten ledger is clean
           perform 050-load-receivables.

      *    process transaction file & output audit results
           perform 100-read-transaction.

           perform 200-process-transaction until is-end-of-file.

      *    rewrite the ledger from the maintained table
           perform 600-rewrite-receivables.

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

      *Load The Receivables Master
       050-load-receivables.

           open input armast-file

           if ws-armast-status not = '00'
               display
                   "*** UNABLE TO OPEN RECEIVABLES MASTER - STATUS "
                   ws-armast-status " ***"
               stop run
           end-if

           perform until is-master-eof
               read armast-file
                   at end
                       move 'y' to ws-master-eof
                   not at end
                       add 1 to ws-master-in-count
      *                an invoice number at or below the previous
      *                one means the file was hand edited - drop it
      *                and list it rather than carry the damage
                       if ws-ar-count > 0 and
                           ar-invoice-num not >
                               ws-ar-invoice-num(ws-ar-count)
                           add 1 to ws-master-dropped
                           move ar-invoice-num to mel-invoice-num
                           write audit-line from master-error-line
                               after advancing 1 line
                       else
                           if ws-ar-count = 2000
                               display
                                   "*** RECEIVABLES TABLE FULL ***"
                               stop run
                           end-if
                           add 1 to ws-ar-count
                           move ar-rec to ws-ar-entry(ws-ar-count)
                       end-if
               end-read
           end-perform

           close armast-file.

      *Read Transaction File
       100-read-transaction.

           read transaction-file at end move 'y' to found-eof.

           if not is-end-of-file
               add 1 to ws-trans-read
           end-if.

      *Process One Remittance Transaction
       200-process-transaction.

           move spaces to ws-reject-reason
           move tran-invoice-num to adl-invoice-num
           move spaces to adl-prov
           move tran-pay-date to adl-pay-date
           move tran-reference to adl-reference
           move spaces to adl-amount-text
           move spaces to adl-before-text
           move spaces to adl-after-text

      *    every transaction needs a provable invoice number, date
      *    and amount before the ledger is searched
           if tran-invoice-num is not numeric
               move 'INVOICE NUMBER NOT NUMERIC' to ws-reject-reason
           else
               perform 320-validate-date
               if ws-reject-reason = spaces
                   if tran-amount is not numeric
                       move 'AMOUNT NOT NUMERIC'
                           to ws-reject-reason
                   else
                       move tran-amount-num to adl-amount
                       if tran-amount-num = 0
                           move 'AMOUNT IS ZERO'
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if

           if ws-reject-reason = spaces
               perform 300-find-invoice
               perform 210-apply-payment
           end-if

           if ws-reject-reason = spaces
               add 1 to ws-trans-accepted
               add tran-amount-num to ws-amount-posted
               move 'ACCEPTED' to adl-status
               move spaces to adl-reason
           else
               add 1 to ws-trans-rejected
               if tran-amount is numeric
                   add tran-amount-num to ws-amount-rejected
               end-if
               move 'REJECTED' to adl-status
               move ws-reject-reason to adl-reason
           end-if

           write audit-line from audit-detail-line
               after advancing 1 line.

      *    read next transaction
           perform 100-read-transaction.

      *Apply A Payment To Its Open Item - a partial payment leaves
      *the item open, a payment clearing the balance marks it paid
       210-apply-payment.

           if ws-match-index = 0
               move 'INVOICE NOT ON FILE' to ws-reject-reason
           else
               move ws-ar-prov(ws-match-index) to adl-prov
               compute ws-balance-before =
                   ws-ar-amount-due(ws-match-index)
                   - ws-ar-amount-paid(ws-match-index)
               move ws-balance-before to adl-balance-before

               if is-ar-paid(ws-match-index)
                   move 'INVOICE ALREADY PAID' to ws-reject-reason
               else
                   if tran-amount-num > ws-balance-before
                       move 'OVERPAYMENT - EXCEEDS BALANCE'
                           to ws-reject-reason
                   end-if
               end-if
           end-if

           if ws-reject-reason = spaces
               add tran-amount-num
                   to ws-ar-amount-paid(ws-match-index)
               move tran-pay-date-num
                   to ws-ar-last-pay-date(ws-match-index)
               compute ws-balance-after =
                   ws-balance-before - tran-amount-num
               move ws-balance-after to adl-balance-after

               if ws-balance-after = 0
                   move 'P' to ws-ar-status(ws-match-index)
                   add 1 to ws-invoices-closed
               end-if
           end-if.

      *Find The Transaction's Invoice In The Receivables Table
       300-find-invoice.

           move 0 to ws-match-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-ar-count or ws-match-index > 0

                   if ws-ar-invoice-num(ws-sub) = tran-invoice-num-num
                       move ws-sub to ws-match-index
                   end-if

           end-perform.

      *Validate The Payment Date
       320-validate-date.

           if tran-pay-date is not numeric
               move 'INVALID PAYMENT DATE' to ws-reject-reason
           else
               move tran-pay-date-num to ws-date-work
               if ws-date-yyyy < 2000
                   or ws-date-yyyy > 2099
                   or ws-date-mm < 1
                   or ws-date-mm > 12
                   or ws-date-dd < 1
                   or ws-date-dd > 31
                   move 'INVALID PAYMENT DATE' to ws-reject-reason
               end-if
           end-if.

       500-print-totals.

           move ws-trans-read to ttl-trans-read.
           move ws-trans-accepted to ttl-trans-accepted.
           move ws-amount-posted to ttl-amount-posted.
           move ws-trans-rejected to ttl-trans-rejected.
           move ws-amount-rejected to ttl-amount-rejected.
           move ws-invoices-closed to ttl-invoices-closed.
           move ws-master-in-count to ttl-master-in.
           move ws-ar-count to ttl-master-out.
           move ws-master-dropped to ttl-master-dropped.

           write audit-line from total-trans-line
               after advancing 2 lines.
           write audit-line from total-accepted-line
               after advancing 1 line.
           write audit-line from total-rejected-line
               after advancing 1 line.
           write audit-line from total-closed-line
               after advancing 1 line.
           write audit-line from total-master-line
               after advancing 1 line.
           write audit-line from total-dropped-line
               after advancing 1 line.

      *Rewrite The Receivables Master From The Maintained Table
       600-rewrite-receivables.

           open output armast-file

           if ws-armast-status not = '00'
               display
                   "*** UNABLE TO REWRITE RECEIVABLES MASTER - STATUS "
                   ws-armast-status " ***"
               stop run
           end-if

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-ar-count

                   move ws-ar-entry(ws-sub) to ar-rec
                   write ar-rec

           end-perform

           close armast-file.

       end program lab2arpy.
