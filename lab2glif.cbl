       identification division.
       program-id. lab2glif.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *General-ledger journal interface from the billing extract.
      *Reads the OPR operator detail and PRV province summary
      *records lab2 writes to lab2.bill, figures each province's
      *taxes exactly as lab2binv does for its invoice, and turns
      *the lot into a balanced journal for the GL load: revenue
      *credited per province and tier, tax payable credited per
      *province and tax code, and the receivable debited per
      *province for the total due.  Accounts and cost centres come
      *from the cost-centre mapping master (lab2.glmap).  The
      *journal file (lab2.gljrnl) carries a header, one line per
      *account and side, and a trailer with the record count and
      *hash totals.  A province with no mapping, operator detail
      *with no province summary, or debits that do not equal
      *credits refuses the whole journal - the journal file is left
      *empty and the step ends RC 08.  The journal proof listing
      *(lab2.glprf) shows every posting by province, the journal
      *lines, the totals and the decision either way.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - run-control layout brought level with lab2's
      *    (fiscal-year label and first month).
      *2026-10-15 KS - a refused journal now empties lab2.gljrnl, so
      *    the last run's journal cannot be loaded a second time.

       environment division.
       input-output section.
       file-control.
      *    selects the billing/chargeback extract lab2 writes
           select billing-file assign to '../../../data/lab2.bill'
               organization is line sequential
               file status is ws-billing-status.
      *    selects the tax-rate master location and name
           select taxrate-file assign to '../../../data/lab2.taxrt'
               organization is line sequential
               file status is ws-taxrate-status.
      *    selects the run-control parameter card lab2 reads - the
      *    period the journal posts for
           select runctl-file assign to '../../../data/lab2.runctl'
               organization is line sequential
               file status is ws-runctl-status.
      *    selects the cost-centre mapping master
           select glmap-file assign to '../../../data/lab2.glmap'
               organization is line sequential
               file status is ws-glmap-status.
      *    selects the GL journal interface file
           select journal-file assign to '../../../data/lab2.gljrnl'
               organization is line sequential
               file status is ws-journal-status.
      *    selects the journal proof listing location and name
           select report-file assign to '../../../data/lab2.glprf'
               organization is line sequential.

       data division.
       file section.

      *Billing extract declaration - same record layouts as the
      *BILLING-REC written by lab2
       fd billing-file
           data record is billing-rec.

       01 billing-rec.
           05 bill-rec-type                pic x(3).
           05 bill-rec-body                pic x(50).

       01 billing-opr-rec redefines billing-rec.
           05 filler                       pic x(3).
           05 bopr-op-num                  pic x(3).
           05 bopr-name                    pic x(12).
           05 bopr-tier                    pic x(6).
           05 bopr-prov                    pic x(3).
           05 bopr-calls                   pic 9(5).
           05 bopr-rate                    pic 9(3)v99.
           05 bopr-amount                  pic 9(7)v99.
           05 filler                       pic x(7).

       01 billing-prv-rec redefines billing-rec.
           05 filler                       pic x(3).
           05 bprv-prov                    pic x(3).
           05 bprv-op-count                pic 9(3).
           05 bprv-calls                   pic 9(7).
           05 bprv-amount                  pic 9(9)v99.
           05 filler                       pic x(26).

      *Tax-rate master declaration - same record layout as the
      *TAXRATE-REC read by lab2binv
       fd taxrate-file
           data record is taxrate-rec.

       01 taxrate-rec.
           05 tax-prov                     pic x(3).
           05 tax-code                     pic x(3).
           05 tax-eff-date                 pic 9(8).
           05 tax-rate                     pic 9(2)v999.
           05 tax-reg-num                  pic x(15).
           05 tax-compound                 pic x(1).

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

      *Cost-centre mapping master declaration - REV maps a province
      *and tier to its revenue account, RCV maps a province to its
      *receivable account, TAX maps a province and tax code to its
      *tax payable account; each with the cost centre to post to
       fd glmap-file
           data record is glmap-rec.

       01 glmap-rec.
           05 gm-key.
               10 gm-map-type              pic x(3).
               10 gm-prov                  pic x(3).
               10 gm-qualifier             pic x(6).
           05 gm-account                   pic x(10).
           05 gm-account-num               redefines gm-account
                                           pic 9(10).
           05 gm-cost-centre               pic x(6).
           05 gm-description               pic x(30).

      *GL journal interface file declaration - fixed 80-byte
      *records: one header, the journal lines, one trailer
       fd journal-file
           data record is journal-rec.

       01 journal-rec.
           05 jr-rec-type                  pic x(1).
           05 jr-rec-body                  pic x(79).

       01 journal-header-rec redefines journal-rec.
           05 filler                       pic x(1).
           05 jh-source                    pic x(8).
           05 jh-journal-date              pic 9(8).
           05 jh-period-ym                 pic 9(6).
           05 jh-month-count               pic 9(2).
           05 jh-description               pic x(40).
           05 filler                       pic x(15).

       01 journal-detail-rec redefines journal-rec.
           05 filler                       pic x(1).
           05 jd-account                   pic 9(10).
           05 jd-cost-centre               pic x(6).
           05 jd-debit-credit              pic x(1).
           05 jd-amount                    pic 9(11)v99.
           05 jd-description               pic x(30).
           05 filler                       pic x(19).

       01 journal-trailer-rec redefines journal-rec.
           05 filler                       pic x(1).
           05 jt-line-count                pic 9(7).
           05 jt-debit-total               pic 9(13)v99.
           05 jt-credit-total              pic 9(13)v99.
           05 jt-account-hash              pic 9(15).
           05 filler                       pic x(27).

      *Journal proof listing output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

       77 ws-billing-status                pic xx
                   value spaces.
       77 ws-taxrate-status                pic xx
                   value spaces.
       77 ws-runctl-status                 pic xx
                   value spaces.
       77 ws-glmap-status                  pic xx
                   value spaces.
       77 ws-journal-status                pic xx
                   value spaces.

      *End of billing extract declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of tax-rate and mapping master declarations
       01 ws-taxrate-eof                   pic x
                   value 'n'.
           88 is-taxrate-eof
                   value 'y'.
       01 ws-glmap-eof                     pic x
                   value 'n'.
           88 is-glmap-eof
                   value 'y'.
       77 ws-runctl-eof                    pic x
                   value 'n'.
           88 is-runctl-eof
                   value 'y'.

      *run date broken out so the tax effective-date comparison can
      *use a full century date, the way lab2binv dates it
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.

      *billing period off the run-control card
       77 ws-period-start-ym               pic 9(6)
                   value 0.
       77 ws-period-months                 pic 9(2)
                   value 0.

      *Applied tax-rate table - same selection as lab2binv: for
      *each province and tax code, the rate in effect on the run
      *date, in the order the master supplied them
       01 ws-tax-table.
           05 ws-tax-entry occurs 66 times.
                   10 ws-tax-prov             pic x(3).
                   10 ws-tax-code             pic x(3).
                   10 ws-tax-rate             pic 9(2)v999.
                   10 ws-tax-eff-date         pic 9(8).
                   10 ws-tax-compound         pic x(1).
                       88 is-tax-compound      value 'Y'.

       77 ws-tax-count                     pic 99
                   value 0.
       77 ws-tax-index                     pic 99
                   value 0.

      *Mapping table - the mapping master in key order
       01 ws-map-table.
           05 ws-map-entry occurs 300 times.
                   10 ws-map-key.
                       15 ws-map-type      pic x(3).
                       15 ws-map-prov      pic x(3).
                       15 ws-map-qualifier pic x(6).
                   10 ws-map-account       pic 9(10).
                   10 ws-map-cost-centre   pic x(6).
                   10 ws-map-description   pic x(30).

       77 ws-map-count                     pic 9(3)
                   value 0.
       77 ws-map-index                     pic 9(3)
                   value 0.

      *Operator detail table - every OPR record off the extract
       01 ws-opr-table.
           05 ws-opr-entry occurs 500 times.
                   10 ws-opr-tier             pic x(6).
                   10 ws-opr-prov             pic x(3).
                   10 ws-opr-amount           pic 9(7)v99.

       77 ws-opr-count                     pic 9(3)
                   value 0.

      *Province summary table - one PRV record each
       01 ws-prv-table.
           05 ws-prv-entry occurs 22 times.
                   10 ws-prv-prov             pic x(3).
                   10 ws-prv-amount           pic 9(9)v99.

       77 ws-prv-count                     pic 99
                   value 0.

      *Revenue of the province being posted, by tier as the OPR
      *records name it
       01 ws-ptier-table.
           05 ws-ptier-entry occurs 10 times.
                   10 ws-ptier-code           pic x(6).
                   10 ws-ptier-amount         pic 9(9)v99.

       77 ws-ptier-count                   pic 99
                   value 0.
       77 ws-ptier-index                   pic 99
                   value 0.

      *Journal line table - one entry per account, cost centre and
      *side, kept in that order as postings arrive
       01 ws-jl-table.
           05 ws-jl-entry occurs 200 times.
                   10 ws-jl-key.
                       15 ws-jl-account    pic 9(10).
                       15 ws-jl-cost-centre
                                           pic x(6).
                       15 ws-jl-dc         pic x(1).
                   10 ws-jl-amount         pic 9(11)v99.
                   10 ws-jl-description    pic x(30).

       77 ws-jl-count                      pic 9(3)
                   value 0.
       77 ws-jl-index                      pic 9(3)
                   value 0.

       01 ws-jl-new-key.
           05 ws-jl-new-account            pic 9(10).
           05 ws-jl-new-cost-centre        pic x(6).
           05 ws-jl-new-dc                 pic x(1).

      *the posting being made - what it maps by, which side, how
      *much, and what the proof listing calls it
       01 ws-post-map-key.
           05 ws-post-type                 pic x(3).
           05 ws-post-prov                 pic x(3).
           05 ws-post-qualifier            pic x(6).

       77 ws-post-dc                       pic x(1)
                   value spaces.
       77 ws-post-amount                   pic 9(11)v99
                   value 0.
       77 ws-post-source                   pic x(16)
                   value spaces.

      *tax computation work fields - as lab2binv figures them
       77 ws-invoice-subtotal              pic 9(9)v99
                   value 0.
       77 ws-taxes-applied                 pic 9(9)v99
                   value 0.
       77 ws-tax-amount                    pic 9(9)v99
                   value 0.
       77 ws-tax-base                      pic 9(10)v99
                   value 0.
       77 ws-total-due                     pic 9(10)v99
                   value 0.

      *journal totals
       77 ws-debit-total                   pic 9(13)v99
                   value 0.
       77 ws-credit-total                  pic 9(13)v99
                   value 0.
       77 ws-account-hash                  pic 9(15)
                   value 0.

      *exception counters
       77 ws-missing-map-count             pic 9(4)
                   value 0.
       77 ws-orphan-opr-count              pic 9(4)
                   value 0.
       77 ws-map-dropped                   pic 9(4)
                   value 0.
       77 ws-table-overflow                pic 9(4)
                   value 0.
       77 ws-prov-found                    pic x
                   value 'n'.
           88 is-prov-found
                   value 'y'.

      *reason the journal was refused - spaces means it was written
       77 ws-refuse-reason                 pic x(40)
                   value spaces.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.
       77 ws-sub2                          pic 9(3)
                   value 0.
       77 ws-prv-sub                       pic 99
                   value 0.
       77 ws-tax-sub                       pic 99
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2glif'.
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
                   value 'GL JOURNAL PROOF LISTING'.

      *Parameter echo line
       01 param-echo-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'PERIOD: '.
           05 pel-period-ym                pic 9(6).
           05 filler                       pic x(10)
                   value '  MONTHS: '.
           05 pel-month-count              pic z9.
           05 filler                       pic x(16)
                   value '  JOURNAL DATE: '.
           05 pel-journal-date             pic 9(8).
           05 filler                       pic x(2)
                   value spaces.
           05 pel-title                    pic x(40).

      *Section heading lines
       01 posting-section-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(30)
                   value 'POSTINGS BY PROVINCE:'.

       01 journal-section-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(30)
                   value 'JOURNAL LINES:'.

      *Posting heading and detail lines
       01 posting-heading-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'PROV'.
           05 filler                       pic x(1)
                   value spaces.
           05 filler                       pic x(16)
                   value 'SOURCE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(2)
                   value 'DC'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value 'ACCOUNT'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'CCTR'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(17)
                   value '           AMOUNT'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'NOTE'.

       01 posting-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-prov                     pic x(3).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-source                   pic x(16).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-dc                       pic x(2).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-account                  pic x(10).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-cost-centre              pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-amount                   pic zz,zzz,zzz,zz9.99.
           05 filler                       pic x(2)
                   value spaces.
           05 pdl-note                     pic x(40).

      *Exception line - operator detail with no province summary,
      *or a mapping master record that cannot be used
       01 exception-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value '*** '.
           05 exl-text                     pic x(40).
           05 filler                       pic x(2)
                   value spaces.
           05 exl-key                      pic x(20).

      *Journal line heading and detail lines
       01 journal-heading-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value 'ACCOUNT'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'CCTR'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(30)
                   value 'DESCRIPTION'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(17)
                   value '            DEBIT'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(17)
                   value '           CREDIT'.

       01 journal-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 jdl-account                  pic 9(10).
           05 filler                       pic x(2)
                   value spaces.
           05 jdl-cost-centre              pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 jdl-description              pic x(30).
           05 filler                       pic x(2)
                   value spaces.
           05 jdl-debit                    pic zz,zzz,zzz,zz9.99.
           05 jdl-debit-text               redefines jdl-debit
                                           pic x(17).
           05 filler                       pic x(2)
                   value spaces.
           05 jdl-credit                   pic zz,zzz,zzz,zz9.99.
           05 jdl-credit-text              redefines jdl-credit
                                           pic x(17).

       01 journal-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(52)
                   value 'JOURNAL TOTALS'.
           05 jtl-debit                    pic zz,zzz,zzz,zz9.99.
           05 filler                       pic x(2)
                   value spaces.
           05 jtl-credit                   pic zz,zzz,zzz,zz9.99.

      *Control total lines
       01 control-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'JOURNAL LINES:          '.
           05 ctl-line-count               pic zz,zz9.
           05 filler                       pic x(16)
                   value '  ACCOUNT HASH: '.
           05 ctl-account-hash             pic 9(15).

       01 control-line2.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'MISSING MAPPINGS:       '.
           05 ctl-missing-map              pic zz,zz9.
           05 filler                       pic x(24)
                   value '  ORPHAN OPR RECORDS:   '.
           05 ctl-orphan-opr               pic zz,zz9.
           05 filler                       pic x(24)
                   value '  MAPPINGS DROPPED:     '.
           05 ctl-map-dropped              pic zz,zz9.

      *Decision line
       01 decision-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(9)
                   value 'JOURNAL: '.
           05 dl-decision                  pic x(8).
           05 filler                       pic x(2)
                   value spaces.
           05 dl-reason                    pic x(40).

       procedure division.

      *    grab the current date & time - the journal is dated and
      *    the taxes are picked as of the run date, as lab2binv does
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

           perform 030-read-run-control.

           open output report-file

           perform 000-print-headings.

      *    the tax rates lab2binv invoices with, the account
      *    mappings, and the extract itself
           perform 040-load-tax-rates.
           perform 045-load-gl-mapping.
           perform 050-load-billing.

      *    every operator detail record must roll up to a province
      *    summary, or the journal would not match the invoices
           perform 060-check-orphan-detail.

      *    post each province: revenue by tier, tax by code, and
      *    the receivable for the total due
           write report-line from posting-section-line
               after advancing 2 lines
           write report-line from posting-heading-line
               after advancing 1 line

           perform varying ws-prv-sub from 1 by 1 until
               ws-prv-sub > ws-prv-count

                   perform 300-post-province

           end-perform

      *    list the journal and prove it
           perform 500-print-journal-lines.

           perform 550-decide-journal.

           if ws-refuse-reason = spaces
               perform 600-write-journal
           else
               perform 610-empty-journal
           end-if

           perform 700-print-decision.

           close report-file.

           if ws-refuse-reason not = spaces
               display "*** GL JOURNAL REFUSED - "
                   ws-refuse-reason " ***"
               move 08 to return-code
           else
               display "GL JOURNAL WRITTEN: " ws-jl-count " LINES"
               move 0 to return-code
           end-if

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           write report-line from report-heading
               after advancing 1 line.

           move ws-period-start-ym to pel-period-ym
           move ws-period-months to pel-month-count
           move ws-run-ymd to pel-journal-date
           move rc-period-title to pel-title
           write report-line from param-echo-line
               after advancing 2 lines.

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

      *Load The Tax Rates In Effect For The Run
       040-load-tax-rates.

           move spaces to ws-taxrate-status
           open input taxrate-file

           if ws-taxrate-status not = '00'
               display
                   "*** UNABLE TO OPEN TAX RATE MASTER - STATUS "
                   ws-taxrate-status " ***"
               stop run
           end-if

           perform until is-taxrate-eof
               read taxrate-file
                   at end
                       move 'y' to ws-taxrate-eof
                   not at end
                       perform 041-apply-tax-record
               end-read
           end-perform

           close taxrate-file.

      *Keep The Latest Rate On Or Before The Run Date For Its
      *Province And Tax Code
       041-apply-tax-record.

           if tax-eff-date is numeric
               and tax-eff-date not > ws-run-ymd

               move 0 to ws-tax-index
               perform varying ws-tax-sub from 1 by 1 until
                   ws-tax-sub > ws-tax-count

                       if ws-tax-prov(ws-tax-sub) = tax-prov
                           and ws-tax-code(ws-tax-sub) = tax-code
                           move ws-tax-sub to ws-tax-index
                       end-if

               end-perform

               if ws-tax-index = 0
                   and ws-tax-count < 66
                   add 1 to ws-tax-count
                   move ws-tax-count to ws-tax-index
                   move tax-prov to ws-tax-prov(ws-tax-index)
                   move tax-code to ws-tax-code(ws-tax-index)
                   move 0 to ws-tax-eff-date(ws-tax-index)
               end-if

               if ws-tax-index > 0
                   and tax-eff-date > ws-tax-eff-date(ws-tax-index)
                   move tax-eff-date
                       to ws-tax-eff-date(ws-tax-index)
                   move tax-rate to ws-tax-rate(ws-tax-index)
                   move tax-compound
                       to ws-tax-compound(ws-tax-index)
               end-if
           end-if.

      *Load The Cost-Centre Mapping Master - a record with an
      *unknown type or a non-numeric account, or a key already
      *loaded, is listed and dropped; a province left without a
      *mapping by that refuses the journal when it is posted
       045-load-gl-mapping.

           move spaces to ws-glmap-status
           open input glmap-file

           if ws-glmap-status not = '00'
               display
                   "*** UNABLE TO OPEN GL MAPPING MASTER - STATUS "
                   ws-glmap-status " ***"
               stop run
           end-if

           perform until is-glmap-eof
               read glmap-file
                   at end
                       move 'y' to ws-glmap-eof
                   not at end
                       perform 046-apply-mapping-record
               end-read
           end-perform

           close glmap-file.

      *Validate And Keep One Mapping Record
       046-apply-mapping-record.

           move spaces to exl-text

           if gm-map-type not = 'REV'
               and gm-map-type not = 'RCV'
               and gm-map-type not = 'TAX'
               move 'MAPPING TYPE NOT REV/RCV/TAX - DROPPED'
                   to exl-text
           else
               if gm-account is not numeric
                   move 'MAPPING ACCOUNT NOT NUMERIC - DROPPED'
                       to exl-text
               end-if
           end-if

           if exl-text = spaces
               move gm-key to ws-post-map-key
               perform 320-find-mapping
               if ws-map-index > 0
                   move 'DUPLICATE MAPPING KEY - DROPPED' to exl-text
               else
                   if ws-map-count = 300
                       move 'MAPPING TABLE FULL - DROPPED'
                           to exl-text
                   end-if
               end-if
           end-if

           if exl-text = spaces
               add 1 to ws-map-count
               move gm-key to ws-map-key(ws-map-count)
               move gm-account-num to ws-map-account(ws-map-count)
               move gm-cost-centre
                   to ws-map-cost-centre(ws-map-count)
               move gm-description
                   to ws-map-description(ws-map-count)
           else
               add 1 to ws-map-dropped
               move gm-key to exl-key
               write report-line from exception-line
                   after advancing 1 line
           end-if.

      *Load The Billing Extract Into The Detail And Summary Tables
       050-load-billing.

           move spaces to ws-billing-status
           open input billing-file

           if ws-billing-status not = '00'
               display
                   "*** UNABLE TO OPEN BILLING EXTRACT - STATUS "
                   ws-billing-status " ***"
               stop run
           end-if

           perform until is-end-of-file
               read billing-file
                   at end
                       move 'y' to found-eof
                   not at end
                       perform 055-apply-billing-record
               end-read
           end-perform

           close billing-file.

      *Route One Billing Record Into The Detail Or Summary Table -
      *a record that does not fit is counted so the journal is
      *refused rather than posted short
       055-apply-billing-record.

           if bill-rec-type = 'OPR'
               if ws-opr-count < 500
                   add 1 to ws-opr-count
                   move bopr-tier to ws-opr-tier(ws-opr-count)
                   move bopr-prov to ws-opr-prov(ws-opr-count)
                   move bopr-amount to ws-opr-amount(ws-opr-count)
               else
                   add 1 to ws-table-overflow
               end-if
           else
               if bill-rec-type = 'PRV'
                   if ws-prv-count < 22
                       add 1 to ws-prv-count
                       move bprv-prov to ws-prv-prov(ws-prv-count)
                       move bprv-amount
                           to ws-prv-amount(ws-prv-count)
                   else
                       add 1 to ws-table-overflow
                   end-if
               end-if
           end-if.

      *List Every Operator Detail Record Whose Province Has No
      *Province Summary On The Extract
       060-check-orphan-detail.

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-opr-count

                   move 'n' to ws-prov-found
                   perform varying ws-prv-sub from 1 by 1 until
                       ws-prv-sub > ws-prv-count

                           if ws-prv-prov(ws-prv-sub)
                               = ws-opr-prov(ws-sub)
                               move 'y' to ws-prov-found
                           end-if

                   end-perform

                   if not is-prov-found
                       add 1 to ws-orphan-opr-count
                       move 'OPR DETAIL WITH NO PRV SUMMARY'
                           to exl-text
                       move ws-opr-prov(ws-sub) to exl-key
                       write report-line from exception-line
                           after advancing 1 line
                   end-if

           end-perform.

      *Post One Province - revenue credited per tier from its OPR
      *detail, each tax credited per code as lab2binv figures it,
      *and the receivable debited for the invoice's total due
       300-post-province.

      *    revenue by tier
           move 0 to ws-ptier-count

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-opr-count

                   if ws-opr-prov(ws-sub) = ws-prv-prov(ws-prv-sub)
                       perform 305-add-tier-revenue
                   end-if

           end-perform

           perform varying ws-ptier-index from 1 by 1 until
               ws-ptier-index > ws-ptier-count

                   move 'REV' to ws-post-type
                   move ws-prv-prov(ws-prv-sub) to ws-post-prov
                   move ws-ptier-code(ws-ptier-index)
                       to ws-post-qualifier
                   move 'C' to ws-post-dc
                   move ws-ptier-amount(ws-ptier-index)
                       to ws-post-amount
                   move spaces to ws-post-source
                   string 'REVENUE ' delimited by size
                          ws-ptier-code(ws-ptier-index)
                              delimited by size
                       into ws-post-source
                   end-string
                   perform 310-post-line

           end-perform

      *    taxes - a compound tax is figured on the subtotal plus
      *    the taxes already applied
           move ws-prv-amount(ws-prv-sub) to ws-invoice-subtotal
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

                       move 'TAX' to ws-post-type
                       move ws-prv-prov(ws-prv-sub) to ws-post-prov
                       move ws-tax-code(ws-tax-sub)
                           to ws-post-qualifier
                       move 'C' to ws-post-dc
                       move ws-tax-amount to ws-post-amount
                       move spaces to ws-post-source
                       string 'TAX ' delimited by size
                              ws-tax-code(ws-tax-sub)
                                  delimited by size
                           into ws-post-source
                       end-string
                       perform 310-post-line
                   end-if

           end-perform

      *    the receivable for the total due
           compute ws-total-due =
               ws-invoice-subtotal + ws-taxes-applied

           move 'RCV' to ws-post-type
           move ws-prv-prov(ws-prv-sub) to ws-post-prov
           move spaces to ws-post-qualifier
           move 'D' to ws-post-dc
           move ws-total-due to ws-post-amount
           move 'RECEIVABLE' to ws-post-source
           perform 310-post-line

           move spaces to report-line
           write report-line after advancing 1 line.

      *Add One OPR Record's Amount To Its Tier's Revenue
       305-add-tier-revenue.

           move 0 to ws-ptier-index

           perform varying ws-sub2 from 1 by 1 until
               ws-sub2 > ws-ptier-count or ws-ptier-index > 0

                   if ws-ptier-code(ws-sub2) = ws-opr-tier(ws-sub)
                       move ws-sub2 to ws-ptier-index
                   end-if

           end-perform

           if ws-ptier-index = 0
               if ws-ptier-count < 10
                   add 1 to ws-ptier-count
                   move ws-ptier-count to ws-ptier-index
                   move ws-opr-tier(ws-sub)
                       to ws-ptier-code(ws-ptier-index)
                   move 0 to ws-ptier-amount(ws-ptier-index)
               else
                   add 1 to ws-table-overflow
               end-if
           end-if

           if ws-ptier-index > 0
               add ws-opr-amount(ws-sub)
                   to ws-ptier-amount(ws-ptier-index)
           end-if.

      *Post One Amount To The Journal Line Its Mapping Names And
      *List It - a posting with no mapping is listed and counted,
      *and refuses the journal; a zero amount is listed only
       310-post-line.

           move ws-post-prov to pdl-prov
           move ws-post-source to pdl-source
           if ws-post-dc = 'D'
               move 'DR' to pdl-dc
           else
               move 'CR' to pdl-dc
           end-if
           move ws-post-amount to pdl-amount

           perform 320-find-mapping

           if ws-map-index = 0
               add 1 to ws-missing-map-count
               move '**********' to pdl-account
               move spaces to pdl-cost-centre
               if ws-post-type = 'RCV'
                   move '*** NO RECEIVABLE MAPPING' to pdl-note
               else
                   if ws-post-type = 'REV'
                       move '*** NO REVENUE MAPPING FOR TIER'
                           to pdl-note
                   else
                       move '*** NO TAX PAYABLE MAPPING FOR CODE'
                           to pdl-note
                   end-if
               end-if
           else
               move ws-map-account(ws-map-index) to pdl-account
               move ws-map-cost-centre(ws-map-index)
                   to pdl-cost-centre
               if ws-post-amount = 0
                   move 'ZERO - NOT JOURNALLED' to pdl-note
               else
                   move spaces to pdl-note
                   perform 330-add-journal-line
               end-if
           end-if

           write report-line from posting-detail-line
               after advancing 1 line.

      *Find WS-POST-MAP-KEY In The Mapping Table
       320-find-mapping.

           move 0 to ws-map-index

           perform varying ws-sub2 from 1 by 1 until
               ws-sub2 > ws-map-count or ws-map-index > 0

                   if ws-map-key(ws-sub2) = ws-post-map-key
                       move ws-sub2 to ws-map-index
                   end-if

           end-perform.

      *Add The Posting To Its Account/Cost-Centre/Side Journal Line,
      *Opening The Line In Key Order If It Is New
       330-add-journal-line.

           move ws-map-account(ws-map-index) to ws-jl-new-account
           move ws-map-cost-centre(ws-map-index)
               to ws-jl-new-cost-centre
           move ws-post-dc to ws-jl-new-dc

           move 0 to ws-jl-index
           perform varying ws-sub2 from 1 by 1 until
               ws-sub2 > ws-jl-count or ws-jl-index > 0

                   if ws-jl-key(ws-sub2) not < ws-jl-new-key
                       move ws-sub2 to ws-jl-index
                   end-if

           end-perform

           if ws-jl-index = 0
               or ws-jl-key(ws-jl-index) not = ws-jl-new-key
               if ws-jl-count = 200
                   add 1 to ws-table-overflow
                   move 0 to ws-jl-index
               else
                   if ws-jl-index = 0
                       compute ws-jl-index = ws-jl-count + 1
                   end-if
      *            shift every entry from the insert slot down one
      *            to open the slot
                   perform varying ws-sub2 from ws-jl-count by -1
                       until ws-sub2 < ws-jl-index

                           move ws-jl-entry(ws-sub2)
                               to ws-jl-entry(ws-sub2 + 1)

                   end-perform
                   add 1 to ws-jl-count
                   move ws-jl-new-key to ws-jl-key(ws-jl-index)
                   move 0 to ws-jl-amount(ws-jl-index)
                   move ws-map-description(ws-map-index)
                       to ws-jl-description(ws-jl-index)
                   if ws-jl-description(ws-jl-index) = spaces
                       move ws-post-source
                           to ws-jl-description(ws-jl-index)
                   end-if
               end-if
           end-if

           if ws-jl-index > 0
               add ws-post-amount to ws-jl-amount(ws-jl-index)
           end-if.

      *List The Journal Lines And Accumulate The Control Totals
       500-print-journal-lines.

           write report-line from journal-section-line
               after advancing 1 line
           write report-line from journal-heading-line
               after advancing 1 line

           move 0 to ws-debit-total
           move 0 to ws-credit-total
           move 0 to ws-account-hash

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-jl-count

                   move ws-jl-account(ws-sub) to jdl-account
                   move ws-jl-cost-centre(ws-sub) to jdl-cost-centre
                   move ws-jl-description(ws-sub)
                       to jdl-description
                   if ws-jl-dc(ws-sub) = 'D'
                       move ws-jl-amount(ws-sub) to jdl-debit
                       move spaces to jdl-credit-text
                       add ws-jl-amount(ws-sub) to ws-debit-total
                   else
                       move spaces to jdl-debit-text
                       move ws-jl-amount(ws-sub) to jdl-credit
                       add ws-jl-amount(ws-sub) to ws-credit-total
                   end-if
                   add ws-jl-account(ws-sub) to ws-account-hash

                   write report-line from journal-detail-line
                       after advancing 1 line

           end-perform

           move ws-debit-total to jtl-debit
           move ws-credit-total to jtl-credit
           write report-line from journal-total-line
               after advancing 2 lines.

      *Decide Whether The Journal May Be Written
       550-decide-journal.

           move spaces to ws-refuse-reason

           if ws-prv-count = 0
               move 'NO PROVINCE SUMMARIES ON EXTRACT'
                   to ws-refuse-reason
           end-if

           if ws-refuse-reason = spaces
               and ws-table-overflow > 0
               move 'EXTRACT TOO LARGE FOR INTERFACE TABLES'
                   to ws-refuse-reason
           end-if

           if ws-refuse-reason = spaces
               and ws-missing-map-count > 0
               move 'PROVINCE MAPPING MISSING' to ws-refuse-reason
           end-if

           if ws-refuse-reason = spaces
               and ws-orphan-opr-count > 0
               move 'OPR DETAIL WITH NO PRV SUMMARY'
                   to ws-refuse-reason
           end-if

           if ws-refuse-reason = spaces
               and ws-debit-total not = ws-credit-total
               move 'DEBITS DO NOT EQUAL CREDITS' to ws-refuse-reason
           end-if.

      *Write The Journal File - header, lines, trailer
       600-write-journal.

           open output journal-file

           if ws-journal-status not = '00'
               display
                   "*** UNABLE TO OPEN GL JOURNAL FILE - STATUS "
                   ws-journal-status " ***"
               stop run
           end-if

           move spaces to journal-rec
           move 'H' to jr-rec-type
           move 'LAB2' to jh-source
           move ws-run-ymd to jh-journal-date
           move ws-period-start-ym to jh-period-ym
           move ws-period-months to jh-month-count
           move rc-period-title to jh-description
           write journal-rec

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-jl-count

                   move spaces to journal-rec
                   move 'D' to jr-rec-type
                   move ws-jl-account(ws-sub) to jd-account
                   move ws-jl-cost-centre(ws-sub) to jd-cost-centre
                   move ws-jl-dc(ws-sub) to jd-debit-credit
                   move ws-jl-amount(ws-sub) to jd-amount
                   move ws-jl-description(ws-sub) to jd-description
                   write journal-rec

           end-perform

           move spaces to journal-rec
           move 'T' to jr-rec-type
           move ws-jl-count to jt-line-count
           move ws-debit-total to jt-debit-total
           move ws-credit-total to jt-credit-total
           move ws-account-hash to jt-account-hash
           write journal-rec

           close journal-file.

      *Empty The Journal File When The Journal Is Refused - the last
      *run's journal must not be left for the GL load to post again
       610-empty-journal.

           open output journal-file

           if ws-journal-status not = '00'
               display
                   "*** UNABLE TO OPEN GL JOURNAL FILE - STATUS "
                   ws-journal-status " ***"
               stop run
           end-if

           close journal-file.

      *Print The Control Totals And The Decision
       700-print-decision.

           move ws-jl-count to ctl-line-count
           move ws-account-hash to ctl-account-hash
           write report-line from control-line1
               after advancing 2 lines

           move ws-missing-map-count to ctl-missing-map
           move ws-orphan-opr-count to ctl-orphan-opr
           move ws-map-dropped to ctl-map-dropped
           write report-line from control-line2
               after advancing 1 line

           if ws-refuse-reason = spaces
               move 'WRITTEN' to dl-decision
               move spaces to dl-reason
           else
               move 'REFUSED' to dl-decision
               move ws-refuse-reason to dl-reason
           end-if

           write report-line from decision-line
               after advancing 2 lines.

       end program lab2glif.
