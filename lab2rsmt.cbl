       identification division.
       program-id. lab2rsmt.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Prior-period restatement run.  A site that finds its
      *extract for an already-reported period was wrong sends a
      *correction extract in the same layout as the clean stream
      *lab2 reads, and a restatement card in the run-control layout
      *names the period it restates.  Every operator month on the
      *correction is compared with the call-history master
      *(lab2.histix); only a month whose calls actually changed is
      *rewritten (or added, if the original run never wrote it) -
      *every other history record is left exactly as it was.  For
      *each operator whose calls changed, an adjustment billing
      *record carries only the difference: a debit for calls added,
      *a credit for calls taken away, priced at the tier rate that
      *was in force for the original period, not today's rate.
      *Province adjustment summaries follow the operator records,
      *and an adjustment register lists calls before, after and the
      *difference, by province and operator, with the dollars.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - a restated period may run past December
      *    into the next year.
      *2026-10-15 KS - each month is restated under the tier and
      *    province it was actually billed at, taken from the
      *    history record, not the operator's current roster
      *    values; an operator moved or regraded inside or after
      *    the period gets one adjustment per tier and province.
      *2026-10-15 KS - restatement control layout brought level
      *    with lab2's run-control card (fiscal-year label and
      *    first month).

       environment division.
       input-output section.
       file-control.
      *    selects the restatement control card - the run-control
      *    card layout naming the period being restated
           select rsctl-file assign to '../../../data/lab2.rsctl'
               organization is line sequential
               file status is ws-rsctl-status.
      *    selects the correction extract for the restated period
           select input-file assign to '../../../data/lab2.rsdata'
               organization is line sequential
               file status is ws-input-status.
      *    selects the keyed rolling call-history master
           select history-file assign to '../../../data/lab2.histix'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               file status is ws-hist-status.
      *    selects the operator roster master file location and name
           select operator-file assign to '../../../data/lab2.opmast'
               organization is line sequential
               file status is ws-opmast-status.
      *    selects the per-tier billing rates master location
           select rates-file assign to '../../../data/lab2.rates'
               organization is line sequential
               file status is ws-rates-status.
      *    selects the adjustment billing extract output location
           select adjust-file assign to '../../../data/lab2.badj'
               organization is line sequential.
      *    selects the adjustment register output location and name
           select report-file assign to '../../../data/lab2.rsrpt'
               organization is line sequential.

       data division.
       file section.

      *Restatement control card declaration - same layout as the
      *RUNCTL-REC read by lab2
       fd rsctl-file
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

      *Correction extract declaration - same record layout as the
      *EMP-REC lab2 reads; HDR and TRL records are passed over
       fd input-file
           data record is emp-rec.

       01 emp-rec.
           05 emp-rec-num                  pic x(3).
           05 emp-rec-name                 pic x(12).
           05 emp-rec-calls.
               10 input-calls              pic 9(3)
                   occurs 12 times.

      *Call-history master declaration - same record layout as the
      *HISTORY-REC written by lab2
       fd history-file
           data record is history-rec.

       01 history-rec.
           05 hist-key.
               10 hist-year                pic 9(4).
               10 hist-month               pic 9(2).
               10 hist-op-num              pic x(3).
           05 hist-name                    pic x(12).
           05 hist-type                    pic x(6).
           05 hist-prov                    pic x(3).
           05 hist-calls                   pic 9(3).

      *Operator roster master declaration - same record layout as
      *the OP-MASTER-REC read by lab2
       fd operator-file
           data record is op-master-rec.

       01 op-master-rec.
           05 om-op-num                    pic x(3).
           05 om-op-type                   pic x(6).
           05 om-op-prov                   pic x(3).
           05 om-op-name                   pic x(12).
           05 om-start-ym                  pic 9(6).
           05 om-end-ym                    pic 9(6).

      *Billing rates master declaration - same record layout as
      *the RATE-REC read by lab2
       fd rates-file
           data record is rate-rec.

       01 rate-rec.
           05 rate-tier                    pic x(6).
           05 rate-eff-date                pic 9(8).
           05 rate-per-call                pic 9(3)v99.

      *Adjustment billing extract declaration - the same 53-byte
      *shape as the BILLING-REC lab2 writes: one ADJ record per
      *restated operator and one APV summary per province, each
      *carrying only the difference, marked D (debit - calls added)
      *or C (credit - calls taken away), and the period restated
       fd adjust-file
           data record is adjust-rec.

       01 adjust-rec.
           05 adj-rec-type                 pic x(3).
           05 adj-rec-body                 pic x(50).

       01 adjust-opr-rec redefines adjust-rec.
           05 filler                       pic x(3).
           05 aopr-op-num                  pic x(3).
           05 aopr-name                    pic x(12).
           05 aopr-tier                    pic x(6).
           05 aopr-prov                    pic x(3).
           05 aopr-dc-ind                  pic x(1).
           05 aopr-calls                   pic 9(5).
           05 aopr-rate                    pic 9(3)v99.
           05 aopr-amount                  pic 9(7)v99.
           05 aopr-period-ym               pic 9(6).

       01 adjust-prv-rec redefines adjust-rec.
           05 filler                       pic x(3).
           05 aprv-prov                    pic x(3).
           05 aprv-dc-ind                  pic x(1).
           05 aprv-op-count                pic 9(3).
           05 aprv-calls                   pic 9(7).
           05 aprv-amount                  pic 9(9)v99.
           05 aprv-period-ym               pic 9(6).
           05 filler                       pic x(19).

      *Adjustment register output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(132).

       working-storage section.

      *End of correction extract declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of roster and rates master declarations
       77 ws-master-eof                    pic x
                   value 'n'.
           88 is-master-eof
                   value 'y'.
       77 ws-rates-eof                     pic x
                   value 'n'.
           88 is-rates-eof
                   value 'y'.
       77 ws-rsctl-eof                     pic x
                   value 'n'.
           88 is-rsctl-eof
                   value 'y'.

       77 ws-rsctl-status                  pic xx
                   value spaces.
       77 ws-input-status                  pic xx
                   value spaces.
       77 ws-hist-status                   pic xx
                   value spaces.
       77 ws-opmast-status                 pic xx
                   value spaces.
       77 ws-rates-status                  pic xx
                   value spaces.

      *restated period off the control card
       77 ws-number-of-months              pic 9(2)
                   value 0.
       77 ws-period-year                   pic 9(4)
                   value 0.
       77 ws-first-month                   pic 9(2)
                   value 0.
       77 ws-period-start-ym               pic 9(6)
                   value 0.
       77 ws-period-end-ymd                pic 9(8)
                   value 0.
       77 ws-rsctl-error                   pic x(40)
                   value spaces.

      *Period month table - the calendar year and month of each
      *month slot on the correction record
       01 ws-period-month-table.
           05 ws-period-month-entry occurs 12 times.
                   10 ws-pm-year              pic 9(4).
                   10 ws-pm-month             pic 9(2).
                   10 ws-pm-ym                pic 9(6).

      *Roster table - loaded from operator-file
       01 ws-roster-table.
           05 ws-roster-item occurs 500 times.
                   10 ws-ros-op-num           pic x(3).
                   10 ws-ros-type             pic x(6).
                   10 ws-ros-prov             pic x(3).
                   10 ws-ros-name             pic x(12).
                   10 ws-ros-start-ym         pic 9(6).
                   10 ws-ros-end-ym           pic 9(6).

       77 ws-roster-count                  pic 9(3)
                   value 0.
       77 ws-roster-index                  pic 9(3)
                   value 0.

      *tier rates in force for the restated period - the latest
      *rate on or before the period's last day, the rate the
      *original invoices were priced at
       77 ws-rate-first                    pic 9(3)v99
                   value 0.
       77 ws-rate-second                   pic 9(3)v99
                   value 0.
       77 ws-rate-third                    pic 9(3)v99
                   value 0.
       77 ws-rate-first-date               pic 9(8)
                   value 0.
       77 ws-rate-second-date              pic 9(8)
                   value 0.
       77 ws-rate-third-date               pic 9(8)
                   value 0.

      *Operators already restated this run - a repeated operator
      *on the correction extract is rejected, not applied twice
       01 ws-seen-table.
           05 ws-seen-op-num               pic x(3)
                   occurs 500 times.

       77 ws-seen-count                    pic 9(3)
                   value 0.

      *Adjustment table - one entry per restated operator, kept in
      *ascending province-then-operator order for the register
       01 ws-adj-table.
           05 ws-adj-entry occurs 500 times.
                   10 ws-adj-key.
                       15 ws-adj-prov      pic x(3).
                       15 ws-adj-op-num    pic x(3).
                   10 ws-adj-name          pic x(12).
                   10 ws-adj-tier          pic x(6).
                   10 ws-adj-before        pic 9(5).
                   10 ws-adj-after         pic 9(5).
                   10 ws-adj-delta         pic s9(5).
                   10 ws-adj-rate          pic 9(3)v99.
                   10 ws-adj-amount        pic s9(7)v99.
                   10 ws-adj-months        pic 9(2).

       77 ws-adj-count                     pic 9(3)
                   value 0.
       77 ws-insert-index                  pic 9(3)
                   value 0.

       01 ws-new-key.
           05 ws-new-key-prov              pic x(3).
           05 ws-new-key-op-num            pic x(3).

      *per-operator comparison work fields
       77 ws-op-before                     pic 9(5)
                   value 0.
       77 ws-op-after                      pic 9(5)
                   value 0.
       77 ws-op-delta                      pic s9(5)
                   value 0.
       77 ws-op-months-changed             pic 9(2)
                   value 0.
       77 ws-op-rate                       pic 9(3)v99
                   value 0.
       77 ws-op-amount                     pic s9(7)v99
                   value 0.
      *the tier and province the adjustment being built is priced
      *and routed under
       77 ws-op-tier                       pic x(6)
                   value spaces.
       77 ws-op-prov                       pic x(3)
                   value spaces.

      *the tier and province each period month was billed under,
      *with its calls before and after - months outside the
      *operator's window are left blank and never grouped
       01 ws-op-month-table.
           05 ws-op-month occurs 12 times.
                   10 ws-om-type              pic x(6).
                   10 ws-om-prov              pic x(3).
                   10 ws-om-before            pic 9(3).
                   10 ws-om-after             pic 9(3).
                   10 ws-om-changed           pic 9(1).
                   10 ws-om-state             pic x.
                       88 is-om-ungrouped
                           value 'u'.
       77 ws-hist-found                    pic x
                   value 'n'.
           88 is-hist-found
                   value 'y'.
       77 ws-op-seen                       pic x
                   value 'n'.
           88 is-op-seen
                   value 'y'.
       77 ws-reject-reason                 pic x(30)
                   value spaces.

      *province control-break accumulators for the register and
      *the APV summaries
       77 ws-current-prov                  pic x(3)
                   value spaces.
       77 ws-prov-before                   pic 9(7)
                   value 0.
       77 ws-prov-after                    pic 9(7)
                   value 0.
       77 ws-prov-delta                    pic s9(7)
                   value 0.
       77 ws-prov-amount                   pic s9(9)v99
                   value 0.
       77 ws-prov-op-count                 pic 9(3)
                   value 0.

      *run counters and grand totals
       77 ws-records-read                  pic 9(5)
                   value 0.
       77 ws-records-rejected              pic 9(5)
                   value 0.
       77 ws-ops-unchanged                 pic 9(5)
                   value 0.
       77 ws-ops-restated                  pic 9(5)
                   value 0.
       77 ws-hist-rewritten                pic 9(5)
                   value 0.
       77 ws-hist-added                    pic 9(5)
                   value 0.
       77 ws-adj-records-written           pic 9(5)
                   value 0.
       77 ws-grand-before                  pic 9(7)
                   value 0.
       77 ws-grand-after                   pic 9(7)
                   value 0.
       77 ws-grand-delta                   pic s9(7)
                   value 0.
       77 ws-grand-amount                  pic s9(9)v99
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.
       77 ws-sub2                          pic 9(3)
                   value 0.
       77 ws-month-sub                     pic 9(2)
                   value 0.
       77 ws-group-sub                     pic 9(2)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2rsmt'.
           05 filler                       pic x(5)
                   value spaces.
           05 name-line-date               pic 9(6).
           05 filler                       pic x(5)
                   value spaces.
           05 name-line-time               pic 9(8).

      *Report heading lines
       01 report-heading.
           05 filler                       pic x(20).
           05 filler                       pic x(40)
                   value 'PRIOR-PERIOD RESTATEMENT REGISTER'.

       01 period-heading.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(17)
                   value 'PERIOD RESTATED: '.
           05 ph-title                     pic x(40).
           05 filler                       pic x(2)
                   value spaces.
           05 ph-start-ym                  pic 9(6).
           05 filler                       pic x(10)
                   value '  MONTHS: '.
           05 ph-month-count               pic z9.
           05 filler                       pic x(14)
                   value '  RATES AS OF '.
           05 ph-rate-date                 pic 9(8).

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(4)
                   value 'PROV'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(3)
                   value 'OP#'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(12)
                   value 'NAME'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'TIER'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'MONTHS'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'BEFORE'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(5)
                   value 'AFTER'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(5)
                   value 'DELTA'.
           05 filler                       pic x(4)
                   value spaces.
           05 filler                       pic x(4)
                   value 'RATE'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(12)
                   value 'DELTA AMOUNT'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(3)
                   value 'D/C'.

      *Register detail line - one per restated operator
       01 register-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-prov                     pic x(3).
           05 filler                       pic x(3)
                   value spaces.
           05 rdl-op-num                   pic x(3).
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-name                     pic x(12).
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-tier                     pic x(6).
           05 filler                       pic x(6)
                   value spaces.
           05 rdl-months                   pic z9.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-before                   pic zz,zz9.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-after                    pic zz,zz9.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-delta                    pic --,--9.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-rate                     pic zz9.99.
           05 filler                       pic x(2)
                   value spaces.
           05 rdl-amount                   pic --,---,--9.99.
           05 filler                       pic x(3)
                   value spaces.
           05 rdl-dc-ind                   pic x(1).

      *Province subtotal line
       01 province-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 ptl-prov                     pic x(3).
           05 filler                       pic x(8)
                   value ' TOTAL ('.
           05 ptl-op-count                 pic zz9.
           05 filler                       pic x(5)
                   value ' OPS)'.
           05 filler                       pic x(21)
                   value spaces.
           05 ptl-before                   pic zzz,zz9.
           05 filler                       pic x(1)
                   value spaces.
           05 ptl-after                    pic zzz,zz9.
           05 filler                       pic x(1)
                   value spaces.
           05 ptl-delta                    pic ---,--9.
           05 filler                       pic x(9)
                   value spaces.
           05 ptl-amount                   pic ---,---,--9.99.
           05 filler                       pic x(3)
                   value spaces.
           05 ptl-dc-ind                   pic x(1).

      *Grand total line
       01 grand-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(14)
                   value 'GRAND TOTAL ('.
           05 gtl-op-count                 pic zz9.
           05 filler                       pic x(5)
                   value ' OPS)'.
           05 filler                       pic x(18)
                   value spaces.
           05 gtl-before                   pic zzz,zz9.
           05 filler                       pic x(1)
                   value spaces.
           05 gtl-after                    pic zzz,zz9.
           05 filler                       pic x(1)
                   value spaces.
           05 gtl-delta                    pic ---,--9.
           05 filler                       pic x(9)
                   value spaces.
           05 gtl-amount                   pic ---,---,--9.99.
           05 filler                       pic x(3)
                   value spaces.
           05 gtl-dc-ind                   pic x(1).

      *Correction reject line - a correction record that could not
      *be applied, with its reason
       01 reject-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(25)
                   value '*** CORRECTION REJECTED -'.
           05 filler                       pic x(4)
                   value ' OP '.
           05 rjl-op-num                   pic x(3).
           05 filler                       pic x(1)
                   value spaces.
           05 rjl-name                     pic x(12).
           05 filler                       pic x(3)
                   value ' - '.
           05 rjl-reason                   pic x(30).

      *No-changes line - the correction matched the history master
      *everywhere
       01 nothing-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(45)
                   value '*** NO HISTORY CHANGES - NO ADJUSTMENTS ***'.

      *Total lines
       01 total-read-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'CORRECTION RECORDS READ:    '.
           05 ttl-records-read             pic zz,zz9.

       01 total-rejected-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'CORRECTION RECORDS REJECTED:'.
           05 ttl-records-rejected         pic zz,zz9.

       01 total-unchanged-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'OPERATORS UNCHANGED:        '.
           05 ttl-ops-unchanged            pic zz,zz9.

       01 total-restated-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'OPERATORS RESTATED:         '.
           05 ttl-ops-restated             pic zz,zz9.

       01 total-history-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'HISTORY RECORDS REWRITTEN:  '.
           05 ttl-hist-rewritten           pic zz,zz9.
           05 filler                       pic x(8)
                   value '  ADDED:'.
           05 ttl-hist-added               pic zz,zz9.

       01 total-adjust-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'ADJUSTMENT RECORDS WRITTEN: '.
           05 ttl-adj-written              pic zz,zz9.

       procedure division.

      *    grab the current date & time
           accept name-line-date from date.
           accept name-line-time from time.

      *    the card names the period being restated - a bad card
      *    ends the run before the history master is touched
           perform 040-read-restate-control.

      *    tier rates in force for that period, and the roster
           perform 045-load-billing-rates.
           perform 050-load-operator-master.

      *    open file handles
           move spaces to ws-input-status
           open input input-file

           if ws-input-status not = '00'
               display
                   "*** UNABLE TO OPEN CORRECTION EXTRACT - STATUS "
                   ws-input-status " ***"
               stop run
           end-if

      *    the history master must already exist - there is nothing
      *    to restate without it
           move spaces to ws-hist-status
           open i-o history-file

           if ws-hist-status not = '00'
               display
                   "*** UNABLE TO OPEN HISTORY MASTER - STATUS "
                   ws-hist-status " ***"
               stop run
           end-if

           open output adjust-file
                       report-file

           perform 000-print-headings.

      *    compare each correction record with the history master
           perform 100-read-correction.

           perform 200-process-correction until is-end-of-file.

      *    register by province and operator, with the province
      *    adjustment summaries written at each break
           perform 500-print-register.

      *    output total lines
           perform 590-print-totals.

      *    close file handles
           close input-file
                 history-file
                 adjust-file
                 report-file.

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           write report-line from report-heading
               after advancing 1 line.

           move rc-period-title to ph-title
           move ws-period-start-ym to ph-start-ym
           move ws-number-of-months to ph-month-count
           move ws-period-end-ymd to ph-rate-date
           write report-line from period-heading
               after advancing 2 lines.

           write report-line from heading-line1 after advancing 2 lines.

      *Read And Validate The Restatement Control Card
       040-read-restate-control.

           move spaces to ws-rsctl-status
           open input rsctl-file

           if ws-rsctl-status not = '00'
               display
                   "*** UNABLE TO OPEN RESTATEMENT CARD - STATUS "
                   ws-rsctl-status " ***"
               stop run
           end-if

           read rsctl-file
               at end
                   move 'y' to ws-rsctl-eof
           end-read

           close rsctl-file

           if is-rsctl-eof
               display "*** RESTATEMENT CARD IS EMPTY ***"
               stop run
           end-if

      *    the same checks lab2 makes of its own card
           if rc-period-title = spaces
               move 'PERIOD TITLE MISSING' to ws-rsctl-error
           end-if
           if ws-rsctl-error = spaces
               and (rc-month-count is not numeric
               or rc-month-count < 1
               or rc-month-count > 12)
               move 'MONTH COUNT NOT 1-12' to ws-rsctl-error
           end-if
           if ws-rsctl-error = spaces
               and (rc-period-year is not numeric
               or rc-period-year < 2000)
               move 'PERIOD YEAR NOT NUMERIC/SANE' to ws-rsctl-error
           end-if
           if ws-rsctl-error = spaces
               and (rc-first-month is not numeric
               or rc-first-month < 1
               or rc-first-month > 12)
               move 'FIRST MONTH NOT 1-12' to ws-rsctl-error
           end-if
           if ws-rsctl-error not = spaces
               display "*** RESTATEMENT CARD INVALID - "
                   ws-rsctl-error " ***"
               stop run
           end-if

           move rc-month-count to ws-number-of-months
           move rc-period-year to ws-period-year
           move rc-first-month to ws-first-month
           compute ws-period-start-ym =
               ws-period-year * 100 + ws-first-month

      *    the calendar year and month of every slot on the record
      *    - a period running past December goes on into January
      *    of the next year
           perform varying ws-month-sub from 1 by 1 until
               ws-month-sub > ws-number-of-months

                   move ws-period-year to ws-pm-year(ws-month-sub)
                   compute ws-pm-month(ws-month-sub) =
                       ws-first-month + ws-month-sub - 1
                   if ws-pm-month(ws-month-sub) > 12
                       add 1 to ws-pm-year(ws-month-sub)
                       subtract 12 from ws-pm-month(ws-month-sub)
                   end-if
                   compute ws-pm-ym(ws-month-sub) =
                       ws-pm-year(ws-month-sub) * 100
                       + ws-pm-month(ws-month-sub)

           end-perform

      *    rates are taken as at the last day of the period's last
      *    month - day 31 serves every month for an on-or-before
      *    comparison
           compute ws-period-end-ymd =
               ws-pm-ym(ws-number-of-months) * 100 + 31.

      *Load The Tier Rates In Force For The Restated Period - the
      *delta must be priced as the original invoices were
       045-load-billing-rates.

           move spaces to ws-rates-status
           open input rates-file

           if ws-rates-status not = '00'
               display
                   "*** UNABLE TO OPEN RATES MASTER FILE - STATUS "
                   ws-rates-status " ***"
               stop run
           end-if

           perform until is-rates-eof
               read rates-file
                   at end
                       move 'y' to ws-rates-eof
                   not at end
                       perform 046-apply-rate-record
               end-read
           end-perform

           close rates-file.

      *Keep The Latest Rate On Or Before The Period End For Its Tier
       046-apply-rate-record.

           if rate-eff-date is numeric
               and rate-eff-date not > ws-period-end-ymd

               if rate-tier = 'FIRST '
                   if rate-eff-date > ws-rate-first-date
                       move rate-eff-date to ws-rate-first-date
                       move rate-per-call to ws-rate-first
                   end-if
               else
                   if rate-tier = 'SECOND'
                       if rate-eff-date > ws-rate-second-date
                           move rate-eff-date to ws-rate-second-date
                           move rate-per-call to ws-rate-second
                       end-if
                   else
                       if rate-tier = 'THIRD '
                           if rate-eff-date > ws-rate-third-date
                               move rate-eff-date to ws-rate-third-date
                               move rate-per-call to ws-rate-third
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *Load Operator Roster Master File
       050-load-operator-master.

           move spaces to ws-opmast-status
           open input operator-file

           if ws-opmast-status not = '00'
               display
                   "*** UNABLE TO OPEN OPERATOR MASTER FILE - STATUS "
                   ws-opmast-status " ***"
               stop run
           end-if

           perform until is-master-eof
               read operator-file
                   at end
                       move 'y' to ws-master-eof
                   not at end
                       if ws-roster-count < 500
                           add 1 to ws-roster-count
                           move om-op-num
                               to ws-ros-op-num(ws-roster-count)
                           move om-op-type
                               to ws-ros-type(ws-roster-count)
                           move om-op-prov
                               to ws-ros-prov(ws-roster-count)
                           move om-op-name
                               to ws-ros-name(ws-roster-count)
                           if om-start-ym is numeric
                               move om-start-ym
                                   to ws-ros-start-ym(ws-roster-count)
                           else
                               move 0
                                   to ws-ros-start-ym(ws-roster-count)
                           end-if
                           if om-end-ym is numeric
                               move om-end-ym
                                   to ws-ros-end-ym(ws-roster-count)
                           else
                               move 0
                                   to ws-ros-end-ym(ws-roster-count)
                           end-if
                       end-if
               end-read
           end-perform

           close operator-file.

      *Read The Next Operator Record Off The Correction Extract -
      *site header and trailer records carry no calls
       100-read-correction.

           move 'n' to ws-op-seen

           perform until is-end-of-file or is-op-seen
               read input-file
                   at end
                       move 'y' to found-eof
                   not at end
                       if emp-rec-num not = 'HDR'
                           and emp-rec-num not = 'TRL'
                           add 1 to ws-records-read
                           move 'y' to ws-op-seen
                       end-if
               end-read
           end-perform.

      *Compare One Correction Record With The History Master
       200-process-correction.

           move spaces to ws-reject-reason

           perform 300-find-roster-entry

           if ws-roster-index = 0
               move 'OPERATOR NOT ON ROSTER' to ws-reject-reason
           else
               perform varying ws-month-sub from 1 by 1 until
                   ws-month-sub > ws-number-of-months

                       if input-calls(ws-month-sub) is not numeric
                           move 'CALLS NOT NUMERIC'
                               to ws-reject-reason
                       end-if

               end-perform
           end-if

           if ws-reject-reason = spaces
               perform varying ws-sub from 1 by 1 until
                   ws-sub > ws-seen-count

                       if ws-seen-op-num(ws-sub) = emp-rec-num
                           move 'DUPLICATE OPERATOR ON EXTRACT'
                               to ws-reject-reason
                       end-if

               end-perform
           end-if

           if ws-reject-reason not = spaces
               add 1 to ws-records-rejected
               move emp-rec-num to rjl-op-num
               move emp-rec-name to rjl-name
               move ws-reject-reason to rjl-reason
               write report-line from reject-line
                   after advancing 1 line
           else
               if ws-seen-count < 500
                   add 1 to ws-seen-count
                   move emp-rec-num to ws-seen-op-num(ws-seen-count)
               end-if

               move 0 to ws-op-months-changed

               perform varying ws-month-sub from 1 by 1 until
                   ws-month-sub > ws-number-of-months

                       perform 210-restate-one-month

               end-perform

               if ws-op-months-changed = 0
                   add 1 to ws-ops-unchanged
               else
                   add 1 to ws-ops-restated
      *            one adjustment per tier and province the
      *            operator's months were billed under
                   perform varying ws-group-sub from 1 by 1 until
                       ws-group-sub > ws-number-of-months

                           perform 215-build-adjustment

                   end-perform
               end-if
           end-if

      *    read next record
           perform 100-read-correction.

      *Compare And Restate One Month - a month outside the
      *operator's active window was never counted and is left
      *alone; an unchanged month is not rewritten
       210-restate-one-month.

           move spaces to ws-om-type(ws-month-sub)
           move spaces to ws-om-prov(ws-month-sub)
           move 0 to ws-om-before(ws-month-sub)
           move 0 to ws-om-after(ws-month-sub)
           move 0 to ws-om-changed(ws-month-sub)
           move spaces to ws-om-state(ws-month-sub)

           if ws-pm-ym(ws-month-sub) >=
                   ws-ros-start-ym(ws-roster-index)
               and (ws-ros-end-ym(ws-roster-index) = 0
                   or ws-pm-ym(ws-month-sub) <=
                       ws-ros-end-ym(ws-roster-index))

               move ws-pm-year(ws-month-sub) to hist-year
               move ws-pm-month(ws-month-sub) to hist-month
               move emp-rec-num to hist-op-num

               move 'y' to ws-hist-found
               read history-file
                   key is hist-key
                   invalid key
                       move 'n' to ws-hist-found
               end-read

               if is-hist-found
      *            the month is restated under the tier and province
      *            it was billed at, whatever the roster says today
                   move hist-type to ws-om-type(ws-month-sub)
                   move hist-prov to ws-om-prov(ws-month-sub)
                   move hist-calls to ws-om-before(ws-month-sub)
                   move input-calls(ws-month-sub)
                       to ws-om-after(ws-month-sub)
                   move 'u' to ws-om-state(ws-month-sub)
                   if hist-calls not = input-calls(ws-month-sub)
                       move input-calls(ws-month-sub) to hist-calls
                       rewrite history-rec
                           invalid key
                               display
                                   "*** HISTORY REWRITE FAILED - "
                                   hist-key " ***"
                           not invalid key
                               add 1 to ws-hist-rewritten
                               add 1 to ws-op-months-changed
                               move 1 to ws-om-changed(ws-month-sub)
                       end-rewrite
                   end-if
               else
      *            the original run never wrote this month - a
      *            month of calls now reported is added under the
      *            roster's tier and province; a zero month stays
      *            absent as it was
                   if input-calls(ws-month-sub) > 0
                       move ws-pm-year(ws-month-sub) to hist-year
                       move ws-pm-month(ws-month-sub) to hist-month
                       move emp-rec-num to hist-op-num
                       move ws-ros-name(ws-roster-index) to hist-name
                       move ws-ros-type(ws-roster-index) to hist-type
                       move ws-ros-prov(ws-roster-index) to hist-prov
                       move input-calls(ws-month-sub) to hist-calls
                       write history-rec
                           invalid key
                               display
                                   "*** HISTORY WRITE FAILED - "
                                   hist-key " ***"
                           not invalid key
                               add 1 to ws-hist-added
                               add 1 to ws-op-months-changed
                               move hist-type
                                   to ws-om-type(ws-month-sub)
                               move hist-prov
                                   to ws-om-prov(ws-month-sub)
                               move input-calls(ws-month-sub)
                                   to ws-om-after(ws-month-sub)
                               move 1 to ws-om-changed(ws-month-sub)
                               move 'u' to ws-om-state(ws-month-sub)
                       end-write
                   end-if
               end-if
           end-if.

      *Gather The Months Billed Under One Tier And Province - the
      *first month not yet grouped starts a group, every later
      *month with the same tier and province joins it, and the
      *group is adjusted when any of its months changed
       215-build-adjustment.

           if is-om-ungrouped(ws-group-sub)
               move ws-om-type(ws-group-sub) to ws-op-tier
               move ws-om-prov(ws-group-sub) to ws-op-prov
               move 0 to ws-op-before
               move 0 to ws-op-after
               move 0 to ws-op-months-changed

               perform varying ws-month-sub from ws-group-sub by 1
                   until ws-month-sub > ws-number-of-months

                       if is-om-ungrouped(ws-month-sub)
                           and ws-om-type(ws-month-sub) = ws-op-tier
                           and ws-om-prov(ws-month-sub) = ws-op-prov
                           add ws-om-before(ws-month-sub)
                               to ws-op-before
                           add ws-om-after(ws-month-sub)
                               to ws-op-after
                           add ws-om-changed(ws-month-sub)
                               to ws-op-months-changed
                           move 'g' to ws-om-state(ws-month-sub)
                       end-if

               end-perform

               if ws-op-months-changed > 0
                   compute ws-op-delta = ws-op-after - ws-op-before
                   perform 220-price-adjustment
                   perform 230-add-adjustment-entry
               end-if
           end-if.

      *Price The Group's Call Difference At The Period's Rate For
      *The Tier The Months Were Billed At
       220-price-adjustment.

           if ws-op-tier = 'FIRST '
               move ws-rate-first to ws-op-rate
           else
               if ws-op-tier = 'SECOND'
                   move ws-rate-second to ws-op-rate
               else
                   if ws-op-tier = 'THIRD '
                       move ws-rate-third to ws-op-rate
                   else
                       move 0 to ws-op-rate
                   end-if
               end-if
           end-if

           compute ws-op-amount rounded = ws-op-delta * ws-op-rate.

      *Insert The Adjustment In Province-Then-Operator Order, Under
      *The Province The Months Were Billed To
       230-add-adjustment-entry.

           if ws-adj-count = 500
               display "*** ADJUSTMENT TABLE FULL ***"
               stop run
           end-if

           move ws-op-prov to ws-new-key-prov
           move emp-rec-num to ws-new-key-op-num

           move 0 to ws-insert-index
           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-adj-count or ws-insert-index > 0

                   if ws-adj-key(ws-sub) > ws-new-key
                       move ws-sub to ws-insert-index
                   end-if

           end-perform

           if ws-insert-index = 0
               compute ws-insert-index = ws-adj-count + 1
           end-if

      *    shift every entry from the insert slot down one to open
      *    the slot
           perform varying ws-sub from ws-adj-count by -1
               until ws-sub < ws-insert-index

                   compute ws-sub2 = ws-sub + 1
                   move ws-adj-entry(ws-sub) to ws-adj-entry(ws-sub2)

           end-perform

           add 1 to ws-adj-count
           move ws-new-key to ws-adj-key(ws-insert-index)
           move emp-rec-name to ws-adj-name(ws-insert-index)
           move ws-op-tier to ws-adj-tier(ws-insert-index)
           move ws-op-before to ws-adj-before(ws-insert-index)
           move ws-op-after to ws-adj-after(ws-insert-index)
           move ws-op-delta to ws-adj-delta(ws-insert-index)
           move ws-op-rate to ws-adj-rate(ws-insert-index)
           move ws-op-amount to ws-adj-amount(ws-insert-index)
           move ws-op-months-changed
               to ws-adj-months(ws-insert-index).

      *Find The Correction Record's Operator On The Roster
       300-find-roster-entry.

           move 0 to ws-roster-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-roster-count or ws-roster-index > 0

                   if ws-ros-op-num(ws-sub) = emp-rec-num
                       move ws-sub to ws-roster-index
                   end-if

           end-perform.

      *Print The Register And Write The Adjustment Records - one
      *pass over the adjustment table, breaking on province
       500-print-register.

           if ws-adj-count = 0
               write report-line from nothing-line
                   after advancing 2 lines
           end-if

           move spaces to ws-current-prov

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-adj-count

                   if ws-adj-prov(ws-sub) not = ws-current-prov
                       if ws-current-prov not = spaces
                           perform 520-close-province
                       end-if
                       move ws-adj-prov(ws-sub) to ws-current-prov
                       move 0 to ws-prov-before
                       move 0 to ws-prov-after
                       move 0 to ws-prov-delta
                       move 0 to ws-prov-amount
                       move 0 to ws-prov-op-count
                   end-if

                   perform 510-print-one-adjustment

           end-perform

           if ws-current-prov not = spaces
               perform 520-close-province
           end-if.

      *Print One Operator's Register Line And Write Its ADJ Record
       510-print-one-adjustment.

           add ws-adj-before(ws-sub) to ws-prov-before
                                        ws-grand-before
           add ws-adj-after(ws-sub) to ws-prov-after
                                       ws-grand-after
           add ws-adj-delta(ws-sub) to ws-prov-delta
                                       ws-grand-delta
           add ws-adj-amount(ws-sub) to ws-prov-amount
                                        ws-grand-amount

      *    an operator billed under two tiers in one province has
      *    an adjustment line for each, but counts once
           if ws-sub = 1
               add 1 to ws-prov-op-count
           else
               compute ws-sub2 = ws-sub - 1
               if ws-adj-key(ws-sub2) not = ws-adj-key(ws-sub)
                   add 1 to ws-prov-op-count
               end-if
           end-if

           move ws-adj-prov(ws-sub) to rdl-prov
           move ws-adj-op-num(ws-sub) to rdl-op-num
           move ws-adj-name(ws-sub) to rdl-name
           move ws-adj-tier(ws-sub) to rdl-tier
           move ws-adj-months(ws-sub) to rdl-months
           move ws-adj-before(ws-sub) to rdl-before
           move ws-adj-after(ws-sub) to rdl-after
           move ws-adj-delta(ws-sub) to rdl-delta
           move ws-adj-rate(ws-sub) to rdl-rate
           move ws-adj-amount(ws-sub) to rdl-amount

      *    calls moved between months net to nothing - the history
      *    is restated but there is nothing to bill
           move spaces to adjust-rec
           if ws-adj-delta(ws-sub) > 0
               move 'D' to rdl-dc-ind
           else
               if ws-adj-delta(ws-sub) < 0
                   move 'C' to rdl-dc-ind
               else
                   move ' ' to rdl-dc-ind
               end-if
           end-if

           write report-line from register-detail-line
               after advancing 1 line

           if ws-adj-delta(ws-sub) not = 0
               move 'ADJ' to adj-rec-type
               move ws-adj-op-num(ws-sub) to aopr-op-num
               move ws-adj-name(ws-sub) to aopr-name
               move ws-adj-tier(ws-sub) to aopr-tier
               move ws-adj-prov(ws-sub) to aopr-prov
               move rdl-dc-ind to aopr-dc-ind
      *        the record carries magnitudes - the indicator
      *        carries the direction
               move ws-adj-delta(ws-sub) to aopr-calls
               move ws-adj-rate(ws-sub) to aopr-rate
               move ws-adj-amount(ws-sub) to aopr-amount
               move ws-period-start-ym to aopr-period-ym
               write adjust-rec
               add 1 to ws-adj-records-written
           end-if.

      *Print The Province Subtotal And Write Its APV Summary
       520-close-province.

           move ws-current-prov to ptl-prov
           move ws-prov-op-count to ptl-op-count
           move ws-prov-before to ptl-before
           move ws-prov-after to ptl-after
           move ws-prov-delta to ptl-delta
           move ws-prov-amount to ptl-amount

           if ws-prov-amount > 0
               move 'D' to ptl-dc-ind
           else
               if ws-prov-amount < 0
                   move 'C' to ptl-dc-ind
               else
                   move ' ' to ptl-dc-ind
               end-if
           end-if

           write report-line from province-total-line
               after advancing 1 line

           move spaces to report-line
           write report-line after advancing 1 line

           if ws-prov-amount not = 0
               or ws-prov-delta not = 0
               move spaces to adjust-rec
               move 'APV' to adj-rec-type
               move ws-current-prov to aprv-prov
               move ptl-dc-ind to aprv-dc-ind
               move ws-prov-op-count to aprv-op-count
               move ws-prov-delta to aprv-calls
               move ws-prov-amount to aprv-amount
               move ws-period-start-ym to aprv-period-ym
               write adjust-rec
               add 1 to ws-adj-records-written
           end-if.

       590-print-totals.

           if ws-adj-count > 0
               move ws-ops-restated to gtl-op-count
               move ws-grand-before to gtl-before
               move ws-grand-after to gtl-after
               move ws-grand-delta to gtl-delta
               move ws-grand-amount to gtl-amount
               if ws-grand-amount > 0
                   move 'D' to gtl-dc-ind
               else
                   if ws-grand-amount < 0
                       move 'C' to gtl-dc-ind
                   else
                       move ' ' to gtl-dc-ind
                   end-if
               end-if
               write report-line from grand-total-line
                   after advancing 1 line
           end-if

           move ws-records-read to ttl-records-read.
           move ws-records-rejected to ttl-records-rejected.
           move ws-ops-unchanged to ttl-ops-unchanged.
           move ws-ops-restated to ttl-ops-restated.
           move ws-hist-rewritten to ttl-hist-rewritten.
           move ws-hist-added to ttl-hist-added.
           move ws-adj-records-written to ttl-adj-written.

           write report-line from total-read-line
               after advancing 2 lines.
           write report-line from total-rejected-line
               after advancing 1 line.
           write report-line from total-unchanged-line
               after advancing 1 line.
           write report-line from total-restated-line
               after advancing 1 line.
           write report-line from total-history-line
               after advancing 1 line.
           write report-line from total-adjust-line
               after advancing 1 line.

       end program lab2rsmt.
