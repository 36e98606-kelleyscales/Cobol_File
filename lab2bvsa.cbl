       identification division.
       program-id. lab2bvsa.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Call-volume budget versus actual.  For the period named on
      *the run-control card (lab2.runctl) this report sets the
      *planned call volume kept on the budget master (lab2.budget,
      *maintained by lab2bdmt) against the actual volume recorded
      *on the call-history master (lab2.histix), by month,
      *province and tier desk.  Each line shows planned and actual
      *calls, the variance and the variance percent, and the
      *billing dollars the variance represents at the tier rate
      *from lab2.rates in force for that month.  A province whose
      *actual volume is over or under plan by more than the
      *percentage on the parameter card (lab2.bvctl) is flagged,
      *both month by month and on the period summary.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - run-control layout brought level with lab2's
      *    (fiscal-year label and first month).

       environment division.
       input-output section.
       file-control.
      *    selects the variance threshold parameter card
           select bvctl-file assign to '../../../data/lab2.bvctl'
               organization is line sequential
               file status is ws-bvctl-status.
      *    selects the run-control parameter card lab2 reads - it
      *    names the months the report covers
           select runctl-file assign to '../../../data/lab2.runctl'
               organization is line sequential
               file status is ws-runctl-status.
      *    selects the call-volume budget master
           select budget-file assign to '../../../data/lab2.budget'
               organization is line sequential
               file status is ws-budget-status.
      *    selects the keyed rolling call-history master
           select history-file assign to '../../../data/lab2.histix'
               organization is indexed
               access mode is sequential
               record key is hist-key
               file status is ws-hist-status.
      *    selects the billing rates master file location and name
           select rates-file assign to '../../../data/lab2.rates'
               organization is line sequential
               file status is ws-rates-status.
      *    selects the variance report output location and name
           select report-file assign to '../../../data/lab2.bvrpt'
               organization is line sequential.

       data division.
       file section.

      *Variance parameter card declaration - the percentage over
      *or under plan beyond which a province is flagged
       fd bvctl-file
           data record is bvctl-rec.

       01 bvctl-rec.
           05 bvc-threshold-pct            pic x(5).
           05 bvc-threshold-pct-num        redefines bvc-threshold-pct
                                           pic 9(3)v99.

      *Run-control parameter card declaration - same layout as the
      *RUNCTL-REC read by lab2
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

      *Call-volume budget master declaration - same record layout
      *as the BUDGET-REC maintained by lab2bdmt
       fd budget-file
           data record is budget-rec.

       01 budget-rec.
           05 bud-key.
               10 bud-year                 pic 9(4).
               10 bud-month                pic 9(2).
               10 bud-prov                 pic x(3).
               10 bud-tier                 pic x(6).
           05 bud-planned-calls            pic 9(7).

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

      *Billing rates master file declaration - same record layout
      *as the RATE-REC read by lab2
       fd rates-file
           data record is rate-rec.

       01 rate-rec.
           05 rate-tier                    pic x(6).
           05 rate-eff-date                pic 9(8).
           05 rate-per-call                pic 9(3)v99.

      *Variance report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

       77 ws-bvctl-status                  pic xx
                   value spaces.
       77 ws-runctl-status                 pic xx
                   value spaces.
       77 ws-budget-status                 pic xx
                   value spaces.
       77 ws-hist-status                   pic xx
                   value spaces.
       77 ws-rates-status                  pic xx
                   value spaces.

      *End of parameter card declarations
       01 ws-bvctl-eof                     pic x
                   value 'n'.
           88 is-bvctl-eof
                   value 'y'.
       01 ws-runctl-eof                    pic x
                   value 'n'.
           88 is-runctl-eof
                   value 'y'.

      *End of history master declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of budget and rates master declarations
       01 ws-budget-eof                    pic x
                   value 'n'.
           88 is-budget-eof
                   value 'y'.
       01 ws-rates-eof                     pic x
                   value 'n'.
           88 is-rates-eof
                   value 'y'.

      *the variance percentage beyond which a province is flagged
       77 ws-threshold-pct                 pic 9(3)v99
                   value 0.

      *Period month table - the year and month of every month the
      *card names, each carrying its own year
       01 ws-period-month-table.
           05 ws-pm-entry occurs 12 times.
                   10 ws-pm-year              pic 9(4).
                   10 ws-pm-month             pic 9(2).

       77 ws-number-of-months              pic 99
                   value 0.
       77 ws-next-year                     pic 9(4)
                   value 0.
       77 ws-next-month                    pic 99
                   value 0.

      *valid tier values - the desks lab2 bills
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

      *Planned and actual calls by month, province and tier, and
      *the per-call rate in force for each month and tier
       01 ws-cell-table.
           05 ws-cell-month occurs 12 times.
                   10 ws-cell-prov occurs 13 times.
                       15 ws-cell-tier occurs 3 times.
                           20 ws-cell-planned     pic 9(7).
                           20 ws-cell-actual      pic 9(7).
                   10 ws-month-rate occurs 3 times
                                              pic 9(3)v99.

      *Rates table - the rates master in tier-then-date order
       01 ws-rates-table.
           05 ws-rates-item occurs 200 times.
                   10 ws-rt-tier              pic x(6).
                   10 ws-rt-eff-date          pic 9(8).
                   10 ws-rt-per-call          pic 9(3)v99.

       77 ws-rates-count                   pic 9(3)
                   value 0.

      *Period totals per province, and for the whole period
       01 ws-prov-sum-table.
           05 ws-ps-entry occurs 13 times.
                   10 ws-ps-planned           pic 9(9).
                   10 ws-ps-actual            pic 9(9).
                   10 ws-ps-dollars           pic s9(11)v99.

       77 ws-grand-planned                 pic 9(9)
                   value 0.
       77 ws-grand-actual                  pic 9(9)
                   value 0.
       77 ws-grand-dollars                 pic s9(11)v99
                   value 0.

      *one month's totals for the province being printed
       77 ws-mp-planned                    pic 9(9)
                   value 0.
       77 ws-mp-actual                     pic 9(9)
                   value 0.
       77 ws-mp-dollars                    pic s9(11)v99
                   value 0.

      *dimension lookup work fields - an index of 0 means the
      *value is not one the report carries
       77 ws-look-year                     pic 9(4)
                   value 0.
       77 ws-look-month                    pic 9(2)
                   value 0.
       77 ws-look-prov                     pic x(3)
                   value spaces.
       77 ws-look-tier                     pic x(6)
                   value spaces.
       77 ws-m-idx                         pic 99
                   value 0.
       77 ws-p-idx                         pic 99
                   value 0.
       77 ws-t-idx                         pic 9
                   value 0.

      *the date on or before which a month's rate must take effect
       77 ws-month-end-date                pic 9(8)
                   value 0.

      *variance work fields for the line being printed
       77 ws-work-planned                  pic 9(9)
                   value 0.
       77 ws-work-actual                   pic 9(9)
                   value 0.
       77 ws-work-variance                 pic s9(9)
                   value 0.
       77 ws-work-pct                      pic s9(7)v9
                   value 0.
       77 ws-work-dollars                  pic s9(11)v99
                   value 0.

      *whether the line being printed is a province line that is
      *tested against the threshold
       77 ws-flag-wanted                   pic x
                   value 'n'.
           88 is-flag-wanted
                   value 'y'.

      *counters
       77 ws-hist-in-period                pic 9(7)
                   value 0.
       77 ws-hist-unmatched                pic 9(7)
                   value 0.
       77 ws-budget-in-period              pic 9(5)
                   value 0.
       77 ws-budget-unmatched              pic 9(5)
                   value 0.
       77 ws-flags-month                   pic 9(5)
                   value 0.
       77 ws-flags-period                  pic 9(5)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.
       77 ws-m-sub                         pic 99
                   value 0.
       77 ws-p-sub                         pic 99
                   value 0.
       77 ws-t-sub                         pic 9
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2bvsa'.
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
                   value 'CALL VOLUME - BUDGET VERSUS ACTUAL'.

      *Parameter echo line
       01 param-echo-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'PERIOD: '.
           05 pel-title                    pic x(40).
           05 filler                       pic x(2)
                   value spaces.
           05 pel-first-ym                 pic 9(6).
           05 filler                       pic x(1)
                   value '-'.
           05 pel-last-ym                  pic 9(6).
           05 filler                       pic x(23)
                   value '  FLAG BEYOND +/- PCT: '.
           05 pel-threshold                pic zz9.99.

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'MONTH'.
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
           05 filler                       pic x(9)
                   value '  PLANNED'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(9)
                   value '   ACTUAL'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value '  VARIANCE'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(9)
                   value '    VAR %'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(16)
                   value '      VARIANCE $'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(4)
                   value 'FLAG'.

      *Variance detail line - one per tier with plan or actuals,
      *then one per province
       01 variance-detail-line.
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-month                    pic x(6).
           05 vdl-month-num                redefines vdl-month
                                           pic 9(6).
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-prov                     pic x(3).
           05 filler                       pic x(3)
                   value spaces.
           05 vdl-tier                     pic x(6).
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-planned                  pic z,zzz,zz9.
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-actual                   pic z,zzz,zz9.
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-variance                 pic -,---,--9.
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-pct                      pic ------9.9.
           05 vdl-pct-text                 redefines vdl-pct
                                           pic x(9).
           05 filler                       pic x(2)
                   value spaces.
           05 vdl-dollars                  pic ----,---,--9.99.
           05 filler                       pic x(3)
                   value spaces.
           05 vdl-flag                     pic x(10).

      *Section heading lines
       01 month-section-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(30)
                   value 'BY MONTH, PROVINCE AND TIER:'.

       01 summary-section-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(30)
                   value 'PERIOD TOTALS BY PROVINCE:'.

      *Total lines
       01 total-hist-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'HISTORY RECORDS IN PERIOD:  '.
           05 ttl-hist-in                  pic z,zzz,zz9.
           05 filler                       pic x(16)
                   value '  NOT MATCHED:  '.
           05 ttl-hist-unmatched           pic z,zzz,zz9.

       01 total-budget-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'BUDGET LINES IN PERIOD:     '.
           05 ttl-budget-in                pic z,zzz,zz9.
           05 filler                       pic x(16)
                   value '  NOT MATCHED:  '.
           05 ttl-budget-unmatched         pic z,zzz,zz9.

       01 total-flags-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(28)
                   value 'PROVINCE-MONTHS FLAGGED:    '.
           05 ttl-flags-month              pic z,zzz,zz9.
           05 filler                       pic x(16)
                   value '  FOR PERIOD:   '.
           05 ttl-flags-period             pic z,zzz,zz9.

       procedure division.

      *    read and validate the cards before anything else
           perform 040-read-variance-card.
           perform 045-read-run-control.

      *    zero the accumulators
           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > 12

                   perform varying ws-p-sub from 1 by 1 until
                       ws-p-sub > 13

                           perform varying ws-t-sub from 1 by 1 until
                               ws-t-sub > 3

                                   move 0 to ws-cell-planned
                                       (ws-m-sub, ws-p-sub, ws-t-sub)
                                   move 0 to ws-cell-actual
                                       (ws-m-sub, ws-p-sub, ws-t-sub)

                           end-perform

                   end-perform

           end-perform

           perform varying ws-p-sub from 1 by 1 until
               ws-p-sub > 13

                   move 0 to ws-ps-planned(ws-p-sub)
                   move 0 to ws-ps-actual(ws-p-sub)
                   move 0 to ws-ps-dollars(ws-p-sub)

           end-perform

      *    the rate each tier bills at in each month
           perform 050-load-rates.

      *    planned volume for the period's months
           perform 060-load-budget.

      *    actual volume for the period's months
           perform 070-load-call-history.

           open output report-file

      *    grab the current date & time
           accept name-line-date from date.
           accept name-line-time from time.

           perform 000-print-headings.

           perform 500-print-by-month.

           perform 600-print-province-summary.

      *    output total lines
           perform 700-print-totals.

           close report-file.

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           write report-line from report-heading
               after advancing 1 line.

           move rc-period-title to pel-title
           compute pel-first-ym = (ws-pm-year(1) * 100)
               + ws-pm-month(1)
           compute pel-last-ym =
               (ws-pm-year(ws-number-of-months) * 100)
               + ws-pm-month(ws-number-of-months)
           move ws-threshold-pct to pel-threshold
           write report-line from param-echo-line
               after advancing 2 lines.

           write report-line from heading-line1 after advancing 2 lines.

      *Read And Validate The Variance Parameter Card
       040-read-variance-card.

           move spaces to ws-bvctl-status
           open input bvctl-file

           if ws-bvctl-status not = '00'
               display
                   "*** UNABLE TO OPEN VARIANCE CARD - STATUS "
                   ws-bvctl-status " ***"
               stop run
           end-if

           read bvctl-file
               at end
                   move 'y' to ws-bvctl-eof
           end-read

           close bvctl-file

           if is-bvctl-eof
               display "*** VARIANCE CARD IS EMPTY ***"
               stop run
           end-if

           if bvc-threshold-pct is not numeric
               display "*** VARIANCE THRESHOLD PCT NOT NUMERIC ***"
               stop run
           end-if

           move bvc-threshold-pct-num to ws-threshold-pct.

      *Read The Run-Control Card For The Period Reported - every
      *month of the period carries its own year
       045-read-run-control.

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

           if rc-month-count is not numeric
               or rc-month-count < 1
               or rc-month-count > 12
               display "*** RUN CONTROL MONTH COUNT NOT 1-12 ***"
               stop run
           end-if

           if rc-period-year is not numeric
               or rc-period-year < 2000
               display "*** PERIOD YEAR NOT NUMERIC/SANE ***"
               stop run
           end-if

           if rc-first-month is not numeric
               or rc-first-month < 1
               or rc-first-month > 12
               display "*** FIRST MONTH NOT 1-12 ***"
               stop run
           end-if

           move rc-month-count to ws-number-of-months
           move rc-period-year to ws-next-year
           move rc-first-month to ws-next-month

           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > ws-number-of-months

                   move ws-next-year to ws-pm-year(ws-m-sub)
                   move ws-next-month to ws-pm-month(ws-m-sub)
                   add 1 to ws-next-month
                   if ws-next-month > 12
                       move 1 to ws-next-month
                       add 1 to ws-next-year
                   end-if

           end-perform.

      *Load The Billing Rates And Pick Each Month's Rate Per Tier -
      *the latest rate effective on or before the month's last day
       050-load-rates.

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
                       if ws-rates-count < 200
                           add 1 to ws-rates-count
                           move rate-tier
                               to ws-rt-tier(ws-rates-count)
                           move rate-eff-date
                               to ws-rt-eff-date(ws-rates-count)
                           move rate-per-call
                               to ws-rt-per-call(ws-rates-count)
                       end-if
               end-read
           end-perform

           close rates-file

           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > 12

                   perform varying ws-t-sub from 1 by 1 until
                       ws-t-sub > 3

                           move 0 to ws-month-rate(ws-m-sub, ws-t-sub)

                   end-perform

           end-perform

           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > ws-number-of-months

                   compute ws-month-end-date =
                       (ws-pm-year(ws-m-sub) * 10000)
                       + (ws-pm-month(ws-m-sub) * 100) + 31

                   perform varying ws-t-sub from 1 by 1 until
                       ws-t-sub > 3

      *                        the master is in date order within
      *                        tier, so the last qualifying entry is
      *                        the latest
                           perform varying ws-sub from 1 by 1 until
                               ws-sub > ws-rates-count

                                   if ws-rt-tier(ws-sub) =
                                       ws-valid-tier(ws-t-sub)
                                       and ws-rt-eff-date(ws-sub)
                                           not > ws-month-end-date
                                       move ws-rt-per-call(ws-sub)
                                           to ws-month-rate
                                           (ws-m-sub, ws-t-sub)
                                   end-if

                           end-perform

                   end-perform

           end-perform.

      *Load The Planned Volume For The Period's Months
       060-load-budget.

           move spaces to ws-budget-status
           open input budget-file

           if ws-budget-status not = '00'
               display
                   "*** UNABLE TO OPEN BUDGET MASTER - STATUS "
                   ws-budget-status " ***"
               stop run
           end-if

           perform until is-budget-eof
               read budget-file
                   at end
                       move 'y' to ws-budget-eof
                   not at end
                       perform 065-apply-budget-record
               end-read
           end-perform

           close budget-file.

      *Add One Budget Line To Its Month, Province And Tier
       065-apply-budget-record.

           move bud-year to ws-look-year
           move bud-month to ws-look-month
           perform 080-find-period-month

           if ws-m-idx > 0
               add 1 to ws-budget-in-period
               move bud-prov to ws-look-prov
               move bud-tier to ws-look-tier
               perform 085-find-prov-tier
               if ws-p-idx > 0 and ws-t-idx > 0
                   add bud-planned-calls to
                       ws-cell-planned(ws-m-idx, ws-p-idx, ws-t-idx)
               else
                   add 1 to ws-budget-unmatched
               end-if
           end-if.

      *Load The Actual Volume For The Period's Months
       070-load-call-history.

           move spaces to ws-hist-status
           open input history-file

           if ws-hist-status not = '00'
               display
                   "*** UNABLE TO OPEN HISTORY MASTER - STATUS "
                   ws-hist-status " ***"
               stop run
           end-if

           perform until is-end-of-file
               read history-file
                   at end
                       move 'y' to found-eof
                   not at end
                       perform 075-apply-history-record
               end-read
           end-perform

           close history-file.

      *Add One History Record To Its Month, Province And Tier -
      *the tier is the operator's tier as recorded for that month
       075-apply-history-record.

           move hist-year to ws-look-year
           move hist-month to ws-look-month
           perform 080-find-period-month

           if ws-m-idx > 0
               add 1 to ws-hist-in-period
               move hist-prov to ws-look-prov
               move hist-type to ws-look-tier
               perform 085-find-prov-tier
               if ws-p-idx > 0 and ws-t-idx > 0
                   and hist-calls is numeric
                   add hist-calls to
                       ws-cell-actual(ws-m-idx, ws-p-idx, ws-t-idx)
               else
                   add 1 to ws-hist-unmatched
               end-if
           end-if.

      *Find WS-LOOK-YEAR/WS-LOOK-MONTH Among The Period Months
       080-find-period-month.

           move 0 to ws-m-idx

           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > ws-number-of-months or ws-m-idx > 0

                   if ws-pm-year(ws-m-sub) = ws-look-year
                       and ws-pm-month(ws-m-sub) = ws-look-month
                       move ws-m-sub to ws-m-idx
                   end-if

           end-perform.

      *Find WS-LOOK-PROV And WS-LOOK-TIER Among The Valid Codes
       085-find-prov-tier.

           move 0 to ws-p-idx
           move 0 to ws-t-idx

           perform varying ws-p-sub from 1 by 1 until
               ws-p-sub > 13 or ws-p-idx > 0

                   if ws-valid-prov(ws-p-sub) = ws-look-prov
                       move ws-p-sub to ws-p-idx
                   end-if

           end-perform

           perform varying ws-t-sub from 1 by 1 until
               ws-t-sub > 3 or ws-t-idx > 0

                   if ws-valid-tier(ws-t-sub) = ws-look-tier
                       move ws-t-sub to ws-t-idx
                   end-if

           end-perform.

      *Print The Variance By Month, Province And Tier
       500-print-by-month.

           write report-line from month-section-line
               after advancing 2 lines

           perform varying ws-m-sub from 1 by 1 until
               ws-m-sub > ws-number-of-months

                   perform varying ws-p-sub from 1 by 1 until
                       ws-p-sub > 13

                           perform 510-print-month-province

                   end-perform

           end-perform.

      *Print One Province's Tier Lines For One Month, Then The
      *Province Line Tested Against The Threshold - a province with
      *neither plan nor actuals that month is left off
       510-print-month-province.

           move 0 to ws-mp-planned
           move 0 to ws-mp-actual
           move 0 to ws-mp-dollars

           perform varying ws-t-sub from 1 by 1 until
               ws-t-sub > 3

                   move ws-cell-planned(ws-m-sub, ws-p-sub, ws-t-sub)
                       to ws-work-planned
                   move ws-cell-actual(ws-m-sub, ws-p-sub, ws-t-sub)
                       to ws-work-actual

                   if ws-work-planned > 0 or ws-work-actual > 0
                       compute ws-work-variance =
                           ws-work-actual - ws-work-planned
                       compute ws-work-dollars rounded =
                           ws-work-variance
                           * ws-month-rate(ws-m-sub, ws-t-sub)

                       add ws-work-planned to ws-mp-planned
                       add ws-work-actual to ws-mp-actual
                       add ws-work-dollars to ws-mp-dollars

                       compute vdl-month-num =
                           (ws-pm-year(ws-m-sub) * 100)
                           + ws-pm-month(ws-m-sub)
                       move ws-valid-prov(ws-p-sub) to vdl-prov
                       move ws-valid-tier(ws-t-sub) to vdl-tier
                       move 'n' to ws-flag-wanted
                       perform 540-print-variance-line
                   end-if

           end-perform

           if ws-mp-planned > 0 or ws-mp-actual > 0
               add ws-mp-planned to ws-ps-planned(ws-p-sub)
               add ws-mp-actual to ws-ps-actual(ws-p-sub)
               add ws-mp-dollars to ws-ps-dollars(ws-p-sub)

               move ws-mp-planned to ws-work-planned
               move ws-mp-actual to ws-work-actual
               compute ws-work-variance =
                   ws-work-actual - ws-work-planned
               move ws-mp-dollars to ws-work-dollars

               compute vdl-month-num = (ws-pm-year(ws-m-sub) * 100)
                   + ws-pm-month(ws-m-sub)
               move ws-valid-prov(ws-p-sub) to vdl-prov
               move 'TOTAL' to vdl-tier
               move 'y' to ws-flag-wanted
               perform 540-print-variance-line
               if vdl-flag not = spaces
                   add 1 to ws-flags-month
               end-if

               move spaces to report-line
               write report-line after advancing 1 line
           end-if.

      *Fill And Print One Variance Line From The Work Fields - the
      *percent is against plan, so a line with no plan shows none;
      *a province line beyond the threshold either way is flagged,
      *and one with actuals but no plan at all is flagged as such
       540-print-variance-line.

           move ws-work-planned to vdl-planned
           move ws-work-actual to vdl-actual
           move ws-work-variance to vdl-variance
           move ws-work-dollars to vdl-dollars
           move spaces to vdl-flag

           if ws-work-planned > 0
               compute ws-work-pct rounded =
                   (ws-work-variance * 100) / ws-work-planned
               move ws-work-pct to vdl-pct
           else
               move '      N/A' to vdl-pct-text
           end-if

           if is-flag-wanted
               if ws-work-planned = 0
                   if ws-work-actual > 0
                       move 'NO PLAN' to vdl-flag
                   end-if
               else
                   if ws-work-pct > ws-threshold-pct
                       move 'OVER PLAN' to vdl-flag
                   else
                       if ws-work-pct < 0 - ws-threshold-pct
                           move 'UNDER PLAN' to vdl-flag
                       end-if
                   end-if
               end-if
           end-if

           write report-line from variance-detail-line
               after advancing 1 line.

      *Print The Period Totals By Province And The Grand Total
       600-print-province-summary.

           write report-line from summary-section-line
               after advancing 1 line

           perform varying ws-p-sub from 1 by 1 until
               ws-p-sub > 13

                   if ws-ps-planned(ws-p-sub) > 0
                       or ws-ps-actual(ws-p-sub) > 0
                       move ws-ps-planned(ws-p-sub) to ws-work-planned
                       move ws-ps-actual(ws-p-sub) to ws-work-actual
                       compute ws-work-variance =
                           ws-work-actual - ws-work-planned
                       move ws-ps-dollars(ws-p-sub) to ws-work-dollars

                       add ws-work-planned to ws-grand-planned
                       add ws-work-actual to ws-grand-actual
                       add ws-work-dollars to ws-grand-dollars

                       move 'PERIOD' to vdl-month
                       move ws-valid-prov(ws-p-sub) to vdl-prov
                       move 'ALL' to vdl-tier
                       move 'y' to ws-flag-wanted
                       perform 540-print-variance-line
                       if vdl-flag not = spaces
                           add 1 to ws-flags-period
                       end-if
                   end-if

           end-perform

           move ws-grand-planned to ws-work-planned
           move ws-grand-actual to ws-work-actual
           compute ws-work-variance = ws-work-actual - ws-work-planned
           move ws-grand-dollars to ws-work-dollars

           move 'PERIOD' to vdl-month
           move 'ALL' to vdl-prov
           move 'ALL' to vdl-tier
           move 'n' to ws-flag-wanted
           move spaces to report-line
           write report-line after advancing 1 line
           perform 540-print-variance-line.

       700-print-totals.

           move ws-hist-in-period to ttl-hist-in.
           move ws-hist-unmatched to ttl-hist-unmatched.
           move ws-budget-in-period to ttl-budget-in.
           move ws-budget-unmatched to ttl-budget-unmatched.
           move ws-flags-month to ttl-flags-month.
           move ws-flags-period to ttl-flags-period.

           write report-line from total-hist-line
               after advancing 2 lines.
           write report-line from total-budget-line
               after advancing 1 line.
           write report-line from total-flags-line
               after advancing 1 line.

       end program lab2bvsa.
