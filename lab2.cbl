      *2026-09-02 KS - input now read from the certified-clean
      *    stream lab2edit writes, so the gatekeeper's edits
      *    actually stand between the sites and the report.
      *2026-10-15 KS - period-control master (lab2.prdctl): a card
      *    naming a period that overlaps a CLOSED period is refused
      *    with a severe CLSD condition before anything is written;
      *    a period not yet on the master is registered as OPEN.
      *2026-10-15 KS - a period may now run past December into the
      *    next year (April-March fiscal year): every period month
      *    carries its own year into the active window, absence
      *    lookup, history slice reads and writes, and the year-
      *    over-year comparison.  A fiscal-year label on the card
      *    adds a fiscal year-to-date totals section.
      *2026-10-15 KS - the period-control master is only treated
      *    as new when it is truly missing (status 35); any other
      *    open failure, a failed rewrite, or more periods than the
      *    table holds now ends the run SEVERE rather than rewrite
      *    the master without its CLOSED periods.

       environment division.
       input-output section.
      *    selects the scheduler status record location
           select status-file assign to '../../../data/lab2.status'
               organization is line sequential.
      *    selects the period-control master - each reporting
      *    period and whether it is OPEN or CLOSED
           select period-file assign to '../../../data/lab2.prdctl'
               organization is line sequential
               file status is ws-prdctl-status.

       data division.
       file section.

      *Run-control parameter card declaration - one fixed-layout
      *record carrying the reporting period the run covers, so the
      *January-June extract no longer waits for a recompile.  The
      *period year is the year of the first month; the period may
      *run on into the next year.  A fiscal-year label asks for the
      *fiscal year-to-date section; the fiscal year starts in the
      *month given, April when it is left blank
       fd runctl-file
           data record is runctl-rec.

           05 rc-month-labels.
               10 rc-month-label           pic x(3)
                   occurs 12 times.
           05 rc-fiscal-label              pic x(8).
           05 rc-fiscal-first-month        pic x(2).
           05 rc-fiscal-first-month-num    redefines
                                           rc-fiscal-first-month
                                           pic 9(2).

      *Billing rates master declaration - rate per call by tier,
      *each with an effective date; the latest rate on or before
           05 st-notfound-ops              pic 9(4).
           05 st-grand-total               pic 9(7).

      *Period-control master declaration - one record per reporting
      *period in ascending start-month order; a CLOSED period may no
      *longer be rerun or have master changes land in it
       fd period-file
           data record is period-rec.

       01 period-rec.
           05 pc-start-ym                  pic 9(6).
           05 pc-end-ym                    pic 9(6).
           05 pc-month-count               pic 9(2).
           05 pc-status                    pic x(6).
           05 pc-status-date               pic 9(8).
           05 pc-title                     pic x(40).

      *Sort file declaration for the province-sequenced detail
       sd sort-file
           data record is sort-rec.
       77 ws-runctl-error                  pic x(40)
                   value spaces.

      *Period-control working fields - the period the card names as
      *first and last month (YYYYMM), and the master loaded into a
      *table in start-month order
       77 ws-prdctl-status                 pic xx
                   value spaces.
       77 ws-prdctl-eof                    pic x
                   value 'n'.
           88 is-prdctl-eof
                   value 'y'.
       77 ws-run-start-ym                  pic 9(6)
                   value 0.
       77 ws-run-end-ym                    pic 9(6)
                   value 0.
       77 ws-closed-period-ym              pic 9(6)
                   value 0.
       77 ws-period-on-file                pic x
                   value 'n'.
           88 is-period-on-file
                   value 'y'.

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
       77 ws-pt-sub                        pic 9(3)
                   value 0.
       77 ws-pt-sub2                       pic 9(3)
                   value 0.
       77 ws-pt-insert                     pic 9(3)
                   value 0.

      *End of file declaration
       01 found-eof                        pic x
                   value 'n'.
       77 ws-total-name-mismatch           pic 9(4)
                   value 0.

      *Approved-absence calendar working fields - only the period's
      *months are kept in core; a missing calendar
      *simply turns the absence check off for the run
       01 ws-absence-table.
           05 ws-absence-entry occurs 500 times.
                   10 ws-abs-op-num           pic x(3).
                   10 ws-abs-year             pic 9(4).
                   10 ws-abs-month            pic 9(2).
                   10 ws-abs-code             pic x(4).

                   value 'y'.
       77 ws-abs-sub                       pic 9(3)
                   value 0.
      *the calendar year and month 197-CHECK-ABSENCE judges for the
      *record in EMP-REC, and its verdict
       77 ws-absence-test-year             pic 9(4)
                   value 0.
       77 ws-absence-test-month            pic 99
                   value 0.
       77 ws-absence-found                 pic x
                   value 0.

      *Call-history master working fields - WS-SLICE-YEAR is the
      *year whose months WS-SLICE-FIRST-MONTH through
      *WS-SLICE-LAST-MONTH 053-READ-HISTORY-SLICE retrieves, and
      *the range is the span of year-months 054-READ-HISTORY-RANGE
      *cuts into one slice per calendar year
       77 ws-hist-status                   pic xx
                   value spaces.
       77 ws-history-eof                   pic x
                   value 'y'.
       77 ws-slice-year                    pic 9(4)
                   value 0.
       77 ws-slice-first-month             pic 99
                   value 0.
       77 ws-slice-last-month              pic 99
                   value 0.
       77 ws-range-start-ym                pic 9(6)
                   value 0.
       77 ws-range-end-ym                  pic 9(6)
                   value 0.
       77 ws-range-end-year                pic 9(4)
                   value 0.
       77 ws-range-end-month               pic 99
                   value 0.
       77 ws-hist-ym                       pic 9(6)
                   value 0.

      *run date broken out so the century year can be derived for
      *the call-history master keys
           05 ws-run-dd                    pic 99.

      *reporting period identity for the call-history master - the
      *year of the period's first month, and the same months one
      *year earlier for the comparison
       77 ws-period-year                   pic 9(4)
                   value 0.
       77 ws-prior-start-ym                pic 9(6)
                   value 0.
       77 ws-prior-end-ym                  pic 9(6)
                   value 0.

      *the period's months in order, each with its own calendar
      *year, so a period may run from one year into the next
      *(04 2026 through 03 2027 for an April-March fiscal year)
       01 ws-period-month-table.
           05 ws-pm-entry occurs 12 times.
                   10 ws-pm-ym                pic 9(6).
                   10 ws-pm-ym-parts          redefines ws-pm-ym.
                       15 ws-pm-year          pic 9(4).
                       15 ws-pm-month         pic 9(2).

       77 ws-pm-year-work                  pic 9(4)
                   value 0.
       77 ws-pm-month-work                 pic 99
                   value 0.

      *Fiscal year-to-date working fields - the fiscal year the
      *period falls in, the history months of that year before the
      *period, and the calls they hold per province
       77 ws-fytd-active                   pic x
                   value 'n'.
           88 is-fytd-active
                   value 'y'.
       77 ws-fy-first-month                pic 99
                   value 04.
       77 ws-fy-start-year                 pic 9(4)
                   value 0.
       77 ws-fy-start-ym                   pic 9(6)
                   value 0.
       77 ws-fy-end-ym                     pic 9(6)
                   value 0.
       77 ws-fy-earlier-end-ym             pic 9(6)
                   value 0.

       01 ws-fy-prov-table.
           05 ws-fy-prov-entry occurs 22 times.
                   10 ws-fy-prov-code         pic x(3).
                   10 ws-fy-prov-earlier      pic 9(7).
                   10 ws-fy-prov-curr         pic 9(7).

       77 ws-fy-prov-count                 pic 99
                   value 0.
       77 ws-fy-prov-index                 pic 99
                   value 0.
       77 ws-fy-prov-work                  pic x(3)
                   value spaces.
       77 ws-fy-sub                        pic 99
                   value 0.
       77 ws-fy-total-earlier              pic 9(8)
                   value 0.
       77 ws-fy-total-curr                 pic 9(8)
                   value 0.

      *Year-over-year comparison tables - current-period and prior-
           05 filler                       pic x(4)
                   value " ***".

      *Fiscal year-to-date report lines - the fiscal months before
      *this period from the history master, this period, and the
      *two together, per province
       01 fytd-heading.
           05 filler                       pic x(6)
                   value spaces.
           05 filler                       pic x(22)
                   value "FISCAL YEAR-TO-DATE - ".
           05 fyh-label                    pic x(8).
           05 filler                       pic x(2)
                   value " (".
           05 fyh-start-ym                 pic 9(6).
           05 filler                       pic x(1)
                   value "-".
           05 fyh-end-ym                   pic 9(6).
           05 filler                       pic x(1)
                   value ")".

       01 fytd-column-line.
           05 filler                       pic x(21)
                   value spaces.
           05 filler                       pic x(10)
                   value ' BEFORE PD'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(10)
                   value '   THIS PD'.
           05 filler                       pic x(3)
                   value spaces.
           05 filler                       pic x(10)
                   value 'FISCAL YTD'.

       01 fytd-prov-line.
           05 filler                       pic x(4)
                   value spaces.
           05 fpl-prov-label               pic x(12).
           05 filler                       pic x(5)
                   value spaces.
           05 fpl-earlier                  pic zz,zzz,zz9.
           05 filler                       pic x(3)
                   value spaces.
           05 fpl-curr                     pic zz,zzz,zz9.
           05 filler                       pic x(3)
                   value spaces.
           05 fpl-ytd                      pic zz,zzz,zz9.

      *Billing rates working fields - one rate per tier, chosen by
      *latest effective date on or before the run date; a missing
      *rates master turns the billing extract off for the run

      *Graded end-of-run condition for the scheduler - 00 clean,
      *04 warnings (exceptions, duplicates, operators not found),
      *08 severe (trailer failure, empty roster, bad card, closed
      *period, open failure, period table full); the reason code
      *names the first condition found
       77 ws-return-code                   pic 9(2)
                   value 0.
       77 ws-condition                     pic x(8)
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.

      *    a card naming a closed period is refused before anything
      *    is read, written or billed; a new period is registered
           perform 042-check-period-lock.

      *    load the per-tier billing rates in effect for the run
           perform 045-load-billing-rates.

               or rc-first-month > 12)
               move 'FIRST MONTH NOT 1-12' to ws-runctl-error
           end-if

           if ws-runctl-error = spaces
               perform varying ws-sub from 1 by 1 until
               end-perform
           end-if

      *    a fiscal-year label asks for the fiscal year-to-date
      *    section - a blank first month means an April fiscal year
           if ws-runctl-error = spaces
               and rc-fiscal-label not = spaces
               and rc-fiscal-first-month not = spaces
               if rc-fiscal-first-month is not numeric
                   move 'FISCAL FIRST MONTH NOT 1-12'
                       to ws-runctl-error
               else
                   if rc-fiscal-first-month-num < 1
                       or rc-fiscal-first-month-num > 12
                       move 'FISCAL FIRST MONTH NOT 1-12'
                           to ws-runctl-error
                   else
                       move rc-fiscal-first-month-num
                           to ws-fy-first-month
                   end-if
               end-if
           end-if

      *    each period month carries its own year from here on, so
      *    a period may run past December into the next year
           if ws-runctl-error = spaces
               perform 041-set-period-months
           end-if

           if ws-runctl-error not = spaces
               display "*** RUN CONTROL CARD INVALID - "
                   ws-runctl-error " ***"
      *    card is good - set the period the whole run uses
           move rc-month-count to ws-number-of-months
           move rc-period-year to ws-period-year
           move rc-period-title to rh-period-title

      *    echo fields

           end-perform.

      *Set Each Period Month's Calendar Year And Month, The Period
      *And Prior-Year Year-Month Spans, And The Fiscal Year The
      *Period Falls In When The Card Names One - a period may not
      *straddle two fiscal years
       041-set-period-months.

           move rc-period-year to ws-pm-year-work
           move rc-first-month to ws-pm-month-work

           perform varying ws-sub from 1 by 1 until
               ws-sub > rc-month-count

                   move ws-pm-year-work to ws-pm-year(ws-sub)
                   move ws-pm-month-work to ws-pm-month(ws-sub)
                   add 1 to ws-pm-month-work
                   if ws-pm-month-work > 12
                       move 1 to ws-pm-month-work
                       add 1 to ws-pm-year-work
                   end-if

           end-perform

           move ws-pm-ym(1) to ws-run-start-ym
           move ws-pm-ym(rc-month-count) to ws-run-end-ym
           compute ws-prior-start-ym = ws-run-start-ym - 100
           compute ws-prior-end-ym = ws-run-end-ym - 100

           if rc-fiscal-label not = spaces
               move 'y' to ws-fytd-active

               if rc-first-month < ws-fy-first-month
                   compute ws-fy-start-year = rc-period-year - 1
               else
                   move rc-period-year to ws-fy-start-year
               end-if
               compute ws-fy-start-ym =
                   (ws-fy-start-year * 100) + ws-fy-first-month

               if ws-fy-first-month = 1
                   compute ws-fy-end-ym =
                       (ws-fy-start-year * 100) + 12
               else
                   compute ws-fy-end-ym =
                       ((ws-fy-start-year + 1) * 100)
                       + ws-fy-first-month - 1
               end-if

      *        the fiscal months before the period end the month
      *        before its first month
               if rc-first-month = 1
                   compute ws-fy-earlier-end-ym =
                       ((rc-period-year - 1) * 100) + 12
               else
                   compute ws-fy-earlier-end-ym =
                       ws-run-start-ym - 1
               end-if

               if ws-run-end-ym > ws-fy-end-ym
                   move 'PERIOD CROSSES FISCAL YEAR END'
                       to ws-runctl-error
               end-if
           end-if.

      *Check The Card's Period Against The Period-Control Master -
      *a period overlapping any CLOSED period ends the run; a period
      *not yet on file is added as OPEN and the master rewritten
       042-check-period-lock.

      *    a missing master (status 35) only means no period has
      *    been closed yet - it is created below with this period
      *    on it; any other failure would lose the CLOSED periods
      *    when the master is rewritten, so it ends the run
           move spaces to ws-prdctl-status
           open input period-file

           if ws-prdctl-status not = '00'
               and ws-prdctl-status not = '35'
               display
                   "*** UNABLE TO OPEN PERIOD-CONTROL MASTER - STATUS "
                   ws-prdctl-status " ***"
               move 'OPEN' to ws-reason-code
               perform 043-refuse-period-master
           end-if

           if ws-prdctl-status = '00'
               perform until is-prdctl-eof
                   read period-file
                       at end
                           move 'y' to ws-prdctl-eof
                       not at end
                           if ws-period-count = 240
                               display
                                   "*** PERIOD-CONTROL TABLE FULL ***"
                               move 'FULL' to ws-reason-code
                               perform 043-refuse-period-master
                           end-if
                           add 1 to ws-period-count
                           move period-rec
                               to ws-period-entry(ws-period-count)
                   end-read
               end-perform
               close period-file
           end-if

           move 0 to ws-closed-period-ym
           move 'n' to ws-period-on-file
           move 0 to ws-pt-insert

           perform varying ws-pt-sub from 1 by 1 until
               ws-pt-sub > ws-period-count

                   if ws-pt-status(ws-pt-sub) = 'CLOSED'
                       and ws-pt-start-ym(ws-pt-sub)
                           <= ws-run-end-ym
                       and ws-pt-end-ym(ws-pt-sub)
                           >= ws-run-start-ym
                       and ws-closed-period-ym = 0
                       move ws-pt-start-ym(ws-pt-sub)
                           to ws-closed-period-ym
                   end-if

                   if ws-pt-start-ym(ws-pt-sub) = ws-run-start-ym
                       and ws-pt-month-count(ws-pt-sub)
                           = ws-number-of-months
                       move 'y' to ws-period-on-file
                   end-if

                   if ws-pt-insert = 0
                       and ws-pt-start-ym(ws-pt-sub) > ws-run-start-ym
                       move ws-pt-sub to ws-pt-insert
                   end-if

           end-perform

           if ws-closed-period-ym > 0
               display "*** PERIOD " ws-run-start-ym "-"
                   ws-run-end-ym " OVERLAPS CLOSED PERIOD "
                   ws-closed-period-ym " - RUN REFUSED ***"
               move 'n' to ws-eoj-flag
               perform 950-write-run-log
               move 'SEVERE' to ws-condition
               move 08 to ws-return-code
               move 'CLSD' to ws-reason-code
               perform 970-write-status-file
               move ws-return-code to return-code
               stop run
           end-if

           if not is-period-on-file
               and ws-period-count = 240
               display "*** PERIOD-CONTROL TABLE FULL ***"
               move 'FULL' to ws-reason-code
               perform 043-refuse-period-master
           end-if

           if not is-period-on-file

               if ws-pt-insert = 0
                   compute ws-pt-insert = ws-period-count + 1
               end-if

      *        shift every entry from the insert slot down one to
      *        open the slot, keeping start-month order
               perform varying ws-pt-sub from ws-period-count by -1
                   until ws-pt-sub < ws-pt-insert

                       compute ws-pt-sub2 = ws-pt-sub + 1
                       move ws-period-entry(ws-pt-sub)
                           to ws-period-entry(ws-pt-sub2)

               end-perform

               add 1 to ws-period-count
               move ws-run-start-ym to ws-pt-start-ym(ws-pt-insert)
               move ws-run-end-ym to ws-pt-end-ym(ws-pt-insert)
               move ws-number-of-months
                   to ws-pt-month-count(ws-pt-insert)
               move 'OPEN  ' to ws-pt-status(ws-pt-insert)
               move ws-run-ymd to ws-pt-status-date(ws-pt-insert)
               move rc-period-title to ws-pt-title(ws-pt-insert)

               open output period-file

               if ws-prdctl-status not = '00'
                   display
                       "*** UNABLE TO REWRITE PERIOD-CONTROL MASTER"
                       " - STATUS " ws-prdctl-status " ***"
                   move 'OPEN' to ws-reason-code
                   perform 043-refuse-period-master
               end-if

               perform varying ws-pt-sub from 1 by 1 until
                   ws-pt-sub > ws-period-count

                       move ws-period-entry(ws-pt-sub) to period-rec
                       write period-rec

               end-perform
               close period-file
           end-if.

      *End The Run When The Period-Control Master Cannot Be Read Or
      *Kept Whole - the caller has set the reason code
       043-refuse-period-master.

           move 'n' to ws-eoj-flag
           perform 950-write-run-log
           move 'SEVERE' to ws-condition
           move 08 to ws-return-code
           perform 970-write-status-file
           move ws-return-code to return-code
           stop run.

      *Load The Per-Tier Billing Rates In Effect For The Run
       045-load-billing-rates.

                       not at end
                           if ab-year is numeric
                               and ab-month is numeric
                               and (ab-year * 100) + ab-month
                                   >= ws-run-start-ym
                               and (ab-year * 100) + ab-month
                                   <= ws-run-end-ym
                               and ws-absence-count < 500
                               add 1 to ws-absence-count
                               move ab-op-num to
                                   ws-abs-op-num(ws-absence-count)
                               move ab-year to
                                   ws-abs-year(ws-absence-count)
                               move ab-month to
                                   ws-abs-month(ws-absence-count)
                               move ab-code to
           end-if.

      *Judge Whether EMP-REC's Operator Has An Approved Absence On
      *The Calendar Month In WS-ABSENCE-TEST-YEAR/MONTH
       197-check-absence.

           move 'n' to ws-absence-found
               ws-abs-sub > ws-absence-count

                   if ws-abs-op-num(ws-abs-sub) = emp-rec-num
                       and ws-abs-year(ws-abs-sub)
                           = ws-absence-test-year
                       and ws-abs-month(ws-abs-sub)
                           = ws-absence-test-month
                       move 'y' to ws-absence-found
           close operator-file.

      *Load The Call-History Master For The Comparison Section -
      *only the period slices the run needs are retrieved through
      *the key, never the years in between
       055-load-call-history.

           move spaces to ws-hist-status
           open input history-file

      *    comparison section reports no prior year on file
           if ws-hist-status = '00'
      *        the prior-year period for the comparison
               move ws-prior-start-ym to ws-range-start-ym
               move ws-prior-end-ym to ws-range-end-ym
               perform 054-read-history-range
      *        the current period for restart detection
               move ws-run-start-ym to ws-range-start-ym
               move ws-run-end-ym to ws-range-end-ym
               perform 054-read-history-range
      *        the fiscal months before the period, for the fiscal
      *        year-to-date section - none when the period opens
      *        the fiscal year
               if is-fytd-active
                   and ws-fy-start-ym <= ws-fy-earlier-end-ym
                   move ws-fy-start-ym to ws-range-start-ym
                   move ws-fy-earlier-end-ym to ws-range-end-ym
                   perform 054-read-history-range
               end-if
               close history-file
           end-if

               open i-o history-file
           end-if.

      *Retrieve The Year-Months WS-RANGE-START-YM Through
      *WS-RANGE-END-YM - one slice, or two when the range runs past
      *December into the next year
       054-read-history-range.

           divide ws-range-start-ym by 100 giving ws-slice-year
               remainder ws-slice-first-month
           divide ws-range-end-ym by 100 giving ws-range-end-year
               remainder ws-range-end-month

           if ws-range-end-year = ws-slice-year
               move ws-range-end-month to ws-slice-last-month
               perform 053-read-history-slice
           else
               move 12 to ws-slice-last-month
               perform 053-read-history-slice
               move ws-range-end-year to ws-slice-year
               move 1 to ws-slice-first-month
               move ws-range-end-month to ws-slice-last-month
               perform 053-read-history-slice
           end-if.

      *Retrieve One Period Slice Through The Key - the records of
      *WS-SLICE-YEAR whose months fall in the slice's months
       053-read-history-slice.

           move 'n' to ws-history-eof

           move ws-slice-year to hist-year
           move ws-slice-first-month to hist-month
           move low-values to hist-op-num

           start history-file key not < hist-key
      *                moment the year or month runs past the
      *                window - nothing beyond it is read
                       if hist-year not = ws-slice-year
                           or hist-month > ws-slice-last-month
                           move 'y' to ws-history-eof
                       else
                           perform 056-apply-history-record
               end-read
           end-perform.

      *Roll One History Record Into The Comparison Tables, Or Into
      *The Fiscal Year-To-Date Table For A Fiscal Month Before The
      *Period - the spans never overlap, so the year-month alone
      *says which
       056-apply-history-record.

           compute ws-hist-ym = (hist-year * 100) + hist-month

           if is-fytd-active
               and ws-hist-ym >= ws-fy-start-ym
               and ws-hist-ym <= ws-fy-earlier-end-ym
               move hist-prov to ws-fy-prov-work
               perform 052-find-fytd-province
               if ws-fy-prov-index > 0
                   add hist-calls
                       to ws-fy-prov-earlier(ws-fy-prov-index)
               end-if
           end-if

           if (ws-hist-ym >= ws-prior-start-ym
               and ws-hist-ym <= ws-prior-end-ym)
               or (ws-hist-ym >= ws-run-start-ym
               and ws-hist-ym <= ws-run-end-ym)

               if ws-hist-ym <= ws-prior-end-ym
                   move 'y' to ws-yoy-any-prior
                   move hist-op-num to ws-yoy-key
                   move hist-name to ws-yoy-name-work
      *            appended by an interrupted or earlier run of this
      *            same period - reload their totals and mark the
      *            operator so the months are not appended again
                   if ws-hist-ym >= ws-run-start-ym

      *                on a restart the in-core matched flags died
      *                with the interrupted run - every operator on
               move 0 to ws-yoy-prov-prior(ws-yoy-prov-index)
           end-if.

      *Find Or Add The Fiscal Year-To-Date Entry For
      *WS-FY-PROV-WORK
       052-find-fytd-province.

           move 0 to ws-fy-prov-index

           perform varying ws-fy-sub from 1 by 1 until
               ws-fy-sub > ws-fy-prov-count

                   if ws-fy-prov-code(ws-fy-sub) = ws-fy-prov-work
                       move ws-fy-sub to ws-fy-prov-index
                   end-if

           end-perform

           if ws-fy-prov-index = 0
               and ws-fy-prov-count < 22
               add 1 to ws-fy-prov-count
               move ws-fy-prov-count to ws-fy-prov-index
               move ws-fy-prov-work
                   to ws-fy-prov-code(ws-fy-prov-index)
               move 0 to ws-fy-prov-earlier(ws-fy-prov-index)
               move 0 to ws-fy-prov-curr(ws-fy-prov-index)
           end-if.

      *Flag The Roster Entry For HIST-OP-NUM As Matched
       059-mark-roster-operator.

      *month of zero means the operator is still active
       195-set-month-active.

           move ws-pm-ym(ws-active-test-sub) to ws-calendar-ym

           if ws-calendar-ym >= ws-start-ym(i)
               and (ws-end-ym(i) = 0
      *                    an approved absence this month changes
      *                    how the threshold and variance checks
      *                    below read its low count
                           move ws-pm-year(ws-sub)
                               to ws-absence-test-year
                           move ws-pm-month(ws-sub)
                               to ws-absence-test-month
                           perform 197-check-absence
                           if is-absence-found
                               move 'y' to ws-cur-month-absent
                               if not is-month-active
                                   move 'n' to ws-variance-ok
                               end-if
                               move ws-pm-year(ws-sub - 1)
                                   to ws-absence-test-year
                               move ws-pm-month(ws-sub - 1)
                                   to ws-absence-test-month
                               perform 197-check-absence
                               if is-absence-found
                                   move 'n' to ws-variance-ok
                   perform 195-set-month-active

                   if is-month-active
                       move ws-pm-year(ws-yoy-sub) to hist-year
                       move ws-pm-month(ws-yoy-sub) to hist-month
                       move emp-rec-num to hist-op-num
                       move emp-rec-name to hist-name
                       move ws-op-type(i) to hist-type
               end-perform
           end-if.

      *    fiscal year-to-date - asked for by a fiscal-year label
      *    on the card, alongside the period totals above
           if is-fytd-active
               perform 595-print-fiscal-ytd
           end-if

      *    site ranking - which switch site is delivering and
      *    which is under-delivering, without cross-referencing
      *    the raw extract by hand
               end-perform
           end-if.

      *Print The Fiscal Year-To-Date Totals - the fiscal months
      *before this period as the history master holds them, this
      *period's totals, and the two together, per province
       595-print-fiscal-ytd.

           move rc-fiscal-label to fyh-label
           move ws-fy-start-ym to fyh-start-ym
           move ws-run-end-ym to fyh-end-ym
           write print-line from fytd-heading
               after advancing 2 lines
           write print-line from fytd-column-line
               after advancing 1 lines

      *    this period's province totals join the earlier months
           perform varying ws-prov-sub from 1 by 1 until
               ws-prov-sub > ws-yoy-prov-count

                   move ws-yoy-prov-code(ws-prov-sub)
                       to ws-fy-prov-work
                   perform 052-find-fytd-province
                   if ws-fy-prov-index > 0
                       add ws-yoy-prov-curr(ws-prov-sub)
                           to ws-fy-prov-curr(ws-fy-prov-index)
                   end-if

           end-perform

           move 0 to ws-fy-total-earlier
           move 0 to ws-fy-total-curr

           perform varying ws-fy-sub from 1 by 1 until
               ws-fy-sub > ws-fy-prov-count

                   move spaces to fpl-prov-label
                   string 'PROVINCE ' delimited by size
                          ws-fy-prov-code(ws-fy-sub)
                              delimited by size
                       into fpl-prov-label
                   end-string
                   move ws-fy-prov-earlier(ws-fy-sub) to fpl-earlier
                   move ws-fy-prov-curr(ws-fy-sub) to fpl-curr
                   compute fpl-ytd = ws-fy-prov-earlier(ws-fy-sub)
                       + ws-fy-prov-curr(ws-fy-sub)
                   add ws-fy-prov-earlier(ws-fy-sub)
                       to ws-fy-total-earlier
                   add ws-fy-prov-curr(ws-fy-sub) to ws-fy-total-curr
                   write print-line from fytd-prov-line
                       after advancing 1 lines

           end-perform

           move 'TOTAL' to fpl-prov-label
           move ws-fy-total-earlier to fpl-earlier
           move ws-fy-total-curr to fpl-curr
           compute fpl-ytd = ws-fy-total-earlier + ws-fy-total-curr
           write print-line from fytd-prov-line
               after advancing 2 lines.

      *Grade How This Run Ended For The Scheduler
       960-set-run-condition.

