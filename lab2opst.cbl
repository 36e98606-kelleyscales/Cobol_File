       identification division.
       program-id. lab2opst.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Per-operator performance statement for the twice-yearly
      *reviews, built from the keyed call-history master
      *(lab2.histix), the operator roster (lab2.opmast) and the
      *approved-absence calendar (lab2.abcal) instead of by hand
      *from the detail lines of several lab2 runs.  Prints one page
      *per active operator showing the last 12 months of calls,
      *each month that broke the same 50/400 threshold band lab2
      *flags (an approved absence is shown as such rather than as
      *an exception), the operator's rank and percentile among the
      *active operators of the same tier and province, and the
      *operator's monthly average against the tier average.  A
      *parameter card (lab2.osctl) selects ALL active operators,
      *one PROV, or a LIST of up to 20 operator numbers, and may
      *name the last month of the 12 (blank means the month before
      *the run month).
      *Modification History:
      *2026-10-15 KS - initial version.

       environment division.
       input-output section.
       file-control.
      *    selects the statement parameter card location and name
           select osctl-file assign to '../../../data/lab2.osctl'
               organization is line sequential
               file status is ws-osctl-status.
      *    selects the keyed rolling call-history master
           select history-file assign to '../../../data/lab2.histix'
               organization is indexed
               access mode is sequential
               record key is hist-key
               file status is ws-hist-status.
      *    selects the operator roster master file location and name
           select operator-file assign to '../../../data/lab2.opmast'
               organization is line sequential
               file status is ws-opmast-status.
      *    selects the approved-absence calendar master location
           select absence-file assign to '../../../data/lab2.abcal'
               organization is line sequential
               file status is ws-abcal-status.
      *    selects the statement report output location and name
           select report-file assign to '../../../data/lab2.osrpt'
               organization is line sequential.

       data division.
       file section.

      *Statement parameter card declaration - ALL, PROV with a
      *province code, or LIST with up to 20 operator numbers; the
      *last month rides as display digits so it can be proven
      *numeric before it is used
       fd osctl-file
           data record is osctl-rec.

       01 osctl-rec.
           05 osc-select                   pic x(4).
           05 osc-end-ym                   pic x(6).
           05 osc-end-ym-num               redefines osc-end-ym
                                           pic 9(6).
           05 osc-prov                     pic x(3).
           05 osc-op-list.
               10 osc-op-num               pic x(3)
                   occurs 20 times.

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

      *Operator roster master file declaration - same record layout
      *as the OP-MASTER-REC read by lab2
       fd operator-file
           data record is op-master-rec.

       01 op-master-rec.
           05 om-op-num                    pic x(3).
           05 om-op-type                   pic x(6).
           05 om-op-prov                   pic x(3).
           05 om-op-name                   pic x(12).
           05 om-start-ym                  pic 9(6).
           05 om-end-ym                    pic 9(6).

      *Approved-absence calendar master declaration - same record
      *layout as the ABSENCE-REC read by lab2
       fd absence-file
           data record is absence-rec.

       01 absence-rec.
           05 ab-op-num                    pic x(3).
           05 ab-year                      pic 9(4).
           05 ab-month                     pic 9(2).
           05 ab-code                      pic x(4).

      *Statement report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

       77 ws-osctl-status                  pic xx
                   value spaces.
       77 ws-hist-status                   pic xx
                   value spaces.
       77 ws-opmast-status                 pic xx
                   value spaces.
       77 ws-abcal-status                  pic xx
                   value spaces.

      *End of parameter card declaration
       01 ws-osctl-eof                     pic x
                   value 'n'.
           88 is-osctl-eof
                   value 'y'.

      *End of history master declaration
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *End of operator master and calendar declarations
       01 ws-master-eof                    pic x
                   value 'n'.
           88 is-master-eof
                   value "y".
       01 ws-calendar-eof                  pic x
                   value 'n'.
           88 is-calendar-eof
                   value 'y'.

      *run date broken out - the default statement year ends with
      *the month before the run month
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

      *Per-month threshold/SLA constants - the same band lab2 flags
       77 ws-threshold-low                 pic 9(3)
                   value 050.
       77 ws-threshold-high                pic 9(3)
                   value 400.

      *the 12 statement months, oldest first; each month is carried
      *as YYYYMM and as a running month number (year * 12 + month
      *- 1) so a span crossing a year end needs no special case
       01 ws-stmt-month-table.
           05 ws-sm-ym occurs 12 times     pic 9(6).

       77 ws-first-ym                      pic 9(6)
                   value 0.
       77 ws-last-ym                       pic 9(6)
                   value 0.
       77 ws-first-month-num               pic 9(6)
                   value 0.
       77 ws-month-num                     pic 9(6)
                   value 0.
       77 ws-month-offset                  pic s9(6)
                   value 0.
       77 ws-month-index                   pic 9(2)
                   value 0.

      *month broken out for the sanity checks and month arithmetic
       01 ws-ym-work.
           05 ws-ym-yyyy                   pic 9(4).
           05 ws-ym-mm                     pic 9(2).

      *Operator roster table - each operator's window, whether the
      *operator is active in the statement year and selected by
      *the card, the 12 months of calls and absences, and the
      *figures the statement and the rankings are built from
       01 ws-roster-table.
           05 ws-roster-item occurs 500 times.
                   10 ws-op-num            pic x(3).
                   10 ws-op-type           pic x(6).
                   10 ws-op-prov           pic x(3).
                   10 ws-op-name           pic x(12).
                   10 ws-start-ym          pic 9(6).
                   10 ws-end-ym            pic 9(6).
                   10 ws-op-active         pic x.
                       88 is-op-active
                           value 'y'.
                   10 ws-op-selected       pic x.
                       88 is-op-selected
                           value 'y'.
                   10 ws-op-month occurs 12 times.
                       15 ws-om-calls      pic 9(3).
                       15 ws-om-has-hist   pic x.
                       15 ws-om-absence    pic x(4).
                   10 ws-op-months-counted pic 9(2).
                   10 ws-op-total-calls    pic 9(5).
                   10 ws-op-average        pic 9(3)v9.

       77 ws-roster-count                  pic 9(3)
                   value 0.

      *Tier table - calls and counted months of every active
      *operator of the tier, and the tier's monthly average
       01 ws-tier-values.
           05 filler                       pic x(6)
                   value 'FIRST '.
           05 filler                       pic x(6)
                   value 'SECOND'.
           05 filler                       pic x(6)
                   value 'THIRD '.
       01 ws-tier-code-table redefines ws-tier-values.
           05 ws-tier-code occurs 3 times  pic x(6).

       01 ws-tier-table.
           05 ws-tier-entry occurs 3 times.
                   10 ws-tt-calls          pic 9(7).
                   10 ws-tt-months         pic 9(5).
                   10 ws-tt-average        pic 9(3)v9.

       77 ws-tier-index                    pic 9
                   value 0.

      *operators named on a LIST card
       77 ws-list-count                    pic 9(2)
                   value 0.

      *position of an operator in the roster table (0 = not found)
       77 ws-match-index                   pic 9(3)
                   value 0.
       77 ws-op-work                       pic x(3)
                   value spaces.

      *one statement's month counts
       77 ws-under-count                   pic 9(2)
                   value 0.
       77 ws-over-count                    pic 9(2)
                   value 0.
       77 ws-absence-count                 pic 9(2)
                   value 0.

      *peer-group ranking work - peers are the active operators of
      *the same tier and province; rank 1 is the highest average
       77 ws-peer-count                    pic 9(3)
                   value 0.
       77 ws-peers-above                   pic 9(3)
                   value 0.
       77 ws-rank                          pic 9(3)
                   value 0.
       77 ws-percentile                    pic 9(3)
                   value 0.

      *operator against tier
       77 ws-vs-tier                       pic s9(3)v9
                   value 0.
       77 ws-pct-of-tier                   pic 9(4)v9
                   value 0.

      *absence code translated for the statement line
       77 ws-absence-comment               pic x(16)
                   value spaces.

      *page and statement counters
       77 ws-page-number                   pic 9(4)
                   value 0.
       77 ws-statements-printed            pic 9(5)
                   value 0.
       77 ws-history-read                  pic 9(7)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.
       77 ws-sub2                          pic 9(3)
                   value 0.
       77 ws-msub                          pic 9(2)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2opst'.
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
                   value 'OPERATOR PERFORMANCE STATEMENT'.
           05 filler                       pic x(30)
                   value spaces.
           05 filler                       pic x(5)
                   value 'PAGE '.
           05 rh-page-num                  pic zzz9.

      *Operator header lines
       01 operator-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(10)
                   value 'OPERATOR: '.
           05 opl-op-num                   pic x(3).
           05 filler                       pic x(2)
                   value spaces.
           05 opl-name                     pic x(12).
           05 filler                       pic x(8)
                   value '  TIER: '.
           05 opl-type                     pic x(6).
           05 filler                       pic x(12)
                   value '  PROVINCE: '.
           05 opl-prov                     pic x(3).
           05 filler                       pic x(10)
                   value '  WINDOW: '.
           05 opl-start-ym                 pic 9(6).
           05 filler                       pic x(1)
                   value '-'.
           05 opl-end-ym                   pic 9(6).
           05 opl-end-text                 redefines opl-end-ym
                                           pic x(6).

       01 period-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(18)
                   value 'STATEMENT PERIOD: '.
           05 pl-first-ym                  pic 9(6).
           05 filler                       pic x(3)
                   value ' - '.
           05 pl-last-ym                   pic 9(6).
           05 filler                       pic x(17)
                   value '   THRESHOLD BAND'.
           05 pl-low                       pic zz9.
           05 filler                       pic x(1)
                   value '/'.
           05 pl-high                      pic zz9.

      *Month heading and detail lines
       01 month-heading-line.
           05 filler                       pic x(4)
                   value spaces.
           05 filler                       pic x(6)
                   value 'MONTH'.
           05 filler                       pic x(4)
                   value spaces.
           05 filler                       pic x(5)
                   value 'CALLS'.
           05 filler                       pic x(4)
                   value spaces.
           05 filler                       pic x(7)
                   value 'COMMENT'.

       01 month-detail-line.
           05 filler                       pic x(4)
                   value spaces.
           05 mdl-ym                       pic 9(6).
           05 filler                       pic x(6)
                   value spaces.
           05 mdl-calls                    pic zz9.
           05 mdl-calls-text               redefines mdl-calls
                                           pic x(3).
           05 filler                       pic x(4)
                   value spaces.
           05 mdl-comment                  pic x(20).

      *Statement summary lines
       01 summary-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(16)
                   value 'MONTHS COUNTED: '.
           05 sl1-months                   pic z9.
           05 filler                       pic x(16)
                   value '   TOTAL CALLS: '.
           05 sl1-total                    pic zz,zz9.
           05 filler                       pic x(21)
                   value '   MONTHLY AVERAGE:  '.
           05 sl1-average                  pic zz9.9.

       01 summary-line2.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(19)
                   value 'MONTHS UNDER BAND: '.
           05 sl2-under                    pic z9.
           05 filler                       pic x(14)
                   value '   OVER BAND: '.
           05 sl2-over                     pic z9.
           05 filler                       pic x(23)
                   value '   APPROVED ABSENCES: '.
           05 sl2-absence                  pic z9.

       01 summary-line3.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(8)
                   value 'RANK IN '.
           05 sl3-type                     pic x(6).
           05 filler                       pic x(1)
                   value '/'.
           05 sl3-prov                     pic x(3).
           05 filler                       pic x(2)
                   value ': '.
           05 sl3-rank                     pic zz9.
           05 filler                       pic x(4)
                   value ' OF '.
           05 sl3-peers                    pic zz9.
           05 filler                       pic x(15)
                   value '   PERCENTILE: '.
           05 sl3-percentile               pic zz9.

       01 summary-line4.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(14)
                   value 'TIER AVERAGE: '.
           05 sl4-tier-average             pic zz9.9.
           05 filler                       pic x(21)
                   value '   OPERATOR VS TIER: '.
           05 sl4-vs-tier                  pic ---9.9.
           05 filler                       pic x(3)
                   value '  ('.
           05 sl4-pct-of-tier              pic zzz9.9.
           05 sl4-pct-text                 redefines sl4-pct-of-tier
                                           pic x(6).
           05 filler                       pic x(13)
                   value '% OF TIER)'.

      *Run summary lines
       01 not-selected-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(13)
                   value '*** OPERATOR '.
           05 nsl-op-num                   pic x(3).
           05 filler                       pic x(40)
                   value ' NOT ON ROSTER OR NOT ACTIVE - NO PAGE'.

       01 total-statements-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'STATEMENTS PRINTED:     '.
           05 tsl-printed                  pic zz,zz9.

       01 total-history-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(24)
                   value 'HISTORY RECORDS READ:   '.
           05 thl-read                     pic z,zzz,zz9.

       procedure division.

      *    grab the current date & time
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.

      *    the card decides the months and the operators
           perform 040-read-statement-card.

      *    the roster, its absences and its history, then the
      *    figures the rankings compare
           perform 050-load-roster.
           perform 060-load-absences.
           perform 070-load-call-history.
           perform 080-compute-averages.

           open output report-file

           perform varying ws-match-index from 1 by 1 until
               ws-match-index > ws-roster-count

                   if is-op-selected(ws-match-index)
                       perform 200-print-statement
                   end-if

           end-perform

           perform 500-print-run-totals.

           close report-file.

           display "OPERATOR STATEMENTS PRINTED: "
               ws-statements-printed.

           stop run.

      *Start A New Statement Page
       000-print-headings.

           add 1 to ws-page-number
           move ws-page-number to rh-page-num

      *    terminate the previous page's last line first - written
      *    directly, the form feed lands on that line's tail
           if ws-page-number > 1
               move spaces to report-line
               write report-line after advancing 1 line
           end-if

           write report-line from name-line after advancing page.

           write report-line from report-heading
               after advancing 1 line.

      *Read And Validate The Statement Parameter Card
       040-read-statement-card.

           move spaces to ws-osctl-status
           open input osctl-file

           if ws-osctl-status not = '00'
               display
                   "*** UNABLE TO OPEN STATEMENT CARD - STATUS "
                   ws-osctl-status " ***"
               stop run
           end-if

           read osctl-file
               at end
                   move 'y' to ws-osctl-eof
           end-read

           close osctl-file

           if is-osctl-eof
               display "*** STATEMENT CARD IS EMPTY ***"
               stop run
           end-if

           if osc-select not = 'ALL '
               and osc-select not = 'PROV'
               and osc-select not = 'LIST'
               display "*** SELECTION NOT ALL, PROV OR LIST ***"
               stop run
           end-if

           if osc-select = 'PROV'
               and osc-prov = spaces
               display "*** PROV SELECTION NEEDS A PROVINCE ***"
               stop run
           end-if

           move 0 to ws-list-count
           if osc-select = 'LIST'
               perform varying ws-sub from 1 by 1 until
                   ws-sub > 20

                       if osc-op-num(ws-sub) not = spaces
                           add 1 to ws-list-count
                       end-if

               end-perform
               if ws-list-count = 0
                   display "*** LIST SELECTION NEEDS OPERATORS ***"
                   stop run
               end-if
           end-if

      *    the last month - blank means the month before the run
      *    month, the latest month lab2 can have reported in full
           if osc-end-ym = spaces
               compute ws-month-num =
                   ((2000 + ws-run-yy) * 12) + ws-run-mm - 2
           else
               if osc-end-ym is not numeric
                   display "*** LAST MONTH NOT NUMERIC ***"
                   stop run
               end-if
               move osc-end-ym-num to ws-ym-work
               if ws-ym-yyyy < 2000
                   or ws-ym-mm < 1
                   or ws-ym-mm > 12
                   display "*** LAST MONTH NOT A VALID YYYYMM ***"
                   stop run
               end-if
               compute ws-month-num =
                   (ws-ym-yyyy * 12) + ws-ym-mm - 1
           end-if

      *    lay out the 12 months, oldest first
           compute ws-first-month-num = ws-month-num - 11

           perform varying ws-msub from 1 by 1 until
               ws-msub > 12

                   compute ws-month-num =
                       ws-first-month-num + ws-msub - 1
                   compute ws-ym-yyyy = ws-month-num / 12
                   compute ws-ym-mm =
                       ws-month-num - (ws-ym-yyyy * 12) + 1
                   move ws-ym-work to ws-sm-ym(ws-msub)

           end-perform

           move ws-sm-ym(1) to ws-first-ym
           move ws-sm-ym(12) to ws-last-ym.

      *Load The Operator Roster, Marking Who Is Active In The
      *Statement Year And Who The Card Selects
       050-load-roster.

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
                           perform 055-load-roster-record
                       end-if
               end-read
           end-perform

           close operator-file.

      *Load One Roster Record Into The Table
       055-load-roster-record.

           add 1 to ws-roster-count
           move om-op-num to ws-op-num(ws-roster-count)
           move om-op-type to ws-op-type(ws-roster-count)
           move om-op-prov to ws-op-prov(ws-roster-count)
           move om-op-name to ws-op-name(ws-roster-count)

      *    a master written before the roster carried windows
      *    reads back with spaces - treat either month as zero
           if om-start-ym is numeric
               move om-start-ym to ws-start-ym(ws-roster-count)
           else
               move 0 to ws-start-ym(ws-roster-count)
           end-if
           if om-end-ym is numeric
               move om-end-ym to ws-end-ym(ws-roster-count)
           else
               move 0 to ws-end-ym(ws-roster-count)
           end-if

           perform varying ws-msub from 1 by 1 until
               ws-msub > 12

                   move 0 to ws-om-calls(ws-roster-count, ws-msub)
                   move 'n'
                       to ws-om-has-hist(ws-roster-count, ws-msub)
                   move spaces
                       to ws-om-absence(ws-roster-count, ws-msub)

           end-perform

      *    active means the window overlaps the statement year - an
      *    end of zero means still active
           move 'n' to ws-op-active(ws-roster-count)
           move 'n' to ws-op-selected(ws-roster-count)

           if ws-start-ym(ws-roster-count) not > ws-last-ym
               and (ws-end-ym(ws-roster-count) = 0
                   or ws-end-ym(ws-roster-count) not < ws-first-ym)
               move 'y' to ws-op-active(ws-roster-count)
           end-if

           if is-op-active(ws-roster-count)
               if osc-select = 'ALL '
                   move 'y' to ws-op-selected(ws-roster-count)
               else
                   if osc-select = 'PROV'
                       if om-op-prov = osc-prov
                           move 'y'
                               to ws-op-selected(ws-roster-count)
                       end-if
                   else
                       perform varying ws-sub from 1 by 1 until
                           ws-sub > 20

                               if osc-op-num(ws-sub) = om-op-num
                                   move 'y' to
                                       ws-op-selected(ws-roster-count)
                               end-if

                       end-perform
                   end-if
               end-if
           end-if.

      *Load The Approved Absences Falling In The Statement Year -
      *a missing calendar leaves every month unexcused
       060-load-absences.

           move spaces to ws-abcal-status
           open input absence-file

           if ws-abcal-status = '00'
               perform until is-calendar-eof
                   read absence-file
                       at end
                           move 'y' to ws-calendar-eof
                       not at end
                           move ab-op-num to ws-op-work
                           perform 300-find-roster-entry
                           move ab-year to ws-ym-yyyy
                           move ab-month to ws-ym-mm
                           perform 310-find-statement-month
                           if ws-match-index > 0
                               and ws-month-index > 0
                               move ab-code to
                                   ws-om-absence(ws-match-index,
                                       ws-month-index)
                           end-if
                   end-read
               end-perform
               close absence-file
           else
               display
                   "*** NO ABSENCE CALENDAR - ABSENCES NOT SHOWN ***"
           end-if.

      *Load The Calls Of The Statement Year From The History Master
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
                       add 1 to ws-history-read
                       perform 075-apply-history-record
               end-read
           end-perform

           close history-file.

      *Post One History Record To Its Operator's Month
       075-apply-history-record.

           move hist-year to ws-ym-yyyy
           move hist-month to ws-ym-mm
           perform 310-find-statement-month

           if ws-month-index > 0
               move hist-op-num to ws-op-work
               perform 300-find-roster-entry
               if ws-match-index > 0
                   move hist-calls
                       to ws-om-calls(ws-match-index, ws-month-index)
                   move 'y' to
                       ws-om-has-hist(ws-match-index, ws-month-index)
               end-if
           end-if.

      *Work Out Each Active Operator's Monthly Average And Each
      *Tier's - only months inside the operator's window with
      *history on file and no approved absence are counted
       080-compute-averages.

           perform varying ws-sub from 1 by 1 until
               ws-sub > 3

                   move 0 to ws-tt-calls(ws-sub)
                   move 0 to ws-tt-months(ws-sub)
                   move 0 to ws-tt-average(ws-sub)

           end-perform

           perform varying ws-match-index from 1 by 1 until
               ws-match-index > ws-roster-count

                   move 0 to ws-op-months-counted(ws-match-index)
                   move 0 to ws-op-total-calls(ws-match-index)
                   move 0 to ws-op-average(ws-match-index)

                   if is-op-active(ws-match-index)
                       perform 085-compute-operator-average
                   end-if

           end-perform

           perform varying ws-sub from 1 by 1 until
               ws-sub > 3

                   if ws-tt-months(ws-sub) > 0
                       compute ws-tt-average(ws-sub) rounded =
                           ws-tt-calls(ws-sub) / ws-tt-months(ws-sub)
                   end-if

           end-perform.

      *Work Out One Operator's Monthly Average
       085-compute-operator-average.

           perform varying ws-msub from 1 by 1 until
               ws-msub > 12

                   if ws-sm-ym(ws-msub) not <
                       ws-start-ym(ws-match-index)
                       and (ws-end-ym(ws-match-index) = 0
                       or ws-sm-ym(ws-msub) not >
                           ws-end-ym(ws-match-index))
                       and ws-om-has-hist(ws-match-index, ws-msub)
                           = 'y'
                       and ws-om-absence(ws-match-index, ws-msub)
                           = spaces
                       add 1 to ws-op-months-counted(ws-match-index)
                       add ws-om-calls(ws-match-index, ws-msub)
                           to ws-op-total-calls(ws-match-index)
                   end-if

           end-perform

           if ws-op-months-counted(ws-match-index) > 0
               compute ws-op-average(ws-match-index) rounded =
                   ws-op-total-calls(ws-match-index)
                       / ws-op-months-counted(ws-match-index)
           end-if

           move 0 to ws-tier-index
           perform varying ws-sub from 1 by 1 until
               ws-sub > 3

                   if ws-tier-code(ws-sub) = ws-op-type(ws-match-index)
                       move ws-sub to ws-tier-index
                   end-if

           end-perform

           if ws-tier-index > 0
               add ws-op-total-calls(ws-match-index)
                   to ws-tt-calls(ws-tier-index)
               add ws-op-months-counted(ws-match-index)
                   to ws-tt-months(ws-tier-index)
           end-if.

      *Print One Operator's Statement Page
       200-print-statement.

           perform 000-print-headings

           move ws-op-num(ws-match-index) to opl-op-num
           move ws-op-name(ws-match-index) to opl-name
           move ws-op-type(ws-match-index) to opl-type
           move ws-op-prov(ws-match-index) to opl-prov
           move ws-start-ym(ws-match-index) to opl-start-ym
           if ws-end-ym(ws-match-index) = 0
               move 'OPEN  ' to opl-end-text
           else
               move ws-end-ym(ws-match-index) to opl-end-ym
           end-if
           write report-line from operator-line
               after advancing 2 lines

           move ws-first-ym to pl-first-ym
           move ws-last-ym to pl-last-ym
           move ws-threshold-low to pl-low
           move ws-threshold-high to pl-high
           write report-line from period-line
               after advancing 1 line

           write report-line from month-heading-line
               after advancing 2 lines

           move 0 to ws-under-count
           move 0 to ws-over-count
           move 0 to ws-absence-count

           perform varying ws-msub from 1 by 1 until
               ws-msub > 12

                   perform 210-print-month

           end-perform

           move ws-op-months-counted(ws-match-index) to sl1-months
           move ws-op-total-calls(ws-match-index) to sl1-total
           move ws-op-average(ws-match-index) to sl1-average
           write report-line from summary-line1
               after advancing 2 lines

           move ws-under-count to sl2-under
           move ws-over-count to sl2-over
           move ws-absence-count to sl2-absence
           write report-line from summary-line2
               after advancing 1 line

           perform 220-rank-operator

           move ws-op-type(ws-match-index) to sl3-type
           move ws-op-prov(ws-match-index) to sl3-prov
           move ws-rank to sl3-rank
           move ws-peer-count to sl3-peers
           move ws-percentile to sl3-percentile
           write report-line from summary-line3
               after advancing 2 lines

           perform 230-compare-to-tier
           write report-line from summary-line4
               after advancing 1 line

           add 1 to ws-statements-printed.

      *Print One Statement Month - a month outside the window shows
      *--- and NOT ACTIVE, an approved absence shows its reason in
      *place of an UNDER THRESHOLD flag, as it does in lab2
       210-print-month.

           move ws-sm-ym(ws-msub) to mdl-ym
           move spaces to mdl-comment

           if ws-sm-ym(ws-msub) < ws-start-ym(ws-match-index)
               or (ws-end-ym(ws-match-index) > 0
               and ws-sm-ym(ws-msub) > ws-end-ym(ws-match-index))
               move '---' to mdl-calls-text
               move 'NOT ACTIVE' to mdl-comment
           else
               if ws-om-absence(ws-match-index, ws-msub) not = spaces
                   add 1 to ws-absence-count
                   perform 215-set-absence-comment
               end-if

               if ws-om-has-hist(ws-match-index, ws-msub) not = 'y'
                   move '---' to mdl-calls-text
                   if mdl-comment = spaces
                       move 'NO HISTORY' to mdl-comment
                   end-if
               else
                   move ws-om-calls(ws-match-index, ws-msub)
                       to mdl-calls
                   if ws-om-calls(ws-match-index, ws-msub)
                       < ws-threshold-low
                       if mdl-comment = spaces
                           add 1 to ws-under-count
                           move 'UNDER THRESHOLD' to mdl-comment
                       end-if
                   else
                       if ws-om-calls(ws-match-index, ws-msub)
                           > ws-threshold-high
                           add 1 to ws-over-count
                           move 'OVER THRESHOLD' to mdl-comment
                       end-if
                   end-if
               end-if
           end-if

           write report-line from month-detail-line
               after advancing 1 line.

      *Translate The Absence Code Into The Statement Comment - the
      *same wording lab2 prints on its detail lines
       215-set-absence-comment.

           if ws-om-absence(ws-match-index, ws-msub) = 'VAC '
               move 'ON VACATION' to mdl-comment
           else
               if ws-om-absence(ws-match-index, ws-msub) = 'LEAV'
                   move 'ON LEAVE' to mdl-comment
               else
                   if ws-om-absence(ws-match-index, ws-msub) = 'TRNG'
                       move 'IN TRAINING' to mdl-comment
                   else
                       move 'APPROVED ABSENCE' to mdl-comment
                   end-if
               end-if
           end-if.

      *Rank The Operator Among The Active Operators Of The Same
      *Tier And Province - rank 1 has the highest average, ties
      *share a rank, and the percentile is the share of the other
      *peers the operator averages at or above
       220-rank-operator.

           move 0 to ws-peer-count
           move 0 to ws-peers-above

           perform varying ws-sub2 from 1 by 1 until
               ws-sub2 > ws-roster-count

                   if is-op-active(ws-sub2)
                       and ws-op-type(ws-sub2)
                           = ws-op-type(ws-match-index)
                       and ws-op-prov(ws-sub2)
                           = ws-op-prov(ws-match-index)
                       add 1 to ws-peer-count
                       if ws-op-average(ws-sub2)
                           > ws-op-average(ws-match-index)
                           add 1 to ws-peers-above
                       end-if
                   end-if

           end-perform

           compute ws-rank = ws-peers-above + 1

           if ws-peer-count > 1
               compute ws-percentile rounded =
                   ((ws-peer-count - 1 - ws-peers-above) * 100)
                       / (ws-peer-count - 1)
           else
               move 100 to ws-percentile
           end-if.

      *Compare The Operator's Average With The Tier Average
       230-compare-to-tier.

           move 0 to ws-tier-index
           perform varying ws-sub from 1 by 1 until
               ws-sub > 3

                   if ws-tier-code(ws-sub) = ws-op-type(ws-match-index)
                       move ws-sub to ws-tier-index
                   end-if

           end-perform

           move 0 to sl4-tier-average
           move 0 to sl4-vs-tier
           move spaces to sl4-pct-text

           if ws-tier-index > 0
               move ws-tt-average(ws-tier-index) to sl4-tier-average
               compute ws-vs-tier = ws-op-average(ws-match-index)
                   - ws-tt-average(ws-tier-index)
               move ws-vs-tier to sl4-vs-tier
               if ws-tt-average(ws-tier-index) > 0
                   compute ws-pct-of-tier rounded =
                       (ws-op-average(ws-match-index) * 100)
                           / ws-tt-average(ws-tier-index)
                   move ws-pct-of-tier to sl4-pct-of-tier
               end-if
           end-if.

      *Find WS-OP-WORK In The Roster Table
       300-find-roster-entry.

           move 0 to ws-match-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-roster-count or ws-match-index > 0

                   if ws-op-num(ws-sub) = ws-op-work
                       move ws-sub to ws-match-index
                   end-if

           end-perform.

      *Find The Statement Month Of WS-YM-WORK (0 = outside the
      *statement year)
       310-find-statement-month.

           move 0 to ws-month-index

           compute ws-month-offset =
               (ws-ym-yyyy * 12) + ws-ym-mm - 1 - ws-first-month-num

           if ws-month-offset >= 0
               and ws-month-offset < 12
               compute ws-month-index = ws-month-offset + 1
           end-if.

      *Print The Run Totals And Any Listed Operator Without A Page
       500-print-run-totals.

           perform 000-print-headings

           if osc-select = 'LIST'
               perform varying ws-sub2 from 1 by 1 until
                   ws-sub2 > 20

                       if osc-op-num(ws-sub2) not = spaces
                           move osc-op-num(ws-sub2) to ws-op-work
                           perform 300-find-roster-entry
                           if ws-match-index = 0
                               move osc-op-num(ws-sub2) to nsl-op-num
                               write report-line
                                   from not-selected-line
                                   after advancing 1 line
                           else
                               if not is-op-active(ws-match-index)
                                   move osc-op-num(ws-sub2)
                                       to nsl-op-num
                                   write report-line
                                       from not-selected-line
                                       after advancing 1 line
                               end-if
                           end-if
                       end-if

               end-perform
           end-if

           move ws-statements-printed to tsl-printed
           write report-line from total-statements-line
               after advancing 2 lines

           move ws-history-read to thl-read
           write report-line from total-history-line
               after advancing 1 line.

       end program lab2opst.
