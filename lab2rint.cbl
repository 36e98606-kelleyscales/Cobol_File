       identification division.
       program-id. lab2rint.
       author. Kelley Scales.
       date-written. 2026-10-15.
      *Description:
      *Weekly cross-master referential integrity audit.  Each
      *maintenance program keeps its own master clean on its own
      *terms, but nothing proves the masters still agree with one
      *another.  This run reads the operator roster (lab2.opmast),
      *the approved-absence calendar (lab2.abcal), the billing
      *rates (lab2.rates), the tax rates (lab2.taxrt) and the keyed
      *call-history master (lab2.histix) and lists every exception
      *found:
      *    - an absence for an operator not on the roster
      *    - an absence outside the operator's active window
      *    - a tier on the active roster with no billing rate in
      *      force today
      *    - a province on the active roster with no tax rate in
      *      force today
      *    - a history month whose type or province disagrees with
      *      the roster.  The roster holds only the operator's
      *      current type and province, so a run of earlier months
      *      that differs from it, followed by months that agree,
      *      is a transfer and is not reported; a month that
      *      disagrees after one that agreed is reported, as is an
      *      operator whose latest history month disagrees
      *    - history for an operator not on the roster
      *    - an active operator with no history at all
      *The report ends with a count per check, and the run ends with
      *a scheduler return code - 00 clean, 04 exceptions found, 08
      *the roster could not be read.
      *Modification History:
      *2026-10-15 KS - initial version.
      *2026-10-15 KS - the rate check proves the distinct tiers of
      *    the active roster, as the tax check does provinces,
      *    instead of a fixed FIRST/SECOND/THIRD list - an unused
      *    tier is no longer reported, and a mistyped roster tier
      *    now is.
      *2026-10-15 KS - history type/province is no longer reported
      *    for every month before a TRANSFER: only a month that
      *    disagrees after one that agreed, or an operator whose
      *    latest history month disagrees, is an exception.

       environment division.
       input-output section.
       file-control.
      *    selects the operator roster master file location and name
           select operator-file assign to '../../../data/lab2.opmast'
               organization is line sequential
               file status is ws-opmast-status.
      *    selects the approved-absence calendar master location
           select absence-file assign to '../../../data/lab2.abcal'
               organization is line sequential
               file status is ws-abcal-status.
      *    selects the billing rates master file location and name
           select rates-file assign to '../../../data/lab2.rates'
               organization is line sequential
               file status is ws-rates-status.
      *    selects the tax-rate master file location and name
           select taxrate-file assign to '../../../data/lab2.taxrt'
               organization is line sequential
               file status is ws-taxrate-status.
      *    selects the keyed rolling call-history master
           select history-file assign to '../../../data/lab2.histix'
               organization is indexed
               access mode is sequential
               record key is hist-key
               file status is ws-hist-status.
      *    selects the audit report output location and name
           select report-file assign to '../../../data/lab2.rirpt'
               organization is line sequential.

       data division.
       file section.

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

      *Billing rates master file declaration - same record layout
      *as the RATE-REC read by lab2
       fd rates-file
           data record is rate-rec.

       01 rate-rec.
           05 rate-tier                    pic x(6).
           05 rate-eff-date                pic 9(8).
           05 rate-per-call                pic 9(3)v99.

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

      *Audit report output declaration
       fd report-file
           data record is report-line.

       01 report-line                      pic x(110).

       working-storage section.

       77 ws-opmast-status                 pic xx
                   value spaces.
       77 ws-abcal-status                  pic xx
                   value spaces.
       77 ws-rates-status                  pic xx
                   value spaces.
       77 ws-taxrate-status                pic xx
                   value spaces.
       77 ws-hist-status                   pic xx
                   value spaces.

      *End of master file declarations
       01 ws-master-eof                    pic x
                   value 'n'.
           88 is-master-eof
                   value "y".
       01 ws-absence-eof                   pic x
                   value 'n'.
           88 is-absence-eof
                   value 'y'.
       01 ws-rates-eof                     pic x
                   value 'n'.
           88 is-rates-eof
                   value 'y'.
       01 ws-taxrate-eof                   pic x
                   value 'n'.
           88 is-taxrate-eof
                   value 'y'.
       01 found-eof                        pic x
                   value 'n'.
           88 is-end-of-file
                   value "y".

      *run date broken out - "in force today" and "active" are both
      *judged against it
       01 ws-run-date.
           05 ws-run-yy                    pic 99.
           05 ws-run-mm                    pic 99.
           05 ws-run-dd                    pic 99.

       77 ws-run-ymd                       pic 9(8)
                   value 0.
       77 ws-run-ym                        pic 9(6)
                   value 0.

      *Operator roster table - the numbers, grades, provinces and
      *windows every other master is proven against, plus whether
      *any history was seen for the operator
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
                   10 ws-op-has-history    pic x.
                       88 is-op-has-history
                           value 'y'.
      *            the latest history month seen for the operator,
      *            its type and province, and whether any month
      *            seen so far agreed with the roster
                   10 ws-op-last-year      pic 9(4).
                   10 ws-op-last-month     pic 9(2).
                   10 ws-op-last-type      pic x(6).
                   10 ws-op-last-prov      pic x(3).
                   10 ws-op-last-agrees    pic x.
                       88 is-op-last-agrees
                           value 'y'.
                   10 ws-op-any-agrees     pic x.
                       88 is-op-any-agrees
                           value 'y'.

       77 ws-roster-count                  pic 9(3)
                   value 0.

      *tiers of the active roster, each with a switch set once a
      *billing rate is found in force on the run date
       01 ws-tier-table.
           05 ws-tier-entry occurs 20 times.
                   10 ws-tier-code         pic x(6).
                   10 ws-tier-has-rate     pic x.

       77 ws-tier-count                    pic 9(2)
                   value 0.
       77 ws-tier-found                    pic x
                   value 'n'.
           88 is-tier-found
                   value 'y'.

      *provinces of the active roster, each with a switch set once
      *a tax rate is found in force on the run date
       01 ws-prov-table.
           05 ws-prov-entry occurs 22 times.
                   10 ws-prov-code         pic x(3).
                   10 ws-prov-has-tax      pic x.

       77 ws-prov-count                    pic 9(2)
                   value 0.
       77 ws-prov-found                    pic x
                   value 'n'.
           88 is-prov-found
                   value 'y'.

      *the checks, each with its report description and count of
      *exceptions found
       01 ws-check-values.
           05 filler                       pic x(36)
                   value 'ABSENCE FOR UNKNOWN OPERATOR'.
           05 filler                       pic x(36)
                   value 'ABSENCE OUTSIDE OPERATOR WINDOW'.
           05 filler                       pic x(36)
                   value 'TIER WITH NO RATE IN FORCE'.
           05 filler                       pic x(36)
                   value 'PROVINCE WITH NO TAX RATE IN FORCE'.
           05 filler                       pic x(36)
                   value 'HISTORY TYPE/PROV DISAGREES W/ROSTER'.
           05 filler                       pic x(36)
                   value 'HISTORY FOR UNKNOWN OPERATOR'.
           05 filler                       pic x(36)
                   value 'ACTIVE OPERATOR WITH NO HISTORY'.
       01 ws-check-table redefines ws-check-values.
           05 ws-check-desc occurs 7 times pic x(36).

       01 ws-check-counts.
           05 ws-check-count occurs 7 times pic 9(5).

       77 ws-total-exceptions              pic 9(6)
                   value 0.

      *the exception being reported - which check, the key of the
      *offending record and what was wrong with it
       77 ws-exc-check                     pic 9
                   value 0.
       77 ws-exc-key                       pic x(12)
                   value spaces.
       77 ws-exc-detail                    pic x(40)
                   value spaces.

      *key and detail text built up for the exception line
       01 ws-ym-key.
           05 ws-ymk-op-num                pic x(3).
           05 filler                       pic x(1)
                   value space.
           05 ws-ymk-year                  pic 9(4).
           05 ws-ymk-month                 pic 9(2).

       01 ws-window-detail.
           05 filler                       pic x(7)
                   value 'WINDOW '.
           05 wd-start-ym                  pic 9(6).
           05 filler                       pic x(1)
                   value '-'.
           05 wd-end-ym                    pic 9(6).
           05 wd-end-text                  redefines wd-end-ym
                                           pic x(6).

       01 ws-in-force-detail.
           05 filler                       pic x(28)
                   value 'NONE EFFECTIVE ON OR BEFORE '.
           05 ifd-run-ymd                  pic 9(8).

       01 ws-mismatch-detail.
           05 filler                       pic x(5)
                   value 'HIST '.
           05 md-hist-type                 pic x(6).
           05 filler                       pic x(1)
                   value '/'.
           05 md-hist-prov                 pic x(3).
           05 filler                       pic x(9)
                   value '  ROSTER '.
           05 md-roster-type               pic x(6).
           05 filler                       pic x(1)
                   value '/'.
           05 md-roster-prov               pic x(3).

      *absence month compared against an operator's window
       77 ws-absence-ym                    pic 9(6)
                   value 0.

      *position of the operator in the roster table (0 = not found)
       77 ws-match-index                   pic 9(3)
                   value 0.
       77 ws-op-work                       pic x(3)
                   value spaces.

      *records read from each master
       77 ws-roster-read                   pic 9(5)
                   value 0.
       77 ws-absence-read                  pic 9(5)
                   value 0.
       77 ws-rates-read                    pic 9(5)
                   value 0.
       77 ws-taxrate-read                  pic 9(5)
                   value 0.
       77 ws-history-read                  pic 9(7)
                   value 0.

      *subscripts
       77 ws-sub                           pic 9(3)
                   value 0.

      *Name Line
       01 name-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(29)
                   value 'Kelley Scales, lab2rint'.
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
                   value 'CROSS-MASTER REFERENTIAL INTEGRITY AUDIT'.

      *Column heading line
       01 heading-line1.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(36)
                   value 'CHECK'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(12)
                   value 'KEY'.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(6)
                   value 'DETAIL'.

      *Exception line - one per integrity failure found
       01 exception-line.
           05 filler                       pic x(2)
                   value spaces.
           05 el-check-desc                pic x(36).
           05 filler                       pic x(2)
                   value spaces.
           05 el-key                       pic x(12).
           05 filler                       pic x(2)
                   value spaces.
           05 el-detail                    pic x(40).

      *Summary lines - one per check, then the records read
       01 summary-heading.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(36)
                   value 'EXCEPTIONS BY CHECK'.
           05 filler                       pic x(8)
                   value '   COUNT'.

       01 summary-line.
           05 filler                       pic x(2)
                   value spaces.
           05 sl-check-desc                pic x(36).
           05 filler                       pic x(2)
                   value spaces.
           05 sl-count                     pic zz,zz9.

       01 summary-total-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(36)
                   value 'TOTAL EXCEPTIONS'.
           05 filler                       pic x(1)
                   value spaces.
           05 stl-count                    pic zzz,zz9.

       01 read-count-line.
           05 filler                       pic x(2)
                   value spaces.
           05 filler                       pic x(14)
                   value 'RECORDS READ -'.
           05 filler                       pic x(8)
                   value ' ROSTER:'.
           05 rcl-roster                   pic zz,zz9.
           05 filler                       pic x(11)
                   value '  ABSENCES:'.
           05 rcl-absence                  pic zz,zz9.
           05 filler                       pic x(8)
                   value '  RATES:'.
           05 rcl-rates                    pic zz,zz9.
           05 filler                       pic x(6)
                   value '  TAX:'.
           05 rcl-taxrate                  pic zz,zz9.
           05 filler                       pic x(10)
                   value '  HISTORY:'.
           05 rcl-history                  pic z,zzz,zz9.

       procedure division.

      *    grab the current date & time
           accept ws-run-date from date.
           accept name-line-time from time.
           move ws-run-date to name-line-date.
           compute ws-run-ymd = 20000000 + (ws-run-yy * 10000)
               + (ws-run-mm * 100) + ws-run-dd.
           compute ws-run-ym = ws-run-ymd / 100.

           perform varying ws-sub from 1 by 1 until
               ws-sub > 7

                   move 0 to ws-check-count(ws-sub)

           end-perform

      *    the roster first - every other master is proven against
      *    it, so without it there is nothing to audit
           perform 050-load-roster.

           open output report-file

           perform 000-print-headings.

      *    one pass over each of the other masters
           perform 060-check-absences.
           perform 070-check-rates.
           perform 080-check-tax-rates.
           perform 090-check-history.
           perform 095-check-roster-history.

           perform 500-print-summary.

           close report-file.

           display "INTEGRITY AUDIT EXCEPTIONS: " ws-total-exceptions.

           if ws-total-exceptions > 0
               move 04 to return-code
           else
               move 0 to return-code
           end-if

           stop run.

      *Print headings Paragraph
       000-print-headings.
           write report-line from name-line before advancing 1 line.

           write report-line from report-heading
               after advancing 1 line.

           write report-line from heading-line1
               after advancing 2 lines.

      *Load The Operator Roster, Marking Each Operator Active On
      *The Run Date And Collecting The Active Roster's Provinces
       050-load-roster.

           move spaces to ws-opmast-status
           open input operator-file

           if ws-opmast-status not = '00'
               display
                   "*** UNABLE TO OPEN OPERATOR MASTER FILE - STATUS "
                   ws-opmast-status " ***"
               move 08 to return-code
               stop run
           end-if

           perform until is-master-eof
               read operator-file
                   at end
                       move 'y' to ws-master-eof
                   not at end
                       add 1 to ws-roster-read
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

           move 'n' to ws-op-has-history(ws-roster-count)
           move 'n' to ws-op-last-agrees(ws-roster-count)
           move 'n' to ws-op-any-agrees(ws-roster-count)

      *    active means the window covers the run month - an end of
      *    zero means still active
           if ws-start-ym(ws-roster-count) not > ws-run-ym
               and (ws-end-ym(ws-roster-count) = 0
                   or ws-end-ym(ws-roster-count) not < ws-run-ym)
               move 'y' to ws-op-active(ws-roster-count)
               perform 057-note-active-province
               perform 058-note-active-tier
           else
               move 'n' to ws-op-active(ws-roster-count)
           end-if.

      *Remember Each Distinct Province Of The Active Roster
       057-note-active-province.

           move 'n' to ws-prov-found

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-prov-count

                   if ws-prov-code(ws-sub) = om-op-prov
                       move 'y' to ws-prov-found
                   end-if

           end-perform

           if not is-prov-found
               and ws-prov-count < 22
               add 1 to ws-prov-count
               move om-op-prov to ws-prov-code(ws-prov-count)
               move 'n' to ws-prov-has-tax(ws-prov-count)
           end-if.

      *Remember Each Distinct Tier Of The Active Roster
       058-note-active-tier.

           move 'n' to ws-tier-found

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-tier-count

                   if ws-tier-code(ws-sub) = om-op-type
                       move 'y' to ws-tier-found
                   end-if

           end-perform

           if not is-tier-found
               and ws-tier-count < 20
               add 1 to ws-tier-count
               move om-op-type to ws-tier-code(ws-tier-count)
               move 'n' to ws-tier-has-rate(ws-tier-count)
           end-if.

      *Prove Every Absence Belongs To A Roster Operator And Falls
      *Inside That Operator's Window - a missing calendar simply
      *has nothing to prove
       060-check-absences.

           move spaces to ws-abcal-status
           open input absence-file

           if ws-abcal-status = '00'
               perform until is-absence-eof
                   read absence-file
                       at end
                           move 'y' to ws-absence-eof
                       not at end
                           add 1 to ws-absence-read
                           perform 065-check-one-absence
                   end-read
               end-perform
               close absence-file
           end-if.

      *Check One Absence Calendar Record
       065-check-one-absence.

           move ab-op-num to ws-op-work
           perform 300-find-roster-entry

           move ab-op-num to ws-ymk-op-num
           move ab-year to ws-ymk-year
           move ab-month to ws-ymk-month
           move ws-ym-key to ws-exc-key

           if ws-match-index = 0
               move 1 to ws-exc-check
               move 'OPERATOR NOT ON ROSTER' to ws-exc-detail
               perform 400-write-exception
           else
               compute ws-absence-ym = (ab-year * 100) + ab-month
               if ws-absence-ym < ws-start-ym(ws-match-index)
                   or (ws-end-ym(ws-match-index) > 0
                   and ws-absence-ym > ws-end-ym(ws-match-index))
                   move 2 to ws-exc-check
                   move ws-start-ym(ws-match-index) to wd-start-ym
                   if ws-end-ym(ws-match-index) = 0
                       move 'OPEN  ' to wd-end-text
                   else
                       move ws-end-ym(ws-match-index) to wd-end-ym
                   end-if
                   move ws-window-detail to ws-exc-detail
                   perform 400-write-exception
               end-if
           end-if.

      *Prove Every Tier Of The Active Roster Has A Billing Rate In
      *Force On The Run Date
       070-check-rates.

           move spaces to ws-rates-status
           open input rates-file

           if ws-rates-status = '00'
               perform until is-rates-eof
                   read rates-file
                       at end
                           move 'y' to ws-rates-eof
                       not at end
                           add 1 to ws-rates-read
                           perform 075-note-rate-in-force
                   end-read
               end-perform
               close rates-file
           end-if

           move ws-run-ymd to ifd-run-ymd

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-tier-count

                   if ws-tier-has-rate(ws-sub) not = 'y'
                       move 3 to ws-exc-check
                       move ws-tier-code(ws-sub) to ws-exc-key
                       move ws-in-force-detail to ws-exc-detail
                       perform 400-write-exception
                   end-if

           end-perform.

      *Mark The Tier Of A Rate Already In Force
       075-note-rate-in-force.

           if rate-eff-date is numeric
               and rate-eff-date not > ws-run-ymd

               perform varying ws-sub from 1 by 1 until
                   ws-sub > ws-tier-count

                       if ws-tier-code(ws-sub) = rate-tier
                           move 'y' to ws-tier-has-rate(ws-sub)
                       end-if

               end-perform
           end-if.

      *Prove Every Province Of The Active Roster Has A Tax Rate In
      *Force On The Run Date
       080-check-tax-rates.

           move spaces to ws-taxrate-status
           open input taxrate-file

           if ws-taxrate-status = '00'
               perform until is-taxrate-eof
                   read taxrate-file
                       at end
                           move 'y' to ws-taxrate-eof
                       not at end
                           add 1 to ws-taxrate-read
                           perform 085-note-tax-in-force
                   end-read
               end-perform
               close taxrate-file
           end-if

           move ws-run-ymd to ifd-run-ymd

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-prov-count

                   if ws-prov-has-tax(ws-sub) not = 'y'
                       move 4 to ws-exc-check
                       move ws-prov-code(ws-sub) to ws-exc-key
                       move ws-in-force-detail to ws-exc-detail
                       perform 400-write-exception
                   end-if

           end-perform.

      *Mark The Province Of A Tax Rate Already In Force
       085-note-tax-in-force.

           if tax-eff-date is numeric
               and tax-eff-date not > ws-run-ymd

               perform varying ws-sub from 1 by 1 until
                   ws-sub > ws-prov-count

                       if ws-prov-code(ws-sub) = tax-prov
                           move 'y' to ws-prov-has-tax(ws-sub)
                       end-if

               end-perform
           end-if.

      *Prove Every History Month Against The Roster - the operator
      *must be on it, and the month's type and province must agree
      *with it; a missing history master leaves every active
      *operator without history, which 095 then reports
       090-check-history.

           move spaces to ws-hist-status
           open input history-file

           if ws-hist-status = '00'
               perform until is-end-of-file
                   read history-file
                       at end
                           move 'y' to found-eof
                       not at end
                           add 1 to ws-history-read
                           perform 093-check-one-history
                   end-read
               end-perform
               close history-file
           else
               display
                   "*** UNABLE TO OPEN HISTORY MASTER - STATUS "
                   ws-hist-status " ***"
           end-if.

      *Check One History Record - the master is in year, month,
      *operator order, so each operator's months arrive oldest
      *first.  A disagreeing month is held back while no month has
      *yet agreed with the roster - it may be from before a
      *transfer - and reported at once when one already has
       093-check-one-history.

           move hist-op-num to ws-op-work
           perform 300-find-roster-entry

           move hist-op-num to ws-ymk-op-num
           move hist-year to ws-ymk-year
           move hist-month to ws-ymk-month
           move ws-ym-key to ws-exc-key

           if ws-match-index = 0
               move 6 to ws-exc-check
               move hist-name to ws-exc-detail
               perform 400-write-exception
           else
               move 'y' to ws-op-has-history(ws-match-index)
               move hist-year to ws-op-last-year(ws-match-index)
               move hist-month to ws-op-last-month(ws-match-index)
               move hist-type to ws-op-last-type(ws-match-index)
               move hist-prov to ws-op-last-prov(ws-match-index)
               if hist-type = ws-op-type(ws-match-index)
                   and hist-prov = ws-op-prov(ws-match-index)
                   move 'y' to ws-op-last-agrees(ws-match-index)
                   move 'y' to ws-op-any-agrees(ws-match-index)
               else
                   move 'n' to ws-op-last-agrees(ws-match-index)
                   if is-op-any-agrees(ws-match-index)
                       perform 097-write-mismatch
                   end-if
               end-if
           end-if.

      *List Every Active Operator The History Master Never
      *Mentioned, And Every Operator Whose History Never Once
      *Agreed With The Roster - its latest month is reported
       095-check-roster-history.

           perform varying ws-match-index from 1 by 1 until
               ws-match-index > ws-roster-count

                   if is-op-active(ws-match-index)
                       and not is-op-has-history(ws-match-index)
                       move 7 to ws-exc-check
                       move ws-op-num(ws-match-index) to ws-exc-key
                       move ws-op-name(ws-match-index)
                           to ws-exc-detail
                       perform 400-write-exception
                   end-if

                   if is-op-has-history(ws-match-index)
                       and not is-op-any-agrees(ws-match-index)
                       move ws-op-num(ws-match-index)
                           to ws-ymk-op-num
                       move ws-op-last-year(ws-match-index)
                           to ws-ymk-year
                       move ws-op-last-month(ws-match-index)
                           to ws-ymk-month
                       move ws-ym-key to ws-exc-key
                       perform 097-write-mismatch
                   end-if

           end-perform.

      *Report The Latest History Month Of The Operator At
      *WS-MATCH-INDEX As Disagreeing With The Roster - the caller
      *has set the exception key
       097-write-mismatch.

           move 5 to ws-exc-check
           move ws-op-last-type(ws-match-index) to md-hist-type
           move ws-op-last-prov(ws-match-index) to md-hist-prov
           move ws-op-type(ws-match-index) to md-roster-type
           move ws-op-prov(ws-match-index) to md-roster-prov
           move ws-mismatch-detail to ws-exc-detail
           perform 400-write-exception.

      *Find WS-OP-WORK In The Roster Table
       300-find-roster-entry.

           move 0 to ws-match-index

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-roster-count or ws-match-index > 0

                   if ws-op-num(ws-sub) = ws-op-work
                       move ws-sub to ws-match-index
                   end-if

           end-perform.

      *Write One Exception Line And Count It Against Its Check
       400-write-exception.

           add 1 to ws-check-count(ws-exc-check)
           add 1 to ws-total-exceptions

           move ws-check-desc(ws-exc-check) to el-check-desc
           move ws-exc-key to el-key
           move ws-exc-detail to el-detail

           write report-line from exception-line
               after advancing 1 line

           move spaces to ws-exc-key
           move spaces to ws-exc-detail.

      *Print The Count Per Check And The Records Read
       500-print-summary.

           write report-line from summary-heading
               after advancing 2 lines

           perform varying ws-sub from 1 by 1 until
               ws-sub > 7

                   move ws-check-desc(ws-sub) to sl-check-desc
                   move ws-check-count(ws-sub) to sl-count
                   write report-line from summary-line
                       after advancing 1 line

           end-perform

           move ws-total-exceptions to stl-count
           write report-line from summary-total-line
               after advancing 2 lines

           move ws-roster-read to rcl-roster
           move ws-absence-read to rcl-absence
           move ws-rates-read to rcl-rates
           move ws-taxrate-read to rcl-taxrate
           move ws-history-read to rcl-history
           write report-line from read-count-line
               after advancing 2 lines.

       end program lab2rint.
