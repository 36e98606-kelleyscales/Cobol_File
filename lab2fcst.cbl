      *2026-09-02 KS - initial version.
      *2026-09-02 KS - history master is now the keyed
      *    lab2.histix; read here sequentially in key order.
      *2026-10-15 KS - the card's period may run past December
      *    into the next year; each history month counts toward
      *    the year of its period's first month.

       environment division.
       input-output section.
           05 rc-month-labels.
               10 rc-month-label           pic x(3)
                   occurs 12 times.
           05 rc-fiscal-label              pic x(8).
           05 rc-fiscal-first-month        pic x(2).

      *Call-history master declaration - same record layout as the
      *HISTORY-REC written by lab2
                   value 0.
       77 ws-last-month                    pic 99
                   value 0.
      *set when the period runs past December, so its last month
      *is a calendar month of the following year
       77 ws-period-wraps                  pic x
                   value 'n'.
           88 is-period-wraps
                   value 'y'.
      *the year of the period occurrence a history month belongs
      *to - the year of that occurrence's first month
       77 ws-occurrence-year               pic 9(4)
                   value 0.
       77 ws-month-in-period               pic x
                   value 'n'.
           88 is-month-in-period
                   value 'y'.
       77 ws-forecast-year                 pic 9(4)
                   value 0.
       77 ws-forecast-start-ym             pic 9(6)
           move rc-first-month to ws-first-month
           compute ws-last-month =
               ws-first-month + ws-number-of-months - 1
      *    a period running past December ends in a calendar month
      *    of the next year
           if ws-last-month > 12
               subtract 12 from ws-last-month
               move 'y' to ws-period-wraps
           end-if
           compute ws-forecast-year = rc-period-year + 1
           compute ws-forecast-start-ym =
               (ws-forecast-year * 100) + ws-first-month
           if is-period-wraps
               compute ws-forecast-end-ym =
                   ((ws-forecast-year + 1) * 100) + ws-last-month
           else
               compute ws-forecast-end-ym =
                   (ws-forecast-year * 100) + ws-last-month
           end-if.

      *Roll Every History Year Of The Period Months Into The
      *Projection Tables

      *Roll One History Record Into The Projection Tables - only
      *the period's months of the years before the forecast year
      *feed the average; in a period that runs past December the
      *months after it belong to the year before
       055-apply-history-record.

           move 'n' to ws-month-in-period
           move hist-year to ws-occurrence-year

           if is-period-wraps
               if hist-month >= ws-first-month
                   move 'y' to ws-month-in-period
               else
                   if hist-month <= ws-last-month
                       move 'y' to ws-month-in-period
                       subtract 1 from ws-occurrence-year
                   end-if
               end-if
           else
               if hist-month >= ws-first-month
                   and hist-month <= ws-last-month
                   move 'y' to ws-month-in-period
               end-if
           end-if

           if is-month-in-period
               and ws-occurrence-year < ws-forecast-year

               perform 056-note-history-year

           perform varying ws-sub from 1 by 1 until
               ws-sub > ws-hist-year-count

                   if ws-hist-year-entry(ws-sub)
                       = ws-occurrence-year
                       move 'y' to ws-year-found
                   end-if

           if not is-year-found
               and ws-hist-year-count < 50
               add 1 to ws-hist-year-count
               move ws-occurrence-year
                   to ws-hist-year-entry(ws-hist-year-count)
           end-if.

