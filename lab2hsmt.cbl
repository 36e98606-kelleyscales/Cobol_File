      *2026-09-02 KS - live master is now the keyed lab2.histix;
      *    read and rewritten through its year-month-operator key,
      *    archives unchanged as plain per-year files.
      *2026-10-15 KS - run-control card layout follows lab2's; a
      *    period crossing the year end and a fiscal-year label
      *    are accepted, the prior-year clamp already covering
      *    every month lab2 reads back for them.

       environment division.
       input-output section.
           05 rc-month-labels.
               10 rc-month-label           pic x(3)
                   occurs 12 times.
           05 rc-fiscal-label              pic x(8).
           05 rc-fiscal-first-month        pic x(2).

      *Call-history master declaration - same record layout as the
      *HISTORY-REC written by lab2

      *Read The Run-Control Card For The Period Year - the prior
      *year it implies is the year the comparison section is about
      *to ask for, and must never be archived out from under it.
      *The period year is the year of the first month, so a period
      *running past December, and the fiscal months before it that
      *lab2 reads for its fiscal year-to-date section, reach no
      *further back than that prior year either
       045-read-run-control.

           move spaces to ws-runctl-status
