      * cycle and the servicing boarding step (LNBOARD) can pair a
      * funded loan with its schedule days or weeks after
      * underwriting wrote it. A re-underwritten application simply
      * rewrites its periods in place. The weekly LNINTEG audit
      * purges the schedule of any loan no longer on the master or
      * declined or withdrawn.
      ******************************************************************
       01  AMORTIZATION-SCHEDULE-LINE.
           05  AMS-KEY.
