      *    year on record. with only one year's worth of answers in
      *    the master so far every row comes back "FIRST YEAR ON
      *    RECORD", but the report is written to carry forward once a
      *    second year's results land in the same master. each base
      *    camp trends against its own years only - the report
      *    covers the site the run is for (AOC_SITE, else the home
      *    camp).
       environment division.
           input-output section.
             file-control.
             88 WS-Master-OK     value "00".
             88 WS-Master-Error  value "23", "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
      *      one row per distinct year/day/part - filled straight
      *      from the master, which already keeps only the latest
      *      answer per key, so there is no latest-wins scan left
                05 FILLER           pic X(1) value space.
                05 WS-Trend-Delta   pic -Z(15).
       procedure division.
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           perform load-master-table
           if WS-LedgerTableCount = 0
             display "Day-Trend-Report: no answers-master.dat yet - "
           .

           record-master-entry.
             if AM-Site not = WS-Site-Code
               exit paragraph
             end-if
             if WS-LedgerTableCount >= 2000
               display "Day-Trend-Report: more than 2000 master "
                 "key(s) - remaining keys left off the report"
