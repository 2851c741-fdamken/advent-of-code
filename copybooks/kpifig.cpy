      *    shared layout of a frozen KPI figure on period-control.txt.
      *    Day-Month-Close writes one "KPI" row per figure when it
      *    closes a period - the figure's name and its value to two
      *    places - alongside the period's PERIOD and TOTALS rows,
      *    so the figures are fixed the moment the period is and can
      *    never move afterwards. Day-KPI-Pack reads them back to lay
      *    a closed month against the month before and its targets.
             01 WS-KPI-Row.
                05 WS-KPI-Kind   pic X(6).
                05 FILLER        pic X(1) value space.
                05 WS-KPI-Period pic X(7).
                05 FILLER        pic X(1) value space.
                05 WS-KPI-Name   pic X(20).
                05 FILLER        pic X(1) value space.
                05 WS-KPI-Value  pic 9(12).99.
