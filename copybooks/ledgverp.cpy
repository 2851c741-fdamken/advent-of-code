      *    shared ledger layout-version paragraphs. check-generation-
      *    layout judges a generation by its first record: readable
      *    only when it is a *LAYOUT header for the expected ledger
      *    at the version this build's copybook holds. a generation
      *    with no header (archived before generations carried one),
      *    an older version, or a newer one written by a later build
      *    is refused with the reason, so history is never read
      *    through the wrong copybook. set-layout-header fills
      *    WS-Layout-Header for the ledger named in WS-Layout-Ledger
      *    at its current version and record length, for a program
      *    starting a new generation; the caller sets WS-LH-Started.
           check-generation-layout.
             move "N" to WS-Layout-Verdict
             perform find-current-layout
             move WS-Layout-Probe to WS-Layout-Header
             evaluate true
               when WS-LH-Marker not = "*LAYOUT"
                 display function trim(WS-Layout-Source)
                   " has no layout header - refused; bring it to "
                   "the current layout with Day-Ledger-Convert"
               when WS-LH-Ledger not = WS-Layout-Ledger
                 display function trim(WS-Layout-Source) " is a "
                   function trim(WS-LH-Ledger) " generation, not "
                   function trim(WS-Layout-Ledger) " - refused"
               when WS-LH-Version not numeric
                 display function trim(WS-Layout-Source)
                   " has an unreadable layout version - refused"
               when WS-LH-Version > WS-Layout-Expected
                 display function trim(WS-Layout-Source) " is "
                   function trim(WS-Layout-Ledger) " layout "
                   WS-LH-Version ", newer than the "
                   WS-Layout-Expected " this build reads - refused"
               when WS-LH-Version < WS-Layout-Expected
                 display function trim(WS-Layout-Source) " is "
                   function trim(WS-Layout-Ledger) " layout "
                   WS-LH-Version ", older than the current "
                   WS-Layout-Expected " - refused; convert it with "
                   "Day-Ledger-Convert"
               when other
                 move "Y" to WS-Layout-Verdict
             end-evaluate
             if not WS-Layout-Readable
               add 1 to WS-Layout-Refused
             end-if
           .

           set-layout-header.
             perform find-current-layout
             move spaces to WS-Layout-Header
             move "*LAYOUT" to WS-LH-Marker
             move WS-Layout-Ledger to WS-LH-Ledger
             move WS-Layout-Expected to WS-LH-Version
             move WS-Layout-Length to WS-LH-Length
           .

           find-current-layout.
             evaluate WS-Layout-Ledger
               when "RESULTLG"
                 move WS-Layout-Results-Ver to WS-Layout-Expected
                 move WS-Layout-Results-Len to WS-Layout-Length
               when "RUNHIST"
                 move WS-Layout-History-Ver to WS-Layout-Expected
                 move WS-Layout-History-Len to WS-Layout-Length
               when "EXCEPLG"
                 move WS-Layout-Exceptions-Ver to WS-Layout-Expected
                 move WS-Layout-Exceptions-Len to WS-Layout-Length
               when "RUNCTL"
                 move WS-Layout-Control-Ver to WS-Layout-Expected
                 move WS-Layout-Control-Len to WS-Layout-Length
               when other
                 move zero to WS-Layout-Expected
                 move zero to WS-Layout-Length
             end-evaluate
           .
