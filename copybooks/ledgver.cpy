      *    shared ledger layout-version working storage, paired with
      *    the "check-generation-layout" paragraph in ledgverp.cpy.
      *    every archive generation of the four shared ledgers -
      *    the monthly generations Day-Ledger-Housekeep rolls and
      *    the dated copies Day-Retention-Housekeep takes - opens
      *    with a *LAYOUT header record naming the ledger, the
      *    layout version its rows were written in, that version's
      *    record length and the date the generation was started.
      *    a reader moves a generation's first record into
      *    WS-Layout-Probe, the ledger it expects into
      *    WS-Layout-Ledger and the file name into WS-Layout-Source,
      *    performs check-generation-layout, and reads the rows only
      *    when WS-Layout-Readable - anything else is refused rather
      *    than misparsed, and counted in WS-Layout-Refused.
      *    the versions below are the layouts the copybooks hold
      *    today. any change to resultlg, runhist, exceplg or runctl
      *    bumps its version and length here and adds the new
      *    version's record length to Day-Ledger-Convert, which
      *    brings an older generation up to the current layout (and
      *    refuses to run while a length here disagrees with its
      *    copybook). layout history:
      *      RESULTLG 01 through the run id (93 bytes)
      *               02 + release version (100)
      *               03 + base camp site (107)
      *      RUNHIST  01 through the run id (73)
      *               02 + base camp site (80)
      *      EXCEPLG  01 through the captured record (165)
      *               02 + base camp site (172)
      *      RUNCTL   01 through the run id (81)
      *               02 + release version (88)
      *               03 + base camp site (95)
             01 WS-Layout-Versions.
                05 WS-Layout-Results-Ver    pic 9(02) value 03.
                05 WS-Layout-Results-Len    pic 9(03) value 107.
                05 WS-Layout-History-Ver    pic 9(02) value 02.
                05 WS-Layout-History-Len    pic 9(03) value 080.
                05 WS-Layout-Exceptions-Ver pic 9(02) value 02.
                05 WS-Layout-Exceptions-Len pic 9(03) value 172.
                05 WS-Layout-Control-Ver    pic 9(02) value 03.
                05 WS-Layout-Control-Len    pic 9(03) value 095.
             01 WS-Layout-Header.
                05 WS-LH-Marker  pic X(7) value "*LAYOUT".
                05 FILLER        pic X(1) value space.
                05 WS-LH-Ledger  pic X(8).
                05 FILLER        pic X(1) value space.
                05 WS-LH-Version pic 9(02).
                05 FILLER        pic X(1) value space.
                05 WS-LH-Length  pic 9(03).
                05 FILLER        pic X(1) value space.
                05 WS-LH-Started pic X(10).
             01 WS-Layout-Probe    pic X(200).
             01 WS-Layout-Ledger   pic X(8).
             01 WS-Layout-Source   pic X(100).
             01 WS-Layout-Expected pic 9(02).
             01 WS-Layout-Length   pic 9(03).
             01 WS-Layout-Verdict  pic X(1).
                88 WS-Layout-Readable value "Y".
             01 WS-Layout-Refused  pic 9(04) value zero.
