       identification division.
           program-id. Day-05-Asn-Issue.
      *    advance shipping notice to the receiving camp. the
      *    printed day05-ship-manifest.txt travels with the convoy
      *    and the camp used to re-key it; this turns the same
      *    manifest into a fixed-format notice, day05-asn.txt, that
      *    the camp loads instead, under a shipment number of its
      *    own. report-recipients.txt delivers it to the camp's
      *    outbox with the rest of the morning's reports. records,
      *    80 columns, no separators:
      *      H  shipment(6) issue date(10) time(8) origin(8)
      *         destination camp(8)
      *      D  shipment(6) sequence(4) stack(3) crate(1)
      *         contents(4) weight class(2) release(1) - C cleared
      *         to ship, H held for supervisor release
      *      T  shipment(6) detail count(6) total weight(8)
      *    the camp is the site-config receiving-camp (default
      *    CAMP01). every shipment and each of its crates is also
      *    entered on day05-asn-register.txt (see asnreg.cpy) for
      *    Day-05-Asn-Ack to match the camp's acknowledgement
      *    against. the register remembers the manifest each
      *    shipment was issued from, so issuing the same manifest
      *    again is refused unless REISSUE is given as the first
      *    parameter. rc 4 when nothing is issued, 8 when the
      *    register is locked or cannot be written.
       environment division.
           input-output section.
             file-control.
               select ShipManifest
                 assign to "day05-ship-manifest.txt"
                 organization is line sequential
                 file status is WS-Manifest-Status.
               select AsnRegister
                 assign to "day05-asn-register.txt"
                 organization is line sequential
                 file status is WS-AsnReg-Status.
               select AsnNotice assign to "day05-asn.txt"
                 organization is line sequential.
       data division.
           file section.
             fd ShipManifest.
                01 ShipManifest-Line pic X(80).
             fd AsnRegister.
                01 AsnRegister-Line pic X(80).
             fd AsnNotice.
                01 AsnNotice-Line pic X(80).
           working-storage section.
             copy "asnreg.cpy".
             01 WS-Manifest-Status pic XX.
             88 WS-Manifest-OK    value "00".
             88 WS-Manifest-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(40).
             01 WS-Mode pic X(8).
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Camp pic X(8) value "CAMP01".
             01 WS-Origin pic X(8) value "YARD05".
             01 WS-TodayDate pic X(10).
             01 WS-NowTime pic X(8).
             01 WS-Now pic X(21).
      *      the manifest as printed: crate rows come first, then
      *      the stack row that totals them and says whether the
      *      shipment is cleared or held.
             01 WS-Manifest-Record.
                05 WS-Man-Lead     pic X(8).
                05 WS-Man-Rest     pic X(72).
             01 WS-Man-Crate redefines WS-Manifest-Record.
                05 FILLER          pic X(8).
                05 WS-ManC-Letter  pic X(1).
                05 FILLER          pic X(2).
                05 WS-ManC-Code    pic X(4).
                05 FILLER          pic X(9).
                05 WS-ManC-Weight  pic X(2).
                05 FILLER          pic X(54).
             01 WS-Man-Stack redefines WS-Manifest-Record.
                05 FILLER          pic X(6).
                05 WS-ManS-No      pic X(3).
                05 FILLER          pic X(24).
                05 WS-ManS-Note    pic X(30).
                05 FILLER          pic X(17).
             01 WS-Print-Lines    pic 9(08) value zero.
             01 WS-Print-Checksum pic 9(16) value zero.
             01 WS-Print pic X(24).
             01 WS-Pending pic 9(04) value zero.
             01 WS-ShipCount pic 9(04) value zero.
             01 WS-Ship-Table.
                05 WS-Ship occurs 0 to 2500 times
                     depending on WS-ShipCount.
                   10 WS-Ship-Stack    pic X(3).
                   10 WS-Ship-Crate    pic X(1).
                   10 WS-Ship-Contents pic X(4).
                   10 WS-Ship-Weight   pic 9(02).
                   10 WS-Ship-Release  pic X(1).
             01 WS-s pic 9(04).
             01 WS-Total-Weight pic 9(08) value zero.
             01 WS-Release pic X(1).
             01 WS-Last-ShipNo pic 9(06) value zero.
             01 WS-Last-Print pic X(24) value spaces.
             01 WS-ShipNo pic 9(06).
             01 WS-Post-Failed pic 9 value zero.
             01 WS-Asn-Header.
                05 WS-AsnH-Type   pic X(1) value "H".
                05 WS-AsnH-ShipNo pic 9(06).
                05 WS-AsnH-Date   pic X(10).
                05 WS-AsnH-Time   pic X(8).
                05 WS-AsnH-Origin pic X(8).
                05 WS-AsnH-Dest   pic X(8).
                05 FILLER         pic X(39) value spaces.
             01 WS-Asn-Detail.
                05 WS-AsnD-Type     pic X(1) value "D".
                05 WS-AsnD-ShipNo   pic 9(06).
                05 WS-AsnD-Seq      pic 9(04).
                05 WS-AsnD-Stack    pic X(3).
                05 WS-AsnD-Crate    pic X(1).
                05 WS-AsnD-Contents pic X(4).
                05 WS-AsnD-Weight   pic 9(02).
                05 WS-AsnD-Release  pic X(1).
                05 FILLER           pic X(58) value spaces.
             01 WS-Asn-Trailer.
                05 WS-AsnT-Type   pic X(1) value "T".
                05 WS-AsnT-ShipNo pic 9(06).
                05 WS-AsnT-Count  pic 9(06).
                05 WS-AsnT-Weight pic 9(08).
                05 FILLER         pic X(59) value spaces.
      *      the register is held exclusively while the next
      *      shipment number is taken and its rows are added.
             01 WS-Lock-Mode     pic X(1).
             01 WS-Lock-Resource pic X(30)
                value "day05-asn-register.txt".
             01 WS-Lock-Share    pic X(1).
             01 WS-Lock-Program  pic X(20) value "Day-05-Asn-Issue".
             01 WS-Lock-Operator pic X(3) value "BAT".
             01 WS-Lock-Result   pic X(1).
             01 WS-Lock-Holder   pic X(60).
       procedure division.
           move function current-date to WS-Now
           string WS-Now(1:4) "-" WS-Now(5:2) "-" WS-Now(7:2)
             delimited by size into WS-TodayDate
           string WS-Now(9:2) ":" WS-Now(11:2) ":" WS-Now(13:2)
             delimited by size into WS-NowTime
           accept WS-Param-Line from command-line
           move spaces to WS-Mode
           unstring WS-Param-Line delimited by all space
             into WS-Mode
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           move "receiving-camp" to WS-Config-Key
           move spaces to WS-Config-Value
           call "Site-Config" using WS-Config-Key WS-Config-Value
             WS-Config-Found
           if WS-Config-Found = "Y" and WS-Config-Value not = spaces
             move WS-Config-Value(1:8) to WS-Camp
           end-if
           perform load-ship-manifest
           if WS-Manifest-Error
             display "Day-05-Asn-Issue: no day05-ship-manifest.txt "
               "- run Day-05-Ship-Manifest first"
             move 4 to return-code
             goback
           end-if
           if WS-ShipCount = 0
             display "Day-05-Asn-Issue: the manifest ships no crate "
               "- no notice issued"
             move 4 to return-code
             goback
           end-if
           move "A" to WS-Lock-Mode
           move "X" to WS-Lock-Share
           call "Lock-Manager" using WS-Lock-Mode WS-Lock-Resource
             WS-Lock-Share WS-Lock-Program WS-Lock-Operator
             WS-Lock-Result WS-Lock-Holder
           if WS-Lock-Result not = "Y"
             display "Day-05-Asn-Issue: day05-asn-register.txt is "
               "locked by " function trim(WS-Lock-Holder)
               " - no notice issued"
             move 8 to return-code
             goback
           end-if
           perform scan-asn-register
           if WS-Last-Print = WS-Print and WS-Mode not = "REISSUE"
             display "Day-05-Asn-Issue: this manifest was issued as "
               "shipment " WS-Last-ShipNo " - give REISSUE to send "
               "it again"
             perform release-asn-register
             move 4 to return-code
             goback
           end-if
           compute WS-ShipNo = WS-Last-ShipNo + 1
           perform write-asn-notice
           perform post-asn-register
           perform release-asn-register
           if WS-Post-Failed = 1
             move 8 to return-code
             goback
           end-if
           display "shipment " WS-ShipNo " to " function trim(WS-Camp)
             ": " WS-ShipCount " crate(s), weight " WS-Total-Weight
             " - notice on day05-asn.txt"
           goback.

      *    reads the manifest into the shipment table, fingerprinting
      *    it the way an input transfer is - line count and the sum
      *    of trimmed line lengths.
           load-ship-manifest.
             move zero to WS-ShipCount
             move zero to WS-Pending
             open input ShipManifest
             if WS-Manifest-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               move spaces to WS-Manifest-Record
               read ShipManifest into WS-Manifest-Record
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Print-Lines
                   compute WS-Print-Checksum = WS-Print-Checksum
                     + function length(function trim(
                         WS-Manifest-Record))
                   perform load-manifest-row
               end-read
             end-perform
             close ShipManifest
             move spaces to WS-Print
             string WS-Print-Lines WS-Print-Checksum
               delimited by size into WS-Print
           .

           load-manifest-row.
             evaluate true
               when WS-Man-Lead = "  crate "
                 if WS-ShipCount >= 2500
                   exit paragraph
                 end-if
                 add 1 to WS-ShipCount
                 add 1 to WS-Pending
                 move WS-ManC-Letter to WS-Ship-Crate(WS-ShipCount)
                 move WS-ManC-Code to WS-Ship-Contents(WS-ShipCount)
                 if WS-ManC-Weight is numeric
                   move WS-ManC-Weight
                     to WS-Ship-Weight(WS-ShipCount)
                 else
                   move zero to WS-Ship-Weight(WS-ShipCount)
                 end-if
                 add WS-Ship-Weight(WS-ShipCount) to WS-Total-Weight
               when WS-Man-Lead(1:6) = "stack "
                 if WS-ManS-Note(1:4) = "HOLD"
                   move "H" to WS-Release
                 else
                   move "C" to WS-Release
                 end-if
                 perform varying WS-s from WS-ShipCount by -1
                         until WS-Pending = 0
                   move WS-ManS-No to WS-Ship-Stack(WS-s)
                   move WS-Release to WS-Ship-Release(WS-s)
                   subtract 1 from WS-Pending
                 end-perform
             end-evaluate
           .

      *    the highest shipment number issued so far, and the
      *    manifest fingerprint of that latest shipment.
           scan-asn-register.
             open input AsnRegister
             if WS-AsnReg-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read AsnRegister into WS-AsnReg-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-AsnReg-Is-Ship
                      and WS-AsnReg-ShipNo > WS-Last-ShipNo
                     move WS-AsnReg-ShipNo to WS-Last-ShipNo
                     move WS-AsnShp-Print to WS-Last-Print
                   end-if
               end-read
             end-perform
             close AsnRegister
           .

           write-asn-notice.
             open output AsnNotice
             move WS-ShipNo to WS-AsnH-ShipNo
             move WS-TodayDate to WS-AsnH-Date
             move WS-NowTime to WS-AsnH-Time
             move WS-Origin to WS-AsnH-Origin
             move WS-Camp to WS-AsnH-Dest
             move WS-Asn-Header to AsnNotice-Line
             write AsnNotice-Line
             perform varying WS-s from 1 by 1 until WS-s > WS-ShipCount
               move WS-ShipNo to WS-AsnD-ShipNo
               move WS-s to WS-AsnD-Seq
               move WS-Ship-Stack(WS-s) to WS-AsnD-Stack
               move WS-Ship-Crate(WS-s) to WS-AsnD-Crate
               move WS-Ship-Contents(WS-s) to WS-AsnD-Contents
               move WS-Ship-Weight(WS-s) to WS-AsnD-Weight
               move WS-Ship-Release(WS-s) to WS-AsnD-Release
               move WS-Asn-Detail to AsnNotice-Line
               write AsnNotice-Line
             end-perform
             move WS-ShipNo to WS-AsnT-ShipNo
             move WS-ShipCount to WS-AsnT-Count
             move WS-Total-Weight to WS-AsnT-Weight
             move WS-Asn-Trailer to AsnNotice-Line
             write AsnNotice-Line
             close AsnNotice
           .

           post-asn-register.
             open extend AsnRegister
             if WS-AsnReg-Status = "35"
               open output AsnRegister
             end-if
             if WS-AsnReg-Error
               display "Day-05-Asn-Issue: day05-asn-register.txt "
                 "cannot be written, status " WS-AsnReg-Status
                 " - shipment " WS-ShipNo " not registered"
               move 1 to WS-Post-Failed
               exit paragraph
             end-if
             move spaces to WS-AsnReg-Record
             move "S" to WS-AsnReg-Type
             move WS-ShipNo to WS-AsnReg-ShipNo
             move WS-TodayDate to WS-AsnShp-Issued
             move WS-ShipCount to WS-AsnShp-Crates
             move WS-Total-Weight to WS-AsnShp-Weight
             move WS-Print to WS-AsnShp-Print
             set WS-AsnShp-Open to true
             move WS-AsnReg-Record to AsnRegister-Line
             write AsnRegister-Line
             perform varying WS-s from 1 by 1 until WS-s > WS-ShipCount
               move spaces to WS-AsnReg-Record
               move "C" to WS-AsnReg-Type
               move WS-ShipNo to WS-AsnReg-ShipNo
               move WS-s to WS-AsnCrt-Seq
               move WS-Ship-Stack(WS-s) to WS-AsnCrt-Stack
               move WS-Ship-Crate(WS-s) to WS-AsnCrt-Crate
               move WS-Ship-Contents(WS-s) to WS-AsnCrt-Contents
               move WS-Ship-Weight(WS-s) to WS-AsnCrt-Weight
               move WS-Ship-Release(WS-s) to WS-AsnCrt-Release
               set WS-AsnCrt-Sent to true
               move WS-AsnReg-Record to AsnRegister-Line
               write AsnRegister-Line
             end-perform
             close AsnRegister
           .

           release-asn-register.
             move "R" to WS-Lock-Mode
             call "Lock-Manager" using WS-Lock-Mode WS-Lock-Resource
               WS-Lock-Share WS-Lock-Program WS-Lock-Operator
               WS-Lock-Result WS-Lock-Holder
           .
