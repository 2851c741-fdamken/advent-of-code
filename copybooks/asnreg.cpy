      *    shared record layout for day05-asn-register.txt, the
      *    register of advance shipping notices sent to the
      *    receiving camp. two row types share the shipment number:
      *      S  one per shipment - issue date, crates and weight on
      *         the notice, the fingerprint of the ship manifest it
      *         was issued from (line count and checksum, so the same
      *         manifest is never issued twice), OPEN until the
      *         camp's acknowledgement is matched, then ACKED with
      *         the date it was
      *      C  one per crate on the notice - its sequence on the
      *         notice, stack, crate, contents, weight class, C
      *         cleared or H held for supervisor release, and the
      *         camp's answer: SENT until acknowledged, then
      *         RECEIVED, SHORT, DAMAGED or NOTSHIP
      *    written by Day-05-Asn-Issue, matched by Day-05-Asn-Ack,
      *    and read by Day-Shift-Handover for the overdue list.
             01 WS-AsnReg-Status pic XX.
             88 WS-AsnReg-OK    value "00".
             88 WS-AsnReg-Error value "30" thru "99".
             01 WS-AsnReg-Record.
                05 WS-AsnReg-Type   pic X(1).
                88 WS-AsnReg-Is-Ship  value "S".
                88 WS-AsnReg-Is-Crate value "C".
                05 FILLER           pic X(1).
                05 WS-AsnReg-ShipNo pic 9(06).
                05 FILLER           pic X(1).
                05 WS-AsnReg-Body   pic X(71).
             01 WS-AsnReg-Ship redefines WS-AsnReg-Record.
                05 FILLER            pic X(9).
                05 WS-AsnShp-Issued  pic X(10).
                05 FILLER            pic X(1).
                05 WS-AsnShp-Crates  pic 9(06).
                05 FILLER            pic X(1).
                05 WS-AsnShp-Weight  pic 9(08).
                05 FILLER            pic X(1).
                05 WS-AsnShp-Print   pic X(24).
                05 FILLER            pic X(1).
                05 WS-AsnShp-State   pic X(8).
                88 WS-AsnShp-Open    value "OPEN".
                88 WS-AsnShp-Acked   value "ACKED".
                05 FILLER            pic X(1).
                05 WS-AsnShp-AckDate pic X(10).
             01 WS-AsnReg-Crate redefines WS-AsnReg-Record.
                05 FILLER             pic X(9).
                05 WS-AsnCrt-Seq      pic 9(04).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-Stack    pic X(3).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-Crate    pic X(1).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-Contents pic X(4).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-Weight   pic 9(02).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-Release  pic X(1).
                05 FILLER             pic X(1).
                05 WS-AsnCrt-State    pic X(8).
                88 WS-AsnCrt-Sent     value "SENT".
                05 FILLER             pic X(1).
                05 WS-AsnCrt-AckDate  pic X(10).
                05 FILLER             pic X(31).
