      *      - every row of tonight's run-time-alerts.txt (the
      *        baseline check rewrites it each run, so the file only
      *        ever holds the latest verdicts)
      *      - every shipment on day05-asn-register.txt still OPEN
      *        - no receipt acknowledgement matched from the camp -
      *        more than the site-config asn-ack-days (default 3)
      *        after its notice was issued
      *      - every exception raised since yesterday - the shift
      *        runs across midnight - by severity, read from the
      *        indexed exceptions store (exceptions-store.dat) by
      *        its date key rather than from the whole ledger;
      *        SUPPRESSED rows are counted, not listed
      *    the incoming operator reads the snapshot from the H option
      *    on Day-Operator-Console before touching anything.
       environment division.
               select AlertReport assign to "run-time-alerts.txt"
                 organization is line sequential
                 file status is WS-Alerts-Status.
               select AsnRegister
                 assign to "day05-asn-register.txt"
                 organization is line sequential
                 file status is WS-AsnReg-Status.
               select ExceptionStore assign to "exceptions-store.dat"
                 organization is indexed
                 access mode is dynamic
                 record key is ES-Key
                 alternate record key is ES-RunId with duplicates
                 alternate record key is ES-ProgReason
                   with duplicates
                 alternate record key is ES-Date with duplicates
                 file status is WS-Store-Status.
               select HandoverFile assign to dynamic WS-Handover-Name
                 organization is line sequential.
       data division.
                01 BalanceReport-Line pic X(100).
             fd AlertReport.
                01 AlertReport-Line pic X(100).
             fd AsnRegister.
                01 AsnRegister-Line pic X(80).
             fd ExceptionStore.
                copy "excstore.cpy".
             fd HandoverFile.
                01 HandoverFile-Line pic X(132).
           working-storage section.
                05 WS-Balance-Verdict pic X(14).
      *      the per-day rejects files Day-Reject-Repair walks; a
      *      new day adds its rejects file here and nowhere else.
             01 WS-RejCount pic 9(02) value 8.
             01 WS-Rejects-List.
                05 filler pic X(40) value "day01-rejects.txt".
                05 filler pic X(40) value "day02c-rejects.txt".
                05 filler pic X(40) value "day04c-rejects.txt".
                05 filler pic X(40) value "day05a-move-rejects.txt".
                05 filler pic X(40) value "day05b-move-rejects.txt".
                05 filler pic X(40) value "day06c-rejects.txt".
                05 filler pic X(40) value "day07c-rejects.txt".
             01 WS-Rejects-Table redefines WS-Rejects-List.
                05 WS-Rejects-File pic X(40) occurs 8 times.
             01 WS-r pic 9(02).
             01 WS-PendingCount pic 9(04) value zero.
             01 WS-RejectRows   pic 9(06) value zero.
             01 WS-FileRejects  pic 9(06).
             01 WS-OOBCount     pic 9(04) value zero.
             01 WS-AlertRows    pic 9(04) value zero.
             copy "asnreg.cpy".
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             copy "numval.cpy".
             01 WS-Ack-Days     pic 9(04) value 3.
             01 WS-Issued-Str   pic X(08).
             01 WS-Issued-Num redefines WS-Issued-Str pic 9(08).
             01 WS-Today-Num    pic 9(08).
             01 WS-Asn-Age      pic S9(08).
             01 WS-Age-Disp     pic Z(7)9.
             01 WS-AsnOverdue   pic 9(04) value zero.
             01 WS-Store-Status pic XX.
             88 WS-Store-OK value "00".
             01 WS-Since-Num    pic 9(08).
             01 WS-Since-Str redefines WS-Since-Num pic X(08).
             01 WS-Since-Date   pic X(10).
             01 WS-ExcRows      pic 9(06) value zero.
             01 WS-ExcListed    pic 9(04) value zero.
             01 WS-ExcFatal     pic 9(06) value zero.
             01 WS-ExcDegrade   pic 9(06) value zero.
             01 WS-ExcSuppress  pic 9(06) value zero.
             01 WS-ExcMore      pic 9(06).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
           perform snapshot-unrepaired-rejects
           perform snapshot-balance-flags
           perform snapshot-runtime-alerts
           perform snapshot-unacked-shipments
           perform snapshot-recent-exceptions
           close HandoverFile
           display "handover written to "
             function trim(WS-Handover-Name) ": "
             WS-PendingCount " pending run(s), "
             WS-RejectRows " unrepaired reject(s), "
             WS-OOBCount " out-of-balance program(s), "
             WS-AlertRows " run-time alert(s), "
             WS-AsnOverdue " unacknowledged shipment(s), "
             WS-ExcRows " exception(s) since yesterday"
           goback.

           write-section-header.
               write HandoverFile-Line
             end-if
           .

           snapshot-unacked-shipments.
             perform write-section-header
             move "-- shipments the camp has not acknowledged --"
               to HandoverFile-Line
             write HandoverFile-Line
             move "asn-ack-days" to WS-Config-Key
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
               move WS-Config-Value(1:20) to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result >= 0
                  and WS-Numval-Result <= 999
                 move WS-Numval-Result to WS-Ack-Days
               end-if
             end-if
             move zero to WS-EOF
             open input AsnRegister
             if WS-AsnReg-Error
               move "   (no shipping notices issued)"
                 to HandoverFile-Line
               write HandoverFile-Line
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read AsnRegister into WS-AsnReg-Record
                 at end move 1 to WS-EOF
                 not at end
                   if WS-AsnReg-Is-Ship and WS-AsnShp-Open
                     perform snapshot-one-shipment
                   end-if
               end-read
             end-perform
             close AsnRegister
             if WS-AsnOverdue = 0
               move "   (none overdue)" to HandoverFile-Line
               write HandoverFile-Line
             end-if
           .

           snapshot-one-shipment.
             if WS-AsnShp-Issued(1:4) is not numeric
                or WS-AsnShp-Issued(6:2) is not numeric
                or WS-AsnShp-Issued(9:2) is not numeric
               exit paragraph
             end-if
             string WS-AsnShp-Issued(1:4) WS-AsnShp-Issued(6:2)
               WS-AsnShp-Issued(9:2)
               delimited by size into WS-Issued-Str
             move WS-CurrentDate to WS-Today-Num
             compute WS-Asn-Age =
               function integer-of-date(WS-Today-Num)
               - function integer-of-date(WS-Issued-Num)
             if WS-Asn-Age <= WS-Ack-Days
               exit paragraph
             end-if
             add 1 to WS-AsnOverdue
             move WS-Asn-Age to WS-Age-Disp
             move spaces to HandoverFile-Line
             string "   shipment " WS-AsnReg-ShipNo " issued "
               WS-AsnShp-Issued ", " WS-AsnShp-Crates
               " crate(s) - " function trim(WS-Age-Disp)
               " day(s) without a receipt acknowledgement"
               delimited by size into HandoverFile-Line
             write HandoverFile-Line
           .

      *    the store's date key starts the read at yesterday's
      *    first row; everything after it is newer. the first forty
      *    rows are listed, the rest only counted.
           snapshot-recent-exceptions.
             perform write-section-header
             move "-- exceptions raised since yesterday --"
               to HandoverFile-Line
             write HandoverFile-Line
             open input ExceptionStore
             if not WS-Store-OK
               move "   (no exceptions store - see "
                 & "exceptions-ledger.txt)" to HandoverFile-Line
               write HandoverFile-Line
               exit paragraph
             end-if
             move WS-CurrentDate to WS-Today-Num
             compute WS-Since-Num = function date-of-integer(
               function integer-of-date(WS-Today-Num) - 1)
             move spaces to WS-Since-Date
             string WS-Since-Str(1:4) "-" WS-Since-Str(5:2) "-"
               WS-Since-Str(7:2)
               delimited by size into WS-Since-Date
             move zero to WS-EOF
             move WS-Since-Date to ES-Date
             start ExceptionStore key is not less than ES-Date
               invalid key move 1 to WS-EOF
             end-start
             perform until WS-EOF = 1
               read ExceptionStore next
                 at end move 1 to WS-EOF
                 not at end perform snapshot-one-exception
               end-read
             end-perform
             close ExceptionStore
             move zero to WS-EOF
             if WS-ExcRows = 0
               move "   (none)" to HandoverFile-Line
               write HandoverFile-Line
               exit paragraph
             end-if
             if WS-ExcRows - WS-ExcSuppress > WS-ExcListed
               move spaces to HandoverFile-Line
               compute WS-ExcMore =
                 WS-ExcRows - WS-ExcSuppress - WS-ExcListed
               string "   ... and " WS-ExcMore " more"
                 delimited by size into HandoverFile-Line
               write HandoverFile-Line
             end-if
             move spaces to HandoverFile-Line
             string "   " WS-ExcRows " row(s): " WS-ExcFatal
               " FATAL, " WS-ExcDegrade " DEGRADE, " WS-ExcSuppress
               " suppressed"
               delimited by size into HandoverFile-Line
             write HandoverFile-Line
           .

           snapshot-one-exception.
             add 1 to WS-ExcRows
             evaluate ES-Severity
               when "FATAL"    add 1 to WS-ExcFatal
               when "DEGRADE"  add 1 to WS-ExcDegrade
               when "SUPPRESS" add 1 to WS-ExcSuppress
             end-evaluate
             if ES-Severity = "SUPPRESS" or WS-ExcListed >= 40
               exit paragraph
             end-if
             add 1 to WS-ExcListed
             move spaces to HandoverFile-Line
             string "   " ES-Date " " ES-Severity " " ES-Program " "
               ES-Reason " run " ES-RunId
               delimited by size into HandoverFile-Line
             write HandoverFile-Line
           .

           copy "numvalp.cpy".
