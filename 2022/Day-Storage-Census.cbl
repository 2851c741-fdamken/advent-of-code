       identification division.
           program-id. Day-Storage-Census.
      *    nightly census of the files this system writes, so a disk
      *    filling up is seen coming weeks ahead instead of found the
      *    night a run abends on a full volume. driven by
      *    storage-census-files.txt (one row per file: name, and
      *    optionally its own capacity in KB). for every listed file
      *    tonight's size in bytes - and its record count, for the
      *    line-sequential files; a .dat master is sized only - is
      *    appended to storage-history.txt under today's date. a
      *    rerun on the same day replaces that day's rows, so the
      *    history holds one reading per file per night.
      *    storage-report.txt then shows, per file:
      *      - size and records tonight;
      *      - growth in bytes per day over the trend window
      *        (site-config key storage-trend-days, 30 unless set),
      *        from the oldest reading in the window to tonight;
      *      - days until the file reaches its capacity at that
      *        rate - the row's own capacity, else site-config key
      *        storage-capacity-kb (1048576, a gigabyte) - flagged
      *        CAPACITY when it is within storage-warn-days (30);
      *      - overnight growth against the previous reading,
      *        flagged SURGE when tonight's size is at least
      *        storage-surge-factor (10) times the file's average
      *        size over the window - the transactions log that
      *        comes in ten times its usual size.
      *    return code 4 when any file is flagged.
       environment division.
           input-output section.
             file-control.
               select CensusFiles
                 assign to "storage-census-files.txt"
                 organization is line sequential
                 file status is WS-Census-Status.
               select StorageHistory assign to "storage-history.txt"
                 organization is line sequential
                 file status is WS-History-Status.
               select HistoryWork assign to "storage-history.tmp"
                 organization is line sequential
                 file status is WS-Work-Status.
               select CountFile assign to dynamic WS-Count-Name
                 organization is line sequential
                 file status is WS-Count-Status.
               select StorageReport assign to "storage-report.txt"
                 organization is line sequential.
       data division.
           file section.
             fd CensusFiles.
                01 CensusFiles-Line pic X(60).
             fd StorageHistory.
                01 StorageHistory-Line pic X(80).
             fd HistoryWork.
                01 HistoryWork-Line pic X(80).
             fd CountFile.
                01 CountFile-Line pic X(220).
             fd StorageReport.
                01 StorageReport-Line pic X(132).
           working-storage section.
             copy "numval.cpy".
             01 WS-Census-Status pic XX.
             88 WS-Census-OK    value "00".
             88 WS-Census-Error value "30" thru "99".
             01 WS-History-Status pic XX.
             88 WS-History-OK    value "00".
             88 WS-History-Error value "30" thru "99".
             01 WS-Work-Status pic XX.
             88 WS-Work-OK    value "00".
             88 WS-Work-Error value "30" thru "99".
             01 WS-Count-Status pic XX.
             88 WS-Count-OK    value "00".
             88 WS-Count-Error value "30" thru "99".
             01 WS-EOF pic 9 value zero.
             01 WS-Count-EOF pic 9.
             01 WS-Count-Name pic X(100).
             01 WS-Work-Name pic X(40) value "storage-history.tmp".
             01 WS-History-Name pic X(40) value "storage-history.txt".
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Today-Int pic 9(08).
             01 WS-Window-Int pic 9(08).
             01 WS-Row-Int pic 9(08).
             01 WS-Row-YYYYMMDD pic X(8).
             01 WS-Census-Record.
                05 WS-Census-File pic X(40).
                05 FILLER         pic X(1).
                05 WS-Census-Cap  pic X(10).
             01 WS-History-Record.
                05 WS-Hist-Date    pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-Hist-File    pic X(40).
                05 FILLER          pic X(1) value space.
                05 WS-Hist-Bytes   pic 9(12).
                05 FILLER          pic X(1) value space.
                05 WS-Hist-Records pic 9(10).
      *      one slot per census file: tonight's reading, and what
      *      the history says about the trend window before tonight -
      *      its oldest reading, its latest, and the sum of sizes
      *      for the average.
             01 WS-Census-Table.
                05 WS-Census-Entry occurs 200 times.
                   10 WS-Cen-File       pic X(40).
                   10 WS-Cen-Cap-KB     pic 9(10).
                   10 WS-Cen-Present    pic X(1).
                   10 WS-Cen-Counted    pic X(1).
                   10 WS-Cen-Bytes      pic 9(12).
                   10 WS-Cen-Records    pic 9(10).
                   10 WS-Cen-Old-Int    pic 9(08).
                   10 WS-Cen-Old-Bytes  pic 9(12).
                   10 WS-Cen-Last-Int   pic 9(08).
                   10 WS-Cen-Last-Bytes pic 9(12).
                   10 WS-Cen-Sum-Bytes  pic 9(15).
                   10 WS-Cen-Readings   pic 9(05).
             01 WS-CenCount pic 9(03) value zero.
             01 WS-i pic 9(03).
             01 WS-Found pic 9(03).
             01 WS-Name-Len pic 9(03).
      *      the 16-byte detail area CBL_CHECK_FILE_EXIST fills:
      *      size, then the file's modification date and time.
             01 WS-File-Info.
                05 WS-File-Size  pic 9(18) comp-x.
                05 WS-File-DD    pic 9(2)  comp-x.
                05 WS-File-MM    pic 9(2)  comp-x.
                05 WS-File-YYYY  pic 9(4)  comp-x.
                05 WS-File-HH    pic 9(2)  comp-x.
                05 WS-File-MIN   pic 9(2)  comp-x.
                05 WS-File-SS    pic 9(2)  comp-x.
                05 FILLER        pic X.
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Config-Number pic 9(10).
             01 WS-Config-Valid pic 9.
             01 WS-Trend-Days   pic 9(05) value 30.
             01 WS-Capacity-KB  pic 9(10) value 1048576.
             01 WS-Surge-Factor pic 9(05) value 10.
             01 WS-Warn-Days    pic 9(05) value 30.
             01 WS-Capacity-Bytes pic 9(15).
             01 WS-Span-Days pic 9(05).
             01 WS-Growth-Day pic S9(12).
             01 WS-Overnight pic S9(12).
             01 WS-Average-Bytes pic 9(12).
             01 WS-Days-Left pic 9(07).
             01 WS-Flag pic X(16).
             01 WS-CensusedCount pic 9(04) value zero.
             01 WS-AbsentCount pic 9(04) value zero.
             01 WS-SurgeCount pic 9(04) value zero.
             01 WS-CapacityCount pic 9(04) value zero.
             01 WS-Report-Heading.
                05 FILLER pic X(41) value "file".
                05 FILLER pic X(13) value "       bytes".
                05 FILLER pic X(11) value "   records".
                05 FILLER pic X(13) value "   bytes/day".
                05 FILLER pic X(9)  value "days-cap".
                05 FILLER pic X(14) value "   overnight".
                05 FILLER pic X(16) value "flag".
             01 WS-Report-Row.
                05 WS-Rpt-File      pic X(40).
                05 FILLER           pic X(1) value space.
                05 WS-Rpt-Bytes     pic Z(11)9.
                05 FILLER           pic X(1) value space.
                05 WS-Rpt-Records   pic X(10).
                05 FILLER           pic X(1) value space.
                05 WS-Rpt-Growth    pic -(11)9.
                05 FILLER           pic X(1) value space.
                05 WS-Rpt-Days-Left pic X(8).
                05 FILLER           pic X(1) value space.
                05 WS-Rpt-Overnight pic -(11)9.
                05 FILLER           pic X(2) value space.
                05 WS-Rpt-Flag      pic X(16).
             01 WS-Rpt-Count   pic Z(9)9.
             01 WS-Rpt-Days    pic Z(6)9.
             01 WS-Rpt-Trend   pic Z(4)9.
             01 WS-Rpt-Factor  pic Z(4)9.
             01 WS-Rpt-Warn    pic Z(4)9.
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           compute WS-Today-Int = function integer-of-date(
             function numval(WS-CurrentDate))
           perform load-census-settings
           perform load-census-files
           if WS-CenCount = 0
             display "Day-Storage-Census: no "
               "storage-census-files.txt rows - nothing to census"
             goback
           end-if
           compute WS-Window-Int = WS-Today-Int - WS-Trend-Days
           perform read-census-history
           perform varying WS-i from 1 by 1 until WS-i > WS-CenCount
             perform take-file-reading
           end-perform
           perform rewrite-census-history
           perform write-storage-report
           display "storage census " WS-TodayDate ": "
             WS-CensusedCount " file(s) read, " WS-AbsentCount
             " absent, " WS-SurgeCount " surge(s), "
             WS-CapacityCount " near capacity - see "
             "storage-report.txt"
           if WS-SurgeCount > 0 or WS-CapacityCount > 0
             move 4 to return-code
           end-if
           goback.

           load-census-settings.
             move "storage-trend-days" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1 and WS-Config-Number > 0
               move WS-Config-Number to WS-Trend-Days
             end-if
             move "storage-capacity-kb" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1 and WS-Config-Number > 0
               move WS-Config-Number to WS-Capacity-KB
             end-if
             move "storage-surge-factor" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1 and WS-Config-Number > 0
               move WS-Config-Number to WS-Surge-Factor
             end-if
             move "storage-warn-days" to WS-Config-Key
             perform read-config-number
             if WS-Config-Valid = 1
               move WS-Config-Number to WS-Warn-Days
             end-if
           .

           read-config-number.
             move 0 to WS-Config-Valid
             move spaces to WS-Config-Value
             call "Site-Config" using WS-Config-Key WS-Config-Value
               WS-Config-Found
             if WS-Config-Found = "Y"
                and function test-numval(WS-Config-Value) = 0
               move function numval(WS-Config-Value)
                 to WS-Config-Number
               move 1 to WS-Config-Valid
             end-if
           .

           load-census-files.
             move zero to WS-EOF
             open input CensusFiles
             if WS-Census-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read CensusFiles into WS-Census-Record
                 at end move 1 to WS-EOF
                 not at end perform keep-census-file
               end-read
             end-perform
             close CensusFiles
           .

           keep-census-file.
             if WS-Census-File = spaces
               exit paragraph
             end-if
             if WS-CenCount = 200
               display "more than 200 census files - "
                 function trim(WS-Census-File) " not read"
               exit paragraph
             end-if
             add 1 to WS-CenCount
             initialize WS-Census-Entry(WS-CenCount)
             move WS-Census-File to WS-Cen-File(WS-CenCount)
             move WS-Capacity-KB to WS-Cen-Cap-KB(WS-CenCount)
             if WS-Census-Cap not = spaces
               move WS-Census-Cap to WS-Numval-Input
               perform validate-numeric-field
               if WS-Numval-Is-Valid and WS-Numval-Result > 0
                 move WS-Numval-Result to WS-Cen-Cap-KB(WS-CenCount)
               else
                 display "capacity for " function trim(WS-Census-File)
                   " is not a number - storage-capacity-kb used"
               end-if
             end-if
           .

      *    the history before tonight feeds each file's trend: only
      *    readings inside the window count, and today's own rows -
      *    left by an earlier run tonight - are ignored here and
      *    dropped when the history is rewritten.
           read-census-history.
             move zero to WS-EOF
             open input StorageHistory
             if WS-History-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read StorageHistory into WS-History-Record
                 at end move 1 to WS-EOF
                 not at end perform note-history-reading
               end-read
             end-perform
             close StorageHistory
           .

           note-history-reading.
             if WS-Hist-Date = WS-TodayDate
                or WS-Hist-Date(5:1) not = "-"
               exit paragraph
             end-if
             string WS-Hist-Date(1:4) WS-Hist-Date(6:2)
               WS-Hist-Date(9:2)
               delimited by size into WS-Row-YYYYMMDD
             if WS-Row-YYYYMMDD not numeric
               exit paragraph
             end-if
             compute WS-Row-Int = function integer-of-date(
               function numval(WS-Row-YYYYMMDD))
             if WS-Row-Int < WS-Window-Int
                or WS-Row-Int >= WS-Today-Int
               exit paragraph
             end-if
             move zero to WS-Found
             perform varying WS-i from 1 by 1 until WS-i > WS-CenCount
               if WS-Cen-File(WS-i) = WS-Hist-File
                 move WS-i to WS-Found
                 exit perform
               end-if
             end-perform
             if WS-Found = 0
               exit paragraph
             end-if
             if WS-Cen-Readings(WS-Found) = 0
                or WS-Row-Int < WS-Cen-Old-Int(WS-Found)
               move WS-Row-Int to WS-Cen-Old-Int(WS-Found)
               move WS-Hist-Bytes to WS-Cen-Old-Bytes(WS-Found)
             end-if
             if WS-Cen-Readings(WS-Found) = 0
                or WS-Row-Int > WS-Cen-Last-Int(WS-Found)
               move WS-Row-Int to WS-Cen-Last-Int(WS-Found)
               move WS-Hist-Bytes to WS-Cen-Last-Bytes(WS-Found)
             end-if
             add WS-Hist-Bytes to WS-Cen-Sum-Bytes(WS-Found)
             add 1 to WS-Cen-Readings(WS-Found)
           .

      *    size comes from the directory entry; records are counted
      *    by reading the file through, except for the .dat masters,
      *    which are not line files and are sized only.
           take-file-reading.
             move spaces to WS-Count-Name
             move WS-Cen-File(WS-i) to WS-Count-Name
             call "CBL_CHECK_FILE_EXIST"
               using WS-Count-Name WS-File-Info
             end-call
             if return-code not = 0
               move 0 to return-code
               move "N" to WS-Cen-Present(WS-i)
               add 1 to WS-AbsentCount
               exit paragraph
             end-if
             move "Y" to WS-Cen-Present(WS-i)
             add 1 to WS-CensusedCount
             move WS-File-Size to WS-Cen-Bytes(WS-i)
             move zero to WS-Cen-Records(WS-i)
             move "N" to WS-Cen-Counted(WS-i)
             move function length(function trim(WS-Cen-File(WS-i)))
               to WS-Name-Len
             if WS-Name-Len > 4
                and WS-Cen-File(WS-i)(WS-Name-Len - 3:4) = ".dat"
               exit paragraph
             end-if
             move zero to WS-Count-EOF
             open input CountFile
             if WS-Count-Error
               exit paragraph
             end-if
             move "Y" to WS-Cen-Counted(WS-i)
             perform until WS-Count-EOF = 1
               read CountFile
                 at end move 1 to WS-Count-EOF
                 not at end add 1 to WS-Cen-Records(WS-i)
               end-read
             end-perform
             close CountFile
           .

      *    the earlier nights are carried across to a work copy
      *    without any row already written today, tonight's
      *    readings are added, and the work copy goes back over the
      *    history.
           rewrite-census-history.
             open output HistoryWork
             if WS-Work-Error
               display "Day-Storage-Census: cannot write "
                 function trim(WS-Work-Name)
                 " - tonight's readings not kept"
               exit paragraph
             end-if
             move zero to WS-EOF
             open input StorageHistory
             if WS-History-OK
               perform until WS-EOF = 1
                 read StorageHistory into WS-History-Record
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Hist-Date not = WS-TodayDate
                       move WS-History-Record to HistoryWork-Line
                       write HistoryWork-Line
                     end-if
                 end-read
               end-perform
               close StorageHistory
             end-if
             perform varying WS-i from 1 by 1 until WS-i > WS-CenCount
               if WS-Cen-Present(WS-i) = "Y"
                 move WS-TodayDate to WS-Hist-Date
                 move WS-Cen-File(WS-i) to WS-Hist-File
                 move WS-Cen-Bytes(WS-i) to WS-Hist-Bytes
                 move WS-Cen-Records(WS-i) to WS-Hist-Records
                 move WS-History-Record to HistoryWork-Line
                 write HistoryWork-Line
               end-if
             end-perform
             close HistoryWork
             call "CBL_COPY_FILE" using WS-Work-Name WS-History-Name
             if return-code not = 0
               display "Day-Storage-Census: could not copy "
                 function trim(WS-Work-Name) " back over "
                 function trim(WS-History-Name)
               move 0 to return-code
               exit paragraph
             end-if
             call "CBL_DELETE_FILE" using WS-Work-Name
             move 0 to return-code
           .

           write-storage-report.
             open output StorageReport
             move spaces to StorageReport-Line
             move WS-Trend-Days to WS-Rpt-Trend
             move WS-Surge-Factor to WS-Rpt-Factor
             move WS-Warn-Days to WS-Rpt-Warn
             string "storage census " WS-TodayDate
               " - trend over " function trim(WS-Rpt-Trend)
               " day(s), surge at " function trim(WS-Rpt-Factor)
               "x average size, warning " function trim(WS-Rpt-Warn)
               " day(s) from capacity"
               delimited by size into StorageReport-Line
             write StorageReport-Line
             move spaces to StorageReport-Line
             write StorageReport-Line
             move WS-Report-Heading to StorageReport-Line
             write StorageReport-Line
             perform varying WS-i from 1 by 1 until WS-i > WS-CenCount
               perform report-census-file
             end-perform
             move spaces to StorageReport-Line
             write StorageReport-Line
             move spaces to StorageReport-Line
             string WS-CensusedCount " file(s) read, "
               WS-AbsentCount " absent, " WS-SurgeCount
               " surge(s), " WS-CapacityCount " near capacity"
               delimited by size into StorageReport-Line
             write StorageReport-Line
             close StorageReport
           .

      *    growth per day runs from the oldest reading in the window
      *    to tonight; with no earlier reading there is no trend yet,
      *    and a file that is not growing never reaches capacity.
           report-census-file.
             move WS-Cen-File(WS-i) to WS-Rpt-File
             move spaces to WS-Flag
             if WS-Cen-Present(WS-i) not = "Y"
               move spaces to StorageReport-Line
               move WS-Cen-File(WS-i) to StorageReport-Line(1:40)
               move "ABSENT" to StorageReport-Line(102:6)
               write StorageReport-Line
               exit paragraph
             end-if
             move WS-Cen-Bytes(WS-i) to WS-Rpt-Bytes
             if WS-Cen-Counted(WS-i) = "Y"
               move WS-Cen-Records(WS-i) to WS-Rpt-Count
               move WS-Rpt-Count to WS-Rpt-Records
             else
               move "         -" to WS-Rpt-Records
             end-if
             move zero to WS-Growth-Day
             move zero to WS-Overnight
             if WS-Cen-Readings(WS-i) > 0
               compute WS-Span-Days =
                 WS-Today-Int - WS-Cen-Old-Int(WS-i)
               compute WS-Growth-Day = (WS-Cen-Bytes(WS-i)
                 - WS-Cen-Old-Bytes(WS-i)) / WS-Span-Days
               compute WS-Overnight = WS-Cen-Bytes(WS-i)
                 - WS-Cen-Last-Bytes(WS-i)
               compute WS-Average-Bytes = WS-Cen-Sum-Bytes(WS-i)
                 / WS-Cen-Readings(WS-i)
               if WS-Average-Bytes > 0
                  and WS-Cen-Bytes(WS-i) >=
                      WS-Average-Bytes * WS-Surge-Factor
                 move "SURGE" to WS-Flag
                 add 1 to WS-SurgeCount
               end-if
             end-if
             move WS-Growth-Day to WS-Rpt-Growth
             move WS-Overnight to WS-Rpt-Overnight
             compute WS-Capacity-Bytes = WS-Cen-Cap-KB(WS-i) * 1024
             move spaces to WS-Rpt-Days-Left
             evaluate true
               when WS-Cen-Bytes(WS-i) >= WS-Capacity-Bytes
                 move zero to WS-Days-Left
                 move "FULL" to WS-Rpt-Days-Left
               when WS-Growth-Day > 0
                 compute WS-Days-Left = (WS-Capacity-Bytes
                   - WS-Cen-Bytes(WS-i)) / WS-Growth-Day
                 move WS-Days-Left to WS-Rpt-Days
                 move WS-Rpt-Days to WS-Rpt-Days-Left
               when other
                 move "never" to WS-Rpt-Days-Left
             end-evaluate
             if WS-Rpt-Days-Left not = "never"
                and WS-Days-Left <= WS-Warn-Days
               if WS-Flag = spaces
                 move "CAPACITY" to WS-Flag
               else
                 move "SURGE CAPACITY" to WS-Flag
               end-if
               add 1 to WS-CapacityCount
             end-if
             move WS-Flag to WS-Rpt-Flag
             move WS-Report-Row to StorageReport-Line
             write StorageReport-Line
           .

           copy "numvalp.cpy".
