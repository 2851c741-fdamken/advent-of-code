       identification division.
           program-id. Day-Ledger-Convert.
      *    brings one archive generation of a shared ledger up to the
      *    layout the copybooks hold today, so history stays readable
      *    across copybook changes instead of being misread by the
      *    next program to open it. takes the generation's file name
      *    on the command line - a monthly generation
      *    (results-ledger-2026-08.txt) or a dated archive copy
      *    (archive-2026-08-31/run-history.txt) - and works out the
      *    ledger from the name.
      *    the layout the rows were written in comes from the
      *    generation's *LAYOUT header (ledgver.cpy). a generation
      *    archived before headers were written has none: every
      *    layout change up to then only appended fields at the end
      *    of the row, so its rows are carried as they stand and read
      *    correctly in the current layout with the later fields
      *    blank - a blank version or site reading as unknown and as
      *    the home camp, as they do on the live ledgers.
      *    each row is cut to the length of the layout it was
      *    written in and laid into the current one; a row longer
      *    than its layout allows means the header is wrong, and the
      *    generation is left exactly as it was. a generation written
      *    by a newer build is never converted down.
      *    the converted generation goes back over the original
      *    under a current header, is recounted and re-checksummed
      *    the way Day-Retention-Housekeep catalogues an archive
      *    copy, and a dated copy's archive-catalog.txt row is
      *    rewritten with the new figures so Day-Archive-Retrieve
      *    still verifies it. every conversion is logged to
      *    ledger-convert-log.txt. returns 0 when the generation is
      *    at the current layout afterwards, 8 when it was refused,
      *    12 when ledgver.cpy is out of step with the copybooks.
       environment division.
           input-output section.
             file-control.
               select GenerationFile assign to dynamic WS-Gen-Name
                 organization is line sequential
                 file status is WS-Gen-Status.
               select ConvertWork assign to "ledger-convert.tmp"
                 organization is line sequential
                 file status is WS-Work-Status.
               select ArchiveCatalog assign to "archive-catalog.txt"
                 organization is line sequential
                 file status is WS-Catalog-Status.
               select CatalogWork assign to "archive-catalog.tmp"
                 organization is line sequential
                 file status is WS-CatWork-Status.
               select ConvertLog assign to "ledger-convert-log.txt"
                 organization is line sequential
                 file status is WS-Log-Status.
       data division.
           file section.
             fd GenerationFile.
                01 GenerationFile-Line pic X(220).
             fd ConvertWork.
                01 ConvertWork-Line pic X(220).
             fd ArchiveCatalog.
                01 ArchiveCatalog-Line pic X(80).
             fd CatalogWork.
                01 CatalogWork-Line pic X(80).
             fd ConvertLog.
                01 ConvertLog-Line pic X(120).
           working-storage section.
             copy "resultlg.cpy".
             copy "runhist.cpy".
             copy "exceplg.cpy".
             copy "runctl.cpy".
             copy "ledgver.cpy".
             01 WS-Gen-Status pic XX.
             88 WS-Gen-OK    value "00".
             88 WS-Gen-Error value "30" thru "99".
             01 WS-Work-Status pic XX.
             88 WS-Work-OK    value "00".
             88 WS-Work-Error value "30" thru "99".
             01 WS-Catalog-Status pic XX.
             88 WS-Catalog-OK    value "00".
             88 WS-Catalog-Error value "30" thru "99".
             01 WS-CatWork-Status pic XX.
             01 WS-Log-Status pic XX.
             01 WS-EOF pic 9 value zero.
             01 WS-Gen-Name pic X(100).
             01 WS-Work-Name pic X(40) value "ledger-convert.tmp".
             01 WS-CatWork-Name pic X(40) value "archive-catalog.tmp".
             01 WS-Catalog-Name pic X(40) value "archive-catalog.txt".
             01 WS-Arch-Dir pic X(40).
             01 WS-Base-Name pic X(60).
             01 WS-Arch-Date pic X(10).
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
      *      every layout each ledger has had, with its record
      *      length. a new layout adds a row here as well as bumping
      *      ledgver.cpy.
             01 WS-Old-Layout-List.
                05 filler pic X(13) value "RESULTLG01093".
                05 filler pic X(13) value "RESULTLG02100".
                05 filler pic X(13) value "RESULTLG03107".
                05 filler pic X(13) value "RUNHIST 01073".
                05 filler pic X(13) value "RUNHIST 02080".
                05 filler pic X(13) value "EXCEPLG 01165".
                05 filler pic X(13) value "EXCEPLG 02172".
                05 filler pic X(13) value "RUNCTL  01081".
                05 filler pic X(13) value "RUNCTL  02088".
                05 filler pic X(13) value "RUNCTL  03095".
             01 WS-Old-Layout-Table redefines WS-Old-Layout-List.
                05 WS-Old-Layout occurs 10 times.
                   10 WS-Old-Ledger  pic X(8).
                   10 WS-Old-Version pic 9(02).
                   10 WS-Old-Length  pic 9(03).
             01 WS-ol pic 9(02).
             01 WS-Chain-Hits pic 9(02).
             01 WS-From-Version pic 9(02).
             01 WS-From-Length  pic 9(03).
             01 WS-Had-Header pic 9 value zero.
             01 WS-Pending-Row pic 9 value zero.
             01 WS-Convert-Row pic X(220).
             01 WS-RowCount pic 9(08) value zero.
             01 WS-OverlongCount pic 9(08) value zero.
             01 WS-Record-Count pic 9(08).
             01 WS-Checksum pic 9(16).
             01 WS-CatalogedCount pic 9(04) value zero.
             01 WS-Step-Failed pic 9 value zero.
             01 WS-Catalog-Row.
                05 WS-Cat-Date     pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-Cat-File     pic X(40).
                05 FILLER          pic X(1) value space.
                05 WS-Cat-Count    pic 9(08).
                05 FILLER          pic X(1) value space.
                05 WS-Cat-Checksum pic 9(16).
             01 WS-Log-Row.
                05 WS-Log-Date     pic X(10).
                05 FILLER          pic X(1) value space.
                05 WS-Log-File     pic X(60).
                05 FILLER          pic X(1) value space.
                05 WS-Log-Ledger   pic X(8).
                05 FILLER          pic X(1) value space.
                05 WS-Log-From     pic X(2).
                05 FILLER          pic X(1) value "-".
                05 WS-Log-To       pic 9(02).
                05 FILLER          pic X(1) value space.
                05 WS-Log-Rows     pic 9(08).
                05 FILLER          pic X(1) value space.
                05 WS-Log-Checksum pic 9(16).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           perform check-layout-lengths
           if WS-Step-Failed = 1
             move 12 to return-code
             goback
           end-if
           accept WS-Gen-Name from command-line
           if WS-Gen-Name = spaces
             display "Day-Ledger-Convert: give the generation to "
               "convert, e.g. results-ledger-2026-08.txt or "
               "archive-2026-08-31/run-history.txt"
             goback
           end-if
           perform name-the-ledger
           if WS-Layout-Ledger = spaces
             display "Day-Ledger-Convert: "
               function trim(WS-Gen-Name)
               " is not a generation of a shared ledger"
             move 8 to return-code
             goback
           end-if
           open input GenerationFile
           if WS-Gen-Error
             display "Day-Ledger-Convert: cannot open "
               function trim(WS-Gen-Name) ", status " WS-Gen-Status
             move 8 to return-code
             goback
           end-if
           perform read-source-layout
           if WS-Step-Failed = 1
             close GenerationFile
             move 8 to return-code
             goback
           end-if
           if WS-Had-Header = 1
              and WS-From-Version = WS-Layout-Expected
             close GenerationFile
             display function trim(WS-Gen-Name) " is already at "
               function trim(WS-Layout-Ledger) " layout "
               WS-Layout-Expected " - nothing to convert"
             goback
           end-if
           perform write-converted-rows
           close GenerationFile
           if WS-Step-Failed = 1
             call "CBL_DELETE_FILE" using WS-Work-Name
             move 8 to return-code
             goback
           end-if
           perform replace-generation
           if WS-Step-Failed = 1
             move 8 to return-code
             goback
           end-if
           perform count-converted-generation
           if WS-Arch-Date not = spaces
             perform update-archive-catalog
           end-if
           perform append-convert-log
           if WS-Had-Header = 1
             display function trim(WS-Gen-Name) " converted from "
               function trim(WS-Layout-Ledger) " layout "
               WS-From-Version " to " WS-Layout-Expected ": "
               WS-RowCount " row(s), checksum " WS-Checksum
           else
             display function trim(WS-Gen-Name) " headed at "
               function trim(WS-Layout-Ledger) " layout "
               WS-Layout-Expected ": " WS-RowCount
               " row(s), checksum " WS-Checksum
           end-if
           goback.

      *    the lengths in ledgver.cpy go into every header written;
      *    a copybook changed without them would head new
      *    generations with a layout their rows are not in.
           check-layout-lengths.
             if function length(WS-Ledger-Line)
                  not = WS-Layout-Results-Len
                or function length(WS-RunHistory-Line)
                  not = WS-Layout-History-Len
                or function length(WS-ExceptionLedger-Line)
                  not = WS-Layout-Exceptions-Len
                or function length(WS-RunControl-Line)
                  not = WS-Layout-Control-Len
               display "Day-Ledger-Convert: the record lengths in "
                 "ledgver.cpy do not match the ledger copybooks - "
                 "bump the layout versions before converting"
               move 1 to WS-Step-Failed
             end-if
           .

      *    a dated archive copy is archive-<date>/<ledger file>; the
      *    ledger is named by the start of the file name either way.
      *    the live ledgers and their chain files are not
      *    generations.
           name-the-ledger.
             move spaces to WS-Arch-Dir
             move spaces to WS-Base-Name
             move spaces to WS-Arch-Date
             if WS-Gen-Name(1:8) = "archive-"
               unstring WS-Gen-Name delimited by "/"
                 into WS-Arch-Dir WS-Base-Name
               end-unstring
               move WS-Arch-Dir(9:10) to WS-Arch-Date
             else
               move WS-Gen-Name to WS-Base-Name
             end-if
             evaluate true
               when WS-Base-Name(1:14) = "results-ledger"
                 move "RESULTLG" to WS-Layout-Ledger
               when WS-Base-Name(1:11) = "run-history"
                 move "RUNHIST" to WS-Layout-Ledger
               when WS-Base-Name(1:17) = "exceptions-ledger"
                 move "EXCEPLG" to WS-Layout-Ledger
               when WS-Base-Name(1:11) = "run-control"
                 move "RUNCTL" to WS-Layout-Ledger
               when other
                 move spaces to WS-Layout-Ledger
             end-evaluate
             if WS-Layout-Ledger not = spaces
                and WS-Arch-Date = spaces
               evaluate function trim(WS-Base-Name)
                 when "results-ledger.txt"
                 when "run-history.txt"
                 when "exceptions-ledger.txt"
                 when "run-control.txt"
                   move spaces to WS-Layout-Ledger
               end-evaluate
             end-if
             move zero to WS-Chain-Hits
             inspect WS-Base-Name tallying WS-Chain-Hits
               for all "-chain"
             if WS-Chain-Hits > 0
               move spaces to WS-Layout-Ledger
             end-if
             perform find-current-layout
           .

      *    the first record is either the header or, on a generation
      *    from before headers, already the first row - held back in
      *    WS-Pending-Row so it is converted with the rest.
           read-source-layout.
             move zero to WS-EOF
             move spaces to WS-Layout-Probe
             read GenerationFile into WS-Layout-Probe
               at end move 1 to WS-EOF
             end-read
             if WS-EOF = 1
               move WS-Layout-Expected to WS-From-Version
               move WS-Layout-Length to WS-From-Length
               exit paragraph
             end-if
             move WS-Layout-Probe to WS-Layout-Header
             if WS-LH-Marker not = "*LAYOUT"
               move 0 to WS-From-Version
               move WS-Layout-Length to WS-From-Length
               move 1 to WS-Pending-Row
               exit paragraph
             end-if
             move 1 to WS-Had-Header
             if WS-LH-Ledger not = WS-Layout-Ledger
               display function trim(WS-Gen-Name) " is headed as a "
                 function trim(WS-LH-Ledger) " generation, not "
                 function trim(WS-Layout-Ledger) " - not converted"
               move 1 to WS-Step-Failed
               exit paragraph
             end-if
             if WS-LH-Version not numeric
               display function trim(WS-Gen-Name)
                 " has an unreadable layout version - not converted"
               move 1 to WS-Step-Failed
               exit paragraph
             end-if
             move WS-LH-Version to WS-From-Version
             if WS-From-Version > WS-Layout-Expected
               display function trim(WS-Gen-Name) " is layout "
                 WS-From-Version ", written by a newer build than "
                 "this one (" WS-Layout-Expected ") - not converted"
               move 1 to WS-Step-Failed
               exit paragraph
             end-if
             move zero to WS-From-Length
             perform varying WS-ol from 1 by 1 until WS-ol > 10
               if WS-Old-Ledger(WS-ol) = WS-Layout-Ledger
                  and WS-Old-Version(WS-ol) = WS-From-Version
                 move WS-Old-Length(WS-ol) to WS-From-Length
               end-if
             end-perform
             if WS-From-Length = 0
               display function trim(WS-Gen-Name) " is "
                 function trim(WS-Layout-Ledger) " layout "
                 WS-From-Version ", which this build has no record "
                 "of - not converted"
               move 1 to WS-Step-Failed
             end-if
           .

           write-converted-rows.
             open output ConvertWork
             if WS-Work-Error
               display "Day-Ledger-Convert: cannot write "
                 function trim(WS-Work-Name)
               move 1 to WS-Step-Failed
               exit paragraph
             end-if
             perform set-layout-header
             move WS-TodayDate to WS-LH-Started
             move WS-Layout-Header to ConvertWork-Line
             write ConvertWork-Line
             if WS-Pending-Row = 1
               move WS-Layout-Probe to GenerationFile-Line
               perform convert-one-row
             end-if
             perform until WS-EOF = 1
               read GenerationFile
                 at end move 1 to WS-EOF
                 not at end perform convert-one-row
               end-read
             end-perform
             close ConvertWork
             if WS-OverlongCount > 0
               display function trim(WS-Gen-Name) " has "
                 WS-OverlongCount " row(s) longer than "
                 function trim(WS-Layout-Ledger) " layout "
                 WS-From-Version " allows - its header is wrong; "
                 "not converted"
               move 1 to WS-Step-Failed
             end-if
           .

      *    every layout change so far appended its fields, so a row
      *    converts by being cut to its own layout's length and laid
      *    into the current one with the fields added since left
      *    blank. a future change that moves or widens a field gets
      *    its own step here, keyed on WS-From-Version.
           convert-one-row.
             add 1 to WS-RowCount
             if WS-From-Length < 220
                and GenerationFile-Line(WS-From-Length + 1:) not =
                    spaces
               add 1 to WS-OverlongCount
             end-if
             move spaces to WS-Convert-Row
             move GenerationFile-Line(1:WS-From-Length)
               to WS-Convert-Row(1:WS-From-Length)
             move WS-Convert-Row to ConvertWork-Line
             write ConvertWork-Line
           .

           replace-generation.
             call "CBL_COPY_FILE" using WS-Work-Name WS-Gen-Name
             if return-code not = 0
               display "Day-Ledger-Convert: could not copy "
                 function trim(WS-Work-Name) " back over "
                 function trim(WS-Gen-Name)
                 " - the original is unchanged"
               move 0 to return-code
               move 1 to WS-Step-Failed
               exit paragraph
             end-if
             call "CBL_DELETE_FILE" using WS-Work-Name
             move 0 to return-code
           .

      *    the same count and checksum - every record's trimmed
      *    length summed - that the archive catalog holds.
           count-converted-generation.
             move zero to WS-Record-Count
             move zero to WS-Checksum
             move zero to WS-EOF
             open input GenerationFile
             if WS-Gen-Error
               exit paragraph
             end-if
             perform until WS-EOF = 1
               read GenerationFile
                 at end move 1 to WS-EOF
                 not at end
                   add 1 to WS-Record-Count
                   compute WS-Checksum = WS-Checksum + function
                     length(function trim(GenerationFile-Line))
               end-read
             end-perform
             close GenerationFile
           .

      *    every catalog row for this copy - the same file on the
      *    same generation date - takes the new figures; a copy that
      *    was never catalogued gains a row.
           update-archive-catalog.
             open output CatalogWork
             move zero to WS-EOF
             open input ArchiveCatalog
             if WS-Catalog-OK
               perform until WS-EOF = 1
                 read ArchiveCatalog into WS-Catalog-Row
                   at end move 1 to WS-EOF
                   not at end
                     if WS-Cat-Date = WS-Arch-Date
                        and function trim(WS-Cat-File)
                          = function trim(WS-Base-Name)
                       move WS-Record-Count to WS-Cat-Count
                       move WS-Checksum to WS-Cat-Checksum
                       add 1 to WS-CatalogedCount
                     end-if
                     move WS-Catalog-Row to CatalogWork-Line
                     write CatalogWork-Line
                 end-read
               end-perform
               close ArchiveCatalog
             end-if
             if WS-CatalogedCount = 0
               move WS-Arch-Date to WS-Cat-Date
               move WS-Base-Name to WS-Cat-File
               move WS-Record-Count to WS-Cat-Count
               move WS-Checksum to WS-Cat-Checksum
               move WS-Catalog-Row to CatalogWork-Line
               write CatalogWork-Line
             end-if
             close CatalogWork
             call "CBL_COPY_FILE" using WS-CatWork-Name
               WS-Catalog-Name
             if return-code not = 0
               display "Day-Ledger-Convert: could not rewrite "
                 "archive-catalog.txt - recatalogue "
                 function trim(WS-Gen-Name) " by hand: "
                 WS-Record-Count " record(s), checksum " WS-Checksum
               move 0 to return-code
               exit paragraph
             end-if
             call "CBL_DELETE_FILE" using WS-CatWork-Name
             move 0 to return-code
           .

           append-convert-log.
             open extend ConvertLog
             if WS-Log-Status = "35"
               open output ConvertLog
             end-if
             move WS-TodayDate to WS-Log-Date
             move WS-Gen-Name to WS-Log-File
             move WS-Layout-Ledger to WS-Log-Ledger
             if WS-Had-Header = 1
               move WS-From-Version to WS-Log-From
             else
               move "--" to WS-Log-From
             end-if
             move WS-Layout-Expected to WS-Log-To
             move WS-RowCount to WS-Log-Rows
             move WS-Checksum to WS-Log-Checksum
             move WS-Log-Row to ConvertLog-Line
             write ConvertLog-Line
             close ConvertLog
           .

           copy "ledgverp.cpy".
