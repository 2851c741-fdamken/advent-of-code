      *        compartment and group duplicate totals
      *      - the flag columns of day04c-detail.txt must count up
      *        to Day-04c's two posted answers
      *    posted answers come from the indexed answers master,
      *    read under the base camp the run is for (AOC_SITE, else
      *    the home camp). the
      *    findings go to detail-proof-report.txt, and every
      *    mismatch stages a DEGRADE exception
      *    (staging-verify-exceptions.txt) for the consolidator to
             01 WS-RunDate pic X(10).
             01 WS-CurrentDate pic X(8).
             01 WS-Run-Id pic X(15).
             01 WS-Site-Mode pic X(1) value "C".
             01 WS-Site-Code pic X(6).
             01 WS-Site-Path pic X(100).
             01 WS-MismatchCount pic 9(03) value zero.
             01 WS-ProofCount pic 9(03) value zero.
      *      per-elf sums recomputed from the item detail.
             string "R" function current-date(1:14)
               delimited by size into WS-Run-Id
           end-if
           call "Site-Context" using WS-Site-Mode WS-Site-Code
             WS-Site-Path
           open input AnswersMaster
           if WS-Master-Error
             display "Day-Detail-Verify: no answers-master.dat - "
             move WS-Processing-Year to AM-Year
             move WS-Day to AM-Day
             move WS-Part to AM-Part
             move WS-Site-Code to AM-Site
             read AnswersMaster
               invalid key continue
               not invalid key
               to WS-ExceptionLedger-Reason
             move WS-RunDate to WS-ExceptionLedger-Date
             move WS-Run-Id to WS-ExceptionLedger-RunId
             move WS-Site-Code to WS-ExceptionLedger-Site
             move "DEGRADE" to WS-ExceptionLedger-Severity
             move WS-Proof-Name(1:40)
               to WS-ExceptionLedger-Record
