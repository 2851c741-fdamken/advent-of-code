       identification division.
           program-id. Day-02-Dup-Check.
      *    entrants have been handing in copies of each other's
      *    strategy files with a few rounds changed. run before
      *    Day-02-Tournament scores the field, this compares every
      *    pair of strategy files on day02-players.txt round by round
      *    and reports the percentage of rounds where the two files
      *    hold the identical move row (the longer file's length is
      *    the base, so rounds only one file has count as different).
      *    the full pairing table goes to day02-similarity.txt. a
      *    pair at or above the site-config key
      *    strategy-similarity-pct (default 90) is added to the
      *    tournament director's review queue, day02-review-queue.txt,
      *    as OPEN - once, however often the check is rerun.
      *    Day-02-Tournament marks an entry with an OPEN review as
      *    UNDER REVIEW on the standings and leaves its rating master
      *    row alone. the director clears a pair with
      *    CLEAR <queue row number>; LIST shows the queue. returns 4
      *    when the check has queued anything new.
       environment division.
           input-output section.
             file-control.
               select PlayerRoster assign to "day02-players.txt"
                 organization is line sequential
                 file status is WS-Roster-Status.
               select Strategy assign to dynamic WS-Strategy-Path
                 organization is line sequential
                 file status is WS-File-Status-Code.
               select Similarity assign to "day02-similarity.txt"
                 organization is line sequential.
               select ReviewQueue assign to "day02-review-queue.txt"
                 organization is line sequential
                 file status is WS-Queue-Status.
       data division.
           file section.
             fd PlayerRoster.
                01 PlayerRoster-Line pic X(121).
             fd Strategy.
                01 Strategy-Line pic X(3).
             fd Similarity.
                01 Similarity-Line pic X(80).
             fd ReviewQueue.
                01 ReviewQueue-Line pic X(80).
           working-storage section.
             copy "filestat.cpy".
             copy "numval.cpy".
             01 WS-Roster-Status pic XX.
             88 WS-Roster-OK    value "00".
             88 WS-Roster-Error value "30" thru "99".
             01 WS-Queue-Status pic XX.
             88 WS-Queue-OK    value "00".
             88 WS-Queue-Error value "30" thru "99".
             01 WS-Strategy-Path pic X(100).
             01 WS-Roster-Record.
                05 WS-Roster-Name pic X(20).
                05 FILLER         pic X(1).
                05 WS-Roster-Path pic X(100).
             01 WS-EOF pic 9 value zero.
             01 WS-Param-Line pic X(80).
             01 WS-Mode pic X(10).
             01 WS-Param-Row pic X(10).
             01 WS-Config-Key   pic X(30).
             01 WS-Config-Value pic X(100).
             01 WS-Config-Found pic X(1).
             01 WS-Threshold pic 9(03)v9 value 90.
             01 WS-TodayDate pic X(10).
             01 WS-CurrentDate pic X(8).
      *      every entrant's strategy file, held whole.
             01 WS-PlayerCount pic 9(02) value zero.
             01 WS-MaxRounds pic 9(05) value 10000.
             01 WS-Player-Table.
                05 WS-Player-Entry occurs 50 times.
                   10 WS-Player-Name  pic X(20).
                   10 WS-Player-Count pic 9(05).
                   10 WS-Player-Round pic X(3) occurs 10000 times.
             01 WS-a pic 9(02).
             01 WS-b pic 9(02).
             01 WS-k pic 9(05).
             01 WS-Rounds pic 9(05).
             01 WS-Same pic 9(05).
             01 WS-Pct pic 9(03)v9.
             01 WS-PairCount pic 9(04) value zero.
             01 WS-FlagCount pic 9(04) value zero.
             01 WS-QueuedCount pic 9(04) value zero.
      *      the review queue, read whole so a rerun never queues
      *      the same pair twice and CLEAR can rewrite it.
             01 WS-QueueCount pic 9(04) value zero.
             01 WS-Queue-Table.
                05 WS-Queue-Row pic X(80) occurs 1000 times.
             01 WS-q pic 9(04).
             01 WS-Found pic 9.
             01 WS-Queue-Record.
                05 WS-QRec-Date   pic X(10).
                05 FILLER         pic X(1) value space.
                05 WS-QRec-Status pic X(7).
                05 FILLER         pic X(1) value space.
                05 WS-QRec-Pct    pic ZZ9.9.
                05 FILLER         pic X(1) value space.
                05 WS-QRec-PlayerA pic X(20).
                05 FILLER         pic X(1) value space.
                05 WS-QRec-PlayerB pic X(20).
             01 WS-Sim-Line.
                05 WS-Sim-PlayerA pic X(20).
                05 FILLER         pic X(1) value space.
                05 WS-Sim-PlayerB pic X(20).
                05 FILLER         pic X(1) value space.
                05 WS-Sim-Same    pic Z(4)9.
                05 FILLER         pic X(4) value " of ".
                05 WS-Sim-Rounds  pic Z(4)9.
                05 FILLER         pic X(1) value space.
                05 WS-Sim-Pct     pic ZZ9.9.
                05 FILLER         pic X(1) value "%".
                05 FILLER         pic X(1) value space.
                05 WS-Sim-Flag    pic X(6).
       procedure division.
           move function current-date(1:8) to WS-CurrentDate
           string WS-CurrentDate(1:4) "-" WS-CurrentDate(5:2) "-"
                  WS-CurrentDate(7:2)
             delimited by size into WS-TodayDate
           accept WS-Param-Line from command-line
           unstring WS-Param-Line delimited by all spaces
             into WS-Mode WS-Param-Row
           end-unstring
           move function upper-case(WS-Mode) to WS-Mode
           perform load-review-queue
           evaluate WS-Mode
             when "LIST"
               perform list-review-queue
               goback
             when "CLEAR"
               perform clear-review-row
               goback
             when other
               continue
           end-evaluate
           move "strategy-similarity-pct" to WS-Config-Key
           move spaces to WS-Config-Value
           call "Site-Config" using WS-Config-Key WS-Config-Value
             WS-Config-Found
           if WS-Config-Found = "Y"
             move WS-Config-Value(1:20) to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Valid and WS-Numval-Result > 0
                and WS-Numval-Result <= 100
               move WS-Numval-Result to WS-Threshold
             end-if
           end-if
           open input PlayerRoster
           if WS-Roster-Error
             display "Day-02-Dup-Check: no day02-players.txt - "
               "nothing to compare"
             goback
           end-if
           perform until WS-EOF = 1
             read PlayerRoster into WS-Roster-Record
               at end move 1 to WS-EOF
               not at end perform load-one-player
             end-read
           end-perform
           close PlayerRoster
           open output Similarity
           move spaces to Similarity-Line
           move WS-Threshold to WS-Sim-Pct
           string "strategy similarity - identical rounds, review "
             "at " WS-Sim-Pct "%"
             delimited by size into Similarity-Line
           write Similarity-Line
           perform varying WS-a from 1 by 1
                   until WS-a >= WS-PlayerCount
             compute WS-b = WS-a + 1
             perform until WS-b > WS-PlayerCount
               perform compare-one-pair
               add 1 to WS-b
             end-perform
           end-perform
           close Similarity
           if WS-QueuedCount > 0
             perform rewrite-review-queue
           end-if
           display WS-PairCount " pair(s) compared, " WS-FlagCount
             " at or above the threshold, " WS-QueuedCount
             " newly queued for review - see day02-similarity.txt"
           if WS-QueuedCount > 0
             move 4 to return-code
           else
             move 0 to return-code
           end-if
           goback.

           load-one-player.
             if WS-Roster-Record = spaces
               exit paragraph
             end-if
             if WS-PlayerCount >= 50
               display "Day-02-Dup-Check: more than 50 players - "
                 "extras ignored"
               exit paragraph
             end-if
             add 1 to WS-PlayerCount
             move WS-PlayerCount to WS-a
             move WS-Roster-Name to WS-Player-Name(WS-a)
             move zero to WS-Player-Count(WS-a)
             move function trim(WS-Roster-Path) to WS-Strategy-Path
             open input Strategy
             if WS-File-Status-Error
               display "strategy file for "
                 function trim(WS-Roster-Name) " not found: "
                 function trim(WS-Strategy-Path)
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read Strategy
                 at end move 1 to WS-EOF
                 not at end
                   if WS-Player-Count(WS-a) < WS-MaxRounds
                     add 1 to WS-Player-Count(WS-a)
                     move Strategy-Line
                       to WS-Player-Round(WS-a, WS-Player-Count(WS-a))
                   end-if
               end-read
             end-perform
             close Strategy
             move zero to WS-EOF
           .

           compare-one-pair.
             add 1 to WS-PairCount
             move WS-Player-Count(WS-a) to WS-Rounds
             if WS-Player-Count(WS-b) > WS-Rounds
               move WS-Player-Count(WS-b) to WS-Rounds
             end-if
             move zero to WS-Same
             perform varying WS-k from 1 by 1
                     until WS-k > WS-Player-Count(WS-a)
                        or WS-k > WS-Player-Count(WS-b)
               if WS-Player-Round(WS-a, WS-k)
                  = WS-Player-Round(WS-b, WS-k)
                 add 1 to WS-Same
               end-if
             end-perform
             move zero to WS-Pct
             if WS-Rounds > 0
               compute WS-Pct rounded = WS-Same * 100 / WS-Rounds
             end-if
             move spaces to WS-Sim-Flag
             if WS-Rounds > 0 and WS-Pct >= WS-Threshold
               move "REVIEW" to WS-Sim-Flag
               add 1 to WS-FlagCount
               perform queue-pair-for-review
             end-if
             move WS-Player-Name(WS-a) to WS-Sim-PlayerA
             move WS-Player-Name(WS-b) to WS-Sim-PlayerB
             move WS-Same to WS-Sim-Same
             move WS-Rounds to WS-Sim-Rounds
             move WS-Pct to WS-Sim-Pct
             move WS-Sim-Line to Similarity-Line
             write Similarity-Line
           .

      *    a pair already on the queue, in either order and whether
      *    open or cleared, is left as the director last saw it.
           queue-pair-for-review.
             move zero to WS-Found
             perform varying WS-q from 1 by 1
                     until WS-q > WS-QueueCount
               move WS-Queue-Row(WS-q) to WS-Queue-Record
               if (WS-QRec-PlayerA = WS-Player-Name(WS-a)
                   and WS-QRec-PlayerB = WS-Player-Name(WS-b))
                  or (WS-QRec-PlayerA = WS-Player-Name(WS-b)
                   and WS-QRec-PlayerB = WS-Player-Name(WS-a))
                 move 1 to WS-Found
                 exit perform
               end-if
             end-perform
             if WS-Found = 1
               exit paragraph
             end-if
             if WS-QueueCount >= 1000
               display "Day-02-Dup-Check: review queue full - "
                 function trim(WS-Player-Name(WS-a)) " / "
                 function trim(WS-Player-Name(WS-b)) " not queued"
               exit paragraph
             end-if
             move WS-TodayDate to WS-QRec-Date
             move "OPEN" to WS-QRec-Status
             move WS-Pct to WS-QRec-Pct
             move WS-Player-Name(WS-a) to WS-QRec-PlayerA
             move WS-Player-Name(WS-b) to WS-QRec-PlayerB
             add 1 to WS-QueueCount
             move WS-Queue-Record to WS-Queue-Row(WS-QueueCount)
             add 1 to WS-QueuedCount
           .

           load-review-queue.
             open input ReviewQueue
             if WS-Queue-Error
               exit paragraph
             end-if
             move zero to WS-EOF
             perform until WS-EOF = 1
               read ReviewQueue
                 at end move 1 to WS-EOF
                 not at end
                   if ReviewQueue-Line not = spaces
                      and WS-QueueCount < 1000
                     add 1 to WS-QueueCount
                     move ReviewQueue-Line
                       to WS-Queue-Row(WS-QueueCount)
                   end-if
               end-read
             end-perform
             close ReviewQueue
             move zero to WS-EOF
           .

           rewrite-review-queue.
             open output ReviewQueue
             perform varying WS-q from 1 by 1
                     until WS-q > WS-QueueCount
               move WS-Queue-Row(WS-q) to ReviewQueue-Line
               write ReviewQueue-Line
             end-perform
             close ReviewQueue
           .

           list-review-queue.
             if WS-QueueCount = 0
               display "review queue is empty"
               exit paragraph
             end-if
             perform varying WS-q from 1 by 1
                     until WS-q > WS-QueueCount
               display WS-q " " function trim(WS-Queue-Row(WS-q))
             end-perform
           .

           clear-review-row.
             move WS-Param-Row to WS-Numval-Input
             perform validate-numeric-field
             if WS-Numval-Is-Invalid or WS-Numval-Result < 1
                or WS-Numval-Result > WS-QueueCount
               display "Day-02-Dup-Check: CLEAR needs a queue row "
                 "number from LIST"
               move 12 to return-code
               exit paragraph
             end-if
             move WS-Numval-Result to WS-q
             move WS-Queue-Row(WS-q) to WS-Queue-Record
             move "CLEARED" to WS-QRec-Status
             move WS-Queue-Record to WS-Queue-Row(WS-q)
             perform rewrite-review-queue
             display "cleared: " function trim(WS-Queue-Record)
           .

           copy "numvalp.cpy".
