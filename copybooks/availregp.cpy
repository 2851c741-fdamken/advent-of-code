      *    shared availability lookups - see availreg.cpy. expects
      *    the line-sequential AvailabilityRegister file, declared
      *    with file status WS-Avail-Status. a missing register
      *    means nobody is away.
           load-availability-register.
             move zero to WS-AvailCount
             move zero to WS-Avail-EOF
             open input AvailabilityRegister
             if WS-Avail-Error
               exit paragraph
             end-if
             perform until WS-Avail-EOF = 1
               move spaces to WS-Avail-Record
               read AvailabilityRegister into WS-Avail-Record
                 at end move 1 to WS-Avail-EOF
                 not at end
                   if WS-AvRec-ElfId not = spaces
                      and WS-AvailCount < 2000
                     add 1 to WS-AvailCount
                     move WS-AvRec-ElfId
                       to WS-AvT-ElfId(WS-AvailCount)
                     move WS-AvRec-From
                       to WS-AvT-From(WS-AvailCount)
                     move WS-AvRec-To
                       to WS-AvT-To(WS-AvailCount)
                     move WS-AvRec-Reason
                       to WS-AvT-Reason(WS-AvailCount)
                   end-if
               end-read
             end-perform
             close AvailabilityRegister
           .

           check-elf-absent.
             move 0 to WS-Avail-Absent
             move spaces to WS-Avail-Reason
             if WS-Avail-ElfId = spaces
               exit paragraph
             end-if
             perform varying WS-Avail-i from 1 by 1
                     until WS-Avail-i > WS-AvailCount
               if WS-AvT-ElfId(WS-Avail-i) = WS-Avail-ElfId
                  and WS-AvT-From(WS-Avail-i) <= WS-Avail-Night
                  and WS-AvT-To(WS-Avail-i) >= WS-Avail-Night
                 move 1 to WS-Avail-Absent
                 move WS-AvT-Reason(WS-Avail-i) to WS-Avail-Reason
                 exit perform
               end-if
             end-perform
           .
