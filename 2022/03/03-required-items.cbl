      *    group size are taken exactly as Day-03c takes them
      *    (AOC_INPUT_FILE, group size on the command line, default
      *    3), so the groups line up with the badge groups.
      *    Day-03-Requisition reads the report back to requisition
      *    the missing items from the yard.
       environment division.
           input-output section.
             file-control.
