      *    the command line and:
      *      - appends batch-manifest.txt rows for the new year,
      *        mirroring the prior year's program / policy /
      *        dependency / self-test / input-format pattern, with
      *        each input path pointed at ../<year>/NN/input.txt
      *        (a program already rowed for the new year is left
      *        alone, so the setup can be re-run);
      *      - creates the new year's day directories alongside this
      *        one, through the same CBL_CREATE_DIR the retention
      *        housekeeping uses;
                05 WS-Manifest-Hold      pic X(1).
                05 FILLER                pic X(1).
                05 WS-Manifest-SelfTest  pic X(1).
                05 FILLER                pic X(1).
                05 WS-Manifest-Format    pic X(8).
      *      prior-year rows to mirror, and the programs the new
      *      year already has rows for (so the setup is re-runnable).
             01 WS-TmplCount pic 9(02) value zero.
               "  (and its .ctl control file)"
               delimited by size into Checklist-Line
             write Checklist-Line
             if function upper-case(WS-Manifest-Format) = "TABULAR"
               move spaces to Checklist-Line
               string "EXPECT  " function trim(WS-New-Path)
                 ".moves  (the move list for the position feed)"
                 delimited by size into Checklist-Line
               write Checklist-Line
             end-if
             move spaces to Checklist-Line
             string "EXPECT  ../" WS-New-Year "/"
               WS-Manifest-Day "/sample.txt  (for the self-test "
