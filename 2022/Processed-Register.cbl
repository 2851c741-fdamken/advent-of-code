      *           PIR-Input-File (PIR-Found "N" when none vaulted)
      *    keeping the file handling here means every program
      *    consults and maintains the register the same way.
      *    each row carries the base camp it was posted for, and a
      *    camp other than the home camp vaults under its own name
      *    (vault/<year>-<day>-<run-id>-<site>.txt) - two camps
      *    posting the same day in one batch share a run-id - so
      *    mode "V" only ever hands back the run's own camp's copy.
       environment division.
           input-output section.
             file-control.
       data division.
           file section.
             fd ProcessedInputs.
                01 ProcessedInputs-Line pic X(200).
           working-storage section.
             01 PIR-File-Status pic XX.
             88 PIR-File-OK    value "00".
                05 PIR-Rec-Input pic X(100).
                05 FILLER        pic X(1) value space.
                05 PIR-Rec-Vault pic X(69).
                05 FILLER        pic X(1) value space.
                05 PIR-Rec-Site  pic X(6).
             01 PIR-TodayDate pic X(10).
             01 PIR-CurrentDate pic X(8).
             01 PIR-Run-Id pic X(15).
             01 PIR-Ctl-Source pic X(116).
             01 PIR-Ctl-Target pic X(75).
             01 PIR-Latest-Vault pic X(69).
             01 PIR-Site-Mode pic X(1).
             01 PIR-Site-Code pic X(6).
             01 PIR-Home-Site pic X(6).
             01 PIR-Site-Path pic X(100).
           linkage section.
             01 PIR-Mode       pic X(1).
             01 PIR-Year       pic X(4).
       procedure division using PIR-Mode PIR-Year PIR-Day
             PIR-Input-File PIR-Found.
           move "N" to PIR-Found
           move "C" to PIR-Site-Mode
           call "Site-Context" using PIR-Site-Mode PIR-Site-Code
             PIR-Site-Path
           move "H" to PIR-Site-Mode
           call "Site-Context" using PIR-Site-Mode PIR-Home-Site
             PIR-Site-Path
           evaluate PIR-Mode
             when "P" perform post-register-row
             when "V" perform find-vault-copy
             move PIR-TodayDate to PIR-Rec-Date
             move PIR-Input-File to PIR-Rec-Input
             move PIR-Vault-Path to PIR-Rec-Vault
             move PIR-Site-Code to PIR-Rec-Site
             move PIR-Record to ProcessedInputs-Line
             write ProcessedInputs-Line
             close ProcessedInputs
               on exception continue
             end-call
             move 0 to return-code
             if PIR-Site-Code = PIR-Home-Site
               string "vault/" PIR-Year "-" PIR-Day "-"
                 function trim(PIR-Run-Id) ".txt"
                 delimited by size into PIR-Vault-Path
             else
               string "vault/" PIR-Year "-" PIR-Day "-"
                 function trim(PIR-Run-Id) "-"
                 function trim(PIR-Site-Code) ".txt"
                 delimited by size into PIR-Vault-Path
             end-if
             move spaces to PIR-Source-Path
             move function trim(PIR-Input-File)
               to PIR-Source-Path
               read ProcessedInputs into PIR-Record
                 at end move 1 to PIR-EOF
                 not at end
                   if PIR-Rec-Site = spaces
                     move PIR-Home-Site to PIR-Rec-Site
                   end-if
                   if PIR-Rec-Year = PIR-Year
                      and PIR-Rec-Day = PIR-Day
                      and PIR-Rec-Site = PIR-Site-Code
                      and PIR-Rec-Vault not = spaces
                     move PIR-Rec-Vault to PIR-Latest-Vault
                   end-if
