                   05 AM-Elve2Lo pic 9(18).
                   05 AM-Elve2Hi pic 9(18).
             fd PersonnelMaster.
                01 PersonnelMaster-Line pic X(60).
           working-storage section.
             copy "numval.cpy".
             01 WS-Master-Status pic XX.
