       identification division.
           program-id. Site-Context.
      *    which base camp a run is processing for, answered in one
      *    place in the calling style of Site-Config. the batch
      *    driver exports AOC_SITE per manifest row; the home camp -
      *    site-config key home-site, CAMP01 unless set - is the
      *    site of any run without it and of every ledger row
      *    written before rows carried a site. modes:
      *      "C"  current site: AOC_SITE, else the home site
      *      "H"  the home site
      *      "P"  qualify the master file named in SX-Path for the
      *           current site: the home camp's masters stay where
      *           they always were, another camp's live under a
      *           directory of the site code (CAMP02/crate-master.txt)
      *    SX-Site comes back with the site code in every mode.
       data division.
           working-storage section.
             01 SX-Home-Site     pic X(6).
             01 SX-Env-Site      pic X(6).
             01 SX-Config-Key    pic X(30) value "home-site".
             01 SX-Config-Value  pic X(100).
             01 SX-Config-Found  pic X(1).
             01 SX-Bare-Path     pic X(100).
           linkage section.
             01 SX-Mode pic X(1).
             01 SX-Site pic X(6).
             01 SX-Path pic X(100).
       procedure division using SX-Mode SX-Site SX-Path.
           move "CAMP01" to SX-Home-Site
           move spaces to SX-Config-Value
           call "Site-Config" using SX-Config-Key SX-Config-Value
             SX-Config-Found
           if SX-Config-Found = "Y" and SX-Config-Value not = spaces
             move SX-Config-Value to SX-Home-Site
           end-if
           if SX-Mode = "H"
             move SX-Home-Site to SX-Site
             goback
           end-if
           accept SX-Env-Site from environment "AOC_SITE"
             on exception move spaces to SX-Env-Site
           end-accept
           if SX-Env-Site = spaces
             move SX-Home-Site to SX-Site
           else
             move function upper-case(SX-Env-Site) to SX-Site
           end-if
           if SX-Mode = "P" and SX-Site not = SX-Home-Site
             move function trim(SX-Path) to SX-Bare-Path
             move spaces to SX-Path
             string function trim(SX-Site) "/"
               function trim(SX-Bare-Path)
               delimited by size into SX-Path
           end-if
           goback.
