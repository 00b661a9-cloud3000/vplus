         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CFG-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-SYS-CONFIG
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONFIG
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-SYS-CONFIG
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONFIG.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
     CALL "DBLOCK" USING Secdb-Database DS-SYS-CONFIG
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-SYS-CONFIG
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
     MOVE CFGADM-VALUE  TO CFA-NEW-VALUE.
     MOVE CFGADM-USER   TO CFA-SET-BY.
     MOVE ClockSeconds  TO CFA-SET-TIME.
     CALL "VJRNLPUT" USING Secdb-Database DS-CFG-AUDIT
         STATUS-AREA DB-CFG-AUDIT.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
