     CALL "DBLOCK" USING Secdb-Database DS-OPER-MSG
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-OPER-MSG
         MODE-1 STATUS-AREA ALL-ITEMS DB-OPER-MSG.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
