     CALL "DBLOCK" USING Secdb-Database DS-ALERT-RULE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-ALERT-RULE
         MODE-1 STATUS-AREA ALL-ITEMS DB-ALERT-RULE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-ALERT-RULE
