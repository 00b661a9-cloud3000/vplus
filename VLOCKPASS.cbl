         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF POLICY-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-USER-POLICY
          MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-USER-POLICY
          MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
