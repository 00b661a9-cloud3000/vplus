      END-IF
      CALL "DBLOCK" USING Secdb-Database DS-EDIT-FAIL
          MODE-3 STATUS-AREA
      CALL "VDBPUT" USING Secdb-Database DS-EDIT-FAIL
          MODE-1 STATUS-AREA ALL-ITEMS DB-EDIT-FAIL
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
