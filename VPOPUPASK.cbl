     ADD 1 TO POPUP-LOG-SEQ-CTR.
     MOVE POPUP-LOG-SEQ-CTR     TO POPLOG-SEQ.

     CALL "VDBPUT" USING Secdb-Database DS-POPUP-LOG
         MODE-1 STATUS-AREA ALL-ITEMS DB-POPUP-LOG.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA.
