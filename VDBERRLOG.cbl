     MOVE EL-CLOCK          TO EL-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-ERROR-LOG
         MODE-3 STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-ERROR-LOG
         MODE-1 STATUS-AREA ALL-ITEMS DB-ERROR-LOG.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO DB-WRITE-OK-SW.
