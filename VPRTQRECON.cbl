     CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
