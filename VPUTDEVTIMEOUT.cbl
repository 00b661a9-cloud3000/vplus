
     IF No-Entry
        Move DEV-ID-PARM To DBD-SLDEV
        CALL "VDBPUT" USING Secdb-Database DS-DEVICES
            MODE-1 STATUS-AREA ALL-ITEMS DB-DEVICES
        IF IMAGE-ERRORS
           MOVE 9 TO CSTATUS
           Perform Database-Error
        END-IF
     ELSE
        CALL "VDBUPDATE" USING Secdb-Database DS-DEVICES
            MODE-1 STATUS-AREA ALL-ITEMS DB-DEVICES
        IF IMAGE-ERRORS
           MOVE 9 TO CSTATUS
