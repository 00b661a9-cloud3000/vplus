      IF CONDITION-WORD = 0
       CALL "DBLOCK" USING Secdb-Database DS-FORM-HELP
           MODE-3 STATUS-AREA
       CALL "VDBDELETE" USING Secdb-Database DS-FORM-HELP
           MODE-1 STATUS-AREA
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-FORM-HELP
       MOVE HELPADMIN-TEXT(LINE-IDX) TO HELP-TEXT
       CALL "DBLOCK" USING Secdb-Database DS-FORM-HELP
           MODE-3 STATUS-AREA
       CALL "VDBPUT" USING Secdb-Database DS-FORM-HELP
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-HELP
       IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
