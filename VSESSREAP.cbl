     CALL "DBLOCK" USING Secdb-Database DS-AUTH-SESSION
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-AUTH-SESSION
     MOVE AUTHSESS-SCREEN    TO SJ-SCREEN.
     MOVE "VSESSREAP"        TO SJ-PROGNAME.
     MOVE AUTHSESS-IPADDR    TO SJ-IPADDR.
     CALL "VJRNLPUT" USING Secdb-Database DS-SESS-JOURNAL
         STATUS-AREA DB-SESS-JOURNAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     ADD 1 TO REAP-COUNT.
     MOVE SPACES TO TEMP-TEXT.
