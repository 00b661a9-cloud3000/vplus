 01  DS-SYS-CONTROL       Pic X(16) Value "SYSCTL".
 01  DS-USER-POLICY       Pic X(16) Value "USERPOLICY".
 01  DS-AUTH-SESSION      Pic X(16) Value "AUTHSESS".
 01  DS-SESS-JOURNAL      Pic X(16) Value "SESSJRNL".
 01  MY-AUTHKEY           Pic X(32) Value Spaces.
 01  MY-SESSION-USER      Pic X(32) Value Spaces.
 01  OTHER-SESSION-SW     Pic X Value "N".
 01 SAVED-CELL-WIDTH  PIC S9(8) COMP-5 VALUE 1.
 01 SAVED-CELL-HEIGHT PIC S9(8) COMP-5 VALUE 2.
 01 DSP-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.

*>########################################################
 LINKAGE SECTION.
      GO TO END-OF-PROG.

     Perform Load-Window-Geometry.
     Perform Load-Display-Profile Thru Load-Display-Profile-Exit.
     Perform Resolve-Numeric-Locale.

     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "HPTERM"              TO SP2-WD-NAME.
      MOVE 0 TO CSTATUS
      MOVE 2 TO FILEN
      MOVE "Y" TO VOPENTERM-SW
      Perform Save-Window-Geometry THRU SAVE-WINDOW-GEOMETRY-EXIT
      Perform Journal-Sign-On THRU JOURNAL-SIGN-ON-EXIT.

     MOVE LOW-VALUES TO JCW-NAME.
     Move 0 To RETURN-STATUS.

     IF No-Entry
        Move SLDEV To DBD-SLDEV
        CALL "VDBPUT" USING Secdb-Database DS-DEVICES
            MODE-1 STATUS-AREA ALL-ITEMS DB-DEVICES
        IF IMAGE-ERRORS Perform Database-Error
     ELSE
        CALL "VDBUPDATE" USING Secdb-Database DS-DEVICES
            MODE-1 STATUS-AREA ALL-ITEMS DB-DEVICES
        IF IMAGE-ERRORS Perform Database-Error.

        MOVE DSP-COLOR-FROM(DSP-IDX) TO DPF-COLOR-FROM(DSP-IDX)
        MOVE DSP-COLOR-TO(DSP-IDX)   TO DPF-COLOR-TO(DSP-IDX)
     END-PERFORM.
     MOVE DSP-DECIMAL-CHAR     TO DPF-DECIMAL-CHAR.
     MOVE DSP-GROUP-CHAR       TO DPF-GROUP-CHAR.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 LOAD-DISPLAY-PROFILE-EXIT.
     EXIT.
*>----------------------------------------------------
*> The session's numeric locale: the operator's own profile, then
*> the site's VPLUS_NUM_DECIMAL / VPLUS_NUM_GROUP, then a period
*> with no grouping - the screens as they always were. A decimal
*> comma groups with periods unless told otherwise; "N" for the
*> separator means no grouping at all.
 Resolve-Numeric-Locale.
     IF DPF-DECIMAL-CHAR NOT = "." AND DPF-DECIMAL-CHAR NOT = ","
        MOVE "VPLUS_NUM_DECIMAL" TO CP-NAME
        MOVE "."                 TO CP-VALUE
        CALL "VGETCFG" USING COMAREA CFG-PARM
        MOVE CP-VALUE(1:1) TO DPF-DECIMAL-CHAR
        IF DPF-DECIMAL-CHAR NOT = ","
           MOVE "." TO DPF-DECIMAL-CHAR
        END-IF
     END-IF.
     IF DPF-GROUP-CHAR = SPACE OR DPF-GROUP-CHAR = LOW-VALUE
        MOVE "VPLUS_NUM_GROUP" TO CP-NAME
        MOVE SPACES            TO CP-VALUE
        CALL "VGETCFG" USING COMAREA CFG-PARM
        MOVE CP-VALUE(1:1) TO DPF-GROUP-CHAR
     END-IF.
     IF (DPF-GROUP-CHAR = SPACE OR DPF-GROUP-CHAR = LOW-VALUE)
        AND DPF-DECIMAL-CHAR = ","
        MOVE "." TO DPF-GROUP-CHAR.
     IF DPF-GROUP-CHAR = "N" OR DPF-GROUP-CHAR = DPF-DECIMAL-CHAR
        MOVE SPACE TO DPF-GROUP-CHAR.
*>----------------------------------------------------
*> Refuse a new session while the SYSCTL drain flag is up. The
*> message posted by the operator rides back in END-MSG so the
*> launcher can show why sign-on was declined.
        CALL "DBLOCK" USING Secdb-Database DS-AUTH-SESSION
            MODE-3 STATUS-AREA
        IF IMAGE-ERRORS Perform Database-Error END-IF
        CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
            MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION
        IF IMAGE-ERRORS Perform Database-Error END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-AUTH-SESSION
        COMPUTE IP-NUMERIC = (IP-NUMERIC * 256) + IP-OCTET
        END-COMPUTE
        MOVE "Y" TO IP-PARSE-OK-SW.
*>----------------------------------------------------
 Journal-Sign-On.
*> The session's opening entry in SESSJRNL. The Launcher keys the
*> AUTHSESS record already "OK", so no lock transition ever marks
*> the start; this one does, and is what connect-time accounting
*> measures from.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD Mode-1 Status-Area.
     IF NOT NO-IMAGE-ERRORS
        GO TO JOURNAL-SIGN-ON-EXIT.

     MOVE "AUTHKEY;"  TO SEARCH-ITEM.
     MOVE AF-Auth-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY Perform Database-Error.
     IF ENTRIES-IN-CHAIN = ZERO
        GO TO JOURNAL-SIGN-ON-CLOSE.
     CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
         STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM.
     IF IMAGE-ERRORS
        Perform Database-Error
        GO TO JOURNAL-SIGN-ON-CLOSE.

     INITIALIZE DB-SESS-JOURNAL.
     MOVE AUTHSESS-AUTHKEY   TO SJ-AUTHKEY.
     MOVE AUTHSESS-USER      TO SJ-USER.
     CALL "VGETCLOCK" USING COMAREA SJ-TIME.
     MOVE SPACES             TO SJ-OLD-LOCK.
     MOVE AUTHSESS-LOCK      TO SJ-NEW-LOCK.
     MOVE AUTHSESS-SCREEN    TO SJ-SCREEN.
     MOVE "VOPENTERM"        TO SJ-PROGNAME.
     MOVE AUTHSESS-IPADDR    TO SJ-IPADDR.
     MOVE CORRELATION-ID     TO SJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-SESS-JOURNAL
         STATUS-AREA DB-SESS-JOURNAL.
     IF IMAGE-ERRORS Perform Database-Error.

 JOURNAL-SIGN-ON-CLOSE.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 JOURNAL-SIGN-ON-EXIT.
     EXIT.
*>----------------------------------------------------
 REWIND-AUTHSESS.
     CALL "DBCLOSE" USING Secdb-Database DS-AUTH-SESSION
