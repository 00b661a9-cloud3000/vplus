 01 FFSNAP-FILENAME-WRK    PIC X(132) VALUE SPACES.
 01 FFH-SHIFT-IDX          PIC S9(4) COMP-5 VALUE 0.

*>---------- PILOT ROLLOUT (RESOLVE-PILOT-LOAD) WORKING STORAGE.
*> LOAD-FORM-FILE is where this session's copy of the forms file is
*> read from: the forms file itself, or an active pilot's staged
*> version when this session's user or device is in its group.
 01 LOAD-FORM-FILE         PIC X(64) VALUE SPACES.
 01 LOAD-USER              PIC X(32) VALUE SPACES.
 01 LOAD-LDEV              PIC 9(4)  VALUE 0.
 01 LOAD-LDEV-X            PIC X(15) VALUE SPACES.
 01 LOAD-CONNTYPE          PIC X     VALUE SPACE.
 01 LOAD-RETURN-ERROR      PIC S9(4) COMP VALUE 0.
 01 LOAD-PILOT-SW          PIC X VALUE "N".
    88 LOAD-PILOT-FOUND          VALUE "Y".
 01 LOAD-MEMBER-SW         PIC X VALUE "N".
    88 LOAD-IS-MEMBER            VALUE "Y".
 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-PILOT           Pic X(16) Value "FORMPILOT".
 01 DS-PILOT-MEMBER         Pic X(16) Value "PILOTMBR".
 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-CHAIN            VALUE 15.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.
 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(48).

*>*########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
        END-IF
        GO TO RETURN-TO-CALLER.

     PERFORM RESOLVE-PILOT-LOAD THRU RESOLVE-PILOT-LOAD-EXIT.
     PERFORM TCL-INIT.
     PERFORM RUN-VFILE-QUERY.
     IF IFILE-LEN > 0

     MOVE LOW-VALUES         TO SP2-FI-DATA.
     INITIALIZE SP2-FI-NAME.
     STRING LOAD-FORM-FILE delimited by space
            ".pan" DELIMITED BY size INTO SP2-FI-NAME.
     MOVE "w" TO SP2-FI-MODE.
     CALL "SP2" USING SP2-CREATE-FILE SP2-FILE-DEF.
*>*-------------- SETUP SP2-OPEN-FILE PARMS.
     MOVE LOW-VALUES         TO SP2-FI-DATA.
     ACCEPT VIEW-FILE-PATH FROM ENVIRONMENT "SP2DIR".
     STRING LOAD-FORM-FILE delimited by space
            ".pan" DELIMITED BY size INTO SP2-FI-NAME.
     Move +1  To  SP2-OPEN-FILE.
     Move +10 To  SP2-FI-LEN-LEN.
            FFSNAP-VERSION-DISP DELIMITED BY SIZE
            ".SNP" DELIMITED BY SIZE
      INTO FFSNAP-FILENAME-WRK.
*>---------------------------------------------------------------
 RESOLVE-PILOT-LOAD.
*> A forms file under an active pilot (VFORMPILOT) is two versions
*> at once: the pilot group - users by name, devices by LDEV - loads
*> the staged pilot copy, everyone else the forms file as it stands.
*> The name the session asked for stays the name it has loaded
*> (FFC-FORMSFILE-NAME, MPE-FORMS-FILE); only the version differs,
*> so the cache, the snapshots and "*PRIOR" work as for any other
*> version. Anything short of a clean answer here - no SECDB, no
*> pilot, not a member - loads the forms file itself.
     MOVE FORM-FILE TO LOAD-FORM-FILE.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      GO TO RESOLVE-PILOT-LOAD-EXIT.

     MOVE "N" TO LOAD-PILOT-SW.
     MOVE "FORMSFILE;" TO SEARCH-ITEM.
     MOVE FORM-FILE    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR LOAD-PILOT-FOUND
       CALL "DBGET" USING Secdb-Database DS-FORM-PILOT CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-PILOT NULL-ITEM
       IF IMAGE-ERRORS
        SET END-OF-CHAIN TO TRUE
       ELSE
        IF PLT-ACTIVE
         MOVE "Y" TO LOAD-PILOT-SW
        END-IF
       END-IF
      END-PERFORM.
     IF NOT LOAD-PILOT-FOUND
      GO TO RESOLVE-PILOT-LOAD-CLOSE.

     MOVE SPACES TO LOAD-USER.
     MOVE "AUTHKEY;"  TO SEARCH-ITEM.
     MOVE AF-Auth-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO LOAD-USER.

     MOVE SPACES TO LOAD-LDEV-X.
     MOVE 0 TO LOAD-RETURN-ERROR.
     CALL "VPLUSSDEV" USING LOAD-LDEV LOAD-CONNTYPE LOAD-RETURN-ERROR.
     IF LOAD-RETURN-ERROR = 0
      MOVE LOAD-LDEV TO LOAD-LDEV-X.

     MOVE "N" TO LOAD-MEMBER-SW.
     MOVE "PILOTID;" TO SEARCH-ITEM.
     MOVE PLT-ID     TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR LOAD-IS-MEMBER
       CALL "DBGET" USING Secdb-Database DS-PILOT-MEMBER CHAINED
           STATUS-AREA ALL-ITEMS DB-PILOT-MEMBER NULL-ITEM
       IF IMAGE-ERRORS
        SET END-OF-CHAIN TO TRUE
       ELSE
        IF (PM-USER AND LOAD-USER NOT = SPACES
             AND PM-MEMBER = LOAD-USER)
         OR (PM-DEVICE AND LOAD-LDEV-X NOT = SPACES
             AND PM-MEMBER = LOAD-LDEV-X)
         MOVE "Y" TO LOAD-MEMBER-SW
        END-IF
       END-IF
      END-PERFORM.

     IF LOAD-IS-MEMBER AND PLT-PATH NOT = SPACES
      MOVE PLT-PATH TO LOAD-FORM-FILE
      Move LOW-VALUES to DebugBUF
      String
       "VOPENFORMF: pilot " PLT-ID " version of " DELIMITED BY SIZE
       FORM-FILE DELIMITED BY SPACE
       " from " DELIMITED BY SIZE
       PLT-PATH DELIMITED BY SPACE
       into DebugBUF
      End-String
      CALL "LogDebug" USING DebugBUF.
 RESOLVE-PILOT-LOAD-CLOSE.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 RESOLVE-PILOT-LOAD-EXIT.
     EXIT.
*>---------------------------------------------------------------
 SHIFT-FORMSFILE-HISTORY.
*> FORMSFILE-HISTORY is already full (FFH-CNT = 10) - drop the oldest
*> Point the bridge back at the application file before anything
*> else queries it.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING LOAD-FORM-FILE DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     CALL "TCLSETVAR" USING MY-TCL, VPLUS-DB-VAR, VPLUS-DB.
 LOAD-COMMON-FORMS-FILE-EXIT.
*>----------------------------------------------------------------
 FIND-VFILE-BYUNIQUE.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING LOAD-FORM-FILE DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.
*>----------------------------------------------------------------
 FIND-VSAVFLD-SERIAL.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING LOAD-FORM-FILE DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.
*>----------------------------------------------------------------
 FIND-VPANEL-BYTEMPLATE.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING LOAD-FORM-FILE DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.

     MOVE 0 TO IDX.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING LOAD-FORM-FILE DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.
