*>   which rejects a malformed Auth-ID or IP address, or an Auth-ID
*>   with a known lockout recorded against it in AUTHSESS, before
*>   AF-Status/AF-Lockcode is ever allowed to come back OK.
*>   When directory sign-on is switched on (VPLUS_DIR_AUTH, see
*>   VDIRAUTH), a sign-on call - one with no token - also has the
*>   credential the launcher left in AUTH-DIR-PASSWORD checked
*>   against the corporate directory. Accepted, the user's directory
*>   groups are mapped onto USERROLE through DIRGROUP and a salted
*>   verifier is kept in DIRAUTH. Refused ("DF") is an ordinary
*>   failure. Unreachable ("DO") is recorded and then settled by
*>   VPLUS_DIR_FALLBACK:
*>     LOCAL  (default) the cached verifier decides, provided the user
*>            signed on through the directory within the last
*>            VPLUS_DIR_GRACE_DAYS (default 7) - "DC" if there is no
*>            such sign-on on file, "DP" if the credential differs
*>     OPEN   the local checks above decide on their own
*>     DENY   nobody signs on until the directory is back
*>   Each of these goes to AUTHFAIL and to VSECEVENT. An outage is
*>   not the user guessing, so "DO" and "DC" records do not count
*>   toward the automatic lockout.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPUTAUTH.
 AUTHOR.     MICHAEL ANDERSON.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-AUTH-ATTEMPT         Pic X(16) Value "AUTHFAIL".
 01 DS-USER-LOCKOUT         Pic X(16) Value "USERLOCK".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".
 01 DS-DIR-GROUP            Pic X(16) Value "DIRGROUP".
 01 DS-DIR-AUTH             Pic X(16) Value "DIRAUTH".
*> Automatic-lockout policy: this many failures inside the window
*> locks the user until an admin clears it.
 01 LOCKOUT-MAX-FAILS       Pic S9(4) Comp-5 Value 5.
    02 SEV-IPADDR   Pic X(16) Value Spaces.
    02 SEV-SCREEN   Pic X(15) Value Spaces.
    02 SEV-REASON   Pic X(02) Value Spaces.
 01 DIR-AUTH-PARMS.
    02 DAP-USER         Pic X(32) Value Spaces.
    02 DAP-PASSWORD     Pic X(64) Value Spaces.
    02 DAP-RESULT       Pic X(01) Value Space.
       88 DAP-NOT-CONFIGURED     VALUE "D".
       88 DAP-ACCEPTED           VALUE "Y".
       88 DAP-REFUSED            VALUE "N".
       88 DAP-UNREACHABLE        VALUE "U".
    02 DAP-MESSAGE      Pic X(80) Value Spaces.
    02 DAP-GROUP-CNT    Pic S9(4) Comp-5 Value 0.
    02 DAP-GROUP        Pic X(48) OCCURS 32 TIMES.
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.
 01 LOCK-HASH-PARMS.
    02 LKH-SALT     Pic X(16) Value Spaces.
    02 LKH-PLAIN    Pic X(16) Value Spaces.
    02 LKH-HASH     Pic X(64) Value Spaces.
 01 SALT-CLOCK              PIC 9(18) VALUE 0.
 01 DIR-FALLBACK            PIC X(08) VALUE SPACES.
 01 DIR-GRACE-DAYS          PIC S9(4) COMP-5 VALUE 7.
 01 DIR-SALT                PIC X(16) VALUE SPACES.
 01 DIR-HASH                PIC X(64) VALUE SPACES.
 01 DIR-EVENT-REASON        PIC X(02) VALUE SPACES.
 01 DIR-GROUP-UPPER         PIC X(48) VALUE SPACES.
 01 PW-CHUNK                PIC S9(4) COMP-5 VALUE 0.
 01 DG-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 DR-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 DR-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.
 01 DIR-ROLE-TABLE.
    05 DIR-ROLE-CNT         PIC S9(4) COMP-5 VALUE 0.
    05 DIR-ROLE-ENTRY       OCCURS 100 TIMES.
       10 DR-ROLE           PIC X(16).
       10 DR-WANTED-SW      PIC X(01).
          88 DR-WANTED            VALUE "Y".
       10 DR-PRESENT-SW     PIC X(01).
          88 DR-PRESENT           VALUE "Y".
 01 DIR-AUTH-FOUND-SW       PIC X(01) VALUE "N".
    88 DIR-AUTH-FOUND             VALUE "Y".
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 LOWER-ALPHA             PIC X(26)
                            VALUE "abcdefghijklmnopqrstuvwxyz".
 01 UPPER-ALPHA             PIC X(26)
                            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.

 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
     If AF-Status = 0 AND LF-Token NOT = SPACES
        Perform Check-Auth-Token.

*> A sign-on call (no token) is checked against the corporate
*> directory as well, when that is switched on. The credential is
*> never left lying in COMAREA past this call.
     If AF-Status = 0 AND LF-Token = SPACES
        Perform Check-Directory-Credential
           THRU CHECK-DIRECTORY-CREDENTIAL-EXIT.
     Move Spaces To AUTH-DIR-PASSWORD DAP-PASSWORD.

*> Every refusal leaves an attempts record, and enough of them in
*> a short window lock the user outright - guessing is no longer
*> free. The lockout event goes to the SIEM as it happens.
     MOVE LF-IPADDR    TO AT-IPADDR.
     MOVE ClockSeconds TO AT-TIME.
     MOVE AF-Lockcode  TO AT-REASON.
     CALL "VDBPUT" USING Secdb-Database DS-AUTH-ATTEMPT
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-ATTEMPT.
     IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA.
           END-IF
           IF NOT END-OF-CHAIN
              IF AT-TIME >= WINDOW-START
                 AND AT-REASON NOT = "DO" AND AT-REASON NOT = "DC"
                 ADD 1 TO FAIL-COUNT
              END-IF
           END-IF
        MOVE ATTEMPT-USER TO UL-USER
        MOVE ClockSeconds TO UL-LOCK-TIME
        MOVE "LO"         TO UL-REASON
        CALL "VDBPUT" USING Secdb-Database DS-USER-LOCKOUT
            MODE-1 STATUS-AREA ALL-ITEMS DB-USER-LOCKOUT
        IF IMAGE-ERRORS
           CALL "DBEXPLAIN" USING STATUS-AREA
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 CHECK-AUTH-TOKEN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Directory sign-on. VDIRAUTH says whether the directory is in play
*> at all and, if so, what it made of the credential.
 Check-Directory-Credential.
     MOVE " "              TO AUTH-DIR-RESULT.
     MOVE LF-Auth-ID(1:32) TO DAP-USER.
     MOVE AUTH-DIR-PASSWORD TO DAP-PASSWORD.
     CALL "VDIRAUTH" USING COMAREA DIR-AUTH-PARMS.
     IF DAP-NOT-CONFIGURED
        GO TO CHECK-DIRECTORY-CREDENTIAL-EXIT.

     IF DAP-ACCEPTED
        MOVE "D" TO AUTH-DIR-RESULT
        PERFORM Directory-Signon-Update
           THRU DIRECTORY-SIGNON-UPDATE-EXIT
        GO TO CHECK-DIRECTORY-CREDENTIAL-EXIT.

     IF DAP-REFUSED
        Move 1    To AF-Status
        Move "DF" To AF-Lockcode
        MOVE "DF" TO DIR-EVENT-REASON
        PERFORM Raise-Directory-Event
        GO TO CHECK-DIRECTORY-CREDENTIAL-EXIT.

*> Unreachable: the outage itself is always on record.
     MOVE "DO" TO DIR-EVENT-REASON.
     PERFORM Raise-Directory-Event.
     MOVE "VPLUS_DIR_FALLBACK" TO CP-NAME.
     MOVE "LOCAL"              TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-FALLBACK.
     INSPECT DIR-FALLBACK CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

     IF DIR-FALLBACK = "DENY"
        Move 1    To AF-Status
        Move "DO" To AF-Lockcode
        GO TO CHECK-DIRECTORY-CREDENTIAL-EXIT.

     PERFORM Record-Directory-Outage
        THRU RECORD-DIRECTORY-OUTAGE-EXIT.
     IF DIR-FALLBACK = "OPEN"
        MOVE "O" TO AUTH-DIR-RESULT
        GO TO CHECK-DIRECTORY-CREDENTIAL-EXIT.

     PERFORM Check-Cached-Verifier
        THRU CHECK-CACHED-VERIFIER-EXIT.
     IF AF-Status NOT = 0
        MOVE AF-Lockcode TO DIR-EVENT-REASON
        PERFORM Raise-Directory-Event
     ELSE
        MOVE "L" TO AUTH-DIR-RESULT
     END-IF.
 CHECK-DIRECTORY-CREDENTIAL-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 Raise-Directory-Event.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     MOVE ClockSeconds     TO SEV-EPOCH.
     MOVE LF-Auth-ID(1:32) TO SEV-USER.
     MOVE LF-IPADDR        TO SEV-IPADDR.
     MOVE SPACES           TO SEV-SCREEN.
     MOVE DIR-EVENT-REASON TO SEV-REASON.
     CALL "VSECEVENT" USING COMAREA SEC-EVENT.
*>-----------------------------------------------------------------
*> An outage the fallback lets through still leaves its AUTHFAIL
*> record - a refusal gets its own from Record-Failed-Attempt.
 Record-Directory-Outage.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO RECORD-DIRECTORY-OUTAGE-EXIT.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     INITIALIZE DB-AUTH-ATTEMPT.
     MOVE LF-Auth-ID(1:32) TO AT-USER.
     MOVE LF-IPADDR        TO AT-IPADDR.
     MOVE ClockSeconds     TO AT-TIME.
     MOVE "DO"             TO AT-REASON.
     CALL "VDBPUT" USING Secdb-Database DS-AUTH-ATTEMPT
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-ATTEMPT.
     IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 RECORD-DIRECTORY-OUTAGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Directory down, local fallback: only a user who signed on through
*> the directory within the grace period, keying the same credential
*> as then, gets in.
 Check-Cached-Verifier.
     MOVE "VPLUS_DIR_GRACE_DAYS" TO CP-NAME.
     MOVE "7"                    TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     Initialize num1 num2 numdec numerr.
     MOVE CP-VALUE(1:14) TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     MOVE 7 TO DIR-GRACE-DAYS.
     IF NUMDEC = 0 AND NUMERR = 0 AND NUM2 >= 0 AND NUM2 < 3660
        MOVE NUM2 TO DIR-GRACE-DAYS.

     Move 1    To AF-Status.
     Move "DC" To AF-Lockcode.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO CHECK-CACHED-VERIFIER-EXIT.
     MOVE LF-Auth-ID(1:32) TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-DIR-AUTH KEYED
         STATUS-AREA ALL-ITEMS DB-DIR-AUTH SEARCH-KEY.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     IF NOT IMAGE-ERRORS AND DA-HASH NOT = SPACES
        AND DA-LAST-OK-TIME >= ClockSeconds - (DIR-GRACE-DAYS * 86400)
        MOVE DA-SALT TO DIR-SALT
        PERFORM Hash-Directory-Password
        IF DIR-HASH = DA-HASH
           Move 0    To AF-Status
           Move "OK" To AF-Lockcode
        ELSE
           Move "DP" To AF-Lockcode
        END-IF
     END-IF.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 CHECK-CACHED-VERIFIER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> VLOCKHASH takes 16 bytes at a time, so the credential is hashed
*> as four chained pieces, each salted with the hash before it.
 Hash-Directory-Password.
     MOVE DIR-SALT TO LKH-SALT.
     PERFORM VARYING PW-CHUNK FROM 1 BY 16 UNTIL PW-CHUNK > 64
        MOVE DAP-PASSWORD(PW-CHUNK:16) TO LKH-PLAIN
        MOVE SPACES TO LKH-HASH
        CALL "VLOCKHASH" USING COMAREA LOCK-HASH-PARMS
        MOVE LKH-HASH(1:16) TO LKH-SALT
     END-PERFORM.
     MOVE LKH-HASH   TO DIR-HASH.
     MOVE SPACES     TO LKH-PLAIN.
*>-----------------------------------------------------------------
*> Accepted by the directory: bring the user's directory-managed
*> roles into line with their groups and refresh the verifier kept
*> for outages.
 Directory-Signon-Update.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO DIRECTORY-SIGNON-UPDATE-EXIT.
     PERFORM Sync-Directory-Roles THRU SYNC-DIRECTORY-ROLES-EXIT.
     PERFORM Store-Directory-Verifier.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 DIRECTORY-SIGNON-UPDATE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Every role DIRGROUP names is the directory's to grant: wanted if
*> one of the user's groups maps to it, removed if none does. Group
*> names compare without regard to case, as the directory does.
 Sync-Directory-Roles.
     PERFORM VARYING DG-IDX FROM 1 BY 1 UNTIL DG-IDX > DAP-GROUP-CNT
        INSPECT DAP-GROUP(DG-IDX)
            CONVERTING LOWER-ALPHA TO UPPER-ALPHA
     END-PERFORM.
     MOVE 0 TO DIR-ROLE-CNT.
     CALL "DBGET" USING Secdb-Database DS-DIR-GROUP SERIAL
         STATUS-AREA ALL-ITEMS DB-DIR-GROUP DUMMY.
     PERFORM UNTIL IMAGE-ERRORS
        MOVE 0 TO DR-IDX
        PERFORM VARYING DR-SCAN-IDX FROM 1 BY 1
          UNTIL DR-SCAN-IDX > DIR-ROLE-CNT OR DR-IDX > 0
           IF DR-ROLE(DR-SCAN-IDX) = DG-ROLE
              MOVE DR-SCAN-IDX TO DR-IDX
           END-IF
        END-PERFORM
        IF DR-IDX = 0 AND DIR-ROLE-CNT < 100
           ADD 1 TO DIR-ROLE-CNT
           MOVE DIR-ROLE-CNT TO DR-IDX
           MOVE DG-ROLE TO DR-ROLE(DR-IDX)
           MOVE "N" TO DR-WANTED-SW(DR-IDX) DR-PRESENT-SW(DR-IDX)
        END-IF
        IF DR-IDX > 0
           MOVE DG-GROUP TO DIR-GROUP-UPPER
           INSPECT DIR-GROUP-UPPER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA
           PERFORM VARYING DG-IDX FROM 1 BY 1
             UNTIL DG-IDX > DAP-GROUP-CNT
              IF DAP-GROUP(DG-IDX) = DIR-GROUP-UPPER
                 MOVE "Y" TO DR-WANTED-SW(DR-IDX)
              END-IF
           END-PERFORM
        END-IF
        CALL "DBGET" USING Secdb-Database DS-DIR-GROUP SERIAL
            STATUS-AREA ALL-ITEMS DB-DIR-GROUP DUMMY
     END-PERFORM.
     IF NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF DIR-ROLE-CNT = 0
        GO TO SYNC-DIRECTORY-ROLES-EXIT.

     CALL "DBLOCK" USING Secdb-Database DS-USER-ROLE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     MOVE "USERNAME;"      TO SEARCH-ITEM.
     MOVE LF-Auth-ID(1:32) TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-USER-ROLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN
           CALL "DBGET" USING Secdb-Database DS-USER-ROLE CHAINED
               STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              PERFORM Reconcile-Held-Role
           END-IF
        END-PERFORM.

     PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DIR-ROLE-CNT
        IF DR-WANTED(DR-IDX) AND NOT DR-PRESENT(DR-IDX)
           INITIALIZE DB-USER-ROLE
           MOVE LF-Auth-ID(1:32) TO UR-USER
           MOVE DR-ROLE(DR-IDX)  TO UR-ROLE
           CALL "VDBPUT" USING Secdb-Database DS-USER-ROLE
               MODE-1 STATUS-AREA ALL-ITEMS DB-USER-ROLE
           IF IMAGE-ERRORS
              CALL "DBEXPLAIN" USING STATUS-AREA
           END-IF
        END-IF
     END-PERFORM.
     CALL "DBUNLOCK" USING Secdb-Database DS-USER-ROLE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 SYNC-DIRECTORY-ROLES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One USERROLE row already held: kept if the directory still wants
*> it (or it is not the directory's), deleted if it no longer does.
 Reconcile-Held-Role.
     PERFORM VARYING DR-IDX FROM 1 BY 1
       UNTIL DR-IDX > DIR-ROLE-CNT OR DR-ROLE(DR-IDX) = UR-ROLE
        CONTINUE
     END-PERFORM.
     IF DR-IDX > DIR-ROLE-CNT
        CONTINUE
     ELSE
        IF DR-WANTED(DR-IDX)
           MOVE "Y" TO DR-PRESENT-SW(DR-IDX)
        ELSE
           CALL "VDBDELETE" USING Secdb-Database DS-USER-ROLE
               MODE-1 STATUS-AREA
           IF IMAGE-ERRORS
              CALL "DBEXPLAIN" USING STATUS-AREA
           END-IF
        END-IF
     END-IF.
*>-----------------------------------------------------------------
*> The outage verifier: fresh salt, credential hash, time of this
*> directory-verified sign-on.
 Store-Directory-Verifier.
     MOVE "N" TO DIR-AUTH-FOUND-SW.
     MOVE LF-Auth-ID(1:32) TO SEARCH-KEY.
     CALL "DBLOCK" USING Secdb-Database DS-DIR-AUTH
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBGET" USING Secdb-Database DS-DIR-AUTH KEYED
         STATUS-AREA ALL-ITEMS DB-DIR-AUTH SEARCH-KEY.
     IF NOT IMAGE-ERRORS
        MOVE "Y" TO DIR-AUTH-FOUND-SW
     ELSE
        INITIALIZE DB-DIR-AUTH
        MOVE LF-Auth-ID(1:32) TO DA-USER
     END-IF.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     MOVE ClockSeconds TO SALT-CLOCK.
     MOVE SPACES TO DIR-SALT.
     STRING SALT-CLOCK(7:12) DELIMITED BY SIZE
            DA-USER(1:4)     DELIMITED BY SIZE
      INTO DIR-SALT.
     PERFORM Hash-Directory-Password.
     MOVE DIR-SALT      TO DA-SALT.
     MOVE DIR-HASH      TO DA-HASH.
     MOVE ClockSeconds  TO DA-LAST-OK-TIME.
     MOVE DAP-GROUP-CNT TO DA-GROUP-CNT.

     IF DIR-AUTH-FOUND
        CALL "VDBUPDATE" USING Secdb-Database DS-DIR-AUTH
            MODE-1 STATUS-AREA ALL-ITEMS DB-DIR-AUTH
     ELSE
        CALL "VDBPUT" USING Secdb-Database DS-DIR-AUTH
            MODE-1 STATUS-AREA ALL-ITEMS DB-DIR-AUTH
     END-IF.
     IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-DIR-AUTH
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
