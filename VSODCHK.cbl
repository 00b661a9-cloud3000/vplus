>>source format free
*>*****************************************************************
*>*                        V S O D C H K                           *
*>*****************************************************************
*>   Would granting SDC-USER the form ("F") or role ("R") named in
*>   SDC-ITEM complete a segregation-of-duties pair (SECDB/SODRULE)?
*>   Every path that hands out access - the policy console's FORMACL
*>   and USERROLE adds, the firecall grant - asks here first, so a
*>   toxic combination is refused the same way everywhere.
*>     SDC-RESULT      " " no rule is completed
*>                     "C" conflict - SDC-RULE-ID names the rule and
*>                         SDC-OTHER-ITEM the side the user already
*>                         holds; the caller refuses the grant
*>                     "E" every pair completed is covered by a
*>                         current documented exception
*>                         (SECDB/SODEXCEPT) - the grant may proceed
*>   The user already holds a form through a FORMACL row naming it
*>   (or "@", every form) or an active unexpired FIRECALL grant, and
*>   a role through USERROLE. Granting "@" completes every rule
*>   with a form side.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSODCHK.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 OTHER-KIND              PIC X(01) VALUE SPACE.
 01 OTHER-ITEM              PIC X(16) VALUE SPACES.
 01 SIDE-SW                 PIC X VALUE "N".
    88 NEW-ITEM-ON-RULE         VALUE "Y".
 01 HELD-SW                 PIC X VALUE "N".
    88 OTHER-SIDE-HELD          VALUE "Y".
 01 EXCEPT-SW               PIC X VALUE "N".
    88 EXCEPTION-ON-FILE        VALUE "Y".
 01 RULE-EOF-SW             PIC X VALUE "N".
    88 RULES-DONE               VALUE "Y".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SOD-RULE             Pic X(16) Value "SODRULE".
 01 DS-SOD-EXCEPTION        Pic X(16) Value "SODEXCEPT".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
         88  END-OF-CHAIN            VALUE 15.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.
 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 SOD-CHECK.
    02 SDC-USER       Pic X(32).
    02 SDC-KIND       Pic X(01).
    02 SDC-ITEM       Pic X(16).
    02 SDC-RESULT     Pic X(01).
       88 SDC-CLEAR           VALUE " ".
       88 SDC-CONFLICT        VALUE "C".
       88 SDC-EXCEPTED        VALUE "E".
    02 SDC-RULE-ID    Pic X(08).
    02 SDC-OTHER-ITEM Pic X(16).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA SOD-CHECK.
 0000-BEGIN-VSODCHK.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE " "    TO SDC-RESULT.
     MOVE SPACES TO SDC-RULE-ID.
     MOVE SPACES TO SDC-OTHER-ITEM.
     IF SDC-USER = SPACES OR SDC-ITEM = SPACES
        GO TO VSODCHK-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        GO TO VSODCHK-RETURN.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
*> The rule scan reads SODRULE serially; every probe below is a
*> chained read of another dataset, so the scan position survives.
     MOVE "N" TO RULE-EOF-SW.
     MOVE LOW-VALUES TO DB-SOD-RULE.
     PERFORM UNTIL RULES-DONE OR SDC-CONFLICT
        CALL "DBGET" USING Secdb-Database DS-SOD-RULE SERIAL
            STATUS-AREA ALL-ITEMS DB-SOD-RULE NULL-ITEM
        IF IMAGE-ERRORS
           IF NOT END-OF-FILE
              CALL "DBEXPLAIN" USING STATUS-AREA
           END-IF
           MOVE "Y" TO RULE-EOF-SW
        ELSE
           PERFORM CHECK-ONE-RULE THRU CHECK-ONE-RULE-EXIT
        END-IF
     END-PERFORM.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VSODCHK-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Which side of the rule the new grant lands on decides the side
*> to look for; a rule naming the same item twice is ignored.
 CHECK-ONE-RULE.
     MOVE "N" TO SIDE-SW.
     IF SOD-KIND-1 = SDC-KIND
        AND (SOD-ITEM-1 = SDC-ITEM
             OR (SOD-FORM-1 AND SDC-ITEM = "@"))
        MOVE "Y"        TO SIDE-SW
        MOVE SOD-KIND-2 TO OTHER-KIND
        MOVE SOD-ITEM-2 TO OTHER-ITEM
     ELSE
        IF SOD-KIND-2 = SDC-KIND
           AND (SOD-ITEM-2 = SDC-ITEM
                OR (SOD-FORM-2 AND SDC-ITEM = "@"))
           MOVE "Y"        TO SIDE-SW
           MOVE SOD-KIND-1 TO OTHER-KIND
           MOVE SOD-ITEM-1 TO OTHER-ITEM
        END-IF
     END-IF.
     IF NOT NEW-ITEM-ON-RULE
        OR (SOD-KIND-1 = SOD-KIND-2 AND SOD-ITEM-1 = SOD-ITEM-2)
        GO TO CHECK-ONE-RULE-EXIT.

     MOVE "N" TO HELD-SW.
*> "@" is every form at once - it completes a form/form pair alone.
     IF SDC-ITEM = "@" AND OTHER-KIND = "F"
        MOVE "Y" TO HELD-SW.
     IF NOT OTHER-SIDE-HELD
        IF OTHER-KIND = "F"
           PERFORM CHECK-FORM-HELD THRU CHECK-FORM-HELD-EXIT
        ELSE
           PERFORM CHECK-ROLE-HELD
        END-IF
     END-IF.
     IF NOT OTHER-SIDE-HELD
        GO TO CHECK-ONE-RULE-EXIT.

     PERFORM CHECK-EXCEPTION.
     IF EXCEPTION-ON-FILE
        MOVE "E" TO SDC-RESULT
     ELSE
        MOVE "C"         TO SDC-RESULT
        MOVE SOD-RULE-ID TO SDC-RULE-ID
        MOVE OTHER-ITEM  TO SDC-OTHER-ITEM
     END-IF.
 CHECK-ONE-RULE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-FORM-HELD.
     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE SDC-USER    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR OTHER-SIDE-HELD
           CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
               STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              IF FACL-FORM = OTHER-ITEM OR FACL-FORM = "@"
                 MOVE "Y" TO HELD-SW
              END-IF
           END-IF
        END-PERFORM.
     IF OTHER-SIDE-HELD
        GO TO CHECK-FORM-HELD-EXIT.

     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE SDC-USER    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FIRECALL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR OTHER-SIDE-HELD
           CALL "DBGET" USING Secdb-Database DS-FIRECALL CHAINED
               STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              IF FCG-ACTIVE
                 AND FCG-FORM = OTHER-ITEM
                 AND FCG-EXPIRE-TIME > ClockSeconds
                 MOVE "Y" TO HELD-SW
              END-IF
           END-IF
        END-PERFORM.
 CHECK-FORM-HELD-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-ROLE-HELD.
     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE SDC-USER    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-USER-ROLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR OTHER-SIDE-HELD
           CALL "DBGET" USING Secdb-Database DS-USER-ROLE CHAINED
               STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              IF UR-ROLE = OTHER-ITEM
                 MOVE "Y" TO HELD-SW
              END-IF
           END-IF
        END-PERFORM.
*>-----------------------------------------------------------------
*> A current exception for this user on this rule - unexpired, or
*> recorded with no expiry at all.
 CHECK-EXCEPTION.
     MOVE "N" TO EXCEPT-SW.
     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE SDC-USER    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-SOD-EXCEPTION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR EXCEPTION-ON-FILE
           CALL "DBGET" USING Secdb-Database DS-SOD-EXCEPTION CHAINED
               STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              IF SODX-RULE-ID = SOD-RULE-ID
                 AND (SODX-EXPIRE-TIME = 0
                      OR SODX-EXPIRE-TIME > ClockSeconds)
                 MOVE "Y" TO EXCEPT-SW
              END-IF
           END-IF
        END-PERFORM.
