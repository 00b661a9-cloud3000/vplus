>>source format free
*>*****************************************************************
*>*                      V D E L E G C H K                         *
*>*****************************************************************
*>   May DGC-ACTOR exercise a supervisor's authority? Every check
*>   that wants a supervisor - dual-control approval, access
*>   recertification, firecall grants, supervisor-initial warning
*>   acceptance - asks here, so a delegation recorded in
*>   SECDB/DELEGATION is honoured the same way everywhere.
*>     DGC-PRINCIPAL   the supervisor whose authority is needed;
*>                     when spaces, resolved from DGC-SUBJECT's
*>                     SUPERVISOR row and returned filled in
*>     DGC-SCOPE       APPROVE, RECERT, FIRECALL, WARNING or ACCESS
*>     DGC-RESULT      "D" the actor is the supervisor
*>                     "Y" the actor holds a current delegation
*>                         from the supervisor covering the scope -
*>                         the caller stamps DGC-PRINCIPAL as the
*>                         ON-BEHALF-OF of what the actor does
*>                     "U" the subject has no supervisor on file -
*>                         nothing to enforce, the caller's own
*>                         rules stand
*>                     "N" refused
*>   A delegation is current between its FROM and TO times only;
*>   one past its TO time is dead here whether or not the nightly
*>   expiry has reached it yet.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDELEGCHK.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".
 01 DS-DELEGATION           Pic X(16) Value "DELEGATION".

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
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 DELEG-CHECK.
    02 DGC-ACTOR     Pic X(32).
    02 DGC-SUBJECT   Pic X(32).
    02 DGC-PRINCIPAL Pic X(32).
    02 DGC-SCOPE     Pic X(08).
    02 DGC-RESULT    Pic X(01).
       88 DGC-DIRECT          VALUE "D".
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-UNSUPERVISED    VALUE "U".
       88 DGC-REFUSED         VALUE "N".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA DELEG-CHECK.
 0000-BEGIN-VDELEGCHK.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "N" TO DGC-RESULT.
     IF DGC-ACTOR = SPACES
        GO TO VDELEGCHK-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        GO TO VDELEGCHK-RETURN.

     IF DGC-PRINCIPAL = SPACES
        MOVE DGC-SUBJECT TO SEARCH-KEY
        CALL "DBGET" USING Secdb-Database DS-SUPERVISOR KEYED
            STATUS-AREA ALL-ITEMS DB-SUPERVISOR SEARCH-KEY
        IF IMAGE-ERRORS OR SUP-SUPVR = SPACES
           MOVE "U" TO DGC-RESULT
           GO TO VDELEGCHK-CLOSE
        END-IF
        MOVE SUP-SUPVR TO DGC-PRINCIPAL.

     IF DGC-ACTOR = DGC-PRINCIPAL
        MOVE "D" TO DGC-RESULT
        GO TO VDELEGCHK-CLOSE.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     MOVE "DELEGATE;" TO SEARCH-ITEM.
     MOVE DGC-ACTOR   TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-DELEGATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR DGC-DELEGATED
           CALL "DBGET" USING Secdb-Database DS-DELEGATION CHAINED
               STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              AND DLG-ACTIVE
              AND DLG-DELEGATOR = DGC-PRINCIPAL
              AND DLG-FROM-TIME <= ClockSeconds
              AND DLG-TO-TIME >= ClockSeconds
              AND (DLG-SCOPE-ALL OR DLG-SCOPE = DGC-SCOPE)
              MOVE "Y" TO DGC-RESULT
           END-IF
        END-PERFORM.

 VDELEGCHK-CLOSE.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VDELEGCHK-RETURN.
     Goback.
