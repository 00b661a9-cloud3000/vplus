>>source format free
*>*****************************************************************
*>*                     V A C C E S S R E Q                        *
*>*****************************************************************
*>   Self-service form-access requests over SECDB/ACCESSREQ, in the
*>   action-driven shape of VAPPROVE. Permanent access used to be an
*>   e-mail to security and a FORMACL row keyed by hand; firecall
*>   only covers the emergency.
*>     ACCREQ-REQUEST  ("Q") the operator asks for a form, giving a
*>                     business reason. It is routed to their
*>                     supervisor (SUPERVISOR dataset), who is told
*>                     by operator message; a user with no
*>                     supervisor on file, a form they can already
*>                     open, or a second open request for it is
*>                     refused. The new id comes back in ACCREQ-ID
*>     ACCREQ-APPROVE  ("A") the supervisor, or their ACCESS
*>                     delegate (VDELEGCHK), approves: the FORMACL
*>                     row is written stamped with the request id,
*>                     unless it would complete a segregation-of-
*>                     duties pair (VSODCHK)
*>     ACCREQ-DENY     ("D") the same people turn it down
*>     ACCREQ-WITHDRAW ("W") the requester takes back their own
*>                     pending request
*>     ACCREQ-LIST     ("L") every request on file, with its outcome
*>     ACCREQ-AGING    ("R") the open requests with their age, those
*>                     older than ACCREQ-AGE-DAYS flagged OVERDUE;
*>                     the open count comes back in ACCREQ-COUNT
*>   Every decision is journalled in ADMINLOG and goes back to the
*>   requester as an operator message.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VACCESSREQ.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT ACCREQ-FILE
        ASSIGN TO ACCREQ-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACRQ-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  ACCREQ-FILE.
 01  ACCREQ-RECORD                PIC X(250).
 WORKING-STORAGE SECTION.
 01 ACRQ-STATUS1            PIC XX.
 01 ACCREQ-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-DAYS               PIC Z(4)9.
 01 DISP-HOURS              PIC 99.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 HELD-SW                 PIC X VALUE "N".
    88 FORM-ALREADY-HELD       VALUE "Y".
 01 OUTCOME-WORD            PIC X(08) VALUE SPACES.
 01 REQ-ID-NUM              PIC 9(12) VALUE 0.
 01 REQ-ID-SEQ              PIC S9(4) COMP-5 VALUE 0.
 01 AGE-LIMIT-DAYS          PIC S9(4) COMP-5 VALUE 0.
 01 AGE-SECONDS             PIC S9(18) COMP-5 VALUE 0.
 01 AGE-DAYS                PIC S9(8) COMP-5 VALUE 0.
 01 AGE-HOURS               PIC S9(8) COMP-5 VALUE 0.
 01 OVERDUE-CNT             PIC S9(8) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 DELEG-CHECK.
    02 DGC-ACTOR     Pic X(32) Value Spaces.
    02 DGC-SUBJECT   Pic X(32) Value Spaces.
    02 DGC-PRINCIPAL Pic X(32) Value Spaces.
    02 DGC-SCOPE     Pic X(08) Value Spaces.
    02 DGC-RESULT    Pic X(01) Value Space.
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-REFUSED         VALUE "N".
 01 SOD-CHECK.
    02 SDC-USER       Pic X(32) Value Spaces.
    02 SDC-KIND       Pic X(01) Value Space.
    02 SDC-ITEM       Pic X(16) Value Spaces.
    02 SDC-RESULT     Pic X(01) Value Space.
       88 SDC-CLEAR           VALUE " ".
       88 SDC-CONFLICT        VALUE "C".
       88 SDC-EXCEPTED        VALUE "E".
    02 SDC-RULE-ID    Pic X(08) Value Spaces.
    02 SDC-OTHER-ITEM Pic X(16) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-ACCESS-REQUEST       Pic X(16) Value "ACCESSREQ".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".

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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
 01  REQ-SEARCH-KEY        PIC X(12).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VACCESSREQ.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VACCESSREQ "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      GO TO VACCESSREQ-RETURN.

     EVALUATE TRUE
      WHEN ACCREQ-REQUEST
       PERFORM FILE-ACCESS-REQUEST THRU FILE-ACCESS-REQUEST-EXIT
      WHEN ACCREQ-APPROVE
       PERFORM APPROVE-ACCESS-REQUEST THRU APPROVE-ACCESS-REQUEST-EXIT
      WHEN ACCREQ-DENY
       PERFORM DENY-ACCESS-REQUEST THRU DENY-ACCESS-REQUEST-EXIT
      WHEN ACCREQ-WITHDRAW
       PERFORM WITHDRAW-ACCESS-REQUEST
          THRU WITHDRAW-ACCESS-REQUEST-EXIT
      WHEN ACCREQ-AGING
       PERFORM AGING-REPORT THRU AGING-REPORT-EXIT
      WHEN OTHER
       PERFORM LIST-ACCESS-REQUESTS THRU LIST-ACCESS-REQUESTS-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VACCESSREQ-RETURN.
     Goback.
*>-----------------------------------------------------------------
 FILE-ACCESS-REQUEST.
     IF ACCREQ-USER = SPACES OR ACCREQ-FORM = SPACES
      OR ACCREQ-REASON = SPACES
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 63            TO INTR-ERRNUM
      MOVE 63            TO CSTATUS
      MOVE "USER, FORM AND BUSINESS REASON ARE ALL REQUIRED"
        TO END-MSG
      GO TO FILE-ACCESS-REQUEST-EXIT.

*> The request has to reach somebody.
     MOVE ACCREQ-USER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-SUPERVISOR KEYED
         STATUS-AREA ALL-ITEMS DB-SUPERVISOR SEARCH-KEY.
     IF IMAGE-ERRORS OR SUP-SUPVR = SPACES
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 65            TO INTR-ERRNUM
      MOVE 65            TO CSTATUS
      MOVE "NO SUPERVISOR ON FILE TO APPROVE THE REQUEST" TO END-MSG
      GO TO FILE-ACCESS-REQUEST-EXIT.

     PERFORM CHECK-FORM-HELD.
     IF FORM-ALREADY-HELD
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 64            TO INTR-ERRNUM
      MOVE 64            TO CSTATUS
      MOVE "ACCESS TO THE FORM IS ALREADY GRANTED" TO END-MSG
      GO TO FILE-ACCESS-REQUEST-EXIT.

     PERFORM FIND-OPEN-REQUEST.
     IF RECORD-FOUND
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 64            TO INTR-ERRNUM
      MOVE 64            TO CSTATUS
      MOVE AR-ID         TO ACCREQ-ID
      MOVE "A REQUEST FOR THE FORM IS ALREADY OPEN" TO END-MSG
      GO TO FILE-ACCESS-REQUEST-EXIT.

     PERFORM Get-ClockSeconds.
     PERFORM ASSIGN-REQUEST-ID.
     INITIALIZE DB-ACCESS-REQUEST.
     MOVE REQ-SEARCH-KEY TO AR-ID.
     MOVE ACCREQ-USER    TO AR-USER.
     MOVE ACCREQ-FORM    TO AR-FORM.
     MOVE ACCREQ-REASON  TO AR-REASON.
     MOVE SUP-SUPVR      TO AR-SUPVR.
     MOVE ClockSeconds   TO AR-REQ-TIME.
     MOVE "P"            TO AR-STATE.
     CALL "DBLOCK" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-1 STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO FILE-ACCESS-REQUEST-EXIT.

     MOVE AR-ID TO ACCREQ-ID.
     MOVE SPACES TO END-MSG.
     STRING "ACCESS REQUEST " AR-ID DELIMITED BY SIZE
            " SENT TO " DELIMITED BY SIZE
            AR-SUPVR DELIMITED BY SPACE
      INTO END-MSG.

     MOVE ACCREQ-USER      TO AAL-ACTOR.
     MOVE "ACCESS-REQUEST" TO AAL-ACTION.
     MOVE SPACES           TO AAL-OLD.
     MOVE AR-REASON(1:64)  TO AAL-NEW.
     MOVE SPACES           TO DELEG-ON-BEHALF-OF.
     PERFORM LOG-REQUEST-ACTION.

*> The supervisor hears at their next read cycle.
     MOVE "P"      TO OPERMSG-ACTION.
     MOVE AR-SUPVR TO OPERMSG-TARGET-USER.
     MOVE SPACES   TO OPERMSG-TEXT.
     STRING "ACCESS REQUEST " AR-ID DELIMITED BY SIZE
            " FROM " DELIMITED BY SIZE
            AR-USER DELIMITED BY SPACE
            " FOR FORM " DELIMITED BY SIZE
            AR-FORM DELIMITED BY SPACE
            " AWAITS YOUR DECISION: " DELIMITED BY SIZE
            AR-REASON DELIMITED BY SIZE
      INTO OPERMSG-TEXT.
     CALL "VOPERMSG" USING COMAREA.
 FILE-ACCESS-REQUEST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 APPROVE-ACCESS-REQUEST.
     PERFORM CHECK-DECISION-ALLOWED THRU CHECK-DECISION-ALLOWED-EXIT.
     IF CSTATUS NOT = 0
      GO TO APPROVE-ACCESS-REQUEST-EXIT.

*> An approval is a grant like any other - it may not complete a
*> segregation-of-duties pair without an exception on file.
     MOVE SPACES  TO SOD-CHECK.
     MOVE AR-USER TO SDC-USER.
     MOVE "F"     TO SDC-KIND.
     MOVE AR-FORM TO SDC-ITEM.
     CALL "VSODCHK" USING COMAREA SOD-CHECK.
     IF SDC-CONFLICT
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 146           TO INTR-ERRNUM
      MOVE 146           TO CSTATUS
      MOVE SPACES TO END-MSG
      STRING "SOD RULE " DELIMITED BY SIZE
             SDC-RULE-ID DELIMITED BY SPACE
             " - USER ALREADY HOLDS " DELIMITED BY SIZE
             SDC-OTHER-ITEM DELIMITED BY SPACE
       INTO END-MSG
      GO TO APPROVE-ACCESS-REQUEST-EXIT.

     PERFORM WRITE-FORM-GRANT.
     IF CSTATUS NOT = 0
      GO TO APPROVE-ACCESS-REQUEST-EXIT.

     MOVE "A" TO AR-STATE.
     PERFORM STAMP-DECISION.
     IF CSTATUS NOT = 0
      GO TO APPROVE-ACCESS-REQUEST-EXIT.
     MOVE "ACCESS-GRANT" TO AAL-ACTION.
     PERFORM LOG-DECISION.
     PERFORM TELL-REQUESTER.
 APPROVE-ACCESS-REQUEST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 DENY-ACCESS-REQUEST.
     PERFORM CHECK-DECISION-ALLOWED THRU CHECK-DECISION-ALLOWED-EXIT.
     IF CSTATUS NOT = 0
      GO TO DENY-ACCESS-REQUEST-EXIT.
     MOVE "D" TO AR-STATE.
     PERFORM STAMP-DECISION.
     IF CSTATUS NOT = 0
      GO TO DENY-ACCESS-REQUEST-EXIT.
     MOVE "ACCESS-DENY" TO AAL-ACTION.
     PERFORM LOG-DECISION.
     PERFORM TELL-REQUESTER.
 DENY-ACCESS-REQUEST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Only the requester, and only while nobody has decided yet.
 WITHDRAW-ACCESS-REQUEST.
     PERFORM FIND-REQUEST-BY-ID.
     IF NOT RECORD-FOUND
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 17            TO INTR-ERRNUM
      MOVE 17            TO CSTATUS
      GO TO WITHDRAW-ACCESS-REQUEST-EXIT.
     IF NOT AR-PENDING
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 53            TO INTR-ERRNUM
      MOVE 53            TO CSTATUS
      GO TO WITHDRAW-ACCESS-REQUEST-EXIT.
     IF ACCREQ-USER NOT = AR-USER
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 94            TO INTR-ERRNUM
      MOVE 94            TO CSTATUS
      MOVE "ONLY THE REQUESTER MAY WITHDRAW A REQUEST" TO END-MSG
      GO TO WITHDRAW-ACCESS-REQUEST-EXIT.
     MOVE ACCREQ-USER TO ACCREQ-ACTOR.
     MOVE SPACES      TO DELEG-CHECK.
     MOVE "W"         TO AR-STATE.
     PERFORM STAMP-DECISION.
     IF CSTATUS NOT = 0
      GO TO WITHDRAW-ACCESS-REQUEST-EXIT.
     MOVE "ACCESS-WITHDRAW" TO AAL-ACTION.
     PERFORM LOG-DECISION.
 WITHDRAW-ACCESS-REQUEST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A pending request, a named decider who is not the requester,
*> and the requester's supervisor or that supervisor's ACCESS
*> delegate - the same four eyes VAPPROVE insists on.
 CHECK-DECISION-ALLOWED.
     PERFORM FIND-REQUEST-BY-ID.
     IF NOT RECORD-FOUND
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 17            TO INTR-ERRNUM
      MOVE 17            TO CSTATUS
      GO TO CHECK-DECISION-ALLOWED-EXIT.
     IF NOT AR-PENDING
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 53            TO INTR-ERRNUM
      MOVE 53            TO CSTATUS
      GO TO CHECK-DECISION-ALLOWED-EXIT.
     IF ACCREQ-ACTOR = SPACES OR ACCREQ-ACTOR = AR-USER
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 94            TO INTR-ERRNUM
      MOVE 94            TO CSTATUS
      MOVE "DECIDER MUST BE NAMED AND DIFFER FROM REQUESTER"
        TO END-MSG
      GO TO CHECK-DECISION-ALLOWED-EXIT.

     MOVE SPACES       TO DELEG-CHECK.
     MOVE ACCREQ-ACTOR TO DGC-ACTOR.
     MOVE AR-USER      TO DGC-SUBJECT.
     MOVE AR-SUPVR     TO DGC-PRINCIPAL.
     MOVE "ACCESS"     TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-REFUSED
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 137           TO INTR-ERRNUM
      MOVE 137           TO CSTATUS
      MOVE "DECIDER IS NOT THE REQUESTER'S SUPERVISOR OR DELEGATE"
        TO END-MSG.
 CHECK-DECISION-ALLOWED-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The FORMACL row carries the request id. A row for the form that
*> appeared while the request waited is stamped rather than doubled.
 WRITE-FORM-GRANT.
     MOVE "N" TO FOUND-SW.
     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE AR-USER     TO SEARCH-KEY.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-ACL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR RECORD-FOUND
       CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND FACL-FORM = AR-FORM
        MOVE "Y" TO FOUND-SW
       END-IF
      END-PERFORM.
     IF RECORD-FOUND
      MOVE AR-ID TO FACL-REQ-ID
      CALL "VDBUPDATE" USING Secdb-Database DS-FORM-ACL
          MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ACL
     ELSE
      INITIALIZE DB-FORM-ACL
      MOVE AR-USER TO FACL-USER
      MOVE AR-FORM TO FACL-FORM
      MOVE AR-ID   TO FACL-REQ-ID
      CALL "VDBPUT" USING Secdb-Database DS-FORM-ACL
          MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ACL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 57            TO INTR-ERRNUM
      MOVE 57            TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 STAMP-DECISION.
     PERFORM Get-ClockSeconds.
     MOVE ACCREQ-ACTOR TO AR-DECIDED-BY.
     MOVE ClockSeconds TO AR-DECIDE-TIME.
     MOVE ACCREQ-NOTE  TO AR-DECIDE-NOTE.
     MOVE SPACES       TO AR-ON-BEHALF-OF.
     IF DGC-DELEGATED
      MOVE DGC-PRINCIPAL TO AR-ON-BEHALF-OF.
     CALL "DBLOCK" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-1 STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 57            TO INTR-ERRNUM
      MOVE 57            TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-ACCESS-REQUEST
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 LOG-DECISION.
     MOVE ACCREQ-ACTOR TO AAL-ACTOR.
     MOVE AR-REASON(1:64) TO AAL-OLD.
     MOVE SPACES TO AAL-NEW.
     STRING AR-STATE DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            AR-DECIDE-NOTE DELIMITED BY SIZE
      INTO AAL-NEW.
     MOVE AR-ON-BEHALF-OF TO DELEG-ON-BEHALF-OF.
     PERFORM LOG-REQUEST-ACTION.
*>-----------------------------------------------------------------
 LOG-REQUEST-ACTION.
     MOVE "VACCESSREQ" TO AAL-PROGRAM.
     MOVE SPACES TO AAL-TARGET.
     STRING AR-ID DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            AR-USER DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            AR-FORM DELIMITED BY SPACE
      INTO AAL-TARGET.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
 TELL-REQUESTER.
     MOVE "DENIED" TO OUTCOME-WORD.
     IF AR-APPROVED
      MOVE "APPROVED" TO OUTCOME-WORD.
     MOVE "P"     TO OPERMSG-ACTION.
     MOVE AR-USER TO OPERMSG-TARGET-USER.
     MOVE SPACES  TO OPERMSG-TEXT.
     STRING "ACCESS REQUEST " AR-ID DELIMITED BY SIZE
            " FOR FORM " DELIMITED BY SIZE
            AR-FORM DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            OUTCOME-WORD DELIMITED BY SPACE
            " BY " DELIMITED BY SIZE
            AR-DECIDED-BY DELIMITED BY SPACE
            ". " DELIMITED BY SIZE
            AR-DECIDE-NOTE DELIMITED BY SIZE
      INTO OPERMSG-TEXT.
     CALL "VOPERMSG" USING COMAREA.
*>-----------------------------------------------------------------
*> FORMACL rows of the requester naming the form, or "@".
 CHECK-FORM-HELD.
     MOVE "N" TO HELD-SW.
     MOVE "USERNAME;" TO SEARCH-ITEM.
     MOVE ACCREQ-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR FORM-ALREADY-HELD
       CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        AND (FACL-FORM = ACCREQ-FORM OR FACL-FORM = "@")
        MOVE "Y" TO HELD-SW
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 FIND-OPEN-REQUEST.
     MOVE "N" TO FOUND-SW.
     MOVE LOW-VALUES TO DB-ACCESS-REQUEST.
     CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
         STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS OR RECORD-FOUND
      IF AR-PENDING AND AR-USER = ACCREQ-USER
       AND AR-FORM = ACCREQ-FORM
       MOVE "Y" TO FOUND-SW
      ELSE
       CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
           STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 FIND-REQUEST-BY-ID.
     MOVE "N" TO FOUND-SW.
     MOVE ACCREQ-ID TO REQ-SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST KEYED
         STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST REQ-SEARCH-KEY.
     IF NOT IMAGE-ERRORS
      MOVE "Y" TO FOUND-SW.
*>-----------------------------------------------------------------
*> Clock seconds and a two-digit sequence; the sequence steps on
*> past any id already taken in the same second.
 ASSIGN-REQUEST-ID.
     MOVE 0 TO REQ-ID-SEQ.
     MOVE "Y" TO FOUND-SW.
     PERFORM UNTIL NOT RECORD-FOUND OR REQ-ID-SEQ > 99
      COMPUTE REQ-ID-NUM = ClockSeconds * 100 + REQ-ID-SEQ
      MOVE REQ-ID-NUM TO REQ-SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST KEYED
          STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST REQ-SEARCH-KEY
      IF IMAGE-ERRORS
       MOVE "N" TO FOUND-SW
      ELSE
       ADD 1 TO REQ-ID-SEQ
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 OPEN-REPORT-FILE.
     MOVE "ACCESSREQ.RPT" TO ACCREQ-FILE-NAME-WRK.
     IF ACCREQ-RPT-NAME NOT = SPACES
      MOVE ACCREQ-RPT-NAME TO ACCREQ-FILE-NAME-WRK.
     OPEN OUTPUT ACCREQ-FILE.
     IF ACRQ-STATUS1 NOT = "00"
      MOVE "VACCESSREQ" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS.
*>-----------------------------------------------------------------
 LIST-ACCESS-REQUESTS.
     PERFORM OPEN-REPORT-FILE.
     IF CSTATUS NOT = 0
      GO TO LIST-ACCESS-REQUESTS-EXIT.
     MOVE 0 TO ACCREQ-COUNT.
     MOVE SPACES TO ACCREQ-RECORD.
     STRING "ACCESS REQUESTS - ID,USER,FORM,SUPERVISOR,REQUESTED,"
            "STATE,DECIDED BY,ON BEHALF OF,REASON,NOTE"
      DELIMITED BY SIZE INTO ACCREQ-RECORD.
     WRITE ACCREQ-RECORD.

     MOVE LOW-VALUES TO DB-ACCESS-REQUEST.
     CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
         STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      ADD 1 TO ACCREQ-COUNT
      MOVE AR-REQ-TIME TO DISP-TIME
      MOVE SPACES TO ACCREQ-RECORD
      STRING AR-ID           DELIMITED BY SPACE ","
             AR-USER         DELIMITED BY SPACE ","
             AR-FORM         DELIMITED BY SPACE ","
             AR-SUPVR        DELIMITED BY SPACE ","
             DISP-TIME       DELIMITED BY SIZE  ","
             AR-STATE        DELIMITED BY SIZE  ","
             AR-DECIDED-BY   DELIMITED BY SPACE ","
             AR-ON-BEHALF-OF DELIMITED BY SPACE ","
             AR-REASON       DELIMITED BY "  "  ","
             AR-DECIDE-NOTE  DELIMITED BY SIZE
       INTO ACCREQ-RECORD
      WRITE ACCREQ-RECORD
      CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
          STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CLOSE ACCREQ-FILE.
 LIST-ACCESS-REQUESTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Open requests and how long each has waited on its supervisor.
 AGING-REPORT.
     PERFORM OPEN-REPORT-FILE.
     IF CSTATUS NOT = 0
      GO TO AGING-REPORT-EXIT.
     MOVE ACCREQ-AGE-DAYS TO AGE-LIMIT-DAYS.
     IF AGE-LIMIT-DAYS NOT > 0
      MOVE 3 TO AGE-LIMIT-DAYS.
     PERFORM Get-ClockSeconds.
     MOVE 0 TO ACCREQ-COUNT.
     MOVE 0 TO OVERDUE-CNT.
     MOVE SPACES TO ACCREQ-RECORD.
     STRING "OPEN ACCESS REQUESTS - ID,USER,FORM,SUPERVISOR,"
            "AGE (DAYS HOURS),STATUS,REASON"
      DELIMITED BY SIZE INTO ACCREQ-RECORD.
     WRITE ACCREQ-RECORD.

     MOVE LOW-VALUES TO DB-ACCESS-REQUEST.
     CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
         STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF AR-PENDING
       PERFORM WRITE-AGING-LINE
      END-IF
      CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
          STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO ACCREQ-RECORD.
     MOVE ACCREQ-COUNT TO DISP-DAYS.
     STRING "OPEN REQUESTS: " DISP-DAYS
      DELIMITED BY SIZE INTO ACCREQ-RECORD.
     WRITE ACCREQ-RECORD.
     MOVE SPACES TO ACCREQ-RECORD.
     MOVE OVERDUE-CNT TO DISP-DAYS.
     STRING "OVERDUE: " DISP-DAYS
      DELIMITED BY SIZE INTO ACCREQ-RECORD.
     WRITE ACCREQ-RECORD.
     CLOSE ACCREQ-FILE.
 AGING-REPORT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-AGING-LINE.
     ADD 1 TO ACCREQ-COUNT.
     COMPUTE AGE-SECONDS = ClockSeconds - AR-REQ-TIME.
     IF AGE-SECONDS < 0
      MOVE 0 TO AGE-SECONDS.
     DIVIDE AGE-SECONDS BY 86400 GIVING AGE-DAYS.
     COMPUTE AGE-HOURS = (AGE-SECONDS - (AGE-DAYS * 86400)) / 3600.
     MOVE AGE-DAYS  TO DISP-DAYS.
     MOVE AGE-HOURS TO DISP-HOURS.
     MOVE SPACES TO ACCREQ-RECORD.
     STRING AR-ID     DELIMITED BY SPACE ","
            AR-USER   DELIMITED BY SPACE ","
            AR-FORM   DELIMITED BY SPACE ","
            AR-SUPVR  DELIMITED BY SPACE ","
            DISP-DAYS DELIMITED BY SIZE  "D "
            DISP-HOURS DELIMITED BY SIZE "H,"
      INTO ACCREQ-RECORD.
     IF AGE-DAYS >= AGE-LIMIT-DAYS
      ADD 1 TO OVERDUE-CNT
      STRING ACCREQ-RECORD DELIMITED BY "  "
             "OVERDUE," DELIMITED BY SIZE
             AR-REASON DELIMITED BY SIZE
       INTO ACCREQ-RECORD
     ELSE
      STRING ACCREQ-RECORD DELIMITED BY "  "
             "WAITING," DELIMITED BY SIZE
             AR-REASON DELIMITED BY SIZE
       INTO ACCREQ-RECORD.
     WRITE ACCREQ-RECORD.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
     Move LOW-VALUES TO TCL-BUFFER.
     Move 0 To TCL-RESULT.
     Move 0 To ClockSeconds.
     String "set STIME [clock seconds]" delimited by size into TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "STIME" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     String TCL-BUFFER delimited by x"00" into num1
     Call "NUMGET" Using num1 num2 numdec numerr
     If Numdec = 0 and Numerr = 0
        Move num2 To ClockSeconds
     Else
        Move 0 To ClockSeconds.
