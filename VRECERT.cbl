*>                       usage history
*>     RECERT-WORKSHEETS ("L") the per-supervisor worksheets -
*>                       every staff grant with its last use, so
*>                       the confirm/revoke decision is informed;
*>                       a grant that came through VACCESSREQ
*>                       shows its request id and the business
*>                       reason given when it was asked for
*>     RECERT-CONFIRM    ("C") / RECERT-REVOKE ("R") one grant's
*>                       verdict, stamped with who decided; a
*>                       revoke deletes the FORMACL row on the
*>                       FORMACL rows go with it
*>     RECERT-SUMMARY    ("S") the completion report: counts per
*>                       outcome, the proof the campaign ran
*>   A supervisor's rows may be worked and decided by their current
*>   delegate (VDELEGCHK); the decision records the supervisor as
*>   ON-BEHALF-OF on the row and in the admin journal.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRECERT.
 AUTHOR.     MICHAEL ANDERSON.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  RECERT-FILE.
 01  RECERT-RECORD                PIC X(250).
 WORKING-STORAGE SECTION.
 01 RCRT-STATUS1            PIC XX.
 01 RECERT-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
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
       88 DGC-DIRECT          VALUE "D".
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-REFUSED         VALUE "N".
 01 GRANT-REASON            PIC X(80) VALUE SPACES.
 01 SHOW-ROW-SW             PIC X VALUE "N".
    88 SHOW-ROW                VALUE "Y".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
 01 DS-RECERT               Pic X(16) Value "RECERT".
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".
 01 DS-ACCESS-REQUEST       Pic X(16) Value "ACCESSREQ".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
 01  REQ-SEARCH-KEY        PIC X(12).

*> The grant in hand during the build walk - saved off the FORMACL
*> record before the enrichment scans overwrite other buffers.
 01 BUILD-USER              PIC X(32) VALUE SPACES.
 01 BUILD-FORM              PIC X(15) VALUE SPACES.
 01 BUILD-REQ-ID            PIC X(12) VALUE SPACES.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
      WHEN RECERT-BUILD
       PERFORM BUILD-CAMPAIGN
      WHEN RECERT-CONFIRM
       PERFORM DECIDE-ONE-GRANT THRU DECIDE-ONE-GRANT-EXIT
      WHEN RECERT-REVOKE
       PERFORM DECIDE-ONE-GRANT THRU DECIDE-ONE-GRANT-EXIT
      WHEN RECERT-DEADLINE
       PERFORM DEADLINE-SWEEP
      WHEN RECERT-SUMMARY
     PERFORM UNTIL END-OF-FILE
      MOVE FACL-USER TO BUILD-USER
      MOVE FACL-FORM TO BUILD-FORM
      MOVE FACL-REQ-ID TO BUILD-REQ-ID
      PERFORM BUILD-ONE-RECERT-ROW
      CALL "DBGET" USING Secdb-Database DS-FORM-ACL SERIAL
          STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
     MOVE BUILD-USER          TO RC-USER.
     MOVE BUILD-FORM          TO RC-FORM.
     MOVE GRANT-LAST-USED     TO RC-LAST-USED.
     MOVE BUILD-REQ-ID        TO RC-REQ-ID.
     MOVE "P"                 TO RC-STATE.
     MOVE ClockSeconds        TO RC-BUILD-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-RECERT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-RECERT
         MODE-1 STATUS-AREA ALL-ITEMS DB-RECERT.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-RECERT
      DELIMITED BY SIZE INTO RECERT-RECORD.
     WRITE RECERT-RECORD.
     MOVE SPACES TO RECERT-RECORD.
     STRING "SUPERVISOR,USER,FORM,LASTUSED,STATE,REQUEST,JUSTIFICATION"
      DELIMITED BY SIZE INTO RECERT-RECORD.
     WRITE RECERT-RECORD.

     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE "N" TO SHOW-ROW-SW
      IF RC-CAMPAIGN = RECERT-CAMPAIGN
       IF RECERT-SUPVR = SPACES OR RC-SUPVR = RECERT-SUPVR
        MOVE "Y" TO SHOW-ROW-SW
       ELSE
        PERFORM CHECK-WORKSHEET-DELEGATE
       END-IF
      END-IF
      IF SHOW-ROW
       MOVE RC-LAST-USED TO DISP-TIME
       PERFORM RESOLVE-JUSTIFICATION
       MOVE SPACES TO RECERT-RECORD
       IF RC-LAST-USED = 0
        STRING RC-SUPVR DELIMITED BY SPACE ","
               RC-USER  DELIMITED BY SPACE ","
               RC-FORM  DELIMITED BY SPACE ",NEVER,"
               RC-STATE DELIMITED BY SIZE ","
               RC-REQ-ID DELIMITED BY SPACE ","
               GRANT-REASON
         DELIMITED BY SIZE INTO RECERT-RECORD
       ELSE
        STRING RC-SUPVR  DELIMITED BY SPACE ","
               RC-USER   DELIMITED BY SPACE ","
               RC-FORM   DELIMITED BY SPACE ","
               DISP-TIME DELIMITED BY SIZE  ","
               RC-STATE  DELIMITED BY SIZE  ","
               RC-REQ-ID DELIMITED BY SPACE ","
               GRANT-REASON
         DELIMITED BY SIZE INTO RECERT-RECORD
       END-IF
       WRITE RECERT-RECORD
 WRITE-WORKSHEETS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The business reason on the access request behind the grant.
*> Grants keyed by hand before the request workflow carry no id.
 RESOLVE-JUSTIFICATION.
     MOVE "NO REQUEST ON FILE" TO GRANT-REASON.
     IF RC-REQ-ID NOT = SPACES
      MOVE RC-REQ-ID TO REQ-SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST KEYED
          STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST REQ-SEARCH-KEY
      IF IMAGE-ERRORS
       MOVE "REQUEST NO LONGER ON FILE" TO GRANT-REASON
      ELSE
       MOVE AR-REASON TO GRANT-REASON
      END-IF
      MOVE 0 TO CONDITION-WORD.
*>-----------------------------------------------------------------
*> An absent supervisor's rows land on their delegate's worksheet.
*> VDELEGCHK opens its own base, so the RECERT serial currency here
*> is undisturbed.
 CHECK-WORKSHEET-DELEGATE.
     MOVE SPACES       TO DELEG-CHECK.
     MOVE RECERT-SUPVR TO DGC-ACTOR.
     MOVE RC-SUPVR     TO DGC-PRINCIPAL.
     MOVE "RECERT"     TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-DELEGATED
      MOVE "Y" TO SHOW-ROW-SW.
*>-----------------------------------------------------------------
*> One grant's verdict: confirm stamps the row; revoke stamps it
*> and removes the FORMACL row in the same breath - a revoked
*> grant never lingers until a cleanup job.
      MOVE 53         TO INTR-ERRNUM
      MOVE 53         TO CSTATUS
      GO TO DECIDE-ONE-GRANT-EXIT.
*> The row's supervisor decides, or their current delegate; an
*> unassigned row is anyone's to decide, as it always was.
     MOVE SPACES TO RC-ON-BEHALF-OF.
     IF RC-SUPVR NOT = "(UNASSIGNED)" AND RC-SUPVR NOT = SPACES
      MOVE SPACES       TO DELEG-CHECK
      MOVE RECERT-SUPVR TO DGC-ACTOR
      MOVE RC-SUPVR     TO DGC-PRINCIPAL
      MOVE "RECERT"     TO DGC-SCOPE
      CALL "VDELEGCHK" USING COMAREA DELEG-CHECK
      IF DGC-REFUSED
       MOVE "VRECERT" TO INTR-ERRNAME
       MOVE 137        TO INTR-ERRNUM
       MOVE 137        TO CSTATUS
       MOVE "NOT THE ROW'S SUPERVISOR OR THEIR DELEGATE" TO END-MSG
       GO TO DECIDE-ONE-GRANT-EXIT
      END-IF
      IF DGC-DELEGATED
       MOVE RC-SUPVR TO RC-ON-BEHALF-OF
      END-IF
     END-IF.

     PERFORM Get-ClockSeconds.
     IF RECERT-CONFIRM
     CALL "DBLOCK" USING Secdb-Database DS-RECERT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-RECERT
         MODE-1 STATUS-AREA ALL-ITEMS DB-RECERT.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-RECERT

     IF RECERT-REVOKE
      PERFORM REVOKE-ACL-ROW.

     MOVE RECERT-SUPVR TO AAL-ACTOR.
     MOVE "VRECERT"    TO AAL-PROGRAM.
     IF RECERT-CONFIRM
      MOVE "RECERT-CONFIRM" TO AAL-ACTION
     ELSE
      MOVE "RECERT-REVOKE"  TO AAL-ACTION.
     MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING RC-USER DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            RC-FORM DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE RC-CAMPAIGN     TO AAL-OLD.
     MOVE RC-STATE        TO AAL-NEW.
     MOVE RC-ON-BEHALF-OF TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 DECIDE-ONE-GRANT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
      IF CONDITION-WORD = 0
       CALL "DBLOCK" USING Secdb-Database DS-FORM-ACL
           MODE-3 STATUS-AREA
       CALL "VDBDELETE" USING Secdb-Database DS-FORM-ACL
           MODE-1 STATUS-AREA
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-FORM-ACL
       MOVE ClockSeconds TO RC-DECIDE-TIME
       CALL "DBLOCK" USING Secdb-Database DS-RECERT
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-RECERT
           MODE-1 STATUS-AREA ALL-ITEMS DB-RECERT
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
