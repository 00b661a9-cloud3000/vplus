>>source format free
*>*****************************************************************
*>*                     V S U P D I G E S T                        *
*>*****************************************************************
*>   Supervisor morning digest, run by the scheduler (a RUNPLAN
*>   step) before the day starts. For every supervisor in the
*>   SUPERVISOR dataset it gathers the count and the oldest age of
*>   each kind of item waiting on them:
*>     APPROVALS   pending PENDAPPR transactions keyed by their staff
*>     WORK QUEUE  pending WORKQUEUE items routed to a role they hold
*>                 (USERROLE)
*>     QA REVIEWS  pending QAREVIEW samples of their staff's work
*>     RECERT      pending RECERT worksheet rows assigned to them
*>     FIRECALL    active grants they made that expire within
*>                 SUPDIGEST-EXPIRE-HOURS
*>     ACCESS REQS pending ACCESSREQ form-access requests routed to
*>                 them
*>   Whatever is older than SUPDIGEST-FLAG-HOURS is listed first, as
*>   OVERDUE, so nothing sits for a week unnoticed. The digest goes
*>   by mail to the supervisor's PRINTDEST user mail destination and,
*>   when there is none (or the mailer refuses it), as a VOPERMSG
*>   that pops at their first read cycle of the day. A supervisor
*>   with nothing waiting is left alone. Every digest also lands in
*>   the run report.
*>   Age runs from when the item was raised: the maker's park time,
*>   the pend time, the sample time, the campaign build, the grant,
*>   the request.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSUPDIGEST.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT SUPDIGEST-FILE
        ASSIGN TO SUPDIGEST-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SDIG-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  SUPDIGEST-FILE.
 01  SUPDIGEST-RECORD             PIC X(132).
 WORKING-STORAGE SECTION.
 01 SDIG-STATUS1            PIC XX.
 01 SUPDIGEST-FILE-NAME-WRK PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(1024) VALUE LOW-VALUES.

 01 FLAG-HOURS              PIC S9(4) COMP-5 VALUE 0.
 01 EXPIRE-HOURS            PIC S9(4) COMP-5 VALUE 0.
 01 FLAG-BEFORE             PIC S9(18) COMP-5 VALUE 0.
 01 EXPIRE-BY               PIC S9(18) COMP-5 VALUE 0.
 01 ITEM-TIME               PIC S9(18) COMP-5 VALUE 0.
 01 AGE-SECONDS             PIC S9(18) COMP-5 VALUE 0.
 01 AGE-DAYS                PIC S9(8) COMP-5 VALUE 0.
 01 AGE-HOURS               PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-ITEMS             PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-OVERDUE           PIC S9(8) COMP-5 VALUE 0.
 01 LINE-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 LEAD-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 MSG-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 FIND-USER               PIC X(32) VALUE SPACES.
 01 MAIL-ADDR               PIC X(64) VALUE SPACES.
 01 DELIVERED-SW            PIC X VALUE "N".
    88 DIGEST-MAILED            VALUE "M".
 01 DISP-CNT                PIC Z(7)9.
 01 DISP-DAYS               PIC Z(4)9.
 01 DISP-HOURS              PIC 99.
 01 CNT-TEXT                PIC X(08) VALUE SPACES.
 01 AGE-TEXT                PIC X(12) VALUE SPACES.
 01 DIGEST-LINE             PIC X(132) VALUE SPACES.

 01 KIND-NAME-VALUES.
    05 FILLER               PIC X(12) VALUE "APPROVALS".
    05 FILLER               PIC X(12) VALUE "WORK QUEUE".
    05 FILLER               PIC X(12) VALUE "QA REVIEWS".
    05 FILLER               PIC X(12) VALUE "RECERT".
    05 FILLER               PIC X(12) VALUE "FIRECALL".
    05 FILLER               PIC X(12) VALUE "ACCESS REQS".
 01 KIND-NAMES REDEFINES KIND-NAME-VALUES.
    05 KIND-NAME            PIC X(12) OCCURS 6 TIMES.
 01 KIND-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 KIND-APPROVALS          PIC S9(4) COMP-5 VALUE 1.
 01 KIND-WORK-QUEUE         PIC S9(4) COMP-5 VALUE 2.
 01 KIND-QA-REVIEWS         PIC S9(4) COMP-5 VALUE 3.
 01 KIND-RECERT             PIC S9(4) COMP-5 VALUE 4.
 01 KIND-FIRECALL           PIC S9(4) COMP-5 VALUE 5.
 01 KIND-ACCESS-REQS        PIC S9(4) COMP-5 VALUE 6.

*> One entry per supervisor, collected up front from SUPERVISOR so
*> every item scan below is a single pass tallying into the table.
 01 SUPV-TABLE.
    05 SV-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 SV-ENTRY OCCURS 200 TIMES.
       10 SV-USER               PIC X(32).
       10 SV-KIND OCCURS 6 TIMES.
          15 SV-ITEMS           PIC S9(8) COMP-5.
          15 SV-OLDEST          PIC S9(18) COMP-5.
          15 SV-OVERDUE         PIC S9(8) COMP-5.
 01 SV-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 SV-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.

*> The roles each supervisor holds - a WORKQUEUE item routed to a
*> role waits on every supervisor in it.
 01 ROLE-TABLE.
    05 RL-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 RL-ENTRY OCCURS 400 TIMES.
       10 RL-SV-IDX             PIC S9(4) COMP-5.
       10 RL-ROLE               PIC X(16).
 01 RL-IDX                  PIC S9(4) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".
 01 DS-RECERT               Pic X(16) Value "RECERT".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
 01 DS-ACCESS-REQUEST       Pic X(16) Value "ACCESSREQ".
 01 DS-PRINT-DEST           Pic X(16) Value "PRINTDEST".

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
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(48).
 01  SUP-SEARCH-KEY        PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VSUPDIGEST.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO SUPDIGEST-SUPVR-CNT.
     MOVE 0 TO SUPDIGEST-FLAG-CNT.
     MOVE 0 TO SUPDIGEST-MAIL-CNT.
     MOVE 0 TO SUPDIGEST-MSG-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VSUPDIGEST "
      delimited by "  " into INTR-CALLNAME.

     MOVE SUPDIGEST-FLAG-HOURS TO FLAG-HOURS.
     IF FLAG-HOURS NOT > 0
      MOVE 72 TO FLAG-HOURS.
     MOVE SUPDIGEST-EXPIRE-HOURS TO EXPIRE-HOURS.
     IF EXPIRE-HOURS NOT > 0
      MOVE 24 TO EXPIRE-HOURS.

     MOVE "SUPDIGEST.RPT" TO SUPDIGEST-FILE-NAME-WRK.
     IF SUPDIGEST-RPT-NAME NOT = SPACES
      MOVE SUPDIGEST-RPT-NAME TO SUPDIGEST-FILE-NAME-WRK.
     OPEN OUTPUT SUPDIGEST-FILE.
     IF SDIG-STATUS1 NOT = "00"
      MOVE "VSUPDIGEST" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO VSUPDIGEST-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VSUPDIGEST" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      CLOSE SUPDIGEST-FILE
      GO TO VSUPDIGEST-RETURN.

     PERFORM Get-ClockSeconds.
     COMPUTE FLAG-BEFORE = ClockSeconds - (FLAG-HOURS * 3600).
     COMPUTE EXPIRE-BY   = ClockSeconds + (EXPIRE-HOURS * 3600).

     PERFORM LOAD-SUPERVISORS.
     PERFORM LOAD-SUPERVISOR-ROLES.
     PERFORM COUNT-APPROVALS.
     PERFORM COUNT-WORK-QUEUE.
     PERFORM COUNT-QA-REVIEWS.
     PERFORM COUNT-RECERT.
     PERFORM COUNT-FIRECALL.
     PERFORM COUNT-ACCESS-REQS.

     PERFORM DIGEST-ONE-SUPERVISOR THRU DIGEST-ONE-SUPERVISOR-EXIT
         VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-CNT.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE SUPDIGEST-FILE.

 VSUPDIGEST-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Every distinct supervisor named on a SUPERVISOR row.
 LOAD-SUPERVISORS.
     MOVE 0 TO SV-CNT.
     MOVE LOW-VALUES TO DB-SUPERVISOR.
     CALL "DBGET" USING Secdb-Database DS-SUPERVISOR SERIAL
         STATUS-AREA ALL-ITEMS DB-SUPERVISOR NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE SUP-SUPVR TO FIND-USER
      PERFORM FIND-OR-ADD-SUPERVISOR
      CALL "DBGET" USING Secdb-Database DS-SUPERVISOR SERIAL
          STATUS-AREA ALL-ITEMS DB-SUPERVISOR NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 LOAD-SUPERVISOR-ROLES.
     MOVE 0 TO RL-CNT.
     MOVE LOW-VALUES TO DB-USER-ROLE.
     CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE UR-USER TO FIND-USER
      PERFORM FIND-SUPERVISOR
      IF SV-IDX > 0 AND RL-CNT < 400
       ADD 1 TO RL-CNT
       MOVE SV-IDX  TO RL-SV-IDX(RL-CNT)
       MOVE UR-ROLE TO RL-ROLE(RL-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 COUNT-APPROVALS.
     MOVE KIND-APPROVALS TO KIND-IDX.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PA-PENDING
       MOVE PA-USER TO SUP-SEARCH-KEY
       PERFORM SUPERVISOR-OF-USER
       MOVE PA-TIME TO ITEM-TIME
       PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Pending only - a claimed item already has a handler working it.
 COUNT-WORK-QUEUE.
     MOVE KIND-WORK-QUEUE TO KIND-IDX.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF WQ-PENDING
       MOVE WQ-TIME TO ITEM-TIME
       PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
        IF RL-ROLE(RL-IDX) = WQ-TARGET-ROLE
         MOVE RL-SV-IDX(RL-IDX) TO SV-IDX
         PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
        END-IF
       END-PERFORM
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 COUNT-QA-REVIEWS.
     MOVE KIND-QA-REVIEWS TO KIND-IDX.
     MOVE LOW-VALUES TO DB-QA-REVIEW.
     CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
         STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF QR-PENDING
       MOVE QR-USER TO SUP-SEARCH-KEY
       PERFORM SUPERVISOR-OF-USER
       MOVE QR-TIME TO ITEM-TIME
       PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
          STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The worksheet row names its supervisor; one not on a SUPERVISOR
*> row any longer still gets a digest for rows left in their name.
 COUNT-RECERT.
     MOVE KIND-RECERT TO KIND-IDX.
     MOVE LOW-VALUES TO DB-RECERT.
     CALL "DBGET" USING Secdb-Database DS-RECERT SERIAL
         STATUS-AREA ALL-ITEMS DB-RECERT NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF RC-PENDING AND RC-SUPVR NOT = "(UNASSIGNED)"
       MOVE RC-SUPVR TO FIND-USER
       PERFORM FIND-OR-ADD-SUPERVISOR
       MOVE RC-BUILD-TIME TO ITEM-TIME
       PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-RECERT SERIAL
          STATUS-AREA ALL-ITEMS DB-RECERT NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Active grants by this supervisor running out inside the window -
*> extend, or let lapse on purpose. A grant already past its expiry
*> that the nightly sweep has not reached counts too.
 COUNT-FIRECALL.
     MOVE KIND-FIRECALL TO KIND-IDX.
     MOVE LOW-VALUES TO DB-FIRECALL.
     CALL "DBGET" USING Secdb-Database DS-FIRECALL SERIAL
         STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF FCG-ACTIVE AND FCG-EXPIRE-TIME NOT > EXPIRE-BY
       MOVE FCG-GRANTED-BY TO FIND-USER
       PERFORM FIND-OR-ADD-SUPERVISOR
       MOVE FCG-GRANT-TIME TO ITEM-TIME
       PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-FIRECALL SERIAL
          STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> A request waits on the supervisor it was routed to when filed.
 COUNT-ACCESS-REQS.
     MOVE KIND-ACCESS-REQS TO KIND-IDX.
     MOVE LOW-VALUES TO DB-ACCESS-REQUEST.
     CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
         STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF AR-PENDING
       MOVE AR-SUPVR TO FIND-USER
       PERFORM FIND-OR-ADD-SUPERVISOR
       MOVE AR-REQ-TIME TO ITEM-TIME
       PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-ACCESS-REQUEST SERIAL
          STATUS-AREA ALL-ITEMS DB-ACCESS-REQUEST NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> SV-IDX is the supervisor of the staff member in SUP-SEARCH-KEY,
*> zero when they have none - their items wait on no one in
*> particular.
 SUPERVISOR-OF-USER.
     MOVE 0 TO SV-IDX.
     CALL "DBGET" USING Secdb-Database DS-SUPERVISOR KEYED
         STATUS-AREA ALL-ITEMS DB-SUPERVISOR SUP-SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND SUP-SUPVR NOT = SPACES
      MOVE SUP-SUPVR TO FIND-USER
      PERFORM FIND-SUPERVISOR.
*>-----------------------------------------------------------------
 FIND-SUPERVISOR.
     MOVE 0 TO SV-IDX.
     PERFORM VARYING SV-SCAN-IDX FROM 1 BY 1
       UNTIL SV-SCAN-IDX > SV-CNT OR SV-IDX > 0
      IF SV-USER(SV-SCAN-IDX) = FIND-USER
       MOVE SV-SCAN-IDX TO SV-IDX
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 FIND-OR-ADD-SUPERVISOR.
     MOVE 0 TO SV-IDX.
     IF FIND-USER NOT = SPACES
      PERFORM FIND-SUPERVISOR.
     IF FIND-USER NOT = SPACES AND SV-IDX = 0 AND SV-CNT < 200
      ADD 1 TO SV-CNT
      MOVE SV-CNT TO SV-IDX
      INITIALIZE SV-ENTRY(SV-IDX)
      MOVE FIND-USER TO SV-USER(SV-IDX).
*>-----------------------------------------------------------------
*> One item of KIND-IDX raised at ITEM-TIME waiting on SV-IDX.
 TALLY-ITEM.
     IF SV-IDX = 0
      GO TO TALLY-ITEM-EXIT.
     ADD 1 TO SV-ITEMS(SV-IDX, KIND-IDX).
     IF ITEM-TIME > 0
      IF SV-OLDEST(SV-IDX, KIND-IDX) = 0
       OR ITEM-TIME < SV-OLDEST(SV-IDX, KIND-IDX)
       MOVE ITEM-TIME TO SV-OLDEST(SV-IDX, KIND-IDX)
      END-IF
      IF ITEM-TIME < FLAG-BEFORE
       ADD 1 TO SV-OVERDUE(SV-IDX, KIND-IDX)
      END-IF
     END-IF.
 TALLY-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One supervisor's digest: headline, the overdue kinds on top,
*> then every kind with its count and oldest age - into the report,
*> and into the mail body built on the Tcl side as it goes.
 DIGEST-ONE-SUPERVISOR.
     MOVE 0 TO TOTAL-ITEMS.
     MOVE 0 TO TOTAL-OVERDUE.
     PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 6
      ADD SV-ITEMS(SV-IDX, KIND-IDX)   TO TOTAL-ITEMS
      ADD SV-OVERDUE(SV-IDX, KIND-IDX) TO TOTAL-OVERDUE
     END-PERFORM.
     ADD 1 TO SUPDIGEST-SUPVR-CNT.
     ADD TOTAL-OVERDUE TO SUPDIGEST-FLAG-CNT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set SDG_BODY {}" DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE TOTAL-ITEMS TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     MOVE SPACES TO DIGEST-LINE.
     STRING "SUPERVISOR " DELIMITED BY SIZE
            SV-USER(SV-IDX) DELIMITED BY SPACE
            " - " DELIMITED BY SIZE
            CNT-TEXT DELIMITED BY SPACE
            " ITEMS WAITING" DELIMITED BY SIZE
      INTO DIGEST-LINE.
     PERFORM WRITE-DIGEST-LINE.

     IF TOTAL-ITEMS = 0
      MOVE "   NOTHING WAITING - NO DIGEST SENT" TO DIGEST-LINE
      PERFORM WRITE-DIGEST-LINE
      GO TO DIGEST-ONE-SUPERVISOR-EXIT.

     IF TOTAL-OVERDUE > 0
      PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 6
       IF SV-OVERDUE(SV-IDX, KIND-IDX) > 0
        PERFORM WRITE-OVERDUE-LINE
       END-IF
      END-PERFORM
     END-IF.
     PERFORM WRITE-KIND-LINE
         VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 6.

     IF SUPDIGEST-REPORT-ONLY
      GO TO DIGEST-ONE-SUPERVISOR-EXIT.

     MOVE "N" TO DELIVERED-SW.
     IF NOT SUPDIGEST-MSG-ONLY
      PERFORM FIND-MAIL-ADDRESS THRU FIND-MAIL-ADDRESS-EXIT
      IF MAIL-ADDR NOT = SPACES
       PERFORM MAIL-DIGEST
      END-IF
     END-IF.
     IF NOT DIGEST-MAILED OR SUPDIGEST-BOTH
      PERFORM POST-DIGEST-MESSAGE.
 DIGEST-ONE-SUPERVISOR-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-OVERDUE-LINE.
     MOVE SV-OVERDUE(SV-IDX, KIND-IDX) TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     MOVE SV-OLDEST(SV-IDX, KIND-IDX) TO ITEM-TIME.
     PERFORM FORMAT-AGE.
     MOVE FLAG-HOURS TO DISP-DAYS.
     MOVE SPACES TO DIGEST-LINE.
     STRING "   ** OVERDUE ** " DELIMITED BY SIZE
            KIND-NAME(KIND-IDX) DELIMITED BY SIZE
            CNT-TEXT DELIMITED BY SPACE
            " OLDER THAN" DELIMITED BY SIZE
            DISP-DAYS DELIMITED BY SIZE
            " HOURS, OLDEST " DELIMITED BY SIZE
            AGE-TEXT DELIMITED BY SIZE
      INTO DIGEST-LINE.
     PERFORM WRITE-DIGEST-LINE.
*>-----------------------------------------------------------------
 WRITE-KIND-LINE.
     MOVE SV-ITEMS(SV-IDX, KIND-IDX) TO DISP-CNT.
     MOVE SPACES TO DIGEST-LINE.
     IF SV-ITEMS(SV-IDX, KIND-IDX) = 0
      OR SV-OLDEST(SV-IDX, KIND-IDX) = 0
      STRING "   " KIND-NAME(KIND-IDX) DISP-CNT
       DELIMITED BY SIZE INTO DIGEST-LINE
     ELSE
      MOVE SV-OLDEST(SV-IDX, KIND-IDX) TO ITEM-TIME
      PERFORM FORMAT-AGE
      STRING "   " KIND-NAME(KIND-IDX) DISP-CNT
             "   OLDEST " AGE-TEXT
       DELIMITED BY SIZE INTO DIGEST-LINE.
     IF KIND-IDX = KIND-FIRECALL AND SV-ITEMS(SV-IDX, KIND-IDX) > 0
      MOVE EXPIRE-HOURS TO DISP-DAYS
      STRING "   EXPIRING WITHIN" DISP-DAYS " HOURS"
       DELIMITED BY SIZE INTO DIGEST-LINE(50:).
     PERFORM WRITE-DIGEST-LINE.
*>-----------------------------------------------------------------
*> Into the report, and appended to the mail body on the Tcl side.
 WRITE-DIGEST-LINE.
     MOVE DIGEST-LINE TO SUPDIGEST-RECORD.
     WRITE SUPDIGEST-RECORD.
     PERFORM VARYING LINE-LEN FROM 132 BY -1
       UNTIL LINE-LEN < 1 OR DIGEST-LINE(LINE-LEN:1) NOT = SPACE
      CONTINUE
     END-PERFORM.
     IF LINE-LEN < 1
      MOVE 1 TO LINE-LEN.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "SDGLINE" DELIMITED BY SIZE INTO TCL-VARNAME.
     MOVE DIGEST-LINE(1:LINE-LEN) TO TCL-BUFFER(1:LINE-LEN).
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "append SDG_BODY $SDGLINE \n" DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
*>-----------------------------------------------------------------
*> The supervisor's own mail destination: a user-kind PRINTDEST row
*> of mail type, the same row VPRTDELIVER would mail their jobs to.
 FIND-MAIL-ADDRESS.
     MOVE SPACES TO MAIL-ADDR.
     MOVE "DESTKEY;"      TO SEARCH-ITEM.
     MOVE SV-USER(SV-IDX) TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINT-DEST
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
      GO TO FIND-MAIL-ADDRESS-EXIT.
     PERFORM UNTIL MAIL-ADDR NOT = SPACES OR END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-PRINT-DEST CHAINED
          STATUS-AREA ALL-ITEMS DB-PRINT-DEST NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       IF DEST-BY-USER AND DEST-MAIL
        MOVE DEST-ADDRESS TO MAIL-ADDR
       END-IF
      END-IF
     END-PERFORM.
 FIND-MAIL-ADDRESS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Host mailer through the Tcl bridge, the same route VALERTMON and
*> VPRTDELIVER use. A refusal leaves the digest undelivered by mail
*> and the operator message carries it instead.
 MAIL-DIGEST.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "exec mailx -s {VPLUS supervisor digest} "
                                DELIMITED BY SIZE
            MAIL-ADDR           DELIMITED BY SPACE
            " << $SDG_BODY"     DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     MOVE SPACES TO DIGEST-LINE.
     IF TCL-RESULT = 0
      MOVE "M" TO DELIVERED-SW
      ADD 1 TO SUPDIGEST-MAIL-CNT
      STRING "   MAILED TO " MAIL-ADDR
       DELIMITED BY SIZE INTO DIGEST-LINE
     ELSE
      STRING "   MAIL REFUSED FOR " MAIL-ADDR
       DELIMITED BY SIZE INTO DIGEST-LINE.
     MOVE DIGEST-LINE TO SUPDIGEST-RECORD.
     WRITE SUPDIGEST-RECORD.
*>-----------------------------------------------------------------
*> The one-line form for the popup: totals, the overdue count, then
*> each kind with items and its oldest age.
 POST-DIGEST-MESSAGE.
     MOVE SPACES TO OPERMSG-TEXT.
     MOVE 1 TO MSG-PTR.
     MOVE TOTAL-ITEMS TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "DIGEST: " DELIMITED BY SIZE
            CNT-TEXT DELIMITED BY SPACE
            " ITEMS WAITING" DELIMITED BY SIZE
      INTO OPERMSG-TEXT WITH POINTER MSG-PTR.
     IF TOTAL-OVERDUE > 0
      MOVE TOTAL-OVERDUE TO DISP-CNT
      PERFORM TRIM-DISP-CNT
      STRING ", " DELIMITED BY SIZE
             CNT-TEXT DELIMITED BY SPACE
             " OVERDUE" DELIMITED BY SIZE
       INTO OPERMSG-TEXT WITH POINTER MSG-PTR.
     STRING "." DELIMITED BY SIZE
      INTO OPERMSG-TEXT WITH POINTER MSG-PTR.
     PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 6
      IF SV-ITEMS(SV-IDX, KIND-IDX) > 0
       MOVE SV-ITEMS(SV-IDX, KIND-IDX) TO DISP-CNT
       PERFORM TRIM-DISP-CNT
       STRING " " DELIMITED BY SIZE
              KIND-NAME(KIND-IDX) DELIMITED BY "  "
              " " DELIMITED BY SIZE
              CNT-TEXT DELIMITED BY SPACE
        INTO OPERMSG-TEXT WITH POINTER MSG-PTR
       END-STRING
       IF SV-OLDEST(SV-IDX, KIND-IDX) > 0
        MOVE SV-OLDEST(SV-IDX, KIND-IDX) TO ITEM-TIME
        PERFORM FORMAT-AGE
        STRING " (" AGE-TEXT DELIMITED BY "  "
               ")" DELIMITED BY SIZE
         INTO OPERMSG-TEXT WITH POINTER MSG-PTR
        END-STRING
       END-IF
      END-IF
     END-PERFORM.

     MOVE "P"             TO OPERMSG-ACTION.
     MOVE SV-USER(SV-IDX) TO OPERMSG-TARGET-USER.
     CALL "VOPERMSG" USING COMAREA.
     ADD 1 TO SUPDIGEST-MSG-CNT.
     MOVE SPACES TO DIGEST-LINE.
     STRING "   POSTED AS OPERATOR MESSAGE TO " SV-USER(SV-IDX)
      DELIMITED BY SIZE INTO DIGEST-LINE.
     MOVE DIGEST-LINE TO SUPDIGEST-RECORD.
     WRITE SUPDIGEST-RECORD.
*>-----------------------------------------------------------------
*> ITEM-TIME's age as "5D 04H" in AGE-TEXT.
 FORMAT-AGE.
     COMPUTE AGE-SECONDS = ClockSeconds - ITEM-TIME.
     IF AGE-SECONDS < 0
      MOVE 0 TO AGE-SECONDS.
     COMPUTE AGE-HOURS = AGE-SECONDS / 3600.
     COMPUTE AGE-DAYS  = AGE-HOURS / 24.
     COMPUTE AGE-HOURS = AGE-HOURS - (AGE-DAYS * 24).
     MOVE AGE-DAYS  TO DISP-DAYS.
     MOVE AGE-HOURS TO DISP-HOURS.
     MOVE 0 TO LEAD-CNT.
     INSPECT DISP-DAYS TALLYING LEAD-CNT FOR LEADING SPACES.
     MOVE SPACES TO AGE-TEXT.
     STRING DISP-DAYS(LEAD-CNT + 1:) "D " DISP-HOURS "H"
      DELIMITED BY SIZE INTO AGE-TEXT.
*>-----------------------------------------------------------------
 TRIM-DISP-CNT.
     MOVE 0 TO LEAD-CNT.
     INSPECT DISP-CNT TALLYING LEAD-CNT FOR LEADING SPACES.
     MOVE SPACES TO CNT-TEXT.
     MOVE DISP-CNT(LEAD-CNT + 1:) TO CNT-TEXT.
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
