>>source format free
*>*****************************************************************
*>*                      V M A I N T W I N                         *
*>*****************************************************************
*>   Planned-maintenance calendar. Windows are scheduled ahead in
*>   SECDB/MAINTWIN ("S", "C" to cancel one not yet started), and
*>   the scheduler runs the pass every few minutes, which does for
*>   each window of this environment what used to be done by hand:
*>     - as each lead time before the start passes (24 hours, 1
*>       hour, 10 minutes) a VOPERMSG broadcast warns everyone
*>       signed on - only the latest one due, when the scheduler
*>       was down across an earlier one;
*>     - at the start the SYSCTL drain flag goes up with the
*>       window's message, so VOPENTERM refuses new sign-ons with
*>       it and every VREADFIELDS read reminds those still on;
*>     - at the end the flag comes down again (unless someone had
*>       raised it by hand before the window, or has taken it over
*>       since) and the sessions still connected are listed in the
*>       report and counted to the window's scheduler by VOPERMSG.
*>   A window that was never opened - the scheduler down across all
*>   of it - is closed off and reported as missed. Every drain
*>   change and every schedule change goes to the ADMINLOG journal.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VMAINTWIN.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT MAINTWIN-FILE
        ASSIGN TO MAINTWIN-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MWIN-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  MAINTWIN-FILE.
 01  MAINTWIN-RECORD              PIC X(160).
 WORKING-STORAGE SECTION.
 01 MWIN-STATUS1            PIC XX.
 01 MAINTWIN-FILE-NAME-WRK  PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 ACTOR-USER              PIC X(32) VALUE SPACES.
 01 ACTIONS-TAKEN           PIC S9(8) COMP-5 VALUE 0.
 01 CONNECTED-CNT           PIC S9(8) COMP-5 VALUE 0.
 01 DISP-COUNT              PIC ZZZZZZZ9.
 01 DISP-EPOCH              PIC Z(17)9.
 01 START-TEXT              PIC X(20) VALUE SPACES.
 01 NOTICE-TEXT             PIC X(240) VALUE SPACES.
 01 NOTICE-DUE              PIC S9(4) COMP-5 VALUE 0.
 01 LEAD-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 SYSCTL-FOUND-SW         PIC X VALUE "N".
    88 SYSCTL-REC-FOUND         VALUE "Y".
 01 WINDOW-FOUND-SW         PIC X VALUE "N".
    88 WINDOW-FOUND             VALUE "Y".
 01 DRAIN-DEFAULT-MSG       PIC X(79) VALUE
        "SYSTEM CLOSED FOR PLANNED MAINTENANCE - PLEASE TRY LATER".

*> The warning lead times, longest first, and how each reads in the
*> broadcast.
 01 LEAD-TIME-TABLE.
    05 FILLER PIC S9(4) COMP-5 VALUE 1440.
    05 FILLER PIC X(10)        VALUE "24 HOURS".
    05 FILLER PIC S9(4) COMP-5 VALUE 60.
    05 FILLER PIC X(10)        VALUE "1 HOUR".
    05 FILLER PIC S9(4) COMP-5 VALUE 10.
    05 FILLER PIC X(10)        VALUE "10 MINUTES".
 01 LEAD-TIME-LIST REDEFINES LEAD-TIME-TABLE.
    05 LEAD-ENTRY OCCURS 3 TIMES.
       10 LEAD-MINUTES          PIC S9(4) COMP-5.
       10 LEAD-TEXT             PIC X(10).

*> Windows are collected up front, then each is re-read keyed and
*> updated in place - the serial scan is not disturbed by the puts.
 01 WINDOW-TABLE.
    05 WT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 WT-ENTRY OCCURS 64 TIMES.
       10 WT-WINDOW-ID          PIC X(08).
 01 WT-IDX                  PIC S9(4) COMP-5 VALUE 0.

 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-MAINT-WINDOW         Pic X(16) Value "MAINTWIN".
 01 DS-SYS-CONTROL          Pic X(16) Value "SYSCTL".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
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
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VMAINTWIN.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO MAINTWIN-ACTION-CNT MAINTWIN-CONNECTED-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VMAINTWIN "
      delimited by "  " into INTR-CALLNAME.

     IF (MAINTWIN-SCHEDULE OR MAINTWIN-CANCEL)
      AND MAINTWIN-ID = SPACES
      OR (MAINTWIN-SCHEDULE
          AND (MAINTWIN-START < 1 OR MAINTWIN-END NOT > MAINTWIN-START))
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 155         TO INTR-ERRNUM
      MOVE 155         TO CSTATUS
      MOVE "WINDOW ID, AND A START BEFORE THE END, ARE REQUIRED"
        TO END-MSG
      GO TO VMAINTWIN-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VMAINTWIN-RETURN.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.

     EVALUATE TRUE
      WHEN MAINTWIN-SCHEDULE
       PERFORM SCHEDULE-WINDOW THRU SCHEDULE-WINDOW-EXIT
      WHEN MAINTWIN-CANCEL
       PERFORM CANCEL-WINDOW THRU CANCEL-WINDOW-EXIT
      WHEN OTHER
       PERFORM RUN-CALENDAR THRU RUN-CALENDAR-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VMAINTWIN-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> A new window, or a change to one not yet started. One already
*> under way is changed by letting it end, not by rewriting it.
 SCHEDULE-WINDOW.
     PERFORM FIND-WINDOW.
     IF WINDOW-FOUND AND NOT MW-SCHEDULED AND NOT MW-CANCELLED
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 155         TO INTR-ERRNUM
      MOVE 155         TO CSTATUS
      MOVE "WINDOW HAS ALREADY STARTED - IT CANNOT BE CHANGED"
        TO END-MSG
      GO TO SCHEDULE-WINDOW-EXIT.

     MOVE SPACES TO AAL-OLD.
     IF WINDOW-FOUND
      PERFORM FORMAT-WINDOW
      MOVE AAL-NEW TO AAL-OLD
     ELSE
      INITIALIZE DB-MAINT-WINDOW
      MOVE MAINTWIN-ID TO MW-WINDOW-ID.
     MOVE MAINTWIN-START   TO MW-START-TIME.
     MOVE MAINTWIN-END     TO MW-END-TIME.
     MOVE MAINTWIN-MESSAGE TO MW-MESSAGE.
     MOVE MAINTWIN-ENV     TO MW-ENVIRONMENT.
     MOVE " "              TO MW-STATE.
     MOVE 0                TO MW-NOTICES-SENT MW-CONNECTED-AT-END.
     MOVE "N"              TO MW-DRAIN-PRIOR-SW.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER       TO MW-SET-BY.
     MOVE ClockSeconds     TO MW-SET-TIME.
     PERFORM PUT-WINDOW.
     IF CSTATUS NOT = 0
      GO TO SCHEDULE-WINDOW-EXIT.

     PERFORM FORMAT-WINDOW.
     MOVE "MAINT-SCHEDULE" TO AAL-ACTION.
     PERFORM LOG-ADMIN-ACTION.
 SCHEDULE-WINDOW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CANCEL-WINDOW.
     PERFORM FIND-WINDOW.
     IF NOT WINDOW-FOUND OR NOT MW-SCHEDULED
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 155         TO INTR-ERRNUM
      MOVE 155         TO CSTATUS
      MOVE "NO SUCH WINDOW WAITING TO START" TO END-MSG
      GO TO CANCEL-WINDOW-EXIT.

     PERFORM FORMAT-WINDOW.
     MOVE AAL-NEW TO AAL-OLD.
     MOVE "X" TO MW-STATE.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER   TO MW-SET-BY.
     MOVE ClockSeconds TO MW-SET-TIME.
     PERFORM PUT-WINDOW.
     IF CSTATUS NOT = 0
      GO TO CANCEL-WINDOW-EXIT.

*> Anyone already warned hears it is off.
     IF MW-NOTICES-SENT > 0
      PERFORM FORMAT-START-TIME
      MOVE SPACES TO NOTICE-TEXT
      STRING "PLANNED MAINTENANCE AT " DELIMITED BY SIZE
             START-TEXT DELIMITED BY "  "
             " HAS BEEN CANCELLED" DELIMITED BY SIZE
       INTO NOTICE-TEXT
      PERFORM BROADCAST-NOTICE.

     PERFORM FORMAT-WINDOW.
     MOVE "MAINT-CANCEL" TO AAL-ACTION.
     PERFORM LOG-ADMIN-ACTION.
 CANCEL-WINDOW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The scheduler pass over every open window.
 RUN-CALENDAR.
     MOVE "MAINTWIN.RPT" TO MAINTWIN-FILE-NAME-WRK.
     IF MAINTWIN-RPT-NAME NOT = SPACES
      MOVE MAINTWIN-RPT-NAME TO MAINTWIN-FILE-NAME-WRK.
     OPEN OUTPUT MAINTWIN-FILE.
     IF MWIN-STATUS1 NOT = "00"
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO RUN-CALENDAR-EXIT.

     MOVE "VMAINTWIN" TO ACTOR-USER.
     PERFORM LOAD-WINDOW-TABLE.
     PERFORM PROCESS-ONE-WINDOW THRU PROCESS-ONE-WINDOW-EXIT
         VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WT-CNT.

     CLOSE MAINTWIN-FILE.
     MOVE ACTIONS-TAKEN TO MAINTWIN-ACTION-CNT.
 RUN-CALENDAR-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Open windows for this environment - those still to start and
*> those under way.
 LOAD-WINDOW-TABLE.
     MOVE 0 TO WT-CNT.
     MOVE LOW-VALUES TO DB-MAINT-WINDOW.
     CALL "DBGET" USING Secdb-Database DS-MAINT-WINDOW SERIAL
         STATUS-AREA ALL-ITEMS DB-MAINT-WINDOW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR WT-CNT NOT < 64
      IF (MW-SCHEDULED OR MW-ACTIVE)
       AND (MW-ENVIRONMENT = SPACES OR MW-ENVIRONMENT = "ALL"
            OR MW-ENVIRONMENT = MM-DBENV-NAME)
       ADD 1 TO WT-CNT
       MOVE MW-WINDOW-ID TO WT-WINDOW-ID(WT-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-MAINT-WINDOW SERIAL
          STATUS-AREA ALL-ITEMS DB-MAINT-WINDOW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 PROCESS-ONE-WINDOW.
     MOVE WT-WINDOW-ID(WT-IDX) TO MAINTWIN-ID.
     PERFORM FIND-WINDOW.
     IF NOT WINDOW-FOUND
      GO TO PROCESS-ONE-WINDOW-EXIT.

     EVALUATE TRUE
      WHEN ClockSeconds NOT < MW-END-TIME
       PERFORM CLOSE-WINDOW THRU CLOSE-WINDOW-EXIT
      WHEN ClockSeconds NOT < MW-START-TIME
       IF MW-SCHEDULED
        PERFORM OPEN-WINDOW
       END-IF
      WHEN OTHER
       PERFORM SEND-DUE-NOTICE THRU SEND-DUE-NOTICE-EXIT
     END-EVALUATE.
 PROCESS-ONE-WINDOW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The latest lead time already passed that has not had its notice.
 SEND-DUE-NOTICE.
     MOVE 0 TO NOTICE-DUE.
     PERFORM VARYING LEAD-IDX FROM 1 BY 1 UNTIL LEAD-IDX > 3
      IF ClockSeconds NOT <
           MW-START-TIME - (LEAD-MINUTES(LEAD-IDX) * 60)
       MOVE LEAD-IDX TO NOTICE-DUE
      END-IF
     END-PERFORM.
     IF NOTICE-DUE = 0 OR NOTICE-DUE NOT > MW-NOTICES-SENT
      GO TO SEND-DUE-NOTICE-EXIT.

     PERFORM FORMAT-START-TIME.
     MOVE SPACES TO NOTICE-TEXT.
     STRING "PLANNED MAINTENANCE IN " DELIMITED BY SIZE
            LEAD-TEXT(NOTICE-DUE) DELIMITED BY "  "
            " (" DELIMITED BY SIZE
            START-TEXT DELIMITED BY "  "
            ")" DELIMITED BY SIZE
      INTO NOTICE-TEXT.
     IF MW-MESSAGE NOT = SPACES
      STRING NOTICE-TEXT DELIMITED BY "  "
             ": " DELIMITED BY SIZE
             MW-MESSAGE DELIMITED BY "  "
       INTO NOTICE-TEXT.
     PERFORM BROADCAST-NOTICE.

     MOVE NOTICE-DUE TO MW-NOTICES-SENT.
     PERFORM PUT-WINDOW.
     PERFORM WRITE-ACTION-LINE.
 SEND-DUE-NOTICE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The drain goes up with the window's message. A drain already
*> up by hand is noted, so the window's end does not lower it.
 OPEN-WINDOW.
     PERFORM GET-SYSCTL-RECORD.
     MOVE "N" TO MW-DRAIN-PRIOR-SW.
     IF SYSCTL-REC-FOUND AND SYSCTL-DRAINING
      MOVE "Y" TO MW-DRAIN-PRIOR-SW.
     MOVE "SYSTEM"     TO SYSCTL-KEY.
     MOVE "Y"          TO SYSCTL-DRAIN-SW.
     IF MW-MESSAGE NOT = SPACES
      MOVE MW-MESSAGE  TO SYSCTL-DRAIN-MSG
     ELSE
      MOVE DRAIN-DEFAULT-MSG TO SYSCTL-DRAIN-MSG.
     MOVE ACTOR-USER   TO SYSCTL-SET-BY.
     MOVE ClockSeconds TO SYSCTL-SET-TIME.
     PERFORM PUT-SYSCTL-RECORD.

     MOVE "A" TO MW-STATE.
     PERFORM PUT-WINDOW.

     MOVE SPACES TO NOTICE-TEXT.
     STRING "PLANNED MAINTENANCE HAS STARTED: " DELIMITED BY SIZE
            SYSCTL-DRAIN-MSG DELIMITED BY "  "
      INTO NOTICE-TEXT.
     PERFORM BROADCAST-NOTICE.

     PERFORM WRITE-ACTION-LINE.
     MOVE "DRAIN-ON"       TO AAL-ACTION.
     MOVE SPACES           TO AAL-OLD.
     MOVE SYSCTL-DRAIN-MSG TO AAL-NEW.
     PERFORM LOG-ADMIN-ACTION.
*>-----------------------------------------------------------------
*> The end of the window. The drain comes down only if this window
*> put it up and nobody has taken it over since; whoever is still
*> connected is listed and counted either way.
 CLOSE-WINDOW.
     IF MW-SCHEDULED
      MOVE SPACES TO NOTICE-TEXT
      STRING "WINDOW ENDED WITHOUT BEING OPENED - "
             "THE SCHEDULER DID NOT RUN DURING IT"
       DELIMITED BY SIZE INTO NOTICE-TEXT
      MOVE "D" TO MW-STATE
      PERFORM PUT-WINDOW
      PERFORM WRITE-ACTION-LINE
      GO TO CLOSE-WINDOW-EXIT.

     PERFORM GET-SYSCTL-RECORD.
     IF NOT MW-DRAIN-PRIOR
      AND SYSCTL-REC-FOUND AND SYSCTL-DRAINING
      AND SYSCTL-SET-BY = ACTOR-USER
      MOVE SYSCTL-DRAIN-MSG TO AAL-OLD
      MOVE "SYSTEM"     TO SYSCTL-KEY
      MOVE " "          TO SYSCTL-DRAIN-SW
      MOVE SPACES       TO SYSCTL-DRAIN-MSG
      MOVE ACTOR-USER   TO SYSCTL-SET-BY
      MOVE ClockSeconds TO SYSCTL-SET-TIME
      PERFORM PUT-SYSCTL-RECORD
      MOVE "DRAIN-OFF"  TO AAL-ACTION
      MOVE SPACES       TO AAL-NEW
      PERFORM LOG-ADMIN-ACTION
      MOVE "DRAIN RELEASED" TO NOTICE-TEXT
     ELSE
      MOVE "DRAIN LEFT UP - RAISED OR TAKEN OVER BY HAND"
        TO NOTICE-TEXT.
     PERFORM WRITE-ACTION-LINE.

     PERFORM LIST-CONNECTED-SESSIONS.
     MOVE CONNECTED-CNT TO MW-CONNECTED-AT-END.
     MOVE CONNECTED-CNT TO MAINTWIN-CONNECTED-CNT.
     MOVE "D" TO MW-STATE.
     PERFORM PUT-WINDOW.

*> Whoever scheduled the window hears how it ended.
     MOVE CONNECTED-CNT TO DISP-COUNT.
     MOVE SPACES TO NOTICE-TEXT.
     STRING "MAINTENANCE WINDOW " DELIMITED BY SIZE
            MW-WINDOW-ID DELIMITED BY SPACE
            " ENDED -" DELIMITED BY SIZE
            DISP-COUNT DELIMITED BY SIZE
            " SESSIONS STILL CONNECTED, SEE " DELIMITED BY SIZE
            MAINTWIN-FILE-NAME-WRK DELIMITED BY SPACE
      INTO NOTICE-TEXT.
     IF MW-SET-BY NOT = SPACES
      MOVE "P"         TO OPERMSG-ACTION
      MOVE MW-SET-BY   TO OPERMSG-TARGET-USER
      MOVE NOTICE-TEXT TO OPERMSG-TEXT
      CALL "VOPERMSG" USING COMAREA.
 CLOSE-WINDOW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LIST-CONNECTED-SESSIONS.
     MOVE 0 TO CONNECTED-CNT.
     CALL "DBCLOSE" USING Secdb-Database DS-AUTH-SESSION
         MODE-3 STATUS-AREA.
     MOVE LOW-VALUES TO DB-AUTH-SESSION.
     CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
         STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF AUTHSESS-OK
       ADD 1 TO CONNECTED-CNT
       MOVE SPACES TO MAINTWIN-RECORD
       STRING MW-WINDOW-ID       DELIMITED BY SPACE
              ",CONNECTED,"      DELIMITED BY SIZE
              AUTHSESS-USER      DELIMITED BY SPACE
              ","                DELIMITED BY SIZE
              AUTHSESS-IPADDR    DELIMITED BY SPACE
              ","                DELIMITED BY SIZE
              AUTHSESS-SCREEN    DELIMITED BY SPACE
              ","                DELIMITED BY SIZE
              AUTHSESS-AUTHKEY   DELIMITED BY SPACE
        INTO MAINTWIN-RECORD
       WRITE MAINTWIN-RECORD
      END-IF
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Through the same operator-message machinery the consoles use -
*> it pops at every signed-on operator's next read cycle.
 BROADCAST-NOTICE.
     MOVE "B"         TO OPERMSG-ACTION.
     MOVE SPACES      TO OPERMSG-TARGET-USER.
     MOVE NOTICE-TEXT TO OPERMSG-TEXT.
     CALL "VOPERMSG" USING COMAREA.
*>-----------------------------------------------------------------
 FORMAT-START-TIME.
     MOVE SPACES TO START-TEXT.
     MOVE MW-START-TIME TO DISP-EPOCH.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set MWSTART [clock format " DELIMITED BY SIZE
            DISP-EPOCH                   DELIMITED BY SIZE
            " -format {%Y-%m-%d %H:%M}]" DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE LOW-VALUES TO TCL-VARNAME
      MOVE SPACES TO TCL-BUFFER
      STRING "MWSTART" DELIMITED BY SIZE INTO TCL-VARNAME
      CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
      STRING TCL-BUFFER DELIMITED BY X"00" INTO START-TEXT.
*>-----------------------------------------------------------------
 FIND-WINDOW.
     MOVE "N" TO WINDOW-FOUND-SW.
     MOVE MAINTWIN-ID TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-MAINT-WINDOW KEYED
         STATUS-AREA ALL-ITEMS DB-MAINT-WINDOW SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO WINDOW-FOUND-SW.
*>-----------------------------------------------------------------
 PUT-WINDOW.
     CALL "DBLOCK" USING Secdb-Database DS-MAINT-WINDOW
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF WINDOW-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-MAINT-WINDOW
          MODE-1 STATUS-AREA ALL-ITEMS DB-MAINT-WINDOW
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-MAINT-WINDOW
          MODE-1 STATUS-AREA ALL-ITEMS DB-MAINT-WINDOW.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 57          TO INTR-ERRNUM
      MOVE 57          TO CSTATUS
     ELSE
      MOVE "Y" TO WINDOW-FOUND-SW.
     CALL "DBUNLOCK" USING Secdb-Database DS-MAINT-WINDOW
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 GET-SYSCTL-RECORD.
     MOVE "N" TO SYSCTL-FOUND-SW.
     MOVE "SYSTEM" TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-SYS-CONTROL KEYED
         STATUS-AREA ALL-ITEMS DB-SYS-CONTROL SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      MOVE "Y" TO SYSCTL-FOUND-SW
     ELSE
      INITIALIZE DB-SYS-CONTROL.
*>-----------------------------------------------------------------
 PUT-SYSCTL-RECORD.
     CALL "DBLOCK" USING Secdb-Database DS-SYS-CONTROL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF SYSCTL-REC-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-SYS-CONTROL
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONTROL
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-SYS-CONTROL
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONTROL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VMAINTWIN" TO INTR-ERRNAME
      MOVE 57          TO INTR-ERRNUM
      MOVE 57          TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-SYS-CONTROL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 FORMAT-WINDOW.
     MOVE SPACES TO AAL-NEW.
     MOVE MW-START-TIME TO DISP-EPOCH.
     STRING MW-ENVIRONMENT DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            DISP-EPOCH DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            MW-MESSAGE DELIMITED BY "  "
      INTO AAL-NEW.
*>-----------------------------------------------------------------
 LOG-ADMIN-ACTION.
     MOVE ACTOR-USER   TO AAL-ACTOR.
     MOVE "VMAINTWIN"  TO AAL-PROGRAM.
     MOVE MW-WINDOW-ID TO AAL-TARGET.
     MOVE SPACES TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
 WRITE-ACTION-LINE.
     ADD 1 TO ACTIONS-TAKEN.
     MOVE SPACES TO MAINTWIN-RECORD.
     STRING MW-WINDOW-ID DELIMITED BY SPACE
            ","          DELIMITED BY SIZE
            MW-STATE     DELIMITED BY SIZE
            ","          DELIMITED BY SIZE
            NOTICE-TEXT  DELIMITED BY "  "
      INTO MAINTWIN-RECORD.
     WRITE MAINTWIN-RECORD.
*>-----------------------------------------------------------------
 RESOLVE-ACTOR-USER.
     MOVE "(UNRESOLVED)" TO ACTOR-USER.
     MOVE "AUTHKEY;"  TO SEARCH-ITEM.
     MOVE AF-Auth-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO ACTOR-USER.
