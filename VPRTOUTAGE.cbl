>>source format free
*>*****************************************************************
*>*                     V P R T O U T A G E                        *
*>*****************************************************************
*>   Printer outage console, over SECDB/PRTSTATUS and PRTOUTAGE:
*>     PRTOUT-MARK-DOWN ("D") the printer is down from now: its
*>                  status row is set, an outage record opened, and
*>                  the jobs already QUEUED to it are held for
*>                  re-routing. New output fails over to its
*>                  alternates (VPRTROUTE) from here on. Everybody
*>                  is told where new output will go.
*>     PRTOUT-MARK-UP   ("U") the printer is back: the outage is
*>                  closed and the held jobs released to it.
*>     PRTOUT-LIST-HELD ("L") the jobs waiting on a down printer -
*>                  PRTOUT-PRINTER's, or every down printer's - with
*>                  the alternate each would go to, to PRTOUT-RPT-NAME
*>                  (PRTREROUTE.RPT by default).
*>     PRTOUT-REROUTE   ("R") the jobs waiting on PRTOUT-PRINTER are
*>                  sent to PRTOUT-TARGET, a printer, or when that is
*>                  blank to its first alternate that can take them.
*>                  The owner of each job is told where it went.
*>     PRTOUT-HISTORY   ("H") outages per printer over the last
*>                  PRTOUT-DAYS, most outages first, to PRTOUT-RPT-NAME
*>                  (PRTOUTAGE.RPT by default): how many, minutes
*>                  down, the longest, jobs failed over and re-routed.
*>   VHEALTHCHK marks printers down and up with PRTOUT-SOURCE "H". A
*>   printer a person marked down stays down until a person marks it
*>   up; the monitor's mark-up is declined.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPRTOUTAGE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT PRTOUT-FILE
        ASSIGN TO PRTOUT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POUT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  PRTOUT-FILE.
 01  PRTOUT-RECORD                PIC X(200).
 WORKING-STORAGE SECTION.
 01 POUT-STATUS1            PIC XX.
 01 PRTOUT-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ACTOR-USER              PIC X(32) VALUE SPACES.
 01 QUEUE-USER              PIC X(32) VALUE SPACES.
 01 STATUS-FOUND-SW         PIC X VALUE "N".
    88 STATUS-FOUND               VALUE "Y".
 01 OUTAGE-FOUND-SW         PIC X VALUE "N".
    88 OUTAGE-FOUND               VALUE "Y".
 01 LOG-ACTION-WRK          PIC X(16) VALUE SPACES.
 01 LOG-OLD-WRK             PIC X(64) VALUE SPACES.
 01 LOG-NEW-WRK             PIC X(64) VALUE SPACES.
 01 ROUTE-TEXT              PIC X(80) VALUE SPACES.
 01 TARGET-TYPE-WRK         PIC X(01) VALUE SPACE.
 01 TARGET-ADDRESS-WRK      PIC X(64) VALUE SPACES.
 01 OUTAGE-MINUTES          PIC S9(8) COMP-5 VALUE 0.
 01 CUTOFF-TIME             PIC S9(18) COMP-5 VALUE 0.
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-CNT4               PIC -------9.
 01 DISP-CNT5               PIC -------9.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 DISP-EPOCH              PIC Z(17)9.
 01 FMT-EPOCH               PIC S9(18) COMP-5 VALUE 0.
 01 FMT-TEXT                PIC X(16) VALUE SPACES.
   COPY "vplus/TCLDBMEM".

 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.

*> Where output for a printer goes just now (VPRTROUTE).
 01 PRINTER-ROUTE.
    02 PRR-PRINTER        Pic X(64) Value Spaces.
    02 PRR-MODE           Pic X(01) Value "Q".
       88 PRR-ROUTING             VALUE "R".
       88 PRR-QUERY               VALUE "Q".
    02 PRR-RESULT         Pic X(01) Value Space.
       88 PRR-PRINTER-UP          VALUE "U".
       88 PRR-ALTERNATE           VALUE "A".
       88 PRR-NO-ROUTE            VALUE "N".
    02 PRR-ROUTE-TYPE     Pic X(01) Value Space.
    02 PRR-ROUTE-ADDRESS  Pic X(64) Value Spaces.

*> Messages held until the console has let go of the database.
 01 NT-TABLE.
    05 NT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 NT-ENTRY OCCURS 500 TIMES.
       10 NT-USER               PIC X(32).
       10 NT-TEXT               PIC X(240).
 01 NT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 NT-TEXT-WRK             PIC X(240) VALUE SPACES.

*> Outages per printer, for the history report.
 01 PH-TABLE.
    05 PH-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 PH-ENTRY OCCURS 200 TIMES.
       10 PH-PRINTER            PIC X(64).
       10 PH-OUTAGES            PIC S9(8) COMP-5.
       10 PH-DOWN-MINS          PIC S9(8) COMP-5.
       10 PH-LONGEST-MINS       PIC S9(8) COMP-5.
       10 PH-FAILOVERS          PIC S9(8) COMP-5.
       10 PH-REROUTES           PIC S9(8) COMP-5.
       10 PH-LAST-DOWN          PIC S9(18) COMP-5.
       10 PH-OPEN-SW            PIC X(01).
 01 PH-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 PH-IDX2                 PIC S9(4) COMP-5 VALUE 0.
 01 PH-PTR                  PIC S9(4) COMP-5 VALUE 0.
 01 PH-FULL-SW              PIC X VALUE "N".
    88 PH-FULL                 VALUE "Y".
 01 PH-SWAP-ENTRY           PIC X(93).
 01 PH-SWAPPED-SW           PIC X VALUE "N".
    88 PH-SWAPPED              VALUE "Y".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PRINT-QUEUE          Pic X(16) Value "PRINTQUEUE".
 01 DS-PRINTER-STATUS       Pic X(16) Value "PRTSTATUS".
 01 DS-PRINTER-OUTAGE       Pic X(16) Value "PRTOUTAGE".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".

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
 01  SEARCH-KEY            PIC X(64).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VPRTOUTAGE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO PRTOUT-JOB-CNT NT-CNT.
     MOVE SPACES TO LOG-ACTION-WRK.

     move LOW-VALUES TO INTR-CALLNAME
     string "VPRTOUTAGE "
      delimited by "  " into INTR-CALLNAME.

     IF NOT PRTOUT-MARK-DOWN AND NOT PRTOUT-MARK-UP
      AND NOT PRTOUT-LIST-HELD AND NOT PRTOUT-REROUTE
      AND NOT PRTOUT-HISTORY
      MOVE "VPRTOUTAGE" TO INTR-ERRNAME
      MOVE 182          TO INTR-ERRNUM
      MOVE 182          TO CSTATUS
      GO TO VPRTOUTAGE-RETURN.
     IF PRTOUT-PRINTER = SPACES
      AND (PRTOUT-MARK-DOWN OR PRTOUT-MARK-UP OR PRTOUT-REROUTE)
      MOVE "VPRTOUTAGE" TO INTR-ERRNAME
      MOVE 183          TO INTR-ERRNUM
      MOVE 183          TO CSTATUS
      MOVE "PRINTER NAME REQUIRED" TO END-MSG
      GO TO VPRTOUTAGE-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTOUTAGE" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO VPRTOUTAGE-RETURN.

     PERFORM Get-ClockSeconds.
     IF PRTOUT-BY-MONITOR
      MOVE "VHEALTHCHK" TO ACTOR-USER
     ELSE
      PERFORM RESOLVE-ACTOR-USER.

     EVALUATE TRUE
      WHEN PRTOUT-MARK-DOWN
       PERFORM MARK-PRINTER-DOWN THRU MARK-PRINTER-DOWN-EXIT
      WHEN PRTOUT-MARK-UP
       PERFORM MARK-PRINTER-UP THRU MARK-PRINTER-UP-EXIT
      WHEN PRTOUT-LIST-HELD
       PERFORM LIST-HELD-JOBS THRU LIST-HELD-JOBS-EXIT
      WHEN PRTOUT-REROUTE
       PERFORM REROUTE-JOBS THRU REROUTE-JOBS-EXIT
      WHEN PRTOUT-HISTORY
       PERFORM REPORT-HISTORY THRU REPORT-HISTORY-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     IF LOG-ACTION-WRK NOT = SPACES
      MOVE SPACES           TO DELEG-ON-BEHALF-OF
      MOVE SPACES           TO ADMIN-ACTION-LOG
      MOVE ACTOR-USER       TO AAL-ACTOR
      MOVE "VPRTOUTAGE"     TO AAL-PROGRAM
      MOVE LOG-ACTION-WRK   TO AAL-ACTION
      MOVE SPACES           TO AAL-TARGET
      STRING "PRTSTATUS/" PRTOUT-PRINTER
       DELIMITED BY SIZE INTO AAL-TARGET
      MOVE LOG-OLD-WRK      TO AAL-OLD
      MOVE LOG-NEW-WRK      TO AAL-NEW
      CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
     IF PRTOUT-MARK-DOWN AND LOG-ACTION-WRK NOT = SPACES
      PERFORM ANNOUNCE-OUTAGE.
     PERFORM POST-NOTIFICATIONS.

 VPRTOUTAGE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The person behind this session, via the AUTHSESS record keyed
*> by Auth-ID - the admin journal wants a name, not a session key.
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
*>-----------------------------------------------------------------
*> The user behind a queued job, the way VPRTDELIVER finds it.
 GET-QUEUE-USER.
     MOVE SPACES TO QUEUE-USER.
     MOVE "AUTHKEY;"    TO SEARCH-ITEM.
     MOVE PRTQ-AUTH-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO QUEUE-USER.
*>-----------------------------------------------------------------
 GET-PRINTER-STATUS.
     MOVE "N" TO STATUS-FOUND-SW.
     MOVE PRTOUT-PRINTER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS KEYED
         STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS SEARCH-KEY.
     IF NOT IMAGE-ERRORS
      MOVE "Y" TO STATUS-FOUND-SW
     ELSE
      IF NOT NO-ENTRY
       CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> The printer's open outage, left in DB-PRINTER-OUTAGE.
 FIND-OPEN-OUTAGE.
     MOVE "N" TO OUTAGE-FOUND-SW.
     MOVE "PRINTER;"     TO SEARCH-ITEM.
     MOVE PRTOUT-PRINTER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR OUTAGE-FOUND
       CALL "DBGET" USING Secdb-Database DS-PRINTER-OUTAGE CHAINED
           STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND POUT-UP-TIME = 0
        MOVE "Y" TO OUTAGE-FOUND-SW
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PRINTER-DOWN.
     PERFORM GET-PRINTER-STATUS.
     IF STATUS-FOUND AND PST-DOWN
      IF PRTOUT-BY-MONITOR OR PST-MARKED-MANUALLY
       MOVE SPACES TO END-MSG
       STRING "PRINTER " DELIMITED BY SIZE
              PRTOUT-PRINTER DELIMITED BY SPACE
              " IS ALREADY MARKED DOWN" DELIMITED BY SIZE
        INTO END-MSG
       GO TO MARK-PRINTER-DOWN-EXIT
      END-IF
*> A person confirming the monitor's mark - it now stays down until
*> a person lifts it.
      MOVE "Y"            TO PST-MANUAL-SW
      MOVE ACTOR-USER     TO PST-MARKED-BY
      IF PRTOUT-REASON NOT = SPACES
       MOVE PRTOUT-REASON TO PST-REASON
      END-IF
      PERFORM UPDATE-PRINTER-STATUS
      MOVE "PRINTER-DOWN" TO LOG-ACTION-WRK
      MOVE "DOWN"         TO LOG-OLD-WRK
      MOVE SPACES TO LOG-NEW-WRK
      STRING "DOWN (MANUAL) " PST-REASON
       DELIMITED BY SIZE INTO LOG-NEW-WRK
      MOVE SPACES TO END-MSG
      STRING "PRINTER " DELIMITED BY SIZE
             PRTOUT-PRINTER DELIMITED BY SPACE
             " STAYS DOWN UNTIL MARKED UP" DELIMITED BY SIZE
       INTO END-MSG
      GO TO MARK-PRINTER-DOWN-EXIT.

     MOVE PRTOUT-PRINTER TO PST-PRINTER.
     SET PST-DOWN        TO TRUE.
     MOVE ClockSeconds   TO PST-SINCE PST-CHECKED.
     MOVE ACTOR-USER     TO PST-MARKED-BY.
     MOVE PRTOUT-REASON  TO PST-REASON.
     IF PRTOUT-BY-MONITOR
      MOVE SPACE TO PST-MANUAL-SW
     ELSE
      MOVE "Y"   TO PST-MANUAL-SW.
     IF STATUS-FOUND
      PERFORM UPDATE-PRINTER-STATUS
     ELSE
      CALL "DBLOCK" USING Secdb-Database DS-PRINTER-STATUS
          MODE-3 STATUS-AREA
      IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
      CALL "VDBPUT" USING Secdb-Database DS-PRINTER-STATUS
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
       MOVE 57 TO CSTATUS
      END-IF
      CALL "DBUNLOCK" USING Secdb-Database DS-PRINTER-STATUS
          MODE-1 STATUS-AREA
      IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
     END-IF.

     INITIALIZE DB-PRINTER-OUTAGE.
     MOVE PRTOUT-PRINTER TO POUT-PRINTER.
     MOVE ClockSeconds   TO POUT-DOWN-TIME.
     MOVE ACTOR-USER     TO POUT-DOWN-BY.
     MOVE PRTOUT-REASON  TO POUT-REASON.
     CALL "DBLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM HOLD-QUEUED-JOBS.
     MOVE "PRINTER-DOWN" TO LOG-ACTION-WRK.
     MOVE "UP"           TO LOG-OLD-WRK.
     MOVE SPACES TO LOG-NEW-WRK.
     STRING "DOWN " PRTOUT-REASON
      DELIMITED BY SIZE INTO LOG-NEW-WRK.
 MARK-PRINTER-DOWN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 UPDATE-PRINTER-STATUS.
     CALL "DBLOCK" USING Secdb-Database DS-PRINTER-STATUS
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINTER-STATUS
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINTER-STATUS
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 UPDATE-OUTAGE.
     CALL "DBLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 UPDATE-QUEUE-JOB.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> Jobs already waiting on the printer when it went down are held -
*> an operator decides where they go, they do not fail over blind.
 HOLD-QUEUED-JOBS.
     MOVE LOW-VALUES TO DB-PRINT-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PRTQ-QUEUED AND PRTQ-RECIP-PRINTER
       AND PRTQ-RECIPIENT = PRTOUT-PRINTER
       AND NOT PRTQ-HELD-FOR-REROUTE
       SET PRTQ-HELD-FOR-REROUTE TO TRUE
       PERFORM UPDATE-QUEUE-JOB
       ADD 1 TO PRTOUT-JOB-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PRINTER-UP.
     PERFORM GET-PRINTER-STATUS.
     IF NOT STATUS-FOUND OR NOT PST-DOWN
      MOVE SPACES TO END-MSG
      STRING "PRINTER " DELIMITED BY SIZE
             PRTOUT-PRINTER DELIMITED BY SPACE
             " IS NOT MARKED DOWN" DELIMITED BY SIZE
       INTO END-MSG
      GO TO MARK-PRINTER-UP-EXIT.
     IF PRTOUT-BY-MONITOR AND PST-MARKED-MANUALLY
      MOVE SPACES TO END-MSG
      STRING "PRINTER " DELIMITED BY SIZE
             PRTOUT-PRINTER DELIMITED BY SPACE
             " ANSWERS BUT WAS MARKED DOWN BY " DELIMITED BY SIZE
             PST-MARKED-BY DELIMITED BY SPACE
             " - LEFT DOWN" DELIMITED BY SIZE
       INTO END-MSG
      GO TO MARK-PRINTER-UP-EXIT.

     SET PST-UP         TO TRUE.
     MOVE ClockSeconds  TO PST-SINCE PST-CHECKED.
     MOVE ACTOR-USER    TO PST-MARKED-BY.
     MOVE SPACE         TO PST-MANUAL-SW.
     MOVE PRTOUT-REASON TO PST-REASON.
     PERFORM UPDATE-PRINTER-STATUS.

     PERFORM FIND-OPEN-OUTAGE.
     IF OUTAGE-FOUND
      MOVE ClockSeconds TO POUT-UP-TIME
      MOVE ACTOR-USER   TO POUT-UP-BY
      PERFORM UPDATE-OUTAGE.

*> Held jobs go back to the printer they were meant for.
     MOVE LOW-VALUES TO DB-PRINT-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PRTQ-QUEUED AND PRTQ-RECIP-PRINTER
       AND PRTQ-RECIPIENT = PRTOUT-PRINTER
       AND PRTQ-HELD-FOR-REROUTE
       MOVE SPACE TO PRTQ-HOLD-SW
       PERFORM UPDATE-QUEUE-JOB
       ADD 1 TO PRTOUT-JOB-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE "PRINTER-UP" TO LOG-ACTION-WRK.
     MOVE "DOWN"       TO LOG-OLD-WRK.
     MOVE "UP"         TO LOG-NEW-WRK.
     MOVE PRTOUT-JOB-CNT TO DISP-CNT1.
     MOVE SPACES TO NT-TEXT-WRK.
     STRING "PRINTER " DELIMITED BY SIZE
            PRTOUT-PRINTER DELIMITED BY SPACE
            " IS BACK IN SERVICE -" DELIMITED BY SIZE
            DISP-CNT1 " HELD JOBS RELEASED TO IT" DELIMITED BY SIZE
      INTO NT-TEXT-WRK.
     MOVE NT-TEXT-WRK TO END-MSG.
     MOVE "@ALL" TO QUEUE-USER.
     PERFORM QUEUE-NOTIFICATION.
 MARK-PRINTER-UP-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Where new output will go, worked out once the outage is on file.
 ANNOUNCE-OUTAGE.
     MOVE PRTOUT-PRINTER TO PRR-PRINTER.
     SET PRR-QUERY TO TRUE.
     CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE.
     PERFORM DESCRIBE-ROUTE.
     MOVE PRTOUT-JOB-CNT TO DISP-CNT1.
     MOVE SPACES TO NT-TEXT-WRK.
     STRING "PRINTER " DELIMITED BY SIZE
            PRTOUT-PRINTER DELIMITED BY SPACE
            " IS DOWN - NEW OUTPUT " DELIMITED BY SIZE
            ROUTE-TEXT DELIMITED BY "  "
            ";" DISP-CNT1 " QUEUED JOBS HELD FOR RE-ROUTING"
             DELIMITED BY SIZE
      INTO NT-TEXT-WRK.
     MOVE NT-TEXT-WRK TO END-MSG.
     MOVE "@ALL" TO QUEUE-USER.
     PERFORM QUEUE-NOTIFICATION.
*>-----------------------------------------------------------------
 DESCRIBE-ROUTE.
     MOVE SPACES TO ROUTE-TEXT.
     EVALUATE TRUE
      WHEN PRR-PRINTER-UP
       MOVE "GOES TO THE PRINTER ITSELF" TO ROUTE-TEXT
      WHEN PRR-NO-ROUTE
       MOVE "WAITS FOR IT - NO ALTERNATE AVAILABLE" TO ROUTE-TEXT
      WHEN PRR-ROUTE-TYPE = "M"
       STRING "GOES BY MAIL TO " PRR-ROUTE-ADDRESS
        DELIMITED BY SIZE INTO ROUTE-TEXT
      WHEN PRR-ROUTE-TYPE = "D"
       STRING "GOES TO DROP DIRECTORY " PRR-ROUTE-ADDRESS
        DELIMITED BY SIZE INTO ROUTE-TEXT
      WHEN OTHER
       STRING "GOES TO PRINTER " PRR-ROUTE-ADDRESS
        DELIMITED BY SIZE INTO ROUTE-TEXT
     END-EVALUATE.
*>-----------------------------------------------------------------
 QUEUE-NOTIFICATION.
     IF NT-CNT < 500 AND QUEUE-USER NOT = SPACES
      ADD 1 TO NT-CNT
      MOVE QUEUE-USER  TO NT-USER(NT-CNT)
      MOVE NT-TEXT-WRK TO NT-TEXT(NT-CNT).
*>-----------------------------------------------------------------
 POST-NOTIFICATIONS.
     PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-CNT
      IF NT-USER(NT-IDX) = "@ALL"
       MOVE "B"           TO OPERMSG-ACTION
      ELSE
       MOVE "P"           TO OPERMSG-ACTION
      END-IF
      MOVE NT-USER(NT-IDX) TO OPERMSG-TARGET-USER
      MOVE NT-TEXT(NT-IDX) TO OPERMSG-TEXT
      CALL "VOPERMSG" USING COMAREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Every job waiting on a printer that is down, with where it would
*> go now. The route is asked once per printer - the queue is read
*> in any order, so the last answer is kept and reused while the
*> printer stays the same.
 LIST-HELD-JOBS.
     MOVE "PRTREROUTE.RPT" TO PRTOUT-FILE-NAME-WRK.
     IF PRTOUT-RPT-NAME NOT = SPACES
      MOVE PRTOUT-RPT-NAME TO PRTOUT-FILE-NAME-WRK.
     OPEN OUTPUT PRTOUT-FILE.
     IF POUT-STATUS1 NOT = "00"
      MOVE "VPRTOUTAGE" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO LIST-HELD-JOBS-EXIT.
     MOVE SPACES TO PRTOUT-RECORD.
     STRING "JOBS WAITING ON DOWN PRINTERS - "
            "JOBID,PDF,PRINTER,HELD,SUBMITTED,USER,WOULD GO TO"
      DELIMITED BY SIZE INTO PRTOUT-RECORD.
     WRITE PRTOUT-RECORD.

     MOVE SPACES TO PRR-PRINTER.
     SET PRR-QUERY TO TRUE.
     MOVE LOW-VALUES TO DB-PRINT-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PRTQ-QUEUED AND PRTQ-RECIP-PRINTER
       AND (PRTOUT-PRINTER = SPACES
        OR PRTQ-RECIPIENT = PRTOUT-PRINTER)
       PERFORM LIST-ONE-JOB
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE PRTOUT-JOB-CNT TO DISP-CNT1.
     MOVE SPACES TO PRTOUT-RECORD.
     STRING "JOBS WAITING:" DISP-CNT1
      DELIMITED BY SIZE INTO PRTOUT-RECORD.
     WRITE PRTOUT-RECORD.
     CLOSE PRTOUT-FILE.
     MOVE PRTOUT-RECORD TO END-MSG.
 LIST-HELD-JOBS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LIST-ONE-JOB.
     IF PRTQ-RECIPIENT NOT = PRR-PRINTER
      MOVE PRTQ-RECIPIENT TO PRR-PRINTER
      CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE
      PERFORM DESCRIBE-ROUTE.
     IF NOT PRR-PRINTER-UP
      PERFORM GET-QUEUE-USER
      ADD 1 TO PRTOUT-JOB-CNT
      MOVE SPACES TO PRTOUT-RECORD
      STRING PRTQ-JOB-ID      DELIMITED BY SPACE ","
             PRTQ-PDF-NAME    DELIMITED BY SPACE ","
             PRTQ-RECIPIENT   DELIMITED BY SPACE ","
             PRTQ-HOLD-SW     DELIMITED BY SIZE  ","
             PRTQ-SUBMIT-TIME DELIMITED BY SIZE  ","
             QUEUE-USER       DELIMITED BY SPACE ","
             ROUTE-TEXT       DELIMITED BY "  "
       INTO PRTOUT-RECORD
      WRITE PRTOUT-RECORD.
*>-----------------------------------------------------------------
*> The printer's waiting jobs, to the named printer or to its first
*> alternate that can take them.
 REROUTE-JOBS.
     IF PRTOUT-TARGET NOT = SPACES
      IF PRTOUT-TARGET = PRTOUT-PRINTER
       MOVE "VPRTOUTAGE" TO INTR-ERRNAME
       MOVE 184          TO INTR-ERRNUM
       MOVE 184          TO CSTATUS
       MOVE "RE-ROUTE TARGET IS THE SAME PRINTER" TO END-MSG
       GO TO REROUTE-JOBS-EXIT
      END-IF
      MOVE "P"           TO TARGET-TYPE-WRK
      MOVE PRTOUT-TARGET TO TARGET-ADDRESS-WRK
      MOVE PRTOUT-TARGET TO SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS KEYED
          STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS SEARCH-KEY
      IF NOT IMAGE-ERRORS AND PST-DOWN
       MOVE "VPRTOUTAGE" TO INTR-ERRNAME
       MOVE 184          TO INTR-ERRNUM
       MOVE 184          TO CSTATUS
       MOVE SPACES TO END-MSG
       STRING "PRINTER " DELIMITED BY SIZE
              PRTOUT-TARGET DELIMITED BY SPACE
              " IS DOWN TOO" DELIMITED BY SIZE
        INTO END-MSG
       GO TO REROUTE-JOBS-EXIT
      END-IF
     ELSE
      MOVE PRTOUT-PRINTER TO PRR-PRINTER
      SET PRR-QUERY TO TRUE
      CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE
      IF NOT PRR-ALTERNATE
       MOVE "VPRTOUTAGE" TO INTR-ERRNAME
       MOVE 184          TO INTR-ERRNUM
       MOVE 184          TO CSTATUS
       MOVE SPACES TO END-MSG
       STRING "NO ALTERNATE CAN TAKE PRINTER " DELIMITED BY SIZE
              PRTOUT-PRINTER DELIMITED BY SPACE
              "'S JOBS - NAME A TARGET" DELIMITED BY SIZE
        INTO END-MSG
       GO TO REROUTE-JOBS-EXIT
      END-IF
      MOVE PRR-ROUTE-TYPE    TO TARGET-TYPE-WRK
      MOVE PRR-ROUTE-ADDRESS TO TARGET-ADDRESS-WRK
     END-IF.

     MOVE LOW-VALUES TO DB-PRINT-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PRTQ-QUEUED AND PRTQ-RECIP-PRINTER
       AND PRTQ-RECIPIENT = PRTOUT-PRINTER
       PERFORM MOVE-ONE-JOB
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     IF PRTOUT-JOB-CNT > 0
      PERFORM FIND-OPEN-OUTAGE
      IF OUTAGE-FOUND
       ADD PRTOUT-JOB-CNT TO POUT-REROUTE-CNT
       PERFORM UPDATE-OUTAGE
      END-IF
      MOVE "PRINTER-REROUTE" TO LOG-ACTION-WRK
      MOVE PRTOUT-PRINTER     TO LOG-OLD-WRK
      MOVE TARGET-ADDRESS-WRK TO LOG-NEW-WRK.
     MOVE PRTOUT-JOB-CNT TO DISP-CNT1.
     MOVE SPACES TO END-MSG.
     STRING DISP-CNT1 " JOBS MOVED FROM " DELIMITED BY SIZE
            PRTOUT-PRINTER DELIMITED BY SPACE
            " TO " DELIMITED BY SIZE
            TARGET-ADDRESS-WRK DELIMITED BY SPACE
      INTO END-MSG.
 REROUTE-JOBS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 MOVE-ONE-JOB.
     MOVE PRTOUT-PRINTER     TO PRTQ-ROUTED-FROM.
     MOVE TARGET-ADDRESS-WRK TO PRTQ-RECIPIENT.
     MOVE TARGET-TYPE-WRK    TO PRTQ-RECIP-TYPE.
     MOVE SPACE              TO PRTQ-HOLD-SW.
     PERFORM UPDATE-QUEUE-JOB.
     ADD 1 TO PRTOUT-JOB-CNT.
     PERFORM GET-QUEUE-USER.
     MOVE SPACES TO NT-TEXT-WRK.
     STRING "PRINT JOB " DELIMITED BY SIZE
            PRTQ-JOB-ID DELIMITED BY SPACE
            " WAS WAITING ON PRINTER " DELIMITED BY SIZE
            PRTOUT-PRINTER DELIMITED BY SPACE
            " (DOWN) - SENT TO " DELIMITED BY SIZE
            TARGET-ADDRESS-WRK DELIMITED BY SPACE
      INTO NT-TEXT-WRK.
     PERFORM QUEUE-NOTIFICATION.
*>-----------------------------------------------------------------
*> One line per printer, most outages first. An outage still open
*> counts up to now.
 REPORT-HISTORY.
     MOVE 0 TO CUTOFF-TIME.
     IF PRTOUT-DAYS > 0
      COMPUTE CUTOFF-TIME = ClockSeconds - PRTOUT-DAYS * 86400
      END-COMPUTE.

     MOVE "PRTOUTAGE.RPT" TO PRTOUT-FILE-NAME-WRK.
     IF PRTOUT-RPT-NAME NOT = SPACES
      MOVE PRTOUT-RPT-NAME TO PRTOUT-FILE-NAME-WRK.
     OPEN OUTPUT PRTOUT-FILE.
     IF POUT-STATUS1 NOT = "00"
      MOVE "VPRTOUTAGE" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO REPORT-HISTORY-EXIT.

     MOVE 0 TO PH-CNT.
     MOVE LOW-VALUES TO DB-PRINTER-OUTAGE.
     CALL "DBGET" USING Secdb-Database DS-PRINTER-OUTAGE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF POUT-DOWN-TIME NOT < CUTOFF-TIME OR POUT-UP-TIME = 0
       PERFORM TALLY-ONE-OUTAGE THRU TALLY-ONE-OUTAGE-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINTER-OUTAGE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
     PERFORM SORT-HISTORY.

     MOVE PRTOUT-DAYS TO DISP-CNT1.
     MOVE SPACES TO PRTOUT-RECORD.
     IF PRTOUT-DAYS > 0
      STRING "PRINTER OUTAGES, LAST" DISP-CNT1 " DAYS - "
       DELIMITED BY SIZE INTO PRTOUT-RECORD
     ELSE
      STRING "PRINTER OUTAGES, ALL KEPT - "
       DELIMITED BY SIZE INTO PRTOUT-RECORD.
     MOVE PRTOUT-RECORD TO NT-TEXT-WRK.
     MOVE SPACES TO PRTOUT-RECORD.
     STRING NT-TEXT-WRK DELIMITED BY "  "
            " PRINTER,OUTAGES,MINUTESDOWN,LONGESTMINUTES,"
            "FAILEDOVER,REROUTED,LASTDOWN,NOW"
      DELIMITED BY SIZE INTO PRTOUT-RECORD.
     WRITE PRTOUT-RECORD.
     PERFORM WRITE-HISTORY-LINE VARYING PH-IDX FROM 1 BY 1
         UNTIL PH-IDX > PH-CNT.
     IF PH-FULL
      MOVE SPACES TO PRTOUT-RECORD
      STRING "MORE THAN 200 PRINTERS - THE REST ARE NOT SHOWN"
       DELIMITED BY SIZE INTO PRTOUT-RECORD
      WRITE PRTOUT-RECORD.
     CLOSE PRTOUT-FILE.
     MOVE PH-CNT TO DISP-CNT1.
     MOVE SPACES TO END-MSG.
     STRING "OUTAGE HISTORY -" DISP-CNT1 " PRINTERS"
      DELIMITED BY SIZE INTO END-MSG.
 REPORT-HISTORY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 TALLY-ONE-OUTAGE.
     MOVE 0 TO PH-PTR.
     PERFORM VARYING PH-IDX FROM 1 BY 1
       UNTIL PH-IDX > PH-CNT OR PH-PTR > 0
      IF PH-PRINTER(PH-IDX) = POUT-PRINTER
       MOVE PH-IDX TO PH-PTR
      END-IF
     END-PERFORM.
     IF PH-PTR = 0
      IF PH-CNT NOT < 200
       MOVE "Y" TO PH-FULL-SW
       GO TO TALLY-ONE-OUTAGE-EXIT
      END-IF
      ADD 1 TO PH-CNT
      MOVE PH-CNT TO PH-PTR
      INITIALIZE PH-ENTRY(PH-PTR)
      MOVE POUT-PRINTER TO PH-PRINTER(PH-PTR)
      MOVE "N" TO PH-OPEN-SW(PH-PTR)
     END-IF.

     IF POUT-UP-TIME = 0
      COMPUTE OUTAGE-MINUTES = (ClockSeconds - POUT-DOWN-TIME) / 60
      END-COMPUTE
      MOVE "Y" TO PH-OPEN-SW(PH-PTR)
     ELSE
      COMPUTE OUTAGE-MINUTES = (POUT-UP-TIME - POUT-DOWN-TIME) / 60
      END-COMPUTE.
     ADD 1 TO PH-OUTAGES(PH-PTR).
     ADD OUTAGE-MINUTES    TO PH-DOWN-MINS(PH-PTR).
     ADD POUT-FAILOVER-CNT TO PH-FAILOVERS(PH-PTR).
     ADD POUT-REROUTE-CNT  TO PH-REROUTES(PH-PTR).
     IF OUTAGE-MINUTES > PH-LONGEST-MINS(PH-PTR)
      MOVE OUTAGE-MINUTES TO PH-LONGEST-MINS(PH-PTR).
     IF POUT-DOWN-TIME > PH-LAST-DOWN(PH-PTR)
      MOVE POUT-DOWN-TIME TO PH-LAST-DOWN(PH-PTR).
 TALLY-ONE-OUTAGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Most outages first; minutes down breaks a tie.
 SORT-HISTORY.
     MOVE "Y" TO PH-SWAPPED-SW.
     PERFORM UNTIL NOT PH-SWAPPED
      MOVE "N" TO PH-SWAPPED-SW
      PERFORM VARYING PH-IDX FROM 1 BY 1 UNTIL PH-IDX >= PH-CNT
       COMPUTE PH-IDX2 = PH-IDX + 1 END-COMPUTE
       IF PH-OUTAGES(PH-IDX) < PH-OUTAGES(PH-IDX2)
        OR (PH-OUTAGES(PH-IDX) = PH-OUTAGES(PH-IDX2)
         AND PH-DOWN-MINS(PH-IDX) < PH-DOWN-MINS(PH-IDX2))
        MOVE PH-ENTRY(PH-IDX)  TO PH-SWAP-ENTRY
        MOVE PH-ENTRY(PH-IDX2) TO PH-ENTRY(PH-IDX)
        MOVE PH-SWAP-ENTRY     TO PH-ENTRY(PH-IDX2)
        MOVE "Y" TO PH-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-HISTORY-LINE.
     MOVE PH-OUTAGES(PH-IDX)      TO DISP-CNT1.
     MOVE PH-DOWN-MINS(PH-IDX)    TO DISP-CNT2.
     MOVE PH-LONGEST-MINS(PH-IDX) TO DISP-CNT3.
     MOVE PH-FAILOVERS(PH-IDX)    TO DISP-CNT4.
     MOVE PH-REROUTES(PH-IDX)     TO DISP-CNT5.
     MOVE PH-LAST-DOWN(PH-IDX)    TO FMT-EPOCH.
     PERFORM FORMAT-TIME.
     MOVE SPACES TO PRTOUT-RECORD.
     IF PH-OPEN-SW(PH-IDX) = "Y"
      STRING PH-PRINTER(PH-IDX) DELIMITED BY SPACE ","
             DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3 ","
             DISP-CNT4 "," DISP-CNT5 "," FMT-TEXT ",DOWN"
       DELIMITED BY SIZE INTO PRTOUT-RECORD
     ELSE
      STRING PH-PRINTER(PH-IDX) DELIMITED BY SPACE ","
             DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3 ","
             DISP-CNT4 "," DISP-CNT5 "," FMT-TEXT ",UP"
       DELIMITED BY SIZE INTO PRTOUT-RECORD.
     WRITE PRTOUT-RECORD.
*>-----------------------------------------------------------------
*> Clock seconds as "YYYY-MM-DD HH:MM"; zero is a dash.
 FORMAT-TIME.
     MOVE "-" TO FMT-TEXT.
     IF FMT-EPOCH > 0
      MOVE FMT-EPOCH TO DISP-EPOCH
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "set POTIME [clock format " DELIMITED BY SIZE
             DISP-EPOCH                   DELIMITED BY SIZE
             " -format {%Y-%m-%d %H:%M}]" DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      IF TCL-RESULT = 0
       MOVE LOW-VALUES TO TCL-VARNAME
       MOVE SPACES TO TCL-BUFFER
       STRING "POTIME" DELIMITED BY SIZE INTO TCL-VARNAME
       CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
       MOVE SPACES TO FMT-TEXT
       STRING TCL-BUFFER DELIMITED BY X"00" INTO FMT-TEXT.
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
