>>source format free
*>*****************************************************************
*>*                         V W Q S L A                            *
*>*****************************************************************
*>   Service levels for the pend-and-route work queue, against the
*>   targets in SECDB/WQSLA (per form and reason code):
*>     WQSLA-SWEEP  ("S") every open item is measured from its pend.
*>                  Past the warning threshold the claimant - or,
*>                  while nobody has claimed it, every holder of the
*>                  target role (USERROLE) - gets an operator
*>                  message. Past the breach threshold the item is
*>                  re-routed to the escalation role (a claim on it
*>                  is released - the escalation role takes it over)
*>                  and the supervisor is told. Each warning and
*>                  escalation is written into the item's own
*>                  history. Run it from the run plan as often as the
*>                  tightest target needs.
*>     WQSLA-REPORT ("R") the month's compliance per role and reason
*>                  code to WQSLA-RPT-NAME (WQSLA.RPT by default):
*>                  the items pended in WQSLA-MONTH that met their
*>                  target, breached it, are still open inside it or
*>                  had none, with the median minutes from pend to
*>                  first claim and to close. The role is the one the
*>                  item was first routed to - an escalated item
*>                  counts against the role that let it breach.
*>   The messages go out through VOPERMSG once the sweep is done
*>   with the database.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VWQSLA.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT WQSLA-FILE
        ASSIGN TO WQSLA-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WQSL-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  WQSLA-FILE.
 01  WQSLA-RECORD                 PIC X(160).
 WORKING-STORAGE SECTION.
 01 WQSL-STATUS1            PIC XX.
 01 WQSLA-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 AGE-MINUTES             PIC S9(8) COMP-5 VALUE 0.
 01 ELAPSED-MINUTES         PIC S9(8) COMP-5 VALUE 0.
 01 FROM-ROLE               PIC X(16) VALUE SPACES.
 01 ESC-KIND-WRK            PIC X(01) VALUE SPACE.
 01 NOTIFY-USER             PIC X(32) VALUE SPACES.
 01 NOTIFIED-TEXT           PIC X(32) VALUE SPACES.
 01 HOLDER-USER             PIC X(32) VALUE SPACES.
 01 ITEM-BREACHED-SW        PIC X VALUE "N".
    88 ITEM-BREACHED           VALUE "Y".
 01 REPORT-MONTH            PIC 9(6) VALUE 0.
 01 REPORT-MONTH-R REDEFINES REPORT-MONTH.
    05 REPORT-YEAR          PIC 9(4).
    05 REPORT-MM            PIC 9(2).
 01 TODAY-DATE              PIC 9(8) VALUE 0.
 01 DAY-NUMBER              PIC S9(9) COMP-5 VALUE 0.
 01 MONTH-START             PIC S9(18) COMP-5 VALUE 0.
 01 MONTH-END               PIC S9(18) COMP-5 VALUE 0.
 01 NEXT-MONTH              PIC 9(8) VALUE 0.
 01 DISP-MINS               PIC -------9.
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-CNT4               PIC -------9.
 01 DISP-CNT5               PIC -------9.
 01 DISP-PCT                PIC ---9.
 01 DISP-MEDIAN1            PIC -------9.
 01 DISP-MEDIAN2            PIC -------9.
 01 COMPLY-PCT              PIC S9(4) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

*> The targets, loaded once.
 01 ST-TABLE.
    05 ST-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 ST-ENTRY OCCURS 200 TIMES.
       10 ST-FORM               PIC X(15).
       10 ST-REASON             PIC X(08).
       10 ST-WARN-MINS          PIC S9(8) COMP-5.
       10 ST-BREACH-MINS        PIC S9(8) COMP-5.
       10 ST-ESC-ROLE           PIC X(16).
       10 ST-SUPVR              PIC X(32).
 01 ST-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 ST-PTR                  PIC S9(4) COMP-5 VALUE 0.

*> Role holders, for a warning on an item nobody has claimed.
 01 URT-TABLE.
    05 URT-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 URT-ENTRY OCCURS 400 TIMES.
       10 URT-USER              PIC X(32).
       10 URT-ROLE              PIC X(16).
 01 URT-IDX                 PIC S9(4) COMP-5 VALUE 0.

*> Messages held until the sweep has let go of the database.
 01 NT-TABLE.
    05 NT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 NT-ENTRY OCCURS 500 TIMES.
       10 NT-USER               PIC X(32).
       10 NT-TEXT               PIC X(240).
 01 NT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 NT-TEXT-WRK             PIC X(240) VALUE SPACES.

*> Compliance per role and reason code. The medians are taken over
*> the first 300 items of a group - plenty for the figure.
 01 GR-TABLE.
    05 GR-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 GR-ENTRY OCCURS 100 TIMES.
       10 GR-ROLE               PIC X(16).
       10 GR-REASON             PIC X(08).
       10 GR-ITEMS              PIC S9(8) COMP-5.
       10 GR-MET                PIC S9(8) COMP-5.
       10 GR-BREACHED           PIC S9(8) COMP-5.
       10 GR-OPEN               PIC S9(8) COMP-5.
       10 GR-NO-TARGET          PIC S9(8) COMP-5.
       10 GR-CLAIM-CNT          PIC S9(4) COMP-5.
       10 GR-CLAIM-MINS OCCURS 300 TIMES PIC S9(8) COMP-5.
       10 GR-CLOSE-CNT          PIC S9(4) COMP-5.
       10 GR-CLOSE-MINS OCCURS 300 TIMES PIC S9(8) COMP-5.
 01 GR-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 GR-PTR                  PIC S9(4) COMP-5 VALUE 0.
 01 GR-FULL-SW              PIC X VALUE "N".
    88 GR-FULL                 VALUE "Y".
 01 SAMP-TABLE.
    05 SAMP-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 SAMP-MINS OCCURS 300 TIMES PIC S9(8) COMP-5.
 01 SAMP-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 SAMP-IDX2               PIC S9(4) COMP-5 VALUE 0.
 01 SAMP-SWAP               PIC S9(8) COMP-5 VALUE 0.
 01 SAMP-SWAPPED-SW         PIC X VALUE "N".
    88 SAMP-SWAPPED            VALUE "Y".
 01 MEDIAN-MINS             PIC S9(8) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-WQ-SLA               Pic X(16) Value "WQSLA".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".

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
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SUP-SEARCH-KEY        PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VWQSLA.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VWQSLA "
      delimited by "  " into INTR-CALLNAME.

     IF NOT WQSLA-SWEEP AND NOT WQSLA-REPORT
      MOVE "VWQSLA" TO INTR-ERRNAME
      MOVE 181      TO INTR-ERRNUM
      MOVE 181      TO CSTATUS
      GO TO VWQSLA-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VWQSLA" TO INTR-ERRNAME
      MOVE 50       TO INTR-ERRNUM
      MOVE 50       TO CSTATUS
      GO TO VWQSLA-RETURN.

     PERFORM Get-ClockSeconds.
     PERFORM LOAD-SLA-TARGETS.
     IF WQSLA-SWEEP
      PERFORM SWEEP-WORK-QUEUE THRU SWEEP-WORK-QUEUE-EXIT
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
      PERFORM POST-NOTIFICATIONS
     ELSE
      PERFORM REPORT-COMPLIANCE THRU REPORT-COMPLIANCE-EXIT
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
     END-IF.

 VWQSLA-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LOAD-SLA-TARGETS.
     MOVE 0 TO ST-CNT.
     MOVE LOW-VALUES TO DB-WQ-SLA.
     CALL "DBGET" USING Secdb-Database DS-WQ-SLA SERIAL
         STATUS-AREA ALL-ITEMS DB-WQ-SLA NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS OR ST-CNT NOT < 200
      ADD 1 TO ST-CNT
      MOVE SLA-FORM        TO ST-FORM(ST-CNT)
      MOVE SLA-REASON      TO ST-REASON(ST-CNT)
      MOVE SLA-WARN-MINS   TO ST-WARN-MINS(ST-CNT)
      MOVE SLA-BREACH-MINS TO ST-BREACH-MINS(ST-CNT)
      MOVE SLA-ESC-ROLE    TO ST-ESC-ROLE(ST-CNT)
      MOVE SLA-SUPERVISOR  TO ST-SUPVR(ST-CNT)
      CALL "DBGET" USING Secdb-Database DS-WQ-SLA SERIAL
          STATUS-AREA ALL-ITEMS DB-WQ-SLA NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> The item's own reason code first, the form's blank-reason row
*> failing that; ST-PTR zero - no target.
 FIND-SLA-TARGET.
     MOVE 0 TO ST-PTR.
     PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
      IF ST-FORM(ST-IDX) = WQ-FORM
       IF ST-REASON(ST-IDX) = WQ-REASON
        MOVE ST-IDX TO ST-PTR
        EXIT PERFORM
       END-IF
       IF ST-REASON(ST-IDX) = SPACES AND ST-PTR = 0
        MOVE ST-IDX TO ST-PTR
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 SWEEP-WORK-QUEUE.
     MOVE 0 TO WQSLA-WARNED WQSLA-ESCALATED NT-CNT.
     IF ST-CNT = 0
      MOVE "NO SERVICE-LEVEL TARGETS DEFINED" TO END-MSG
      GO TO SWEEP-WORK-QUEUE-EXIT.
     PERFORM LOAD-ROLE-HOLDERS.

     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF NOT WQ-DONE AND NOT WQ-SLA-BREACHED
       PERFORM CHECK-ONE-ITEM THRU CHECK-ONE-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE WQSLA-WARNED    TO DISP-CNT1.
     MOVE WQSLA-ESCALATED TO DISP-CNT2.
     MOVE SPACES TO END-MSG.
     STRING "SLA SWEEP - WARNED" DISP-CNT1 " ESCALATED" DISP-CNT2
      DELIMITED BY SIZE INTO END-MSG.
 SWEEP-WORK-QUEUE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LOAD-ROLE-HOLDERS.
     MOVE 0 TO URT-CNT.
     MOVE LOW-VALUES TO DB-USER-ROLE.
     CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS OR URT-CNT NOT < 400
      ADD 1 TO URT-CNT
      MOVE UR-USER TO URT-USER(URT-CNT)
      MOVE UR-ROLE TO URT-ROLE(URT-CNT)
      CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 CHECK-ONE-ITEM.
     PERFORM FIND-SLA-TARGET.
     IF ST-PTR = 0
      GO TO CHECK-ONE-ITEM-EXIT.
     COMPUTE AGE-MINUTES = (ClockSeconds - WQ-TIME) / 60 END-COMPUTE.
     MOVE AGE-MINUTES TO DISP-MINS.

     IF ST-BREACH-MINS(ST-PTR) > 0
      AND AGE-MINUTES NOT < ST-BREACH-MINS(ST-PTR)
      PERFORM ESCALATE-ITEM
      GO TO CHECK-ONE-ITEM-EXIT.
     IF ST-WARN-MINS(ST-PTR) > 0
      AND AGE-MINUTES NOT < ST-WARN-MINS(ST-PTR)
      AND NOT WQ-SLA-WARNED
      PERFORM WARN-ITEM.
 CHECK-ONE-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The claimant if there is one; otherwise everyone who works the
*> role, so somebody picks it up before it breaches.
 WARN-ITEM.
     MOVE SPACES TO NT-TEXT-WRK.
     STRING "WORK ITEM " WQ-ID " (" DELIMITED BY SIZE
            WQ-FORM   DELIMITED BY SPACE " " DELIMITED BY SIZE
            WQ-REASON DELIMITED BY SPACE
            ") NEARING ITS SERVICE LEVEL - OPEN" DELIMITED BY SIZE
            DISP-MINS " MINUTES" DELIMITED BY SIZE
      INTO NT-TEXT-WRK.
     IF WQ-CLAIMED AND WQ-CLAIMED-BY NOT = SPACES
      MOVE WQ-CLAIMED-BY TO NOTIFY-USER NOTIFIED-TEXT
      PERFORM QUEUE-NOTIFICATION
     ELSE
      MOVE SPACES TO NOTIFIED-TEXT
      STRING "ROLE " WQ-TARGET-ROLE
       DELIMITED BY SIZE INTO NOTIFIED-TEXT
      PERFORM VARYING URT-IDX FROM 1 BY 1 UNTIL URT-IDX > URT-CNT
       IF URT-ROLE(URT-IDX) = WQ-TARGET-ROLE
        MOVE URT-USER(URT-IDX) TO NOTIFY-USER
        PERFORM QUEUE-NOTIFICATION
       END-IF
      END-PERFORM
     END-IF.

     MOVE "W" TO WQ-SLA-STATE.
     MOVE WQ-TARGET-ROLE TO FROM-ROLE.
     MOVE "W" TO ESC-KIND-WRK.
     PERFORM ADD-ESCALATION-ENTRY.
     PERFORM UPDATE-QUEUE-ITEM.
     ADD 1 TO WQSLA-WARNED.
*>-----------------------------------------------------------------
*> Re-routed to the escalation role - any claim released, that
*> role takes the item over - and the supervisor told.
 ESCALATE-ITEM.
     MOVE WQ-TARGET-ROLE TO FROM-ROLE.
     IF WQ-CLAIMED AND WQ-CLAIMED-BY NOT = SPACES
      MOVE WQ-CLAIMED-BY TO HOLDER-USER
     ELSE
      MOVE WQ-USER       TO HOLDER-USER.
     IF ST-ESC-ROLE(ST-PTR) NOT = SPACES
      MOVE ST-ESC-ROLE(ST-PTR) TO WQ-TARGET-ROLE
      IF WQ-CLAIMED
       MOVE "P"    TO WQ-STATE
       MOVE SPACES TO WQ-CLAIMED-BY
      END-IF
     END-IF.

     MOVE ST-SUPVR(ST-PTR) TO NOTIFY-USER.
     IF NOTIFY-USER = SPACES
      MOVE HOLDER-USER TO SUP-SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-SUPERVISOR KEYED
          STATUS-AREA ALL-ITEMS DB-SUPERVISOR SUP-SEARCH-KEY
      IF NOT IMAGE-ERRORS
       MOVE SUP-SUPVR TO NOTIFY-USER
      END-IF
     END-IF.
     IF NOTIFY-USER = SPACES
      MOVE "(NO SUPERVISOR)" TO NOTIFIED-TEXT
     ELSE
      MOVE NOTIFY-USER TO NOTIFIED-TEXT
      MOVE SPACES TO NT-TEXT-WRK
      STRING "WORK ITEM " WQ-ID " (" DELIMITED BY SIZE
             WQ-FORM   DELIMITED BY SPACE " " DELIMITED BY SIZE
             WQ-REASON DELIMITED BY SPACE
             ") BREACHED ITS SERVICE LEVEL - OPEN" DELIMITED BY SIZE
             DISP-MINS " MINUTES, ROLE " DELIMITED BY SIZE
             FROM-ROLE DELIMITED BY SPACE
             ", HELD BY " DELIMITED BY SIZE
             HOLDER-USER DELIMITED BY SPACE
             " - ESCALATED TO " DELIMITED BY SIZE
             WQ-TARGET-ROLE DELIMITED BY SPACE
       INTO NT-TEXT-WRK
      PERFORM QUEUE-NOTIFICATION
     END-IF.

     MOVE "B" TO WQ-SLA-STATE.
     MOVE "B" TO ESC-KIND-WRK.
     PERFORM ADD-ESCALATION-ENTRY.
     PERFORM UPDATE-QUEUE-ITEM.
     ADD 1 TO WQSLA-ESCALATED.
*>-----------------------------------------------------------------
 ADD-ESCALATION-ENTRY.
     IF WQ-ESC-CNT < 4
      ADD 1 TO WQ-ESC-CNT
      MOVE ClockSeconds   TO WQ-ESC-TIME(WQ-ESC-CNT)
      MOVE ESC-KIND-WRK   TO WQ-ESC-KIND(WQ-ESC-CNT)
      MOVE FROM-ROLE      TO WQ-ESC-FROM-ROLE(WQ-ESC-CNT)
      MOVE WQ-TARGET-ROLE TO WQ-ESC-TO-ROLE(WQ-ESC-CNT)
      MOVE NOTIFIED-TEXT  TO WQ-ESC-NOTIFIED(WQ-ESC-CNT).
*>-----------------------------------------------------------------
 QUEUE-NOTIFICATION.
     IF NT-CNT < 500 AND NOTIFY-USER NOT = SPACES
      ADD 1 TO NT-CNT
      MOVE NOTIFY-USER TO NT-USER(NT-CNT)
      MOVE NT-TEXT-WRK TO NT-TEXT(NT-CNT).
*>-----------------------------------------------------------------
 UPDATE-QUEUE-ITEM.
     CALL "DBLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-WORK-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 POST-NOTIFICATIONS.
     PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-CNT
      MOVE "P"             TO OPERMSG-ACTION
      MOVE NT-USER(NT-IDX) TO OPERMSG-TARGET-USER
      MOVE NT-TEXT(NT-IDX) TO OPERMSG-TEXT
      CALL "VOPERMSG" USING COMAREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The month's items, by the role they were first routed to.
 REPORT-COMPLIANCE.
     MOVE WQSLA-MONTH TO REPORT-MONTH.
     IF REPORT-MONTH = 0
      COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(19700101)
          + ClockSeconds / 86400
      END-COMPUTE
      COMPUTE TODAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
      END-COMPUTE
      COMPUTE REPORT-MONTH = TODAY-DATE / 100 END-COMPUTE
      IF REPORT-MM = 1
       SUBTRACT 1 FROM REPORT-YEAR
       MOVE 12 TO REPORT-MM
      ELSE
       SUBTRACT 1 FROM REPORT-MM
      END-IF
     END-IF.
     IF REPORT-MM < 1 OR REPORT-MM > 12 OR REPORT-YEAR < 1970
      MOVE "VWQSLA" TO INTR-ERRNAME
      MOVE 181      TO INTR-ERRNUM
      MOVE 181      TO CSTATUS
      GO TO REPORT-COMPLIANCE-EXIT.
     COMPUTE MONTH-START = (FUNCTION INTEGER-OF-DATE(
         REPORT-MONTH * 100 + 1)
         - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
     END-COMPUTE.
     IF REPORT-MM = 12
      COMPUTE NEXT-MONTH = (REPORT-YEAR + 1) * 10000 + 101
      END-COMPUTE
     ELSE
      COMPUTE NEXT-MONTH = REPORT-MONTH * 100 + 101 END-COMPUTE.
     COMPUTE MONTH-END = (FUNCTION INTEGER-OF-DATE(NEXT-MONTH)
         - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
     END-COMPUTE.

     MOVE "WQSLA.RPT" TO WQSLA-FILE-NAME-WRK.
     IF WQSLA-RPT-NAME NOT = SPACES
      MOVE WQSLA-RPT-NAME TO WQSLA-FILE-NAME-WRK.
     OPEN OUTPUT WQSLA-FILE.
     IF WQSL-STATUS1 NOT = "00"
      MOVE "VWQSLA" TO INTR-ERRNAME
      MOVE 35       TO INTR-ERRNUM
      MOVE 35       TO CSTATUS
      GO TO REPORT-COMPLIANCE-EXIT.

     MOVE 0 TO GR-CNT.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF WQ-TIME NOT < MONTH-START AND WQ-TIME < MONTH-END
       PERFORM TALLY-ONE-ITEM THRU TALLY-ONE-ITEM-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE SPACES TO WQSLA-RECORD.
     STRING "WORK QUEUE SLA COMPLIANCE " REPORT-MONTH
            " - ROLE,REASON,ITEMS,MET,BREACHED,OPEN,NOTARGET,"
            "COMPLIANCEPCT,MEDIANMINSTOCLAIM,MEDIANMINSTOCLOSE"
      DELIMITED BY SIZE INTO WQSLA-RECORD.
     WRITE WQSLA-RECORD.
     PERFORM WRITE-GROUP-LINE VARYING GR-IDX FROM 1 BY 1
         UNTIL GR-IDX > GR-CNT.
     IF GR-FULL
      MOVE SPACES TO WQSLA-RECORD
      STRING "MORE THAN 100 ROLE/REASON GROUPS - "
             "THE REST ARE NOT SHOWN"
       DELIMITED BY SIZE INTO WQSLA-RECORD
      WRITE WQSLA-RECORD.
     CLOSE WQSLA-FILE.
 REPORT-COMPLIANCE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Breached is breached whether the sweep caught it or not - an
*> item closed past its target without a sweep in between still
*> missed it.
 TALLY-ONE-ITEM.
     MOVE WQ-TARGET-ROLE TO FROM-ROLE.
     PERFORM VARYING SAMP-IDX FROM 1 BY 1
       UNTIL SAMP-IDX > WQ-ESC-CNT OR SAMP-IDX > 4
      IF WQ-ESC-KIND(SAMP-IDX) = "B"
       MOVE WQ-ESC-FROM-ROLE(SAMP-IDX) TO FROM-ROLE
       EXIT PERFORM
      END-IF
     END-PERFORM.

     MOVE 0 TO GR-PTR.
     PERFORM VARYING GR-IDX FROM 1 BY 1
       UNTIL GR-IDX > GR-CNT OR GR-PTR > 0
      IF GR-ROLE(GR-IDX) = FROM-ROLE AND GR-REASON(GR-IDX) = WQ-REASON
       MOVE GR-IDX TO GR-PTR
      END-IF
     END-PERFORM.
     IF GR-PTR = 0
      IF GR-CNT NOT < 100
       MOVE "Y" TO GR-FULL-SW
       GO TO TALLY-ONE-ITEM-EXIT
      END-IF
      ADD 1 TO GR-CNT
      MOVE GR-CNT TO GR-PTR
      INITIALIZE GR-ENTRY(GR-PTR)
      MOVE FROM-ROLE TO GR-ROLE(GR-PTR)
      MOVE WQ-REASON TO GR-REASON(GR-PTR)
     END-IF.
     ADD 1 TO GR-ITEMS(GR-PTR).

     IF WQ-FIRST-CLAIM-TIME > 0 AND GR-CLAIM-CNT(GR-PTR) < 300
      ADD 1 TO GR-CLAIM-CNT(GR-PTR)
      COMPUTE GR-CLAIM-MINS(GR-PTR, GR-CLAIM-CNT(GR-PTR)) =
          (WQ-FIRST-CLAIM-TIME - WQ-TIME) / 60
      END-COMPUTE.
     IF WQ-DONE AND WQ-DONE-TIME > 0 AND GR-CLOSE-CNT(GR-PTR) < 300
      ADD 1 TO GR-CLOSE-CNT(GR-PTR)
      COMPUTE GR-CLOSE-MINS(GR-PTR, GR-CLOSE-CNT(GR-PTR)) =
          (WQ-DONE-TIME - WQ-TIME) / 60
      END-COMPUTE.

     PERFORM FIND-SLA-TARGET.
     IF ST-PTR = 0
      ADD 1 TO GR-NO-TARGET(GR-PTR)
      GO TO TALLY-ONE-ITEM-EXIT.
     IF WQ-DONE AND WQ-DONE-TIME > 0
      COMPUTE ELAPSED-MINUTES = (WQ-DONE-TIME - WQ-TIME) / 60
      END-COMPUTE
     ELSE
      COMPUTE ELAPSED-MINUTES = (ClockSeconds - WQ-TIME) / 60
      END-COMPUTE.
     MOVE "N" TO ITEM-BREACHED-SW.
     IF WQ-SLA-BREACHED
      OR (ST-BREACH-MINS(ST-PTR) > 0
       AND ELAPSED-MINUTES NOT < ST-BREACH-MINS(ST-PTR))
      MOVE "Y" TO ITEM-BREACHED-SW.
     EVALUATE TRUE
      WHEN ITEM-BREACHED
       ADD 1 TO GR-BREACHED(GR-PTR)
      WHEN WQ-DONE
       ADD 1 TO GR-MET(GR-PTR)
      WHEN OTHER
       ADD 1 TO GR-OPEN(GR-PTR)
     END-EVALUATE.
 TALLY-ONE-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-GROUP-LINE.
     MOVE 0 TO COMPLY-PCT.
     IF GR-MET(GR-IDX) + GR-BREACHED(GR-IDX) > 0
      COMPUTE COMPLY-PCT = GR-MET(GR-IDX) * 100
          / (GR-MET(GR-IDX) + GR-BREACHED(GR-IDX))
      END-COMPUTE.
     MOVE 0 TO SAMP-CNT.
     PERFORM VARYING SAMP-IDX FROM 1 BY 1
       UNTIL SAMP-IDX > GR-CLAIM-CNT(GR-IDX)
      ADD 1 TO SAMP-CNT
      MOVE GR-CLAIM-MINS(GR-IDX, SAMP-IDX) TO SAMP-MINS(SAMP-CNT)
     END-PERFORM.
     PERFORM COMPUTE-MEDIAN THRU COMPUTE-MEDIAN-EXIT.
     MOVE MEDIAN-MINS TO DISP-MEDIAN1.
     MOVE 0 TO SAMP-CNT.
     PERFORM VARYING SAMP-IDX FROM 1 BY 1
       UNTIL SAMP-IDX > GR-CLOSE-CNT(GR-IDX)
      ADD 1 TO SAMP-CNT
      MOVE GR-CLOSE-MINS(GR-IDX, SAMP-IDX) TO SAMP-MINS(SAMP-CNT)
     END-PERFORM.
     PERFORM COMPUTE-MEDIAN THRU COMPUTE-MEDIAN-EXIT.
     MOVE MEDIAN-MINS TO DISP-MEDIAN2.

     MOVE GR-ITEMS(GR-IDX)     TO DISP-CNT1.
     MOVE GR-MET(GR-IDX)       TO DISP-CNT2.
     MOVE GR-BREACHED(GR-IDX)  TO DISP-CNT3.
     MOVE GR-OPEN(GR-IDX)      TO DISP-CNT4.
     MOVE GR-NO-TARGET(GR-IDX) TO DISP-CNT5.
     MOVE COMPLY-PCT           TO DISP-PCT.
     MOVE SPACES TO WQSLA-RECORD.
     STRING GR-ROLE(GR-IDX)   DELIMITED BY SPACE ","
            GR-REASON(GR-IDX) DELIMITED BY SPACE ","
            DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3 ","
            DISP-CNT4 "," DISP-CNT5 "," DISP-PCT ","
            DISP-MEDIAN1 "," DISP-MEDIAN2
      DELIMITED BY SIZE INTO WQSLA-RECORD.
     WRITE WQSLA-RECORD.
*>-----------------------------------------------------------------
 COMPUTE-MEDIAN.
     MOVE 0 TO MEDIAN-MINS.
     IF SAMP-CNT < 1
      GO TO COMPUTE-MEDIAN-EXIT.
     MOVE "Y" TO SAMP-SWAPPED-SW.
     PERFORM UNTIL NOT SAMP-SWAPPED
      MOVE "N" TO SAMP-SWAPPED-SW
      PERFORM VARYING SAMP-IDX FROM 1 BY 1
        UNTIL SAMP-IDX >= SAMP-CNT
       COMPUTE SAMP-IDX2 = SAMP-IDX + 1 END-COMPUTE
       IF SAMP-MINS(SAMP-IDX) > SAMP-MINS(SAMP-IDX2)
        MOVE SAMP-MINS(SAMP-IDX)  TO SAMP-SWAP
        MOVE SAMP-MINS(SAMP-IDX2) TO SAMP-MINS(SAMP-IDX)
        MOVE SAMP-SWAP TO SAMP-MINS(SAMP-IDX2)
        MOVE "Y" TO SAMP-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
     COMPUTE SAMP-IDX = (SAMP-CNT + 1) / 2 END-COMPUTE.
     MOVE SAMP-MINS(SAMP-IDX) TO MEDIAN-MINS.
 COMPUTE-MEDIAN-EXIT.
     EXIT.
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
