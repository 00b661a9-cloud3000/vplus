>>source format free
*>*****************************************************************
*>*                      V R U N F C S T                           *
*>*****************************************************************
*>   "What runs tonight." Lists every batch plan on file - each plan
*>   with RUNPLAN steps, and any RUNSCHED plan still without steps -
*>   with its calendar rule and what VBATCHRUN will do with it on
*>   the forecast date (RUNFCST-RUN-DATE, zero for today):
*>     RUNS        due, and nothing ahead of it is outstanding
*>     RUNS AFTER  due, once the named predecessor finishes OK
*>     HELD        due, but the named predecessor failed that date
*>     NOT DUE     its rule leaves that date out
*>     NO STEPS    scheduled but has nothing to run
*>   The answers come from VRUNSCHED, the same check VBATCHRUN makes
*>   before it starts a plan, so the forecast and the night agree.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRUNFCST.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT RUNFCST-FILE
        ASSIGN TO RUNFCST-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RFC-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  RUNFCST-FILE.
 01  RUNFCST-RECORD               PIC X(132).
 WORKING-STORAGE SECTION.
 01 RFC-STATUS1             PIC XX.
 01 RUNFCST-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 TODAY-STAMP             PIC X(21) VALUE SPACES.
 01 RUN-DATE-WRK            PIC 9(8) VALUE 0.
 01 DUE-COUNT               PIC S9(4) COMP-5 VALUE 0.
 01 DISP-CNT                PIC Z(7)9.
 01 DISP-STEPS              PIC Z(3)9.
 01 TONIGHT-TEXT            PIC X(10) VALUE SPACES.
 01 SAVED-CSTATUS           PIC S9(4) COMP-5 VALUE 0.

*> Plans found, with how many steps each has.
 01 PLAN-TABLE.
    05 PL-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 PL-ENTRY OCCURS 200 TIMES.
       10 PL-NAME               PIC X(16).
       10 PL-STEPS              PIC S9(4) COMP-5.
 01 PL-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 PL-FOUND                PIC S9(4) COMP-5 VALUE 0.
 01 PL-WANTED               PIC X(16) VALUE SPACES.

 01 RUN-SCHED-PARMS.
    02 RSP-PLAN-NAME    Pic X(16) Value Spaces.
    02 RSP-RUN-DATE     Pic 9(8)  Value 0.
    02 RSP-DUE-SW       Pic X(01) Value Space.
       88 RSP-DUE                VALUE "Y".
    02 RSP-RULE-TEXT    Pic X(40) Value Spaces.
    02 RSP-PRED-STATUS  Pic X(04) Value Spaces.
       88 RSP-PRED-CLEAR         VALUE "    ".
       88 RSP-PRED-HELD          VALUE "HELD".
       88 RSP-PRED-WAIT          VALUE "WAIT".
    02 RSP-PRED-PLAN    Pic X(16) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-RUN-PLAN             Pic X(16) Value "RUNPLAN".
 01 DS-RUN-SCHEDULE         Pic X(16) Value "RUNSCHED".

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VRUNFCST.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO RUNFCST-DUE-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VRUNFCST "
      delimited by "  " into INTR-CALLNAME.

     MOVE RUNFCST-RUN-DATE TO RUN-DATE-WRK.
     IF RUN-DATE-WRK = 0
      MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
      MOVE TODAY-STAMP(1:8) TO RUN-DATE-WRK.

     MOVE "RUNFCST.RPT" TO RUNFCST-FILE-NAME-WRK.
     IF RUNFCST-RPT-NAME NOT = SPACES
      MOVE RUNFCST-RPT-NAME TO RUNFCST-FILE-NAME-WRK.
     OPEN OUTPUT RUNFCST-FILE.
     IF RFC-STATUS1 NOT = "00"
      MOVE "VRUNFCST" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO VRUNFCST-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VRUNFCST" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      CLOSE RUNFCST-FILE
      GO TO VRUNFCST-RETURN.

     PERFORM COLLECT-PLANS.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     MOVE SPACES TO RUNFCST-RECORD.
     STRING "BATCH RUN FORECAST FOR " RUN-DATE-WRK
      DELIMITED BY SIZE INTO RUNFCST-RECORD.
     WRITE RUNFCST-RECORD.
     MOVE SPACES TO RUNFCST-RECORD.
     STRING "PLAN,STEPS,RULE,TONIGHT,PREDECESSOR"
      DELIMITED BY SIZE INTO RUNFCST-RECORD.
     WRITE RUNFCST-RECORD.

     MOVE 0 TO SAVED-CSTATUS.
     PERFORM FORECAST-ONE-PLAN
         VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-CNT.

     MOVE DUE-COUNT TO DISP-CNT.
     MOVE SPACES TO RUNFCST-RECORD.
     STRING "PLANS DUE TONIGHT: " DISP-CNT
      DELIMITED BY SIZE INTO RUNFCST-RECORD.
     WRITE RUNFCST-RECORD.
     CLOSE RUNFCST-FILE.
     MOVE DUE-COUNT TO RUNFCST-DUE-CNT.
     MOVE SAVED-CSTATUS TO CSTATUS.

 VRUNFCST-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Every plan with steps, then any scheduled plan that has none.
 COLLECT-PLANS.
     MOVE 0 TO PL-CNT.
     MOVE LOW-VALUES TO DB-RUN-PLAN.
     CALL "DBGET" USING Secdb-Database DS-RUN-PLAN SERIAL
         STATUS-AREA ALL-ITEMS DB-RUN-PLAN NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL IMAGE-ERRORS
      MOVE RPL-PLAN-NAME TO PL-WANTED
      PERFORM FIND-OR-ADD-PLAN
      IF PL-FOUND > 0
       ADD 1 TO PL-STEPS(PL-FOUND)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-RUN-PLAN SERIAL
          STATUS-AREA ALL-ITEMS DB-RUN-PLAN NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE LOW-VALUES TO DB-RUN-SCHEDULE.
     CALL "DBGET" USING Secdb-Database DS-RUN-SCHEDULE SERIAL
         STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL IMAGE-ERRORS
      MOVE RSC-PLAN-NAME TO PL-WANTED
      PERFORM FIND-OR-ADD-PLAN
      CALL "DBGET" USING Secdb-Database DS-RUN-SCHEDULE SERIAL
          STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 FIND-OR-ADD-PLAN.
     MOVE 0 TO PL-FOUND.
     PERFORM VARYING PL-IDX FROM 1 BY 1
       UNTIL PL-IDX > PL-CNT OR PL-FOUND > 0
      IF PL-NAME(PL-IDX) = PL-WANTED
       MOVE PL-IDX TO PL-FOUND
      END-IF
     END-PERFORM.
     IF PL-FOUND = 0 AND PL-CNT < 200
      ADD 1 TO PL-CNT
      MOVE PL-WANTED TO PL-NAME(PL-CNT)
      MOVE 0         TO PL-STEPS(PL-CNT)
      MOVE PL-CNT    TO PL-FOUND.
*>-----------------------------------------------------------------
 FORECAST-ONE-PLAN.
     MOVE PL-NAME(PL-IDX) TO RSP-PLAN-NAME.
     MOVE RUN-DATE-WRK    TO RSP-RUN-DATE.
     CALL "VRUNSCHED" USING COMAREA RUN-SCHED-PARMS.
     IF CSTATUS NOT = 0
      MOVE CSTATUS TO SAVED-CSTATUS.

     EVALUATE TRUE
      WHEN NOT RSP-DUE
       MOVE "NOT DUE"    TO TONIGHT-TEXT
      WHEN PL-STEPS(PL-IDX) = 0
       MOVE "NO STEPS"   TO TONIGHT-TEXT
      WHEN RSP-PRED-HELD
       MOVE "HELD"       TO TONIGHT-TEXT
      WHEN RSP-PRED-WAIT
       MOVE "RUNS AFTER" TO TONIGHT-TEXT
       ADD 1 TO DUE-COUNT
      WHEN OTHER
       MOVE "RUNS"       TO TONIGHT-TEXT
       ADD 1 TO DUE-COUNT
     END-EVALUATE.

     MOVE PL-STEPS(PL-IDX) TO DISP-STEPS.
     MOVE SPACES TO RUNFCST-RECORD.
     STRING PL-NAME(PL-IDX) DELIMITED BY SPACE ","
            DISP-STEPS      DELIMITED BY SIZE  ","
            RSP-RULE-TEXT   DELIMITED BY "  "  ","
            TONIGHT-TEXT    DELIMITED BY "  "  ","
            RSP-PRED-PLAN   DELIMITED BY SPACE
      INTO RUNFCST-RECORD.
     WRITE RUNFCST-RECORD.
