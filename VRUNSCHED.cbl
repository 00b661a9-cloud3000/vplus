>>source format free
*>*****************************************************************
*>*                     V R U N S C H E D                          *
*>*****************************************************************
*>   Run-plan calendar. For one plan and run date, says whether the
*>   plan's SECDB/RUNSCHED rule makes it due that day and whether its
*>   predecessors have cleared it to start:
*>     "D" (or blank) every day
*>     "B" business days - weekdays with no HOLIDAYS record
*>     "N" the RSC-NTH'th business day of the month
*>     "L" the last business day of the month
*>     "Q" the last business day of a quarter (March, June,
*>         September, December)
*>   with RSC-WEEKDAYS, Monday first, narrowing any of them to the
*>   days marked "Y". Weekdays come from DAYNUM, as in VFIELDEDITS'
*>   business-date edits. A plan with no RUNSCHED record is due
*>   every day and waits on nothing.
*>
*>   A predecessor clears the plan when every one of its RUNPLAN
*>   steps is recorded OK in JOBDB/RUNSTEP for the same run date,
*>   or when its own rule does not make it due that day. A failed or
*>   skipped step - or the predecessor itself being held - holds the
*>   plan ("HELD"); steps not yet run leave it waiting ("WAIT").
*>   Shared by VBATCHRUN, which refuses to start a plan that is not
*>   cleared, and VRUNFCST, which forecasts the night's runs.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRUNSCHED.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 RUN-DATE-WRK            PIC 9(8) VALUE 0.
 01 RUN-DATE-PARTS REDEFINES RUN-DATE-WRK.
    05 RD-YEAR              PIC 9(4).
    05 RD-MONTH             PIC 99.
    05 RD-DAY               PIC 99.
 01 MONTH-DAYS-TABLE.
    05 FILLER               PIC X(24) VALUE "312831303130313130313031".
 01 MONTH-DAYS-LIST REDEFINES MONTH-DAYS-TABLE.
    05 MONTH-DAYS           PIC 99 OCCURS 12 TIMES.
 01 DAYS-IN-MONTH           PIC 99 VALUE 0.
 01 LEAP-QUOT               PIC 9(4) VALUE 0.
 01 LEAP-REM4               PIC 9(4) VALUE 0.
 01 LEAP-REM100             PIC 9(4) VALUE 0.
 01 LEAP-REM400             PIC 9(4) VALUE 0.
 01 TEST-DAY                PIC 99 VALUE 0.
 01 BUSDAY-COUNT            PIC S9(4) COMP-5 VALUE 0.
 01 WEEKDAY-POS             PIC S9(4) COMP-5 VALUE 0.
 01 RUNDAY-WEEKDAY-POS      PIC S9(4) COMP-5 VALUE 0.
 01 HOL-SEARCH-KEY          PIC S9(9) COMP-5 VALUE 0.
 01 BUSINESS-SW             PIC X VALUE "N".
    88 IS-BUSINESS-DAY          VALUE "Y".
 01 RUNDAY-BUSINESS-SW      PIC X VALUE "N".
    88 RUNDAY-IS-BUSINESS       VALUE "Y".
 01 LATER-BUSINESS-SW       PIC X VALUE "N".
    88 LATER-BUSINESS-DAY       VALUE "Y".
 01 CAL-DUE-SW              PIC X VALUE "N".
    88 CAL-DUE                  VALUE "Y".
 01 SCHED-FOUND-SW          PIC X VALUE "N".
    88 SCHED-FOUND              VALUE "Y".
 01 JOBDB-OPEN-SW           PIC X VALUE "N".
    88 JOBDB-IS-OPEN            VALUE "Y".
 01 DISP-NTH                PIC Z9.
 01 DAY-LETTERS             PIC X(07) VALUE "MTWTFSS".
 01 DAY-MASK                PIC X(07) VALUE SPACES.
 01 SCHED-PLAN-KEY          PIC X(16) VALUE SPACES.
 01 CALDATE.
    02 CAL-YEAR PIC 9(4) VALUE ZERO.
    02 CAL-MO   PIC 99 VALUE ZERO.
    02 CAL-DA   PIC 99 VALUE ZERO.
 01 NUMDATE     PIC S9(9) COMP-5 VALUE 0.
 01 DNUM        PIC S9(4) COMP-5 VALUE 0.

*> The plan's own predecessors, saved before their schedules are
*> read into the same record area.
 01 PRED-TABLE.
    05 PRED-PLAN            PIC X(16) OCCURS 4 TIMES.
 01 PRED-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 PRED-STATE              PIC X(04) VALUE SPACES.

*> The predecessor's steps and how each stands for the run date.
 01 PSTEP-TABLE.
    05 PSTEP-CNT            PIC S9(4) COMP-5 VALUE 0.
    05 PSTEP-ENTRY OCCURS 32 TIMES.
       10 PSTEP-NO              PIC S9(4) COMP-5.
       10 PSTEP-OK-SW           PIC X(01).
          88 PSTEP-OK                 VALUE "Y".
       10 PSTEP-BAD-SW          PIC X(01).
          88 PSTEP-BAD                VALUE "Y".
 01 PSTEP-IDX               PIC S9(4) COMP-5 VALUE 0.
 01 PRED-HELD-SW            PIC X VALUE "N".
    88 PRED-IS-HELD             VALUE "Y".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-RUN-SCHEDULE         Pic X(16) Value "RUNSCHED".
 01 DS-RUN-PLAN             Pic X(16) Value "RUNPLAN".
 01 DS-HOLIDAY              Pic X(16) Value "HOLIDAYS".
 01 DS-RUN-STEP             Pic X(16) Value "RUNSTEP".

 01  Jobdb-Database.
     05  Job-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Job-DBNAME              PIC X(26) VALUE SPACES.

*> Step-status record (JOBDB/RUNSTEP), as VBATCHRUN writes it.
 01 DB-RUN-STEP.
    05 RS-PLAN-NAME         PIC X(16).
    05 RS-RUN-DATE          PIC 9(8).
    05 RS-STEP-NO           PIC S9(4) COMP-5.
    05 RS-PROGNAME          PIC X(15).
    05 RS-START-TIME        PIC S9(18) COMP-5.
    05 RS-END-TIME          PIC S9(18) COMP-5.
    05 RS-STATUS            PIC X(04).
    05 RS-CSTATUS           PIC S9(4) COMP-5.

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
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 RUN-SCHED-PARMS.
    02 RSP-PLAN-NAME    Pic X(16).
    02 RSP-RUN-DATE     Pic 9(8).
    02 RSP-DUE-SW       Pic X(01).
       88 RSP-DUE                VALUE "Y".
    02 RSP-RULE-TEXT    Pic X(40).
    02 RSP-PRED-STATUS  Pic X(04).
       88 RSP-PRED-CLEAR         VALUE "    ".
       88 RSP-PRED-HELD          VALUE "HELD".
       88 RSP-PRED-WAIT          VALUE "WAIT".
    02 RSP-PRED-PLAN    Pic X(16).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA RUN-SCHED-PARMS.
 0000-BEGIN-VRUNSCHED.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE "Y"    TO RSP-DUE-SW.
     MOVE "EVERY DAY" TO RSP-RULE-TEXT.
     MOVE SPACES TO RSP-PRED-STATUS RSP-PRED-PLAN.
     MOVE SPACES TO PRED-TABLE.

     IF RSP-PLAN-NAME = SPACES OR RSP-RUN-DATE = 0
      MOVE "VRUNSCHED" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      GO TO VRUNSCHED-RETURN.
     MOVE RSP-RUN-DATE TO RUN-DATE-WRK.
     IF RD-MONTH < 1 OR RD-MONTH > 12 OR RD-DAY < 1 OR RD-DAY > 31
      MOVE "VRUNSCHED" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      GO TO VRUNSCHED-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VRUNSCHED" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO VRUNSCHED-RETURN.

     PERFORM SET-MONTH-LENGTH.
     PERFORM CLASSIFY-RUN-DATE.

     MOVE RSP-PLAN-NAME TO SCHED-PLAN-KEY.
     PERFORM READ-PLAN-SCHEDULE.
     IF SCHED-FOUND
      PERFORM EVALUATE-CALENDAR
      MOVE CAL-DUE-SW TO RSP-DUE-SW
      PERFORM DESCRIBE-RULE
      PERFORM VARYING PRED-IDX FROM 1 BY 1 UNTIL PRED-IDX > 4
       MOVE RSC-PRED-PLAN(PRED-IDX) TO PRED-PLAN(PRED-IDX)
      END-PERFORM.

     IF PRED-TABLE NOT = SPACES
      MOVE "N" TO JOBDB-OPEN-SW
      MOVE SPACES TO Jobdb-Database
      MOVE MM-JOBDB-NAME TO Job-DBNAME
      CALL "DBOPEN" USING Jobdb-Database DB-PASSWORD MODE-1 STATUS-AREA
      IF NO-IMAGE-ERRORS
       MOVE "Y" TO JOBDB-OPEN-SW
       PERFORM CHECK-ONE-PREDECESSOR THRU CHECK-ONE-PREDECESSOR-EXIT
           VARYING PRED-IDX FROM 1 BY 1
           UNTIL PRED-IDX > 4 OR RSP-PRED-HELD
       CALL "DBCLOSE" USING Jobdb-Database DUMMY MODE-1 STATUS-AREA
      ELSE
       CALL "DBEXPLAIN" USING STATUS-AREA
       MOVE "VRUNSCHED" TO INTR-ERRNAME
       MOVE 51           TO INTR-ERRNUM
       MOVE 51           TO CSTATUS
      END-IF
     END-IF.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VRUNSCHED-RETURN.
     Goback.
*>-----------------------------------------------------------------
 SET-MONTH-LENGTH.
     MOVE MONTH-DAYS(RD-MONTH) TO DAYS-IN-MONTH.
     IF RD-MONTH = 2
      DIVIDE RD-YEAR BY 4   GIVING LEAP-QUOT REMAINDER LEAP-REM4
      DIVIDE RD-YEAR BY 100 GIVING LEAP-QUOT REMAINDER LEAP-REM100
      DIVIDE RD-YEAR BY 400 GIVING LEAP-QUOT REMAINDER LEAP-REM400
      IF LEAP-REM4 = 0 AND (LEAP-REM100 NOT = 0 OR LEAP-REM400 = 0)
       MOVE 29 TO DAYS-IN-MONTH.
*>-----------------------------------------------------------------
*> Everything about the run date the rules ask: its weekday, whether
*> it is a business day, which business day of the month it is, and
*> whether another business day follows it before month-end.
 CLASSIFY-RUN-DATE.
     MOVE RD-DAY TO TEST-DAY.
     PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-EXIT.
     MOVE BUSINESS-SW TO RUNDAY-BUSINESS-SW.
     MOVE WEEKDAY-POS TO RUNDAY-WEEKDAY-POS.

     MOVE 0 TO BUSDAY-COUNT.
     PERFORM VARYING TEST-DAY FROM 1 BY 1 UNTIL TEST-DAY > RD-DAY
      PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-EXIT
      IF IS-BUSINESS-DAY
       ADD 1 TO BUSDAY-COUNT
      END-IF
     END-PERFORM.

     MOVE "N" TO LATER-BUSINESS-SW.
     COMPUTE TEST-DAY = RD-DAY + 1 END-COMPUTE.
     PERFORM UNTIL TEST-DAY > DAYS-IN-MONTH OR LATER-BUSINESS-DAY
      PERFORM TEST-BUSINESS-DAY THRU TEST-BUSINESS-DAY-EXIT
      IF IS-BUSINESS-DAY
       MOVE "Y" TO LATER-BUSINESS-SW
      END-IF
      ADD 1 TO TEST-DAY
     END-PERFORM.
*>-----------------------------------------------------------------
*> TEST-DAY of the run month: weekday position (Monday 1 through
*> Sunday 7) and business-day test - not a Saturday, Sunday or
*> HOLIDAYS record. DAYNUM gives 1 for Sunday, 7 for Saturday.
 TEST-BUSINESS-DAY.
     MOVE "N" TO BUSINESS-SW.
     INITIALIZE CALDATE NUMDATE DNUM.
     MOVE RD-YEAR  TO CAL-YEAR.
     MOVE RD-MONTH TO CAL-MO.
     MOVE TEST-DAY TO CAL-DA.
     CALL "DAYNUM" USING CALDATE NUMDATE DNUM.
     COMPUTE WEEKDAY-POS = DNUM - 1 END-COMPUTE.
     IF WEEKDAY-POS < 1
      MOVE 7 TO WEEKDAY-POS.
     IF DNUM = 0 OR DNUM = 1 OR DNUM = 7
      GO TO TEST-BUSINESS-DAY-EXIT.
     COMPUTE HOL-SEARCH-KEY =
         (RD-YEAR * 10000) + (RD-MONTH * 100) + TEST-DAY END-COMPUTE.
     CALL "DBGET" USING Secdb-Database DS-HOLIDAY KEYED
         STATUS-AREA ALL-ITEMS DB-HOLIDAY HOL-SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      GO TO TEST-BUSINESS-DAY-EXIT.
     MOVE "Y" TO BUSINESS-SW.
 TEST-BUSINESS-DAY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 READ-PLAN-SCHEDULE.
     MOVE "N" TO SCHED-FOUND-SW.
     MOVE SCHED-PLAN-KEY TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-RUN-SCHEDULE KEYED
         STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE SEARCH-KEY.
     IF NOT IMAGE-ERRORS
      MOVE "Y" TO SCHED-FOUND-SW
     ELSE
      IF NOT NO-ENTRY
       CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> The record in DB-RUN-SCHEDULE against the classified run date.
 EVALUATE-CALENDAR.
     MOVE "N" TO CAL-DUE-SW.
     EVALUATE TRUE
      WHEN RSC-EVERY-DAY
       MOVE "Y" TO CAL-DUE-SW
      WHEN RSC-BUSINESS-DAYS
       IF RUNDAY-IS-BUSINESS
        MOVE "Y" TO CAL-DUE-SW
       END-IF
      WHEN RSC-NTH-BUSINESS-DAY
       IF RUNDAY-IS-BUSINESS AND BUSDAY-COUNT = RSC-NTH
        MOVE "Y" TO CAL-DUE-SW
       END-IF
      WHEN RSC-MONTH-END
       IF RUNDAY-IS-BUSINESS AND NOT LATER-BUSINESS-DAY
        MOVE "Y" TO CAL-DUE-SW
       END-IF
      WHEN RSC-QUARTER-END
       IF RUNDAY-IS-BUSINESS AND NOT LATER-BUSINESS-DAY
        AND (RD-MONTH = 3 OR RD-MONTH = 6 OR RD-MONTH = 9
             OR RD-MONTH = 12)
        MOVE "Y" TO CAL-DUE-SW
       END-IF
      WHEN OTHER
       CONTINUE
     END-EVALUATE.
     IF RSC-WEEKDAYS NOT = SPACES
      AND RSC-WEEKDAYS(RUNDAY-WEEKDAY-POS:1) NOT = "Y"
      MOVE "N" TO CAL-DUE-SW.
*>-----------------------------------------------------------------
 DESCRIBE-RULE.
     MOVE SPACES TO RSP-RULE-TEXT.
     EVALUATE TRUE
      WHEN RSC-EVERY-DAY
       MOVE "EVERY DAY" TO RSP-RULE-TEXT
      WHEN RSC-BUSINESS-DAYS
       MOVE "BUSINESS DAYS" TO RSP-RULE-TEXT
      WHEN RSC-NTH-BUSINESS-DAY
       MOVE RSC-NTH TO DISP-NTH
       STRING "BUSINESS DAY " DISP-NTH " OF MONTH"
        DELIMITED BY SIZE INTO RSP-RULE-TEXT
      WHEN RSC-MONTH-END
       MOVE "LAST BUSINESS DAY OF MONTH" TO RSP-RULE-TEXT
      WHEN RSC-QUARTER-END
       MOVE "LAST BUSINESS DAY OF QUARTER" TO RSP-RULE-TEXT
      WHEN OTHER
       MOVE "UNKNOWN RULE - NEVER DUE" TO RSP-RULE-TEXT
     END-EVALUATE.
     IF RSC-WEEKDAYS NOT = SPACES
      MOVE "-------" TO DAY-MASK
      PERFORM VARYING WEEKDAY-POS FROM 1 BY 1 UNTIL WEEKDAY-POS > 7
       IF RSC-WEEKDAYS(WEEKDAY-POS:1) = "Y"
        MOVE DAY-LETTERS(WEEKDAY-POS:1) TO DAY-MASK(WEEKDAY-POS:1)
       END-IF
      END-PERFORM
      STRING RSP-RULE-TEXT DELIMITED BY "  "
             " " DAY-MASK DELIMITED BY SIZE
       INTO RSP-RULE-TEXT.
*>-----------------------------------------------------------------
*> One predecessor: not due that day clears it; otherwise its steps
*> for the run date decide between clear, held and waiting.
 CHECK-ONE-PREDECESSOR.
     IF PRED-PLAN(PRED-IDX) = SPACES
      GO TO CHECK-ONE-PREDECESSOR-EXIT.
     MOVE PRED-PLAN(PRED-IDX) TO SCHED-PLAN-KEY.
     PERFORM READ-PLAN-SCHEDULE.
     IF SCHED-FOUND
      PERFORM EVALUATE-CALENDAR
      IF NOT CAL-DUE
       GO TO CHECK-ONE-PREDECESSOR-EXIT.

     PERFORM LOAD-PREDECESSOR-STEPS THRU LOAD-PREDECESSOR-STEPS-EXIT.
     PERFORM SCAN-PREDECESSOR-RUNS THRU SCAN-PREDECESSOR-RUNS-EXIT.

     MOVE "    " TO PRED-STATE.
     IF PSTEP-CNT = 0
      MOVE "WAIT" TO PRED-STATE.
     PERFORM VARYING PSTEP-IDX FROM 1 BY 1 UNTIL PSTEP-IDX > PSTEP-CNT
      IF NOT PSTEP-OK(PSTEP-IDX)
       IF PSTEP-BAD(PSTEP-IDX)
        MOVE "HELD" TO PRED-STATE
       ELSE
        IF PRED-STATE = "    "
         MOVE "WAIT" TO PRED-STATE
        END-IF
       END-IF
      END-IF
     END-PERFORM.
     IF PRED-IS-HELD AND PRED-STATE NOT = "    "
      MOVE "HELD" TO PRED-STATE.

     IF PRED-STATE = "HELD"
      OR (PRED-STATE = "WAIT" AND RSP-PRED-CLEAR)
      MOVE PRED-STATE          TO RSP-PRED-STATUS
      MOVE PRED-PLAN(PRED-IDX) TO RSP-PRED-PLAN.
 CHECK-ONE-PREDECESSOR-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LOAD-PREDECESSOR-STEPS.
     MOVE 0 TO PSTEP-CNT.
     MOVE "PLANNAME;" TO SEARCH-ITEM.
     MOVE PRED-PLAN(PRED-IDX) TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-RUN-PLAN
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO LOAD-PREDECESSOR-STEPS-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR PSTEP-CNT NOT < 32
      CALL "DBGET" USING Secdb-Database DS-RUN-PLAN CHAINED
          STATUS-AREA ALL-ITEMS DB-RUN-PLAN NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       ADD 1 TO PSTEP-CNT
       MOVE RPL-STEP-NO TO PSTEP-NO(PSTEP-CNT)
       MOVE "N" TO PSTEP-OK-SW(PSTEP-CNT) PSTEP-BAD-SW(PSTEP-CNT)
      END-IF
     END-PERFORM.
 LOAD-PREDECESSOR-STEPS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A rerun leaves the failed attempt on file ahead of the OK one, so
*> an OK record for a step outweighs any failure recorded for it.
 SCAN-PREDECESSOR-RUNS.
     MOVE "N" TO PRED-HELD-SW.
     MOVE "PLANNAME;" TO SEARCH-ITEM.
     MOVE PRED-PLAN(PRED-IDX) TO SEARCH-KEY.
     CALL "DBFIND" USING Jobdb-Database DS-RUN-STEP
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO SCAN-PREDECESSOR-RUNS-EXIT.
     PERFORM UNTIL END-OF-CHAIN
      CALL "DBGET" USING Jobdb-Database DS-RUN-STEP CHAINED
          STATUS-AREA ALL-ITEMS DB-RUN-STEP NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN AND RS-RUN-DATE = RUN-DATE-WRK
       IF RS-STEP-NO = 0 AND RS-STATUS = "HELD"
        MOVE "Y" TO PRED-HELD-SW
       END-IF
       PERFORM VARYING PSTEP-IDX FROM 1 BY 1
         UNTIL PSTEP-IDX > PSTEP-CNT
        IF PSTEP-NO(PSTEP-IDX) = RS-STEP-NO
         EVALUATE RS-STATUS
          WHEN "OK"
           MOVE "Y" TO PSTEP-OK-SW(PSTEP-IDX)
          WHEN "FAIL"
          WHEN "SKIP"
           MOVE "Y" TO PSTEP-BAD-SW(PSTEP-IDX)
          WHEN OTHER
           CONTINUE
         END-EVALUATE
        END-IF
       END-PERFORM
      END-IF
     END-PERFORM.
 SCAN-PREDECESSOR-RUNS-EXIT.
     EXIT.
