*>   The step parameter rides to the step program in COMAREA
*>   BATCHRUN-STEP-PARM; each step reads its own ordinary COMAREA
*>   fields as always.
*>
*>   A step whose plan row names its report file (RPL-RPT-FILE) has
*>   that file handed to VRPTDIST as soon as the step ends OK, so the
*>   report reaches its subscribers without anyone opening it first.
*>
*>   Before any step starts, VRUNSCHED checks the plan's RUNSCHED
*>   calendar rule and its predecessor plans for the run date. A plan
*>   not due that day is recorded "NSCH" and left alone (unless the
*>   operator forces it); one whose predecessor failed is recorded
*>   "HELD", and one whose predecessor has not finished "WAIT" - a
*>   step-zero RUNSTEP record either way, so the status board shows
*>   why the plan never started.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBATCHRUN.
 AUTHOR.     MICHAEL ANDERSON.
       10 ST-PROGNAME           PIC X(15).
       10 ST-PARM               PIC X(64).
       10 ST-ON-FAIL            PIC X(01).
       10 ST-RPT-FILE           PIC X(32).
 01 ST-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 ST-IDX2                 PIC S9(4) COMP-5 VALUE 0.
 01 ST-SWAP-NO              PIC S9(4) COMP-5 VALUE 0.
 01 ST-SWAP-PROG            PIC X(15) VALUE SPACES.
 01 ST-SWAP-PARM            PIC X(64) VALUE SPACES.
 01 ST-SWAP-FAIL            PIC X(01) VALUE SPACE.
 01 ST-SWAP-RPT             PIC X(32) VALUE SPACES.
 01 DISP-SENT               PIC ---9.
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
 01 ST-SWAPPED-SW           PIC X VALUE "N".
    88 ST-SWAPPED              VALUE "Y".

      CLOSE BATCHRUN-FILE
      GO TO VBATCHRUN-RETURN.

     MOVE "RAN " TO BATCHRUN-PLAN-STATUS.
     PERFORM CHECK-PLAN-SCHEDULE THRU CHECK-PLAN-SCHEDULE-EXIT.
     IF NOT BATCHRUN-PLAN-RAN
      GO TO VBATCHRUN-CLOSE.

     PERFORM LOAD-PLAN-STEPS.
     PERFORM SORT-PLAN-STEPS.

      PERFORM RUN-ONE-STEP
          VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT.

 VBATCHRUN-CLOSE.
     CALL "DBCLOSE" USING Jobdb-Database DUMMY MODE-1 STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE BATCHRUN-FILE.

 VBATCHRUN-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Due today, and cleared by its predecessors? Anything else is
*> written down as a step-zero RUNSTEP record and a report line.
 CHECK-PLAN-SCHEDULE.
     MOVE BATCHRUN-PLAN-NAME TO RSP-PLAN-NAME.
     MOVE RUN-DATE-WRK       TO RSP-RUN-DATE.
     CALL "VRUNSCHED" USING COMAREA RUN-SCHED-PARMS.
     IF CSTATUS NOT = 0
      MOVE "HELD" TO BATCHRUN-PLAN-STATUS
      MOVE SPACES TO BATCHRUN-RECORD
      STRING "PLAN " DELIMITED BY SIZE
             BATCHRUN-PLAN-NAME DELIMITED BY SPACE
             " NOT STARTED - SCHEDULE COULD NOT BE CHECKED"
       DELIMITED BY SIZE INTO BATCHRUN-RECORD
      WRITE BATCHRUN-RECORD
      GO TO CHECK-PLAN-SCHEDULE-EXIT.

     IF NOT RSP-DUE AND BATCHRUN-FORCE-SW NOT = "Y"
      MOVE "NSCH" TO BATCHRUN-PLAN-STATUS
      PERFORM RECORD-PLAN-NOT-STARTED
      MOVE SPACES TO BATCHRUN-RECORD
      STRING "PLAN " DELIMITED BY SIZE
             BATCHRUN-PLAN-NAME DELIMITED BY SPACE
             " NOT DUE " RUN-DATE-WRK " - " DELIMITED BY SIZE
             RSP-RULE-TEXT DELIMITED BY "  "
       INTO BATCHRUN-RECORD
      WRITE BATCHRUN-RECORD
      GO TO CHECK-PLAN-SCHEDULE-EXIT.

     IF RSP-PRED-HELD
      MOVE "HELD" TO BATCHRUN-PLAN-STATUS
      MOVE "VBATCHRUN" TO INTR-ERRNAME
      MOVE 144          TO INTR-ERRNUM
      MOVE 144          TO CSTATUS
      PERFORM RECORD-PLAN-NOT-STARTED
      MOVE SPACES TO BATCHRUN-RECORD
      STRING "PLAN " DELIMITED BY SIZE
             BATCHRUN-PLAN-NAME DELIMITED BY SPACE
             " HELD - PREDECESSOR " DELIMITED BY SIZE
             RSP-PRED-PLAN DELIMITED BY SPACE
             " FAILED FOR " RUN-DATE-WRK DELIMITED BY SIZE
       INTO BATCHRUN-RECORD
      WRITE BATCHRUN-RECORD
      GO TO CHECK-PLAN-SCHEDULE-EXIT.

     IF RSP-PRED-WAIT
      MOVE "WAIT" TO BATCHRUN-PLAN-STATUS
      MOVE "VBATCHRUN" TO INTR-ERRNAME
      MOVE 145          TO INTR-ERRNUM
      MOVE 145          TO CSTATUS
      PERFORM RECORD-PLAN-NOT-STARTED
      MOVE SPACES TO BATCHRUN-RECORD
      STRING "PLAN " DELIMITED BY SIZE
             BATCHRUN-PLAN-NAME DELIMITED BY SPACE
             " WAITING - PREDECESSOR " DELIMITED BY SIZE
             RSP-PRED-PLAN DELIMITED BY SPACE
             " NOT FINISHED FOR " RUN-DATE-WRK DELIMITED BY SIZE
       INTO BATCHRUN-RECORD
      WRITE BATCHRUN-RECORD.
 CHECK-PLAN-SCHEDULE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RECORD-PLAN-NOT-STARTED.
     INITIALIZE DB-RUN-STEP.
     MOVE BATCHRUN-PLAN-NAME   TO RS-PLAN-NAME.
     MOVE RUN-DATE-WRK         TO RS-RUN-DATE.
     MOVE 0                    TO RS-STEP-NO.
     MOVE "VBATCHRUN"          TO RS-PROGNAME.
     PERFORM Get-ClockSeconds.
     MOVE ClockSeconds         TO RS-START-TIME RS-END-TIME.
     MOVE BATCHRUN-PLAN-STATUS TO RS-STATUS.
     MOVE CSTATUS              TO RS-CSTATUS.
     PERFORM PUT-RUN-STEP.
*>-----------------------------------------------------------------
 LOAD-PLAN-STEPS.
     MOVE 0 TO ST-CNT.
       MOVE RPL-PROGNAME TO ST-PROGNAME(ST-CNT)
       MOVE RPL-PARM     TO ST-PARM(ST-CNT)
       MOVE RPL-ON-FAIL  TO ST-ON-FAIL(ST-CNT)
       MOVE RPL-RPT-FILE TO ST-RPT-FILE(ST-CNT)
      END-IF
     END-PERFORM.
 LOAD-PLAN-STEPS-EXIT.
        MOVE ST-PROGNAME(ST-IDX) TO ST-SWAP-PROG
        MOVE ST-PARM(ST-IDX)     TO ST-SWAP-PARM
        MOVE ST-ON-FAIL(ST-IDX)  TO ST-SWAP-FAIL
        MOVE ST-RPT-FILE(ST-IDX) TO ST-SWAP-RPT
        MOVE ST-STEP-NO(ST-IDX2)  TO ST-STEP-NO(ST-IDX)
        MOVE ST-PROGNAME(ST-IDX2) TO ST-PROGNAME(ST-IDX)
        MOVE ST-PARM(ST-IDX2)     TO ST-PARM(ST-IDX)
        MOVE ST-ON-FAIL(ST-IDX2)  TO ST-ON-FAIL(ST-IDX)
        MOVE ST-RPT-FILE(ST-IDX2) TO ST-RPT-FILE(ST-IDX)
        MOVE ST-SWAP-NO   TO ST-STEP-NO(ST-IDX2)
        MOVE ST-SWAP-PROG TO ST-PROGNAME(ST-IDX2)
        MOVE ST-SWAP-PARM TO ST-PARM(ST-IDX2)
        MOVE ST-SWAP-FAIL TO ST-ON-FAIL(ST-IDX2)
        MOVE ST-SWAP-RPT  TO ST-RPT-FILE(ST-IDX2)
        MOVE "Y" TO ST-SWAPPED-SW
       END-IF
      END-PERFORM
      DELIMITED BY SIZE INTO BATCHRUN-RECORD.
     WRITE BATCHRUN-RECORD.

     IF SAVED-CSTATUS = 0
      AND ST-RPT-FILE(ST-IDX) NOT = SPACES
      PERFORM DISTRIBUTE-STEP-REPORT.

     IF SAVED-CSTATUS NOT = 0
      AND ST-ON-FAIL(ST-IDX) NOT = "C"
      MOVE "Y" TO CHAIN-STOPPED-SW
      MOVE SAVED-CSTATUS TO CSTATUS.
 RUN-ONE-STEP-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The step's report goes to its subscribers. Distribution trouble
*> is VRPTDIST's to log; it never turns an OK step into a failure.
 DISTRIBUTE-STEP-REPORT.
     MOVE ST-RPT-FILE(ST-IDX) TO RPTDIST-FILE.
     MOVE BATCHRUN-PLAN-NAME  TO RPTDIST-PLAN-NAME.
     MOVE RUN-DATE-WRK        TO RPTDIST-RUN-DATE.
     MOVE ST-STEP-NO(ST-IDX)  TO RPTDIST-STEP-NO.
     CALL "VRPTDIST" USING COMAREA
      ON EXCEPTION
       MOVE 0 TO RPTDIST-SENT-CNT
     END-CALL.
     MOVE SAVED-CSTATUS TO CSTATUS.

     MOVE ST-STEP-NO(ST-IDX) TO DISP-STEP.
     MOVE RPTDIST-SENT-CNT   TO DISP-SENT.
     MOVE SPACES TO BATCHRUN-RECORD.
     STRING "STEP" DISP-STEP " " DELIMITED BY SIZE
            ST-RPT-FILE(ST-IDX) DELIMITED BY SPACE
            " SENT TO" DISP-SENT " SUBSCRIBER(S)"
      DELIMITED BY SIZE INTO BATCHRUN-RECORD.
     WRITE BATCHRUN-RECORD.
*>-----------------------------------------------------------------
 RECORD-SKIPPED-STEP.
     INITIALIZE DB-RUN-STEP.
     CALL "DBLOCK" USING Jobdb-Database DS-RUN-STEP
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Jobdb-Database DS-RUN-STEP
         MODE-1 STATUS-AREA ALL-ITEMS DB-RUN-STEP.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Jobdb-Database DS-RUN-STEP
