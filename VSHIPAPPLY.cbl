>>source format free
*>*****************************************************************
*>*                     V S H I P A P P L Y                        *
*>*****************************************************************
*>   Warm standby side of SECDB change shipping. The primary's
*>   VDBPUT/VDBUPDATE/VDBDELETE append every SECDB change to the
*>   change log (VCHGLOG); the site's file replication carries the
*>   log to the standby, and this program, run there against the
*>   standby's own SECDB, keeps that copy current:
*>     SHIP-APPLY           ("A")  replays every change past the
*>                                 checkpoint in log order - a put
*>                                 goes in as captured, an update or
*>                                 delete first finds the standby's
*>                                 row by its before image. The
*>                                 checkpoint (SECDB/SHIPCKPT) moves
*>                                 after each change, so a stopped
*>                                 apply resumes at the next one. The
*>                                 first change that will not go in
*>                                 stops the run (CSTATUS 149) rather
*>                                 than let the copy drift.
*>     SHIP-LAG-REPORT      ("L")  how far behind the standby is, in
*>                                 changes and in seconds.
*>     SHIP-FAILOVER-REPORT ("F")  the checklist operations work
*>                                 from when the primary is gone: the
*>                                 last applied sequence and when it
*>                                 was captured, what is still to
*>                                 apply, and how to count what never
*>                                 arrived.
*>     SHIP-SET-CHECKPOINT  ("I")  positions the checkpoint - after a
*>                                 standby is loaded from VSECDBEXP,
*>                                 at the sequence the export covered.
*>   A checkpoint taken against one log is refused against another
*>   (CSTATUS 149) until it is set again: sequences restart with
*>   every new log. Changes applied here are not captured again -
*>   this program writes with the plain intrinsics.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSHIPAPPLY.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT CHGLOG-FILE
        ASSIGN TO CHGLOG-FILE-NAME-WRK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SHIP-STATUS1.

     SELECT SHIPRPT-FILE
        ASSIGN TO SHIPRPT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHIP-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  CHGLOG-FILE.
     COPY "comlib/CHGLOGREC".
 FD  SHIPRPT-FILE.
 01  SHIPRPT-RECORD               PIC X(132).
 WORKING-STORAGE SECTION.
 01 SHIP-STATUS1            PIC XX.
 01 SHIP-STATUS2            PIC XX.
 01 CHGLOG-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 SHIPRPT-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 GEN-RECORD              PIC X(4096) VALUE LOW-VALUES.
 01 SHIP-CLOCK              PIC S9(18) COMP-5 VALUE 0.
 01 CLK-NUM1                PIC X(14)  VALUE SPACES.
 01 CLK-NUM2                PIC S9(14) VALUE ZERO.
 01 CLK-NUMDEC              PIC S9(4)  COMP-5 VALUE 0.
 01 CLK-NUMERR              PIC S9(4)  COMP-5 VALUE 0.
   COPY "vplus/TCLDBMEM".

 01 CKPT-FOUND-SW           PIC X VALUE "N".
    88 CKPT-FOUND              VALUE "Y".
 01 LOG-EOF-SW              PIC X VALUE "N".
    88 LOG-EOF                 VALUE "Y".
 01 APPLY-STOP-SW           PIC X VALUE "N".
    88 APPLY-STOPPED           VALUE "Y".
 01 ROW-FOUND-SW            PIC X VALUE "N".
    88 ROW-FOUND               VALUE "Y".
 01 LOG-SEQ                 PIC S9(9) COMP-5 VALUE 0.
 01 LOG-REC-CNT             PIC S9(9) COMP-5 VALUE 0.
 01 LOG-LAST-CAPTURED       PIC S9(18) COMP-5 VALUE 0.
 01 LOG-FIRST-WAITING       PIC S9(18) COMP-5 VALUE 0.
 01 LOG-AT-SEQ-CAPTURED     PIC S9(18) COMP-5 VALUE 0.
 01 LAG-SECONDS             PIC S9(18) COMP-5 VALUE 0.
 01 WAITING-CNT             PIC S9(9) COMP-5 VALUE 0.
 01 RUN-APPLIED-CNT         PIC S9(9) COMP-5 VALUE 0.
 01 FAILED-SEQ              PIC S9(9) COMP-5 VALUE 0.
 01 FAILED-REASON           PIC X(40) VALUE SPACES.
 01 TEMP-TEXT               PIC X(80) VALUE SPACES.
 01 DISP-SEQ                PIC Z(8)9.
 01 DISP-SEQ2               PIC Z(8)9.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-COND               PIC ----9.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SHIP-CHECKPOINT      Pic X(16) Value "SHIPCKPT".
 01 DS-APPLY                Pic X(16) Value spaces.

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
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VSHIPAPPLY.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO SHIP-APPLIED-CNT SHIP-LAST-SEQ SHIP-PENDING-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VSHIPAPPLY "
      delimited by "  " into INTR-CALLNAME.

     MOVE "SECDBCHG.LOG" TO CHGLOG-FILE-NAME-WRK.
     IF SHIP-LOG-NAME NOT = SPACES
      MOVE SHIP-LOG-NAME TO CHGLOG-FILE-NAME-WRK.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VSHIPAPPLY" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      GO TO VSHIPAPPLY-RETURN.

     PERFORM GET-SHIP-CLOCK.
     PERFORM READ-CHECKPOINT.
     IF CKPT-FOUND AND NOT SHIP-SET-CHECKPOINT
      AND SCK-LOG-NAME NOT = CHGLOG-FILE-NAME-WRK
      MOVE "VSHIPAPPLY" TO INTR-ERRNAME
      MOVE 149           TO INTR-ERRNUM
      MOVE 149           TO CSTATUS
      GO TO VSHIPAPPLY-CLOSE.

     EVALUATE TRUE
      WHEN SHIP-APPLY
       PERFORM APPLY-CHANGES THRU APPLY-CHANGES-EXIT
      WHEN SHIP-SET-CHECKPOINT
       PERFORM SET-CHECKPOINT THRU SET-CHECKPOINT-EXIT
      WHEN SHIP-FAILOVER-REPORT
       PERFORM FAILOVER-CHECKLIST THRU FAILOVER-CHECKLIST-EXIT
      WHEN OTHER
       PERFORM LAG-REPORT THRU LAG-REPORT-EXIT
     END-EVALUATE.

     MOVE SCK-LAST-SEQ TO SHIP-LAST-SEQ.
     IF LOG-REC-CNT > SCK-LAST-SEQ
      COMPUTE SHIP-PENDING-CNT = LOG-REC-CNT - SCK-LAST-SEQ.

 VSHIPAPPLY-CLOSE.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VSHIPAPPLY-RETURN.
     Goback.
*>-----------------------------------------------------------------
 READ-CHECKPOINT.
     MOVE "N" TO CKPT-FOUND-SW.
     MOVE "STANDBY" TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-SHIP-CHECKPOINT KEYED
         STATUS-AREA ALL-ITEMS DB-SHIP-CHECKPOINT SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO CKPT-FOUND-SW
     ELSE
      IF NOT NO-ENTRY
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
      INITIALIZE DB-SHIP-CHECKPOINT
      MOVE "STANDBY" TO SCK-KEY
      MOVE CHGLOG-FILE-NAME-WRK TO SCK-LOG-NAME.
*>-----------------------------------------------------------------
*> Written after every applied change - the restart point is never
*> more than the change in hand behind the data.
 WRITE-CHECKPOINT.
     CALL "DBLOCK" USING Secdb-Database DS-SHIP-CHECKPOINT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CKPT-FOUND
      MOVE "STANDBY" TO SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-SHIP-CHECKPOINT KEYED
          STATUS-AREA ALL-ITEMS GEN-RECORD SEARCH-KEY
      CALL "DBUPDATE" USING Secdb-Database DS-SHIP-CHECKPOINT
          MODE-1 STATUS-AREA ALL-ITEMS DB-SHIP-CHECKPOINT
     ELSE
      CALL "DBPUT" USING Secdb-Database DS-SHIP-CHECKPOINT
          MODE-1 STATUS-AREA ALL-ITEMS DB-SHIP-CHECKPOINT
      IF NO-IMAGE-ERRORS
       MOVE "Y" TO CKPT-FOUND-SW
      END-IF
     END-IF.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-SHIP-CHECKPOINT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 APPLY-CHANGES.
     OPEN INPUT CHGLOG-FILE.
     IF SHIP-STATUS1 NOT = "00"
      MOVE "VSHIPAPPLY" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO APPLY-CHANGES-EXIT.
     MOVE 0 TO LOG-SEQ LOG-REC-CNT RUN-APPLIED-CNT.
     MOVE "N" TO LOG-EOF-SW APPLY-STOP-SW.
     PERFORM READ-NEXT-CHANGE.
     PERFORM UNTIL LOG-EOF
      IF LOG-SEQ > SCK-LAST-SEQ AND NOT APPLY-STOPPED
       PERFORM APPLY-ONE-CHANGE THRU APPLY-ONE-CHANGE-EXIT
      END-IF
      PERFORM READ-NEXT-CHANGE
     END-PERFORM.
     CLOSE CHGLOG-FILE.
     MOVE RUN-APPLIED-CNT TO SHIP-APPLIED-CNT.
     IF APPLY-STOPPED
      MOVE "VSHIPAPPLY" TO INTR-ERRNAME
      MOVE 149           TO INTR-ERRNUM
      MOVE 149           TO CSTATUS.
 APPLY-CHANGES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 READ-NEXT-CHANGE.
     READ CHGLOG-FILE
      AT END
       MOVE "Y" TO LOG-EOF-SW
      NOT AT END
       ADD 1 TO LOG-SEQ
       ADD 1 TO LOG-REC-CNT
       MOVE CHG-CAPTURED TO LOG-LAST-CAPTURED
     END-READ.
*>-----------------------------------------------------------------
*> One change, then the checkpoint. A change that cannot be placed
*> stops the run and leaves the checkpoint on the change before it.
 APPLY-ONE-CHANGE.
     MOVE SPACES TO FAILED-REASON.
     MOVE "N" TO ROW-FOUND-SW.
     MOVE CHG-DATASET TO DS-APPLY.
     CALL "DBLOCK" USING Secdb-Database DS-APPLY MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     EVALUATE TRUE
      WHEN CHG-PUT
       CALL "DBPUT" USING Secdb-Database DS-APPLY
           MODE-1 STATUS-AREA ALL-ITEMS CHG-AFTER
       IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        MOVE "PUT REFUSED, CONDITION" TO FAILED-REASON
       END-IF
      WHEN CHG-UPDATE
       PERFORM FIND-STANDBY-ROW THRU FIND-STANDBY-ROW-EXIT
       IF ROW-FOUND
        CALL "DBUPDATE" USING Secdb-Database DS-APPLY
            MODE-1 STATUS-AREA ALL-ITEMS CHG-AFTER
        IF IMAGE-ERRORS
         CALL "DBEXPLAIN" USING STATUS-AREA
         MOVE "UPDATE REFUSED, CONDITION" TO FAILED-REASON
        END-IF
       END-IF
      WHEN CHG-DELETE
       PERFORM FIND-STANDBY-ROW THRU FIND-STANDBY-ROW-EXIT
       IF ROW-FOUND
        CALL "DBDELETE" USING Secdb-Database DS-APPLY
            MODE-1 STATUS-AREA
        IF IMAGE-ERRORS
         CALL "DBEXPLAIN" USING STATUS-AREA
         MOVE "DELETE REFUSED, CONDITION" TO FAILED-REASON
        END-IF
       END-IF
      WHEN OTHER
       MOVE 0 TO CONDITION-WORD
       MOVE "UNKNOWN OPERATION IN LOG" TO FAILED-REASON
     END-EVALUATE.
     IF (CHG-UPDATE OR CHG-DELETE) AND NOT ROW-FOUND
      MOVE "ROW NOT ON STANDBY" TO FAILED-REASON.
     CALL "DBUNLOCK" USING Secdb-Database DS-APPLY MODE-1 STATUS-AREA.

     IF FAILED-REASON NOT = SPACES
      MOVE "Y" TO APPLY-STOP-SW
      MOVE LOG-SEQ TO FAILED-SEQ
      PERFORM NOTE-APPLY-FAILURE
      GO TO APPLY-ONE-CHANGE-EXIT.

     ADD 1 TO RUN-APPLIED-CNT.
     ADD 1 TO SCK-APPLIED-CNT.
     MOVE LOG-SEQ      TO SCK-LAST-SEQ.
     MOVE CHG-CAPTURED TO SCK-LAST-CAPTURED.
     MOVE SHIP-CLOCK   TO SCK-LAST-APPLIED.
     MOVE CHGLOG-FILE-NAME-WRK TO SCK-LOG-NAME.
     PERFORM WRITE-CHECKPOINT.
 APPLY-ONE-CHANGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The standby's copy of the row is the one whose whole image
*> matches the before image the primary captured. The serial read
*> starts from the top of the dataset every time.
 FIND-STANDBY-ROW.
     MOVE "N" TO ROW-FOUND-SW.
     CALL "DBCLOSE" USING Secdb-Database DS-APPLY MODE-3 STATUS-AREA.
     MOVE LOW-VALUES TO GEN-RECORD.
     CALL "DBGET" USING Secdb-Database DS-APPLY SERIAL
         STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM.
     PERFORM UNTIL END-OF-FILE OR ROW-FOUND
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
       GO TO FIND-STANDBY-ROW-EXIT
      END-IF
      IF GEN-RECORD = CHG-BEFORE
       MOVE "Y" TO ROW-FOUND-SW
      ELSE
       MOVE LOW-VALUES TO GEN-RECORD
       CALL "DBGET" USING Secdb-Database DS-APPLY SERIAL
           STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM
      END-IF
     END-PERFORM.
 FIND-STANDBY-ROW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 NOTE-APPLY-FAILURE.
     MOVE FAILED-SEQ     TO DISP-SEQ.
     MOVE CONDITION-WORD TO DISP-COND.
     MOVE SPACES TO TEMP-TEXT.
     STRING "VSHIPAPPLY: stopped at sequence " DELIMITED BY SIZE
            DISP-SEQ " " DELIMITED BY SIZE
            CHG-DATASET DELIMITED BY SPACE
            " - " DELIMITED BY SIZE
            FAILED-REASON DELIMITED BY "  "
            " " DISP-COND DELIMITED BY SIZE
      INTO TEMP-TEXT.
     CALL "LogConsole" USING TEMP-TEXT.
*>-----------------------------------------------------------------
*> Counts the log as shipped and remembers when its newest change,
*> the first change past the checkpoint and the change at
*> SHIP-START-SEQ were captured.
 SCAN-SHIPPED-LOG.
     MOVE 0 TO LOG-SEQ LOG-REC-CNT LOG-LAST-CAPTURED
               LOG-FIRST-WAITING LOG-AT-SEQ-CAPTURED.
     OPEN INPUT CHGLOG-FILE.
     IF SHIP-STATUS1 NOT = "00"
      GO TO SCAN-SHIPPED-LOG-EXIT.
     MOVE "N" TO LOG-EOF-SW.
     PERFORM READ-NEXT-CHANGE.
     PERFORM UNTIL LOG-EOF
      IF LOG-SEQ = SCK-LAST-SEQ + 1
       MOVE CHG-CAPTURED TO LOG-FIRST-WAITING
      END-IF
      IF LOG-SEQ = SHIP-START-SEQ
       MOVE CHG-CAPTURED TO LOG-AT-SEQ-CAPTURED
      END-IF
      PERFORM READ-NEXT-CHANGE
     END-PERFORM.
     CLOSE CHGLOG-FILE.
 SCAN-SHIPPED-LOG-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 SET-CHECKPOINT.
     PERFORM SCAN-SHIPPED-LOG THRU SCAN-SHIPPED-LOG-EXIT.
     IF SHIP-START-SEQ = 0
      MOVE LOG-REC-CNT       TO SCK-LAST-SEQ
      MOVE LOG-LAST-CAPTURED TO SCK-LAST-CAPTURED
     ELSE
      MOVE SHIP-START-SEQ      TO SCK-LAST-SEQ
      MOVE LOG-AT-SEQ-CAPTURED TO SCK-LAST-CAPTURED.
     MOVE CHGLOG-FILE-NAME-WRK TO SCK-LOG-NAME.
     MOVE SHIP-CLOCK           TO SCK-LAST-APPLIED.
     PERFORM WRITE-CHECKPOINT.
 SET-CHECKPOINT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 OPEN-SHIP-REPORT.
     IF SHIP-RPT-NAME NOT = SPACES
      MOVE SHIP-RPT-NAME TO SHIPRPT-FILE-NAME-WRK.
     OPEN OUTPUT SHIPRPT-FILE.
     IF SHIP-STATUS2 NOT = "00"
      MOVE "VSHIPAPPLY" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS.
*>-----------------------------------------------------------------
 LAG-REPORT.
     PERFORM SCAN-SHIPPED-LOG THRU SCAN-SHIPPED-LOG-EXIT.
     MOVE "SHIPLAG.RPT" TO SHIPRPT-FILE-NAME-WRK.
     PERFORM OPEN-SHIP-REPORT.
     IF CSTATUS NOT = 0
      GO TO LAG-REPORT-EXIT.
     PERFORM COMPUTE-LAG.

     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "STANDBY APPLY LAG - LOG " DELIMITED BY SIZE
            CHGLOG-FILE-NAME-WRK DELIMITED BY SPACE
      INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE LOG-REC-CNT TO DISP-SEQ.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "CHANGES RECEIVED              " DISP-SEQ
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SCK-LAST-SEQ TO DISP-SEQ.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "LAST APPLIED SEQUENCE         " DISP-SEQ
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE WAITING-CNT TO DISP-SEQ.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "CHANGES WAITING TO APPLY      " DISP-SEQ
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SCK-LAST-CAPTURED TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "LAST APPLIED CHANGE CAPTURED  " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE LOG-LAST-CAPTURED TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "NEWEST CHANGE CAPTURED        " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE LAG-SECONDS TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "APPLY LAG IN SECONDS          " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SCK-LAST-APPLIED TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "LAST APPLY RUN                " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SCK-APPLIED-CNT TO DISP-SEQ.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "CHANGES APPLIED TO DATE       " DISP-SEQ
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     CLOSE SHIPRPT-FILE.
 LAG-REPORT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The lag in time is how long before the newest change received
*> the first change still waiting was captured - zero when the
*> standby has everything it was sent.
 COMPUTE-LAG.
     MOVE 0 TO WAITING-CNT LAG-SECONDS.
     IF LOG-REC-CNT > SCK-LAST-SEQ
      COMPUTE WAITING-CNT = LOG-REC-CNT - SCK-LAST-SEQ
      IF LOG-LAST-CAPTURED > SCK-LAST-CAPTURED
       AND SCK-LAST-CAPTURED > 0
       COMPUTE LAG-SECONDS = LOG-LAST-CAPTURED - SCK-LAST-CAPTURED
      ELSE
       IF LOG-FIRST-WAITING > 0
        COMPUTE LAG-SECONDS = LOG-LAST-CAPTURED - LOG-FIRST-WAITING
       END-IF
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 FAILOVER-CHECKLIST.
     PERFORM SCAN-SHIPPED-LOG THRU SCAN-SHIPPED-LOG-EXIT.
     MOVE "FAILOVER.RPT" TO SHIPRPT-FILE-NAME-WRK.
     PERFORM OPEN-SHIP-REPORT.
     IF CSTATUS NOT = 0
      GO TO FAILOVER-CHECKLIST-EXIT.
     PERFORM COMPUTE-LAG.

     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "WARM STANDBY FAILOVER CHECKLIST - LOG " DELIMITED BY SIZE
            CHGLOG-FILE-NAME-WRK DELIMITED BY SPACE
      INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.

     MOVE SCK-LAST-SEQ      TO DISP-SEQ.
     MOVE SCK-LAST-CAPTURED TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "1. LAST APPLIED SEQUENCE " DISP-SEQ
            ", CAPTURED ON THE PRIMARY AT " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "   THE STANDBY HOLDS EVERY SECDB CHANGE UP TO AND "
            "INCLUDING THIS ONE."
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.

     MOVE SPACES TO SHIPRPT-RECORD.
     IF WAITING-CNT > 0
      MOVE WAITING-CNT TO DISP-SEQ
      MOVE LOG-REC-CNT TO DISP-SEQ2
      STRING "2. RECEIVED BUT NOT APPLIED: " DISP-SEQ
             " CHANGES, THROUGH SEQUENCE " DISP-SEQ2
             " - RUN THE APPLY BEFORE OPENING THE STANDBY."
       DELIMITED BY SIZE INTO SHIPRPT-RECORD
     ELSE
      STRING "2. RECEIVED BUT NOT APPLIED: NONE - "
             "EVERY CHANGE RECEIVED IS APPLIED."
       DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.

     MOVE LOG-REC-CNT       TO DISP-SEQ.
     MOVE LOG-LAST-CAPTURED TO DISP-TIME.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "3. LAST SEQUENCE RECEIVED " DISP-SEQ
            ", CAPTURED ON THE PRIMARY AT " DISP-TIME
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "   ANY CHANGE THE PRIMARY MADE AFTER THIS ONE NEVER "
            "ARRIVED AND IS LOST. IF THE PRIMARY'S"
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "   LOG CAN STILL BE READ, ITS RECORD COUNT LESS "
            DISP-SEQ " IS EXACTLY HOW MANY; IF NOT, REPORT THE"
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "   LOSS AS EVERYTHING CAPTURED AFTER " DISP-TIME "."
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.

     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "4. POINT THE SESSIONS AT THIS SECDB (VPLUS_SECDB) AND "
            "SET VPLUS_CHGLOG HERE SO THE NEXT STANDBY"
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     MOVE SPACES TO SHIPRPT-RECORD.
     STRING "   CAN BE BUILT FROM A FRESH EXPORT."
      DELIMITED BY SIZE INTO SHIPRPT-RECORD.
     WRITE SHIPRPT-RECORD.
     CLOSE SHIPRPT-FILE.
 FAILOVER-CHECKLIST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 GET-SHIP-CLOCK.
     MOVE LOW-VALUES TO TCL-BUFFER.
     MOVE 0 TO TCL-RESULT.
     MOVE 0 TO SHIP-CLOCK.
     STRING "set STIME [clock seconds]"
      delimited by size into TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "STIME" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize CLK-NUM1 CLK-NUM2 CLK-NUMDEC CLK-NUMERR.
     String TCL-BUFFER delimited by x"00" into CLK-NUM1
     Call "NUMGET" Using CLK-NUM1 CLK-NUM2 CLK-NUMDEC CLK-NUMERR
     If CLK-NUMDEC = 0 and CLK-NUMERR = 0
        Move CLK-NUM2 To SHIP-CLOCK.
