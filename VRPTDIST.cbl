>>source format free
*>*****************************************************************
*>*                      V R P T D I S T                           *
*>*****************************************************************
*>   Report subscription distribution. Sends one batch report file
*>   (RPTDIST-FILE) to everyone subscribed to it in SECDB/SUBSCRIPTION
*>   - by mail as an attachment, or as a copy into a drop directory,
*>   through the Tcl bridge exactly as VPRTDELIVER delivers print
*>   jobs. A subscription matches on the report's file name: the
*>   pattern exactly, or any ending after a trailing "*" ("*" alone
*>   takes every report). A subscriber who asked for non-empty
*>   reports only is passed over when the file holds nothing beyond
*>   its heading line.
*>
*>   Every recipient considered - sent, failed or passed over as
*>   empty - is logged in JOBDB/RPTDIST with the plan, run date and
*>   step that produced the report, and listed in RPTDIST.RPT, so
*>   who received which report on which run date is on record.
*>   VBATCHRUN calls this after each step whose RUNPLAN row names a
*>   report file; it can equally be run by hand for one file.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRPTDIST.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT RPTDIST-FILE-OUT
        ASSIGN TO RPTDIST-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RDST-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  RPTDIST-FILE-OUT.
 01  RPTDIST-RECORD               PIC X(200).
 WORKING-STORAGE SECTION.
 01 RDST-STATUS1            PIC XX.
 01 RDST-SW                 PIC X VALUE "0".
    88 RDST-FILE-NEW              VALUE "0".
    88 RDST-FILE-EXISTS           VALUE "1".
 01 RPTDIST-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 TODAY-STAMP             PIC X(21) VALUE SPACES.
 01 RUN-DATE-WRK            PIC 9(8) VALUE 0.
 01 RPT-TAIL                PIC X(32) VALUE SPACES.
 01 RPT-LINE-CNT            PIC S9(8) COMP-5 VALUE 0.
 01 RPT-FOUND-SW            PIC X VALUE "N".
    88 RPT-FOUND                  VALUE "Y".
 01 RPT-EMPTY-SW            PIC X VALUE "N".
    88 RPT-EMPTY                  VALUE "Y".
 01 STAR-POS                PIC S9(4) COMP-5 VALUE 0.
 01 PATTERN-MATCH-SW        PIC X VALUE "N".
    88 PATTERN-MATCHES            VALUE "Y".
 01 DELIVERY-OK-SW          PIC X VALUE "N".
    88 DELIVERY-OK                VALUE "Y".
 01 JOBDB-OPEN-SW           PIC X VALUE "N".
    88 JOBDB-IS-OPEN              VALUE "Y".
 01 RESULT-TEXT             PIC X(30) VALUE SPACES.
 01 SENT-COUNT              PIC S9(4) COMP-5 VALUE 0.
 01 DISP-STEP               PIC ---9.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 TCL-COMMAND             PIC X(2048) VALUE LOW-VALUES.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SUBSCRIPTION         Pic X(16) Value "SUBSCRIPTION".
 01 DS-RPT-DIST             Pic X(16) Value "RPTDIST".

 01  Jobdb-Database.
     05  Job-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Job-DBNAME              PIC X(26) VALUE SPACES.

*> Distribution log (JOBDB/RPTDIST) - one record per recipient per
*> report sent, searched by plan like RUNSTEP.
 01 DB-RPT-DIST.
    05 RD-PLAN-NAME         PIC X(16).
    05 RD-RUN-DATE          PIC 9(8).
    05 RD-STEP-NO           PIC S9(4) COMP-5.
    05 RD-RPT-NAME          PIC X(32).
    05 RD-DEST-TYPE         PIC X(01).
    05 RD-ADDRESS           PIC X(64).
    05 RD-SEND-TIME         PIC S9(18) COMP-5.
    05 RD-STATUS            PIC X(04).

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VRPTDIST.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO RPTDIST-SENT-CNT.
     MOVE 0 TO SENT-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VRPTDIST "
      delimited by "  " into INTR-CALLNAME.

     IF RPTDIST-FILE = SPACES
      MOVE "VRPTDIST" TO INTR-ERRNAME
      MOVE 63          TO INTR-ERRNUM
      MOVE 63          TO CSTATUS
      GO TO VRPTDIST-RETURN.

     MOVE RPTDIST-RUN-DATE TO RUN-DATE-WRK.
     IF RUN-DATE-WRK = 0
      MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
      MOVE TODAY-STAMP(1:8) TO RUN-DATE-WRK.

     MOVE "RPTDIST.RPT" TO RPTDIST-FILE-NAME-WRK.
     IF RPTDIST-RPT-NAME NOT = SPACES
      MOVE RPTDIST-RPT-NAME TO RPTDIST-FILE-NAME-WRK.

     OPEN EXTEND RPTDIST-FILE-OUT.
     IF RDST-STATUS1 = "35"
      OPEN OUTPUT RPTDIST-FILE-OUT
      SET RDST-FILE-NEW TO TRUE
     ELSE
      SET RDST-FILE-EXISTS TO TRUE.

     IF RDST-STATUS1 NOT = "00"
      MOVE "VRPTDIST" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO VRPTDIST-RETURN.

     IF RDST-FILE-NEW
      MOVE SPACES TO RPTDIST-RECORD
      STRING "RUNDATE,PLAN,STEP,REPORT,DESTTYPE,ADDRESS,RESULT"
       DELIMITED BY SIZE INTO RPTDIST-RECORD
      WRITE RPTDIST-RECORD.

     PERFORM EXAMINE-REPORT-FILE.
     IF NOT RPT-FOUND
      MOVE "*" TO RD-DEST-TYPE
      MOVE SPACES TO RD-ADDRESS
      MOVE "NONE" TO RD-STATUS
      PERFORM WRITE-REPORT-LINE
      CLOSE RPTDIST-FILE-OUT
      GO TO VRPTDIST-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VRPTDIST" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      CLOSE RPTDIST-FILE-OUT
      GO TO VRPTDIST-RETURN.

*> A missing job database costs the log, not the delivery.
     MOVE "N" TO JOBDB-OPEN-SW.
     MOVE SPACES TO Jobdb-Database.
     MOVE MM-JOBDB-NAME TO Job-DBNAME.
     CALL "DBOPEN" USING Jobdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO JOBDB-OPEN-SW
     ELSE
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VRPTDIST" TO INTR-ERRNAME
      MOVE 51          TO INTR-ERRNUM
      MOVE 51          TO CSTATUS.

     PERFORM SCAN-SUBSCRIPTIONS.

     IF JOBDB-IS-OPEN
      CALL "DBCLOSE" USING Jobdb-Database DUMMY MODE-1 STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE RPTDIST-FILE-OUT.
     MOVE SENT-COUNT TO RPTDIST-SENT-CNT.

 VRPTDIST-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Whether the file is there, its bare name for pattern matching,
*> and whether it holds anything past the heading line - no more
*> than two lines are ever read to decide that.
 EXAMINE-REPORT-FILE.
     MOVE "N" TO RPT-FOUND-SW.
     MOVE "N" TO RPT-EMPTY-SW.
     MOVE SPACES TO RPT-TAIL.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VRD_F" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING RPTDIST-FILE DELIMITED BY SPACE INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set VRD_TAIL [file tail $VRD_F]; set VRD_LINES -1; "
            "if {[file readable $VRD_F]} { set VRD_LINES 0; "
            "set fh [open $VRD_F r]; "
            "while {$VRD_LINES < 2 && [gets $fh VRD_L] >= 0} "
            "{ incr VRD_LINES }; close $fh }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VRD_TAIL" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     STRING TCL-BUFFER DELIMITED BY x"00" INTO RPT-TAIL.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VRD_LINES" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     STRING TCL-BUFFER DELIMITED BY x"00" INTO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     MOVE -1 TO RPT-LINE-CNT.
     IF NUMDEC = 0 AND NUMERR = 0
      MOVE NUM2 TO RPT-LINE-CNT.

     IF RPT-LINE-CNT >= 0
      MOVE "Y" TO RPT-FOUND-SW.
     IF RPT-LINE-CNT < 2
      MOVE "Y" TO RPT-EMPTY-SW.
*>-----------------------------------------------------------------
 SCAN-SUBSCRIPTIONS.
     MOVE LOW-VALUES TO DB-RPT-SUBSCRIPTION.
     CALL "DBGET" USING Secdb-Database DS-SUBSCRIPTION SERIAL
         STATUS-AREA ALL-ITEMS DB-RPT-SUBSCRIPTION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM UNTIL IMAGE-ERRORS
      PERFORM MATCH-PATTERN THRU MATCH-PATTERN-EXIT
      IF PATTERN-MATCHES
       PERFORM DISTRIBUTE-TO-ONE THRU DISTRIBUTE-TO-ONE-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SUBSCRIPTION SERIAL
          STATUS-AREA ALL-ITEMS DB-RPT-SUBSCRIPTION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Exact name, or the part before a "*" as a prefix.
 MATCH-PATTERN.
     MOVE "N" TO PATTERN-MATCH-SW.
     IF SUB-RPT-PATTERN = SPACES
      GO TO MATCH-PATTERN-EXIT.
     MOVE 0 TO STAR-POS.
     INSPECT SUB-RPT-PATTERN TALLYING STAR-POS
         FOR CHARACTERS BEFORE INITIAL "*".
     IF STAR-POS < 32
      IF STAR-POS = 0
       MOVE "Y" TO PATTERN-MATCH-SW
      ELSE
       IF RPT-TAIL(1:STAR-POS) = SUB-RPT-PATTERN(1:STAR-POS)
        MOVE "Y" TO PATTERN-MATCH-SW
       END-IF
      END-IF
     ELSE
      IF RPT-TAIL = SUB-RPT-PATTERN
       MOVE "Y" TO PATTERN-MATCH-SW
      END-IF
     END-IF.
 MATCH-PATTERN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 DISTRIBUTE-TO-ONE.
     MOVE SUB-DEST-TYPE TO RD-DEST-TYPE.
     MOVE SUB-ADDRESS   TO RD-ADDRESS.
     IF SUB-NONEMPTY-ONLY AND RPT-EMPTY
      MOVE "EMPT" TO RD-STATUS
      PERFORM LOG-DISTRIBUTION THRU LOG-DISTRIBUTION-EXIT
      PERFORM WRITE-REPORT-LINE
      GO TO DISTRIBUTE-TO-ONE-EXIT.

     MOVE "N" TO DELIVERY-OK-SW.
     EVALUATE TRUE
      WHEN SUB-MAIL
       PERFORM DELIVER-BY-MAIL
      WHEN SUB-DROP-DIR
       PERFORM DELIVER-BY-DROP
      WHEN OTHER
       CONTINUE
     END-EVALUATE.

     IF DELIVERY-OK
      MOVE "SENT" TO RD-STATUS
      ADD 1 TO SENT-COUNT
     ELSE
      MOVE "FAIL" TO RD-STATUS.
     PERFORM LOG-DISTRIBUTION THRU LOG-DISTRIBUTION-EXIT.
     PERFORM WRITE-REPORT-LINE.
 DISTRIBUTE-TO-ONE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Same host mailer call VPRTDELIVER makes for print jobs.
 DELIVER-BY-MAIL.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "exec mailx -s {Report "     DELIMITED BY SIZE
            RPT-TAIL                     DELIMITED BY SPACE
            " "                          DELIMITED BY SIZE
            RUN-DATE-WRK                 DELIMITED BY SIZE
            "} -a "                      DELIMITED BY SIZE
            RPTDIST-FILE                 DELIMITED BY SPACE
            " "                          DELIMITED BY SIZE
            SUB-ADDRESS                  DELIMITED BY SPACE
            " < /dev/null"               DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE "Y" TO DELIVERY-OK-SW.
*>-----------------------------------------------------------------
 DELIVER-BY-DROP.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file copy -force " DELIMITED BY SIZE
            RPTDIST-FILE        DELIMITED BY SPACE
            " "                 DELIMITED BY SIZE
            SUB-ADDRESS         DELIMITED BY SPACE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE "Y" TO DELIVERY-OK-SW.
*>-----------------------------------------------------------------
 LOG-DISTRIBUTION.
     IF NOT JOBDB-IS-OPEN
      GO TO LOG-DISTRIBUTION-EXIT.
     MOVE RPTDIST-PLAN-NAME TO RD-PLAN-NAME.
     MOVE RUN-DATE-WRK      TO RD-RUN-DATE.
     MOVE RPTDIST-STEP-NO   TO RD-STEP-NO.
     MOVE RPT-TAIL          TO RD-RPT-NAME.
     PERFORM Get-ClockSeconds.
     MOVE ClockSeconds      TO RD-SEND-TIME.
     CALL "DBLOCK" USING Jobdb-Database DS-RPT-DIST
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Jobdb-Database DS-RPT-DIST
         MODE-1 STATUS-AREA ALL-ITEMS DB-RPT-DIST.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Jobdb-Database DS-RPT-DIST
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 LOG-DISTRIBUTION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-REPORT-LINE.
     EVALUATE RD-STATUS
      WHEN "SENT" MOVE "DELIVERED"               TO RESULT-TEXT
      WHEN "EMPT" MOVE "NOT SENT - REPORT EMPTY" TO RESULT-TEXT
      WHEN "NONE" MOVE "REPORT FILE NOT FOUND"   TO RESULT-TEXT
      WHEN OTHER  MOVE "FAILED"                  TO RESULT-TEXT
     END-EVALUATE.
     MOVE RPTDIST-STEP-NO TO DISP-STEP.
     MOVE SPACES TO RPTDIST-RECORD.
     STRING RUN-DATE-WRK      DELIMITED BY SIZE  ","
            RPTDIST-PLAN-NAME DELIMITED BY SPACE ","
            DISP-STEP         DELIMITED BY SIZE  ","
            RPTDIST-FILE      DELIMITED BY SPACE ","
            RD-DEST-TYPE      DELIMITED BY SIZE  ","
            RD-ADDRESS        DELIMITED BY SPACE ","
            RESULT-TEXT       DELIMITED BY "  "
      INTO RPTDIST-RECORD.
     WRITE RPTDIST-RECORD.
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
