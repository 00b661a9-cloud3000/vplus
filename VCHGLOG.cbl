>>source format free
*>*****************************************************************
*>*                        V C H G L O G                           *
*>*****************************************************************
*>   Appends one SECDB change to the change log the warm standby
*>   replays (MM-CHGLOG-NAME, resolved by VDBNAMES). Called only by
*>   VDBPUT, VDBUPDATE and VDBDELETE, after the change itself went
*>   in, with the operation, the dataset and the before and after
*>   record images. The log is plain SEQUENTIAL for the same
*>   binary-field reason as VSECDBEXP's unload files, and is opened
*>   and closed around every record so each change is on disk - and
*>   shippable - the moment it is made. A change that cannot be
*>   logged is counted in MM-CHGLOG-MISSED and noted in the debug
*>   log; the caller's own work is never failed for it.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCHGLOG.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT CHGLOG-FILE
        ASSIGN TO CHGLOG-FILE-NAME-WRK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS CHGL-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  CHGLOG-FILE.
     COPY "comlib/CHGLOGREC".
 WORKING-STORAGE SECTION.
 01 CHGL-STATUS1            PIC XX.
 01 CHGLOG-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 CL-CLOCK                PIC S9(18) COMP-5 VALUE 0.
 01 CLK-NUM1                PIC X(14)  VALUE SPACES.
 01 CLK-NUM2                PIC S9(14) VALUE ZERO.
 01 CLK-NUMDEC              PIC S9(4)  COMP-5 VALUE 0.
 01 CLK-NUMERR              PIC S9(4)  COMP-5 VALUE 0.
   COPY "vplus/TCLDBMEM".
*>########################################################
 LINKAGE SECTION.
 01 CHGLOG-OP          PIC X(01).
 01 CHGLOG-DATASET     PIC X(16).
 01 CHGLOG-BEFORE      PIC X(4096).
 01 CHGLOG-AFTER       PIC X(4096).
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING CHGLOG-OP CHGLOG-DATASET
                          CHGLOG-BEFORE CHGLOG-AFTER.
 0000-BEGIN-VCHGLOG.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     IF MM-CHGLOG-NAME = SPACES
      GO TO VCHGLOG-RETURN.
     MOVE MM-CHGLOG-NAME TO CHGLOG-FILE-NAME-WRK.

     PERFORM GET-CL-CLOCK.
     OPEN EXTEND CHGLOG-FILE.
     IF CHGL-STATUS1 = "35"
      OPEN OUTPUT CHGLOG-FILE.
     IF CHGL-STATUS1 NOT = "00"
      PERFORM NOTE-MISSED-CHANGE
      GO TO VCHGLOG-RETURN.

     MOVE CHGLOG-OP      TO CHG-OP.
     MOVE CHGLOG-DATASET TO CHG-DATASET.
     MOVE CL-CLOCK       TO CHG-CAPTURED.
     MOVE CHGLOG-BEFORE  TO CHG-BEFORE.
     MOVE CHGLOG-AFTER   TO CHG-AFTER.
     WRITE CHANGE-LOG-RECORD.
     IF CHGL-STATUS1 NOT = "00"
      PERFORM NOTE-MISSED-CHANGE.
     CLOSE CHGLOG-FILE.

 VCHGLOG-RETURN.
     Goback.
*>---------------------------------------------------------------
 NOTE-MISSED-CHANGE.
     ADD 1 TO MM-CHGLOG-MISSED.
     move LOW-VALUES to DebugBUF.
     string "VCHGLOG: change to " CHGLOG-DATASET
            " not logged, status " CHGL-STATUS1
            " - standby will miss it"
      DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.
*>---------------------------------------------------------------
 GET-CL-CLOCK.
     MOVE LOW-VALUES TO TCL-BUFFER.
     MOVE 0 TO TCL-RESULT.
     MOVE 0 TO CL-CLOCK.
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
        Move CLK-NUM2 To CL-CLOCK.
