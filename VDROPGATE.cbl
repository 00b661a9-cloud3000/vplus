>>source format free
*>*****************************************************************
*>*                      V D R O P G A T E                         *
*>*****************************************************************
*>   Drop-directory request/response gateway - partner systems
*>   post transactions into our forms without anyone keying them,
*>   and through exactly the rules a keyed transaction meets.
*>
*>   Each poll globs the request directory for *.req files. A
*>   request is name=value pairs, one per line or & separated (the
*>   pair format VCALLHTTP already reads); FORM=<formname> names
*>   the form and every other name is a field of it. The gateway
*>   steps to the form through VGETNEXTFORM / VINITFORM (so the
*>   form ACL of the gateway's own session applies), fills each
*>   named field through VPUTFIELDBUFFER, runs VFIELDEDITS and, on
*>   a clean pass, VFINISHFORM - dual control, the duplicate guard
*>   and the data-binding write-back included.
*>
*>   The answer is a .rsp file of the same name in the response
*>   directory:
*>       RESULT=COMMITTED | PARKED | REJECTED
*>       STATUS=<cstatus>
*>       CORRELATION=<correlation id>
*>       MESSAGE=<field>:<edit message>      one per failing field
*>   The request is renamed .done once answered, so a re-poll never
*>   posts it twice. The run is unattended: finish-time questions
*>   take their safe answer (see MM-UNATTENDED-SW).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDROPGATE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT REQ-FILE
        ASSIGN TO REQ-FILE-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DGW-STATUS1.

     SELECT RSP-FILE
        ASSIGN TO RSP-FILE-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DGW-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  REQ-FILE.
 01  REQ-RECORD                   PIC X(512).
 FD  RSP-FILE.
 01  RSP-RECORD                   PIC X(132).
 WORKING-STORAGE SECTION.
 01 DGW-STATUS1             PIC XX.
 01 DGW-STATUS2             PIC XX.
 01 REQ-FILE-WRK            PIC X(132) VALUE SPACES.
 01 RSP-FILE-WRK            PIC X(132) VALUE SPACES.
 01 REQ-DIR-WRK             PIC X(64)  VALUE SPACES.
 01 RSP-DIR-WRK             PIC X(64)  VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 LIST-RAW                PIC X(4096) VALUE SPACES.
 01 LIST-POS                PIC S9(4) COMP-5 VALUE 0.
 01 NAME-POS                PIC S9(4) COMP-5 VALUE 0.
 01 NAME-WRK                PIC X(64) VALUE SPACES.

*> The requests this poll found waiting.
 01 REQ-CNT                 PIC S9(4) COMP-5 VALUE 0.
 01 REQ-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 REQ-TABLE.
    05 REQ-NAME OCCURS 256 TIMES PIC X(64).
 01 REQ-BASE                PIC X(64) VALUE SPACES.

*> One request's pairs, as read.
 01 REQ-EOF-SW              PIC X VALUE "N".
    88 REQ-EOF                  VALUE "Y".
 01 PAIR-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 PAIR-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 PAIR-TABLE.
    05 PAIR-ENTRY OCCURS 64 TIMES.
       10 PAIR-NAME             PIC X(32).
       10 PAIR-VALUE            PIC X(256).
 01 PAIR-TEXT               PIC X(512) VALUE SPACES.
 01 LINE-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 EQ-POS                  PIC S9(4) COMP-5 VALUE 0.
 01 REQ-FORM                PIC X(15) VALUE SPACES.

*> The request's outcome, as the response reports it.
 01 REQ-RESULT              PIC X(09) VALUE SPACES.
 01 REQ-STATUS              PIC S9(4) COMP-5 VALUE 0.
 01 DISP-STATUS             PIC -------9.
 01 REQ-MSG                 PIC X(80) VALUE SPACES.
*> The request's correlation id as it stood going into the finish -
*> a committed finish clears CORRELATION-ID, and the caller needs it.
 01 REQ-CORRELATION-ID      PIC X(16) VALUE SPACES.
 01 REJECT-SW               PIC X VALUE "N".
    88 REQ-REJECTED             VALUE "Y".
 01 PUT-FIELDNAME           PIC X(16) VALUE SPACES.
 01 PUT-VALUE               PIC X(256) VALUE SPACES.
 01 PUT-LEN                 PIC S9(4) COMP-5 VALUE 0.
 01 DGW-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 OK-CNT                  PIC S9(8) COMP-5 VALUE 0.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VDROPGATE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO DROPGW-REQ-CNT DROPGW-OK-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VDROPGATE "
      delimited by "  " into INTR-CALLNAME.

     IF DROPGW-REQ-DIR = SPACES
      MOVE "VDROPGATE" TO INTR-ERRNAME
      MOVE 71          TO INTR-ERRNUM
      MOVE 71          TO CSTATUS
      GO TO VDROPGATE-RETURN.
     MOVE DROPGW-REQ-DIR TO REQ-DIR-WRK.
     MOVE DROPGW-REQ-DIR TO RSP-DIR-WRK.
     IF DROPGW-RSP-DIR NOT = SPACES
      MOVE DROPGW-RSP-DIR TO RSP-DIR-WRK.

     PERFORM LIST-WAITING-REQUESTS THRU LIST-WAITING-REQUESTS-EXIT.
     IF REQ-CNT = 0
      GO TO VDROPGATE-RETURN.

     MOVE "Y" TO MM-UNATTENDED-SW.
     PERFORM PROCESS-ONE-REQUEST THRU PROCESS-ONE-REQUEST-EXIT
         VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > REQ-CNT.
     MOVE "N" TO MM-UNATTENDED-SW.
     MOVE 0   TO CSTATUS.

     MOVE REQ-CNT TO DROPGW-REQ-CNT.
     MOVE OK-CNT  TO DROPGW-OK-CNT.

 VDROPGATE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The waiting requests through the Tcl side, the same glob the
*> report viewer lists its directory with. Sorted, so requests
*> named in arrival order post in arrival order.
 LIST-WAITING-REQUESTS.
     MOVE 0 TO REQ-CNT.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set DGWLIST [lsort [glob -nocomplain -tails -directory {"
              DELIMITED BY SIZE
            REQ-DIR-WRK DELIMITED BY SPACE
            "} *.req]]" DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      GO TO LIST-WAITING-REQUESTS-EXIT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO LIST-RAW.
     STRING "DGWLIST" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME LIST-RAW.
     INSPECT LIST-RAW REPLACING ALL X"00" BY " ".

     MOVE 0 TO NAME-POS.
     MOVE SPACES TO NAME-WRK.
     PERFORM VARYING LIST-POS FROM 1 BY 1
       UNTIL LIST-POS > 4096 OR REQ-CNT NOT < 256
      IF LIST-RAW(LIST-POS:1) > " "
       ADD 1 TO NAME-POS
       IF NAME-POS < 65
        MOVE LIST-RAW(LIST-POS:1) TO NAME-WRK(NAME-POS:1)
       END-IF
      ELSE
       IF NAME-POS > 0
        ADD 1 TO REQ-CNT
        MOVE NAME-WRK TO REQ-NAME(REQ-CNT)
        MOVE SPACES TO NAME-WRK
        MOVE 0 TO NAME-POS
       END-IF
      END-IF
     END-PERFORM.
     IF NAME-POS > 0 AND REQ-CNT < 256
      ADD 1 TO REQ-CNT
      MOVE NAME-WRK TO REQ-NAME(REQ-CNT).
 LIST-WAITING-REQUESTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One request, one transaction: read its pairs, step to its form,
*> fill, edit, finish, answer, and retire the request file.
 PROCESS-ONE-REQUEST.
     MOVE SPACES TO REQ-BASE.
     UNSTRING REQ-NAME(REQ-IDX) DELIMITED BY ".req"
         INTO REQ-BASE.
     MOVE "N"    TO REJECT-SW.
     MOVE 0      TO REQ-STATUS.
     MOVE SPACES TO REQ-MSG REQ-FORM.
     MOVE SPACES TO CORRELATION-ID REQ-CORRELATION-ID.

     PERFORM READ-REQUEST-PAIRS THRU READ-REQUEST-PAIRS-EXIT.
     IF REQ-REJECTED
      GO TO PROCESS-ONE-REQUEST-ANSWER.
     IF REQ-FORM = SPACES
      MOVE "Y" TO REJECT-SW
      MOVE 132 TO REQ-STATUS
      MOVE "REQUEST NAMES NO FORM" TO REQ-MSG
      GO TO PROCESS-ONE-REQUEST-ANSWER.

     MOVE 0        TO CSTATUS.
     MOVE REQ-FORM TO NFNAME.
     CALL "VGETNEXTFORM" USING COMAREA.
     IF CSTATUS = 0
      CALL "VINITFORM" USING COMAREA.
     IF CSTATUS NOT = 0
      MOVE "Y"     TO REJECT-SW
      MOVE CSTATUS TO REQ-STATUS
      MOVE END-MSG TO REQ-MSG
      GO TO PROCESS-ONE-REQUEST-ANSWER.

     PERFORM FILL-REQUEST-FIELDS.
     IF REQ-REJECTED
      GO TO PROCESS-ONE-REQUEST-ANSWER.

     PERFORM VARYING DGW-IDX FROM 1 BY 1
       UNTIL DGW-IDX > AF-AppFld-Cnt
      MOVE -1 TO HFLD-ERRFLG(DGW-IDX)
      MOVE SPACES TO HFLD-ERRMSG(DGW-IDX)
     END-PERFORM.
     MOVE 0 TO NUMERRS.
     CALL "VFIELDEDITS" USING COMAREA.
     IF NUMERRS > 0
      MOVE "Y" TO REJECT-SW
      MOVE 57  TO REQ-STATUS
      MOVE "FIELD EDITS FAILED" TO REQ-MSG
      GO TO PROCESS-ONE-REQUEST-ANSWER.

     MOVE 0 TO CSTATUS.
     MOVE CORRELATION-ID TO REQ-CORRELATION-ID.
     CALL "VFINISHFORM" USING COMAREA.
     MOVE CSTATUS TO REQ-STATUS.
     MOVE END-MSG TO REQ-MSG.
     IF CSTATUS NOT = 0 AND CSTATUS NOT = 95 AND CSTATUS NOT = 167
      MOVE "Y" TO REJECT-SW.
 PROCESS-ONE-REQUEST-ANSWER.
     IF REQ-CORRELATION-ID = SPACES
      MOVE CORRELATION-ID TO REQ-CORRELATION-ID.
     EVALUATE TRUE
      WHEN REQ-REJECTED
       MOVE "REJECTED"  TO REQ-RESULT
      WHEN REQ-STATUS = 95
      WHEN REQ-STATUS = 167
       MOVE "PARKED"    TO REQ-RESULT
       ADD 1 TO OK-CNT
      WHEN OTHER
       MOVE "COMMITTED" TO REQ-RESULT
       ADD 1 TO OK-CNT
     END-EVALUATE.
     PERFORM WRITE-RESPONSE-FILE THRU WRITE-RESPONSE-FILE-EXIT.
     PERFORM RETIRE-REQUEST-FILE.
     MOVE SPACES TO CORRELATION-ID.
     MOVE 0 TO CSTATUS.
 PROCESS-ONE-REQUEST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 READ-REQUEST-PAIRS.
     MOVE 0 TO PAIR-CNT.
     MOVE SPACES TO REQ-FILE-WRK.
     STRING REQ-DIR-WRK       DELIMITED BY SPACE
            "/"               DELIMITED BY SIZE
            REQ-NAME(REQ-IDX) DELIMITED BY SPACE
      INTO REQ-FILE-WRK.
     OPEN INPUT REQ-FILE.
     IF DGW-STATUS1 NOT = "00"
      MOVE "Y" TO REJECT-SW
      MOVE 35  TO REQ-STATUS
      MOVE "REQUEST FILE COULD NOT BE OPENED" TO REQ-MSG
      GO TO READ-REQUEST-PAIRS-EXIT.
     MOVE "N" TO REQ-EOF-SW.
     PERFORM UNTIL REQ-EOF
      MOVE SPACES TO REQ-RECORD
      READ REQ-FILE
       AT END
        SET REQ-EOF TO TRUE
       NOT AT END
        IF REQ-RECORD NOT = SPACES
         PERFORM SPLIT-REQUEST-LINE
        END-IF
      END-READ
     END-PERFORM.
     CLOSE REQ-FILE.
 READ-REQUEST-PAIRS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A line holds one pair or several & separated ones; the value is
*> everything after the first "=", so values may carry "=" too.
 SPLIT-REQUEST-LINE.
     MOVE 1 TO LINE-PTR.
     PERFORM UNTIL LINE-PTR > 512 OR PAIR-CNT NOT < 64
      MOVE SPACES TO PAIR-TEXT
      UNSTRING REQ-RECORD DELIMITED BY "&"
          INTO PAIR-TEXT
          WITH POINTER LINE-PTR
      END-UNSTRING
      IF PAIR-TEXT NOT = SPACES
       MOVE 0 TO EQ-POS
       INSPECT PAIR-TEXT TALLYING EQ-POS
           FOR CHARACTERS BEFORE INITIAL "="
       IF EQ-POS > 0 AND EQ-POS < 512
        ADD 1 TO PAIR-CNT
        MOVE SPACES TO PAIR-NAME(PAIR-CNT) PAIR-VALUE(PAIR-CNT)
        MOVE PAIR-TEXT(1:EQ-POS) TO PAIR-NAME(PAIR-CNT)
        IF EQ-POS < 511
         MOVE PAIR-TEXT(EQ-POS + 2:) TO PAIR-VALUE(PAIR-CNT)
        END-IF
        IF PAIR-NAME(PAIR-CNT) = "FORM"
         MOVE PAIR-VALUE(PAIR-CNT) TO REQ-FORM
         SUBTRACT 1 FROM PAIR-CNT
        END-IF
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Every named field through VPUTFIELDBUFFER, as an application
*> fills a panel. A name the form does not carry rejects the
*> request - a partner's misspelling must not post a half-filled
*> transaction.
 FILL-REQUEST-FIELDS.
     PERFORM VARYING PAIR-IDX FROM 1 BY 1
       UNTIL PAIR-IDX > PAIR-CNT OR REQ-REJECTED
      MOVE PAIR-NAME(PAIR-IDX)  TO PUT-FIELDNAME
      MOVE PAIR-VALUE(PAIR-IDX) TO PUT-VALUE
      MOVE 0 TO PUT-LEN
      PERFORM VARYING DGW-IDX FROM 256 BY -1
        UNTIL DGW-IDX < 1 OR PUT-LEN > 0
       IF PUT-VALUE(DGW-IDX:1) NOT = SPACE
        MOVE DGW-IDX TO PUT-LEN
       END-IF
      END-PERFORM
      IF PUT-LEN = 0
       MOVE 1 TO PUT-LEN
      END-IF
      MOVE 0 TO CSTATUS
      CALL "VPUTFIELDBUFFER" USING COMAREA PUT-FIELDNAME
          PUT-VALUE PUT-LEN
      IF CSTATUS NOT = 0
       MOVE "Y"     TO REJECT-SW
       MOVE CSTATUS TO REQ-STATUS
       MOVE SPACES  TO REQ-MSG
       STRING "UNKNOWN FIELD " DELIMITED BY SIZE
              PUT-FIELDNAME    DELIMITED BY SPACE
        INTO REQ-MSG
      END-IF
     END-PERFORM.
     MOVE 0 TO CSTATUS.
*>-----------------------------------------------------------------
 WRITE-RESPONSE-FILE.
     MOVE SPACES TO RSP-FILE-WRK.
     STRING RSP-DIR-WRK DELIMITED BY SPACE
            "/"         DELIMITED BY SIZE
            REQ-BASE    DELIMITED BY SPACE
            ".rsp"      DELIMITED BY SIZE
      INTO RSP-FILE-WRK.
     OPEN OUTPUT RSP-FILE.
     IF DGW-STATUS2 NOT = "00"
      MOVE LOW-VALUES TO DebugBUF
      STRING "VDROPGATE: cannot write response " RSP-FILE-WRK
       DELIMITED BY "  " INTO DebugBUF
      CALL "LogDebug" USING DebugBUF
      GO TO WRITE-RESPONSE-FILE-EXIT.

     MOVE SPACES TO RSP-RECORD.
     STRING "RESULT=" REQ-RESULT DELIMITED BY SPACE
      INTO RSP-RECORD.
     WRITE RSP-RECORD.
     MOVE REQ-STATUS TO DISP-STATUS.
     MOVE SPACES TO RSP-RECORD.
     STRING "STATUS=" DISP-STATUS DELIMITED BY SIZE
      INTO RSP-RECORD.
     WRITE RSP-RECORD.
     MOVE SPACES TO RSP-RECORD.
     STRING "CORRELATION=" REQ-CORRELATION-ID DELIMITED BY SIZE
      INTO RSP-RECORD.
     WRITE RSP-RECORD.
     IF REQ-MSG NOT = SPACES AND REQ-MSG NOT = LOW-VALUES
      INSPECT REQ-MSG REPLACING ALL X"00" BY " "
      MOVE SPACES TO RSP-RECORD
      STRING "MESSAGE=:" REQ-MSG DELIMITED BY SIZE
       INTO RSP-RECORD
      WRITE RSP-RECORD.
     IF NUMERRS > 0 AND REQ-REJECTED
      PERFORM VARYING DGW-IDX FROM 1 BY 1
        UNTIL DGW-IDX > AF-AppFld-Cnt
       IF HFLD-ERRFLG(DGW-IDX) > 0
        MOVE SPACES TO RSP-RECORD
        STRING "MESSAGE="            DELIMITED BY SIZE
               HFLD-NAME(DGW-IDX)   DELIMITED BY SPACE
               ":"                  DELIMITED BY SIZE
               HFLD-ERRMSG(DGW-IDX) DELIMITED BY "  "
         INTO RSP-RECORD
        WRITE RSP-RECORD
       END-IF
      END-PERFORM.
     CLOSE RSP-FILE.
 WRITE-RESPONSE-FILE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RETIRE-REQUEST-FILE.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "catch {file rename -force {" DELIMITED BY SIZE
            REQ-DIR-WRK       DELIMITED BY SPACE
            "/"               DELIMITED BY SIZE
            REQ-NAME(REQ-IDX) DELIMITED BY SPACE
            "} {"             DELIMITED BY SIZE
            REQ-DIR-WRK       DELIMITED BY SPACE
            "/"               DELIMITED BY SIZE
            REQ-BASE          DELIMITED BY SPACE
            ".done}}"         DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
