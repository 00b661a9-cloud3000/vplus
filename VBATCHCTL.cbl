>>source format free
*>*****************************************************************
*>*                      V B A T C H C T L                         *
*>*****************************************************************
*>   Batch control for keyed document batches (SECDB/BATCHCTL) - the
*>   adding-machine tape check. The operator opens a batch with the
*>   number of documents in it and the tape total of one amount
*>   field, then keys the documents through the ordinary forms;
*>   every completion VFINISHFORM makes while BATCH-ID is set counts
*>   one document and adds that field's value.
*>     BATCH-OPEN   ("O")  BATCH-EXP-COUNT, BATCH-AMT-FIELD and
*>                         BATCH-EXP-TOTAL required, BATCH-FORM
*>                         optional; the new id comes back in
*>                         BATCH-ID
*>     BATCH-RESUME ("R")  put an open batch of the operator's own
*>                         back on this session (BATCH-ID)
*>     BATCH-STATUS ("S")  keyed against expected, in END-MSG
*>     BATCH-CLOSE  ("C")  close it - only when the document count
*>                         and the hash total both agree
*>     BATCH-FORCE  ("F")  a supervisor closes it as it stands, with
*>                         BATCH-REASON; never the batch's own
*>                         operator, and where that operator has a
*>                         supervisor on file, that supervisor or
*>                         their current delegate (VDELEGCHK)
*>   The operator is the one signed on to this session (AUTHSESS).
*>   VBATCHRPT reports the batches by day.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBATCHCTL.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 OPERATOR-USER           PIC X(32) VALUE SPACES.
 01 FIND-ID                 PIC X(12) VALUE SPACES.
 01 ID-CLOCK                PIC 9(12) VALUE 0.
 01 DAY-NUMBER              PIC S9(9) COMP-5 VALUE 0.
 01 MSG-LEAD                PIC X(19) VALUE SPACES.
 01 DISP-ACT-CNT            PIC Z(5)9.
 01 DISP-EXP-CNT            PIC Z(5)9.
 01 DISP-ACT-TOT            PIC -(10)9.999.
 01 DISP-EXP-TOT            PIC -(10)9.999.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 DELEG-CHECK.
    02 DGC-ACTOR     Pic X(32) Value Spaces.
    02 DGC-SUBJECT   Pic X(32) Value Spaces.
    02 DGC-PRINCIPAL Pic X(32) Value Spaces.
    02 DGC-SCOPE     Pic X(08) Value Spaces.
    02 DGC-RESULT    Pic X(01) Value Space.
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-REFUSED         VALUE "N".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-BATCH-CONTROL        Pic X(16) Value "BATCHCTL".
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
 0000-BEGIN-VBATCHCTL.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBATCHCTL "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VBATCHCTL-RETURN.
     PERFORM GET-OPERATOR-USER.

     EVALUATE TRUE
      WHEN BATCH-OPEN
       PERFORM OPEN-BATCH THRU OPEN-BATCH-EXIT
      WHEN BATCH-RESUME
       PERFORM RESUME-BATCH THRU RESUME-BATCH-EXIT
      WHEN BATCH-STATUS
       PERFORM SHOW-BATCH-STATUS THRU SHOW-BATCH-STATUS-EXIT
      WHEN BATCH-CLOSE
       PERFORM CLOSE-BATCH THRU CLOSE-BATCH-EXIT
      WHEN BATCH-FORCE
       PERFORM FORCE-BATCH THRU FORCE-BATCH-EXIT
      WHEN OTHER
       MOVE "VBATCHCTL" TO INTR-ERRNAME
       MOVE 175         TO INTR-ERRNUM
       MOVE 175         TO CSTATUS
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VBATCHCTL-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> One batch at a time per session - a second would leave nobody
*> sure which one a document went to.
 OPEN-BATCH.
     IF BATCH-ID NOT = SPACES
      MOVE BATCH-ID TO FIND-ID
      PERFORM FIND-BATCH
      IF RECORD-FOUND AND BCH-IS-OPEN
       MOVE "VBATCHCTL" TO INTR-ERRNAME
       MOVE 176         TO INTR-ERRNUM
       MOVE 176         TO CSTATUS
       MOVE SPACES TO END-MSG
       STRING "A BATCH IS ALREADY OPEN ON THIS SESSION - ID " BATCH-ID
        DELIMITED BY SIZE INTO END-MSG
       GO TO OPEN-BATCH-EXIT.
     IF BATCH-EXP-COUNT < 1 OR BATCH-AMT-FIELD = SPACES
      OR OPERATOR-USER = SPACES
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 172         TO INTR-ERRNUM
      MOVE 172         TO CSTATUS
      MOVE "BATCH NEEDS A DOCUMENT COUNT AND AN AMOUNT FIELD" TO END-MSG
      MOVE SPACES      TO BATCH-ID
      GO TO OPEN-BATCH-EXIT.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-BATCH-CONTROL.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     MOVE ID-CLOCK        TO BCH-ID.
     MOVE OPERATOR-USER   TO BCH-USER.
     MOVE BATCH-FORM      TO BCH-FORM.
     MOVE BATCH-AMT-FIELD TO BCH-AMT-FIELD.
     MOVE BATCH-EXP-COUNT TO BCH-EXP-COUNT.
     MOVE BATCH-EXP-TOTAL TO BCH-EXP-TOTAL.
     MOVE 0               TO BCH-ACT-COUNT BCH-ACT-TOTAL.
     MOVE "O"             TO BCH-STATE.
     MOVE ClockSeconds    TO BCH-OPEN-TIME.
     COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(19700101)
         + ClockSeconds / 86400
     END-COMPUTE.
     COMPUTE BCH-DAY = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
     END-COMPUTE.
     CALL "DBLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CSTATUS = 0
      MOVE BCH-ID TO BATCH-ID
      MOVE SPACES TO END-MSG
      STRING "BATCH " BCH-ID " OPEN" DELIMITED BY SIZE INTO END-MSG.
 OPEN-BATCH-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RESUME-BATCH.
     MOVE BATCH-ID TO FIND-ID.
     MOVE SPACES   TO BATCH-ID.
     PERFORM FIND-BATCH.
     IF NOT RECORD-FOUND
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO RESUME-BATCH-EXIT.
     IF NOT BCH-IS-OPEN
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 53          TO INTR-ERRNUM
      MOVE 53          TO CSTATUS
      MOVE "BATCH IS NOT OPEN" TO END-MSG
      GO TO RESUME-BATCH-EXIT.
     IF OPERATOR-USER = SPACES OR OPERATOR-USER NOT = BCH-USER
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 94          TO INTR-ERRNUM
      MOVE 94          TO CSTATUS
      MOVE "BATCH BELONGS TO ANOTHER OPERATOR" TO END-MSG
      GO TO RESUME-BATCH-EXIT.
     MOVE BCH-ID TO BATCH-ID.
     PERFORM FORMAT-BALANCE-MSG.
 RESUME-BATCH-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 SHOW-BATCH-STATUS.
     MOVE BATCH-ID TO FIND-ID.
     PERFORM FIND-BATCH.
     IF NOT RECORD-FOUND
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO SHOW-BATCH-STATUS-EXIT.
     PERFORM FORMAT-BALANCE-MSG.
 SHOW-BATCH-STATUS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CLOSE-BATCH.
     MOVE BATCH-ID TO FIND-ID.
     PERFORM FIND-BATCH.
     IF NOT RECORD-FOUND
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO CLOSE-BATCH-EXIT.
     IF NOT BCH-IS-OPEN
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 53          TO INTR-ERRNUM
      MOVE 53          TO CSTATUS
      MOVE "BATCH IS NOT OPEN" TO END-MSG
      MOVE SPACES      TO BATCH-ID
      GO TO CLOSE-BATCH-EXIT.
     IF BCH-ACT-COUNT NOT = BCH-EXP-COUNT
      OR BCH-ACT-TOTAL NOT = BCH-EXP-TOTAL
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 173         TO INTR-ERRNUM
      MOVE 173         TO CSTATUS
      MOVE "OUT OF BALANCE:" TO MSG-LEAD
      PERFORM FORMAT-BALANCE-MSG
      GO TO CLOSE-BATCH-EXIT.

     PERFORM Get-ClockSeconds.
     MOVE "B"           TO BCH-STATE.
     MOVE OPERATOR-USER TO BCH-CLOSER.
     MOVE ClockSeconds  TO BCH-CLOSE-TIME.
     PERFORM UPDATE-BATCH.
     IF CSTATUS = 0
      MOVE SPACES TO BATCH-ID
      MOVE SPACES TO END-MSG
      STRING "BATCH " BCH-ID " BALANCED AND CLOSED"
       DELIMITED BY SIZE INTO END-MSG.
 CLOSE-BATCH-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The supervisor's override - the batch closes out of balance (or
*> in it) as it stands, the reason kept on the batch and on the
*> admin journal.
 FORCE-BATCH.
     MOVE BATCH-ID TO FIND-ID.
     PERFORM FIND-BATCH.
     IF NOT RECORD-FOUND
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO FORCE-BATCH-EXIT.
     IF NOT BCH-IS-OPEN
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 53          TO INTR-ERRNUM
      MOVE 53          TO CSTATUS
      MOVE "BATCH IS NOT OPEN" TO END-MSG
      GO TO FORCE-BATCH-EXIT.
     IF BATCH-REASON = SPACES
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 174         TO INTR-ERRNUM
      MOVE 174         TO CSTATUS
      MOVE "A REASON IS REQUIRED TO FORCE A BATCH CLOSED" TO END-MSG
      GO TO FORCE-BATCH-EXIT.
     IF OPERATOR-USER = SPACES OR OPERATOR-USER = BCH-USER
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 94          TO INTR-ERRNUM
      MOVE 94          TO CSTATUS
      MOVE "A BATCH CANNOT BE FORCED BY ITS OWN OPERATOR" TO END-MSG
      GO TO FORCE-BATCH-EXIT.
     MOVE SPACES        TO DELEG-CHECK.
     MOVE OPERATOR-USER TO DGC-ACTOR.
     MOVE BCH-USER      TO DGC-SUBJECT.
     MOVE "APPROVE"     TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-REFUSED
      MOVE "VBATCHCTL" TO INTR-ERRNAME
      MOVE 137         TO INTR-ERRNUM
      MOVE 137         TO CSTATUS
      MOVE "FORCER IS NOT THE OPERATOR'S SUPERVISOR OR DELEGATE"
        TO END-MSG
      GO TO FORCE-BATCH-EXIT.

     PERFORM Get-ClockSeconds.
     MOVE "F"           TO BCH-STATE.
     MOVE OPERATOR-USER TO BCH-CLOSER.
     MOVE ClockSeconds  TO BCH-CLOSE-TIME.
     MOVE BATCH-REASON  TO BCH-REASON.
     PERFORM UPDATE-BATCH.
     IF CSTATUS NOT = 0
      GO TO FORCE-BATCH-EXIT.

     PERFORM FORMAT-BALANCE-MSG.
     MOVE OPERATOR-USER   TO AAL-ACTOR.
     MOVE "VBATCHCTL"     TO AAL-PROGRAM.
     MOVE "BATCH-FORCE"   TO AAL-ACTION.
     MOVE SPACES          TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING BCH-ID   DELIMITED BY SPACE
            "/"      DELIMITED BY SIZE
            BCH-USER DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE END-MSG(1:64)   TO AAL-OLD.
     MOVE BCH-REASON      TO AAL-NEW.
     IF DGC-DELEGATED
      MOVE DGC-PRINCIPAL TO DELEG-ON-BEHALF-OF
     ELSE
      MOVE SPACES        TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
     IF BATCH-ID = BCH-ID
      MOVE SPACES TO BATCH-ID.
     MOVE SPACES TO END-MSG.
     STRING "BATCH " BCH-ID " FORCED CLOSED"
      DELIMITED BY SIZE INTO END-MSG.
 FORCE-BATCH-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Keyed against expected, led by MSG-LEAD - "BATCH <id>:" unless
*> the caller set something else.
 FORMAT-BALANCE-MSG.
     IF MSG-LEAD = SPACES
      STRING "BATCH " BCH-ID ":" DELIMITED BY SIZE INTO MSG-LEAD.
     MOVE BCH-ACT-COUNT TO DISP-ACT-CNT.
     MOVE BCH-EXP-COUNT TO DISP-EXP-CNT.
     MOVE BCH-ACT-TOTAL TO DISP-ACT-TOT.
     MOVE BCH-EXP-TOTAL TO DISP-EXP-TOT.
     MOVE SPACES TO END-MSG.
     STRING MSG-LEAD DELIMITED BY "  "
            " DOCS" DISP-ACT-CNT " OF" DISP-EXP-CNT
            " TOTAL" DISP-ACT-TOT " OF" DISP-EXP-TOT
      DELIMITED BY SIZE INTO END-MSG.
     MOVE SPACES TO MSG-LEAD.
*>-----------------------------------------------------------------
 UPDATE-BATCH.
     CALL "DBLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 FIND-BATCH.
     MOVE "N" TO FOUND-SW.
     MOVE LOW-VALUES TO DB-BATCH-CONTROL.
     CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
         STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR RECORD-FOUND
      IF BCH-ID = FIND-ID
       MOVE "Y" TO FOUND-SW
      ELSE
       CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
           STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 GET-OPERATOR-USER.
     MOVE SPACES TO OPERATOR-USER.
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
       MOVE AUTHSESS-USER TO OPERATOR-USER.
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
