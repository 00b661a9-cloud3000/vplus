>>source format free
*>*****************************************************************
*>*                        V V E R I F Y                           *
*>*****************************************************************
*>   Double-key verification console over SECDB/VERIFYQ, in the
*>   action-driven shape of VAPPROVE. A form with VERIFYFLD
*>   designations does not complete on its first finish: VFINISHFORM
*>   parks the buffer as a "K" item until a second operator has keyed
*>   the designated fields again, blind, from the same document.
*>     VERIFY-LIST    ("L")  every item waiting - for verification or
*>                           for a supervisor - to the report file:
*>                           id, form, state, maker, verifier, time
*>     VERIFY-OPEN    ("O")  take an item to verify - refused to its
*>                           maker; VERIFY-FORM comes back for the
*>                           caller to show blank, and VERIFY-ID stays
*>                           set so that panel's finish is compared
*>                           rather than committed
*>     VERIFY-VIEW    ("V")  one item, and for a mismatch each field
*>                           that differs with the first and second
*>                           keyings side by side
*>     VERIFY-RESOLVE ("R")  settle a mismatch: VERIFY-CHOICE "F" lets
*>                           the first keying stand (released, as a
*>                           match would), "B" sends it back to the
*>                           maker to correct and finish again
*>   The operator is the one signed on to this session (AUTHSESS). A
*>   resolver must be neither keyer and, where the maker has a
*>   supervisor on file, that supervisor or their current delegate
*>   (VDELEGCHK), exactly as for a dual-control approval.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VVERIFY.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT VERIFY-FILE
        ASSIGN TO VERIFY-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VRFY-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  VERIFY-FILE.
 01  VERIFY-RECORD                PIC X(132).
 WORKING-STORAGE SECTION.
 01 VRFY-STATUS1            PIC XX.
 01 VERIFY-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-CNT                PIC Z9.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 REKEY-SW                PIC X VALUE "N".
    88 REKEY-FOUND             VALUE "Y".
 01 OPERATOR-USER           PIC X(32) VALUE SPACES.
 01 FIND-KIND               PIC X(01) VALUE SPACE.
 01 MM-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 SHOW-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 FIRST-BUFFER            PIC X(3000) VALUE SPACES.
 01 SECOND-BUFFER           PIC X(3000) VALUE SPACES.
 01 FIRST-WITHHELD-SW       PIC X VALUE "N".
    88 FIRST-WITHHELD          VALUE "Y".
 01 SECOND-WITHHELD-SW      PIC X VALUE "N".
    88 SECOND-WITHHELD         VALUE "Y".
 01 FIRST-ITEM.
    02 FI-MISMATCH-CNT      PIC S9(4) COMP-5 VALUE 0.
    02 FI-MISMATCH OCCURS 8 TIMES.
       03 FI-MM-FIELD       PIC X(16).
       03 FI-MM-START       PIC S9(4) COMP-5.
       03 FI-MM-LEN         PIC S9(4) COMP-5.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
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
 01 RESOLVE-ON-BEHALF-OF    PIC X(32) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-VERIFY-QUEUE         Pic X(16) Value "VERIFYQ".
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
 0000-BEGIN-VVERIFY.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VVERIFY "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VVERIFY-RETURN.
     PERFORM GET-OPERATOR-USER.

     EVALUATE TRUE
      WHEN VERIFY-OPEN
       PERFORM OPEN-VERIFY-ITEM THRU OPEN-VERIFY-ITEM-EXIT
      WHEN VERIFY-VIEW
       PERFORM VIEW-VERIFY-ITEM THRU VIEW-VERIFY-ITEM-EXIT
      WHEN VERIFY-RESOLVE
       PERFORM RESOLVE-MISMATCH THRU RESOLVE-MISMATCH-EXIT
      WHEN OTHER
       PERFORM LIST-VERIFY-QUEUE THRU LIST-VERIFY-QUEUE-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VVERIFY-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LIST-VERIFY-QUEUE.
     PERFORM OPEN-VERIFY-FILE.
     IF CSTATUS NOT = 0
      GO TO LIST-VERIFY-QUEUE-EXIT.

     MOVE SPACES TO VERIFY-RECORD.
     STRING "WAITING DOUBLE-KEY ITEMS - ID,FORM,STATE,MAKER,VERIFIER,"
            "TIME"
      DELIMITED BY SIZE INTO VERIFY-RECORD.
     WRITE VERIFY-RECORD.

     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF VQ-FIRST-KEYING AND (VQ-PENDING OR VQ-MISMATCHED)
       MOVE VQ-TIME TO DISP-TIME
       MOVE SPACES TO VERIFY-RECORD
       STRING VQ-ID       DELIMITED BY SPACE ","
              VQ-FORM     DELIMITED BY SPACE ","
              VQ-STATE    DELIMITED BY SIZE ","
              VQ-USER     DELIMITED BY SPACE ","
              VQ-VERIFIER DELIMITED BY SPACE ","
              DISP-TIME
        DELIMITED BY SIZE INTO VERIFY-RECORD
       WRITE VERIFY-RECORD
      END-IF
      CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CLOSE VERIFY-FILE.
 LIST-VERIFY-QUEUE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Nothing is marked here - an item stays pending until a re-keying
*> is finished against it, so one abandoned blank copy does not
*> hold it from the next verifier.
 OPEN-VERIFY-ITEM.
     MOVE SPACES TO VERIFY-FORM.
     MOVE "K" TO FIND-KIND.
     PERFORM FIND-VERIFY-ITEM.
     IF NOT RECORD-FOUND
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      MOVE SPACES      TO VERIFY-ID
      GO TO OPEN-VERIFY-ITEM-EXIT.
     IF NOT VQ-PENDING
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 53          TO INTR-ERRNUM
      MOVE 53          TO CSTATUS
      MOVE "ITEM IS NOT AWAITING VERIFICATION" TO END-MSG
      MOVE SPACES      TO VERIFY-ID
      GO TO OPEN-VERIFY-ITEM-EXIT.
*> The second keying must be a second person's.
     IF OPERATOR-USER = SPACES OR OPERATOR-USER = VQ-USER
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 94          TO INTR-ERRNUM
      MOVE 94          TO CSTATUS
      MOVE "VERIFIER MUST DIFFER FROM THE FIRST KEYER" TO END-MSG
      MOVE SPACES      TO VERIFY-ID
      GO TO OPEN-VERIFY-ITEM-EXIT.
     MOVE VQ-FORM TO VERIFY-FORM.
 OPEN-VERIFY-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Header, then for a mismatch each field that differs: the first
*> keying's value and the verifier's, as keyed. A buffer scrambled
*> under a key version since retired is withheld, as VAPPROVE does.
 VIEW-VERIFY-ITEM.
     MOVE "K" TO FIND-KIND.
     PERFORM FIND-VERIFY-ITEM.
     IF NOT RECORD-FOUND
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO VIEW-VERIFY-ITEM-EXIT.

     PERFORM OPEN-VERIFY-FILE.
     IF CSTATUS NOT = 0
      GO TO VIEW-VERIFY-ITEM-EXIT.

     MOVE VQ-TIME TO DISP-TIME.
     MOVE SPACES TO VERIFY-RECORD.
     STRING "ID="        VQ-ID       DELIMITED BY SPACE
            " FORM="     DELIMITED BY SIZE
            VQ-FORM     DELIMITED BY SPACE
            " STATE="    VQ-STATE    DELIMITED BY SIZE
            " MAKER="    DELIMITED BY SIZE
            VQ-USER     DELIMITED BY SPACE
            " VERIFIER=" DELIMITED BY SIZE
            VQ-VERIFIER DELIMITED BY SPACE
            " TIME="     DISP-TIME   DELIMITED BY SIZE
      INTO VERIFY-RECORD.
     WRITE VERIFY-RECORD.
     IF VQ-RESOLVER NOT = SPACES
      MOVE SPACES TO VERIFY-RECORD
      STRING "RESOLVED BY " DELIMITED BY SIZE
             VQ-RESOLVER DELIMITED BY SPACE
       INTO VERIFY-RECORD
      WRITE VERIFY-RECORD.
     IF VQ-MISMATCH-CNT = 0
      GO TO VIEW-VERIFY-ITEM-CLOSE.

     MOVE VQ-MISMATCH-CNT TO DISP-CNT.
     MOVE SPACES TO VERIFY-RECORD.
     STRING "FIELDS THAT DIFFER: " DISP-CNT
      DELIMITED BY SIZE INTO VERIFY-RECORD.
     WRITE VERIFY-RECORD.

     MOVE VQ-MISMATCH-CNT TO FI-MISMATCH-CNT.
     PERFORM VARYING MM-IDX FROM 1 BY 1 UNTIL MM-IDX > 8
      MOVE VQ-MM-FIELD(MM-IDX) TO FI-MM-FIELD(MM-IDX)
      MOVE VQ-MM-START(MM-IDX) TO FI-MM-START(MM-IDX)
      MOVE VQ-MM-LEN(MM-IDX)   TO FI-MM-LEN(MM-IDX)
     END-PERFORM.
     PERFORM UNSCRAMBLE-ITEM-BUFFER.
     MOVE BC-BUFFER TO FIRST-BUFFER.
     MOVE "N" TO FIRST-WITHHELD-SW.
     IF BC-KEY-MISSING
      MOVE "Y" TO FIRST-WITHHELD-SW.

     MOVE SPACES TO SECOND-BUFFER.
     MOVE "N" TO SECOND-WITHHELD-SW.
     MOVE "R" TO FIND-KIND.
     PERFORM FIND-VERIFY-ITEM.
     MOVE FOUND-SW TO REKEY-SW.
     IF RECORD-FOUND
      PERFORM UNSCRAMBLE-ITEM-BUFFER
      MOVE BC-BUFFER TO SECOND-BUFFER
      IF BC-KEY-MISSING
       MOVE "Y" TO SECOND-WITHHELD-SW.

     PERFORM VARYING MM-IDX FROM 1 BY 1
       UNTIL MM-IDX > FI-MISMATCH-CNT OR MM-IDX > 8
      MOVE FI-MM-LEN(MM-IDX) TO SHOW-LEN
      IF SHOW-LEN > 100
       MOVE 100 TO SHOW-LEN
      END-IF
      MOVE SPACES TO VERIFY-RECORD
      STRING "FIELD " FI-MM-FIELD(MM-IDX) DELIMITED BY SIZE
       INTO VERIFY-RECORD
      WRITE VERIFY-RECORD
      MOVE SPACES TO VERIFY-RECORD
      MOVE "  FIRST   " TO VERIFY-RECORD(1:10)
      IF FIRST-WITHHELD
       MOVE "(WITHHELD - KEY VERSION NOT AVAILABLE)"
         TO VERIFY-RECORD(11:)
      ELSE
       IF SHOW-LEN > 0
        MOVE FIRST-BUFFER(FI-MM-START(MM-IDX):SHOW-LEN)
          TO VERIFY-RECORD(11:SHOW-LEN)
       END-IF
      END-IF
      WRITE VERIFY-RECORD
      MOVE SPACES TO VERIFY-RECORD
      MOVE "  SECOND  " TO VERIFY-RECORD(1:10)
      IF NOT REKEY-FOUND
       MOVE "(RE-KEYING NOT ON FILE)" TO VERIFY-RECORD(11:)
      ELSE
       IF SECOND-WITHHELD
        MOVE "(WITHHELD - KEY VERSION NOT AVAILABLE)"
          TO VERIFY-RECORD(11:)
       ELSE
        IF SHOW-LEN > 0
         MOVE SECOND-BUFFER(FI-MM-START(MM-IDX):SHOW-LEN)
           TO VERIFY-RECORD(11:SHOW-LEN)
        END-IF
       END-IF
      END-IF
      WRITE VERIFY-RECORD
     END-PERFORM.
 VIEW-VERIFY-ITEM-CLOSE.
     CLOSE VERIFY-FILE.
 VIEW-VERIFY-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RESOLVE-MISMATCH.
     MOVE "K" TO FIND-KIND.
     PERFORM FIND-VERIFY-ITEM.
     IF NOT RECORD-FOUND
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO RESOLVE-MISMATCH-EXIT.
     IF NOT VQ-MISMATCHED
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 53          TO INTR-ERRNUM
      MOVE 53          TO CSTATUS
      MOVE "ITEM IS NOT AWAITING A SUPERVISOR" TO END-MSG
      GO TO RESOLVE-MISMATCH-EXIT.
     IF NOT VERIFY-FIRST-STANDS AND NOT VERIFY-SEND-BACK
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 171         TO INTR-ERRNUM
      MOVE 171         TO CSTATUS
      MOVE "CHOICE MUST BE F (FIRST STANDS) OR B (SEND BACK)"
        TO END-MSG
      GO TO RESOLVE-MISMATCH-EXIT.
*> Neither keyer may settle their own disagreement.
     IF OPERATOR-USER = SPACES OR OPERATOR-USER = VQ-USER
      OR OPERATOR-USER = VQ-VERIFIER
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 94          TO INTR-ERRNUM
      MOVE 94          TO CSTATUS
      MOVE "RESOLVER MUST DIFFER FROM BOTH KEYERS" TO END-MSG
      GO TO RESOLVE-MISMATCH-EXIT.

     MOVE SPACES        TO RESOLVE-ON-BEHALF-OF.
     MOVE SPACES        TO DELEG-CHECK.
     MOVE OPERATOR-USER TO DGC-ACTOR.
     MOVE VQ-USER       TO DGC-SUBJECT.
     MOVE "APPROVE"     TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-REFUSED
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 137         TO INTR-ERRNUM
      MOVE 137         TO CSTATUS
      MOVE "RESOLVER IS NOT THE MAKER'S SUPERVISOR OR DELEGATE"
        TO END-MSG
      GO TO RESOLVE-MISMATCH-EXIT.
     IF DGC-DELEGATED
      MOVE DGC-PRINCIPAL TO RESOLVE-ON-BEHALF-OF.

     PERFORM Get-ClockSeconds.
     IF VERIFY-FIRST-STANDS
      MOVE "V" TO VQ-STATE
     ELSE
      MOVE "X" TO VQ-STATE.
     MOVE OPERATOR-USER TO VQ-RESOLVER.
     MOVE ClockSeconds  TO VQ-RESOLVE-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     MOVE OPERATOR-USER    TO AAL-ACTOR.
     MOVE "VVERIFY"        TO AAL-PROGRAM.
     MOVE "VERIFY-RESOLVE" TO AAL-ACTION.
     MOVE SPACES           TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING VQ-ID DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            VQ-FORM DELIMITED BY SPACE
      INTO AAL-TARGET.
     STRING VQ-USER     DELIMITED BY SPACE
            "/"         DELIMITED BY SIZE
            VQ-VERIFIER DELIMITED BY SPACE
      INTO AAL-OLD.
     MOVE VQ-STATE TO AAL-NEW.
     MOVE RESOLVE-ON-BEHALF-OF TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 RESOLVE-MISMATCH-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 OPEN-VERIFY-FILE.
     MOVE "VERIFY.RPT" TO VERIFY-FILE-NAME-WRK.
     IF VERIFY-RPT-NAME NOT = SPACES
      MOVE VERIFY-RPT-NAME TO VERIFY-FILE-NAME-WRK.
     OPEN OUTPUT VERIFY-FILE.
     IF VRFY-STATUS1 NOT = "00"
      MOVE "VVERIFY"  TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS.
*>-----------------------------------------------------------------
*> The current item's buffer in the clear in BC-BUFFER; BC-KEY-SW
*> says "N" when its key version is no longer held.
 UNSCRAMBLE-ITEM-BUFFER.
     MOVE VQ-BUFFER TO BC-BUFFER.
     MOVE SPACE     TO BC-KEY-SW.
     IF VQ-ENCRYPTED AND VQ-BUFLEN > 0
      MOVE "D"        TO BC-MODE
      MOVE VQ-BUFLEN  TO BC-LENGTH
      MOVE VQ-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
*>-----------------------------------------------------------------
*> The FIND-KIND record ("K" first keying, "R" re-keying) of item
*> VERIFY-ID.
 FIND-VERIFY-ITEM.
     MOVE "N" TO FOUND-SW.
     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR RECORD-FOUND
      IF VQ-ID = VERIFY-ID AND VQ-KIND = FIND-KIND
       MOVE "Y" TO FOUND-SW
      ELSE
       CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
           STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
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
