>>source format free
*>*****************************************************************
*>*                     V D E L E G A D M I N                      *
*>*****************************************************************
*>   Supervisor delegation console over SECDB/DELEGATION:
*>     DELEG-GRANT  ("G") DELEGATOR's supervisor authority passes to
*>                  DELEGATE for SCOPE (APPROVE, RECERT, FIRECALL,
*>                  WARNING, ACCESS, or ALL when spaces) from FROM-TIME
*>                  (zero: now) to TO-TIME - admin journal written
*>     DELEG-CANCEL ("C") DELEGATOR's active delegations to DELEGATE
*>                  end now
*>     DELEG-EXPIRE ("X") the nightly batch action: every active
*>                  delegation past its TO time flips expired. The
*>                  checks stop honouring it at TO time regardless;
*>                  this keeps the listing honest
*>     DELEG-LIST   ("L") every delegation on file
*>     DELEG-REPORT ("R") for the auditors: every act done on another
*>                  supervisor's behalf between FROM-TIME and TO-TIME
*>                  (default the last 30 days) - the ON-BEHALF-OF
*>                  stamps in the admin journal and the data journal
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDELEGADMIN.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT DELEG-FILE
        ASSIGN TO DELEG-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DLG-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  DELEG-FILE.
 01  DELEG-RECORD                 PIC X(250).
 WORKING-STORAGE SECTION.
 01 DLG-STATUS1             PIC XX.
 01 DELEG-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-TIME2              PIC -(14)9.
 01 DISP-CNT                PIC -------9.
 01 PERIOD-FROM             PIC S9(18) COMP-5 VALUE 0.
 01 PERIOD-TO               PIC S9(18) COMP-5 VALUE 0.
 01 ADMIN-ACT-CNT           PIC S9(8) COMP-5 VALUE 0.
 01 JRNL-ACT-CNT            PIC S9(8) COMP-5 VALUE 0.
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

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-DELEGATION           Pic X(16) Value "DELEGATION".
 01 DS-ADMIN-LOG            Pic X(16) Value "ADMINLOG".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".

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
 0000-BEGIN-VDELEGADMIN.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO DELEG-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VDELEGADMIN "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      GO TO VDELEGADMIN-RETURN.

     PERFORM Get-ClockSeconds.
     EVALUATE TRUE
      WHEN DELEG-GRANT
       PERFORM GRANT-DELEGATION THRU GRANT-DELEGATION-EXIT
      WHEN DELEG-CANCEL
       PERFORM CANCEL-DELEGATION THRU CANCEL-DELEGATION-EXIT
      WHEN DELEG-EXPIRE
       PERFORM EXPIRE-PAST-DUE
      WHEN DELEG-REPORT
       PERFORM DELEGATED-ACTIONS-REPORT
          THRU DELEGATED-ACTIONS-REPORT-EXIT
      WHEN OTHER
       PERFORM LIST-DELEGATIONS THRU LIST-DELEGATIONS-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VDELEGADMIN-RETURN.
     Goback.
*>-----------------------------------------------------------------
 GRANT-DELEGATION.
     IF DELEG-SCOPE = SPACES
      MOVE "ALL" TO DELEG-SCOPE.
     IF DELEG-FROM-TIME = 0
      MOVE ClockSeconds TO DELEG-FROM-TIME.
     IF DELEG-DELEGATOR = SPACES OR DELEG-DELEGATE = SPACES
      OR DELEG-DELEGATE = DELEG-DELEGATOR
      OR DELEG-TO-TIME NOT > DELEG-FROM-TIME
      OR DELEG-TO-TIME NOT > ClockSeconds
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 63            TO INTR-ERRNUM
      MOVE 63            TO CSTATUS
      GO TO GRANT-DELEGATION-EXIT.
     IF DELEG-SCOPE NOT = "ALL" AND DELEG-SCOPE NOT = "APPROVE"
      AND DELEG-SCOPE NOT = "RECERT" AND DELEG-SCOPE NOT = "FIRECALL"
      AND DELEG-SCOPE NOT = "WARNING" AND DELEG-SCOPE NOT = "ACCESS"
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 54            TO INTR-ERRNUM
      MOVE 54            TO CSTATUS
      GO TO GRANT-DELEGATION-EXIT.
     IF DELEG-ACTOR = SPACES
      MOVE DELEG-DELEGATOR TO DELEG-ACTOR.

     INITIALIZE DB-DELEGATION.
     MOVE DELEG-DELEGATOR TO DLG-DELEGATOR.
     MOVE DELEG-DELEGATE  TO DLG-DELEGATE.
     MOVE DELEG-FROM-TIME TO DLG-FROM-TIME.
     MOVE DELEG-TO-TIME   TO DLG-TO-TIME.
     MOVE DELEG-SCOPE     TO DLG-SCOPE.
     MOVE DELEG-ACTOR     TO DLG-CREATED-BY.
     MOVE ClockSeconds    TO DLG-CREATE-TIME.
     MOVE "A"             TO DLG-STATE.
     CALL "DBLOCK" USING Secdb-Database DS-DELEGATION
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-DELEGATION
         MODE-1 STATUS-AREA ALL-ITEMS DB-DELEGATION.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 57            TO INTR-ERRNUM
      MOVE 57            TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-DELEGATION
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO GRANT-DELEGATION-EXIT.
     MOVE 1 TO DELEG-COUNT.

     MOVE DELEG-ACTOR     TO AAL-ACTOR.
     MOVE "VDELEGADMIN"   TO AAL-PROGRAM.
     MOVE "DELEG-GRANT"   TO AAL-ACTION.
     MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING DELEG-DELEGATOR DELIMITED BY SPACE
            ">" DELIMITED BY SIZE
            DELEG-DELEGATE DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE DELEG-FROM-TIME TO DISP-TIME.
     MOVE DELEG-TO-TIME   TO DISP-TIME2.
     STRING DELEG-SCOPE DELIMITED BY SPACE
            " " DISP-TIME " " DISP-TIME2 DELIMITED BY SIZE
      INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 GRANT-DELEGATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CANCEL-DELEGATION.
     IF DELEG-DELEGATOR = SPACES OR DELEG-DELEGATE = SPACES
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 63            TO INTR-ERRNUM
      MOVE 63            TO CSTATUS
      GO TO CANCEL-DELEGATION-EXIT.
     IF DELEG-ACTOR = SPACES
      MOVE DELEG-DELEGATOR TO DELEG-ACTOR.

     MOVE "DELEGATE;"    TO SEARCH-ITEM.
     MOVE DELEG-DELEGATE TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-DELEGATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-DELEGATION CHAINED
           STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND DLG-ACTIVE
        AND DLG-DELEGATOR = DELEG-DELEGATOR
        MOVE "C" TO DLG-STATE
        MOVE ClockSeconds TO DLG-TO-TIME
        CALL "DBLOCK" USING Secdb-Database DS-DELEGATION
            MODE-3 STATUS-AREA
        CALL "VDBUPDATE" USING Secdb-Database DS-DELEGATION
            MODE-1 STATUS-AREA ALL-ITEMS DB-DELEGATION
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
        END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-DELEGATION
            MODE-1 STATUS-AREA
        ADD 1 TO DELEG-COUNT
       END-IF
      END-PERFORM.
     IF DELEG-COUNT = 0
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 17            TO INTR-ERRNUM
      MOVE 17            TO CSTATUS
      GO TO CANCEL-DELEGATION-EXIT.

     MOVE DELEG-ACTOR     TO AAL-ACTOR.
     MOVE "VDELEGADMIN"   TO AAL-PROGRAM.
     MOVE "DELEG-CANCEL"  TO AAL-ACTION.
     MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING DELEG-DELEGATOR DELIMITED BY SPACE
            ">" DELIMITED BY SIZE
            DELEG-DELEGATE DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE "A" TO AAL-OLD.
     MOVE "C" TO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 CANCEL-DELEGATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 EXPIRE-PAST-DUE.
     MOVE LOW-VALUES TO DB-DELEGATION.
     CALL "DBGET" USING Secdb-Database DS-DELEGATION SERIAL
         STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DLG-ACTIVE AND DLG-TO-TIME < ClockSeconds
       MOVE "E" TO DLG-STATE
       CALL "DBLOCK" USING Secdb-Database DS-DELEGATION
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-DELEGATION
           MODE-1 STATUS-AREA ALL-ITEMS DB-DELEGATION
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-DELEGATION
           MODE-1 STATUS-AREA
       ADD 1 TO DELEG-COUNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DELEGATION SERIAL
          STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 LIST-DELEGATIONS.
     MOVE "DELEGATION.RPT" TO DELEG-FILE-NAME-WRK.
     IF DELEG-RPT-NAME NOT = SPACES
      MOVE DELEG-RPT-NAME TO DELEG-FILE-NAME-WRK.
     OPEN OUTPUT DELEG-FILE.
     IF DLG-STATUS1 NOT = "00"
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO LIST-DELEGATIONS-EXIT.

     MOVE SPACES TO DELEG-RECORD.
     STRING "DELEGATIONS - DELEGATOR,DELEGATE,SCOPE,FROM,TO,"
            "CREATEDBY,STATE"
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.

     MOVE LOW-VALUES TO DB-DELEGATION.
     CALL "DBGET" USING Secdb-Database DS-DELEGATION SERIAL
         STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE DLG-FROM-TIME TO DISP-TIME
      MOVE DLG-TO-TIME   TO DISP-TIME2
      MOVE SPACES TO DELEG-RECORD
      STRING DLG-DELEGATOR  DELIMITED BY SPACE ","
             DLG-DELEGATE   DELIMITED BY SPACE ","
             DLG-SCOPE      DELIMITED BY SPACE ","
             DISP-TIME      DELIMITED BY SIZE  ","
             DISP-TIME2     DELIMITED BY SIZE  ","
             DLG-CREATED-BY DELIMITED BY SPACE ","
             DLG-STATE
       DELIMITED BY SIZE INTO DELEG-RECORD
      WRITE DELEG-RECORD
      ADD 1 TO DELEG-COUNT
      CALL "DBGET" USING Secdb-Database DS-DELEGATION SERIAL
          STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CLOSE DELEG-FILE.
 LIST-DELEGATIONS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Every act a delegate took on an absent supervisor's authority
*> inside the period: the admin-journal decisions first (approvals,
*> recertifications, grants, warning acceptances), then the data
*> journal entries those decisions released.
 DELEGATED-ACTIONS-REPORT.
     MOVE ClockSeconds TO PERIOD-TO.
     IF DELEG-TO-TIME > 0
      MOVE DELEG-TO-TIME TO PERIOD-TO.
     COMPUTE PERIOD-FROM = PERIOD-TO - (30 * 86400) END-COMPUTE.
     IF DELEG-FROM-TIME > 0
      MOVE DELEG-FROM-TIME TO PERIOD-FROM.
     MOVE "DELEGACT.RPT" TO DELEG-FILE-NAME-WRK.
     IF DELEG-RPT-NAME NOT = SPACES
      MOVE DELEG-RPT-NAME TO DELEG-FILE-NAME-WRK.
     OPEN OUTPUT DELEG-FILE.
     IF DLG-STATUS1 NOT = "00"
      MOVE "VDELEGADMIN" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO DELEGATED-ACTIONS-REPORT-EXIT.

     MOVE PERIOD-FROM TO DISP-TIME.
     MOVE PERIOD-TO   TO DISP-TIME2.
     MOVE SPACES TO DELEG-RECORD.
     STRING "DELEGATED ACTIONS FROM " DISP-TIME " TO " DISP-TIME2
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.
     MOVE SPACES TO DELEG-RECORD.
     STRING "ADMIN JOURNAL - TIME,DELEGATE,ONBEHALFOF,PROGRAM,"
            "ACTION,TARGET,OLD,NEW"
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.

     MOVE 0 TO ADMIN-ACT-CNT JRNL-ACT-CNT.
     MOVE LOW-VALUES TO DB-ADMIN-LOG.
     CALL "DBGET" USING Secdb-Database DS-ADMIN-LOG SERIAL
         STATUS-AREA ALL-ITEMS DB-ADMIN-LOG NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF ADL-ON-BEHALF-OF NOT = SPACES
       AND ADL-TIME >= PERIOD-FROM AND ADL-TIME <= PERIOD-TO
       MOVE ADL-TIME TO DISP-TIME
       MOVE SPACES TO DELEG-RECORD
       STRING DISP-TIME        DELIMITED BY SIZE  ","
              ADL-ACTOR        DELIMITED BY SPACE ","
              ADL-ON-BEHALF-OF DELIMITED BY SPACE ","
              ADL-PROGRAM      DELIMITED BY SPACE ","
              ADL-ACTION       DELIMITED BY SPACE ","
              ADL-TARGET       DELIMITED BY SPACE ","
              ADL-OLD-VALUE    DELIMITED BY "  "
              ","              DELIMITED BY SIZE
              ADL-NEW-VALUE    DELIMITED BY "  "
        INTO DELEG-RECORD
       WRITE DELEG-RECORD
       ADD 1 TO ADMIN-ACT-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-ADMIN-LOG SERIAL
          STATUS-AREA ALL-ITEMS DB-ADMIN-LOG NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO DELEG-RECORD.
     WRITE DELEG-RECORD.
     MOVE SPACES TO DELEG-RECORD.
     STRING "DATA JOURNAL - TIME,USER,ONBEHALFOF,FORM,FIELD,OLD,NEW,"
            "CORRELATION"
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-ON-BEHALF-OF NOT = SPACES
       AND DJ-TIME >= PERIOD-FROM AND DJ-TIME <= PERIOD-TO
       MOVE DJ-TIME TO DISP-TIME
       MOVE SPACES TO DELEG-RECORD
       STRING DISP-TIME         DELIMITED BY SIZE  ","
              DJ-USER           DELIMITED BY SPACE ","
              DJ-ON-BEHALF-OF   DELIMITED BY SPACE ","
              DJ-FORM           DELIMITED BY SPACE ","
              DJ-FIELD          DELIMITED BY SPACE ","
              DJ-OLD-VALUE      DELIMITED BY "  "
              ","               DELIMITED BY SIZE
              DJ-NEW-VALUE      DELIMITED BY "  "
              ","               DELIMITED BY SIZE
              DJ-CORRELATION-ID DELIMITED BY SPACE
        INTO DELEG-RECORD
       WRITE DELEG-RECORD
       ADD 1 TO JRNL-ACT-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO DELEG-RECORD.
     WRITE DELEG-RECORD.
     MOVE ADMIN-ACT-CNT TO DISP-CNT.
     MOVE SPACES TO DELEG-RECORD.
     STRING "DELEGATED DECISIONS" DISP-CNT
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.
     MOVE JRNL-ACT-CNT TO DISP-CNT.
     MOVE SPACES TO DELEG-RECORD.
     STRING "JOURNAL ENTRIES RELEASED" DISP-CNT
      DELIMITED BY SIZE INTO DELEG-RECORD.
     WRITE DELEG-RECORD.
     CLOSE DELEG-FILE.
     COMPUTE DELEG-COUNT = ADMIN-ACT-CNT + JRNL-ACT-CNT END-COMPUTE.
 DELEGATED-ACTIONS-REPORT-EXIT.
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
