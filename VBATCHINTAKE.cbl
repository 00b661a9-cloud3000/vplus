>>source format free
*>*****************************************************************
*>*                   V B A T C H I N T A K E                      *
*>*****************************************************************
*>   Nightly bulk intake of a transaction file through a panel's
*>   own commit path. The caller steps to the panel first
*>   (VOPENFORMF, VGETNEXTFORM, VINITFORM - exactly as for
*>   VBATCHEDIT); each record is then laid over the panel's buffer
*>   and run through VFIELDEDITS and, when it passes, VFINISHFORM -
*>   so dual control, the duplicate guard, data-binding write-back
*>   and QA sampling all apply exactly as they would at the glass.
*>   Every record carries its own correlation id; a record that
*>   passes its edits journals its designated fields to DATAJRNL
*>   under it.
*>   A record that fails its edits (or that the finish refuses) is
*>   not printed for re-keying from paper: it becomes a WORKQUEUE
*>   item holding its buffer and its edit messages, routed to the
*>   form's owning role (SECDB/FORMOWNER), which an operator claims
*>   and reopens on the real panel to fix.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBATCHINTAKE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT INTAKE-DATA
        ASSIGN TO INTAKE-DATA-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTK-STATUS1.

     SELECT INTAKE-RPT
        ASSIGN TO INTAKE-RPT-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTK-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  INTAKE-DATA
     RECORD IS VARYING IN SIZE FROM 1 TO 3000 CHARACTERS
     DEPENDING ON INTK-REC-LEN.
 01  INTAKE-DATA-RECORD           PIC X(3000).
 FD  INTAKE-RPT.
 01  INTAKE-RPT-RECORD            PIC X(132).
 WORKING-STORAGE SECTION.
 01 INTK-STATUS1            PIC XX.
 01 INTK-STATUS2            PIC XX.
 01 INTAKE-DATA-WRK         PIC X(64) VALUE SPACES.
 01 INTAKE-RPT-WRK          PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 END-OF-DATA-SW          PIC X VALUE "N".
    88 END-OF-DATA              VALUE "Y".
 01 RECORD-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 COMMIT-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 PARK-CNT                PIC S9(8) COMP-5 VALUE 0.
 01 QUEUE-CNT               PIC S9(8) COMP-5 VALUE 0.
 01 DISP-RECNO              PIC -------9.
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 INTK-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 INTK-BUFLEN             PIC S9(8) COMP-5 VALUE 0.
*> The length of the intake line just read, and how much of it
*> lands on the panel - never more than either holds.
 01 INTK-REC-LEN            PIC S9(8) COMP-5 VALUE 0.
 01 INTK-MOVE-LEN           PIC S9(8) COMP-5 VALUE 0.
*> The record's correlation id - a completed finish clears
*> CORRELATION-ID, and the report and the queue still need it.
 01 INTK-CORRELATION-ID     PIC X(16) VALUE SPACES.
 01 INTK-ID-CLOCK           PIC 9(12) VALUE 0.
 01 INTK-REC-SEQ            PIC 9(03) VALUE 0.
 01 INTK-STAMP              PIC X(21) VALUE SPACES.
 01 INTK-ROUTE-ROLE         PIC X(16) VALUE SPACES.
 01 INTK-USER               PIC X(32) VALUE SPACES.
 01 INTK-REASON             PIC X(08) VALUE SPACES.
 01 INTK-FINISH-STATUS      PIC S9(4) COMP-5 VALUE 0.
 01 INTK-FINISH-MSG         PIC X(80) VALUE SPACES.
 01 INTK-DJ-LEN             PIC S9(4) COMP-5 VALUE 0.
*> The committed record's duplicate-guard key values, run together
*> as VREADFIELDS files them on each journal entry.
 01 INTK-RECORD-KEY         PIC X(128) VALUE SPACES.
 01 INTK-KEY-POS            PIC S9(4) COMP-5 VALUE 0.
 01 INTK-KEY-IDX            PIC S9(4) COMP-5 VALUE 0.
 01 INTK-KEY-FLD-IDX        PIC S9(4) COMP-5 VALUE 0.
 01 INTK-KEY-PTR            PIC S9(4) COMP-5 VALUE 0.
 01 INTK-KEY-LEN            PIC S9(4) COMP-5 VALUE 0.
*> The panel as VINITFORM left it - the "before" image a
*> committed record's journal entries are measured against.
 01 INTK-INIT-BUFFER        PIC X(3000) VALUE SPACES.
*> The application's warning-severity rules, held aside for the
*> run: nobody is here to accept a warning, so it routes to the
*> queue as an error and the handler accepts it on the panel.
 01 INTK-WARN-RULE-CNT      PIC S9(4) COMP-5 VALUE 0.
*> The form's audit-designated fields, loaded once per run.
 01 INTK-AUDIT-CNT          PIC S9(4) COMP-5 VALUE 0.
 01 INTK-AUDIT-TABLE.
    05 INTK-AUDIT-PTR OCCURS 64 TIMES PIC S9(4) COMP-5.
*> Rejected records of a panel carrying sensitive fields park
*> scrambled, as VWORKQUEUE parks them.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-OWNER           Pic X(16) Value "FORMOWNER".
 01 DS-AUDIT-FIELD          Pic X(16) Value "AUDITFLD".
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
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
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
 0000-BEGIN-VBATCHINTAKE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO INTAKE-REC-CNT INTAKE-COMMIT-CNT
               INTAKE-PARK-CNT INTAKE-QUEUE-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBATCHINTAKE "
      delimited by "  " into INTR-CALLNAME.

     IF NOT GETNEXTFORM-CALLED OR AF-AppFld-Cnt < 1
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 132            TO INTR-ERRNUM
      MOVE 132            TO CSTATUS
      GO TO VBATCHINTAKE-RETURN.

     IF INTAKE-DATA-FILE = SPACES
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 71             TO INTR-ERRNUM
      MOVE 71             TO CSTATUS
      GO TO VBATCHINTAKE-RETURN.

     MOVE INTAKE-DATA-FILE TO INTAKE-DATA-WRK.
     OPEN INPUT INTAKE-DATA.
     IF INTK-STATUS1 NOT = "00"
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 35             TO INTR-ERRNUM
      MOVE 35             TO CSTATUS
      GO TO VBATCHINTAKE-RETURN.

     MOVE "BATCHINTAKE.RPT" TO INTAKE-RPT-WRK.
     IF INTAKE-RPT-NAME NOT = SPACES
      MOVE INTAKE-RPT-NAME TO INTAKE-RPT-WRK.
     OPEN OUTPUT INTAKE-RPT.
     IF INTK-STATUS2 NOT = "00"
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 35             TO INTR-ERRNUM
      MOVE 35             TO CSTATUS
      CLOSE INTAKE-DATA
      GO TO VBATCHINTAKE-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 50             TO INTR-ERRNUM
      MOVE 50             TO CSTATUS
      CLOSE INTAKE-DATA INTAKE-RPT
      GO TO VBATCHINTAKE-RETURN.

     PERFORM LOAD-INTAKE-SETUP.

     MOVE SPACES TO INTAKE-RPT-RECORD.
     STRING "BULK INTAKE OF " INTAKE-DATA-FILE
       DELIMITED BY "  "
      INTO INTAKE-RPT-RECORD.
     WRITE INTAKE-RPT-RECORD.
     MOVE SPACES TO INTAKE-RPT-RECORD.
     STRING "PANEL: " CFNAME "  REJECTS TO ROLE: " INTK-ROUTE-ROLE
       DELIMITED BY SIZE INTO INTAKE-RPT-RECORD.
     WRITE INTAKE-RPT-RECORD.
     MOVE SPACES TO INTAKE-RPT-RECORD.
     STRING "RECORD,OUTCOME,CORRELATION,DETAIL"
       DELIMITED BY SIZE INTO INTAKE-RPT-RECORD.
     WRITE INTAKE-RPT-RECORD.

     MOVE WARN-RULE-CNT TO INTK-WARN-RULE-CNT.
     MOVE 0             TO WARN-RULE-CNT.
     MOVE "Y"           TO MM-UNATTENDED-SW.

     MOVE "N" TO END-OF-DATA-SW.
     PERFORM UNTIL END-OF-DATA
      READ INTAKE-DATA
       AT END
        SET END-OF-DATA TO TRUE
       NOT AT END
        ADD 1 TO RECORD-CNT
        PERFORM INTAKE-ONE-RECORD THRU INTAKE-ONE-RECORD-EXIT
      END-READ
     END-PERFORM.

     MOVE "N"                TO MM-UNATTENDED-SW.
     MOVE INTK-WARN-RULE-CNT TO WARN-RULE-CNT.
     MOVE SPACES             TO CORRELATION-ID.

     MOVE RECORD-CNT TO DISP-RECNO.
     MOVE COMMIT-CNT TO DISP-CNT1.
     MOVE PARK-CNT   TO DISP-CNT2.
     MOVE QUEUE-CNT  TO DISP-CNT3.
     MOVE SPACES TO INTAKE-RPT-RECORD.
     STRING DISP-RECNO " READ, "
            DISP-CNT1  " COMMITTED, "
            DISP-CNT2  " PARKED FOR APPROVAL OR VERIFICATION, "
            DISP-CNT3  " QUEUED FOR CORRECTION"
      DELIMITED BY SIZE INTO INTAKE-RPT-RECORD.
     WRITE INTAKE-RPT-RECORD.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE INTAKE-DATA INTAKE-RPT.
     MOVE RECORD-CNT TO INTAKE-REC-CNT.
     MOVE COMMIT-CNT TO INTAKE-COMMIT-CNT.
     MOVE PARK-CNT   TO INTAKE-PARK-CNT.
     MOVE QUEUE-CNT  TO INTAKE-QUEUE-CNT.

 VBATCHINTAKE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Everything the run needs once: who is running it, the role the
*> rejects route to, the form's audit-designated fields, and the
*> initialized panel image the journal measures changes from.
 LOAD-INTAKE-SETUP.
     MOVE AF-AppBuf-Len TO INTK-BUFLEN.
     IF INTK-BUFLEN > 3000
      MOVE 3000 TO INTK-BUFLEN.
     MOVE SPACES TO INTK-INIT-BUFFER.
     MOVE MM-CD-DATABUFFER(1:INTK-BUFLEN)
       TO INTK-INIT-BUFFER(1:INTK-BUFLEN).

     MOVE SPACES TO INTK-USER.
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
       MOVE AUTHSESS-USER TO INTK-USER.
     IF INTK-USER = SPACES
      MOVE "VBATCHINTAKE" TO INTK-USER.

     MOVE INTAKE-ROLE TO INTK-ROUTE-ROLE.
     MOVE CFNAME TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-FORM-OWNER KEYED
         STATUS-AREA ALL-ITEMS DB-FORM-OWNER SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      IF FO-ROLE NOT = SPACES
       MOVE FO-ROLE TO INTK-ROUTE-ROLE.

     MOVE 0 TO INTK-AUDIT-CNT.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUDIT-FIELD
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR INTK-AUDIT-CNT NOT < 64
       CALL "DBGET" USING Secdb-Database DS-AUDIT-FIELD CHAINED
           STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        PERFORM VARYING INTK-IDX FROM 1 BY 1
          UNTIL INTK-IDX > AF-AppFld-Cnt
         IF HFLD-NAME(INTK-IDX) = AUF-FIELD
          ADD 1 TO INTK-AUDIT-CNT
          MOVE INTK-IDX TO INTK-AUDIT-PTR(INTK-AUDIT-CNT)
          MOVE AF-AppFld-Cnt TO INTK-IDX
         END-IF
        END-PERFORM
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> One record, one transaction: its own correlation id, a fresh
*> edit pass over every field, and the finish when the edits
*> pass. A refused finish (duplicate, failed write-back) routes to
*> the queue the same as a failed edit; a dual-control park or a
*> park for double-key verification is a success - the record now
*> waits for its approver or its second keying. A record that
*> passes its edits journals before the finish, as keyed changes
*> journal at the read before theirs: a business event published
*> by the finish must find the changes already under its id.
 INTAKE-ONE-RECORD.
     MOVE FUNCTION CURRENT-DATE TO INTK-STAMP.
     COMPUTE INTK-REC-SEQ = FUNCTION MOD(RECORD-CNT, 1000).
     MOVE SPACES TO CORRELATION-ID.
     STRING "B"              DELIMITED BY SIZE
            INTK-STAMP(3:12) DELIMITED BY SIZE
            INTK-REC-SEQ     DELIMITED BY SIZE
      INTO CORRELATION-ID.
     MOVE CORRELATION-ID TO INTK-CORRELATION-ID.

     MOVE INTK-BUFLEN TO INTK-MOVE-LEN.
     IF INTK-REC-LEN < INTK-MOVE-LEN
      MOVE INTK-REC-LEN TO INTK-MOVE-LEN.
     MOVE SPACES TO MM-CD-DATABUFFER.
     IF INTK-MOVE-LEN > 0
      MOVE INTAKE-DATA-RECORD(1:INTK-MOVE-LEN)
        TO MM-CD-DATABUFFER(1:INTK-MOVE-LEN).
     PERFORM VARYING INTK-IDX FROM 1 BY 1
       UNTIL INTK-IDX > AF-AppFld-Cnt
      MOVE -1 TO HFLD-ERRFLG(INTK-IDX)
      MOVE SPACES TO HFLD-ERRMSG(INTK-IDX)
     END-PERFORM.
     MOVE 0 TO NUMERRS.
     MOVE 0 TO CSTATUS INTK-FINISH-STATUS.

     CALL "VFIELDEDITS" USING COMAREA.

     IF NUMERRS > 0
      MOVE "EDITFAIL" TO INTK-REASON
      MOVE SPACES     TO INTK-FINISH-MSG
      PERFORM QUEUE-REJECTED-RECORD
      GO TO INTAKE-ONE-RECORD-EXIT.

     PERFORM JOURNAL-COMMITTED-RECORD
        THRU JOURNAL-COMMITTED-RECORD-EXIT.
     CALL "VFINISHFORM" USING COMAREA.
     MOVE CSTATUS TO INTK-FINISH-STATUS.
     MOVE END-MSG TO INTK-FINISH-MSG.
     MOVE 0       TO CSTATUS.

     EVALUATE INTK-FINISH-STATUS
      WHEN 0
       ADD 1 TO COMMIT-CNT
       MOVE "COMMITTED" TO INTK-FINISH-MSG
       PERFORM WRITE-OUTCOME-LINE
      WHEN 95
      WHEN 167
       ADD 1 TO PARK-CNT
       PERFORM WRITE-OUTCOME-LINE
      WHEN 97
       MOVE "DUPLICAT" TO INTK-REASON
       PERFORM QUEUE-REJECTED-RECORD
      WHEN OTHER
       MOVE "FINISH"   TO INTK-REASON
       PERFORM QUEUE-REJECTED-RECORD
     END-EVALUATE.
 INTAKE-ONE-RECORD-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The rejected record as a routed work item: its buffer exactly
*> as it arrived, the correlation id, and up to five of the edit
*> messages (or the finish's refusal) it failed with.
 QUEUE-REJECTED-RECORD.
     PERFORM Get-ClockSeconds.
     INITIALIZE DB-WORK-QUEUE.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE INTK-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     MOVE INTK-ID-CLOCK   TO WQ-ID.
     MOVE CFNAME          TO WQ-FORM.
     MOVE INTK-USER       TO WQ-USER.
     MOVE ClockSeconds    TO WQ-TIME.
     MOVE INTK-REASON     TO WQ-REASON.
     MOVE INTK-ROUTE-ROLE TO WQ-TARGET-ROLE.
     MOVE "P"             TO WQ-STATE.
     MOVE INTK-CORRELATION-ID TO WQ-CORRELATION-ID.
     MOVE INTK-BUFLEN     TO WQ-BUFLEN.
     MOVE SPACES          TO WQ-BUFFER.
     IF INTK-MOVE-LEN > 0
      MOVE INTAKE-DATA-RECORD(1:INTK-MOVE-LEN)
        TO WQ-BUFFER(1:INTK-MOVE-LEN).
     MOVE SPACE  TO WQ-ENC-SW.
     MOVE SPACES TO WQ-KEY-VER.
     PERFORM VARYING INTK-IDX FROM 1 BY 1
       UNTIL INTK-IDX > AF-AppFld-Cnt OR WQ-ENCRYPTED
      IF FIELD-SENSITIVE(INTK-IDX) = "Y"
       MOVE "Y" TO WQ-ENC-SW
      END-IF
     END-PERFORM.
     IF WQ-ENCRYPTED AND INTK-BUFLEN > 0
      MOVE "E"         TO BC-MODE
      MOVE INTK-BUFLEN TO BC-LENGTH
      MOVE WQ-BUFFER   TO BC-BUFFER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER   TO WQ-BUFFER
      MOVE BC-KEY-VER  TO WQ-KEY-VER
     ELSE
      MOVE SPACE TO WQ-ENC-SW.

     MOVE 0 TO WQ-MSG-CNT.
     IF INTK-REASON = "EDITFAIL"
      PERFORM VARYING INTK-IDX FROM 1 BY 1
        UNTIL INTK-IDX > AF-AppFld-Cnt
       IF HFLD-ERRFLG(INTK-IDX) > 0
        MOVE HFLD-ERRMSG(INTK-IDX) TO INTK-FINISH-MSG
        PERFORM WRITE-OUTCOME-LINE
        IF WQ-MSG-CNT < 5
         ADD 1 TO WQ-MSG-CNT
         MOVE HFLD-NAME(INTK-IDX)   TO WQ-MSG-FIELD(WQ-MSG-CNT)
         MOVE HFLD-ERRFLG(INTK-IDX) TO WQ-MSG-RULE(WQ-MSG-CNT)
         MOVE HFLD-ERRMSG(INTK-IDX) TO WQ-MSG-TEXT(WQ-MSG-CNT)
        END-IF
       END-IF
      END-PERFORM
     ELSE
      PERFORM WRITE-OUTCOME-LINE
      MOVE 1               TO WQ-MSG-CNT
      MOVE SPACES          TO WQ-MSG-FIELD(1)
      MOVE 0               TO WQ-MSG-RULE(1)
      MOVE INTK-FINISH-MSG TO WQ-MSG-TEXT(1).

     CALL "DBLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-WORK-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBATCHINTAKE" TO INTR-ERRNAME
      MOVE 57             TO INTR-ERRNUM
      MOVE 57             TO CSTATUS
     ELSE
      ADD 1 TO QUEUE-CNT.
     CALL "DBUNLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> Edited clean: one DATAJRNL record per audit-designated field
*> whose value differs from the panel's initialized image - the
*> same record VREADFIELDS writes for a keyed change.
 JOURNAL-COMMITTED-RECORD.
     IF INTK-AUDIT-CNT = 0
      GO TO JOURNAL-COMMITTED-RECORD-EXIT.
     PERFORM Get-ClockSeconds.
     PERFORM BUILD-INTAKE-RECORD-KEY.
     PERFORM VARYING INTK-IDX FROM 1 BY 1
       UNTIL INTK-IDX > INTK-AUDIT-CNT
      MOVE HFLD-LENGTH(INTK-AUDIT-PTR(INTK-IDX)) TO INTK-DJ-LEN
      IF INTK-DJ-LEN > 80
       MOVE 80 TO INTK-DJ-LEN
      END-IF
      IF MM-CD-DATABUFFER(HFLD-BUFSTART(INTK-AUDIT-PTR(INTK-IDX)):
             INTK-DJ-LEN)
         NOT = INTK-INIT-BUFFER(HFLD-BUFSTART(INTK-AUDIT-PTR(INTK-IDX)):
             INTK-DJ-LEN)
       INITIALIZE DB-DATA-JOURNAL
       MOVE INTK-USER      TO DJ-USER
       MOVE CFNAME         TO DJ-FORM
       MOVE HFLD-NAME(INTK-AUDIT-PTR(INTK-IDX)) TO DJ-FIELD
       MOVE ClockSeconds   TO DJ-TIME
       MOVE INTK-CORRELATION-ID TO DJ-CORRELATION-ID
       MOVE INTK-RECORD-KEY TO DJ-RECORD-KEY
       MOVE INTK-INIT-BUFFER(HFLD-BUFSTART(INTK-AUDIT-PTR(INTK-IDX)):
             INTK-DJ-LEN) TO DJ-OLD-VALUE(1:INTK-DJ-LEN)
       MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(INTK-AUDIT-PTR(INTK-IDX)):
             INTK-DJ-LEN) TO DJ-NEW-VALUE(1:INTK-DJ-LEN)
       CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
           STATUS-AREA DB-DATA-JOURNAL
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
      END-IF
     END-PERFORM.
 JOURNAL-COMMITTED-RECORD-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 BUILD-INTAKE-RECORD-KEY.
     MOVE SPACES TO INTK-RECORD-KEY.
     MOVE 1 TO INTK-KEY-POS.
     PERFORM VARYING INTK-KEY-IDX FROM 1 BY 1
       UNTIL INTK-KEY-IDX > DUPGUARD-FIELD-CNT OR INTK-KEY-IDX > 5
      MOVE 0 TO INTK-KEY-PTR
      PERFORM VARYING INTK-KEY-FLD-IDX FROM 1 BY 1
        UNTIL INTK-KEY-FLD-IDX > AF-AppFld-Cnt OR INTK-KEY-PTR > 0
       IF HFLD-NAME(INTK-KEY-FLD-IDX) = DUPGUARD-FIELD-NAME(INTK-KEY-IDX)
        MOVE INTK-KEY-FLD-IDX TO INTK-KEY-PTR
       END-IF
      END-PERFORM
      IF INTK-KEY-PTR > 0
       MOVE HFLD-LENGTH(INTK-KEY-PTR) TO INTK-KEY-LEN
       IF (INTK-KEY-POS + INTK-KEY-LEN) > 128
        COMPUTE INTK-KEY-LEN = 128 - INTK-KEY-POS + 1 END-COMPUTE
       END-IF
       IF INTK-KEY-LEN > 0
        MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(INTK-KEY-PTR):INTK-KEY-LEN)
          TO INTK-RECORD-KEY(INTK-KEY-POS:INTK-KEY-LEN)
        COMPUTE INTK-KEY-POS = INTK-KEY-POS + INTK-KEY-LEN END-COMPUTE
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-OUTCOME-LINE.
     MOVE RECORD-CNT TO DISP-RECNO.
     MOVE SPACES TO INTAKE-RPT-RECORD.
     EVALUATE INTK-FINISH-STATUS
      WHEN 0
       IF NUMERRS > 0
        STRING DISP-RECNO             DELIMITED BY SIZE
               ",QUEUED,"             DELIMITED BY SIZE
               INTK-CORRELATION-ID    DELIMITED BY SPACE ","
               HFLD-NAME(INTK-IDX)    DELIMITED BY SPACE ": "
               INTK-FINISH-MSG        DELIMITED BY "  "
         INTO INTAKE-RPT-RECORD
       ELSE
        STRING DISP-RECNO             DELIMITED BY SIZE
               ",COMMITTED,"          DELIMITED BY SIZE
               INTK-CORRELATION-ID    DELIMITED BY SPACE
         INTO INTAKE-RPT-RECORD
       END-IF
      WHEN 95
      WHEN 167
       STRING DISP-RECNO             DELIMITED BY SIZE
              ",PARKED,"             DELIMITED BY SIZE
              INTK-CORRELATION-ID    DELIMITED BY SPACE ","
              INTK-FINISH-MSG        DELIMITED BY "  "
        INTO INTAKE-RPT-RECORD
      WHEN OTHER
       STRING DISP-RECNO             DELIMITED BY SIZE
              ",QUEUED,"             DELIMITED BY SIZE
              INTK-CORRELATION-ID    DELIMITED BY SPACE ","
              INTK-FINISH-MSG        DELIMITED BY "  "
        INTO INTAKE-RPT-RECORD
     END-EVALUATE.
     WRITE INTAKE-RPT-RECORD.
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
