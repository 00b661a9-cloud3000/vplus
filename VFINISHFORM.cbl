 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  WB-TABLE-NAME         PIC X(32) VALUE SPACES.
 01  WB-CHANGED-SW         PIC X VALUE "N".
    88 WB-CHANGED              VALUE "Y".
 01  WB-CACHE-PTR          PIC S9(4) COMP-5 VALUE 0.

*> Bound-row collision check: the prefilled columns re-read at
*> commit through the same bridge VINITFORM fetched them with.
 01  SQL-SEARCH-ITEM       PIC X(64).
 01  SQL-SEARCH-KEY        PIC X(64).
 01  SQL-TABLE             PIC X(32).
 01  TCL-RESULTSET-PTR     USAGE POINTER.
 01  TCL-ROWCOUNT          PIC S9(8) COMP-5.
 01  CB-CURRENT            PIC X(64) VALUE SPACES.
 01  CB-LEN                PIC S9(4) COMP-5 VALUE 0.
 01  CB-IDX                PIC S9(4) COMP-5 VALUE 0.
 01  CB-TABLE.
     05 CB-CNT                PIC S9(4) COMP-5 VALUE 0.
     05 CB-ENTRY OCCURS 16 TIMES.
        10 CB-FIELD              PIC X(16).
        10 CB-FLD-PTR            PIC S9(4) COMP-5.
        10 CB-CACHE-PTR          PIC S9(4) COMP-5.
        10 CB-PREFILL            PIC X(64).
        10 CB-CURRENT-VALUE      PIC X(64).
        10 CB-CHANGED-BY         PIC X(32).
        10 CB-CHANGED-TIME       PIC S9(18) COMP-5.
 01  CB-REFRESH-SW         PIC X VALUE "N".
    88 CB-REFRESH              VALUE "Y".
 01  CB-DISP-CNT           PIC Z9.

*> Duplicate-submission guard work areas (SECDB/RECENTTXN).
 01  DS-RECENT-TXN         Pic X(16) Value "RECENTTXN".
 01  QA-DRAW               PIC S9(4) COMP-5 VALUE 0.
 01  QA-BUFLEN             PIC S9(8) COMP-5 VALUE 0.
 01  QA-ID-CLOCK           PIC 9(12) VALUE 0.

*> Training evidence work areas (SECDB/CERTTRAIN + CERTEVID).
 01  DS-CERT-TRAINING      Pic X(16) Value "CERTTRAIN".
 01  DS-CERT-EVIDENCE      Pic X(16) Value "CERTEVID".

*> Completed-transaction record (SECDB/TXNDONE).
 01  DS-TXN-DONE           Pic X(16) Value "TXNDONE".
 01  TE-TABLE.
     05 TE-CNT                PIC S9(4) COMP-5 VALUE 0.
     05 TE-ENTRY OCCURS 8 TIMES.
        10 TE-CODE               PIC X(16).
        10 TE-VALID-DAYS         PIC S9(4) COMP-5.
 01  TE-IDX                PIC S9(4) COMP-5 VALUE 0.

*> Double-key verification work areas (SECDB/VERIFYFLD + VERIFYQ).
 01  DS-VERIFY-FIELD       Pic X(16) Value "VERIFYFLD".
 01  DS-VERIFY-QUEUE       Pic X(16) Value "VERIFYQ".
 01  DK-RELEASED-SW        PIC X VALUE "N".
    88 DK-RELEASED             VALUE "Y".
 01  DK-WAITING-SW         PIC X VALUE "N".
    88 DK-WAITING              VALUE "Y".
 01  DK-ITEM-FOUND-SW      PIC X VALUE "N".
    88 DK-ITEM-FOUND           VALUE "Y".
 01  DK-FIND-ID            PIC X(12) VALUE SPACES.
 01  DK-RELEASE-ID         PIC X(12) VALUE SPACES.
 01  DK-WAITING-ID         PIC X(12) VALUE SPACES.
 01  DK-BUFLEN             PIC S9(8) COMP-5 VALUE 0.
 01  DK-ID-CLOCK           PIC 9(12) VALUE 0.
 01  DK-FIRST-BUFFER       PIC X(3000) VALUE SPACES.
 01  DK-DISP-CNT           PIC 9.
 01  DK-FIELD-TABLE.
     05 DK-FLD-CNT            PIC S9(4) COMP-5 VALUE 0.
     05 DK-FLD-ENTRY OCCURS 8 TIMES.
        10 DK-FLD-NAME           PIC X(16).
        10 DK-FLD-START          PIC S9(4) COMP-5.
        10 DK-FLD-LEN            PIC S9(4) COMP-5.
 01  DK-FLD-IDX            PIC S9(4) COMP-5 VALUE 0.
 01  DK-APP-IDX            PIC S9(4) COMP-5 VALUE 0.

*> Batch control accumulation (SECDB/BATCHCTL).
 01  DS-BATCH-CONTROL      Pic X(16) Value "BATCHCTL".
 01  BCH-FOUND-SW          PIC X VALUE "N".
    88 BCH-FOUND               VALUE "Y".
 01  BCH-FLD-PTR           PIC S9(4) COMP-5 VALUE 0.
 01  BCH-FLD-IDX           PIC S9(4) COMP-5 VALUE 0.
 01  BCH-AMOUNT            PIC S9(13)V999 COMP-5 VALUE 0.
 01  NUM-LOCALE.
    02 NLC-ACTION     Pic X(01) Value Space.
    02 NLC-DECIMAL    Pic X(01) Value Space.
    02 NLC-GROUP      Pic X(01) Value Space.
    02 NLC-LENGTH     Pic S9(4) Comp-5 Value 0.
    02 NLC-TEXT       Pic X(80) Value Spaces.
    02 NLC-RESULT     Pic X(01) Value Space.
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".

*> Business-event publication (SECDB/EVTFORM, VBIZEVENT).
 01  DS-EVENT-FORM         Pic X(16) Value "EVTFORM".
 01  EV-KEY-POS            PIC S9(4) COMP-5 VALUE 1.
 01  EV-LEN                PIC S9(4) COMP-5 VALUE 0.
 01  EV-VALUE              PIC X(80) VALUE SPACES.
 01  BIZ-EVENT.
    02 BEV-EPOCH          Pic S9(18) Comp-5 Value 0.
    02 BEV-EVENT          Pic X(32) Value Spaces.
    02 BEV-FORM           Pic X(15) Value Spaces.
    02 BEV-USER           Pic X(32) Value Spaces.
    02 BEV-CORRELATION-ID Pic X(16) Value Spaces.
    02 BEV-KEYS           Pic X(256) Value Spaces.

*> At-rest scrambling of the parked and sampled buffers (VBUFCRYPT),
*> the same rule the draft buffer follows.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01  BC-ENC-SW             PIC X VALUE SPACE.
 01  SENS-CHK-IDX          PIC S9(4) COMP-5 VALUE 0.
   COPY "vplus/SP250".
 01  MY-MESSAGE-DATA.
     05  MY-MS-RET-CODE         PIC S9(4) COMP-5.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
 01 BIND-ROW-TEXT      PIC X(80).
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>---------------------------------------------------------*
        MOVE "INQUIRY-ONLY SESSION - FORM NOT COMPLETED" TO END-MSG
        GOBACK.

*> A verifier's blind re-keying of a first keying waiting in the
*> verification queue is compared with it, never committed -
*> whatever the comparison finds, this finish ends here. The blank
*> copy carries only the designated fields, so the finish edits,
*> which would refuse its empty required fields, are not run on it;
*> the field edits already ran as it was keyed.
     IF VERIFY-ID NOT = SPACES
        PERFORM Compare-Verify-Rekey THRU Compare-Verify-Rekey-Exit
        GOBACK.

     PERFORM TCL-FINISHEDITS.
*> Duplicate guard before anything commits: the same key values on
*> the same form inside the window needs a deliberate yes.
     IF CSTATUS = 0 AND DUPGUARD-FIELD-CNT > 0
        PERFORM Check-Duplicate-Submission.

*> Double-key verification, like dual control below, parks the
*> normalized buffer; it goes first so an approver reviews a buffer
*> whose designated fields two operators have keyed alike.
     IF CSTATUS = 0
        PERFORM Check-Double-Key THRU Check-Double-Key-Exit.

*> Dual control comes after the finish edits so the parked buffer
*> is the normalized one the edits produced - the reviewer sees
*> exactly what would have committed.
*> once the completion is actually going through - after dual
*> control, so a parked four-eyes transaction commits nothing to
*> the database until its approval releases it.
*> Nor may it overwrite a bound value another session changed
*> since the prefill: the rows are re-read first, and a changed
*> one refuses the finish with the operator shown who changed what.
     IF CSTATUS = 0 AND DBC-CNT > 0
        PERFORM Check-Binding-Collisions
           THRU Check-Binding-Collisions-Exit.
     IF CSTATUS = 0
        PERFORM Apply-Binding-Writeback.
*> A clean completion of a guarded form remembers its key values
*> completions route into the reviewer queue.
     IF CSTATUS = 0
        PERFORM Sample-For-QA.
*> A supervisor-granted training session that completes a training
*> form leaves evidence behind - in the training database, where
*> everything this session writes goes. A supervisor imports it
*> into the production certification registry.
     IF CSTATUS = 0 AND MM-TRAINING-MODE
        PERFORM Record-Training-Evidence
           THRU Record-Training-Evidence-Exit.
*> A completed finish ends the transaction - the correlation id
*> clears so the next conversation mints a fresh one. A parked or
*> failed finish keeps it: the story is still being written.
*> The verification that released this buffer is used up only now
*> the completion is going through - a release followed by a
*> dual-control park still stands at the approved re-finish.
     IF CSTATUS = 0 AND DK-RELEASED
        PERFORM Consume-Verification THRU Consume-Verification-Exit.
*> A completion keyed under an open batch counts against it.
     IF CSTATUS = 0 AND BATCH-ID NOT = SPACES
        PERFORM Accumulate-Batch THRU Accumulate-Batch-Exit.
*> A form designated for the business-event feed tells downstream
*> systems about the completion while its correlation id still
*> ties it to the changes it journalled.
     IF CSTATUS = 0 AND CORRELATION-ID NOT = SPACES
        PERFORM Publish-Business-Event
           THRU Publish-Business-Event-Exit.
     IF CSTATUS = 0
        PERFORM Record-Txn-Completion
           THRU Record-Txn-Completion-Exit
        MOVE SPACES TO CORRELATION-ID.
     GOBACK.
*>-----------------------------------------------------------
     IF NOT DG-DUP-FOUND
        GO TO Check-Duplicate-Submission-Exit.

     PERFORM Ask-Duplicate-Continue THRU Ask-Duplicate-Continue-Exit.
     IF DG-CONTINUE
        PERFORM Journal-Dup-Override
     ELSE
*>-----------------------------------------------------------
 Ask-Duplicate-Continue.
     MOVE "N" TO DG-CONTINUE-SW.
*> Nobody to ask on an unattended run - the duplicate stands
*> refused and goes wherever that run sends its rejects.
     IF MM-UNATTENDED
        GO TO Ask-Duplicate-Continue-Exit.
     MOVE LOW-VALUES TO MY-MS-DATA.
     MOVE 1   TO MY-MS-LINE-CNT.
     MOVE "q" TO MY-MS-ICON.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
     IF MY-MS-REPLY = "y"
        MOVE "Y" TO DG-CONTINUE-SW.
 Ask-Duplicate-Continue-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The deliberate yes becomes a journal record: who overrode, on
*> which form, with which key values.
     MOVE DG-KEY-VALUES(1:80) TO DJ-OLD-VALUE.
     MOVE "OPERATOR CONTINUED" TO DJ-NEW-VALUE.
     MOVE CORRELATION-ID  TO DJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
         STATUS-AREA DB-DATA-JOURNAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Journal-Dup-Override-Exit.
     CALL "DBLOCK" USING Secdb-Database DS-RECENT-TXN
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-RECENT-TXN
         MODE-1 STATUS-AREA ALL-ITEMS DB-RECENT-TXN.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-RECENT-TXN
     MOVE DC-SESSION-USER TO PA-USER.
     MOVE ClockSeconds    TO PA-TIME.
     MOVE "P"             TO PA-STATE.
     MOVE CORRELATION-ID  TO PA-CORRELATION-ID.
     MOVE DC-BUFLEN       TO PA-BUFLEN.
     MOVE SPACES          TO PA-BUFFER.
     IF DC-BUFLEN > 0
        MOVE MM-CD-DATABUFFER(1:DC-BUFLEN) TO PA-BUFFER(1:DC-BUFLEN).
     MOVE PA-BUFLEN       TO BC-LENGTH.
     MOVE PA-BUFFER       TO BC-BUFFER.
     PERFORM Scramble-If-Sensitive.
     MOVE BC-BUFFER       TO PA-BUFFER.
     MOVE BC-ENC-SW       TO PA-ENC-SW.
     MOVE BC-KEY-VER      TO PA-KEY-VER.
     CALL "DBLOCK" USING Secdb-Database DS-PEND-APPROVAL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-PEND-APPROVAL
         MODE-1 STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PEND-APPROVAL
           CALL "DBEXPLAIN" USING STATUS-AREA
           EXIT PERFORM
        END-IF
        IF NOT END-OF-CHAIN AND PA-APPROVED AND PA-ENCRYPTED
           AND PA-BUFLEN = DC-BUFLEN
           MOVE "D"        TO BC-MODE
           MOVE PA-BUFLEN  TO BC-LENGTH
           MOVE PA-BUFFER  TO BC-BUFFER
           MOVE PA-KEY-VER TO BC-KEY-VER
           CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
           MOVE BC-BUFFER  TO PA-BUFFER
        END-IF
        IF NOT END-OF-CHAIN
           IF PA-APPROVED
              AND PA-BUFLEN = DC-BUFLEN
 Find-Approved-Match-Exit.
     EXIT.
*>-----------------------------------------------------------
*> BC-BUFFER scrambled in place when the panel carries a sensitive
*> field; BC-ENC-SW and BC-KEY-VER are what the record stores.
 Scramble-If-Sensitive.
     MOVE SPACE  TO BC-ENC-SW.
     MOVE SPACES TO BC-KEY-VER.
     PERFORM VARYING SENS-CHK-IDX FROM 1 BY 1
       UNTIL SENS-CHK-IDX > AF-AppFld-Cnt OR BC-ENC-SW = "Y"
        IF FIELD-SENSITIVE(SENS-CHK-IDX) = "Y"
           MOVE "Y" TO BC-ENC-SW
        END-IF
     END-PERFORM.
     IF BC-ENC-SW = "Y" AND BC-LENGTH > 0
        MOVE "E" TO BC-MODE
        CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
     ELSE
        MOVE SPACE TO BC-ENC-SW.
*>-----------------------------------------------------------
*> Release: the approval is single-use - delete it - and the data
*> journal gets the who-made / who-approved stamp.
 Consume-Approval.
     CALL "DBLOCK" USING Secdb-Database DS-PEND-APPROVAL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-PEND-APPROVAL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PEND-APPROVAL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

*> The release completes the transaction that was parked, under its
*> own correlation id - the attachments and journal entries made
*> while it was keyed stay with it.
     IF PA-CORRELATION-ID NOT = SPACES
        MOVE PA-CORRELATION-ID TO CORRELATION-ID.
     PERFORM Get-DC-ClockSeconds.
     INITIALIZE DB-DATA-JOURNAL.
     MOVE PA-USER        TO DJ-USER.
     MOVE PA-USER        TO DJ-OLD-VALUE.
     MOVE PA-APPROVER    TO DJ-NEW-VALUE.
     MOVE CORRELATION-ID TO DJ-CORRELATION-ID.
     MOVE PA-ON-BEHALF-OF TO DJ-ON-BEHALF-OF.
     CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
         STATUS-AREA DB-DATA-JOURNAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------
*> Write-back of the DATABIND rows for this form: a bound field
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
        GO TO Apply-Binding-Writeback-Close.
*> Who and when for the journal records the write-backs leave -
*> taken before the chain walk, whose status they would upset.
     PERFORM Get-DC-Session-User.
     PERFORM Get-DC-ClockSeconds.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-DATA-BINDING
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM UNTIL END-OF-CHAIN
        CALL "DBGET" USING Secdb-Database DS-DATA-BINDING CHAINED
           EXIT PERFORM
        END-IF
        IF NOT END-OF-CHAIN
           PERFORM Writeback-One-Binding THRU Writeback-One-Binding-Exit
        END-IF
     END-PERFORM.
 Apply-Binding-Writeback-Close.

*> Unchanged against the prefill cache means nothing to write.
     MOVE "Y" TO WB-CHANGED-SW.
     MOVE 0 TO WB-CACHE-PTR.
     PERFORM VARYING WB-CACHE-IDX FROM 1 BY 1
       UNTIL WB-CACHE-IDX > DBC-CNT
        IF DBC-FIELD(WB-CACHE-IDX) = DBN-FIELD
           MOVE WB-CACHE-IDX TO WB-CACHE-PTR
           IF DBC-VALUE(WB-CACHE-IDX) = WB-VALUE
              MOVE "N" TO WB-CHANGED-SW
           END-IF
        END-IF
     END-PERFORM.
     IF NOT WB-CHANGED
        MOVE "VFINISHFORM" TO INTR-ERRNAME
        MOVE 134           TO INTR-ERRNUM
        MOVE 134           TO CSTATUS
        MOVE "BOUND FIELD WRITE-BACK FAILED" TO END-MSG
        GO TO Writeback-One-Binding-Exit.

*> The written column lands in the data journal - the record the
*> next session's collision check names the changer from.
     INITIALIZE DB-DATA-JOURNAL.
     MOVE DC-SESSION-USER TO DJ-USER.
     MOVE CFNAME          TO DJ-FORM.
     MOVE DBN-FIELD       TO DJ-FIELD.
     MOVE ClockSeconds    TO DJ-TIME.
     IF WB-CACHE-PTR > 0
        MOVE DBC-VALUE(WB-CACHE-PTR) TO DJ-OLD-VALUE.
     MOVE WB-VALUE        TO DJ-NEW-VALUE.
     MOVE CORRELATION-ID  TO DJ-CORRELATION-ID.
     MOVE WB-KEY-VALUE    TO DJ-BIND-KEY.
     MOVE "Y"             TO DJ-WRITEBACK-SW.
     CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
         STATUS-AREA DB-DATA-JOURNAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 Writeback-One-Binding-Exit.
     EXIT.
*>-----------------------------------------------------------
*> Lost-update guard. Every bound field prefilled under the key
*> still on the panel is fetched again; a column whose value is no
*> longer what VINITFORM put on the screen was changed by someone
*> else meanwhile. Any such column refuses the whole write-back -
*> the operator sees each changed field, its old and new value and
*> who changed it (the latest DATAJRNL record that set it), and is
*> offered a refresh that puts the current values on the panel so
*> the finish can be retried against what the row holds now.
 Check-Binding-Collisions.
     MOVE 0 TO CB-CNT.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Check-Binding-Collisions-Exit.

     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-DATA-BINDING
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
        GO TO Check-Binding-Collisions-Close.
     PERFORM UNTIL END-OF-CHAIN
        CALL "DBGET" USING Secdb-Database DS-DATA-BINDING CHAINED
            STATUS-AREA ALL-ITEMS DB-DATA-BINDING NULL-ITEM
        IF IMAGE-ERRORS AND NOT END-OF-CHAIN
           CALL "DBEXPLAIN" USING STATUS-AREA
           EXIT PERFORM
        END-IF
        IF NOT END-OF-CHAIN
           PERFORM Recheck-One-Binding THRU Recheck-One-Binding-Exit
        END-IF
     END-PERFORM.
     IF CB-CNT > 0
        PERFORM Find-Collision-Changers.
 Check-Binding-Collisions-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     IF CB-CNT = 0
        GO TO Check-Binding-Collisions-Exit.

     PERFORM Ask-Collision-Refresh THRU Ask-Collision-Refresh-Exit.
     IF CB-REFRESH
        PERFORM Refresh-Collided-Field
            VARYING CB-IDX FROM 1 BY 1 UNTIL CB-IDX > CB-CNT.
     MOVE CB-CNT TO CB-DISP-CNT.
     MOVE "VFINISHFORM" TO INTR-ERRNAME.
     MOVE 135           TO INTR-ERRNUM.
     MOVE 135           TO CSTATUS.
     MOVE SPACES TO END-MSG.
     STRING "RECORD CHANGED BY ANOTHER SESSION ("
            CB-DISP-CNT " FIELDS) - FORM NOT COMPLETED"
      DELIMITED BY SIZE INTO END-MSG.
 Check-Binding-Collisions-Exit.
     EXIT.
*>-----------------------------------------------------------
 Recheck-One-Binding.
     MOVE 0 TO WB-CACHE-PTR.
     PERFORM VARYING WB-CACHE-IDX FROM 1 BY 1
       UNTIL WB-CACHE-IDX > DBC-CNT
        IF DBC-FIELD(WB-CACHE-IDX) = DBN-FIELD
           MOVE WB-CACHE-IDX TO WB-CACHE-PTR
        END-IF
     END-PERFORM.
     IF WB-CACHE-PTR = 0 OR CB-CNT NOT < 16
        GO TO Recheck-One-Binding-Exit.
     MOVE 0 TO WB-FLD-PTR WB-KEY-PTR.
     PERFORM VARYING WB-FLD-IDX FROM 1 BY 1
       UNTIL WB-FLD-IDX > AF-AppFld-Cnt
        IF HFLD-NAME(WB-FLD-IDX) = DBN-FIELD
           MOVE WB-FLD-IDX TO WB-FLD-PTR
        END-IF
        IF HFLD-NAME(WB-FLD-IDX) = DBN-KEY-FIELD
           MOVE WB-FLD-IDX TO WB-KEY-PTR
        END-IF
     END-PERFORM.
     IF WB-FLD-PTR = 0 OR WB-KEY-PTR = 0
        GO TO Recheck-One-Binding-Exit.

*> A key the operator has since changed names another row - one
*> nothing was prefilled from, so there is nothing to collide with.
     MOVE SPACES TO WB-KEY-VALUE.
     MOVE HFLD-LENGTH(WB-KEY-PTR) TO WB-LEN.
     IF WB-LEN > 64
        MOVE 64 TO WB-LEN.
     MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(WB-KEY-PTR):WB-LEN)
       TO WB-KEY-VALUE(1:WB-LEN).
     IF WB-KEY-VALUE = SPACES
        OR WB-KEY-VALUE NOT = DBC-KEY-VALUE(WB-CACHE-PTR)
        GO TO Recheck-One-Binding-Exit.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM SQL-SEARCH-KEY.
     STRING DBN-KEY-COLUMN DELIMITED BY SPACE
      INTO SQL-SEARCH-ITEM.
     STRING WB-KEY-VALUE DELIMITED BY "  "
      INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO SQL-TABLE.
     STRING DBN-TABLE DELIMITED BY SPACE INTO SQL-TABLE.
     MOVE 0 TO TCL-ROWCOUNT.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
*> A bridge failure proves nothing either way; the write-back's
*> own error handling has the last word on it.
     IF TCL-RESULT NOT = 0
        GO TO Recheck-One-Binding-Exit.
     MOVE SPACES TO CB-CURRENT.
     IF TCL-ROWCOUNT > 0
        MOVE 0 TO TCL-BUFFERLEN
        CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                                TCL-BUFFER-PTR, TCL-BUFFERLEN,
                                TCL-RESULT, TCL-ERROR
        END-CALL
        IF TCL-RESULT = 0 AND TCL-BUFFERLEN > 0
           SET ADDRESS OF BIND-ROW-TEXT TO TCL-BUFFER-PTR
           MOVE HFLD-LENGTH(WB-FLD-PTR) TO CB-LEN
           IF CB-LEN > TCL-BUFFERLEN
              MOVE TCL-BUFFERLEN TO CB-LEN
           END-IF
           IF CB-LEN > 64
              MOVE 64 TO CB-LEN
           END-IF
           MOVE BIND-ROW-TEXT(1:CB-LEN) TO CB-CURRENT(1:CB-LEN)
        END-IF
     END-IF.
     IF CB-CURRENT = DBC-VALUE(WB-CACHE-PTR)
        GO TO Recheck-One-Binding-Exit.

     ADD 1 TO CB-CNT.
     MOVE DBN-FIELD               TO CB-FIELD(CB-CNT).
     MOVE WB-FLD-PTR              TO CB-FLD-PTR(CB-CNT).
     MOVE WB-CACHE-PTR            TO CB-CACHE-PTR(CB-CNT).
     MOVE DBC-VALUE(WB-CACHE-PTR) TO CB-PREFILL(CB-CNT).
     MOVE CB-CURRENT              TO CB-CURRENT-VALUE(CB-CNT).
     MOVE "(NOT JOURNALLED)"      TO CB-CHANGED-BY(CB-CNT).
     MOVE 0                       TO CB-CHANGED-TIME(CB-CNT).
 Recheck-One-Binding-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The changer of each collided field is whoever last journalled
*> the value the column now holds on this form.
 Find-Collision-Changers.
     PERFORM UNTIL END-OF-FILE
        CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
            STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
        IF IMAGE-ERRORS AND NOT END-OF-FILE
           CALL "DBEXPLAIN" USING STATUS-AREA
           EXIT PERFORM
        END-IF
        IF NOT END-OF-FILE AND DJ-FORM = CFNAME
           PERFORM Match-Collision-Changer
               VARYING CB-IDX FROM 1 BY 1 UNTIL CB-IDX > CB-CNT
        END-IF
     END-PERFORM.
*>-----------------------------------------------------------
 Match-Collision-Changer.
     IF DJ-FIELD = CB-FIELD(CB-IDX)
        AND DJ-NEW-VALUE(1:64) = CB-CURRENT-VALUE(CB-IDX)
        AND DJ-TIME NOT < CB-CHANGED-TIME(CB-IDX)
        MOVE DJ-USER TO CB-CHANGED-BY(CB-IDX)
        MOVE DJ-TIME TO CB-CHANGED-TIME(CB-IDX).
*>-----------------------------------------------------------
 Ask-Collision-Refresh.
     MOVE "N" TO CB-REFRESH-SW.
*> Nobody to ask on an unattended run - the collision stands
*> refused with the panel as it was.
     IF MM-UNATTENDED
        GO TO Ask-Collision-Refresh-Exit.
     MOVE LOW-VALUES TO MY-MS-DATA.
     MOVE 1   TO MY-MS-LINE-CNT.
     MOVE "q" TO MY-MS-ICON.
     MOVE "n" TO MY-MS-BUTTON.
     MOVE "Record changed by another session" TO MY-MS-TITLE.
     MOVE SPACES TO MY-MS-TEXT.
     MOVE 1 TO STRIDX.
     STRING "Since this record was displayed, another session "
            "changed:" DELIMITED BY SIZE
            X"0D0A" DELIMITED BY SIZE
      INTO MY-MS-TEXT WITH POINTER STRIDX.
     PERFORM Add-Collision-Line
         VARYING CB-IDX FROM 1 BY 1
         UNTIL CB-IDX > CB-CNT OR CB-IDX > 5.
     STRING "Nothing was written. Refresh the panel with the "
            "current values?" DELIMITED BY SIZE
      INTO MY-MS-TEXT WITH POINTER STRIDX.
     CALL "SP2" USING SP2-DISPLAY-MESSAGE MY-MESSAGE-DATA.
     MOVE 0 TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
     IF MY-MS-REPLY = "y"
        MOVE "Y" TO CB-REFRESH-SW.
 Ask-Collision-Refresh-Exit.
     EXIT.
*>-----------------------------------------------------------
 Add-Collision-Line.
     STRING "  "                      DELIMITED BY SIZE
            CB-FIELD(CB-IDX)          DELIMITED BY SPACE
            ": "                      DELIMITED BY SIZE
            CB-PREFILL(CB-IDX)        DELIMITED BY "  "
            " -> "                    DELIMITED BY SIZE
            CB-CURRENT-VALUE(CB-IDX)  DELIMITED BY "  "
            " by "                    DELIMITED BY SIZE
            CB-CHANGED-BY(CB-IDX)     DELIMITED BY "  "
            X"0D0A"                   DELIMITED BY SIZE
      INTO MY-MS-TEXT WITH POINTER STRIDX.
*>-----------------------------------------------------------
*> The current value goes on the panel, into the prior image (so
*> the next read does not journal it as the operator's change) and
*> into the cache (so the retried finish compares against it).
 Refresh-Collided-Field.
     MOVE CB-FLD-PTR(CB-IDX) TO WB-FLD-PTR.
     MOVE HFLD-LENGTH(WB-FLD-PTR) TO CB-LEN.
     MOVE SPACES TO MM-CD-DATABUFFER(HFLD-BUFSTART(WB-FLD-PTR):CB-LEN).
     IF CB-LEN > 64
        MOVE 64 TO CB-LEN.
     MOVE CB-CURRENT-VALUE(CB-IDX)(1:CB-LEN)
       TO MM-CD-DATABUFFER(HFLD-BUFSTART(WB-FLD-PTR):CB-LEN).
     MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(WB-FLD-PTR):
         HFLD-LENGTH(WB-FLD-PTR))
       TO LAST-BUFFER(HFLD-BUFSTART(WB-FLD-PTR):
         HFLD-LENGTH(WB-FLD-PTR)).
     MOVE CB-CURRENT-VALUE(CB-IDX)
       TO DBC-VALUE(CB-CACHE-PTR(CB-IDX)).
*>-----------------------------------------------------------
*> The sampling draw: the form's QAPOLICY percentage (the "@ALL"
*> default behind it) against the completion clock's low two
*> digits - cheap, unbiased enough across a day's volume, and
     IF QA-BUFLEN > 0
        MOVE MM-CD-DATABUFFER(1:QA-BUFLEN)
          TO QR-BUFFER(1:QA-BUFLEN).
     MOVE QR-BUFLEN       TO BC-LENGTH.
     MOVE QR-BUFFER       TO BC-BUFFER.
     PERFORM Scramble-If-Sensitive.
     MOVE BC-BUFFER       TO QR-BUFFER.
     MOVE BC-ENC-SW       TO QR-ENC-SW.
     MOVE BC-KEY-VER      TO QR-KEY-VER.
     CALL "DBLOCK" USING Secdb-Database DS-QA-REVIEW
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-QA-REVIEW
         MODE-1 STATUS-AREA ALL-ITEMS DB-QA-REVIEW.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-QA-REVIEW
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Sample-For-QA-Exit.
     EXIT.
*>-----------------------------------------------------------
*> Each CERTTRAIN row naming this form is a certification the
*> completion counts toward: one pending CERTEVID per row, carrying
*> the validity the certification will get and the correlation id
*> that pulls the trainee's keying out of the journal.
 Record-Training-Evidence.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Record-Training-Evidence-Exit.

     MOVE 0 TO TE-CNT.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CERT-TRAINING
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR TE-CNT NOT < 8
           CALL "DBGET" USING Secdb-Database DS-CERT-TRAINING
               CHAINED STATUS-AREA ALL-ITEMS DB-CERT-TRAINING
               NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              ADD 1 TO TE-CNT
              MOVE CTR-CODE       TO TE-CODE(TE-CNT)
              MOVE CTR-VALID-DAYS TO TE-VALID-DAYS(TE-CNT)
           END-IF
        END-PERFORM.
     IF TE-CNT = 0
        GO TO Record-Training-Evidence-Close.

     PERFORM Get-DC-Session-User.
     PERFORM Get-DC-ClockSeconds.
     CALL "DBLOCK" USING Secdb-Database DS-CERT-EVIDENCE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM Put-Training-Evidence
         VARYING TE-IDX FROM 1 BY 1 UNTIL TE-IDX > TE-CNT.
     CALL "DBUNLOCK" USING Secdb-Database DS-CERT-EVIDENCE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 Record-Training-Evidence-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Record-Training-Evidence-Exit.
     EXIT.
*>-----------------------------------------------------------
 Put-Training-Evidence.
     INITIALIZE DB-CERT-EVIDENCE.
     MOVE DC-SESSION-USER     TO CEV-USER.
     MOVE TE-CODE(TE-IDX)     TO CEV-CODE.
     MOVE CFNAME              TO CEV-FORM.
     MOVE ClockSeconds        TO CEV-TIME.
     MOVE TE-VALID-DAYS(TE-IDX) TO CEV-VALID-DAYS.
     MOVE CORRELATION-ID      TO CEV-CORRELATION-ID.
     MOVE "P"                 TO CEV-STATE.
     CALL "VDBPUT" USING Secdb-Database DS-CERT-EVIDENCE
         MODE-1 STATUS-AREA ALL-ITEMS DB-CERT-EVIDENCE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------
*> The completion leaves its correlation id on TXNDONE before the id
*> clears - the one trace of a transaction that finished, where one
*> that never does simply stops (the pilot comparison counts those
*> as abandoned).
 Record-Txn-Completion.
     IF CORRELATION-ID = SPACES
        GO TO Record-Txn-Completion-Exit.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Record-Txn-Completion-Exit.
     PERFORM Get-DC-Session-User.
     PERFORM Get-DC-ClockSeconds.
     INITIALIZE DB-TXN-COMPLETION.
     MOVE CORRELATION-ID  TO TXD-CORRELATION-ID.
     MOVE CFNAME          TO TXD-FORM.
     MOVE DC-SESSION-USER TO TXD-USER.
     MOVE ClockSeconds    TO TXD-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-TXN-DONE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-TXN-DONE
         MODE-1 STATUS-AREA ALL-ITEMS DB-TXN-COMPLETION.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-TXN-DONE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Record-Txn-Completion-Exit.
     EXIT.
*>-----------------------------------------------------------
*> Double-key gate on forms with VERIFYFLD designations. The first
*> finish of a buffer parks it in VERIFYQ and refuses to complete
*> (CSTATUS 167 with the item id in END-MSG); a finish of the same
*> buffer while it waits is refused the same way. Once a verifier's
*> re-keying has matched - or a supervisor has let the first keying
*> stand - re-finishing the identical buffer goes through.
 Check-Double-Key.
     MOVE "N" TO DK-RELEASED-SW DK-WAITING-SW.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Check-Double-Key-Exit.
     PERFORM Load-Verify-Fields THRU Load-Verify-Fields-Exit.
     IF DK-FLD-CNT = 0
        GO TO Check-Double-Key-Close.

     PERFORM Get-DC-Session-User.
     MOVE AF-AppBuf-Len TO DK-BUFLEN.
     IF DK-BUFLEN > 3000
        MOVE 3000 TO DK-BUFLEN.
     PERFORM Find-Verify-Match THRU Find-Verify-Match-Exit.
     IF DK-RELEASED
        GO TO Check-Double-Key-Close.
     IF DK-WAITING
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 167             TO INTR-ERRNUM
        MOVE 167             TO CSTATUS
        MOVE SPACES TO END-MSG
        STRING "AWAITING VERIFICATION - ID " DK-WAITING-ID
         DELIMITED BY SIZE INTO END-MSG
        GO TO Check-Double-Key-Close.

     PERFORM Get-DC-ClockSeconds.
     INITIALIZE DB-VERIFY-QUEUE.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE DK-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     MOVE DK-ID-CLOCK     TO VQ-ID.
     MOVE "K"             TO VQ-KIND.
     MOVE CFNAME          TO VQ-FORM.
     MOVE DC-SESSION-USER TO VQ-USER.
     MOVE ClockSeconds    TO VQ-TIME.
     MOVE "P"             TO VQ-STATE.
     MOVE CORRELATION-ID  TO VQ-CORRELATION-ID.
     MOVE DK-FLD-CNT      TO VQ-FIELD-CNT.
     MOVE DK-BUFLEN       TO VQ-BUFLEN.
     MOVE SPACES          TO VQ-BUFFER.
     IF DK-BUFLEN > 0
        MOVE MM-CD-DATABUFFER(1:DK-BUFLEN) TO VQ-BUFFER(1:DK-BUFLEN).
     MOVE VQ-BUFLEN       TO BC-LENGTH.
     MOVE VQ-BUFFER       TO BC-BUFFER.
     PERFORM Scramble-If-Sensitive.
     MOVE BC-BUFFER       TO VQ-BUFFER.
     MOVE BC-ENC-SW       TO VQ-ENC-SW.
     MOVE BC-KEY-VER      TO VQ-KEY-VER.
     CALL "DBLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     MOVE "VFINISHFORM"   TO INTR-ERRNAME.
     MOVE 167             TO INTR-ERRNUM.
     MOVE 167             TO CSTATUS.
     MOVE SPACES TO END-MSG.
     STRING "PARKED FOR VERIFICATION - ID " VQ-ID
      DELIMITED BY SIZE INTO END-MSG.
 Check-Double-Key-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Check-Double-Key-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The designated fields of this form that are on the panel, with
*> where each sits in the buffer - at most eight.
 Load-Verify-Fields.
     MOVE 0 TO DK-FLD-CNT.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-VERIFY-FIELD
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
        GO TO Load-Verify-Fields-Exit.
     PERFORM UNTIL END-OF-CHAIN
        CALL "DBGET" USING Secdb-Database DS-VERIFY-FIELD CHAINED
            STATUS-AREA ALL-ITEMS DB-VERIFY-FIELD NULL-ITEM
        IF IMAGE-ERRORS
           SET END-OF-CHAIN TO TRUE
        ELSE
           PERFORM VARYING DK-APP-IDX FROM 1 BY 1
             UNTIL DK-APP-IDX > AF-AppFld-Cnt
              IF HFLD-NAME(DK-APP-IDX) = VFD-FIELD
                 AND DK-FLD-CNT < 8
                 ADD 1 TO DK-FLD-CNT
                 MOVE VFD-FIELD TO DK-FLD-NAME(DK-FLD-CNT)
                 MOVE HFLD-BUFSTART(DK-APP-IDX)
                   TO DK-FLD-START(DK-FLD-CNT)
                 MOVE HFLD-LENGTH(DK-APP-IDX)
                   TO DK-FLD-LEN(DK-FLD-CNT)
                 MOVE AF-AppFld-Cnt TO DK-APP-IDX
              END-IF
           END-PERFORM
        END-IF
     END-PERFORM.
 Load-Verify-Fields-Exit.
     EXIT.
*>-----------------------------------------------------------
*> A first keying of this form whose buffer is the one being
*> finished: released (verified, or let stand by a supervisor) or
*> still waiting (pending, or a mismatch not yet settled). A sent-
*> back or completed item is history. The stored buffer is
*> unscrambled into BC-BUFFER for the comparison and left as it is.
 Find-Verify-Match.
     MOVE SPACES TO DK-RELEASE-ID DK-WAITING-ID.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
        GO TO Find-Verify-Match-Exit.
     PERFORM UNTIL END-OF-CHAIN OR DK-RELEASED
        CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE CHAINED
            STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
        IF IMAGE-ERRORS
           SET END-OF-CHAIN TO TRUE
        ELSE
           IF VQ-FIRST-KEYING AND VQ-BUFLEN = DK-BUFLEN
              AND (VQ-VERIFIED OR VQ-PENDING OR VQ-MISMATCHED)
              MOVE VQ-BUFFER TO BC-BUFFER
              IF VQ-ENCRYPTED
                 MOVE "D"        TO BC-MODE
                 MOVE VQ-BUFLEN  TO BC-LENGTH
                 MOVE VQ-KEY-VER TO BC-KEY-VER
                 CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
              END-IF
              IF DK-BUFLEN = 0
                 OR BC-BUFFER(1:DK-BUFLEN) = MM-CD-DATABUFFER(1:DK-BUFLEN)
                 IF VQ-VERIFIED
                    MOVE "Y"   TO DK-RELEASED-SW
                    MOVE VQ-ID TO DK-RELEASE-ID
                 ELSE
                    MOVE "Y"   TO DK-WAITING-SW
                    MOVE VQ-ID TO DK-WAITING-ID
                 END-IF
              END-IF
           END-IF
        END-IF
     END-PERFORM.
     IF DK-RELEASED
        MOVE "N" TO DK-WAITING-SW.
 Find-Verify-Match-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The first keying of item DK-FIND-ID, current in DB-VERIFY-QUEUE
*> when found.
 Find-Verify-Item.
     MOVE "N" TO DK-ITEM-FOUND-SW.
     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR DK-ITEM-FOUND
        IF VQ-ID = DK-FIND-ID AND VQ-FIRST-KEYING
           MOVE "Y" TO DK-ITEM-FOUND-SW
        ELSE
           CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
               STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-FILE
              CALL "DBEXPLAIN" USING STATUS-AREA
           END-IF
        END-IF
     END-PERFORM.
*>-----------------------------------------------------------
*> The verifier's finish of the blank copy. It has to be a second
*> person, on the item's own form, while the item still waits for
*> verification. Every designated field is compared with the first
*> keying: all alike and the item is verified (CSTATUS 168); any
*> difference and it is referred to a supervisor (CSTATUS 169) with
*> the fields that differ named on it and this re-keying kept
*> beside it as its "R" record. Either way nothing commits.
 Compare-Verify-Rekey.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 50              TO INTR-ERRNUM
        MOVE 50              TO CSTATUS
        GO TO Compare-Verify-Rekey-Exit.
     PERFORM Get-DC-Session-User.
     PERFORM Load-Verify-Fields THRU Load-Verify-Fields-Exit.
     MOVE VERIFY-ID TO DK-FIND-ID.
     PERFORM Find-Verify-Item.

     IF NOT DK-ITEM-FOUND
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 17              TO INTR-ERRNUM
        MOVE 17              TO CSTATUS
        MOVE "VERIFICATION ITEM NOT FOUND" TO END-MSG
        GO TO Compare-Verify-Rekey-Close.
     IF NOT VQ-PENDING
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 53              TO INTR-ERRNUM
        MOVE 53              TO CSTATUS
        MOVE "ITEM IS NOT AWAITING VERIFICATION" TO END-MSG
        GO TO Compare-Verify-Rekey-Close.
     IF VQ-FORM NOT = CFNAME
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 170             TO INTR-ERRNUM
        MOVE 170             TO CSTATUS
        MOVE "VERIFICATION COPY IS OF A DIFFERENT FORM" TO END-MSG
        GO TO Compare-Verify-Rekey-Close.
     IF DC-SESSION-USER = SPACES OR DC-SESSION-USER = VQ-USER
        MOVE "VFINISHFORM"   TO INTR-ERRNAME
        MOVE 94              TO INTR-ERRNUM
        MOVE 94              TO CSTATUS
        MOVE "VERIFIER MUST DIFFER FROM THE FIRST KEYER" TO END-MSG
        GO TO Compare-Verify-Rekey-Close.

     MOVE VQ-BUFFER TO BC-BUFFER.
     IF VQ-ENCRYPTED
        MOVE "D"        TO BC-MODE
        MOVE VQ-BUFLEN  TO BC-LENGTH
        MOVE VQ-KEY-VER TO BC-KEY-VER
        CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
     MOVE BC-BUFFER TO DK-FIRST-BUFFER.

     MOVE 0 TO VQ-MISMATCH-CNT.
     PERFORM VARYING DK-FLD-IDX FROM 1 BY 1
       UNTIL DK-FLD-IDX > DK-FLD-CNT
        IF DK-FIRST-BUFFER(DK-FLD-START(DK-FLD-IDX):
                           DK-FLD-LEN(DK-FLD-IDX))
           NOT = MM-CD-DATABUFFER(DK-FLD-START(DK-FLD-IDX):
                                  DK-FLD-LEN(DK-FLD-IDX))
           ADD 1 TO VQ-MISMATCH-CNT
           MOVE DK-FLD-NAME(DK-FLD-IDX)
             TO VQ-MM-FIELD(VQ-MISMATCH-CNT)
           MOVE DK-FLD-START(DK-FLD-IDX)
             TO VQ-MM-START(VQ-MISMATCH-CNT)
           MOVE DK-FLD-LEN(DK-FLD-IDX)
             TO VQ-MM-LEN(VQ-MISMATCH-CNT)
        END-IF
     END-PERFORM.

     PERFORM Get-DC-ClockSeconds.
     MOVE DC-SESSION-USER TO VQ-VERIFIER.
     MOVE ClockSeconds    TO VQ-VERIFY-TIME.
     MOVE DK-FLD-CNT      TO VQ-FIELD-CNT.
     IF VQ-MISMATCH-CNT = 0
        MOVE "V" TO VQ-STATE
     ELSE
        MOVE "M" TO VQ-STATE.
     CALL "DBLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     IF VQ-MISMATCHED
        MOVE "R"             TO VQ-KIND
        MOVE DC-SESSION-USER TO VQ-USER
        MOVE ClockSeconds    TO VQ-TIME
        MOVE CORRELATION-ID  TO VQ-CORRELATION-ID
        MOVE AF-AppBuf-Len   TO VQ-BUFLEN
        IF VQ-BUFLEN > 3000
           MOVE 3000 TO VQ-BUFLEN
        END-IF
        MOVE SPACES TO VQ-BUFFER
        IF VQ-BUFLEN > 0
           MOVE MM-CD-DATABUFFER(1:VQ-BUFLEN) TO VQ-BUFFER(1:VQ-BUFLEN)
        END-IF
        MOVE VQ-BUFLEN  TO BC-LENGTH
        MOVE VQ-BUFFER  TO BC-BUFFER
        PERFORM Scramble-If-Sensitive
        MOVE BC-BUFFER  TO VQ-BUFFER
        MOVE BC-ENC-SW  TO VQ-ENC-SW
        MOVE BC-KEY-VER TO VQ-KEY-VER
        CALL "VDBPUT" USING Secdb-Database DS-VERIFY-QUEUE
            MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
     END-IF.
     CALL "DBUNLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     MOVE "VFINISHFORM"   TO INTR-ERRNAME.
     MOVE SPACES TO END-MSG.
     IF VQ-VERIFIED
        MOVE 168 TO INTR-ERRNUM CSTATUS
        STRING "VERIFIED - ID " VQ-ID " RELEASED FOR COMPLETION"
         DELIMITED BY SIZE INTO END-MSG
     ELSE
        MOVE 169 TO INTR-ERRNUM CSTATUS
        MOVE VQ-MISMATCH-CNT TO DK-DISP-CNT
        STRING "MISMATCH ON " DK-DISP-CNT " FIELD(S) - ID " VQ-ID
               " REFERRED TO SUPERVISOR"
         DELIMITED BY SIZE INTO END-MSG.
*> The verification is done with and the blank copy was never a
*> transaction of its own.
     MOVE SPACES TO VERIFY-ID CORRELATION-ID.
 Compare-Verify-Rekey-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Compare-Verify-Rekey-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The released item is completed, and the data journal stamps both
*> keyers - first keyer in the old-value column, verifier (or the
*> supervisor who let the first keying stand) in the new.
 Consume-Verification.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Consume-Verification-Exit.
     MOVE DK-RELEASE-ID TO DK-FIND-ID.
     PERFORM Find-Verify-Item.
     IF NOT DK-ITEM-FOUND
        GO TO Consume-Verification-Close.
     MOVE "C" TO VQ-STATE.
     CALL "DBLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-VERIFY-QUEUE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     IF VQ-CORRELATION-ID NOT = SPACES
        MOVE VQ-CORRELATION-ID TO CORRELATION-ID.
     PERFORM Get-DC-ClockSeconds.
     INITIALIZE DB-DATA-JOURNAL.
     MOVE VQ-USER        TO DJ-USER.
     MOVE CFNAME         TO DJ-FORM.
     MOVE "DOUBLE-KEY"   TO DJ-FIELD.
     MOVE ClockSeconds   TO DJ-TIME.
     MOVE VQ-USER        TO DJ-OLD-VALUE.
     IF VQ-RESOLVER NOT = SPACES
        MOVE VQ-RESOLVER TO DJ-NEW-VALUE
     ELSE
        MOVE VQ-VERIFIER TO DJ-NEW-VALUE.
     MOVE CORRELATION-ID TO DJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
         STATUS-AREA DB-DATA-JOURNAL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 Consume-Verification-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Consume-Verification-Exit.
     EXIT.
*>-----------------------------------------------------------
*> One more document on the session's batch, and its amount field
*> (canonical in the buffer) on the hash total. A form the batch is
*> not for leaves it alone; a batch closed or forced from elsewhere
*> is let go, so the next completion is not held against it.
 Accumulate-Batch.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Accumulate-Batch-Exit.
     MOVE "N" TO BCH-FOUND-SW.
     MOVE LOW-VALUES TO DB-BATCH-CONTROL.
     CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
         STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR BCH-FOUND
        IF BCH-ID = BATCH-ID
           MOVE "Y" TO BCH-FOUND-SW
        ELSE
           CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
               STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-FILE
              CALL "DBEXPLAIN" USING STATUS-AREA
           END-IF
        END-IF
     END-PERFORM.
     IF NOT BCH-FOUND OR NOT BCH-IS-OPEN
        MOVE SPACES TO BATCH-ID
        GO TO Accumulate-Batch-Close.
     IF BCH-FORM NOT = SPACES AND BCH-FORM NOT = CFNAME
        GO TO Accumulate-Batch-Close.

     MOVE 0 TO BCH-AMOUNT BCH-FLD-PTR.
     PERFORM VARYING BCH-FLD-IDX FROM 1 BY 1
       UNTIL BCH-FLD-IDX > AF-AppFld-Cnt OR BCH-FLD-PTR > 0
        IF HFLD-NAME(BCH-FLD-IDX) = BCH-AMT-FIELD
           MOVE BCH-FLD-IDX TO BCH-FLD-PTR
        END-IF
     END-PERFORM.
     IF BCH-FLD-PTR > 0
        MOVE "A"    TO NLC-ACTION
        MOVE SPACES TO NLC-DECIMAL NLC-GROUP NLC-TEXT
        MOVE HFLD-LENGTH(BCH-FLD-PTR) TO NLC-LENGTH
        IF NLC-LENGTH > 80
           MOVE 80 TO NLC-LENGTH
        END-IF
        MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(BCH-FLD-PTR):NLC-LENGTH)
          TO NLC-TEXT(1:NLC-LENGTH)
        CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE
        INITIALIZE NUM1 NUM2 NUMDEC NUMERR
        MOVE NLC-TEXT(1:14) TO NUM1
        CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR
        IF NUMERR = 0
           COMPUTE BCH-AMOUNT = NUM2 / (10 ** NUMDEC)
           END-COMPUTE
        END-IF
     END-IF.

     ADD 1          TO BCH-ACT-COUNT.
     ADD BCH-AMOUNT TO BCH-ACT-TOTAL.
     CALL "DBLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-BATCH-CONTROL
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 Accumulate-Batch-Close.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 Accumulate-Batch-Exit.
     EXIT.
*>-----------------------------------------------------------
*> Completions of an EVTFORM form go out on the business-event feed
*> under its event name, with the form's key fields as keyed -
*> name=value for each duplicate-guard field - and the correlation
*> id VBIZEVENT gathers the changed values by.
 Publish-Business-Event.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        GO TO Publish-Business-Event-Exit.
     MOVE CFNAME TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-EVENT-FORM KEYED
         STATUS-AREA ALL-ITEMS DB-EVENT-FORM SEARCH-KEY.
     IF IMAGE-ERRORS
        CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
        GO TO Publish-Business-Event-Exit.
     PERFORM Get-DC-Session-User.
     PERFORM Get-DC-ClockSeconds.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     MOVE ClockSeconds    TO BEV-EPOCH.
     MOVE EVF-EVENT       TO BEV-EVENT.
     MOVE CFNAME          TO BEV-FORM.
     MOVE DC-SESSION-USER TO BEV-USER.
     MOVE CORRELATION-ID  TO BEV-CORRELATION-ID.
     MOVE SPACES TO BEV-KEYS.
     MOVE 1 TO EV-KEY-POS.
     PERFORM VARYING DG-IDX FROM 1 BY 1
       UNTIL DG-IDX > DUPGUARD-FIELD-CNT OR DG-IDX > 5
        MOVE 0 TO DG-FLD-PTR
        PERFORM VARYING DG-FLD-IDX FROM 1 BY 1
          UNTIL DG-FLD-IDX > AF-AppFld-Cnt OR DG-FLD-PTR > 0
           IF HFLD-NAME(DG-FLD-IDX) = DUPGUARD-FIELD-NAME(DG-IDX)
              MOVE DG-FLD-IDX TO DG-FLD-PTR
           END-IF
        END-PERFORM
        IF DG-FLD-PTR > 0
           PERFORM Add-Event-Key
        END-IF
     END-PERFORM.
     CALL "VBIZEVENT" USING COMAREA BIZ-EVENT.
 Publish-Business-Event-Exit.
     EXIT.
*>-----------------------------------------------------------
*> One name=value pair, the value without its trailing blanks;
*> pairs are separated by semicolons.
 Add-Event-Key.
     MOVE SPACES TO EV-VALUE.
     MOVE HFLD-LENGTH(DG-FLD-PTR) TO EV-LEN.
     IF EV-LEN > 80
        MOVE 80 TO EV-LEN.
     IF EV-LEN > 0
        MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(DG-FLD-PTR):EV-LEN)
          TO EV-VALUE(1:EV-LEN).
     PERFORM UNTIL EV-LEN < 1
        IF EV-VALUE(EV-LEN:1) NOT = SPACE
           EXIT PERFORM
        END-IF
        SUBTRACT 1 FROM EV-LEN
     END-PERFORM.
     IF EV-KEY-POS > 1
        STRING ";" DELIMITED BY SIZE
         INTO BEV-KEYS WITH POINTER EV-KEY-POS.
     STRING HFLD-NAME(DG-FLD-PTR) DELIMITED BY SPACE
            "="                   DELIMITED BY SIZE
      INTO BEV-KEYS WITH POINTER EV-KEY-POS.
     IF EV-LEN > 0
        STRING EV-VALUE(1:EV-LEN) DELIMITED BY SIZE
         INTO BEV-KEYS WITH POINTER EV-KEY-POS.
*>-----------------------------------------------------------
 Get-DC-Session-User.
     MOVE SPACES TO DC-SESSION-USER.
