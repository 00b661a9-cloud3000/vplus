 01 DS-SCREEN-MIRROR      Pic X(16) Value "SCREENMIR".
 01 Mirror-Found-Sw       Pic X     Value "N".
    88 Mirror-Rec-Found   Value "Y".
 01 DS-RECORD-FORM        Pic X(16) Value "RECFORMS".
 01 DS-SESS-RECORDING     Pic X(16) Value "SESSREC".
*> Session recording state: the user/form pair last checked against
*> the recording switches, the session whose frame count is held,
*> and whether this read's frame is the screen going out ("D") or
*> the key coming back ("K").
 01 Recording-Sw          Pic X     Value "N".
    88 Session-Recorded   Value "Y".
 01 Rec-Chk-User          Pic X(32) Value Spaces.
 01 Rec-Chk-Form          Pic X(15) Value Spaces.
 01 Rec-Chk-Authkey       Pic X(32) Value Spaces.
 01 Rec-Seq               Pic S9(8) Comp-5 Value 0.
 01 Rec-Frame-Kind        Pic X     Value "D".
 01 DS-FORM-DRAFT         Pic X(16) Value "FORMDRAFT".
 01 Draft-Found-Sw        Pic X     Value "N".
    88 Draft-Rec-Found    Value "Y".
 01 DS-DATA-JOURNAL       Pic X(16) Value "DATAJRNL".
 01 Dj-Fld-Name           Pic X(16) Value Spaces.
 01 Dj-Len                Pic S9(4) Comp-5 Value 0.
 01 Dj-Dbc-Idx            Pic S9(4) Comp-5 Value 0.
 01 Jrnl-Record-Key       Pic X(128) Value Spaces.
 01 Dj-Key-Pos            Pic S9(4) Comp-5 Value 0.
 01 Dj-Key-Idx            Pic S9(4) Comp-5 Value 0.
 01 Dj-Key-Ptr            Pic S9(4) Comp-5 Value 0.
 01 Dj-Key-Len            Pic S9(4) Comp-5 Value 0.
 01 Km-Idx                Pic S9(4) Comp-5 Value 0.
 01 Errlog-Progname       Pic X(15) Value "VREADFIELDS".
 01 SEC-EVENT.
        88 Reason-OutOfHours     VALUE "HR". *> Outside permitted logon hours
        88 Reason-Parked         VALUE "PK". *> Parked awaiting client reconnect
        88 Reason-NormalEnd      VALUE "NE". *> No Error, Normal End
        88 Reason-Hijack         VALUE "HJ". *> Suspected hijack, held in secure lock
        88 Valid-Reason Values are "OK" "EX" "AX" "OT" "DE" "ER" "SL" "HR" "PK" "NE" "HJ".
        88 Error-Reason Values are "EX" "AX" "DE" "ER" "HR" "HJ".

 01 JOBNUM         Pic X(16) Value "JOBNUMS".
 01 JOBNUM-Buffer.
 01 Datepick-Date-Sw       Pic X Value "N".
    88 Datepick-On-Date    Value "Y".
 01 Picklist-Fld-Num       Pic S9(4) Comp-5 Value 0.
 01 Fldhist-Fld-Num        Pic S9(4) Comp-5 Value 0.
 01 Inqwin-Dummy-Buffer    Pic X Value Space.
 01 Inqwin-Dummy-Len       Pic S9(8) Comp-5 Value 0.
*> Keystroke macros. The operator's keying on the form this visit -
*> each field value changed, then the key that ended the read - is
*> kept here for VKEYMACRO to record from, the last 32 steps. A
*> replay in flight counts down its key steps; while it lasts each
*> read takes the next step off ASSISTKEY instead of waiting on the
*> operator, and stops at the first refused edit or a new form.
 01 KEYMACRO-HISTORY.
    05 KMH-USER             Pic X(32) Value Spaces.
    05 KMH-FORM             Pic X(15) Value Spaces.
    05 KMH-CNT              Pic S9(4) Comp-5 Value 0.
    05 KMH-ACT OCCURS 32 TIMES.
       10 KMH-KIND              Pic X(01).
       10 KMH-SP2-CODE          Pic S9(4) Comp-5.
       10 KMH-FLD-NAME          Pic X(16).
       10 KMH-VALUE             Pic X(64).
 01 Mh-Entry.
    05 Mh-Kind              Pic X(01) Value Space.
    05 Mh-Sp2-Code          Pic S9(4) Comp-5 Value 0.
    05 Mh-Fld-Name          Pic X(16) Value Spaces.
    05 Mh-Value             Pic X(64) Value Spaces.
 01 Mh-Idx                 Pic S9(4) Comp-5 Value 0.
 01 Mh-Fld-Idx             Pic S9(4) Comp-5 Value 0.
 01 Mh-Len                 Pic S9(4) Comp-5 Value 0.
 01 Macro-Steps-Left       Pic S9(4) Comp-5 Value 0.
 01 Macro-Pending-Cnt      Pic S9(4) Comp-5 Value 0.
 01 Macro-Replay-Form      Pic X(15) Value Spaces.
 01 Macro-Usage-Name       Pic X(16) Value Spaces.
 01 Macro-Key-Sw           Pic X Value "N".
    88 Macro-Key-Applied   Value "Y".
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 Any-Sens-Sw            Pic X Value "N".
    88 Any-Sensitive          Value "Y".
 01 Sens-Chk-Idx           Pic S9(4) Comp-5 Value 0.
 01 AUTH-READ-BUFFER.
    05 Read-AUTH    Pic X(48) Value Spaces.
    05 Read-IP      Pic X(16) Value Spaces.
 01 Read-Sldev      Pic X(15) Value Spaces.

     COPY "comlib/USERAREA".
     COPY "comlib/DRIVAREA".
 01 SENS-START         PIC S9(4) COMP-5 VALUE 0.
 01 SENS-LEN           PIC S9(4) COMP-5 VALUE 0.
 01 SENS-LEN2          PIC S9(4) COMP-5 VALUE 0.

*> Numeric locale on the glass. A NUM field shows the operator's
*> decimal mark and grouping; the buffer behind it stays canonical,
*> the real value in SENS-SAVE-BUFFER as for masking.
 01 NUM-LOCALE.
    02 NLC-ACTION     Pic X(01) Value Space.
    02 NLC-DECIMAL    Pic X(01) Value Space.
    02 NLC-GROUP      Pic X(01) Value Space.
    02 NLC-LENGTH     Pic S9(4) Comp-5 Value 0.
    02 NLC-TEXT       Pic X(80) Value Spaces.
    02 NLC-RESULT     Pic X(01) Value Space.
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".
*>########################################################
 LINKAGE SECTION.
    COPY "COMAREA" of vplus.

     Move MM-CD-DATABUFFER To SENS-SAVE-BUFFER.
     Perform Mask-Sensitive-Display.
     Perform Localize-Numeric-Display.

     Initialize AUTH-READ-BUFFER.

     INITIALIZE MY-CD-DATABUFFER.
     Move MM-CD-DATABUFFER  To MY-CD-DATABUFFER.
     Perform Mask-Sensitive-Display.
     Perform Localize-Numeric-Display.
     MOVE "x"               TO MY-CD-NEW-WINDOW.
     MOVE CURSOR-POS-FIELD  TO MY-CD-NEXT-FLD-ID. *> HFLD-NUMBER
     MOVE HPAN-PAN-NAME     TO MY-CD-NEXT-PANEL.
        Else
           Perform Get-LDEV-Timeout
           Perform Load-Client-Keymap
           Move "D" To Rec-Frame-Kind
           Perform Process-Authdata
           If Macro-Steps-Left > 0
              Perform Check-Macro-Replay
           End-If
*> The form is on the glass from here - response time for the first
*> key press of this read is measured from this moment.
           Move ClockSeconds To Read-Start-Seconds
     set Print-Key-Pressed to True.
     Perform Until Not Print-Key-Pressed
          Move 0 To Timeout-read-sw
*> A keystroke macro in flight keys the next step itself - the panel
*> comes back as it went out and the step is applied below.
          If NOWAIT-FALSE And Macro-Steps-Left > 0
             Move 0 To MY-CD-RET-CODE
             Move 0 To My-Cd-Key
          Else
          If MM-HTML-RENDER
             Perform Html-Converse
          Else
             CALL "SP2" USING SP2-CONVERSE-PANEL MY-CONVERSE-DATA
          End-If
          End-If

          PERFORM MY-REMOVE-INVALID-BYTE
          PERFORM Unmask-Sensitive-Fields
          PERFORM Canonical-Numeric-Fields
          If NOWAIT-FALSE And Macro-Steps-Left > 0
             set Other-Key-Pressed to True
             EXIT PERFORM
          End-If

          If NOWAIT-FALSE And My-Cd-Key = -1
             Accept TIME-OF-DAY From Time
*> cycles on untouched when it closes.
             Perform Raise-Inquiry-Window
          End-If
          If ATTACH-KEY Not = 0 And My-Cd-Key = ATTACH-KEY
*> The transaction's attachment window on its configured key - list,
*> add from the client, open - and the read cycles on as it was.
             Perform Raise-Attachment-Window
          End-If
          If MEMOPAD-KEY Not = 0 And My-Cd-Key = MEMOPAD-KEY
*> The account memo pad for the key on the panel - read and add -
*> and the read cycles on as it was.
             Perform Raise-Memo-Pad
          End-If
          If FLDHIST-KEY Not = 0 And My-Cd-Key = FLDHIST-KEY
*> Who changed the field under the cursor, and from what, for the
*> record on the panel - and the read cycles on as it was.
             Perform Raise-Field-History
          End-If
          If GRIDEXP-KEY Not = 0 And My-Cd-Key = GRIDEXP-KEY
             And GRID-ACTIVE
*> The grid's rows out to a spreadsheet on the workstation, masked
*> and logged as VGRIDEXPORT does it, and the read cycles on.
             Perform Raise-Grid-Export
          End-If
          If KEYMACRO-MAINT-KEY Not = 0 And My-Cd-Key = KEYMACRO-MAINT-KEY
*> The operator's macros for the form - record from the keying so
*> far, replay, delete - and the read cycles on as it was.
             Perform Raise-Keymacro-Window
             If Macro-Steps-Left = 0
                Move 2 To MY-CD-ROW-COL-SW
                Perform Set-Vue-Cursor
                EXIT PERFORM CYCLE
             End-If
          End-If
          If KEYMACRO-KEY Not = 0 And My-Cd-Key = KEYMACRO-KEY
*> The operator's macro for the form, queued to key itself.
             Perform Start-Keymacro-Replay
          End-If
          If NOWAIT-FALSE And Macro-Steps-Left > 0
*> A replay just queued takes its first step on this read.
             set Other-Key-Pressed to True
             EXIT PERFORM
          End-If
          If My-Cd-Key = SP2-KEY-F12
             Call "VPRINTFORM" Using Comarea numparm1 numparm2
          Else
*> A consented help-desk assist takes precedence over whatever the
*> operator's own read returned: the oldest key the viewer queued
*> rides this cycle instead.
        Perform Apply-Assist-Key Thru Apply-Assist-Key-Exit
*> A macro step is read through the client's key mapping as the
*> operator's own key would be, and logged as the macro's.
        If Macro-Key-Applied
           Perform Translate-Key-Via-Map
           Perform Log-Usage
           Move Spaces To Macro-Usage-Name
        End-If
     End-If.
     IF NOWAIT-FALSE And Not Km-Mapped
        EVALUATE MY-CD-KEY

*> Authdata is processed only when doing a BLOCKED read.
     IF NOWAIT-FALSE
        Move "K" To Rec-Frame-Kind
        Perform Process-Authdata.

     Go To END-OF-READ.
        Perform Get-ClockSeconds
        Move AUTHSESS-LOCK TO Shutdown-Reason
        Move AUTHSESS-LOCK To Old-Lock-Value
        Move SLDEV         To Read-Sldev
*> A parked session whose client reconnected inside the grace
*> window (same AUTHKEY presented) is re-bound right here - to the
*> reconnecting workstation's address - instead of being treated
              Move "OK"    To AUTHSESS-LOCK
              Move Read-IP To AUTHSESS-IPADDR
              Move Read-IP To AF-IPADDR
              Move Read-Sldev To AUTHSESS-SLDEV
              Compute AUTHSESS-EXPIRE = ClockSeconds + TO-Seconds
              End-Compute
           Else
           End-If
           Move AUTHSESS-LOCK TO Shutdown-Reason
        End-If
*> A session held on a suspected hijack stays held for every reader
*> except the workstation it is bound to, where the operator must
*> re-prove themselves at the lock panel before the session resumes.
        If AUTHSESS-LOCK = "HJ"
           If AUTHSESS-IPADDR = Read-IP
              And AUTHSESS-SLDEV = Read-Sldev
              Perform Secure-Screen-Lock Thru Secure-Screen-Lock-Exit
           End-If
           Move AUTHSESS-LOCK TO Shutdown-Reason
        End-If
        If Reason-Aborted
           If Is-Appl-Screen
              Perform Shutdown-Session
           If ClockSeconds > AUTHSESS-EXPIRE
              Compute AUTHSESS-EXPIRE = ClockSeconds + TO-Seconds End-Compute
           End-If
           If AUTHSESS-OK
              Perform Check-Session-Binding
                 Thru Check-Session-Binding-Exit
           End-If
           Move ClockSeconds     To  AUTHSESS-READ-TIME
        End-If

        Perform LOCK-AUTHSES
        Perform UPDATE-AUTHSES
        Perform UNLOCK-AUTHSES
*> A read held as a suspected hijack goes no further - this process
*> ends here, before its keyed data is handed to the application.
        If AUTHSESS-LOCK = "HJ" And Is-Appl-Screen
           Move "HJ" To Shutdown-Reason
           Perform Shutdown-Session
        End-If
        If AUTHSESS-MIRRORED
           Perform Publish-Screen-Mirror
        End-If
        If Is-Appl-Screen And Not Time-Out-Read
           Perform Check-Session-Recording
           If Session-Recorded
              Perform Record-Session-Frame
           End-If
        End-If
        If Is-Appl-Screen And AUTHSESS-OK
           Perform Save-Form-Draft
           Perform Check-Oper-Message
     End-If.
     Move AUTHSESS-LOCK    TO  Shutdown-Reason.
*>-------------------------------------------------------------
*> Every read must come from the workstation the session is bound
*> to: the sign-on address and the LDEV of its first read. The only
*> legitimate ways a session moves are a supervisor-approved transfer
*> to exactly this address and a pending shift-change handoff, and
*> both re-bind the session here. Anything else - a replayed or
*> stolen auth code, or the same session open at two desks at once -
*> is held in the secure lock as a suspected hijack.
 Check-Session-Binding.
     If AUTHSESS-SLDEV = Spaces Or AUTHSESS-SLDEV = Low-Values
        Move Read-Sldev To AUTHSESS-SLDEV.
     If AUTHSESS-START-TIME Not > 0
        Move ClockSeconds To AUTHSESS-START-TIME.
     If AUTHSESS-IPADDR = Read-IP And AUTHSESS-SLDEV = Read-Sldev
        Go To Check-Session-Binding-Exit.

     If AUTHSESS-XFER-APPROVED
        And AUTHSESS-XFER-IPADDR = Read-IP
        Move Read-IP    To AUTHSESS-IPADDR
        Move Read-IP    To AF-IPADDR
        Move Read-Sldev To AUTHSESS-SLDEV
        Move Spaces     To AUTHSESS-XFER-IPADDR
        Move " "        To AUTHSESS-XFER-STATE
        Go To Check-Session-Binding-Exit.

     If AUTHSESS-HANDOFF-PENDING
        Move Read-IP    To AUTHSESS-IPADDR
        Move Read-IP    To AF-IPADDR
        Move Read-Sldev To AUTHSESS-SLDEV
        Go To Check-Session-Binding-Exit.

     Move "HJ" To AUTHSESS-LOCK.
 Check-Session-Binding-Exit.
     EXIT.
*>-------------------------------------------------------------
*> While the help desk has this session attached (AUTHSESS-MIRROR-SW),
*> rewrite the session's one SCREENMIR record with the panel currently
*> on the glass and its full data buffer, so VMIRRORSESS can show the
*> The at-rest mirror copy scrambles too - masking protects the
*> glass, this protects the dataset.
     Move " " To MIR-ENC-SW.
     Move Spaces To MIR-KEY-VER.
     Perform Check-Any-Sensitive.
     If Any-Sensitive And MIR-BUFLEN > 0
        Move "E"        To BC-MODE
        Move MIR-BUFFER To BC-BUFFER
        Call "VBUFCRYPT" Using COMAREA BUFCRYPT-PARMS
        Move BC-BUFFER  To MIR-BUFFER
        Move BC-KEY-VER To MIR-KEY-VER
        Move "Y"        To MIR-ENC-SW
     End-If.

         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     If Mirror-Rec-Found
        CALL "VDBUPDATE" USING Secdb-Database DS-SCREEN-MIRROR
            MODE-1 STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR
     Else
        Move 1 To MIR-SEQ
        CALL "VDBPUT" USING Secdb-Database DS-SCREEN-MIRROR
            MODE-1 STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR
     End-If.
     IF IMAGE-ERRORS Perform Database-Error.
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
*>-------------------------------------------------------------
*> Recording is switched per user (POL-RECORD-SW, with the "@ALL"
*> policy as the default) or per form (RECFORMS). The answer only
*> changes with the user or the form, so it is looked up again only
*> when one of them has.
 Check-Session-Recording.
     If AUTHSESS-USER Not = Rec-Chk-User
        Or HPAN-NAME Not = Rec-Chk-Form
        Move AUTHSESS-USER To Rec-Chk-User
        Move HPAN-NAME     To Rec-Chk-Form
        Move "N"           To Recording-Sw
        Perform Get-User-Policy
        If Policy-Found And POL-RECORD-SESSIONS
           Move "Y" To Recording-Sw
        End-If
        If Not Session-Recorded
           Move HPAN-NAME To Search-Key
           CALL "DBGET" USING Secdb-Database DS-RECORD-FORM KEYED
               STATUS-AREA ALL-ITEMS DB-RECORD-FORM SEARCH-KEY
           If Not IMAGE-ERRORS And Not No-Entry
              Move "Y" To Recording-Sw
           End-If
        End-If
     End-If.
*>-------------------------------------------------------------
*> Append one SESSREC frame: the panel and full data buffer as the
*> operator saw it, and - on the way back - the key that answered
*> it. Sensitive fields are masked as they were on the glass, and
*> the at-rest copy scrambled, the same as the mirror record.
 Record-Session-Frame.
     If AUTHSESS-AUTHKEY Not = Rec-Chk-Authkey
        Move AUTHSESS-AUTHKEY To Rec-Chk-Authkey
        Move 0                To Rec-Seq
        Move "AUTHKEY;"       To SEARCH-ITEM
        Move AUTHSESS-AUTHKEY To Search-Key
        CALL "DBFIND" USING Secdb-Database DS-SESS-RECORDING
            MODE-1 STATUS-AREA SEARCH-ITEM Search-Key
        IF IMAGE-ERRORS AND NOT NO-ENTRY Perform Database-Error
        Else
           Move ENTRIES-IN-CHAIN To Rec-Seq
        End-If
     End-If.
     Add 1 To Rec-Seq.

     Move AUTHSESS-AUTHKEY    To SREC-AUTHKEY.
     Move AUTHSESS-USER       To SREC-USER.
     Move Rec-Seq             To SREC-SEQ.
     Move ClockSeconds        To SREC-TIME.
     Move Rec-Frame-Kind      To SREC-KIND.
     Move HPAN-NAME           To SREC-SCREEN.
     Move HPAN-PAN-NAME       To SREC-PAN-NAME.
     Move CORRELATION-ID      To SREC-CORRELATION-ID.
     If SREC-KEYED
        Move MY-CD-KEY            To SREC-SP2-KEY
        Move LASTKEY              To SREC-LASTKEY
        Move MM-LAST-CURSOR-FIELD To SREC-CURSOR-FIELD
     Else
        Move 0                    To SREC-SP2-KEY
        Move 0                    To SREC-LASTKEY
        Move CURSOR-POS-FIELD     To SREC-CURSOR-FIELD
     End-If.
     Move AF-AppBuf-Len       To SREC-BUFLEN.
     Move Spaces              To SREC-BUFFER.
     If AF-AppBuf-Len > 0
        Move MM-CD-DATABUFFER(1:AF-AppBuf-Len) To SREC-BUFFER(1:AF-AppBuf-Len)
     End-If.
     Perform Varying FLDIDX From 1 By 1 Until FLDIDX > AF-AppFld-Cnt
        If FIELD-SENSITIVE(FLDIDX) = "Y"
           Move Hfld-Bufstart(FLDIDX) To SENS-START
           Move Hfld-Length(FLDIDX)   To SENS-LEN
           If SENS-LEN > SENS-KEEP
              And SREC-BUFFER(SENS-START:SENS-LEN) > Spaces
              Compute SENS-LEN2 = SENS-LEN - SENS-KEEP End-Compute
              Move All "*" To SREC-BUFFER(SENS-START:SENS-LEN2)
           End-If
        End-If
     End-Perform.

     Move " " To SREC-ENC-SW.
     Move Spaces To SREC-KEY-VER.
     Perform Check-Any-Sensitive.
     If Any-Sensitive And SREC-BUFLEN > 0
        Move "E"         To BC-MODE
        Move SREC-BUFLEN To BC-LENGTH
        Move SREC-BUFFER To BC-BUFFER
        Call "VBUFCRYPT" Using COMAREA BUFCRYPT-PARMS
        Move BC-BUFFER   To SREC-BUFFER
        Move BC-KEY-VER  To SREC-KEY-VER
        Move "Y"         To SREC-ENC-SW
     End-If.

     CALL "DBLOCK" USING Secdb-Database DS-SESS-RECORDING
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "VDBPUT" USING Secdb-Database DS-SESS-RECORDING
         MODE-1 STATUS-AREA ALL-ITEMS DB-SESS-RECORDING.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "DBUNLOCK" USING Secdb-Database DS-SESS-RECORDING
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
*>-------------------------------------------------------------
*> Append one SESSJRNL record for the AUTHSESS-LOCK transition in
*> flight: timestamp, user, old and new lock, screen, program and
*> IP. The session record's update-in-place erases history; this
     Move AUTHSESS-SCREEN    To SJ-SCREEN.
     Move AUTHSESS-PROGNAME  To SJ-PROGNAME.
     Move AUTHSESS-IPADDR    To SJ-IPADDR.
*> The hijack hold is journaled against the address the offending
*> read came from; the bound address stays on the session record.
     If AUTHSESS-LOCK = "HJ" And Old-Lock-Value = "OK"
        Move Read-IP         To SJ-IPADDR
     End-If.
     Move CORRELATION-ID     To SJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-SESS-JOURNAL
         STATUS-AREA DB-SESS-JOURNAL.
     IF IMAGE-ERRORS Perform Database-Error.
*> The security-relevant transitions also go to the SIEM feed as
*> they happen - violations, aborts and hard errors, not routine
*> expiries. A hijack hold journaled here is also what an ALERTRULE
*> on SESSJRNL filtered "HJ" counts.
     If SJ-NEW-LOCK = "AX" Or SJ-NEW-LOCK = "AB"
        Or SJ-NEW-LOCK = "ER" Or SJ-NEW-LOCK = "DE"
        Or SJ-NEW-LOCK = "HJ"
        Move SJ-TIME    To SEV-EPOCH
        Move SJ-USER    To SEV-USER
        Move SJ-IPADDR  To SEV-IPADDR
*> Consented assist: take the oldest key the help desk queued in
*> ASSISTKEY and let it ride this read cycle in place of whatever
*> the operator's read returned. The record flips to applied and
*> stays behind - the journal of who keyed what. The operator's own
*> keystroke macro rides the same queue without an assist: its
*> field values go into the buffer as it keys them, up to and with
*> the next key step.
 Apply-Assist-Key.
     Move "N" To Macro-Key-Sw.
     Move Spaces To Macro-Usage-Name.
     If Not AUTHSESS-ASSIST-GRANTED And Macro-Steps-Left = 0
        Go To Apply-Assist-Key-Exit.
     Move "AUTHKEY;"   To SEARCH-ITEM.
     Move AF-Auth-ID(1:32) To Search-Key.
         MODE-1 STATUS-AREA SEARCH-ITEM Search-Key.
     IF IMAGE-ERRORS AND NOT NO-ENTRY Perform Database-Error.
     If ENTRIES-IN-CHAIN = Zero
        Move 0 To Macro-Steps-Left
        Go To Apply-Assist-Key-Exit.
     Perform Until END-OF-CHAIN
        CALL "DBGET" USING Secdb-Database DS-ASSIST-KEY CHAINED
        End-If
        If Not END-OF-CHAIN
           If AK-PENDING
              And ((AK-FROM-MACRO And Macro-Steps-Left > 0)
                   Or (Not AK-FROM-MACRO And AUTHSESS-ASSIST-GRANTED))
              If AK-FLD-NAME Not = Spaces
                 Perform Apply-Assist-Field
              End-If
              If AK-SP2-CODE Not = 0
                 Move AK-SP2-CODE To MY-CD-KEY
                 If AK-FROM-MACRO
                    Move "Y"           To Macro-Key-Sw
                    Move AK-MACRO-NAME To Macro-Usage-Name
                    Subtract 1 From Macro-Steps-Left
                 End-If
              End-If
              Move "A"         To AK-STATE
              CALL "DBLOCK" USING Secdb-Database DS-ASSIST-KEY
                  MODE-3 STATUS-AREA
              IF IMAGE-ERRORS Perform Database-Error
              END-IF
              CALL "VDBUPDATE" USING Secdb-Database DS-ASSIST-KEY
                  MODE-1 STATUS-AREA ALL-ITEMS DB-ASSIST-KEY
              IF IMAGE-ERRORS Perform Database-Error
              END-IF
                  MODE-1 STATUS-AREA
              IF IMAGE-ERRORS Perform Database-Error
              END-IF
              If AK-SP2-CODE Not = 0
                 Exit Perform
              End-If
           End-If
        End-If
     End-Perform.
     If Macro-Steps-Left < 0
        Move 0 To Macro-Steps-Left.
 Apply-Assist-Key-Exit.
     EXIT.
*>-------------------------------------------------------------
*> A macro's value for a field by name, as the operator keyed it.
 Apply-Assist-Field.
     Perform Varying Mh-Fld-Idx From 1 By 1
       Until Mh-Fld-Idx > AF-AppFld-Cnt
        If Hfld-Name(Mh-Fld-Idx) = AK-FLD-NAME
           Move Hfld-Length(Mh-Fld-Idx) To Mh-Len
           If Mh-Len > 64
              Move 64 To Mh-Len
           End-If
           If Mh-Len > 0
              Move AK-FLD-VALUE(1:Mh-Len)
                To MY-CD-DATABUFFER(Hfld-Bufstart(Mh-Fld-Idx):Mh-Len)
           End-If
           Exit Perform
        End-If
     End-Perform.
*>-------------------------------------------------------------
*> A replay goes on only while the form takes its keying: an edit
*> the last step failed, or a step that left the form, hands the
*> glass back to the operator and the steps not reached are
*> cancelled. Nothing left pending ends it the same way.
 Check-Macro-Replay.
     Move 0 To Macro-Pending-Cnt.
     Move "AUTHKEY;"   To SEARCH-ITEM.
     Move AF-Auth-ID(1:32) To Search-Key.
     CALL "DBFIND" USING Secdb-Database DS-ASSIST-KEY
         MODE-1 STATUS-AREA SEARCH-ITEM Search-Key.
     IF IMAGE-ERRORS AND NOT NO-ENTRY Perform Database-Error.
     If ENTRIES-IN-CHAIN Not = Zero
        Perform Until END-OF-CHAIN
           CALL "DBGET" USING Secdb-Database DS-ASSIST-KEY CHAINED
               STATUS-AREA ALL-ITEMS DB-ASSIST-KEY NULL-ITEM
           If IMAGE-ERRORS And Not END-OF-CHAIN
              Perform Database-Error
              Exit Perform
           End-If
           If Not END-OF-CHAIN And AK-PENDING And AK-FROM-MACRO
              If NUMERRS > 0 Or CFNAME Not = Macro-Replay-Form
                 Move "X" To AK-STATE
                 CALL "DBLOCK" USING Secdb-Database DS-ASSIST-KEY
                     MODE-3 STATUS-AREA
                 IF IMAGE-ERRORS Perform Database-Error
                 END-IF
                 CALL "VDBUPDATE" USING Secdb-Database DS-ASSIST-KEY
                     MODE-1 STATUS-AREA ALL-ITEMS DB-ASSIST-KEY
                 IF IMAGE-ERRORS Perform Database-Error
                 END-IF
                 CALL "DBUNLOCK" USING Secdb-Database DS-ASSIST-KEY
                     MODE-1 STATUS-AREA
                 IF IMAGE-ERRORS Perform Database-Error
                 END-IF
              Else
                 If AK-SP2-CODE Not = 0
                    Add 1 To Macro-Pending-Cnt
                 End-If
              End-If
           End-If
        End-Perform
     End-If.
     Move Macro-Pending-Cnt To Macro-Steps-Left.
*>-------------------------------------------------------------
*> Secure screen lock. The session record is stamped "SL" while the
*> lock panel is up, so the who's-on view shows a locked - not dead -
*> session. Three wrong passwords (or no password on file for the
     CALL "DBLOCK" USING Secdb-Database DS-USER-POLICY
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "VDBUPDATE" USING Secdb-Database DS-USER-POLICY
         MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "DBUNLOCK" USING Secdb-Database DS-USER-POLICY
     CALL "DBLOCK" USING Secdb-Database DS-OPER-MSG
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "VDBUPDATE" USING Secdb-Database DS-OPER-MSG
         MODE-1 STATUS-AREA ALL-ITEMS DB-OPER-MSG.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "DBUNLOCK" USING Secdb-Database DS-OPER-MSG
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     If Ud-Rec-Found
        CALL "VDBUPDATE" USING Secdb-Database DS-USER-DEFAULT
            MODE-1 STATUS-AREA ALL-ITEMS DB-USER-DEFAULT
     Else
        CALL "VDBPUT" USING Secdb-Database DS-USER-DEFAULT
            MODE-1 STATUS-AREA ALL-ITEMS DB-USER-DEFAULT
     End-If.
     IF IMAGE-ERRORS Perform Database-Error.
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     If Draft-Rec-Found
        CALL "VDBUPDATE" USING Secdb-Database DS-FORM-DRAFT
            MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
     Else
        CALL "VDBPUT" USING Secdb-Database DS-FORM-DRAFT
            MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
     End-If.
     IF IMAGE-ERRORS Perform Database-Error.
*>-------------------------------------------------------------
 Encrypt-Draft-If-Sensitive.
     Move " " To DRAFT-ENC-SW.
     Move Spaces To DRAFT-KEY-VER.
     Perform Check-Any-Sensitive.
     If Any-Sensitive And DRAFT-BUFLEN > 0
        Move "E"          To BC-MODE
        Move DRAFT-BUFFER To BC-BUFFER
        Call "VBUFCRYPT" Using COMAREA BUFCRYPT-PARMS
        Move BC-BUFFER    To DRAFT-BUFFER
        Move BC-KEY-VER   To DRAFT-KEY-VER
        Move "Y"          To DRAFT-ENC-SW.
*>-------------------------------------------------------------
*> The session is dying with work possibly in flight - flag the
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     If Draft-Rec-Found
        CALL "VDBUPDATE" USING Secdb-Database DS-FORM-DRAFT
            MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
     Else
        CALL "VDBPUT" USING Secdb-Database DS-FORM-DRAFT
            MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
     End-If.
     IF IMAGE-ERRORS Perform Database-Error.
        CALL "DBLOCK" USING Secdb-Database DS-FORM-DRAFT
            MODE-3 STATUS-AREA
        IF IMAGE-ERRORS Perform Database-Error END-IF
        CALL "VDBDELETE" USING Secdb-Database DS-FORM-DRAFT
            MODE-1 STATUS-AREA
        IF IMAGE-ERRORS Perform Database-Error END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-FORM-DRAFT
*> Remember this user's save-field values across sessions - branch,
*> department, printer - so VINITFORM can pre-load them at the next
*> sign-on instead of the teller re-keying them all day.
     If Is-Appl-Screen And Not Reason-Hijack
        Perform Save-User-Defaults.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
              Move "Aborted by System Management" To shutmsg
         When Reason-OutOfHours
              Move "Session closed, outside permitted logon hours" To shutmsg
         When Reason-Hijack
              Move "Session held, read from an unbound workstation" To shutmsg
         When Other
              String "Invalid shutdown reason " Shutdown-Reason
                     Delimited by size into shutmsg
     CALL "DBLOCK" USING Secdb-Database DS-DEVICES
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "VDBPUT" USING Secdb-Database DS-DEVICES
         MODE-1 STATUS-AREA ALL-ITEMS DB-DEVICES.
     IF IMAGE-ERRORS Perform Database-Error.
     CALL "DBUNLOCK" USING Secdb-Database DS-DEVICES
     Move MY-CD-DATABUFFER To MYBUFFER.
     Move MM-CD-DATABUFFER To SENS-SAVE-BUFFER.
     Perform Mask-Sensitive-Display.
     Perform Localize-Numeric-Display.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS MYBUFFER.
*>--------------------------------------------------------------
*> Slide the grid window one page and refresh the visible rows from
     Move MM-CD-DATABUFFER To MYBUFFER.
     Move MM-CD-DATABUFFER To SENS-SAVE-BUFFER.
     Perform Mask-Sensitive-Display.
     Perform Localize-Numeric-Display.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS MYBUFFER.
*>--------------------------------------------------------------
 Raise-Inquiry-Window.
     Move "D" To INQWIN-ACTION.
     Call "VINQWINDOW" Using COMAREA
         Inqwin-Dummy-Buffer Inqwin-Dummy-Len.
*>--------------------------------------------------------------
*> VATTACH keys a new attachment to the record by the value on the
*> panel, so it sees the buffer as keyed so far.
 Raise-Attachment-Window.
     Move MY-CD-DATABUFFER To MM-CD-DATABUFFER.
     Move "P" To ATTACH-ACTION.
     Call "VATTACH" Using COMAREA.
*>--------------------------------------------------------------
 Raise-Memo-Pad.
     Move MY-CD-DATABUFFER To MM-CD-DATABUFFER.
     Move "P" To MEMOPAD-ACTION.
     Call "VMEMOPAD" Using COMAREA.
*>--------------------------------------------------------------
*> VFLDHIST finds the record by the key values on the panel, so it
*> sees the buffer as keyed so far. A cursor on no field has no
*> history to show.
 Raise-Field-History.
     Move 0 To Fldhist-Fld-Num.
     Move My-Cd-Last-Fld-Id To FF-SRCH-NUM.
     Perform Find-Field-By-Number.
     If FF-FOUND-IDX > 0
        Move Hfld-Number(FF-FOUND-IDX) To Fldhist-Fld-Num
        Move MY-CD-DATABUFFER To MM-CD-DATABUFFER
        Call "VFLDHIST" Using COMAREA Fldhist-Fld-Num
        Move 0 To CSTATUS
     End-If.
*>--------------------------------------------------------------
*> A refused or failed export is VGRIDEXPORT's to log - the read it
*> interrupted carries on with a clean status.
 Raise-Grid-Export.
     Move MY-CD-DATABUFFER To MM-CD-DATABUFFER.
     Call "VGRIDEXPORT" Using COMAREA.
     Move 0 To CSTATUS.
*>--------------------------------------------------------------
*> VKEYMACRO records from the keying kept on this form; a macro it
*> queues - from the window or the replay key - starts here.
 Raise-Keymacro-Window.
     Move "P" To KEYMACRO-ACTION.
     Perform Call-Keymacro.
*>--------------------------------------------------------------
 Start-Keymacro-Replay.
     Move "R" To KEYMACRO-ACTION.
     Perform Call-Keymacro.
*>--------------------------------------------------------------
*> A refused or empty replay is VKEYMACRO's to answer - the read it
*> interrupted carries on with a clean status.
 Call-Keymacro.
     Move MY-CD-DATABUFFER To MM-CD-DATABUFFER.
     Call "VKEYMACRO" Using COMAREA KEYMACRO-HISTORY.
     Move 0 To CSTATUS.
     If KEYMACRO-STEPS > 0
        Move KEYMACRO-STEPS To Macro-Steps-Left
        Move CFNAME         To Macro-Replay-Form
     End-If.
*>--------------------------------------------------------------
 Check-Cursor-Date-Field.
     Move "N" To Datepick-Date-Sw.
     Move MM-CD-DATABUFFER To MYBUFFER.
     Move MM-CD-DATABUFFER To SENS-SAVE-BUFFER.
     Perform Mask-Sensitive-Display.
     Perform Localize-Numeric-Display.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS MYBUFFER.
*>--------------------------------------------------------------
*> The client vanished mid-conversation. Keep the AUTHSESS record
         Perform Database-Error.
*>-----------------------------*
 PUT-AUTHSES.
     CALL "VDBPUT" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION.
     IF IMAGE-ERRORS Perform Database-Error.
*>-----------------------------*
 UPDATE-AUTHSES.
     CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION.
     IF IMAGE-ERRORS Perform Database-Error.
*>-----------------------------*
 DELETE-AUTHSES.
     CALL "VDBDELETE" USING Secdb-Database DS-AUTH-SESSION
          MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS Perform Database-Error.
*>-----------------------------*
     IF IMAGE-ERRORS Perform Database-Error.
*>-----------------------------*
 PUT-Usage.
     CALL "VDBPUT" USING Secdb-Database DS-USER-USAGE
         MODE-1 STATUS-AREA ALL-ITEMS DB-USER-USAGE.
     IF IMAGE-ERRORS Perform Database-Error.

        END-IF
     END-PERFORM.
*>----------------------------------------------------
*> The converse for a session VSHOWFORM renders as a page: the post
*> comes back through VHTMLFORM into the shared buffer, auth trailer
*> and all, and goes on from here exactly as the panel's would - a
*> NOWAIT read takes the buffer as it stands, and a wait with
*> nothing posted is the heartbeat timeout.
 Html-Converse.
     Move 0 To MY-CD-RET-CODE.
     If NOWAIT-TRUE
        Move 0 To My-Cd-Key
     Else
        Move MY-CD-DATABUFFER To MM-CD-DATABUFFER
        Move "W" To HTMLFORM-ACTION
        Move 0   To HTMLFORM-WAIT-SECS
        CALL "VHTMLFORM" USING COMAREA
        Move 0   To CSTATUS
        Move MM-CD-DATABUFFER To MY-CD-DATABUFFER
        Move HTMLFORM-KEY To My-Cd-Key
        If HTMLFORM-LAST-FLD > 0
           Move HTMLFORM-LAST-FLD To MY-CD-LAST-FLD-ID
        End-If
     End-If.
*>----------------------------------------------------
*> A sensitive field that comes back from the converse still wearing
*> the mask was not re-keyed - put its real value back. A field the
*> operator did re-key keeps the keyed value, and the saved image is
           END-IF
        END-IF
     END-PERFORM.
*>----------------------------------------------------
*> Each NUM field's canonical value, in the session's numeric
*> locale, over the glass image. Nothing to do for a period with
*> no grouping - the canonical form is already what it shows.
 Localize-Numeric-Display.
     IF DPF-DECIMAL-CHAR NOT = ","
        AND (DPF-GROUP-CHAR = SPACE OR DPF-GROUP-CHAR = LOW-VALUE)
        CONTINUE
     ELSE
        PERFORM VARYING FLDIDX FROM 1 BY 1 UNTIL FLDIDX > AF-AppFld-Cnt
           IF HFLD-DTYPE(FLDIDX)(1:3) = "NUM"
              AND FIELD-SENSITIVE(FLDIDX) NOT = "Y"
              AND HFLD-LENGTH(FLDIDX) > 0 AND HFLD-LENGTH(FLDIDX) <= 80
              MOVE HFLD-BUFSTART(FLDIDX) TO SENS-START
              MOVE HFLD-LENGTH(FLDIDX)   TO SENS-LEN
              PERFORM Localize-Saved-Number
              MOVE NLC-TEXT(1:SENS-LEN) TO MYBUFFER(SENS-START:SENS-LEN)
              MOVE NLC-TEXT(1:SENS-LEN)
                TO MY-CD-DATABUFFER(SENS-START:SENS-LEN)
           END-IF
        END-PERFORM
     END-IF.
*>----------------------------------------------------
 Localize-Saved-Number.
     MOVE "D"    TO NLC-ACTION.
     MOVE SPACES TO NLC-DECIMAL NLC-GROUP NLC-TEXT.
     MOVE SENS-LEN TO NLC-LENGTH.
     MOVE SENS-SAVE-BUFFER(SENS-START:SENS-LEN) TO NLC-TEXT(1:SENS-LEN).
     CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE.
*>----------------------------------------------------
*> Back from the converse: a NUM field still showing its localized
*> image (or its canonical value) was not re-keyed and gets the
*> canonical value back; one the operator keyed is read in the
*> session's locale - "1.234,56" becomes 1234.56 - and the saved
*> image follows it. An IMP field shows its implied-decimal digits
*> as they are, but is keyed in the locale all the same. Text that is no number in the locale is left
*> as keyed for the numeric edit to refuse.
 Canonical-Numeric-Fields.
     IF DPF-DECIMAL-CHAR NOT = ","
        AND (DPF-GROUP-CHAR = SPACE OR DPF-GROUP-CHAR = LOW-VALUE)
        CONTINUE
     ELSE
        PERFORM VARYING FLDIDX FROM 1 BY 1 UNTIL FLDIDX > AF-AppFld-Cnt
           IF (HFLD-DTYPE(FLDIDX)(1:3) = "NUM"
               OR HFLD-DTYPE(FLDIDX)(1:3) = "IMP")
              AND FIELD-SENSITIVE(FLDIDX) NOT = "Y"
              AND HFLD-LENGTH(FLDIDX) > 0 AND HFLD-LENGTH(FLDIDX) <= 80
              MOVE HFLD-BUFSTART(FLDIDX) TO SENS-START
              MOVE HFLD-LENGTH(FLDIDX)   TO SENS-LEN
              IF HFLD-DTYPE(FLDIDX)(1:3) = "NUM"
                 PERFORM Localize-Saved-Number
              ELSE
                 MOVE SENS-SAVE-BUFFER(SENS-START:SENS-LEN)
                   TO NLC-TEXT(1:SENS-LEN)
              END-IF
              IF MY-CD-DATABUFFER(SENS-START:SENS-LEN)
                   = NLC-TEXT(1:SENS-LEN)
                 OR MY-CD-DATABUFFER(SENS-START:SENS-LEN)
                   = SENS-SAVE-BUFFER(SENS-START:SENS-LEN)
                 MOVE SENS-SAVE-BUFFER(SENS-START:SENS-LEN)
                   TO MY-CD-DATABUFFER(SENS-START:SENS-LEN)
              ELSE
                 MOVE "C"    TO NLC-ACTION
                 MOVE SPACES TO NLC-DECIMAL NLC-GROUP NLC-TEXT
                 MOVE SENS-LEN TO NLC-LENGTH
                 MOVE MY-CD-DATABUFFER(SENS-START:SENS-LEN)
                   TO NLC-TEXT(1:SENS-LEN)
                 CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE
                 IF NLC-OK
                    MOVE NLC-TEXT(1:SENS-LEN)
                      TO MY-CD-DATABUFFER(SENS-START:SENS-LEN)
                 END-IF
                 MOVE MY-CD-DATABUFFER(SENS-START:SENS-LEN)
                   TO SENS-SAVE-BUFFER(SENS-START:SENS-LEN)
              END-IF
           END-IF
        END-PERFORM
     END-IF.
*>----------------------------------------------------
 END-OF-READ.
*> Who changed this amount and when: diff the returned buffer
     IF NOWAIT-FALSE
        CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

*> Required/hidden/protected-when rules follow what was just keyed.
     IF COND-RULE-CNT > 0
        CALL "VCONDFIELDS" USING COMAREA.

     move LOW-VALUES        to END-MSG.
     Move LASTKEY           To Disp-z4.
     string "LASTKEY=" Disp-z4 delimited by size into END-MSG.
     string "VREADFIELDS exit: " END-MSG DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.

*> The keying just done, kept for a macro to be recorded from.
     IF NOWAIT-FALSE And Is-Appl-Screen
        Perform Keep-Macro-History Thru Keep-Macro-History-Exit.

     move HIGH-VALUES       TO LAST-BUFFER(1:AF-AppBuf-Len).
     PERFORM VARYING IFLD-IDX FROM 1 BY 1 UNTIL IFLD-IDX > AF-AppFld-Cnt
       MOVE -1 TO HFLD-ERRFLG(IFLD-IDX)
     IF IMAGE-ERRORS AND NOT NO-ENTRY Perform Database-Error.
     If ENTRIES-IN-CHAIN = Zero
        Go To Journal-Data-Changes-Exit.
     Perform Build-Journal-Record-Key.
     Perform Until END-OF-CHAIN
        CALL "DBGET" USING Secdb-Database DS-AUDIT-FIELD CHAINED
            STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD NULL-ITEM
              Move Dj-Fld-Name   To DJ-FIELD
              Move ClockSeconds  To DJ-TIME
              Move CORRELATION-ID To DJ-CORRELATION-ID
              Move Jrnl-Record-Key To DJ-RECORD-KEY
*> A bound field names the row it was prefilled from.
              Perform Varying Dj-Dbc-Idx From 1 By 1
                Until Dj-Dbc-Idx > DBC-CNT
                 If DBC-FIELD(Dj-Dbc-Idx) = Dj-Fld-Name
                    Move DBC-KEY-VALUE(Dj-Dbc-Idx) To DJ-BIND-KEY
                 End-If
              End-Perform
              Move LAST-BUFFER(Hfld-Bufstart(FLDIDX):Dj-Len)
                To DJ-OLD-VALUE(1:Dj-Len)
              Move MY-CD-DATABUFFER(Hfld-Bufstart(FLDIDX):Dj-Len)
                To DJ-NEW-VALUE(1:Dj-Len)
              CALL "VJRNLPUT" USING Secdb-Database DS-DATA-JOURNAL
                  STATUS-AREA DB-DATA-JOURNAL
              IF IMAGE-ERRORS Perform Database-Error END-IF
           End-If
           Exit Perform
        End-If
     End-Perform.
*>----------------------------------------------------
*> The record the changes belong to, by the form's duplicate-guard
*> key fields as keyed - the same run-together values VFINISHFORM
*> files on RECENTTXN, so the field history can find them again.
 Build-Journal-Record-Key.
     Move Spaces To Jrnl-Record-Key.
     Move 1 To Dj-Key-Pos.
     Perform Varying Dj-Key-Idx From 1 By 1
       Until Dj-Key-Idx > DUPGUARD-FIELD-CNT Or Dj-Key-Idx > 5
        Move 0 To Dj-Key-Ptr
        Perform Varying FLDIDX From 1 By 1
          Until FLDIDX > Af-AppFld-Cnt Or Dj-Key-Ptr > 0
           If Hfld-Name(FLDIDX) = DUPGUARD-FIELD-NAME(Dj-Key-Idx)
              Move FLDIDX To Dj-Key-Ptr
           End-If
        End-Perform
        If Dj-Key-Ptr > 0
           Move Hfld-Length(Dj-Key-Ptr) To Dj-Key-Len
           If (Dj-Key-Pos + Dj-Key-Len) > 128
              Compute Dj-Key-Len = 128 - Dj-Key-Pos + 1 End-Compute
           End-If
           If Dj-Key-Len > 0
              Move MY-CD-DATABUFFER(Hfld-Bufstart(Dj-Key-Ptr):Dj-Key-Len)
                To Jrnl-Record-Key(Dj-Key-Pos:Dj-Key-Len)
              Compute Dj-Key-Pos = Dj-Key-Pos + Dj-Key-Len End-Compute
           End-If
        End-If
     End-Perform.
*>----------------------------------------------------
*>----------------------------------------------------
*> One step per field value this read changed against the image
*> the operator started from, then the key that ended it. Sensitive
*> fields and fields too long for a macro value are left for the
*> operator to key; keys a macro fed are not kept again.
 Keep-Macro-History.
     If AUTHSESS-USER Not = KMH-USER Or CFNAME Not = KMH-FORM
        Move AUTHSESS-USER To KMH-USER
        Move CFNAME        To KMH-FORM
        Move 0             To KMH-CNT
     End-If.
     If Macro-Key-Applied Or MY-CD-KEY Not > 0
        Go To Keep-Macro-History-Exit.
     If KEYMACRO-KEY Not = 0 And MY-CD-KEY = KEYMACRO-KEY
        Go To Keep-Macro-History-Exit.
     If LAST-BUFFER(1:1) Not = HIGH-VALUE
        Perform Varying Mh-Fld-Idx From 1 By 1
          Until Mh-Fld-Idx > AF-AppFld-Cnt
           Move Hfld-Length(Mh-Fld-Idx) To Mh-Len
           If FIELD-SENSITIVE(Mh-Fld-Idx) Not = "Y"
              And Mh-Len > 0 And Mh-Len <= 64
              If MY-CD-DATABUFFER(Hfld-Bufstart(Mh-Fld-Idx):Mh-Len)
                 Not = LAST-BUFFER(Hfld-Bufstart(Mh-Fld-Idx):Mh-Len)
                 Move "F"                     To Mh-Kind
                 Move 0                       To Mh-Sp2-Code
                 Move Hfld-Name(Mh-Fld-Idx)   To Mh-Fld-Name
                 Move Spaces                  To Mh-Value
                 Move MY-CD-DATABUFFER(Hfld-Bufstart(Mh-Fld-Idx):Mh-Len)
                   To Mh-Value(1:Mh-Len)
                 Perform Add-Macro-History
              End-If
           End-If
        End-Perform
     End-If.
     Move "K"       To Mh-Kind.
     Move MY-CD-KEY To Mh-Sp2-Code.
     Move Spaces    To Mh-Fld-Name Mh-Value.
     Perform Add-Macro-History.
 Keep-Macro-History-Exit.
     EXIT.
*>----------------------------------------------------
*> The oldest step drops off when the table is full.
 Add-Macro-History.
     If KMH-CNT >= 32
        Perform Varying Mh-Idx From 1 By 1 Until Mh-Idx > 31
           Move KMH-ACT(Mh-Idx + 1) To KMH-ACT(Mh-Idx)
        End-Perform
        Move 31 To KMH-CNT
     End-If.
     Add 1 To KMH-CNT.
     Move Mh-Entry To KMH-ACT(KMH-CNT).
*>----------------------------------------------------
 Log-Usage.
     Perform Get-AuthSess-Record.
     Initialize DB-USER-USAGE.
     Move Macro-Usage-Name   To Usage-Macro-Name.
     ACCEPT TEMP-TEXT FROM ENVIRONMENT "FATHER_NAME".
     Move AUTHSESS-USER      To Usage-Username.
     Move AUTHSESS-READ-TIME To Usage-Start-Time.
     Move 0 To Usage-Response-Secs.
     Move SLDEV To Usage-Sldev.
     Move CORRELATION-ID To Usage-Correlation-Id.
     Move My-Cd-Last-Fld-Id To FF-SRCH-NUM.
     Perform Find-Field-By-Number.
     If FF-FOUND-IDX > 0
        Move Hfld-Name(FF-FOUND-IDX) To Usage-Cursor-Field
     End-If.
     Perform Get-ClockSeconds.
     If Read-Start-Seconds > 0 And ClockSeconds >= Read-Start-Seconds
        Compute
