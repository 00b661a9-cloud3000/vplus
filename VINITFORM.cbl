 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
*> Certification gate (SECDB/CERTREQ + CERTIFICATION).
 01 DS-CERT-REQUIREMENT     Pic X(16) Value "CERTREQ".
 01 DS-CERTIFICATION        Pic X(16) Value "CERTIFICATION".
 01 CRT-REQ-TABLE.
    05 CRT-REQ-CNT          PIC S9(4) COMP-5 VALUE 0.
    05 CRT-REQ-CODE OCCURS 8 TIMES PIC X(16).
 01 CRT-REQ-IDX             PIC S9(4) COMP-5 VALUE 0.
 01 CRT-HELD-SW             PIC X VALUE "N".
    88 CRT-HELD                 VALUE "Y".
    88 CRT-LAPSED               VALUE "L".
 01 DS-FORM-DRAFT           Pic X(16) Value "FORMDRAFT".
 01 DS-SECURE-FORM          Pic X(16) Value "SECFORMS".
 01 KEYED                   PIC S9(4) COMP SYNC VALUE 7.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".

*> Declarative data bindings (SECDB/DATABIND) for this form.
 01 DS-DATA-BINDING         Pic X(16) Value "DATABIND".
 01 ROLE-MATCH-SW           PIC X VALUE "N".
    88 ROLE-MATCHED             VALUE "Y".

*> Per-form rule catalog (SECDB/FORMRULE), appended to the COMAREA
*> rule tables once per new-form arrival behind the program's own.
 01 DS-FORM-RULE            Pic X(16) Value "FORMRULE".
 01 RULE-APPLY.
*> (laid out as in VAPPLYRULE; RAP-RULE takes a DB-FORM-RULE row)
    02 RAP-MODE             PIC X(01).
    02 RAP-RESULT           PIC X(01).
    02 RAP-RULE             PIC X(237).

*> Repeat/append state (COMAREA REPEATAPP / FREEZAPP against the
*> panel's IPAN-REPEAT-OPT). On a repeating form the header - the
*> display-only and protected fields - keeps the values it was
*>> Push the form we're arriving from onto the navigation back-stack,
*>> so a standard back key (VGOBACK) can return to the exact previous
*>> form and field later - only on a genuine new-form arrival, not a
*>> repeat VINITFORM call for the same form. A recorded session being
*>> played back is not the viewer navigating.
     IF NOT INITFORM-CALLED
        AND NOT PLAYBACK-ACTIVE
        PERFORM Push-Nav-Back
     END-IF.

*>> starting a transaction: mint one here. It rides COMAREA across
*>> the whole form chain and every journal writer stamps it, so one
*>> key later pulls the entire story. VFINISHFORM clears it when
*>> the transaction completes. Playback is no transaction.
     IF NOT INITFORM-CALLED
        AND NOT PLAYBACK-ACTIVE
        AND CFNAME NOT = "VPLUS_SECURITY"
        AND CFNAME NOT = "GETKEY"
        AND CORRELATION-ID = SPACES
        IF CSTATUS NOT = 0
           GO TO INITFORM-ABEND
        END-IF
*>> Some forms need the training behind them as well as the grant:
*>> a missing or lapsed certification refuses the panel like the ACL.
*>> A supervisor replaying someone else's keying is not keying the
*>> form, so playback still needs the grant but neither of these.
        IF NOT PLAYBACK-ACTIVE
           PERFORM Check-Form-Certification
              THRU Check-Form-Certification-Exit
           IF CSTATUS NOT = 0
              GO TO INITFORM-ABEND
           END-IF
*>> Step-up challenge for designated high-risk forms: signing on in
*>> the morning is not the last authentication of the day for a
*>> payment screen. A recent pass (AUTHSESS-2FA-TIME within the
*>> form's freshness window) is honored without a re-prompt.
           PERFORM Check-Second-Factor
           IF CSTATUS NOT = 0
              GO TO INITFORM-ABEND
           END-IF
        END-IF
     END-IF.

*>> printer - the save fields) so they are sitting in the buffer
*>> before the operator touches a key.
     IF NOT INITFORM-CALLED
        AND NOT PLAYBACK-ACTIVE
        AND CFNAME NOT = "VPLUS_SECURITY"
        AND CFNAME NOT = "GETKEY"
        PERFORM LOAD-USER-DEFAULTS.
*>> The form's catalog rules (SECDB/FORMRULE) join whatever edit,
*>> lookup, compute, warning, guard and barcode rules the program
*>> set before calling - the program's own entry for a field wins.
     IF NOT INITFORM-CALLED
        PERFORM Load-Form-Rules THRU Load-Form-Rules-Exit.

     PERFORM SET-REPEAT-STATE.
     INITIALIZE MM-CD-DATABUFFER X Z.
*>> After an abnormal end, whatever the operator had keyed into this
*>> form survives as a FORMDRAFT record - offer it back exactly once,
*>> on a genuine new-form arrival, before the application sees the
*>> freshly-initialized buffer. A played-back frame brings its own
*>> buffer, so neither the viewer's draft nor live data belongs here.
        IF NOT INITFORM-CALLED
           AND NOT PLAYBACK-ACTIVE
           AND CFNAME NOT = "VPLUS_SECURITY"
           AND CFNAME NOT = "GETKEY"
           PERFORM Check-Form-Draft THRU CHECK-FORM-DRAFT-EXIT
*>> Bound fields prefill from the database after the draft offer -
*>> an operator's recovered in-flight keying outranks a prefetch.
           PERFORM Apply-Data-Bindings
*>------ allows and keys nothing - every field renders display-only.
     IF MM-INQUIRY-MODE
        MOVE "o" TO SP2-FD-OUTPUT.
     MOVE SP2-FD-OUTPUT TO FIELD-SHOWN-OUTPUT(IFLD-IDX).

     MOVE IFD-FONT-ID(IFD-PTR)          TO SP2-FD-FONT-ID.
     PERFORM FIND-FONTS-BYFONTID.
           MOVE PTXC-TEXT(PTX-IDX) TO SP2-SD-TEXT
        END-IF
     END-PERFORM.
     MOVE SP2-SD-TEXT TO STATIC-SHOWN-TEXT(ISTAT-IDX).
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------
*> Loads this form's PANELTEXT rows for the session's LANGUAGE into
 Load-Panel-Translations-Exit.
     EXIT.
*>-----------------------------------------------------------
*> The FORMRULE rows for this form, appended to the COMAREA rule
*> tables after the entries the program set for itself. A table the
*> program has not touched since the last form entry still ends on
*> that form's catalog rows (count = FRM-TOP), so it is first cut
*> back to the program's own count (FRM-BASE) - the last form's
*> catalog rules must not be enforced here. A catalog row is passed
*> over when the program already has an entry for the same field
*> (and rule, for cross-field, warning and conditional rules), and
*> the catalog duplicate guard applies only to a form the program
*> set no guard for. A full table keeps what fits. Rows staged as
*> proposals are left for the impact simulation (VRULESIM);
*> VAPPLYRULE does the placing.
 Load-Form-Rules.
     IF FORMRULE-OFF
        GO TO Load-Form-Rules-Exit.
     IF FORMRULE-LOADED-FORM NOT = SPACES
        AND FORMRULE-LOADED-FORM NOT = LOW-VALUES
        IF XFIELD-RULE-CNT = FRM-TOP(1) AND FRM-TOP(1) > FRM-BASE(1)
           MOVE FRM-BASE(1) TO XFIELD-RULE-CNT
        END-IF
        IF LOOKUP-RULE-CNT = FRM-TOP(2) AND FRM-TOP(2) > FRM-BASE(2)
           MOVE FRM-BASE(2) TO LOOKUP-RULE-CNT
        END-IF
        IF COMPUTE-RULE-CNT = FRM-TOP(3) AND FRM-TOP(3) > FRM-BASE(3)
           MOVE FRM-BASE(3) TO COMPUTE-RULE-CNT
        END-IF
        IF BIZDATE-RULE-CNT = FRM-TOP(4) AND FRM-TOP(4) > FRM-BASE(4)
           MOVE FRM-BASE(4) TO BIZDATE-RULE-CNT
        END-IF
        IF WARN-RULE-CNT = FRM-TOP(5) AND FRM-TOP(5) > FRM-BASE(5)
           MOVE FRM-BASE(5) TO WARN-RULE-CNT
        END-IF
        IF DUPGUARD-FIELD-CNT = FRM-TOP(6) AND FRM-TOP(6) > FRM-BASE(6)
           MOVE FRM-BASE(6) TO DUPGUARD-FIELD-CNT
           MOVE 0           TO DUPGUARD-WINDOW-SECS
        END-IF
        IF BARCODE-RULE-CNT = FRM-TOP(7) AND FRM-TOP(7) > FRM-BASE(7)
           MOVE FRM-BASE(7) TO BARCODE-RULE-CNT
        END-IF
        IF CURRENCY-RULE-CNT = FRM-TOP(8) AND FRM-TOP(8) > FRM-BASE(8)
           MOVE FRM-BASE(8) TO CURRENCY-RULE-CNT
        END-IF
        IF COND-RULE-CNT = FRM-TOP(9) AND FRM-TOP(9) > FRM-BASE(9)
           MOVE FRM-BASE(9) TO COND-RULE-CNT
        END-IF
     END-IF.
     MOVE SPACES             TO FORMRULE-LOADED-FORM.
     MOVE XFIELD-RULE-CNT    TO FRM-BASE(1).
     MOVE LOOKUP-RULE-CNT    TO FRM-BASE(2).
     MOVE COMPUTE-RULE-CNT   TO FRM-BASE(3).
     MOVE BIZDATE-RULE-CNT   TO FRM-BASE(4).
     MOVE WARN-RULE-CNT      TO FRM-BASE(5).
     MOVE DUPGUARD-FIELD-CNT TO FRM-BASE(6).
     MOVE BARCODE-RULE-CNT   TO FRM-BASE(7).
     MOVE CURRENCY-RULE-CNT  TO FRM-BASE(8).
     MOVE COND-RULE-CNT      TO FRM-BASE(9).
     IF CFNAME = "VPLUS_SECURITY" OR CFNAME = "GETKEY"
        GO TO Load-Form-Rules-Exit.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
        GO TO Load-Form-Rules-Exit.

     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-RULE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN
           CALL "DBGET" USING Secdb-Database DS-FORM-RULE CHAINED
               STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN AND NOT FRU-PROPOSED
              MOVE "A"          TO RAP-MODE
              MOVE DB-FORM-RULE TO RAP-RULE
              CALL "VAPPLYRULE" USING COMAREA RULE-APPLY
           END-IF
        END-PERFORM.
     PERFORM CLOSE-SECDB.

     MOVE XFIELD-RULE-CNT    TO FRM-TOP(1).
     MOVE LOOKUP-RULE-CNT    TO FRM-TOP(2).
     MOVE COMPUTE-RULE-CNT   TO FRM-TOP(3).
     MOVE BIZDATE-RULE-CNT   TO FRM-TOP(4).
     MOVE WARN-RULE-CNT      TO FRM-TOP(5).
     MOVE DUPGUARD-FIELD-CNT TO FRM-TOP(6).
     MOVE BARCODE-RULE-CNT   TO FRM-TOP(7).
     MOVE CURRENCY-RULE-CNT  TO FRM-TOP(8).
     MOVE COND-RULE-CNT      TO FRM-TOP(9).
     MOVE CFNAME             TO FORMRULE-LOADED-FORM.
 Load-Form-Rules-Exit.
     EXIT.
*>-----------------------------------------------------------
*> This user's roles, then the FLDPROT rows for this form whose
*> role they hold - the result is the list of field names the
*> panel build renders display-only. No roles, or no rows for the
     IF DBC-CNT < 16
        ADD 1 TO DBC-CNT
        MOVE BND-FIELD(BND-IDX) TO DBC-FIELD(DBC-CNT)
        MOVE BND-KEY-VALUE      TO DBC-KEY-VALUE(DBC-CNT)
        MOVE SPACES TO DBC-VALUE(DBC-CNT)
        IF BND-VAL-LEN > 64
           MOVE BIND-ROW-TEXT(1:64) TO DBC-VALUE(DBC-CNT)
 CHECK-FORM-ACCESS-EXIT.
     EXIT.
*>-----------------------------------------------------------
*> Certification requirements (SECDB/CERTREQ) for this form: the
*> user must hold every code named, active and unexpired. A form
*> with no requirement rows opens as before. A training session is
*> exempt - practising the form is how the certification is earned,
*> and it only ever touches the training database.
 Check-Form-Certification.
     IF MM-TRAINING-MODE
        GO TO Check-Form-Certification-Exit.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
        GO TO Check-Form-Certification-Exit.

     MOVE 0 TO CRT-REQ-CNT.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CERT-REQUIREMENT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR CRT-REQ-CNT NOT < 8
           CALL "DBGET" USING Secdb-Database DS-CERT-REQUIREMENT
               CHAINED STATUS-AREA ALL-ITEMS DB-CERT-REQUIREMENT
               NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              ADD 1 TO CRT-REQ-CNT
              MOVE CRQ-CODE TO CRT-REQ-CODE(CRT-REQ-CNT)
           END-IF
        END-PERFORM.
     IF CRT-REQ-CNT = 0
        PERFORM CLOSE-SECDB
        GO TO Check-Form-Certification-Exit.

     PERFORM GET-SESSION-USER.
     IF NOT AUTHSESS-FOUND
        PERFORM CLOSE-SECDB
        GO TO Check-Form-Certification-Exit.
     PERFORM GET-CLOCK-SECONDS.
     MOVE "Y" TO CRT-HELD-SW.
     PERFORM Check-One-Certification
         VARYING CRT-REQ-IDX FROM 1 BY 1
         UNTIL CRT-REQ-IDX > CRT-REQ-CNT OR NOT CRT-HELD.
     PERFORM CLOSE-SECDB.
     IF CRT-HELD
        GO TO Check-Form-Certification-Exit.

*> The loop stopped one past the code that failed.
     SUBTRACT 1 FROM CRT-REQ-IDX.
     move LOW-VALUES to END-MSG.
     IF CRT-LAPSED
        string "SECURITY: CERTIFICATION " CRT-REQ-CODE(CRT-REQ-IDX)
           " LAPSED - FORM " CFNAME " REFUSED"
           Delimited by size into END-MSG
        End-String
     ELSE
        string "SECURITY: CERTIFICATION " CRT-REQ-CODE(CRT-REQ-IDX)
           " REQUIRED - FORM " CFNAME " REFUSED"
           Delimited by size into END-MSG
        End-String
     END-IF.
     move LOW-VALUES to DebugBUF.
     String "VINITFORM: certification " CRT-REQ-CODE(CRT-REQ-IDX)
        " not held by " AUTHSESS-USER " for " CFNAME
        Delimited by size into DebugBUF
     End-String.
     CALL "LogDebug" USING DebugBUF.
     MOVE 136       TO INTR-ERRNUM.
     Move END-MSG   TO INTR-ERRMSG.
     MOVE 136 TO CSTATUS.
 Check-Form-Certification-Exit.
     EXIT.
*>-----------------------------------------------------------
*> CRT-HELD when the user's CERTIFICATION chain carries the code
*> active and current; CRT-LAPSED when it only carries it expired
*> or revoked; otherwise neither.
 Check-One-Certification.
     MOVE "N" TO CRT-HELD-SW.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE AUTHSESS-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CERTIFICATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN OR CRT-HELD
           CALL "DBGET" USING Secdb-Database DS-CERTIFICATION CHAINED
               STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              AND CERT-CODE = CRT-REQ-CODE(CRT-REQ-IDX)
              IF CERT-ACTIVE
                 AND (CERT-EXPIRE-TIME = 0
                      OR CERT-EXPIRE-TIME > CLK-SECONDS)
                 MOVE "Y" TO CRT-HELD-SW
              ELSE
                 MOVE "L" TO CRT-HELD-SW
              END-IF
           END-IF
        END-PERFORM.
*>-----------------------------------------------------------
*> An active FIRECALL grant for this user and form, not yet past
*> its expiry, opens the form exactly as a FORMACL row would. The
*> SECDB open from Check-Form-Access has already closed, so this
        PERFORM CLOSE-SECDB
        GO TO CHECK-SECOND-FACTOR-EXIT.

*>> Nobody on an unattended run can answer the challenge - the
*>> form is refused outright rather than left waiting on it.
     MOVE "N" TO TFA-DONE-SW.
     MOVE 0   TO TFA-TRIES.
     IF MM-UNATTENDED
        MOVE 3 TO TFA-TRIES
     ELSE
        PERFORM OPEN-2FA-WINDOW
     END-IF.
     PERFORM UNTIL TFA-DONE OR TFA-TRIES > 2
        PERFORM CONVERSE-2FA-PANEL
        IF TFA-CD-KEY = SP2-KEY-ESCAPE OR TFA-CD-RET-CODE NOT = 0
           END-IF
        END-IF
     END-PERFORM.
     IF NOT MM-UNATTENDED
        CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM
        MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE
        CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM
     END-IF.

     IF TFA-DONE
        MOVE CLK-SECONDS TO AUTHSESS-2FA-TIME
        CALL "DBLOCK" USING Secdb-Database DS-AUTH-SESSION
            MODE-3 STATUS-AREA
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
        CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
            MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-AUTH-SESSION
*> way the record is deleted - the offer is made exactly once, and a
*> declined draft is not kept around to surprise anyone later.
 Check-Form-Draft.
     IF MM-UNATTENDED
        GO TO CHECK-FORM-DRAFT-EXIT.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
        GO TO CHECK-FORM-DRAFT-EXIT.
        MOVE "D"          TO BC-MODE
        MOVE DRAFT-BUFLEN TO BC-LENGTH
        MOVE DRAFT-BUFFER TO BC-BUFFER
        MOVE DRAFT-KEY-VER TO BC-KEY-VER
        CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
        MOVE BC-BUFFER    TO DRAFT-BUFFER.
*>> A draft under a key version since retired cannot be restored -
*>> nothing is offered rather than scrambled bytes.
     IF DRAFT-ENCRYPTED AND BC-KEY-MISSING
        PERFORM CLOSE-SECDB
        GO TO CHECK-FORM-DRAFT-EXIT.

     MOVE LOW-VALUES TO MY-MS-DATA.
     MOVE 1   TO MY-MS-LINE-CNT.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-DRAFT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-FORM-DRAFT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-DRAFT
