>>source format free
*>*****************************************************************
*>*                      V K E Y M A C R O                         *
*>*****************************************************************
*>   Operator keystroke macros - the same field values and key
*>   sequence keyed dozens of times a shift, recorded once and
*>   replayed on a key. A macro belongs to one operator and one form
*>   (SECDB/KEYMACRO) and is made from the operator's own keying on
*>   the form, which VREADFIELDS keeps for the visit and hands over
*>   as KEYMACRO-HISTORY: every field value changed and every key
*>   that ended a read, in order.
*>     KEYMACRO-POPUP  ("P")  the macro window, raised by VREADFIELDS
*>                            from the configured maintenance key:
*>                            the operator's macros on the form, a
*>                            keyed NEW NAME records one from the
*>                            keying so far (or only its last keys
*>                            when a count is keyed), a line number
*>                            with R replays that macro and with D
*>                            deletes it. Escape closes.
*>     KEYMACRO-REPLAY ("R")  the replay key: the operator's macro on
*>                            the form - the one used last when there
*>                            are several - is queued step by step on
*>                            ASSISTKEY, the help-desk injected-key
*>                            path, so VREADFIELDS feeds each value
*>                            and key to the form as if keyed and the
*>                            form's edits run on every one of them.
*>   KEYMACRO-NAME and KEYMACRO-STEPS come back with the macro queued
*>   and its key steps (zero - nothing queued). Macros are refused on
*>   a dual-control (DUALCTL) or step-up (SECFORMS) form, CSTATUS
*>   185; a replay with no macro on the form answers 17. Each key a
*>   replay feeds is marked with the macro's name on USERUSAGE.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VKEYMACRO.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 SECDB-OPEN-SW           PIC X VALUE "N".
    88 SECDB-IS-OPEN           VALUE "Y".
 01 FORM-REFUSED-SW         PIC X VALUE "N".
    88 FORM-REFUSED            VALUE "Y".
 01 MCL-DONE-SW             PIC X VALUE "N".
    88 MCL-DONE                VALUE "Y".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 DISP-EPOCH              PIC Z(17)9.
 01 FMT-EPOCH               PIC S9(18) COMP-5 VALUE 0.
 01 FMT-TEXT                PIC X(16) VALUE SPACES.

*> The operator's macros on the form, as the window lists them.
 01 MCL-TABLE.
    05 MCL-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 MCL-ENTRY OCCURS 12 TIMES.
       10 MCL-NAME              PIC X(16).
       10 MCL-KEYS              PIC S9(4) COMP-5.
       10 MCL-FIELDS            PIC S9(4) COMP-5.
       10 MCL-REPLAY-CNT        PIC S9(8) COMP-5.
       10 MCL-CREATED           PIC S9(18) COMP-5.
       10 MCL-LAST-USED         PIC S9(18) COMP-5.
 01 MCL-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 MCL-ROW                 PIC S9(4) COMP-5 VALUE 0.
 01 MCL-CHOICE              PIC S9(4) COMP-5 VALUE 0.
 01 MCL-LINE                PIC X(70) VALUE SPACES.
 01 MCL-MESSAGE             PIC X(70) VALUE SPACES.
 01 DISP-LINENO             PIC Z9.
 01 DISP-KEYS               PIC ZZ9.
 01 DISP-FIELDS             PIC ZZ9.
 01 DISP-REPLAYS            PIC Z(6)9.

 01 MACRO-USER              PIC X(32) VALUE SPACES.
 01 MACRO-NAME-WRK          PIC X(16) VALUE SPACES.
 01 MACRO-FOUND-SW          PIC X VALUE "N".
    88 MACRO-FOUND             VALUE "Y".
 01 HIST-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 HIST-KEYS               PIC S9(4) COMP-5 VALUE 0.
 01 HIST-START              PIC S9(4) COMP-5 VALUE 0.
 01 KEYS-SEEN               PIC S9(4) COMP-5 VALUE 0.
 01 STEPS-WANTED            PIC S9(4) COMP-5 VALUE 0.
 01 ACT-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 NEXT-ASSIST-SEQ         PIC S9(8) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-KEY-MACRO            Pic X(16) Value "KEYMACRO".
 01 DS-ASSIST-KEY           Pic X(16) Value "ASSISTKEY".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-DUAL-CONTROL         Pic X(16) Value "DUALCTL".
 01 DS-SECURE-FORM          Pic X(16) Value "SECFORMS".

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

 01 MK-CONVERSE-DATA.
      05  MK-CD-RET-CODE         PIC S9(4) COMP-5.
      05  MK-CD-LENS.
          10  MK-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  MK-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  MK-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  MK-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  MK-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  MK-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  MK-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  MK-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  MK-CD-DATA.
        06  MK-CD-IP-NUM-DATA.
          10  MK-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  MK-CD-IP-CHAR-DATA.
          10  MK-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  MK-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  MK-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  MK-CD-OP-CHAR-DATA.
          10  MK-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  MK-CD-DATABUFFER.
          10  MK-BUF-CHOICE      PIC X(2).
          10  MK-BUF-CMD         PIC X(1).
          10  MK-BUF-NAME        PIC X(16).
          10  MK-BUF-STEPS       PIC X(2).
        06  MK-CD-COLR-DATA      PIC X(8).
        06  MK-CD-TYPE-DATA      PIC X(8).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*> The operator's keying on the form this visit, oldest first, as
*> VREADFIELDS keeps it: "F" a field value changed, "K" the key
*> that ended the read.
 01 KEYMACRO-HISTORY.
    05 KMH-USER             PIC X(32).
    05 KMH-FORM             PIC X(15).
    05 KMH-CNT              PIC S9(4) COMP-5.
    05 KMH-ACT OCCURS 32 TIMES.
       10 KMH-KIND              PIC X(01).
       10 KMH-SP2-CODE          PIC S9(4) COMP-5.
       10 KMH-FLD-NAME          PIC X(16).
       10 KMH-VALUE             PIC X(64).
*>########################################################
 PROCEDURE DIVISION USING COMAREA KEYMACRO-HISTORY.
 0000-BEGIN-VKEYMACRO.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE "N" TO SECDB-OPEN-SW.
     MOVE 0 TO KEYMACRO-STEPS.
     MOVE SPACES TO KEYMACRO-NAME.

     MOVE 0 TO CSTATUS.
     move LOW-VALUES TO INTR-CALLNAME
     string "VKEYMACRO "
      delimited by "  " into INTR-CALLNAME.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
      MOVE "VKEYMACRO" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VKEYMACRO-RETURN.
     PERFORM GET-MACRO-USER.
     PERFORM CHECK-FORM-ALLOWED THRU CHECK-FORM-ALLOWED-EXIT.
     IF FORM-REFUSED
      MOVE "VKEYMACRO" TO INTR-ERRNAME
      MOVE 185         TO INTR-ERRNUM
      MOVE 185         TO CSTATUS.

     IF KEYMACRO-REPLAY
      PERFORM REPLAY-LAST-USED THRU REPLAY-LAST-USED-EXIT
     ELSE
      PERFORM MACRO-WINDOW.

 VKEYMACRO-CLOSE.
     IF SECDB-IS-OPEN
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VKEYMACRO-RETURN.
     GOBACK.
*>---------------------------------------------------------------
 OPEN-SECDB.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO SECDB-OPEN-SW
     ELSE
      CALL "DBEXPLAIN" USING STATUS-AREA.
*>---------------------------------------------------------------
 GET-MACRO-USER.
     MOVE SPACES TO MACRO-USER.
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
       MOVE AUTHSESS-USER TO MACRO-USER.
*>---------------------------------------------------------------
*> A form under dual control, or one that asks for a second factor
*> on entry, is keyed by a person every time - a replayed key would
*> stand in for the judgement those controls are there to get.
 CHECK-FORM-ALLOWED.
     MOVE "N" TO FORM-REFUSED-SW.
     MOVE CFNAME TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-DUAL-CONTROL KEYED
         STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      MOVE "Y" TO FORM-REFUSED-SW
      GO TO CHECK-FORM-ALLOWED-EXIT.
     MOVE CFNAME TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-SECURE-FORM KEYED
         STATUS-AREA ALL-ITEMS DB-SECURE-FORM SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      MOVE "Y" TO FORM-REFUSED-SW.
 CHECK-FORM-ALLOWED-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The replay key runs the operator's macro on the form - with
*> several, the one used (or recorded) last.
 REPLAY-LAST-USED.
     IF FORM-REFUSED
      GO TO REPLAY-LAST-USED-EXIT.
     PERFORM LOAD-USER-MACROS THRU LOAD-USER-MACROS-EXIT.
     IF MCL-CNT = 0
      MOVE "VKEYMACRO" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO REPLAY-LAST-USED-EXIT.
     MOVE 1 TO MCL-CHOICE.
     PERFORM VARYING MCL-IDX FROM 2 BY 1 UNTIL MCL-IDX > MCL-CNT
      IF MCL-LAST-USED(MCL-IDX) > MCL-LAST-USED(MCL-CHOICE)
       MOVE MCL-IDX TO MCL-CHOICE
      END-IF
     END-PERFORM.
     MOVE MCL-NAME(MCL-CHOICE) TO MACRO-NAME-WRK.
     PERFORM QUEUE-MACRO THRU QUEUE-MACRO-EXIT.
 REPLAY-LAST-USED-EXIT.
     EXIT.
*>---------------------------------------------------------------
 LOAD-USER-MACROS.
     MOVE 0 TO MCL-CNT.
     IF MACRO-USER = SPACES
      GO TO LOAD-USER-MACROS-EXIT.
     MOVE "MACUSER;"  TO SEARCH-ITEM.
     MOVE MACRO-USER  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO LOAD-USER-MACROS-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR MCL-CNT NOT < 12
      CALL "DBGET" USING Secdb-Database DS-KEY-MACRO CHAINED
          STATUS-AREA ALL-ITEMS DB-KEY-MACRO NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN AND MAC-FORM = CFNAME
       ADD 1 TO MCL-CNT
       MOVE MAC-NAME       TO MCL-NAME(MCL-CNT)
       MOVE MAC-REPLAY-CNT TO MCL-REPLAY-CNT(MCL-CNT)
       MOVE MAC-CREATED    TO MCL-CREATED(MCL-CNT)
       MOVE MAC-LAST-USED  TO MCL-LAST-USED(MCL-CNT)
       IF MAC-LAST-USED < MAC-CREATED
        MOVE MAC-CREATED   TO MCL-LAST-USED(MCL-CNT)
       END-IF
       MOVE 0 TO MCL-KEYS(MCL-CNT) MCL-FIELDS(MCL-CNT)
       PERFORM VARYING ACT-IDX FROM 1 BY 1
         UNTIL ACT-IDX > MAC-ACT-CNT
        IF MAC-ACT-KEY(ACT-IDX)
         ADD 1 TO MCL-KEYS(MCL-CNT)
        ELSE
         ADD 1 TO MCL-FIELDS(MCL-CNT)
        END-IF
       END-PERFORM
      END-IF
     END-PERFORM.
 LOAD-USER-MACROS-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> Chain to the operator's macro MACRO-NAME-WRK on this form; it is
*> the current record when MACRO-FOUND.
 FIND-MACRO-RECORD.
     MOVE "N" TO MACRO-FOUND-SW.
     MOVE "MACUSER;"  TO SEARCH-ITEM.
     MOVE MACRO-USER  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO FIND-MACRO-RECORD-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR MACRO-FOUND
      CALL "DBGET" USING Secdb-Database DS-KEY-MACRO CHAINED
          STATUS-AREA ALL-ITEMS DB-KEY-MACRO NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       AND MAC-FORM = CFNAME AND MAC-NAME = MACRO-NAME-WRK
       MOVE "Y" TO MACRO-FOUND-SW
      END-IF
     END-PERFORM.
 FIND-MACRO-RECORD-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The macro's steps go on the session's ASSISTKEY queue behind
*> whatever is there, numbered on from the highest sequence, and
*> the macro is stamped used.
 QUEUE-MACRO.
     PERFORM FIND-MACRO-RECORD THRU FIND-MACRO-RECORD-EXIT.
     IF NOT MACRO-FOUND
      MOVE "VKEYMACRO" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO QUEUE-MACRO-EXIT.
     PERFORM Get-ClockSeconds.
     MOVE ClockSeconds TO MAC-LAST-USED.
     ADD 1 TO MAC-REPLAY-CNT.
     CALL "DBLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA ALL-ITEMS DB-KEY-MACRO.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM NEXT-ASSIST-SEQUENCE.
     CALL "DBLOCK" USING Secdb-Database DS-ASSIST-KEY
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM VARYING ACT-IDX FROM 1 BY 1
       UNTIL ACT-IDX > MAC-ACT-CNT OR CSTATUS NOT = 0
      PERFORM QUEUE-ONE-STEP
     END-PERFORM.
     CALL "DBUNLOCK" USING Secdb-Database DS-ASSIST-KEY
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CSTATUS = 0
      MOVE MAC-NAME TO KEYMACRO-NAME.
 QUEUE-MACRO-EXIT.
     EXIT.
*>---------------------------------------------------------------
 QUEUE-ONE-STEP.
     INITIALIZE DB-ASSIST-KEY.
     MOVE AF-Auth-ID(1:32)    TO AK-AUTHKEY.
     MOVE NEXT-ASSIST-SEQ     TO AK-SEQ.
     MOVE MACRO-USER          TO AK-HELPDESK-USER.
     MOVE ClockSeconds        TO AK-TIME.
     MOVE "P"                 TO AK-STATE.
     MOVE "M"                 TO AK-ORIGIN.
     MOVE MAC-NAME            TO AK-MACRO-NAME.
     IF MAC-ACT-KEY(ACT-IDX)
      MOVE MAC-ACT-SP2-CODE(ACT-IDX) TO AK-SP2-CODE
     ELSE
      MOVE 0                         TO AK-SP2-CODE
      MOVE MAC-ACT-FLD-NAME(ACT-IDX) TO AK-FLD-NAME
      MOVE MAC-ACT-VALUE(ACT-IDX)    TO AK-FLD-VALUE.
     CALL "VDBPUT" USING Secdb-Database DS-ASSIST-KEY
         MODE-1 STATUS-AREA ALL-ITEMS DB-ASSIST-KEY.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VKEYMACRO" TO INTR-ERRNAME
      MOVE 57          TO INTR-ERRNUM
      MOVE 57          TO CSTATUS
     ELSE
      ADD 1 TO NEXT-ASSIST-SEQ
      IF MAC-ACT-KEY(ACT-IDX)
       ADD 1 TO KEYMACRO-STEPS.
*>---------------------------------------------------------------
 NEXT-ASSIST-SEQUENCE.
     MOVE 0 TO NEXT-ASSIST-SEQ.
     MOVE "AUTHKEY;"       TO SEARCH-ITEM.
     MOVE AF-Auth-ID(1:32) TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-ASSIST-KEY
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-ASSIST-KEY CHAINED
           STATUS-AREA ALL-ITEMS DB-ASSIST-KEY NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        IF AK-SEQ > NEXT-ASSIST-SEQ
         MOVE AK-SEQ TO NEXT-ASSIST-SEQ
        END-IF
       END-IF
      END-PERFORM.
     ADD 1 TO NEXT-ASSIST-SEQ.
*>---------------------------------------------------------------
 MACRO-WINDOW.
     PERFORM LOAD-USER-MACROS THRU LOAD-USER-MACROS-EXIT.
     PERFORM OPEN-MACRO-WINDOW.
     MOVE SPACES TO MCL-MESSAGE.
     IF FORM-REFUSED
      MOVE "NO MACROS ON THIS FORM - DUAL CONTROL OR STEP-UP APPLIES"
        TO MCL-MESSAGE
     ELSE
      PERFORM COUNT-HISTORY-KEYS
      MOVE HIST-KEYS TO DISP-KEYS
      STRING "MACROS FOR " DELIMITED BY SIZE
             CFNAME DELIMITED BY "  "
             " - " DELIMITED BY SIZE
             DISP-KEYS DELIMITED BY SIZE
             " KEYS KEPT THIS VISIT" DELIMITED BY SIZE
       INTO MCL-MESSAGE.
     PERFORM PAINT-MACRO-PAGE.

     MOVE "N" TO MCL-DONE-SW.
     PERFORM UNTIL MCL-DONE
      PERFORM CONVERSE-MACRO-PANEL
      IF MK-CD-KEY = SP2-KEY-ESCAPE OR MK-CD-RET-CODE NOT = 0
       SET MCL-DONE TO TRUE
      ELSE
       PERFORM TAKE-MACRO-ENTRY THRU TAKE-MACRO-ENTRY-EXIT
      END-IF
     END-PERFORM.

     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>---------------------------------------------------------------
*> Keying kept for this operator on this form only - a visit to
*> another form, or another operator at the glass, starts over.
 COUNT-HISTORY-KEYS.
     MOVE 0 TO HIST-KEYS.
     IF KMH-USER = MACRO-USER AND KMH-FORM = CFNAME
      PERFORM VARYING HIST-IDX FROM 1 BY 1
        UNTIL HIST-IDX > KMH-CNT OR HIST-IDX > 32
       IF KMH-KIND(HIST-IDX) = "K"
        ADD 1 TO HIST-KEYS
       END-IF
      END-PERFORM.
*>---------------------------------------------------------------
*> A new name records; otherwise a line number with R replays and
*> with D deletes that macro, and a line number alone shows it.
 TAKE-MACRO-ENTRY.
     MOVE SPACES TO MCL-MESSAGE.
     IF FORM-REFUSED
      MOVE "NO MACROS ON THIS FORM - DUAL CONTROL OR STEP-UP APPLIES"
        TO MCL-MESSAGE
      PERFORM PAINT-MACRO-PAGE
      GO TO TAKE-MACRO-ENTRY-EXIT.
     IF MK-BUF-NAME NOT = SPACES
      PERFORM RECORD-MACRO THRU RECORD-MACRO-EXIT
      PERFORM LOAD-USER-MACROS THRU LOAD-USER-MACROS-EXIT
      PERFORM PAINT-MACRO-PAGE
      GO TO TAKE-MACRO-ENTRY-EXIT.
     IF MK-BUF-CHOICE = SPACES
      PERFORM PAINT-MACRO-PAGE
      GO TO TAKE-MACRO-ENTRY-EXIT.
     Initialize num1 num2 numdec numerr.
     MOVE MK-BUF-CHOICE TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0 OR NUMDEC NOT = 0 OR NUM2 < 1 OR NUM2 > MCL-CNT
      MOVE "NO SUCH LINE" TO MCL-MESSAGE
      PERFORM PAINT-MACRO-PAGE
      GO TO TAKE-MACRO-ENTRY-EXIT.
     MOVE NUM2 TO MCL-CHOICE.
     MOVE MCL-NAME(MCL-CHOICE) TO MACRO-NAME-WRK.
     EVALUATE MK-BUF-CMD
      WHEN "R"
      WHEN "r"
       PERFORM QUEUE-MACRO THRU QUEUE-MACRO-EXIT
       IF KEYMACRO-STEPS > 0
        SET MCL-DONE TO TRUE
        GO TO TAKE-MACRO-ENTRY-EXIT
       END-IF
       MOVE 0 TO CSTATUS
       MOVE "NOT REPLAYED - THE MACRO COULD NOT BE QUEUED"
         TO MCL-MESSAGE
      WHEN "D"
      WHEN "d"
       PERFORM DELETE-MACRO THRU DELETE-MACRO-EXIT
       PERFORM LOAD-USER-MACROS THRU LOAD-USER-MACROS-EXIT
      WHEN OTHER
       MOVE MCL-CREATED(MCL-CHOICE) TO FMT-EPOCH
       PERFORM FORMAT-TIME
       MOVE MCL-FIELDS(MCL-CHOICE) TO DISP-FIELDS
       MOVE MCL-KEYS(MCL-CHOICE)   TO DISP-KEYS
       STRING MCL-NAME(MCL-CHOICE) DELIMITED BY "  "
              " RECORDED " DELIMITED BY SIZE
              FMT-TEXT DELIMITED BY "  "
              " - " DELIMITED BY SIZE
              DISP-FIELDS DELIMITED BY SIZE
              " VALUES, " DELIMITED BY SIZE
              DISP-KEYS DELIMITED BY SIZE
              " KEYS" DELIMITED BY SIZE
        INTO MCL-MESSAGE
     END-EVALUATE.
     PERFORM PAINT-MACRO-PAGE.
 TAKE-MACRO-ENTRY-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The keying kept this visit - all of it, or only the last keys
*> when a count is keyed, each with the values keyed ahead of it -
*> becomes the macro. Names are the operator's own, one per form.
 RECORD-MACRO.
     MOVE MK-BUF-NAME TO MACRO-NAME-WRK.
     PERFORM COUNT-HISTORY-KEYS.
     IF HIST-KEYS = 0
      MOVE "NOTHING KEYED ON THIS FORM YET - NO MACRO RECORDED"
        TO MCL-MESSAGE
      GO TO RECORD-MACRO-EXIT.
     MOVE HIST-KEYS TO STEPS-WANTED.
     IF MK-BUF-STEPS NOT = SPACES
      Initialize num1 num2 numdec numerr
      MOVE MK-BUF-STEPS TO NUM1
      CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR
      IF NUMERR NOT = 0 OR NUMDEC NOT = 0
       OR NUM2 < 1 OR NUM2 > HIST-KEYS
       MOVE HIST-KEYS TO DISP-KEYS
       STRING "KEYS TO TAKE MUST BE 1 TO " DELIMITED BY SIZE
              DISP-KEYS DELIMITED BY SIZE
              " - NO MACRO RECORDED" DELIMITED BY SIZE
        INTO MCL-MESSAGE
       GO TO RECORD-MACRO-EXIT
      END-IF
      MOVE NUM2 TO STEPS-WANTED
     END-IF.
     PERFORM FIND-MACRO-RECORD THRU FIND-MACRO-RECORD-EXIT.
     IF MACRO-FOUND
      MOVE "A MACRO BY THAT NAME IS ON THIS FORM - DELETE IT FIRST"
        TO MCL-MESSAGE
      GO TO RECORD-MACRO-EXIT.
     IF MCL-CNT NOT < 12
      MOVE "TWELVE MACROS ON THIS FORM - DELETE ONE FIRST"
        TO MCL-MESSAGE
      GO TO RECORD-MACRO-EXIT.

     MOVE 1 TO HIST-START.
     MOVE 0 TO KEYS-SEEN.
     PERFORM VARYING HIST-IDX FROM KMH-CNT BY -1 UNTIL HIST-IDX < 1
      IF KMH-KIND(HIST-IDX) = "K"
       ADD 1 TO KEYS-SEEN
       IF KEYS-SEEN > STEPS-WANTED
        COMPUTE HIST-START = HIST-IDX + 1 END-COMPUTE
        EXIT PERFORM
       END-IF
      END-IF
     END-PERFORM.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-KEY-MACRO.
     MOVE MACRO-USER     TO MAC-USER.
     MOVE CFNAME         TO MAC-FORM.
     MOVE MACRO-NAME-WRK TO MAC-NAME.
     MOVE ClockSeconds   TO MAC-CREATED.
     MOVE 0              TO MAC-ACT-CNT.
     PERFORM VARYING HIST-IDX FROM HIST-START BY 1
       UNTIL HIST-IDX > KMH-CNT
      ADD 1 TO MAC-ACT-CNT
      MOVE KMH-KIND(HIST-IDX)     TO MAC-ACT-KIND(MAC-ACT-CNT)
      MOVE KMH-SP2-CODE(HIST-IDX) TO MAC-ACT-SP2-CODE(MAC-ACT-CNT)
      MOVE KMH-FLD-NAME(HIST-IDX) TO MAC-ACT-FLD-NAME(MAC-ACT-CNT)
      MOVE KMH-VALUE(HIST-IDX)    TO MAC-ACT-VALUE(MAC-ACT-CNT)
     END-PERFORM.
     CALL "DBLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA ALL-ITEMS DB-KEY-MACRO.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "NOT RECORDED - THE MACRO FILE REFUSED THE ROW"
        TO MCL-MESSAGE
     ELSE
      MOVE STEPS-WANTED TO DISP-KEYS
      STRING MACRO-NAME-WRK DELIMITED BY "  "
             " RECORDED - " DELIMITED BY SIZE
             DISP-KEYS DELIMITED BY SIZE
             " KEYS" DELIMITED BY SIZE
       INTO MCL-MESSAGE.
     CALL "DBUNLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 RECORD-MACRO-EXIT.
     EXIT.
*>---------------------------------------------------------------
 DELETE-MACRO.
     PERFORM FIND-MACRO-RECORD THRU FIND-MACRO-RECORD-EXIT.
     IF NOT MACRO-FOUND
      MOVE "THAT MACRO IS NO LONGER ON FILE" TO MCL-MESSAGE
      GO TO DELETE-MACRO-EXIT.
     CALL "DBLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "NOT DELETED - THE MACRO FILE REFUSED" TO MCL-MESSAGE
     ELSE
      STRING MACRO-NAME-WRK DELIMITED BY "  "
             " DELETED" DELIMITED BY SIZE
       INTO MCL-MESSAGE.
     CALL "DBUNLOCK" USING Secdb-Database DS-KEY-MACRO
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 DELETE-MACRO-EXIT.
     EXIT.
*>---------------------------------------------------------------
 OPEN-MACRO-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VKMACWIN"           TO SP2-WD-NAME.
     MOVE "KEYSTROKE MACROS"   TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 460                  TO SP2-WD-WIDTH.
     MOVE 240                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VKMACPAN"           TO SP2-PD-NAME.
     MOVE "KeyMacro"           TO SP2-PD-TITLE.
     MOVE 440                  TO SP2-PD-WIDTH.
     MOVE 230                  TO SP2-PD-HEIGHT.
     MOVE 4                    TO SP2-PD-FLD-CNT.
     MOVE 4                    TO SP2-PD-PROG-CNT.
     MOVE 21                   TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 70                   TO SP2-SD-VAR-LEN.
     Move 70                   TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.
     Move 20                   TO SP2-SD-ID.
     Move 11                   TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     Move "NO) NAME             VALUES KEYS   REPLAYS  LAST USED"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 34                   TO SP2-SD-ID.
     Move 182                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     Move "NO  R/D  NEW MACRO NAME       LAST KEYS" TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 35                   TO SP2-SD-ID.
     Move 214                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     Move "R REPLAYS, D DELETES THE LINE - A NEW NAME RECORDS"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "MACNO"              TO SP2-FD-NAME.
     MOVE 198                  TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 30                   TO SP2-FD-WIDTH.
     MOVE 2                    TO SP2-FD-MAX-LEN.
     MOVE 2                    TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 2                    TO SP2-FD-ID.
     MOVE "MACCMD"             TO SP2-FD-NAME.
     MOVE 198                  TO SP2-FD-ROW.
     MOVE 45                   TO SP2-FD-COL.
     MOVE 20                   TO SP2-FD-WIDTH.
     MOVE 1                    TO SP2-FD-MAX-LEN.
     MOVE 1                    TO SP2-FD-PROG-LEN.
     MOVE 2                    TO SP2-FD-FLD-NUM.
     MOVE 2                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 3                    TO SP2-FD-ID.
     MOVE "MACNAME"            TO SP2-FD-NAME.
     MOVE 198                  TO SP2-FD-ROW.
     MOVE 80                   TO SP2-FD-COL.
     MOVE 140                  TO SP2-FD-WIDTH.
     MOVE 16                   TO SP2-FD-MAX-LEN.
     MOVE 16                   TO SP2-FD-PROG-LEN.
     MOVE 3                    TO SP2-FD-FLD-NUM.
     MOVE 3                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 4                    TO SP2-FD-ID.
     MOVE "MACSTEPS"           TO SP2-FD-NAME.
     MOVE 198                  TO SP2-FD-ROW.
     MOVE 235                  TO SP2-FD-COL.
     MOVE 30                   TO SP2-FD-WIDTH.
     MOVE 2                    TO SP2-FD-MAX-LEN.
     MOVE 2                    TO SP2-FD-PROG-LEN.
     MOVE 4                    TO SP2-FD-FLD-NUM.
     MOVE 4                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>---------------------------------------------------------------
*> Twelve list rows, then the message row under them.
 PAINT-MACRO-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 70                   TO SP2-SD-VAR-LEN.
     Move 70                   TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     PERFORM VARYING MCL-ROW FROM 1 BY 1 UNTIL MCL-ROW > 12
      COMPUTE SP2-SD-ID = 20 + MCL-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = 11 + (MCL-ROW * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      MOVE SPACES TO MCL-LINE
      IF MCL-ROW NOT > MCL-CNT
       MOVE MCL-ROW                 TO DISP-LINENO
       MOVE MCL-FIELDS(MCL-ROW)     TO DISP-FIELDS
       MOVE MCL-KEYS(MCL-ROW)       TO DISP-KEYS
       MOVE MCL-REPLAY-CNT(MCL-ROW) TO DISP-REPLAYS
       MOVE MCL-LAST-USED(MCL-ROW)  TO FMT-EPOCH
       PERFORM FORMAT-TIME
       STRING DISP-LINENO ") " DELIMITED BY SIZE
              MCL-NAME(MCL-ROW) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DISP-FIELDS DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              DISP-KEYS DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DISP-REPLAYS DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FMT-TEXT DELIMITED BY SIZE
        INTO MCL-LINE
      END-IF
      IF MCL-ROW = 1 AND MCL-CNT = 0
       MOVE "NO MACROS RECORDED ON THIS FORM" TO MCL-LINE
      END-IF
      MOVE MCL-LINE TO SP2-SD-TEXT
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     Move 33          TO SP2-SD-ID.
     Move 167         TO SP2-SD-ROW.
     Move 9           TO SP2-SD-COL.
     MOVE MCL-MESSAGE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>---------------------------------------------------------------
 CONVERSE-MACRO-PANEL.
     MOVE LOW-VALUES TO MK-CD-DATA.
     COMPUTE MK-CD-LEN-LEN      = FUNCTION LENGTH(MK-CD-LENS).
     COMPUTE MK-CD-IP-NUM-LEN   = FUNCTION LENGTH(MK-CD-IP-NUM-DATA).
     COMPUTE MK-CD-IP-CHAR-LEN  = FUNCTION LENGTH(MK-CD-IP-CHAR-DATA).
     COMPUTE MK-CD-OP-NUM-LEN   = FUNCTION LENGTH(MK-CD-OP-NUM-DATA).
     COMPUTE MK-CD-OP-CHAR-LEN  = FUNCTION LENGTH(MK-CD-OP-CHAR-DATA).
     COMPUTE MK-CD-FIELD-LEN    = FUNCTION LENGTH(MK-CD-DATABUFFER).
     COMPUTE MK-CD-COLR-LEN     = FUNCTION LENGTH(MK-CD-COLR-DATA).
     COMPUTE MK-CD-TYPE-LEN     = FUNCTION LENGTH(MK-CD-TYPE-DATA).
     MOVE "VKMACPAN" TO MK-CD-NEXT-PANEL.
     MOVE "a"        TO MK-CD-WAIT-SW.
     MOVE "x"        TO MK-CD-NEW-WINDOW.
     MOVE SPACES     TO MK-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS MK-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL MK-CONVERSE-DATA.
*>---------------------------------------------------------------
 FORMAT-TIME.
     MOVE "-" TO FMT-TEXT.
     IF FMT-EPOCH > 0
      MOVE FMT-EPOCH TO DISP-EPOCH
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "set KMTIME [clock format " DELIMITED BY SIZE
             DISP-EPOCH                   DELIMITED BY SIZE
             " -format {%Y-%m-%d %H:%M}]" DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      IF TCL-RESULT = 0
       MOVE LOW-VALUES TO TCL-VARNAME
       MOVE SPACES TO TCL-BUFFER
       STRING "KMTIME" DELIMITED BY SIZE INTO TCL-VARNAME
       CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
       MOVE SPACES TO FMT-TEXT
       STRING TCL-BUFFER DELIMITED BY X"00" INTO FMT-TEXT.
*>---------------------------------------------------------------
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
