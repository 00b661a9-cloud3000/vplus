>>source format free
*>*****************************************************************
*>*                       V M E M O P A D                          *
*>*****************************************************************
*>   The account memo pad - notes about a customer that used to live
*>   on sticky notes or in whatever free-text field the operator
*>   happened to be on. Memos sit in SECDB/MEMO under the business
*>   key value (the account or customer number) and show on every
*>   form that carries that key, until they expire.
*>     MEMOPAD-POPUP      ("P")  the memo window for the key on the
*>                               panel, raised by VREADFIELDS from the
*>                               configured memo key: the memos in
*>                               force page twelve at a time, a keyed
*>                               line number shows who wrote it, when,
*>                               and how long it stands, and text keyed
*>                               in the NEW MEMO field (with an optional
*>                               YYYYMMDD expiry) is added. Escape
*>                               closes; Enter with nothing keyed pages
*>                               forward, wrapping at the end.
*>     MEMOPAD-FLAG-CHECK ("F")  VSHOWFORM's entry check - the count of
*>                               memos in force the first time a key
*>                               value shows on the form, zero after.
*>                               Quiet: it leaves CSTATUS and the error
*>                               fields to the program driving the form.
*>   The popup refuses a panel with no key value keyed (CSTATUS 148).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VMEMOPAD.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 SECDB-OPEN-SW           PIC X VALUE "N".
    88 SECDB-IS-OPEN           VALUE "Y".
 01 MPL-DONE-SW             PIC X VALUE "N".
    88 MPL-DONE                VALUE "Y".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TODAY-STAMP             PIC X(21) VALUE SPACES.
 01 TODAY-DATE              PIC 9(08) VALUE 0.

*> The memos in force for the key, as the window shows them.
 01 MPL-TABLE.
    05 MPL-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 MPL-ENTRY OCCURS 100 TIMES.
       10 MPL-TEXT              PIC X(64).
       10 MPL-AUTHOR            PIC X(32).
       10 MPL-TIME              PIC S9(18) COMP-5.
       10 MPL-EXPIRES           PIC S9(9) COMP-5.
 01 MPL-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 MPL-TOP                 PIC S9(4) COMP-5 VALUE 0.
 01 MPL-ROW                 PIC S9(4) COMP-5 VALUE 0.
 01 MPL-CHOICE              PIC S9(4) COMP-5 VALUE 0.
 01 MPL-LINE                PIC X(70) VALUE SPACES.
 01 MPL-MESSAGE             PIC X(70) VALUE SPACES.
 01 DISP-LINENO             PIC Z9.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-EXPIRES            PIC 9(08).

 01 MEMO-ID-CLOCK           PIC 9(12) VALUE 0.
 01 MEMO-KEY-WRK            PIC X(32) VALUE SPACES.
 01 MEMO-KEY-NAME-WRK       PIC X(16) VALUE SPACES.
 01 MEMO-KEY-LEN            PIC S9(4) COMP-5 VALUE 0.
 01 MEMO-FLD-IDX            PIC S9(4) COMP-5 VALUE 0.
 01 MEMO-EXPIRES-WRK        PIC S9(9) COMP-5 VALUE 0.
 01 MEMO-SESSION-USER       PIC X(32) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-MEMO                 Pic X(16) Value "MEMO".
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
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).

 01 MP-CONVERSE-DATA.
      05  MP-CD-RET-CODE         PIC S9(4) COMP-5.
      05  MP-CD-LENS.
          10  MP-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  MP-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  MP-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  MP-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  MP-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  MP-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  MP-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  MP-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  MP-CD-DATA.
        06  MP-CD-IP-NUM-DATA.
          10  MP-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  MP-CD-IP-CHAR-DATA.
          10  MP-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  MP-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  MP-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  MP-CD-OP-CHAR-DATA.
          10  MP-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  MP-CD-DATABUFFER.
          10  MP-BUF-CHOICE      PIC X(2).
          10  MP-BUF-TEXT        PIC X(64).
          10  MP-BUF-EXPIRES     PIC X(8).
        06  MP-CD-COLR-DATA      PIC X(8).
        06  MP-CD-TYPE-DATA      PIC X(8).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
 0000-BEGIN-VMEMOPAD.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE "N" TO SECDB-OPEN-SW.
     MOVE 0 TO MEMOPAD-COUNT.
     MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP.
     MOVE TODAY-STAMP(1:8) TO TODAY-DATE.
     PERFORM RESOLVE-MEMO-KEY THRU RESOLVE-MEMO-KEY-EXIT.

     IF MEMOPAD-FLAG-CHECK
      PERFORM FLAG-CHECK THRU FLAG-CHECK-EXIT
      GO TO VMEMOPAD-CLOSE.

     MOVE 0 TO CSTATUS.
     move LOW-VALUES TO INTR-CALLNAME
     string "VMEMOPAD "
      delimited by "  " into INTR-CALLNAME.
     IF MEMO-KEY-WRK = SPACES
      MOVE "VMEMOPAD" TO INTR-ERRNAME
      MOVE 148         TO INTR-ERRNUM
      MOVE 148         TO CSTATUS
      GO TO VMEMOPAD-RETURN.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
      MOVE "VMEMOPAD" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VMEMOPAD-RETURN.
     PERFORM MEMO-WINDOW.

 VMEMOPAD-CLOSE.
     IF SECDB-IS-OPEN
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VMEMOPAD-RETURN.
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
*> The business key: the configured memo key field, else the form's
*> first duplicate-guard key field.
 RESOLVE-MEMO-KEY.
     MOVE SPACES TO MEMO-KEY-WRK MEMO-KEY-NAME-WRK.
     IF MEMOPAD-KEY-FIELD NOT = SPACES
      MOVE MEMOPAD-KEY-FIELD TO MEMO-KEY-NAME-WRK
     ELSE
      IF DUPGUARD-FIELD-CNT > 0
       MOVE DUPGUARD-FIELD-NAME(1) TO MEMO-KEY-NAME-WRK.
     IF MEMO-KEY-NAME-WRK = SPACES
      GO TO RESOLVE-MEMO-KEY-EXIT.
     PERFORM VARYING MEMO-FLD-IDX FROM 1 BY 1
       UNTIL MEMO-FLD-IDX > AF-AppFld-Cnt
      IF HFLD-NAME(MEMO-FLD-IDX) = MEMO-KEY-NAME-WRK
       MOVE HFLD-LENGTH(MEMO-FLD-IDX) TO MEMO-KEY-LEN
       IF MEMO-KEY-LEN > 32
        MOVE 32 TO MEMO-KEY-LEN
       END-IF
       MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(MEMO-FLD-IDX):MEMO-KEY-LEN)
         TO MEMO-KEY-WRK
      END-IF
     END-PERFORM.
 RESOLVE-MEMO-KEY-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> Once per key value per form: the operator is told on entry, not
*> on every repaint while they work the record.
 FLAG-CHECK.
     IF MEMO-KEY-WRK = SPACES
      GO TO FLAG-CHECK-EXIT.
     IF MEMOPAD-FLAGGED-FORM = CFNAME
      AND MEMOPAD-FLAGGED-VALUE = MEMO-KEY-WRK
      GO TO FLAG-CHECK-EXIT.
     MOVE CFNAME       TO MEMOPAD-FLAGGED-FORM.
     MOVE MEMO-KEY-WRK TO MEMOPAD-FLAGGED-VALUE.
     PERFORM OPEN-SECDB.
     IF NOT SECDB-IS-OPEN
      GO TO FLAG-CHECK-EXIT.
     PERFORM LOAD-KEY-MEMOS THRU LOAD-KEY-MEMOS-EXIT.
     MOVE MPL-CNT TO MEMOPAD-COUNT.
 FLAG-CHECK-EXIT.
     EXIT.
*>---------------------------------------------------------------
 MEMO-WINDOW.
     PERFORM LOAD-KEY-MEMOS THRU LOAD-KEY-MEMOS-EXIT.
     PERFORM OPEN-MEMO-WINDOW.
     MOVE 1 TO MPL-TOP.
     MOVE SPACES TO MPL-MESSAGE.
     STRING "MEMOS FOR " DELIMITED BY SIZE
            MEMO-KEY-WRK DELIMITED BY "  "
      INTO MPL-MESSAGE.
     PERFORM PAINT-MEMO-PAGE.

     MOVE "N" TO MPL-DONE-SW.
     PERFORM UNTIL MPL-DONE
      PERFORM CONVERSE-MEMO-PANEL
      IF MP-CD-KEY = SP2-KEY-ESCAPE OR MP-CD-RET-CODE NOT = 0
       SET MPL-DONE TO TRUE
      ELSE
       PERFORM TAKE-MEMO-ENTRY THRU TAKE-MEMO-ENTRY-EXIT
      END-IF
     END-PERFORM.

     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>---------------------------------------------------------------
*> Expired memos stay on file but are not in force.
 LOAD-KEY-MEMOS.
     MOVE 0 TO MPL-CNT.
     MOVE "MEMOKEY;"   TO SEARCH-ITEM.
     MOVE MEMO-KEY-WRK TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-MEMO
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO LOAD-KEY-MEMOS-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR MPL-CNT NOT < 100
      CALL "DBGET" USING Secdb-Database DS-MEMO CHAINED
          STATUS-AREA ALL-ITEMS DB-MEMO NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       AND (MEMO-EXPIRES = 0 OR MEMO-EXPIRES NOT < TODAY-DATE)
       ADD 1 TO MPL-CNT
       MOVE MEMO-TEXT    TO MPL-TEXT(MPL-CNT)
       MOVE MEMO-AUTHOR  TO MPL-AUTHOR(MPL-CNT)
       MOVE MEMO-TIME    TO MPL-TIME(MPL-CNT)
       MOVE MEMO-EXPIRES TO MPL-EXPIRES(MPL-CNT)
      END-IF
     END-PERFORM.
 LOAD-KEY-MEMOS-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> New memo text wins; otherwise a line number shows that memo's
*> particulars, and nothing at all pages forward.
 TAKE-MEMO-ENTRY.
     MOVE SPACES TO MPL-MESSAGE.
     IF MP-BUF-TEXT NOT = SPACES
      PERFORM ADD-MEMO THRU ADD-MEMO-EXIT
      PERFORM LOAD-KEY-MEMOS THRU LOAD-KEY-MEMOS-EXIT
      PERFORM PAINT-MEMO-PAGE
      GO TO TAKE-MEMO-ENTRY-EXIT.
     IF MP-BUF-CHOICE = SPACES
      ADD 12 TO MPL-TOP
      IF MPL-TOP > MPL-CNT
       MOVE 1 TO MPL-TOP
      END-IF
      PERFORM PAINT-MEMO-PAGE
      GO TO TAKE-MEMO-ENTRY-EXIT.
     Initialize num1 num2 numdec numerr.
     MOVE MP-BUF-CHOICE TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0 OR NUMDEC NOT = 0 OR NUM2 < 1 OR NUM2 > 12
      GO TO TAKE-MEMO-ENTRY-EXIT.
     COMPUTE MPL-CHOICE = MPL-TOP + NUM2 - 1 END-COMPUTE.
     IF MPL-CHOICE > MPL-CNT
      GO TO TAKE-MEMO-ENTRY-EXIT.
     MOVE MPL-TIME(MPL-CHOICE) TO DISP-TIME.
     IF MPL-EXPIRES(MPL-CHOICE) = 0
      STRING "BY " DELIMITED BY SIZE
             MPL-AUTHOR(MPL-CHOICE) DELIMITED BY SPACE
             " AT " DELIMITED BY SIZE
             DISP-TIME DELIMITED BY SIZE
             " - STANDS UNTIL REMOVED" DELIMITED BY SIZE
       INTO MPL-MESSAGE
     ELSE
      MOVE MPL-EXPIRES(MPL-CHOICE) TO DISP-EXPIRES
      STRING "BY " DELIMITED BY SIZE
             MPL-AUTHOR(MPL-CHOICE) DELIMITED BY SPACE
             " AT " DELIMITED BY SIZE
             DISP-TIME DELIMITED BY SIZE
             " - EXPIRES " DELIMITED BY SIZE
             DISP-EXPIRES DELIMITED BY SIZE
       INTO MPL-MESSAGE.
     PERFORM PAINT-MEMO-PAGE.
 TAKE-MEMO-ENTRY-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> A blank expiry stands until removed; a keyed one must be a
*> YYYYMMDD date no earlier than today.
 ADD-MEMO.
     MOVE 0 TO MEMO-EXPIRES-WRK.
     IF MP-BUF-EXPIRES NOT = SPACES
      IF MP-BUF-EXPIRES NOT NUMERIC
       MOVE "EXPIRY MUST BE A DATE YYYYMMDD - MEMO NOT ADDED"
         TO MPL-MESSAGE
       GO TO ADD-MEMO-EXIT
      END-IF
      MOVE MP-BUF-EXPIRES TO MEMO-EXPIRES-WRK
      IF MEMO-EXPIRES-WRK < TODAY-DATE
       OR MP-BUF-EXPIRES(5:2) < "01" OR MP-BUF-EXPIRES(5:2) > "12"
       OR MP-BUF-EXPIRES(7:2) < "01" OR MP-BUF-EXPIRES(7:2) > "31"
       MOVE "EXPIRY MUST BE TODAY OR LATER - MEMO NOT ADDED"
         TO MPL-MESSAGE
       GO TO ADD-MEMO-EXIT
      END-IF
     END-IF.

     PERFORM Get-ClockSeconds.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE MEMO-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     PERFORM GET-MEMO-SESSION-USER.
     INITIALIZE DB-MEMO.
     MOVE MEMO-ID-CLOCK     TO MEMO-ID.
     MOVE MEMO-KEY-WRK      TO MEMO-KEY.
     MOVE CFNAME            TO MEMO-FORM.
     MOVE MP-BUF-TEXT       TO MEMO-TEXT.
     MOVE MEMO-SESSION-USER TO MEMO-AUTHOR.
     MOVE ClockSeconds      TO MEMO-TIME.
     MOVE MEMO-EXPIRES-WRK  TO MEMO-EXPIRES.
     CALL "DBLOCK" USING Secdb-Database DS-MEMO
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-MEMO
         MODE-1 STATUS-AREA ALL-ITEMS DB-MEMO.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "NOT RECORDED - THE MEMO PAD REFUSED THE ROW"
        TO MPL-MESSAGE
     ELSE
      MOVE "MEMO ADDED" TO MPL-MESSAGE.
     CALL "DBUNLOCK" USING Secdb-Database DS-MEMO
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 ADD-MEMO-EXIT.
     EXIT.
*>---------------------------------------------------------------
 GET-MEMO-SESSION-USER.
     MOVE SPACES TO MEMO-SESSION-USER.
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
       MOVE AUTHSESS-USER TO MEMO-SESSION-USER.
*>---------------------------------------------------------------
 OPEN-MEMO-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VMEMOWIN"           TO SP2-WD-NAME.
     MOVE "ACCOUNT MEMOS"      TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 460                  TO SP2-WD-WIDTH.
     MOVE 240                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VMEMOPAN"           TO SP2-PD-NAME.
     MOVE "MemoPad"            TO SP2-PD-TITLE.
     MOVE 440                  TO SP2-PD-WIDTH.
     MOVE 230                  TO SP2-PD-HEIGHT.
     MOVE 3                    TO SP2-PD-FLD-CNT.
     MOVE 3                    TO SP2-PD-PROG-CNT.
     MOVE 74                   TO SP2-PD-PROG-LEN.
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
     Move "NO) MEMO - KEY A LINE NUMBER FOR WHO, WHEN AND EXPIRY"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 34                   TO SP2-SD-ID.
     Move 190                  TO SP2-SD-ROW.
     Move 60                   TO SP2-SD-COL.
     Move "NEW MEMO:"          TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 35                   TO SP2-SD-ID.
     Move 206                  TO SP2-SD-ROW.
     Move 60                   TO SP2-SD-COL.
     Move "EXPIRES (YYYYMMDD):" TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "MEMONO"             TO SP2-FD-NAME.
     MOVE 190                  TO SP2-FD-ROW.
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
     MOVE "MEMOTEXT"           TO SP2-FD-NAME.
     MOVE 190                  TO SP2-FD-ROW.
     MOVE 150                  TO SP2-FD-COL.
     MOVE 280                  TO SP2-FD-WIDTH.
     MOVE 64                   TO SP2-FD-MAX-LEN.
     MOVE 64                   TO SP2-FD-PROG-LEN.
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
     MOVE "MEMOEXP"            TO SP2-FD-NAME.
     MOVE 206                  TO SP2-FD-ROW.
     MOVE 190                  TO SP2-FD-COL.
     MOVE 80                   TO SP2-FD-WIDTH.
     MOVE 8                    TO SP2-FD-MAX-LEN.
     MOVE 8                    TO SP2-FD-PROG-LEN.
     MOVE 3                    TO SP2-FD-FLD-NUM.
     MOVE 3                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>---------------------------------------------------------------
*> Twelve list rows, then the message row under them.
 PAINT-MEMO-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 70                   TO SP2-SD-VAR-LEN.
     Move 70                   TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     PERFORM VARYING MPL-ROW FROM 1 BY 1 UNTIL MPL-ROW > 12
      COMPUTE SP2-SD-ID = 20 + MPL-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = 11 + (MPL-ROW * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE MPL-IDX = MPL-TOP + MPL-ROW - 1 END-COMPUTE
      MOVE SPACES TO MPL-LINE
      IF MPL-IDX NOT > MPL-CNT
       MOVE MPL-ROW TO DISP-LINENO
       STRING DISP-LINENO ") " DELIMITED BY SIZE
              MPL-TEXT(MPL-IDX) DELIMITED BY SIZE
        INTO MPL-LINE
      END-IF
      IF MPL-ROW = 1 AND MPL-CNT = 0
       MOVE "NO MEMOS IN FORCE FOR THIS ACCOUNT" TO MPL-LINE
      END-IF
      MOVE MPL-LINE TO SP2-SD-TEXT
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     Move 33          TO SP2-SD-ID.
     Move 167         TO SP2-SD-ROW.
     Move 9           TO SP2-SD-COL.
     MOVE MPL-MESSAGE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>---------------------------------------------------------------
 CONVERSE-MEMO-PANEL.
     MOVE LOW-VALUES TO MP-CD-DATA.
     COMPUTE MP-CD-LEN-LEN      = FUNCTION LENGTH(MP-CD-LENS).
     COMPUTE MP-CD-IP-NUM-LEN   = FUNCTION LENGTH(MP-CD-IP-NUM-DATA).
     COMPUTE MP-CD-IP-CHAR-LEN  = FUNCTION LENGTH(MP-CD-IP-CHAR-DATA).
     COMPUTE MP-CD-OP-NUM-LEN   = FUNCTION LENGTH(MP-CD-OP-NUM-DATA).
     COMPUTE MP-CD-OP-CHAR-LEN  = FUNCTION LENGTH(MP-CD-OP-CHAR-DATA).
     COMPUTE MP-CD-FIELD-LEN    = FUNCTION LENGTH(MP-CD-DATABUFFER).
     COMPUTE MP-CD-COLR-LEN     = FUNCTION LENGTH(MP-CD-COLR-DATA).
     COMPUTE MP-CD-TYPE-LEN     = FUNCTION LENGTH(MP-CD-TYPE-DATA).
     MOVE "VMEMOPAN" TO MP-CD-NEXT-PANEL.
     MOVE "a"        TO MP-CD-WAIT-SW.
     MOVE "x"        TO MP-CD-NEW-WINDOW.
     MOVE SPACES     TO MP-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS MP-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL MP-CONVERSE-DATA.
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
