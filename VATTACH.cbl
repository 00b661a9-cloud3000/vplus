>>source format free
*>*****************************************************************
*>*                        V A T T A C H                           *
*>*****************************************************************
*>   Documents attached to the transaction being keyed - the scanned
*>   ID, the signed form, the e-mail that used to sit on the shared
*>   drive with no way back to the record. Rows live in
*>   SECDB/ATTACHMENT under the transaction's correlation id and the
*>   form's key value; the documents themselves are copied into the
*>   attachment repository.
*>     ATTACH-POPUP ("P")  the attachment window for the current
*>                         transaction, raised by VREADFIELDS from
*>                         the configured attach key: the list pages
*>                         twelve at a time, a keyed line number opens
*>                         that document on the client (VOPENURL), and
*>                         a client file name keyed in the ADD FILE
*>                         field (with an optional description) is
*>                         copied up to the repository and recorded.
*>                         Escape closes; Enter with nothing keyed
*>                         pages forward, wrapping at the end.
*>     ATTACH-OPEN  ("O")  open ATTACH-ID through VOPENURL - for the
*>                         review consoles, whose item views list the
*>                         attachments the item carries.
*>   A transaction with no correlation id (no form initialized) has
*>   nothing to attach to and is refused.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VATTACH.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01  SP2-COPY-FILE-TO-SERVER PIC S9(4) COMP-5 VALUE +112.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 ATL-DONE-SW             PIC X VALUE "N".
    88 ATL-DONE                VALUE "Y".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

*> The transaction's attachments as the window shows them.
 01 ATL-TABLE.
    05 ATL-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 ATL-ENTRY OCCURS 100 TIMES.
       10 ATL-ID                PIC X(12).
       10 ATL-PATH              PIC X(64).
       10 ATL-DISPLAY           PIC X(66).
 01 ATL-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 ATL-TOP                 PIC S9(4) COMP-5 VALUE 0.
 01 ATL-ROW                 PIC S9(4) COMP-5 VALUE 0.
 01 ATL-CHOICE              PIC S9(4) COMP-5 VALUE 0.
 01 ATL-LINE                PIC X(70) VALUE SPACES.
 01 ATL-MESSAGE             PIC X(70) VALUE SPACES.
 01 DISP-LINENO             PIC Z9.

 01 ATT-ID-CLOCK            PIC 9(12) VALUE 0.
 01 ATT-FORM-KEY-WRK        PIC X(32) VALUE SPACES.
 01 ATT-KEY-NAME-WRK        PIC X(16) VALUE SPACES.
 01 ATT-KEY-LEN             PIC S9(4) COMP-5 VALUE 0.
 01 ATT-FLD-IDX             PIC S9(4) COMP-5 VALUE 0.
 01 ATT-REPO-DIR-WRK        PIC X(64) VALUE SPACES.
 01 ATT-EXTENSION           PIC X(08) VALUE SPACES.
 01 ATT-EXT-POS             PIC S9(4) COMP-5 VALUE 0.
 01 ATT-SCAN-POS            PIC S9(4) COMP-5 VALUE 0.
 01 ATT-SESSION-USER        PIC X(32) VALUE SPACES.
 01 ATT-URL                 PIC X(150) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-ATTACHMENT           Pic X(16) Value "ATTACHMENT".
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

 01 AT-CONVERSE-DATA.
      05  AT-CD-RET-CODE         PIC S9(4) COMP-5.
      05  AT-CD-LENS.
          10  AT-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  AT-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  AT-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AT-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  AT-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AT-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  AT-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  AT-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  AT-CD-DATA.
        06  AT-CD-IP-NUM-DATA.
          10  AT-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  AT-CD-IP-CHAR-DATA.
          10  AT-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  AT-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  AT-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  AT-CD-OP-CHAR-DATA.
          10  AT-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  AT-CD-DATABUFFER.
          10  AT-BUF-CHOICE      PIC X(2).
          10  AT-BUF-FILE        PIC X(40).
          10  AT-BUF-DESC        PIC X(40).
        06  AT-CD-COLR-DATA      PIC X(8).
        06  AT-CD-TYPE-DATA      PIC X(8).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
 0000-BEGIN-VATTACH.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VATTACH "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VATTACH" TO INTR-ERRNAME
      MOVE 50         TO INTR-ERRNUM
      MOVE 50         TO CSTATUS
      GO TO VATTACH-RETURN.

     EVALUATE TRUE
      WHEN ATTACH-OPEN
       PERFORM OPEN-NAMED-ATTACHMENT THRU OPEN-NAMED-ATTACHMENT-EXIT
      WHEN OTHER
       PERFORM ATTACHMENT-WINDOW THRU ATTACHMENT-WINDOW-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VATTACH-RETURN.
     GOBACK.
*>---------------------------------------------------------------
 ATTACHMENT-WINDOW.
     IF CORRELATION-ID = SPACES
      MOVE "VATTACH" TO INTR-ERRNAME
      MOVE 147        TO INTR-ERRNUM
      MOVE 147        TO CSTATUS
      GO TO ATTACHMENT-WINDOW-EXIT.

     PERFORM RESOLVE-FORM-KEY THRU RESOLVE-FORM-KEY-EXIT.
     PERFORM LOAD-TXN-ATTACHMENTS THRU LOAD-TXN-ATTACHMENTS-EXIT.

     PERFORM OPEN-ATTACH-WINDOW.
     MOVE 1 TO ATL-TOP.
     MOVE SPACES TO ATL-MESSAGE.
     PERFORM PAINT-ATTACH-PAGE.

     MOVE "N" TO ATL-DONE-SW.
     PERFORM UNTIL ATL-DONE
      PERFORM CONVERSE-ATTACH-PANEL
      IF AT-CD-KEY = SP2-KEY-ESCAPE OR AT-CD-RET-CODE NOT = 0
       SET ATL-DONE TO TRUE
      ELSE
       PERFORM TAKE-ATTACH-ENTRY THRU TAKE-ATTACH-ENTRY-EXIT
      END-IF
     END-PERFORM.

     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
 ATTACHMENT-WINDOW-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The record's key value: the configured key field, else the
*> form's first duplicate-guard key field - the same fields that
*> already say what makes one of this form's records that record.
 RESOLVE-FORM-KEY.
     MOVE SPACES TO ATT-FORM-KEY-WRK ATT-KEY-NAME-WRK.
     IF ATTACH-KEY-FIELD NOT = SPACES
      MOVE ATTACH-KEY-FIELD TO ATT-KEY-NAME-WRK
     ELSE
      IF DUPGUARD-FIELD-CNT > 0
       MOVE DUPGUARD-FIELD-NAME(1) TO ATT-KEY-NAME-WRK.
     IF ATT-KEY-NAME-WRK = SPACES
      GO TO RESOLVE-FORM-KEY-EXIT.
     PERFORM VARYING ATT-FLD-IDX FROM 1 BY 1
       UNTIL ATT-FLD-IDX > AF-AppFld-Cnt
      IF HFLD-NAME(ATT-FLD-IDX) = ATT-KEY-NAME-WRK
       MOVE HFLD-LENGTH(ATT-FLD-IDX) TO ATT-KEY-LEN
       IF ATT-KEY-LEN > 32
        MOVE 32 TO ATT-KEY-LEN
       END-IF
       MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(ATT-FLD-IDX):ATT-KEY-LEN)
         TO ATT-FORM-KEY-WRK
      END-IF
     END-PERFORM.
 RESOLVE-FORM-KEY-EXIT.
     EXIT.
*>---------------------------------------------------------------
 LOAD-TXN-ATTACHMENTS.
     MOVE 0 TO ATL-CNT.
     MOVE "CORRID;"      TO SEARCH-ITEM.
     MOVE CORRELATION-ID TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-ATTACHMENT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO LOAD-TXN-ATTACHMENTS-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR ATL-CNT NOT < 100
      CALL "DBGET" USING Secdb-Database DS-ATTACHMENT CHAINED
          STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       ADD 1 TO ATL-CNT
       MOVE ATT-ID        TO ATL-ID(ATL-CNT)
       MOVE ATT-REPO-PATH TO ATL-PATH(ATL-CNT)
       MOVE SPACES        TO ATL-DISPLAY(ATL-CNT)
       STRING ATT-FILE-NAME DELIMITED BY "  "
              " - "         DELIMITED BY SIZE
              ATT-DESC      DELIMITED BY "  "
              " ("          DELIMITED BY SIZE
              ATT-ADDED-BY  DELIMITED BY SPACE
              ")"           DELIMITED BY SIZE
        INTO ATL-DISPLAY(ATL-CNT)
      END-IF
     END-PERFORM.
 LOAD-TXN-ATTACHMENTS-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> A file name keyed in ADD FILE wins; otherwise a line number opens
*> that document, and nothing at all pages forward.
 TAKE-ATTACH-ENTRY.
     MOVE SPACES TO ATL-MESSAGE.
     IF AT-BUF-FILE NOT = SPACES
      PERFORM ADD-CLIENT-FILE THRU ADD-CLIENT-FILE-EXIT
      PERFORM LOAD-TXN-ATTACHMENTS THRU LOAD-TXN-ATTACHMENTS-EXIT
      PERFORM PAINT-ATTACH-PAGE
      GO TO TAKE-ATTACH-ENTRY-EXIT.
     IF AT-BUF-CHOICE = SPACES
      ADD 12 TO ATL-TOP
      IF ATL-TOP > ATL-CNT
       MOVE 1 TO ATL-TOP
      END-IF
      PERFORM PAINT-ATTACH-PAGE
      GO TO TAKE-ATTACH-ENTRY-EXIT.
     Initialize num1 num2 numdec numerr.
     MOVE AT-BUF-CHOICE TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0 OR NUMDEC NOT = 0 OR NUM2 < 1 OR NUM2 > 12
      GO TO TAKE-ATTACH-ENTRY-EXIT.
     COMPUTE ATL-CHOICE = ATL-TOP + NUM2 - 1 END-COMPUTE.
     IF ATL-CHOICE > ATL-CNT
      GO TO TAKE-ATTACH-ENTRY-EXIT.
     MOVE SPACES TO ATT-URL.
     MOVE ATL-PATH(ATL-CHOICE) TO ATT-URL.
     CALL "VOPENURL" USING COMAREA ATT-URL.
     IF CSTATUS NOT = 0
      MOVE "NOT OPENED - THE SITE DOES NOT ALLOW THIS DOCUMENT"
        TO ATL-MESSAGE
      MOVE 0 TO CSTATUS.
     PERFORM PAINT-ATTACH-PAGE.
 TAKE-ATTACH-ENTRY-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The client's file comes up into the repository under the
*> attachment's own id, keeping its extension so the client opens it
*> with the right application; only a file that actually arrived is
*> recorded.
 ADD-CLIENT-FILE.
     PERFORM Get-ClockSeconds.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE ATT-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).

     MOVE "ATTACH" TO ATT-REPO-DIR-WRK.
     IF ATTACH-REPO-DIR NOT = SPACES
      MOVE ATTACH-REPO-DIR TO ATT-REPO-DIR-WRK.

     MOVE SPACES TO ATT-EXTENSION.
     MOVE 0 TO ATT-EXT-POS.
     PERFORM VARYING ATT-SCAN-POS FROM 40 BY -1
       UNTIL ATT-SCAN-POS < 1 OR ATT-EXT-POS > 0
         OR AT-BUF-FILE(ATT-SCAN-POS:1) = "/"
         OR AT-BUF-FILE(ATT-SCAN-POS:1) = "\"
      IF AT-BUF-FILE(ATT-SCAN-POS:1) = "."
       MOVE ATT-SCAN-POS TO ATT-EXT-POS
      END-IF
     END-PERFORM.
     IF ATT-EXT-POS > 0
      MOVE AT-BUF-FILE(ATT-EXT-POS:) TO ATT-EXTENSION.

     INITIALIZE DB-ATTACHMENT.
     MOVE ATT-ID-CLOCK     TO ATT-ID.
     STRING ATT-REPO-DIR-WRK DELIMITED BY SPACE
            "/"              DELIMITED BY SIZE
            ATT-ID           DELIMITED BY SIZE
            ATT-EXTENSION    DELIMITED BY SPACE
      INTO ATT-REPO-PATH.

     MOVE LOW-VALUES TO TCL-BUFFER.
     MOVE 0 TO TCL-RESULT.
     STRING "file mkdir {"   DELIMITED BY SIZE
            ATT-REPO-DIR-WRK DELIMITED BY SPACE
            "}"              DELIMITED BY SIZE
      INTO TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.

     MOVE LOW-VALUES TO SP2-BUFFER.
     MOVE ATT-REPO-PATH TO SP2-BF-DATA(1:40).
     MOVE AT-BUF-FILE   TO SP2-BF-DATA(41:40).
     MOVE 80 TO SP2-BF-LEN.
     CALL "SP2" USING SP2-COPY-FILE-TO-SERVER SP2-BUFFER.

     MOVE LOW-VALUES TO TCL-BUFFER.
     MOVE 0 TO TCL-RESULT.
     STRING "file size {"  DELIMITED BY SIZE
            ATT-REPO-PATH  DELIMITED BY SPACE
            "}"            DELIMITED BY SIZE
      INTO TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.
     IF TCL-RESULT NOT = 0
      MOVE "FILE NOT RECEIVED FROM THE CLIENT - NOTHING ATTACHED"
        TO ATL-MESSAGE
      GO TO ADD-CLIENT-FILE-EXIT.

     PERFORM GET-ATT-SESSION-USER.
     MOVE CORRELATION-ID   TO ATT-CORRELATION-ID.
     MOVE CFNAME           TO ATT-FORM.
     MOVE ATT-FORM-KEY-WRK TO ATT-FORM-KEY.
     MOVE AT-BUF-FILE      TO ATT-FILE-NAME.
     MOVE AT-BUF-DESC      TO ATT-DESC.
     MOVE ATT-SESSION-USER TO ATT-ADDED-BY.
     MOVE ClockSeconds     TO ATT-ADDED-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-ATTACHMENT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-ATTACHMENT
         MODE-1 STATUS-AREA ALL-ITEMS DB-ATTACHMENT.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "NOT RECORDED - THE ATTACHMENT INDEX REFUSED THE ROW"
        TO ATL-MESSAGE
     ELSE
      MOVE SPACES TO ATL-MESSAGE
      STRING "ATTACHED " DELIMITED BY SIZE
             ATT-FILE-NAME DELIMITED BY "  "
       INTO ATL-MESSAGE.
     CALL "DBUNLOCK" USING Secdb-Database DS-ATTACHMENT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 ADD-CLIENT-FILE-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> There is no search item on the id; the reviewer names one they
*> have just seen listed, so a serial pass is fine.
 OPEN-NAMED-ATTACHMENT.
     MOVE "N" TO FOUND-SW.
     MOVE LOW-VALUES TO DB-ATTACHMENT.
     CALL "DBGET" USING Secdb-Database DS-ATTACHMENT SERIAL
         STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR RECORD-FOUND
      IF ATT-ID = ATTACH-ID
       MOVE "Y" TO FOUND-SW
      ELSE
       CALL "DBGET" USING Secdb-Database DS-ATTACHMENT SERIAL
           STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      END-IF
     END-PERFORM.
     IF NOT RECORD-FOUND
      MOVE "VATTACH" TO INTR-ERRNAME
      MOVE 17         TO INTR-ERRNUM
      MOVE 17         TO CSTATUS
      GO TO OPEN-NAMED-ATTACHMENT-EXIT.
     MOVE SPACES TO ATT-URL.
     MOVE ATT-REPO-PATH TO ATT-URL.
     CALL "VOPENURL" USING COMAREA ATT-URL.
 OPEN-NAMED-ATTACHMENT-EXIT.
     EXIT.
*>---------------------------------------------------------------
 GET-ATT-SESSION-USER.
     MOVE SPACES TO ATT-SESSION-USER.
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
       MOVE AUTHSESS-USER TO ATT-SESSION-USER.
*>---------------------------------------------------------------
 OPEN-ATTACH-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VATTWIN"            TO SP2-WD-NAME.
     MOVE "ATTACHMENTS"        TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 460                  TO SP2-WD-WIDTH.
     MOVE 240                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VATTPAN"            TO SP2-PD-NAME.
     MOVE "Attachments"        TO SP2-PD-TITLE.
     MOVE 440                  TO SP2-PD-WIDTH.
     MOVE 230                  TO SP2-PD-HEIGHT.
     MOVE 3                    TO SP2-PD-FLD-CNT.
     MOVE 3                    TO SP2-PD-PROG-CNT.
     MOVE 82                   TO SP2-PD-PROG-LEN.
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
     Move "NO) FILE - DESCRIPTION (ADDED BY) - KEY A LINE TO OPEN"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 34                   TO SP2-SD-ID.
     Move 190                  TO SP2-SD-ROW.
     Move 60                   TO SP2-SD-COL.
     Move "ADD FILE:"          TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     Move 35                   TO SP2-SD-ID.
     Move 206                  TO SP2-SD-ROW.
     Move 60                   TO SP2-SD-COL.
     Move "DESCRIPTION:"       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "ATTNO"              TO SP2-FD-NAME.
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
     MOVE "ATTFILE"            TO SP2-FD-NAME.
     MOVE 190                  TO SP2-FD-ROW.
     MOVE 150                  TO SP2-FD-COL.
     MOVE 280                  TO SP2-FD-WIDTH.
     MOVE 40                   TO SP2-FD-MAX-LEN.
     MOVE 40                   TO SP2-FD-PROG-LEN.
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
     MOVE "ATTDESC"            TO SP2-FD-NAME.
     MOVE 206                  TO SP2-FD-ROW.
     MOVE 150                  TO SP2-FD-COL.
     MOVE 280                  TO SP2-FD-WIDTH.
     MOVE 40                   TO SP2-FD-MAX-LEN.
     MOVE 40                   TO SP2-FD-PROG-LEN.
     MOVE 3                    TO SP2-FD-FLD-NUM.
     MOVE 3                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>---------------------------------------------------------------
*> Twelve list rows, then the message row under them.
 PAINT-ATTACH-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 70                   TO SP2-SD-VAR-LEN.
     Move 70                   TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     PERFORM VARYING ATL-ROW FROM 1 BY 1 UNTIL ATL-ROW > 12
      COMPUTE SP2-SD-ID = 20 + ATL-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = 11 + (ATL-ROW * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE ATL-IDX = ATL-TOP + ATL-ROW - 1 END-COMPUTE
      MOVE SPACES TO ATL-LINE
      IF ATL-IDX NOT > ATL-CNT
       MOVE ATL-ROW TO DISP-LINENO
       STRING DISP-LINENO ") " DELIMITED BY SIZE
              ATL-DISPLAY(ATL-IDX) DELIMITED BY SIZE
        INTO ATL-LINE
      END-IF
      IF ATL-ROW = 1 AND ATL-CNT = 0
       MOVE "NO DOCUMENTS ATTACHED TO THIS TRANSACTION YET" TO ATL-LINE
      END-IF
      MOVE ATL-LINE TO SP2-SD-TEXT
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     Move 33          TO SP2-SD-ID.
     Move 167         TO SP2-SD-ROW.
     Move 9           TO SP2-SD-COL.
     MOVE ATL-MESSAGE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>---------------------------------------------------------------
 CONVERSE-ATTACH-PANEL.
     MOVE LOW-VALUES TO AT-CD-DATA.
     COMPUTE AT-CD-LEN-LEN      = FUNCTION LENGTH(AT-CD-LENS).
     COMPUTE AT-CD-IP-NUM-LEN   = FUNCTION LENGTH(AT-CD-IP-NUM-DATA).
     COMPUTE AT-CD-IP-CHAR-LEN  = FUNCTION LENGTH(AT-CD-IP-CHAR-DATA).
     COMPUTE AT-CD-OP-NUM-LEN   = FUNCTION LENGTH(AT-CD-OP-NUM-DATA).
     COMPUTE AT-CD-OP-CHAR-LEN  = FUNCTION LENGTH(AT-CD-OP-CHAR-DATA).
     COMPUTE AT-CD-FIELD-LEN    = FUNCTION LENGTH(AT-CD-DATABUFFER).
     COMPUTE AT-CD-COLR-LEN     = FUNCTION LENGTH(AT-CD-COLR-DATA).
     COMPUTE AT-CD-TYPE-LEN     = FUNCTION LENGTH(AT-CD-TYPE-DATA).
     MOVE "VATTPAN"  TO AT-CD-NEXT-PANEL.
     MOVE "a"        TO AT-CD-WAIT-SW.
     MOVE "x"        TO AT-CD-NEW-WINDOW.
     MOVE SPACES     TO AT-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS AT-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL AT-CONVERSE-DATA.
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
