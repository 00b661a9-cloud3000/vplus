>>source format free
*>*****************************************************************
*>*                      V P L A Y S E S S                         *
*>*****************************************************************
*>   Playback console for recorded sessions. VMIRRORSESS shows a
*>   session live and VTIMELINERPT narrates it afterwards; this
*>   shows what the operator actually had on the glass. The frames
*>   VREADFIELDS kept in SESSREC for PLAYBACK-AUTHKEY are repainted
*>   in order on the real panel through VGETNEXTFORM / VINITFORM /
*>   VSHOWFORM, with a small console window on top of it:
*>       Enter      next frame
*>       P          previous frame
*>       F / L      first / last frame
*>       Thhmmss    first frame at or after that time of day
*>       #n         frame number n
*>       Escape     close
*>   Each frame is either the screen as it went out ("SHOWN") or the
*>   key that came back with what was keyed ("KEYED").
*>
*>   The viewer is held to the form ACL of their own session - a
*>   recorded screen of a form they may not open is listed but not
*>   painted - and every playback is journaled in ADMINLOG.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPLAYSESS.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.

*> The frames of the session, in recorded order; each is re-read
*> directly by record number when it is painted.
 01 FRAME-TABLE.
    05 FRAME-CNT            PIC S9(4) COMP-5 VALUE 0.
    05 FRAME-ENTRY OCCURS 2000 TIMES.
       10 FRAME-RECNO           PIC S9(9) COMP.
       10 FRAME-TIME            PIC S9(18) COMP-5.
 01 FRAME-IDX               PIC S9(4) COMP-5 VALUE 0.
 01 SCAN-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 Direct-Rec              PIC S9(9) COMP VALUE 0.
 01 JUMP-TIME               PIC S9(18) COMP-5 VALUE 0.
 01 JUMP-HHMMSS             PIC X(06) VALUE SPACES.
 01 JUMP-FRAME              PIC X(04) VALUE SPACES.
 01 JUMP-NUM                PIC 9(04) VALUE 0.
 01 FRAME-CLOCK             PIC X(08) VALUE SPACES.
 01 FRAME-NOTE              PIC X(60) VALUE SPACES.
 01 PLAY-USER               PIC X(32) VALUE SPACES.
 01 SAVE-CORRELATION-ID     PIC X(16) VALUE SPACES.
 01 DISP-EPOCH              PIC Z(17)9.
 01 DISP-FRAME              PIC ZZZ9.
 01 DISP-FRAME-CNT          PIC ZZZ9.
 01 DISP-KEY                PIC -(4)9.
 01 DISP-LASTKEY            PIC Z9.
 01 CONSOLE-LINE            PIC X(100) VALUE SPACES.
 01 PLAY-DONE-SW            PIC X VALUE "N".
    88 PLAY-DONE                VALUE "Y".
 01 PAINT-OK-SW             PIC X VALUE "N".
    88 PAINT-OK                 VALUE "Y".
 01 ACTOR-USER              PIC X(32) VALUE SPACES.
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".

 01 PB-CONVERSE-DATA.
      05  PB-CD-RET-CODE         PIC S9(4) COMP-5.
      05  PB-CD-LENS.
          10  PB-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  PB-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  PB-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  PB-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  PB-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  PB-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  PB-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  PB-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  PB-CD-DATA.
        06  PB-CD-IP-NUM-DATA.
          10  PB-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  PB-CD-IP-CHAR-DATA.
          10  PB-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  PB-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  PB-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  PB-CD-OP-CHAR-DATA.
          10  PB-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  PB-CD-DATABUFFER.
          10  PB-BUF-COMMAND     PIC X(21).
        06  PB-CD-COLR-DATA      PIC X(8).
        06  PB-CD-TYPE-DATA      PIC X(8).
 01 PB-FORM-BUFFER          PIC X(3000) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-SESS-RECORDING       Pic X(16) Value "SESSREC".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-CHAIN            VALUE 15.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.

 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  DIRECT                PIC S9(4) COMP SYNC VALUE 4.
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
 0000-BEGIN-VPLAYSESS.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO PLAYBACK-FRAME-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VPLAYSESS "
      delimited by "  " into INTR-CALLNAME.

     IF PLAYBACK-AUTHKEY = SPACES
      MOVE "VPLAYSESS" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      GO TO VPLAYSESS-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPLAYSESS" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VPLAYSESS-RETURN.

     PERFORM LOAD-FRAME-INDEX.
     IF FRAME-CNT = 0
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
      MOVE "VPLAYSESS" TO INTR-ERRNAME
      MOVE 17          TO INTR-ERRNUM
      MOVE 17          TO CSTATUS
      MOVE "NO RECORDING FOR THIS SESSION" TO END-MSG
      GO TO VPLAYSESS-RETURN.
     MOVE FRAME-CNT TO PLAYBACK-FRAME-CNT.

     PERFORM LOG-PLAYBACK.

     MOVE CORRELATION-ID TO SAVE-CORRELATION-ID.
     MOVE 1   TO FRAME-IDX.
     MOVE "N" TO PLAY-DONE-SW.
     SET PLAYBACK-ACTIVE TO TRUE.
     PERFORM UNTIL PLAY-DONE
      PERFORM PAINT-RECORDED-FRAME THRU PAINT-RECORDED-FRAME-EXIT
      PERFORM OPEN-CONSOLE-WINDOW
      PERFORM PAINT-CONSOLE
      PERFORM CONVERSE-CONSOLE
      CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM
      IF PB-CD-KEY = SP2-KEY-ESCAPE OR PB-CD-RET-CODE NOT = 0
       SET PLAY-DONE TO TRUE
      ELSE
       PERFORM TAKE-CONSOLE-COMMAND
      END-IF
     END-PERFORM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
     MOVE "N" TO PLAYBACK-SW.
     MOVE SAVE-CORRELATION-ID TO CORRELATION-ID.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     MOVE 0 TO CSTATUS.

 VPLAYSESS-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The session's frames, chained on AUTHKEY in the order they were
*> written. Only the record number and time are kept; the buffers
*> are read back one at a time.
 LOAD-FRAME-INDEX.
     MOVE 0 TO FRAME-CNT.
     MOVE SPACES TO PLAY-USER.
     MOVE "AUTHKEY;"       TO SEARCH-ITEM.
     MOVE PLAYBACK-AUTHKEY TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-SESS-RECORDING
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR FRAME-CNT NOT < 2000
       CALL "DBGET" USING Secdb-Database DS-SESS-RECORDING CHAINED
           STATUS-AREA ALL-ITEMS DB-SESS-RECORDING NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        ADD 1 TO FRAME-CNT
        MOVE RECORD-NUMBER TO FRAME-RECNO(FRAME-CNT)
        MOVE SREC-TIME     TO FRAME-TIME(FRAME-CNT)
        IF PLAY-USER = SPACES
         MOVE SREC-USER TO PLAY-USER
        END-IF
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> One frame back onto the glass: step to its panel, lay the
*> recorded buffer over it and let VSHOWFORM draw. A frame whose
*> form the viewer may not open stays described on the console
*> only.
 PAINT-RECORDED-FRAME.
     MOVE "N"    TO PAINT-OK-SW.
     MOVE SPACES TO FRAME-NOTE.
     MOVE FRAME-RECNO(FRAME-IDX) TO Direct-Rec.
     CALL "DBGET" USING Secdb-Database DS-SESS-RECORDING DIRECT
         STATUS-AREA ALL-ITEMS DB-SESS-RECORDING Direct-Rec.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "FRAME COULD NOT BE READ" TO FRAME-NOTE
      GO TO PAINT-RECORDED-FRAME-EXIT.

     IF SREC-ENCRYPTED AND SREC-BUFLEN > 0
      MOVE "D"         TO BC-MODE
      MOVE SREC-BUFLEN TO BC-LENGTH
      MOVE SREC-BUFFER TO BC-BUFFER
      MOVE SREC-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER   TO SREC-BUFFER
      IF BC-KEY-MISSING
       MOVE "FRAME KEY VERSION NOT AVAILABLE" TO FRAME-NOTE
       GO TO PAINT-RECORDED-FRAME-EXIT.

     MOVE 0 TO CSTATUS.
     IF SREC-SCREEN NOT = CFNAME OR NOT INITFORM-CALLED
      MOVE SREC-SCREEN TO NFNAME
      CALL "VGETNEXTFORM" USING COMAREA
      IF CSTATUS = 0
       CALL "VINITFORM" USING COMAREA
      END-IF
     END-IF.
     IF CSTATUS NOT = 0
      MOVE SPACES TO FRAME-NOTE
      STRING "FORM " SREC-SCREEN " NOT SHOWN - STATUS "
       DELIMITED BY SIZE INTO FRAME-NOTE
      MOVE CSTATUS TO DISP-KEY
      MOVE DISP-KEY TO FRAME-NOTE(40:5)
      MOVE 0 TO CSTATUS
      GO TO PAINT-RECORDED-FRAME-EXIT.

     IF SREC-BUFLEN > 0 AND SREC-BUFLEN NOT > AF-AppBuf-Len
      MOVE SREC-BUFFER(1:SREC-BUFLEN)
        TO MM-CD-DATABUFFER(1:SREC-BUFLEN).
     MOVE SREC-CURSOR-FIELD TO CURSOR-POS-FIELD.
     CALL "VSHOWFORM" USING COMAREA.
     MOVE SPACES TO PB-FORM-BUFFER.
     MOVE MM-CD-DATABUFFER(1:AF-AppBuf-Len)
       TO PB-FORM-BUFFER(1:AF-AppBuf-Len).
     CALL "SP2" USING SP2-SET-PANEL-FIELDS PB-FORM-BUFFER.
     MOVE "Y" TO PAINT-OK-SW.
 PAINT-RECORDED-FRAME-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 TAKE-CONSOLE-COMMAND.
     EVALUATE TRUE
      WHEN PB-BUF-COMMAND = SPACES
       IF FRAME-IDX < FRAME-CNT
        ADD 1 TO FRAME-IDX
       END-IF
      WHEN PB-BUF-COMMAND(1:1) = "P" OR PB-BUF-COMMAND(1:1) = "p"
       IF FRAME-IDX > 1
        SUBTRACT 1 FROM FRAME-IDX
       END-IF
      WHEN PB-BUF-COMMAND(1:1) = "F" OR PB-BUF-COMMAND(1:1) = "f"
       MOVE 1 TO FRAME-IDX
      WHEN PB-BUF-COMMAND(1:1) = "L" OR PB-BUF-COMMAND(1:1) = "l"
       MOVE FRAME-CNT TO FRAME-IDX
      WHEN PB-BUF-COMMAND(1:1) = "T" OR PB-BUF-COMMAND(1:1) = "t"
       PERFORM JUMP-TO-TIME THRU JUMP-TO-TIME-EXIT
      WHEN PB-BUF-COMMAND(1:1) = "#"
       MOVE SPACES TO JUMP-FRAME
       UNSTRING PB-BUF-COMMAND(2:20) DELIMITED BY SPACE
           INTO JUMP-FRAME
       INSPECT JUMP-FRAME REPLACING ALL SPACE BY ZERO
       IF JUMP-FRAME IS NUMERIC
        MOVE JUMP-FRAME TO JUMP-NUM
        IF JUMP-NUM > 0 AND JUMP-NUM NOT > FRAME-CNT
         MOVE JUMP-NUM TO FRAME-IDX
        END-IF
       END-IF
      WHEN OTHER
       CONTINUE
     END-EVALUATE.
*>-----------------------------------------------------------------
*> Thhmmss: the time of day on the date of the first frame, turned
*> into clock seconds by the Tcl side, then the first frame at or
*> after it.
 JUMP-TO-TIME.
     MOVE PB-BUF-COMMAND(2:6) TO JUMP-HHMMSS.
     IF JUMP-HHMMSS NOT NUMERIC
      GO TO JUMP-TO-TIME-EXIT.
     MOVE FRAME-TIME(1) TO DISP-EPOCH.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set PBJUMP [clock scan {" DELIMITED BY SIZE
            JUMP-HHMMSS               DELIMITED BY SIZE
            "} -format %H%M%S -base " DELIMITED BY SIZE
            DISP-EPOCH                DELIMITED BY SIZE
            "]"                       DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      GO TO JUMP-TO-TIME-EXIT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "PBJUMP" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     String TCL-BUFFER delimited by x"00" into num1
     Call "NUMGET" Using num1 num2 numdec numerr
     If Numdec Not = 0 Or Numerr Not = 0
        Go To JUMP-TO-TIME-EXIT.
     Move num2 To JUMP-TIME.

     MOVE FRAME-CNT TO SCAN-IDX.
     PERFORM VARYING FRAME-IDX FROM 1 BY 1
       UNTIL FRAME-IDX > FRAME-CNT
      IF FRAME-TIME(FRAME-IDX) NOT < JUMP-TIME
       MOVE FRAME-IDX TO SCAN-IDX
       MOVE FRAME-CNT TO FRAME-IDX
      END-IF
     END-PERFORM.
     MOVE SCAN-IDX TO FRAME-IDX.
 JUMP-TO-TIME-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The frame's time of day through the Tcl clock, HH:MM:SS.
 FORMAT-FRAME-CLOCK.
     MOVE SPACES TO FRAME-CLOCK.
     MOVE SREC-TIME TO DISP-EPOCH.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set PBCLOCK [clock format " DELIMITED BY SIZE
            DISP-EPOCH                   DELIMITED BY SIZE
            " -format %H:%M:%S]"         DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE LOW-VALUES TO TCL-VARNAME
      MOVE SPACES TO TCL-BUFFER
      STRING "PBCLOCK" DELIMITED BY SIZE INTO TCL-VARNAME
      CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
      STRING TCL-BUFFER DELIMITED BY X"00" INTO FRAME-CLOCK.
*>-----------------------------------------------------------------
 OPEN-CONSOLE-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VPLAYWIN"           TO SP2-WD-NAME.
     MOVE "SESSION PLAYBACK"   TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 640                  TO SP2-WD-WIDTH.
     MOVE 110                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VPLAYPAN"           TO SP2-PD-NAME.
     MOVE "Playback"           TO SP2-PD-TITLE.
     MOVE 620                  TO SP2-PD-WIDTH.
     MOVE 100                  TO SP2-PD-HEIGHT.
     MOVE 1                    TO SP2-PD-FLD-CNT.
     MOVE 1                    TO SP2-PD-PROG-CNT.
     MOVE 21                   TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "PLAYCMD"            TO SP2-FD-NAME.
     MOVE 80                   TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 190                  TO SP2-FD-WIDTH.
     MOVE 21                   TO SP2-FD-MAX-LEN.
     MOVE 21                   TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>-----------------------------------------------------------------
 PAINT-CONSOLE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 100                  TO SP2-SD-VAR-LEN.
     Move 100                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.
     Move 9                    TO SP2-SD-COL.

     MOVE SPACES TO CONSOLE-LINE.
     STRING "SESSION "  DELIMITED BY SIZE
            PLAYBACK-AUTHKEY DELIMITED BY SPACE
            "  USER "  DELIMITED BY SIZE
            PLAY-USER        DELIMITED BY SPACE
      INTO CONSOLE-LINE.
     MOVE 21           TO SP2-SD-ID.
     MOVE 11           TO SP2-SD-ROW.
     MOVE CONSOLE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     PERFORM FORMAT-FRAME-CLOCK.
     MOVE FRAME-IDX TO DISP-FRAME.
     MOVE FRAME-CNT TO DISP-FRAME-CNT.
     MOVE SPACES TO CONSOLE-LINE.
     STRING "FRAME "   DISP-FRAME       DELIMITED BY SIZE
            " OF "     DISP-FRAME-CNT   DELIMITED BY SIZE
            "  "       FRAME-CLOCK      DELIMITED BY SIZE
            "  SCREEN " DELIMITED BY SIZE
            SREC-SCREEN      DELIMITED BY SPACE
      INTO CONSOLE-LINE.
     MOVE 22           TO SP2-SD-ID.
     MOVE 22           TO SP2-SD-ROW.
     MOVE CONSOLE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE SPACES TO CONSOLE-LINE.
     IF SREC-KEYED
      MOVE SREC-SP2-KEY TO DISP-KEY
      MOVE SREC-LASTKEY TO DISP-LASTKEY
      STRING "KEYED - LASTKEY " DISP-LASTKEY DELIMITED BY SIZE
             "  SP2 CODE "      DISP-KEY     DELIMITED BY SIZE
       INTO CONSOLE-LINE
     ELSE
      MOVE "SHOWN - THE SCREEN AS IT WENT TO THE OPERATOR"
        TO CONSOLE-LINE.
     IF FRAME-NOTE NOT = SPACES
      MOVE FRAME-NOTE TO CONSOLE-LINE(41:60).
     MOVE 23           TO SP2-SD-ID.
     MOVE 33           TO SP2-SD-ROW.
     MOVE CONSOLE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE 38                   TO SP2-SD-ID.
     MOVE 55                   TO SP2-SD-ROW.
     MOVE "ENTER=NEXT P=PREV F=FIRST L=LAST THHMMSS=TIME #N=FRAME ESC=CLOSE"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------------
 CONVERSE-CONSOLE.
     MOVE LOW-VALUES TO PB-CD-DATA.
     COMPUTE PB-CD-LEN-LEN      = FUNCTION LENGTH(PB-CD-LENS).
     COMPUTE PB-CD-IP-NUM-LEN   = FUNCTION LENGTH(PB-CD-IP-NUM-DATA).
     COMPUTE PB-CD-IP-CHAR-LEN  = FUNCTION LENGTH(PB-CD-IP-CHAR-DATA).
     COMPUTE PB-CD-OP-NUM-LEN   = FUNCTION LENGTH(PB-CD-OP-NUM-DATA).
     COMPUTE PB-CD-OP-CHAR-LEN  = FUNCTION LENGTH(PB-CD-OP-CHAR-DATA).
     COMPUTE PB-CD-FIELD-LEN    = FUNCTION LENGTH(PB-CD-DATABUFFER).
     COMPUTE PB-CD-COLR-LEN     = FUNCTION LENGTH(PB-CD-COLR-DATA).
     COMPUTE PB-CD-TYPE-LEN     = FUNCTION LENGTH(PB-CD-TYPE-DATA).
     MOVE "VPLAYPAN" TO PB-CD-NEXT-PANEL.
     MOVE "a"        TO PB-CD-WAIT-SW.
     MOVE "x"        TO PB-CD-NEW-WINDOW.
     MOVE SPACES     TO PB-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS PB-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL PB-CONVERSE-DATA.
*>-----------------------------------------------------------------
*> Watching someone else's session is a privileged act: one ADMINLOG
*> record per playback, naming the viewer and the session.
 LOG-PLAYBACK.
     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE "VPLAYSESS"      TO AAL-PROGRAM.
     MOVE "PLAYBACK"       TO AAL-ACTION.
     MOVE PLAYBACK-AUTHKEY TO AAL-TARGET.
     MOVE PLAY-USER        TO AAL-OLD.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER       TO AAL-ACTOR.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
*> The person behind this session, via the AUTHSESS record keyed
*> by Auth-ID - the admin journal wants a name, not a session key.
 RESOLVE-ACTOR-USER.
     MOVE "(UNRESOLVED)" TO ACTOR-USER.
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
       MOVE AUTHSESS-USER TO ACTOR-USER.
