>>source format free
*>*****************************************************************
*>*                       V H T M L F O R M                        *
*>*****************************************************************
*>   Browser rendering of the panels for the web thin client. The
*>   forms file, the field edits and the conversation are the same
*>   ones the SP2 window gets - only the glass differs:
*>
*>   "R"  resolves the render mode once per process (VPLUS_RENDER,
*>        VPLUS_HTML_DIR, VPLUS_HTML_ACTION - see HTML-RENDER-GROUP).
*>   "P"  writes the current panel as the session's page,
*>        <dir>/<authkey>.htm - statics as painted, every field
*>        with its enhancements, display-only where the panel has it
*>        display-only, sensitive values masked as the window masks
*>        them, the error state and message, and the function keys
*>        as buttons. The page goes down as .tmp and is renamed, so
*>        the CGI never serves half of one.
*>   "W"  waits for the page's post, <dir>/<authkey>.pst - one
*>        name=value per line, the pair format VDROPGATE reads, put
*>        there (as .tmp, then renamed) by the CGI:
*>            VPLUSAUTH=<authkey>     echoed from the page
*>            VPLUSSEQ=<n>            echoed from the page
*>            VPLUSTOKEN=<token>      the web session's sign-on token
*>            CLIENTIP=<address>      the browser's address
*>            VPLUSKEY=<n>            0 for Enter, 1-32 the key slot
*>            VPLUSCURSOR=<field>     the field the cursor was left in
*>            <field>=<value>         one per input on the page
*>        The post must carry this session's auth key and a token
*>        VPUTAUTH would accept (AUTHSESS-TOKEN, not expired) -
*>        anything else is discarded and reported to the SIEM. A
*>        post for an older page (its VPLUSSEQ behind) is dropped
*>        quietly: that is a browser's back button, not an attack.
*>        The accepted values go into MM-CD-DATABUFFER at their
*>        fields, with the auth key and address in the buffer's
*>        trailer exactly as the web client's own read leaves them,
*>        so VREADFIELDS checks the session through AUTHSESS as it
*>        always has. Nothing posted in the wait comes back as key
*>        -1, the read's heartbeat.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VHTMLFORM.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT HTMLPAGE-FILE
        ASSIGN TO HTMLPAGE-FILE-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HTM-STATUS1.

     SELECT HTMLPOST-FILE
        ASSIGN TO HTMLPOST-FILE-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HTM-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  HTMLPAGE-FILE.
 01  HTMLPAGE-RECORD              PIC X(4096).
 FD  HTMLPOST-FILE.
 01  HTMLPOST-RECORD              PIC X(512).
 WORKING-STORAGE SECTION.
 01 HTM-STATUS1             PIC XX.
 01 HTM-STATUS2             PIC XX.
 01 HTMLPAGE-FILE-WRK       PIC X(132) VALUE SPACES.
 01 HTMLPOST-FILE-WRK       PIC X(132) VALUE SPACES.
 01 PAGE-BASE               PIC X(128) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 RENDER-ENV              PIC X(08) VALUE SPACES.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.

*> The page line being built, and what goes onto it.
 01 HTML-LINE               PIC X(4096) VALUE SPACES.
 01 HTML-POS                PIC S9(4) COMP-5 VALUE 1.
 01 HT-TEXT                 PIC X(2000) VALUE SPACES.
 01 HT-LEN                  PIC S9(4) COMP-5 VALUE 0.
 01 HT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 HT-CHR                  PIC X VALUE SPACE.
 01 HT-NUM                  PIC S9(9) COMP-5 VALUE 0.
 01 HT-NUM-EDIT             PIC Z(8)9.
 01 HT-NUM-FIRST            PIC S9(4) COMP-5 VALUE 0.
 01 HT-IDX-MAX              PIC S9(4) COMP-5 VALUE 0.

 01 FLD-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 STAT-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 KEY-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 ENH-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 VAL-LEN                 PIC S9(4) COMP-5 VALUE 0.
 01 MASK-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 SENS-KEEP               PIC S9(4) COMP-5 VALUE 4.
 01 FLD-NUMBER-WRK          PIC X(15) VALUE SPACES.
 01 READONLY-SW             PIC X VALUE "N".
    88 FIELD-READONLY           VALUE "Y".
 01 HIDDEN-SW               PIC X VALUE "N".
    88 FIELD-HIDDEN             VALUE "Y".

*> The post, as read.
 01 POST-EOF-SW             PIC X VALUE "N".
    88 POST-EOF                 VALUE "Y".
 01 POST-FOUND-SW           PIC X VALUE "N".
    88 POST-FOUND               VALUE "Y".
 01 POST-REJECT-SW          PIC X VALUE "N".
    88 POST-REJECTED            VALUE "Y".
 01 WAIT-SECS               PIC S9(4) COMP-5 VALUE 0.
 01 WAIT-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 PAIR-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 PAIR-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 PAIR-TABLE.
    05 PAIR-ENTRY OCCURS 512 TIMES.
       10 PAIR-NAME             PIC X(32).
       10 PAIR-VALUE            PIC X(256).
 01 LINE-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 POST-AUTH               PIC X(48) VALUE SPACES.
 01 POST-IP                 PIC X(16) VALUE SPACES.
 01 POST-TOKEN              PIC X(32) VALUE SPACES.
 01 POST-SEQ                PIC X(14) VALUE SPACES.
 01 POST-KEY                PIC X(14) VALUE SPACES.
 01 POST-CURSOR             PIC X(32) VALUE SPACES.
 01 POST-KEY-SLOT           PIC S9(4) COMP-5 VALUE 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 SESSION-USER            PIC X(32) VALUE SPACES.
 01 SEC-EVENT.
    02 SEV-EPOCH    Pic S9(18) Comp-5 Value 0.
    02 SEV-USER     Pic X(32) Value Spaces.
    02 SEV-IPADDR   Pic X(16) Value Spaces.
    02 SEV-SCREEN   Pic X(15) Value Spaces.
    02 SEV-REASON   Pic X(02) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".

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
 0000-BEGIN-VHTMLFORM.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VHTMLFORM "
      delimited by "  " into INTR-CALLNAME.

     IF NOT MM-HTML-RESOLVED
      PERFORM RESOLVE-RENDER-MODE.

     EVALUATE TRUE
      WHEN HTMLFORM-PAGE
       PERFORM WRITE-PAGE THRU WRITE-PAGE-EXIT
      WHEN HTMLFORM-WAIT
       PERFORM WAIT-FOR-POST THRU WAIT-FOR-POST-EXIT
      WHEN OTHER
       CONTINUE
     END-EVALUATE.

 VHTMLFORM-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Once per process. Anything but VPLUS_RENDER=HTML is the SP2
*> window, exactly as before.
 RESOLVE-RENDER-MODE.
     MOVE "Y" TO MM-HTML-RESOLVED-SW.
     MOVE "N" TO MM-HTML-SW.
     MOVE 0   TO MM-HTML-SEQ.
     MOVE SPACES TO RENDER-ENV MM-HTML-DIR MM-HTML-ACTION.
     ACCEPT RENDER-ENV     FROM ENVIRONMENT "VPLUS_RENDER".
     ACCEPT MM-HTML-DIR    FROM ENVIRONMENT "VPLUS_HTML_DIR".
     ACCEPT MM-HTML-ACTION FROM ENVIRONMENT "VPLUS_HTML_ACTION".
     IF RENDER-ENV = "HTML" OR RENDER-ENV = "html"
      MOVE "Y" TO MM-HTML-SW.
     IF MM-HTML-DIR = SPACES
      MOVE "/volume1/panels/html" TO MM-HTML-DIR.
     IF MM-HTML-ACTION = SPACES
      MOVE "/cgi-bin/vplusweb" TO MM-HTML-ACTION.
*>-----------------------------------------------------------------
*> The session's page and post are both named by its auth key -
*> the one key the web client and the CGI already share.
 BUILD-PAGE-BASE.
     MOVE SPACES TO PAGE-BASE.
     STRING MM-HTML-DIR DELIMITED BY SPACE
            "/"         DELIMITED BY SIZE
            AF-Auth-ID  DELIMITED BY SPACE
      INTO PAGE-BASE.
*>-----------------------------------------------------------------
 WRITE-PAGE.
     IF AF-Auth-ID = SPACES
      move LOW-VALUES to DebugBUF
      string "VHTMLFORM: no session auth key - page for " CFNAME
             " not written"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE "VHTMLFORM" TO INTR-ERRNAME
      MOVE 154         TO INTR-ERRNUM
      MOVE 154         TO CSTATUS
      GO TO WRITE-PAGE-EXIT.

     PERFORM BUILD-PAGE-BASE.
     MOVE SPACES TO HTMLPAGE-FILE-WRK.
     STRING PAGE-BASE DELIMITED BY SPACE
            ".tmp"    DELIMITED BY SIZE
      INTO HTMLPAGE-FILE-WRK.
     OPEN OUTPUT HTMLPAGE-FILE.
     IF HTM-STATUS1 NOT = "00"
      move LOW-VALUES to DebugBUF
      string "VHTMLFORM: cannot open " HTMLPAGE-FILE-WRK
             " status " HTM-STATUS1
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE "VHTMLFORM" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO WRITE-PAGE-EXIT.

     ADD 1 TO MM-HTML-SEQ.
     PERFORM WRITE-PAGE-HEAD.
     PERFORM WRITE-PAGE-STATIC THRU WRITE-PAGE-STATIC-EXIT
         VARYING STAT-IDX FROM 1 BY 1 UNTIL STAT-IDX > ISTAT-CNT.
     PERFORM WRITE-PAGE-FIELD THRU WRITE-PAGE-FIELD-EXIT
         VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > AF-AppFld-Cnt.
     MOVE 1 TO HTML-POS.
     STRING "</div>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
     PERFORM WRITE-PAGE-MESSAGE THRU WRITE-PAGE-MESSAGE-EXIT.
     PERFORM WRITE-PAGE-KEYS.
     MOVE 1 TO HTML-POS.
     STRING "</form></body></html>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
     CLOSE HTMLPAGE-FILE.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file rename -force {" DELIMITED BY SIZE
            HTMLPAGE-FILE-WRK      DELIMITED BY SPACE
            "} {"                  DELIMITED BY SIZE
            PAGE-BASE              DELIMITED BY SPACE
            ".htm}"                DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      move LOW-VALUES to DebugBUF
      string "VHTMLFORM: page " HTMLPAGE-FILE-WRK
             " written but not renamed into place"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE "VHTMLFORM" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS.
 WRITE-PAGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The page and its form. The panel is a grid of character cells
*> (vplus.css), so row and column place every item where the
*> window would.
 WRITE-PAGE-HEAD.
     MOVE 1 TO HTML-POS.
     STRING '<!DOCTYPE html><html><head><meta charset="utf-8">'
              DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.

     MOVE 1 TO HTML-POS.
     STRING "<title>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE CFNAME TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING "</title>"
            '<link rel="stylesheet" href="/vplus.css"></head>'
            "<body>"
              DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.

*> A training session wears its watermark here as on the window.
     IF MM-TRAINING-MODE
      MOVE 1 TO HTML-POS
      STRING '<div class="training">TRAINING - PRACTICE ONLY</div>'
               DELIMITED BY SIZE
       INTO HTML-LINE WITH POINTER HTML-POS
      PERFORM WRITE-HTML-LINE.

     MOVE 1 TO HTML-POS.
     STRING '<form method="post" action="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE MM-HTML-ACTION TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING '">' DELIMITED BY SIZE
            '<input type="hidden" name="VPLUSAUTH" value="'
              DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE AF-Auth-ID TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING '"><input type="hidden" name="VPLUSSEQ" value="'
              DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE MM-HTML-SEQ TO HT-NUM.
     PERFORM ADD-NUMBER.
     STRING '">' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.

     MOVE 1 TO HTML-POS.
     STRING '<div class="panel" id="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE HPAN-NAME TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING '">' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
*>-----------------------------------------------------------------
*> A static as VINITFORM painted it - translation applied.
 WRITE-PAGE-STATIC.
     IF STATIC-SHOWN-TEXT(STAT-IDX) = SPACES
      OR STATIC-SHOWN-TEXT(STAT-IDX) = LOW-VALUES
      GO TO WRITE-PAGE-STATIC-EXIT.
     MOVE 1 TO HTML-POS.
     STRING '<span class="st" style="grid-row:' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     COMPUTE HT-NUM = ISTAT-ROW(STAT-IDX) + 1 END-COMPUTE.
     PERFORM ADD-NUMBER.
     STRING ";grid-column:" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     COMPUTE HT-NUM = ISTAT-COL(STAT-IDX) + 1 END-COMPUTE.
     PERFORM ADD-NUMBER.
     STRING '">' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE STATIC-SHOWN-TEXT(STAT-IDX) TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING "</span>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
 WRITE-PAGE-STATIC-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One input per panel field: its enhancement letters and error
*> state as classes for the style sheet, its length as the input's
*> width and limit, display-only where the window has it so.
 WRITE-PAGE-FIELD.
     PERFORM SET-FIELD-ACCESS.
     IF FIELD-HIDDEN
      GO TO WRITE-PAGE-FIELD-EXIT.

     MOVE 1 TO HTML-POS.
     STRING '<input name="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE HFLD-NAME(FLD-IDX) TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING '" class="vf' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM VARYING ENH-IDX FROM 1 BY 1 UNTIL ENH-IDX > 4
      IF HFLD-ENH(FLD-IDX)(ENH-IDX:1) > SPACE
       STRING " e" DELIMITED BY SIZE
              HFLD-ENH(FLD-IDX)(ENH-IDX:1) DELIMITED BY SIZE
        INTO HTML-LINE WITH POINTER HTML-POS
      END-IF
     END-PERFORM.
     IF HFLD-ERRFLG(FLD-IDX) > 0
      STRING " err" DELIMITED BY SIZE
       INTO HTML-LINE WITH POINTER HTML-POS.
     STRING '" style="grid-row:' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     COMPUTE HT-NUM = HFLD-ROW(FLD-IDX) + 1 END-COMPUTE.
     PERFORM ADD-NUMBER.
     STRING ";grid-column:" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     COMPUTE HT-NUM = HFLD-COLUMN(FLD-IDX) + 1 END-COMPUTE.
     PERFORM ADD-NUMBER.
     STRING " / span " DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE HFLD-LENGTH(FLD-IDX) TO HT-NUM.
     PERFORM ADD-NUMBER.
     STRING '" size="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM ADD-NUMBER.
     STRING '" maxlength="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM ADD-NUMBER.
     STRING '" value="' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.

*> The value as the window shows it - a sensitive one masked all
*> but its last few characters, as VREADFIELDS masks it.
     MOVE SPACES TO HT-TEXT.
     MOVE HFLD-LENGTH(FLD-IDX) TO VAL-LEN.
     IF VAL-LEN > 2000
      MOVE 2000 TO VAL-LEN.
     IF VAL-LEN > 0
      MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(FLD-IDX):VAL-LEN)
        TO HT-TEXT(1:VAL-LEN)
      IF FIELD-SENSITIVE(FLD-IDX) = "Y"
       AND VAL-LEN > SENS-KEEP
       AND HT-TEXT(1:VAL-LEN) > SPACES
       COMPUTE MASK-LEN = VAL-LEN - SENS-KEEP END-COMPUTE
       MOVE ALL "*" TO HT-TEXT(1:MASK-LEN)
      END-IF
     END-IF.
     PERFORM ADD-ESCAPED-TEXT.
     STRING '"' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     IF FIELD-READONLY
      STRING " readonly" DELIMITED BY SIZE
       INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE HFLD-NUMBER(FLD-IDX) TO FLD-NUMBER-WRK.
     IF FLD-NUMBER-WRK = CURSOR-POS-FIELD
      STRING " autofocus" DELIMITED BY SIZE
       INTO HTML-LINE WITH POINTER HTML-POS.
     STRING ">" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
 WRITE-PAGE-FIELD-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The page and the post judge a field alike: the reserved
*> trailer fields, key-label fields and anything VINITFORM hid are
*> not on the page; display-only by type, by template, by role or
*> by an inquiry session is not taken back from the post.
 SET-FIELD-ACCESS.
     MOVE "N" TO HIDDEN-SW READONLY-SW.
     IF FIELD-SHOWN-OUTPUT(FLD-IDX) = "h"
      OR HFLD-TYPE(FLD-IDX) = "FK"
      OR HFLD-LENGTH(FLD-IDX) < 1
      MOVE "Y" TO HIDDEN-SW.
     IF FIELD-SHOWN-OUTPUT(FLD-IDX) = "o"
      OR HFLD-TYPE(FLD-IDX) = "D "
      OR HFLD-TYPE(FLD-IDX) = "P "
      OR MM-INQUIRY-MODE
      MOVE "Y" TO READONLY-SW.
*>-----------------------------------------------------------------
*> The message window's text - the first field in error's message,
*> or whatever the program put there.
 WRITE-PAGE-MESSAGE.
     IF PUTWINDOW-BUFFER = SPACES
      GO TO WRITE-PAGE-MESSAGE-EXIT.
     MOVE 1 TO HTML-POS.
     STRING '<div class="msg">' DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     MOVE PUTWINDOW-BUFFER TO HT-TEXT.
     PERFORM ADD-ESCAPED-TEXT.
     STRING "</div>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
 WRITE-PAGE-MESSAGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Enter, then a button per labelled function key - the rich label
*> where the application set one, the plain one otherwise.
 WRITE-PAGE-KEYS.
     MOVE 1 TO HTML-POS.
     STRING '<div class="keys">'
            '<button type="submit" name="VPLUSKEY" value="0">'
            "Enter</button>"
              DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
     PERFORM VARYING KEY-IDX FROM 1 BY 1
       UNTIL KEY-IDX > FKEY-CNT OR KEY-IDX > 32
      IF HOT-KEY-LABEL(KEY-IDX) NOT = SPACES
       OR HKL-RICH-TEXT(KEY-IDX) NOT = SPACES
       MOVE 1 TO HTML-POS
       STRING '<button type="submit" name="VPLUSKEY" value="'
                DELIMITED BY SIZE
        INTO HTML-LINE WITH POINTER HTML-POS
       MOVE KEY-IDX TO HT-NUM
       PERFORM ADD-NUMBER
       STRING '">' DELIMITED BY SIZE
        INTO HTML-LINE WITH POINTER HTML-POS
       IF HKL-RICH-TEXT(KEY-IDX) NOT = SPACES
        MOVE HKL-RICH-TEXT(KEY-IDX) TO HT-TEXT
       ELSE
        MOVE HOT-KEY-LABEL(KEY-IDX) TO HT-TEXT
       END-IF
       PERFORM ADD-ESCAPED-TEXT
       STRING "</button>" DELIMITED BY SIZE
        INTO HTML-LINE WITH POINTER HTML-POS
       PERFORM WRITE-HTML-LINE
      END-IF
     END-PERFORM.
     MOVE 1 TO HTML-POS.
     STRING "</div>" DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
     PERFORM WRITE-HTML-LINE.
*>-----------------------------------------------------------------
*> HT-TEXT onto the line, trailing blanks dropped, with the four
*> characters HTML gives meaning to written as entities and any
*> control byte as a blank.
 ADD-ESCAPED-TEXT.
     MOVE 0 TO HT-LEN.
     PERFORM VARYING HT-IDX FROM 2000 BY -1
       UNTIL HT-IDX < 1 OR HT-LEN > 0
      IF HT-TEXT(HT-IDX:1) NOT = SPACE
       AND HT-TEXT(HT-IDX:1) NOT = LOW-VALUE
       MOVE HT-IDX TO HT-LEN
      END-IF
     END-PERFORM.
     COMPUTE HT-IDX-MAX = LENGTH OF HTML-LINE - 8 END-COMPUTE.
     PERFORM VARYING HT-IDX FROM 1 BY 1
       UNTIL HT-IDX > HT-LEN OR HTML-POS > HT-IDX-MAX
      MOVE HT-TEXT(HT-IDX:1) TO HT-CHR
      EVALUATE TRUE
       WHEN HT-CHR = "&"
        STRING "&amp;" DELIMITED BY SIZE
         INTO HTML-LINE WITH POINTER HTML-POS
       WHEN HT-CHR = "<"
        STRING "&lt;" DELIMITED BY SIZE
         INTO HTML-LINE WITH POINTER HTML-POS
       WHEN HT-CHR = ">"
        STRING "&gt;" DELIMITED BY SIZE
         INTO HTML-LINE WITH POINTER HTML-POS
       WHEN HT-CHR = '"'
        STRING "&quot;" DELIMITED BY SIZE
         INTO HTML-LINE WITH POINTER HTML-POS
       WHEN HT-CHR < SPACE
        MOVE SPACE TO HTML-LINE(HTML-POS:1)
        ADD 1 TO HTML-POS
       WHEN OTHER
        MOVE HT-CHR TO HTML-LINE(HTML-POS:1)
        ADD 1 TO HTML-POS
      END-EVALUATE
     END-PERFORM.
     MOVE SPACES TO HT-TEXT.
*>-----------------------------------------------------------------
 ADD-NUMBER.
     MOVE HT-NUM TO HT-NUM-EDIT.
     MOVE 0 TO HT-NUM-FIRST.
     PERFORM VARYING HT-IDX FROM 1 BY 1
       UNTIL HT-IDX > 9 OR HT-NUM-FIRST > 0
      IF HT-NUM-EDIT(HT-IDX:1) NOT = SPACE
       MOVE HT-IDX TO HT-NUM-FIRST
      END-IF
     END-PERFORM.
     STRING HT-NUM-EDIT(HT-NUM-FIRST:) DELIMITED BY SIZE
      INTO HTML-LINE WITH POINTER HTML-POS.
*>-----------------------------------------------------------------
 WRITE-HTML-LINE.
     WRITE HTMLPAGE-RECORD FROM HTML-LINE.
     MOVE SPACES TO HTML-LINE.
     MOVE 1 TO HTML-POS.
*>-----------------------------------------------------------------
*> Poll for the post a second at a time. The CGI renames it into
*> place whole, so a post that opens is a post that is complete.
 WAIT-FOR-POST.
     MOVE -1 TO HTMLFORM-KEY.
     MOVE 0  TO HTMLFORM-LAST-FLD.
     IF AF-Auth-ID = SPACES
      GO TO WAIT-FOR-POST-EXIT.
     PERFORM BUILD-PAGE-BASE.
     MOVE SPACES TO HTMLPOST-FILE-WRK.
     STRING PAGE-BASE DELIMITED BY SPACE
            ".pst"    DELIMITED BY SIZE
      INTO HTMLPOST-FILE-WRK.

     MOVE HTMLFORM-WAIT-SECS TO WAIT-SECS.
     IF WAIT-SECS < 1
      MOVE 30 TO WAIT-SECS.
     MOVE 0   TO WAIT-CNT.
     MOVE "N" TO POST-FOUND-SW.
     PERFORM CHECK-FOR-POST
         UNTIL POST-FOUND OR WAIT-CNT NOT < WAIT-SECS.
     IF NOT POST-FOUND
      GO TO WAIT-FOR-POST-EXIT.

     PERFORM READ-POST.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "catch {file delete -- {" DELIMITED BY SIZE
            HTMLPOST-FILE-WRK          DELIMITED BY SPACE
            "}}"                       DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     PERFORM CHECK-POST THRU CHECK-POST-EXIT.
     IF POST-REJECTED
      GO TO WAIT-FOR-POST-EXIT.
     PERFORM APPLY-POST.
 WAIT-FOR-POST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-FOR-POST.
     OPEN INPUT HTMLPOST-FILE.
     IF HTM-STATUS2 = "00"
      MOVE "Y" TO POST-FOUND-SW
     ELSE
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "after 1000" DELIMITED BY SIZE INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      ADD 1 TO WAIT-CNT.
*>-----------------------------------------------------------------
*> The post's pairs - the reserved names into their own items, the
*> rest kept for APPLY-POST. The file is already open.
 READ-POST.
     MOVE SPACES TO POST-AUTH POST-IP POST-TOKEN POST-SEQ
                    POST-KEY POST-CURSOR.
     MOVE 0   TO PAIR-CNT.
     MOVE "N" TO POST-EOF-SW.
     PERFORM UNTIL POST-EOF
      MOVE SPACES TO HTMLPOST-RECORD
      READ HTMLPOST-FILE
        AT END
         MOVE "Y" TO POST-EOF-SW
        NOT AT END
         PERFORM READ-POST-PAIR THRU READ-POST-PAIR-EXIT
      END-READ
     END-PERFORM.
     CLOSE HTMLPOST-FILE.
*>-----------------------------------------------------------------
 READ-POST-PAIR.
     IF HTMLPOST-RECORD = SPACES OR PAIR-CNT NOT < 512
      GO TO READ-POST-PAIR-EXIT.
     ADD 1 TO PAIR-CNT.
     MOVE SPACES TO PAIR-ENTRY(PAIR-CNT).
     MOVE 1 TO LINE-PTR.
     UNSTRING HTMLPOST-RECORD DELIMITED BY "="
         INTO PAIR-NAME(PAIR-CNT)
         WITH POINTER LINE-PTR.
     IF LINE-PTR <= LENGTH OF HTMLPOST-RECORD
      MOVE HTMLPOST-RECORD(LINE-PTR:) TO PAIR-VALUE(PAIR-CNT).
     EVALUATE PAIR-NAME(PAIR-CNT)
      WHEN "VPLUSAUTH"   MOVE PAIR-VALUE(PAIR-CNT) TO POST-AUTH
      WHEN "CLIENTIP"    MOVE PAIR-VALUE(PAIR-CNT) TO POST-IP
      WHEN "VPLUSTOKEN"  MOVE PAIR-VALUE(PAIR-CNT) TO POST-TOKEN
      WHEN "VPLUSSEQ"    MOVE PAIR-VALUE(PAIR-CNT) TO POST-SEQ
      WHEN "VPLUSKEY"    MOVE PAIR-VALUE(PAIR-CNT) TO POST-KEY
      WHEN "VPLUSCURSOR" MOVE PAIR-VALUE(PAIR-CNT) TO POST-CURSOR
      WHEN OTHER         CONTINUE
     END-EVALUATE.
 READ-POST-PAIR-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The post has to be this session's, for the page on the glass
*> now, with a key the page offered, and carry the token the web
*> session signed on with - VPUTAUTH's own test of it.
 CHECK-POST.
     MOVE "N" TO POST-REJECT-SW.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.

     MOVE POST-SEQ TO NUM1.
     Initialize num2 numdec numerr.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMDEC NOT = 0 OR NUMERR NOT = 0 OR NUM2 NOT = MM-HTML-SEQ
      MOVE "Y" TO POST-REJECT-SW
      move LOW-VALUES to DebugBUF
      string "VHTMLFORM: post for an earlier page of " CFNAME
             " dropped (page " POST-SEQ ")"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      GO TO CHECK-POST-EXIT.

     MOVE POST-KEY TO NUM1.
     Initialize num2 numdec numerr.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMDEC NOT = 0 OR NUMERR NOT = 0 OR POST-KEY = SPACES
      OR NUM2 < 0 OR NUM2 > FKEY-CNT OR NUM2 > 32
      MOVE "Y" TO POST-REJECT-SW
      move LOW-VALUES to DebugBUF
      string "VHTMLFORM: post for " CFNAME " dropped - key "
             POST-KEY " is not on the page"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      GO TO CHECK-POST-EXIT.
     MOVE NUM2 TO POST-KEY-SLOT.

     MOVE SPACES TO SESSION-USER.
     IF POST-AUTH NOT = AF-Auth-ID
      MOVE "Y"  TO POST-REJECT-SW
      MOVE "TK" TO SEV-REASON
      GO TO CHECK-POST-REPORT.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "Y"  TO POST-REJECT-SW
      MOVE "TK" TO SEV-REASON
      GO TO CHECK-POST-REPORT.

     MOVE "Y"  TO POST-REJECT-SW.
     MOVE "TK" TO SEV-REASON.
     MOVE "AUTHKEY;" TO SEARCH-ITEM.
     MOVE AF-Auth-ID TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NO-IMAGE-ERRORS
       MOVE AUTHSESS-USER TO SESSION-USER
       IF POST-TOKEN NOT = SPACES AND AUTHSESS-TOKEN = POST-TOKEN
        IF ClockSeconds > AUTHSESS-TOKEN-EXPIRE
         MOVE "TX" TO SEV-REASON
        ELSE
         MOVE "N"  TO POST-REJECT-SW
        END-IF
       END-IF
      END-IF
     END-IF.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     IF NOT POST-REJECTED
      GO TO CHECK-POST-EXIT.

*> A forged or stale-token post is a security event, not noise.
 CHECK-POST-REPORT.
     MOVE ClockSeconds TO SEV-EPOCH.
     MOVE SESSION-USER TO SEV-USER.
     MOVE POST-IP      TO SEV-IPADDR.
     MOVE CFNAME       TO SEV-SCREEN.
     CALL "VSECEVENT" USING COMAREA SEC-EVENT.
     move LOW-VALUES to DebugBUF
     string "VHTMLFORM: post for " CFNAME " refused (" SEV-REASON
            ") from " POST-IP
      DELIMITED BY size into DebugBUF
     CALL "LogDebug" USING DebugBUF.
 CHECK-POST-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Each posted field into the data buffer by name, through the same
*> HFLD layout the window's buffer is mapped with; the auth key and
*> address into the trailer VREADFIELDS reads them from. The key
*> comes back coded as SP2 codes it: Enter 13, slot n 314+n.
 APPLY-POST.
     PERFORM VARYING PAIR-IDX FROM 1 BY 1 UNTIL PAIR-IDX > PAIR-CNT
      PERFORM VARYING FLD-IDX FROM 1 BY 1
        UNTIL FLD-IDX > AF-AppFld-Cnt
       IF HFLD-NAME(FLD-IDX) = PAIR-NAME(PAIR-IDX)
        PERFORM SET-FIELD-ACCESS
        IF NOT FIELD-HIDDEN AND NOT FIELD-READONLY
         MOVE PAIR-VALUE(PAIR-IDX)
           TO MM-CD-DATABUFFER(HFLD-BUFSTART(FLD-IDX):
                               HFLD-LENGTH(FLD-IDX))
        END-IF
       END-IF
      END-PERFORM
     END-PERFORM.
     PERFORM VARYING FLD-IDX FROM 1 BY 1
       UNTIL FLD-IDX > AF-AppFld-Cnt OR HTMLFORM-LAST-FLD > 0
      IF HFLD-NAME(FLD-IDX) = POST-CURSOR
       MOVE HFLD-NUMBER(FLD-IDX) TO HTMLFORM-LAST-FLD
      END-IF
     END-PERFORM.

     MOVE POST-AUTH TO MM-CD-DATABUFFER(AF-AppBuf-Len + 1:48).
     IF POST-IP = SPACES
      MOVE AF-IPADDR TO MM-CD-DATABUFFER(AF-AppBuf-Len + 49:16)
     ELSE
      MOVE POST-IP   TO MM-CD-DATABUFFER(AF-AppBuf-Len + 49:16).

     IF POST-KEY-SLOT = 0
      MOVE 13 TO HTMLFORM-KEY
     ELSE
      COMPUTE HTMLFORM-KEY = POST-KEY-SLOT + 314 END-COMPUTE.
