>>source format free
*>*****************************************************************
*>*                       V F L D H I S T                          *
*>*****************************************************************
*>   On-glass change history for one field of the record on the
*>   panel - "who changed this amount, from what, and when" without
*>   leaving the form. VREADFIELDS raises it on FLDHIST-KEY with the
*>   field under the cursor. The record is the one the form's
*>   duplicate-guard key fields name, taken from the buffer as keyed
*>   and matched against the record key VREADFIELDS and VBATCHINTAKE
*>   file on each DATAJRNL entry; a form with no key fields shows the
*>   field's history across every record and says so. Only fields
*>   AUDITFLD designates are journaled at all - any other field
*>   simply has no entries.
*>
*>   Entries come newest first, fourteen to a page: when, who, the
*>   old value and the new. A sensitive field's values are masked to
*>   their last few characters exactly as the panel masks them, and
*>   entries VREDACT has starred out stay starred. Looking is
*>   viewing: every history raised is a VIEWLOG record under the
*>   form, with the field and record key as its key value.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFLDHIST.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 SESSION-USER            PIC X(32) VALUE SPACES.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-COUNT              PIC ZZZZ9.
 01 DISP-LINENO             PIC Z9.
 01 PAGE-LINE               PIC X(100) VALUE SPACES.

*> The field asked about, and the record it belongs to.
 01 HIST-FLD-IDX            PIC S9(4) COMP-5 VALUE 0.
 01 HIST-FLD-NAME           PIC X(16) VALUE SPACES.
 01 HIST-VAL-LEN            PIC S9(4) COMP-5 VALUE 0.
 01 HIST-RECORD-KEY         PIC X(128) VALUE SPACES.
 01 HIST-KEY-FIELDS-SW      PIC X VALUE "N".
    88 HIST-HAS-KEY-FIELDS      VALUE "Y".
 01 KEY-POS                 PIC S9(4) COMP-5 VALUE 0.
 01 KEY-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 KEY-FLD-IDX             PIC S9(4) COMP-5 VALUE 0.
 01 KEY-FLD-PTR             PIC S9(4) COMP-5 VALUE 0.
 01 KEY-LEN                 PIC S9(4) COMP-5 VALUE 0.

*> Sensitive values keep their last few characters, as on the panel.
 01 SENS-KEEP               PIC S9(4) COMP-5 VALUE 4.
 01 SENS-LEN2               PIC S9(4) COMP-5 VALUE 0.
 01 SHOW-VALUE              PIC X(80) VALUE SPACES.
 01 NUM-LOCALE.
    02 NLC-ACTION          PIC X(01) VALUE SPACE.
    02 NLC-DECIMAL         PIC X(01) VALUE SPACE.
    02 NLC-GROUP           PIC X(01) VALUE SPACE.
    02 NLC-LENGTH          PIC S9(4) COMP-5 VALUE 0.
    02 NLC-TEXT            PIC X(80) VALUE SPACES.
    02 NLC-RESULT          PIC X(01) VALUE SPACE.
       88 NLC-OK               VALUE "Y".
       88 NLC-BAD              VALUE "N".

 01 HIST-TABLE.
    05 HIST-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 HIST-ENTRY OCCURS 200 TIMES.
       10 HIST-TIME             PIC S9(18) COMP-5.
       10 HIST-USER             PIC X(32).
       10 HIST-OLD-VALUE        PIC X(80).
       10 HIST-NEW-VALUE        PIC X(80).
 01 HIST-SWAP               PIC X(200).
 01 HIST-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 HIST-IDX2               PIC S9(4) COMP-5 VALUE 0.
 01 HIST-SWAPPED-SW         PIC X VALUE "N".
    88 HIST-SWAPPED             VALUE "Y".
 01 HIST-FOUND-CNT          PIC S9(8) COMP-5 VALUE 0.
 01 PAGE-TOP                PIC S9(4) COMP-5 VALUE 1.
 01 PAGE-ROW                PIC S9(4) COMP-5 VALUE 0.
 01 HIST-DONE-SW            PIC X VALUE "N".
    88 HIST-DONE                VALUE "Y".

 01 FH-CONVERSE-DATA.
      05  FH-CD-RET-CODE         PIC S9(4) COMP-5.
      05  FH-CD-LENS.
          10  FH-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  FH-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  FH-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  FH-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  FH-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  FH-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  FH-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  FH-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  FH-CD-DATA.
        06  FH-CD-IP-NUM-DATA.
          10  FH-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  FH-CD-IP-CHAR-DATA.
          10  FH-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  FH-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  FH-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  FH-CD-OP-CHAR-DATA.
          10  FH-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  FH-CD-DATABUFFER.
          10  FH-BUF-COMMAND     PIC X(40).
        06  FH-CD-COLR-DATA      PIC X(8).
        06  FH-CD-TYPE-DATA      PIC X(8).

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-VIEW-LOG             Pic X(16) Value "VIEWLOG".

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
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 FLDHIST-FLD-NUM         PIC S9(4) COMP-5.
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA FLDHIST-FLD-NUM.
*>*---------------------------------------------------------*
 0000-BEGIN-VFLDHIST.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO FLDHIST-ENTRY-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFLDHIST "
      delimited by "  " into INTR-CALLNAME.

     MOVE 0 TO HIST-FLD-IDX.
     PERFORM VARYING KEY-FLD-IDX FROM 1 BY 1
       UNTIL KEY-FLD-IDX > AF-AppFld-Cnt OR HIST-FLD-IDX > 0
      IF HFLD-NUMBER(KEY-FLD-IDX) = FLDHIST-FLD-NUM
       MOVE KEY-FLD-IDX TO HIST-FLD-IDX
      END-IF
     END-PERFORM.
     IF HIST-FLD-IDX = 0
      GO TO VFLDHIST-RETURN.
     MOVE HFLD-NAME(HIST-FLD-IDX)   TO HIST-FLD-NAME.
     MOVE HFLD-LENGTH(HIST-FLD-IDX) TO HIST-VAL-LEN.
     IF HIST-VAL-LEN > 80
      MOVE 80 TO HIST-VAL-LEN.

     PERFORM BUILD-HIST-RECORD-KEY.
     PERFORM COLLECT-FIELD-HISTORY THRU COLLECT-FIELD-HISTORY-EXIT.
     IF CSTATUS NOT = 0
      GO TO VFLDHIST-RETURN.
     MOVE HIST-FOUND-CNT TO FLDHIST-ENTRY-CNT.

     PERFORM OPEN-HIST-WINDOW.
     MOVE 1 TO PAGE-TOP.
     PERFORM PAINT-HIST-PAGE.
     MOVE "N" TO HIST-DONE-SW.
     PERFORM UNTIL HIST-DONE
      PERFORM CONVERSE-HIST-WINDOW
      IF FH-CD-KEY = SP2-KEY-ESCAPE OR FH-CD-RET-CODE NOT = 0
       SET HIST-DONE TO TRUE
      ELSE
       ADD 14 TO PAGE-TOP
       IF PAGE-TOP > HIST-CNT
        MOVE 1 TO PAGE-TOP
       END-IF
       PERFORM PAINT-HIST-PAGE
      END-IF
     END-PERFORM.
     PERFORM CLOSE-HIST-WINDOW.

 VFLDHIST-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The record key as VREADFIELDS journals it: the duplicate-guard
*> key fields' values run together. The glass shows numbers in the
*> session's locale, so NUM and IMP key fields go back to canonical
*> form first - that is how the journal holds them.
 BUILD-HIST-RECORD-KEY.
     MOVE SPACES TO HIST-RECORD-KEY.
     MOVE "N" TO HIST-KEY-FIELDS-SW.
     MOVE 1 TO KEY-POS.
     PERFORM VARYING KEY-IDX FROM 1 BY 1
       UNTIL KEY-IDX > DUPGUARD-FIELD-CNT OR KEY-IDX > 5
      MOVE 0 TO KEY-FLD-PTR
      PERFORM VARYING KEY-FLD-IDX FROM 1 BY 1
        UNTIL KEY-FLD-IDX > AF-AppFld-Cnt OR KEY-FLD-PTR > 0
       IF HFLD-NAME(KEY-FLD-IDX) = DUPGUARD-FIELD-NAME(KEY-IDX)
        MOVE KEY-FLD-IDX TO KEY-FLD-PTR
       END-IF
      END-PERFORM
      IF KEY-FLD-PTR > 0
       MOVE "Y" TO HIST-KEY-FIELDS-SW
       MOVE HFLD-LENGTH(KEY-FLD-PTR) TO KEY-LEN
       IF (KEY-POS + KEY-LEN) > 128
        COMPUTE KEY-LEN = 128 - KEY-POS + 1 END-COMPUTE
       END-IF
       IF KEY-LEN > 0
        MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(KEY-FLD-PTR):KEY-LEN)
          TO HIST-RECORD-KEY(KEY-POS:KEY-LEN)
        IF (HFLD-DTYPE(KEY-FLD-PTR)(1:3) = "NUM"
            OR HFLD-DTYPE(KEY-FLD-PTR)(1:3) = "IMP")
         AND KEY-LEN <= 80
         AND (DPF-DECIMAL-CHAR = ","
              OR (DPF-GROUP-CHAR NOT = SPACE
                  AND DPF-GROUP-CHAR NOT = LOW-VALUE))
         MOVE "C"     TO NLC-ACTION
         MOVE SPACES  TO NLC-DECIMAL NLC-GROUP NLC-TEXT
         MOVE KEY-LEN TO NLC-LENGTH
         MOVE HIST-RECORD-KEY(KEY-POS:KEY-LEN) TO NLC-TEXT(1:KEY-LEN)
         CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE
         IF NLC-OK
          MOVE NLC-TEXT(1:KEY-LEN) TO HIST-RECORD-KEY(KEY-POS:KEY-LEN)
         END-IF
        END-IF
        COMPUTE KEY-POS = KEY-POS + KEY-LEN END-COMPUTE
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Every journal entry for this form and field on this record, then
*> newest first. The look is logged whether or not anything was
*> found.
 COLLECT-FIELD-HISTORY.
     MOVE 0 TO HIST-CNT HIST-FOUND-CNT.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFLDHIST" TO INTR-ERRNAME
      MOVE 50         TO INTR-ERRNUM
      MOVE 50         TO CSTATUS
      GO TO COLLECT-FIELD-HISTORY-EXIT.

     PERFORM RESOLVE-SESSION-USER.

     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-FORM = HPAN-NAME AND DJ-FIELD = HIST-FLD-NAME
       IF NOT HIST-HAS-KEY-FIELDS
          OR DJ-RECORD-KEY = HIST-RECORD-KEY
        ADD 1 TO HIST-FOUND-CNT
        IF HIST-CNT < 200
         ADD 1 TO HIST-CNT
         MOVE DJ-TIME      TO HIST-TIME(HIST-CNT)
         MOVE DJ-USER      TO HIST-USER(HIST-CNT)
         MOVE DJ-OLD-VALUE TO HIST-OLD-VALUE(HIST-CNT)
         MOVE DJ-NEW-VALUE TO HIST-NEW-VALUE(HIST-CNT)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     PERFORM LOG-HISTORY-VIEW.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     PERFORM SORT-HISTORY.

     move LOW-VALUES to DebugBUF.
     MOVE HIST-FOUND-CNT TO DISP-COUNT.
     string "VFLDHIST: " HPAN-NAME " " HIST-FLD-NAME
            " entries " DISP-COUNT
      DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.
 COLLECT-FIELD-HISTORY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RESOLVE-SESSION-USER.
     MOVE SPACES TO SESSION-USER.
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
       MOVE AUTHSESS-USER TO SESSION-USER.
*>-----------------------------------------------------------------
*> A field's history is a view of the record like the panel itself:
*> on record under the form, keyed by the field and the record.
 LOG-HISTORY-VIEW.
     INITIALIZE DB-VIEW-LOG.
     MOVE SESSION-USER TO VL-USER.
     MOVE HPAN-NAME    TO VL-FORM.
     MOVE ClockSeconds TO VL-TIME.
     STRING HIST-FLD-NAME   DELIMITED BY SPACE
            " "             DELIMITED BY SIZE
            HIST-RECORD-KEY DELIMITED BY SIZE
      INTO VL-KEY-VALUE.
     CALL "DBLOCK" USING Secdb-Database DS-VIEW-LOG
         MODE-3 STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-VIEW-LOG
         MODE-1 STATUS-AREA ALL-ITEMS DB-VIEW-LOG.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-VIEW-LOG
         MODE-1 STATUS-AREA.
*>-----------------------------------------------------------------
*> Plain exchange sort, newest first.
 SORT-HISTORY.
     MOVE "Y" TO HIST-SWAPPED-SW.
     PERFORM UNTIL NOT HIST-SWAPPED
      MOVE "N" TO HIST-SWAPPED-SW
      PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX >= HIST-CNT
       COMPUTE HIST-IDX2 = HIST-IDX + 1 END-COMPUTE
       IF HIST-TIME(HIST-IDX) < HIST-TIME(HIST-IDX2)
        MOVE HIST-ENTRY(HIST-IDX)  TO HIST-SWAP
        MOVE HIST-ENTRY(HIST-IDX2) TO HIST-ENTRY(HIST-IDX)
        MOVE HIST-SWAP             TO HIST-ENTRY(HIST-IDX2)
        MOVE "Y" TO HIST-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
*> One value as the panel would show it: masked to its last few
*> characters on a sensitive field, in the session's numeric locale
*> on a NUM field. A starred-out value is shown as it lies.
 FORMAT-SHOW-VALUE.
     IF FIELD-SENSITIVE(HIST-FLD-IDX) = "Y"
      IF HIST-VAL-LEN > SENS-KEEP
         AND SHOW-VALUE(1:HIST-VAL-LEN) > SPACES
       COMPUTE SENS-LEN2 = HIST-VAL-LEN - SENS-KEEP END-COMPUTE
       MOVE ALL "*" TO SHOW-VALUE(1:SENS-LEN2)
      END-IF
     ELSE
      IF HFLD-DTYPE(HIST-FLD-IDX)(1:3) = "NUM"
         AND HIST-VAL-LEN > 0
       MOVE "D"          TO NLC-ACTION
       MOVE SPACES       TO NLC-DECIMAL NLC-GROUP NLC-TEXT
       MOVE HIST-VAL-LEN TO NLC-LENGTH
       MOVE SHOW-VALUE(1:HIST-VAL-LEN) TO NLC-TEXT(1:HIST-VAL-LEN)
       CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE
       MOVE NLC-TEXT(1:HIST-VAL-LEN) TO SHOW-VALUE(1:HIST-VAL-LEN)
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 OPEN-HIST-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VFLDHWIN"           TO SP2-WD-NAME.
     MOVE "FIELD HISTORY"      TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 640                  TO SP2-WD-WIDTH.
     MOVE 240                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VFLDHPAN"           TO SP2-PD-NAME.
     MOVE "Field history"      TO SP2-PD-TITLE.
     MOVE 620                  TO SP2-PD-WIDTH.
     MOVE 230                  TO SP2-PD-HEIGHT.
     MOVE 1                    TO SP2-PD-FLD-CNT.
     MOVE 1                    TO SP2-PD-PROG-CNT.
     MOVE 40                   TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "FLDHCMD"            TO SP2-FD-NAME.
     MOVE 209                  TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 360                  TO SP2-FD-WIDTH.
     MOVE 40                   TO SP2-FD-MAX-LEN.
     MOVE 40                   TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>-----------------------------------------------------------------
 CLOSE-HIST-WINDOW.
     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>-----------------------------------------------------------------
*> Row 1 is the field, the record and the count, row 2 the column
*> heads, rows 3 to 16 fourteen entries. Values show to thirty
*> characters.
 PAINT-HIST-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 100                  TO SP2-SD-VAR-LEN.
     Move 100                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     MOVE HIST-FOUND-CNT TO DISP-COUNT.
     MOVE SPACES TO PAGE-LINE.
     IF HIST-HAS-KEY-FIELDS
      STRING "FIELD " DELIMITED BY SIZE
             HIST-FLD-NAME DELIMITED BY SPACE
             "  RECORD " DELIMITED BY SIZE
             HIST-RECORD-KEY DELIMITED BY "  "
             "  CHANGES " DISP-COUNT
       DELIMITED BY SIZE INTO PAGE-LINE
     ELSE
      STRING "FIELD " DELIMITED BY SIZE
             HIST-FLD-NAME DELIMITED BY SPACE
             "  ALL RECORDS - FORM HAS NO KEY FIELDS  CHANGES "
             DISP-COUNT
       DELIMITED BY SIZE INTO PAGE-LINE
     END-IF.
     MOVE 21        TO SP2-SD-ID.
     MOVE 11        TO SP2-SD-ROW.
     Move 9         TO SP2-SD-COL.
     MOVE PAGE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE SPACES TO PAGE-LINE.
     MOVE "    TIME"   TO PAGE-LINE(1:15).
     MOVE "USER"       TO PAGE-LINE(21:16).
     MOVE "OLD VALUE"  TO PAGE-LINE(38:30).
     MOVE "NEW VALUE"  TO PAGE-LINE(69:30).
     MOVE 22        TO SP2-SD-ID.
     MOVE 22        TO SP2-SD-ROW.
     MOVE PAGE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     PERFORM VARYING PAGE-ROW FROM 1 BY 1 UNTIL PAGE-ROW > 14
      COMPUTE SP2-SD-ID = 22 + PAGE-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = ((PAGE-ROW + 2) * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE HIST-IDX = PAGE-TOP + PAGE-ROW - 1 END-COMPUTE
      MOVE SPACES TO PAGE-LINE
      IF HIST-IDX NOT > HIST-CNT
       MOVE HIST-TIME(HIST-IDX)      TO DISP-TIME
       MOVE DISP-TIME                TO PAGE-LINE(1:15)
       MOVE HIST-USER(HIST-IDX)      TO PAGE-LINE(21:16)
       MOVE HIST-OLD-VALUE(HIST-IDX) TO SHOW-VALUE
       PERFORM FORMAT-SHOW-VALUE
       MOVE SHOW-VALUE               TO PAGE-LINE(38:30)
       MOVE HIST-NEW-VALUE(HIST-IDX) TO SHOW-VALUE
       PERFORM FORMAT-SHOW-VALUE
       MOVE SHOW-VALUE               TO PAGE-LINE(69:30)
      END-IF
      MOVE PAGE-LINE TO SP2-SD-TEXT
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     MOVE 38                   TO SP2-SD-ID.
     MOVE 192                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE "NEWEST FIRST  ENTER PAGES  ESC CLOSES" TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------------
 CONVERSE-HIST-WINDOW.
     MOVE LOW-VALUES TO FH-CD-DATA.
     COMPUTE FH-CD-LEN-LEN      = FUNCTION LENGTH(FH-CD-LENS).
     COMPUTE FH-CD-IP-NUM-LEN   = FUNCTION LENGTH(FH-CD-IP-NUM-DATA).
     COMPUTE FH-CD-IP-CHAR-LEN  = FUNCTION LENGTH(FH-CD-IP-CHAR-DATA).
     COMPUTE FH-CD-OP-NUM-LEN   = FUNCTION LENGTH(FH-CD-OP-NUM-DATA).
     COMPUTE FH-CD-OP-CHAR-LEN  = FUNCTION LENGTH(FH-CD-OP-CHAR-DATA).
     COMPUTE FH-CD-FIELD-LEN    = FUNCTION LENGTH(FH-CD-DATABUFFER).
     COMPUTE FH-CD-COLR-LEN     = FUNCTION LENGTH(FH-CD-COLR-DATA).
     COMPUTE FH-CD-TYPE-LEN     = FUNCTION LENGTH(FH-CD-TYPE-DATA).
     MOVE "VFLDHPAN" TO FH-CD-NEXT-PANEL.
     MOVE "a"        TO FH-CD-WAIT-SW.
     MOVE "x"        TO FH-CD-NEW-WINDOW.
     MOVE SPACES     TO FH-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS FH-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL FH-CONVERSE-DATA.
