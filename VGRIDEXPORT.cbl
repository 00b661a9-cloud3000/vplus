>>source format free
*>*****************************************************************
*>*                     V G R I D E X P O R T                      *
*>*****************************************************************
*>   "Those rows in a spreadsheet" for the operator on a grid panel:
*>   the grid's full backing rows, as VGETGRID hands them back, are
*>   written as a CSV - a heading line of column names, then one
*>   line per row - and the file is sent to the workstation and
*>   opened there through VOPENURL's client-file path. The export
*>   sees what the screen sees: the session's form access is checked
*>   again against FORMACL (and FIRECALL) exactly as VINITFORM checks
*>   it, a sensitive grid field goes out masked as VREADFIELDS shows
*>   it, and a grid hidden by a conditional rule in force goes out
*>   blank. Every export leaves a VIEWLOG record - user, form, time,
*>   and the row count and file name as its key value.
*>   The columns are GRIDEXP-COL-TABLE's when the application has
*>   declared them, otherwise the whole row under the grid field's
*>   own name.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VGRIDEXPORT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT GRIDCSV-FILE
        ASSIGN TO GRIDCSV-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GCSV-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  GRIDCSV-FILE.
 01  GRIDCSV-RECORD               PIC X(512).
 WORKING-STORAGE SECTION.
 01 GCSV-STATUS1            PIC XX.
 01 GRIDCSV-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 GX-URL                  PIC X(150) VALUE SPACES.
 01 GX-ROW-COUNT            PIC S9(4) COMP-5 VALUE 0.
 01 GX-ROW-TABLE.
    05 GX-ROW-ITEM OCCURS 100 TIMES PIC X(80).
 01 GX-ROW                  PIC X(80) VALUE SPACES.
 01 GX-ROW-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 GX-COL-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 GX-VIS-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 GX-CND-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 GX-GRID-FLD             PIC S9(4) COMP-5 VALUE 0.
 01 GX-MASK-LEN             PIC S9(4) COMP-5 VALUE 0.
 01 GX-SENS-KEEP            PIC S9(4) COMP-5 VALUE 4.
 01 GX-CUT-START            PIC S9(4) COMP-5 VALUE 0.
 01 GX-CUT-LEN              PIC S9(4) COMP-5 VALUE 0.
 01 GX-CELL                 PIC X(80) VALUE SPACES.
 01 GX-CELL-LEN             PIC S9(4) COMP-5 VALUE 0.
 01 GX-CELL-FIRST           PIC S9(4) COMP-5 VALUE 0.
 01 GX-CELL-LAST            PIC S9(4) COMP-5 VALUE 0.
 01 GX-CHR-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 GX-LINE                 PIC X(512) VALUE SPACES.
 01 GX-LINE-POS             PIC S9(4) COMP-5 VALUE 0.
 01 GX-DISP-CNT             PIC ZZ9.
 01 GX-SENSITIVE-SW         PIC X VALUE "N".
    88 GX-GRID-SENSITIVE        VALUE "Y".
 01 GX-HIDDEN-SW            PIC X VALUE "N".
    88 GX-GRID-HIDDEN           VALUE "Y".
 01 ACL-FORM-SW             PIC X VALUE "N".
    88 ACL-FORM-PERMITTED       VALUE "Y".
 01 SESSION-USER            Pic X(32) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VGRIDEXPORT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO GRIDEXP-ROW-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VGRIDEXPORT "
      delimited by "  " into INTR-CALLNAME.

     CALL "VGETGRID" USING COMAREA GX-ROW-COUNT GX-ROW-TABLE.
     IF CSTATUS NOT = 0
      MOVE "VGRIDEXPORT" TO INTR-ERRNAME
      MOVE 72            TO INTR-ERRNUM
      MOVE 72            TO CSTATUS
      GO TO VGRIDEXPORT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VGRIDEXPORT" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      GO TO VGRIDEXPORT-RETURN.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     PERFORM RESOLVE-SESSION-USER.

*> Rows that leave the building leave under the same rule that let
*> the panel open - a grant withdrawn since then stops the export.
     PERFORM CHECK-FORM-ACCESS THRU CHECK-FORM-ACCESS-EXIT.
     IF NOT ACL-FORM-PERMITTED
      move LOW-VALUES to END-MSG
      string "SECURITY: ACCESS TO FORM " CFNAME
         " DENIED" Delimited by size into END-MSG
      End-String
      move LOW-VALUES to DebugBUF
      String "VGRIDEXPORT: FORMACL denied " CFNAME
         " to " SESSION-USER
         Delimited by size into DebugBUF
      End-String
      CALL "LogDebug" USING DebugBUF
      MOVE "VGRIDEXPORT" TO INTR-ERRNAME
      MOVE 93            TO INTR-ERRNUM
      Move END-MSG       TO INTR-ERRMSG
      MOVE 93            TO CSTATUS
      GO TO CLOSE-SECDB.

     PERFORM CHECK-GRID-DISPLAY.

     MOVE SPACES TO GRIDCSV-FILE-NAME-WRK.
     IF GRIDEXP-FILE-NAME NOT = SPACES
      MOVE GRIDEXP-FILE-NAME TO GRIDCSV-FILE-NAME-WRK
     ELSE
      STRING CFNAME DELIMITED BY SPACE
             ".CSV" DELIMITED BY SIZE
       INTO GRIDCSV-FILE-NAME-WRK.

     OPEN OUTPUT GRIDCSV-FILE.
     IF GCSV-STATUS1 NOT = "00"
      move LOW-VALUES to DebugBUF
      string "VGRIDEXPORT: cannot open " GRIDCSV-FILE-NAME-WRK
             " status " GCSV-STATUS1
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE "VGRIDEXPORT" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO CLOSE-SECDB.

     PERFORM WRITE-HEADING-LINE.
     PERFORM VARYING GX-ROW-IDX FROM 1 BY 1
       UNTIL GX-ROW-IDX > GX-ROW-COUNT
      PERFORM WRITE-ROW-LINE
     END-PERFORM.
     CLOSE GRIDCSV-FILE.
     MOVE GX-ROW-COUNT TO GRIDEXP-ROW-CNT.

     PERFORM LOG-GRID-EXPORT.

 CLOSE-SECDB.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

*> Out to the workstation last, once the file is whole and the
*> export is on record. A site allow-list refusal comes back as
*> VOPENURL's own CSTATUS.
     IF CSTATUS = 0
      MOVE SPACES TO GX-URL
      MOVE GRIDCSV-FILE-NAME-WRK TO GX-URL
      CALL "VOPENURL" USING COMAREA GX-URL.

 VGRIDEXPORT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> VINITFORM's rule: no FORMACL records for the user leaves every
*> form open; otherwise a record naming this form (or "@"), or an
*> active unexpired FIRECALL grant for it, is needed.
 CHECK-FORM-ACCESS.
     MOVE "Y" TO ACL-FORM-SW.
     IF SESSION-USER = SPACES
      GO TO CHECK-FORM-ACCESS-EXIT.

     MOVE "USERNAME;"  TO SEARCH-ITEM.
     MOVE SESSION-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
      GO TO CHECK-FORM-ACCESS-EXIT.

     MOVE "N" TO ACL-FORM-SW.
     PERFORM UNTIL ACL-FORM-PERMITTED OR END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
          STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       IF FACL-FORM = CFNAME OR FACL-FORM = "@"
        MOVE "Y" TO ACL-FORM-SW
       END-IF
      END-IF
     END-PERFORM.
     IF ACL-FORM-PERMITTED
      GO TO CHECK-FORM-ACCESS-EXIT.

     MOVE "USERNAME;"  TO SEARCH-ITEM.
     MOVE SESSION-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FIRECALL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR ACL-FORM-PERMITTED
       CALL "DBGET" USING Secdb-Database DS-FIRECALL CHAINED
           STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        IF FCG-ACTIVE
         AND FCG-FORM = CFNAME
         AND FCG-EXPIRE-TIME > ClockSeconds
         MOVE "Y" TO ACL-FORM-SW
        END-IF
       END-IF
      END-PERFORM.
 CHECK-FORM-ACCESS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> How the grid is showing right now: masked when any of its row
*> fields is sensitive, blank when a conditional rule in force
*> hides it.
 CHECK-GRID-DISPLAY.
     MOVE "N" TO GX-SENSITIVE-SW.
     MOVE "N" TO GX-HIDDEN-SW.
     MOVE GRID-VIS-FLD(1) TO GX-GRID-FLD.
     PERFORM VARYING GX-VIS-IDX FROM 1 BY 1
       UNTIL GX-VIS-IDX > GRID-VIS-ROWS
      IF FIELD-SENSITIVE(GRID-VIS-FLD(GX-VIS-IDX)) = "Y"
       MOVE "Y" TO GX-SENSITIVE-SW
      END-IF
      PERFORM VARYING GX-CND-IDX FROM 1 BY 1
        UNTIL GX-CND-IDX > COND-RULE-CNT
       IF COND-HIDDEN(GX-CND-IDX) AND COND-HOLDS(GX-CND-IDX)
        AND COND-TARGET-NAME(GX-CND-IDX)
            = HFLD-NAME(GRID-VIS-FLD(GX-VIS-IDX))
        MOVE "Y" TO GX-HIDDEN-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-HEADING-LINE.
     MOVE SPACES TO GX-LINE.
     MOVE 1 TO GX-LINE-POS.
     IF GRIDEXP-COL-CNT < 1
      MOVE HFLD-NAME(GX-GRID-FLD) TO GX-CELL
      PERFORM ADD-CSV-CELL
     ELSE
      PERFORM VARYING GX-COL-IDX FROM 1 BY 1
        UNTIL GX-COL-IDX > GRIDEXP-COL-CNT OR GX-COL-IDX > 12
       MOVE GRIDEXP-COL-NAME(GX-COL-IDX) TO GX-CELL
       PERFORM ADD-CSV-CELL
      END-PERFORM.
     WRITE GRIDCSV-RECORD FROM GX-LINE.
*>-----------------------------------------------------------------
*> The row as the operator would see it in the window - the same
*> mask VREADFIELDS lays over a sensitive field, all but its last
*> few characters - then cut into its columns.
 WRITE-ROW-LINE.
     MOVE SPACES TO GX-ROW.
     IF NOT GX-GRID-HIDDEN
      MOVE GX-ROW-ITEM(GX-ROW-IDX)(1:GRID-ROW-LEN)
        TO GX-ROW(1:GRID-ROW-LEN).
     IF GX-GRID-SENSITIVE
      AND GRID-ROW-LEN > GX-SENS-KEEP
      AND GX-ROW(1:GRID-ROW-LEN) > SPACES
      COMPUTE GX-MASK-LEN = GRID-ROW-LEN - GX-SENS-KEEP END-COMPUTE
      MOVE ALL "*" TO GX-ROW(1:GX-MASK-LEN).

     MOVE SPACES TO GX-LINE.
     MOVE 1 TO GX-LINE-POS.
     IF GRIDEXP-COL-CNT < 1
      MOVE GX-ROW TO GX-CELL
      PERFORM ADD-CSV-CELL
     ELSE
      PERFORM VARYING GX-COL-IDX FROM 1 BY 1
        UNTIL GX-COL-IDX > GRIDEXP-COL-CNT OR GX-COL-IDX > 12
       MOVE SPACES TO GX-CELL
       MOVE GRIDEXP-COL-START(GX-COL-IDX) TO GX-CUT-START
       MOVE GRIDEXP-COL-LEN(GX-COL-IDX)   TO GX-CUT-LEN
       IF GX-CUT-START > 0 AND GX-CUT-START <= GRID-ROW-LEN
        AND GX-CUT-LEN > 0
        IF GX-CUT-START + GX-CUT-LEN - 1 > GRID-ROW-LEN
         COMPUTE GX-CUT-LEN = GRID-ROW-LEN - GX-CUT-START + 1
         END-COMPUTE
        END-IF
        MOVE GX-ROW(GX-CUT-START:GX-CUT-LEN) TO GX-CELL
       END-IF
       PERFORM ADD-CSV-CELL
      END-PERFORM.
     WRITE GRIDCSV-RECORD FROM GX-LINE.
*>-----------------------------------------------------------------
*> GX-CELL onto the line at GX-LINE-POS, comma first unless it is
*> the line's first cell: blanks either side dropped, the value in
*> double quotes with any quote inside it doubled - what every
*> spreadsheet reads back as the one value.
 ADD-CSV-CELL.
     IF GX-LINE-POS > 1
      MOVE "," TO GX-LINE(GX-LINE-POS:1)
      ADD 1 TO GX-LINE-POS.
     MOVE 0 TO GX-CELL-FIRST GX-CELL-LAST.
     PERFORM VARYING GX-CHR-IDX FROM 1 BY 1 UNTIL GX-CHR-IDX > 80
      IF GX-CELL(GX-CHR-IDX:1) NOT = SPACE
       AND GX-CELL(GX-CHR-IDX:1) NOT = LOW-VALUE
       IF GX-CELL-FIRST = 0
        MOVE GX-CHR-IDX TO GX-CELL-FIRST
       END-IF
       MOVE GX-CHR-IDX TO GX-CELL-LAST
      END-IF
     END-PERFORM.
     MOVE """" TO GX-LINE(GX-LINE-POS:1).
     ADD 1 TO GX-LINE-POS.
     IF GX-CELL-FIRST > 0
      PERFORM VARYING GX-CHR-IDX FROM GX-CELL-FIRST BY 1
        UNTIL GX-CHR-IDX > GX-CELL-LAST
       IF GX-CELL(GX-CHR-IDX:1) = """"
        MOVE """" TO GX-LINE(GX-LINE-POS:1)
        ADD 1 TO GX-LINE-POS
       END-IF
       MOVE GX-CELL(GX-CHR-IDX:1) TO GX-LINE(GX-LINE-POS:1)
       ADD 1 TO GX-LINE-POS
      END-PERFORM.
     MOVE """" TO GX-LINE(GX-LINE-POS:1).
     ADD 1 TO GX-LINE-POS.
*>-----------------------------------------------------------------
*> Rows carried off the screen are rows viewed - on record whether
*> or not the grid holds anything sensitive.
 LOG-GRID-EXPORT.
     INITIALIZE DB-VIEW-LOG.
     MOVE SESSION-USER TO VL-USER.
     MOVE CFNAME       TO VL-FORM.
     MOVE ClockSeconds TO VL-TIME.
     MOVE GX-ROW-COUNT TO GX-DISP-CNT.
     MOVE SPACES TO VL-KEY-VALUE.
     STRING "GRID EXPORT " DELIMITED BY SIZE
            GX-DISP-CNT DELIMITED BY SIZE
            " ROWS TO " DELIMITED BY SIZE
            GRIDCSV-FILE-NAME-WRK DELIMITED BY SPACE
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
