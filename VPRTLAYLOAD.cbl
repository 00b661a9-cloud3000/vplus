>>source format free
*>*****************************************************************
*>*                     V P R T L A Y L O A D                      *
*>*****************************************************************
*>   Loads the current form's print layout (SECDB/PRINTLAYOUT and
*>   its PRINTLAYITEM rows) into PRINT-LAYOUT-GROUP for VPRINTFORM
*>   and VFORMMERGE, called after the print profile is loaded so the
*>   layout's page settings can override the profile's. A form with
*>   no layout on file comes back with PRL-FOUND off and prints as
*>   its screen image, exactly as before. Items are put in page-row
*>   order (then column), and every field item is matched by name
*>   to the panel's HFLD entry here, once, rather than per page;
*>   an item naming a field the panel does not have is noted to the
*>   debug log and left unprinted.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPRTLAYLOAD.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 INS-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 SHIFT-IDX               PIC S9(4) COMP-5 VALUE 0.
 01 SCAN-IDX                PIC S9(4) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PRINT-LAYOUT         Pic X(16) Value "PRINTLAYOUT".
 01 DS-PRINT-LAYOUT-ITEM    Pic X(16) Value "PRINTLAYITEM".

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
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
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
 0000-BEGIN-VPRTLAYLOAD.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.

     MOVE MM-CFNAME TO PRL-FORM.
     MOVE "N"       TO PRL-FOUND-SW.
     MOVE SPACES    TO PRL-LOGO-FILE.
     MOVE 0         TO PRL-LOGO-ROW PRL-LOGO-COL.
     MOVE 0         TO PRL-LOGO-WIDTH PRL-LOGO-HEIGHT.
     MOVE 0         TO PRL-ITEM-CNT.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      GO TO VPRTLAYLOAD-RETURN.

     MOVE MM-CFNAME TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT KEYED
         STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT SEARCH-KEY.
     IF NOT NO-IMAGE-ERRORS
      GO TO CLOSE-SECDB.

     MOVE "Y" TO PRL-FOUND-SW.
     IF PLY-PAGE-SIZE NOT = SPACES
      MOVE PLY-PAGE-SIZE TO PP-PAGE-SIZE.
     IF PLY-ORIENTATION NOT = SPACE
      MOVE PLY-ORIENTATION TO PP-LAYOUT.
     IF PLY-WIDTH > 0
      MOVE PLY-WIDTH TO PP-WIDTH.
     IF PLY-HEIGHT > 0
      MOVE PLY-HEIGHT TO PP-HEIGHT.
     MOVE PLY-LOGO-FILE   TO PRL-LOGO-FILE.
     MOVE PLY-LOGO-ROW    TO PRL-LOGO-ROW.
     MOVE PLY-LOGO-COL    TO PRL-LOGO-COL.
     MOVE PLY-LOGO-WIDTH  TO PRL-LOGO-WIDTH.
     MOVE PLY-LOGO-HEIGHT TO PRL-LOGO-HEIGHT.

     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE MM-CFNAME   TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT-ITEM CHAINED
           STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT-ITEM NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        PERFORM ADD-LAYOUT-ITEM THRU ADD-LAYOUT-ITEM-EXIT
       END-IF
      END-PERFORM.

 CLOSE-SECDB.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VPRTLAYLOAD-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Insert in row/column order - VPRINTFORM only ever moves forward
*> a page, so everything for page one has to go down before the
*> first item that belongs on page two.
 ADD-LAYOUT-ITEM.
     IF PRL-ITEM-CNT >= 128
      move LOW-VALUES to DebugBUF
      string "VPRTLAYLOAD: " PLI-FORM " item " PLI-ITEM
             " dropped - layout holds 128 items"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      GO TO ADD-LAYOUT-ITEM-EXIT.

     MOVE 1 TO INS-IDX.
     PERFORM UNTIL INS-IDX > PRL-ITEM-CNT
      IF PRL-ITEM-ROW(INS-IDX) > PLI-ROW
       OR (PRL-ITEM-ROW(INS-IDX) = PLI-ROW
           AND PRL-ITEM-COL(INS-IDX) > PLI-COL)
       EXIT PERFORM
      END-IF
      ADD 1 TO INS-IDX
     END-PERFORM.
     PERFORM VARYING SHIFT-IDX FROM PRL-ITEM-CNT BY -1
       UNTIL SHIFT-IDX < INS-IDX
      MOVE PRL-ITEM-ENTRY(SHIFT-IDX) TO PRL-ITEM-ENTRY(SHIFT-IDX + 1)
     END-PERFORM.
     ADD 1 TO PRL-ITEM-CNT.

     MOVE PLI-TYPE   TO PRL-ITEM-TYPE(INS-IDX).
     MOVE PLI-FIELD  TO PRL-ITEM-FIELD(INS-IDX).
     MOVE PLI-ROW    TO PRL-ITEM-ROW(INS-IDX).
     MOVE PLI-COL    TO PRL-ITEM-COL(INS-IDX).
     MOVE PLI-WIDTH  TO PRL-ITEM-WIDTH(INS-IDX).
     MOVE PLI-FONT   TO PRL-ITEM-FONT(INS-IDX).
     MOVE PLI-TEXT   TO PRL-ITEM-TEXT(INS-IDX).
     MOVE 0          TO PRL-ITEM-FLD-IDX(INS-IDX).
     IF NOT PLI-FIELD-ITEM
      GO TO ADD-LAYOUT-ITEM-EXIT.

*> The panel field by name - the HFLD walk VFORMMERGE's burst mode
*> uses. A width of zero, or wider than the field, is the field.
     PERFORM VARYING SCAN-IDX FROM 1 BY 1
       UNTIL SCAN-IDX > AF-AppFld-Cnt OR PRL-ITEM-FLD-IDX(INS-IDX) > 0
      IF HFLD-NAME(SCAN-IDX) = PLI-FIELD
       MOVE SCAN-IDX TO PRL-ITEM-FLD-IDX(INS-IDX)
      END-IF
     END-PERFORM.
     IF PRL-ITEM-FLD-IDX(INS-IDX) = 0
      move LOW-VALUES to DebugBUF
      string "VPRTLAYLOAD: " PLI-FORM " item " PLI-ITEM
             " names field " PLI-FIELD " - not on the panel"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      GO TO ADD-LAYOUT-ITEM-EXIT.
     MOVE PRL-ITEM-FLD-IDX(INS-IDX) TO SCAN-IDX.
     IF PRL-ITEM-WIDTH(INS-IDX) < 1
      OR PRL-ITEM-WIDTH(INS-IDX) > HFLD-LENGTH(SCAN-IDX)
      MOVE HFLD-LENGTH(SCAN-IDX) TO PRL-ITEM-WIDTH(INS-IDX).
 ADD-LAYOUT-ITEM-EXIT.
     EXIT.
