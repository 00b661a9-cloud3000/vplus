>>source format free
*>*****************************************************************
*>*                    V P R T L A Y A D M I N                     *
*>*****************************************************************
*>   Maintenance for the per-form print layouts in SECDB/PRINTLAYOUT
*>   and SECDB/PRINTLAYITEM, in the action-driven shape of VCODETAB,
*>   so the letter a form prints - letterhead, fixed paragraphs,
*>   where each field lands - can be changed without touching the
*>   data-entry panel:
*>     PRTLAY-DEFINE      ("D") the layout's page size, orientation,
*>                        grid and logo; creates the layout, or
*>                        replaces those settings on one on file
*>     PRTLAY-PLACE-FIELD ("F") panel field PRTLAY-FIELD as item
*>                        PRTLAY-ITEM at a page row and column
*>     PRTLAY-SET-TEXT    ("T") text item PRTLAY-ITEM - one line of
*>                        a paragraph or heading; an item already on
*>                        file is rewritten in place, so rewording a
*>                        letter is one "T" per changed line
*>     PRTLAY-REMOVE      ("R") item PRTLAY-ITEM, or the whole layout
*>                        and its items when that is spaces - the
*>                        form goes back to printing its screen
*>     PRTLAY-LIST        ("L") PRTLAY-FORM's layout, or every layout
*>                        when that is spaces, item by item
*>   Every define, placement, text change and removal is journalled
*>   in ADMINLOG with the old and new settings.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPRTLAYADMIN.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT PRTLAY-FILE
        ASSIGN TO PRTLAY-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLAY-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  PRTLAY-FILE.
 01  PRTLAY-RECORD                PIC X(240).
 WORKING-STORAGE SECTION.
 01 PLAY-STATUS1            PIC XX.
 01 PRTLAY-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 HEAD-FOUND-SW           PIC X VALUE "N".
    88 HEAD-FOUND              VALUE "Y".
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 ITEM-CNT                PIC S9(8) COMP-5 VALUE 0.
 01 LAYOUT-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 DISP-CNT                PIC ZZZZZZZ9.
 01 DISP-ROW                PIC ZZZ9.
 01 DISP-COL                PIC ZZZ9.
 01 DISP-WIDTH              PIC ZZZ9.
 01 DISP-HEIGHT             PIC ZZZ9.
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PRINT-LAYOUT         Pic X(16) Value "PRINTLAYOUT".
 01 DS-PRINT-LAYOUT-ITEM    Pic X(16) Value "PRINTLAYITEM".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 ACTOR-USER              Pic X(32) Value Spaces.

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
*>*---------------------------------------------------------*
 0000-BEGIN-VPRTLAYADMIN.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO PRTLAY-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VPRTLAYADMIN "
      delimited by "  " into INTR-CALLNAME.

     IF NOT PRTLAY-LIST
      AND (PRTLAY-FORM = SPACES
       OR ((PRTLAY-PLACE-FIELD OR PRTLAY-SET-TEXT)
           AND (PRTLAY-ITEM = SPACES
                OR PRTLAY-ROW < 1 OR PRTLAY-COL < 1))
       OR (PRTLAY-PLACE-FIELD AND PRTLAY-FIELD = SPACES))
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 187            TO INTR-ERRNUM
      MOVE 187            TO CSTATUS
      MOVE "FORM, ITEM, FIELD AND A ROW/COLUMN FROM 1 ARE REQUIRED"
        TO END-MSG
      GO TO VPRTLAYADMIN-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 50             TO INTR-ERRNUM
      MOVE 50             TO CSTATUS
      GO TO VPRTLAYADMIN-RETURN.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     EVALUATE TRUE
      WHEN PRTLAY-DEFINE
       PERFORM DEFINE-LAYOUT THRU DEFINE-LAYOUT-EXIT
      WHEN PRTLAY-PLACE-FIELD
       PERFORM SET-LAYOUT-ITEM THRU SET-LAYOUT-ITEM-EXIT
      WHEN PRTLAY-SET-TEXT
       PERFORM SET-LAYOUT-ITEM THRU SET-LAYOUT-ITEM-EXIT
      WHEN PRTLAY-REMOVE
       PERFORM REMOVE-LAYOUT THRU REMOVE-LAYOUT-EXIT
      WHEN OTHER
       PERFORM LIST-LAYOUTS THRU LIST-LAYOUTS-EXIT
     END-EVALUATE.

*> Letter wording is the business's to change; the journal shows
*> who changed it and what it said before.
     IF CSTATUS = 0 AND NOT PRTLAY-LIST
      PERFORM RESOLVE-ACTOR-USER
      MOVE ACTOR-USER TO AAL-ACTOR
      MOVE "VPRTLAYADMIN" TO AAL-PROGRAM
      MOVE PRTLAY-FORM TO AAL-TARGET
      IF PRTLAY-ITEM NOT = SPACES
       STRING PRTLAY-FORM DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              PRTLAY-ITEM DELIMITED BY SPACE
        INTO AAL-TARGET
      END-IF
      MOVE SPACES TO DELEG-ON-BEHALF-OF
      CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VPRTLAYADMIN-RETURN.
     Goback.
*>-----------------------------------------------------------------
 DEFINE-LAYOUT.
     PERFORM FIND-LAYOUT.
     IF HEAD-FOUND
      PERFORM FORMAT-LAYOUT
      MOVE AAL-NEW TO AAL-OLD
     ELSE
      INITIALIZE DB-PRINT-LAYOUT
      MOVE PRTLAY-FORM TO PLY-FORM.

     MOVE PRTLAY-PAGE-SIZE   TO PLY-PAGE-SIZE.
     MOVE PRTLAY-ORIENTATION TO PLY-ORIENTATION.
     MOVE PRTLAY-PAGE-WIDTH  TO PLY-WIDTH.
     MOVE PRTLAY-PAGE-HEIGHT TO PLY-HEIGHT.
     MOVE PRTLAY-LOGO-FILE   TO PLY-LOGO-FILE.
     MOVE PRTLAY-LOGO-ROW    TO PLY-LOGO-ROW.
     MOVE PRTLAY-LOGO-COL    TO PLY-LOGO-COL.
     MOVE PRTLAY-LOGO-WIDTH  TO PLY-LOGO-WIDTH.
     MOVE PRTLAY-LOGO-HEIGHT TO PLY-LOGO-HEIGHT.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER   TO PLY-SET-BY.
     MOVE ClockSeconds TO PLY-SET-TIME.

     CALL "DBLOCK" USING Secdb-Database DS-PRINT-LAYOUT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF HEAD-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-LAYOUT
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-PRINT-LAYOUT
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 57             TO INTR-ERRNUM
      MOVE 57             TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-LAYOUT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM FORMAT-LAYOUT.
     MOVE "PRTLAY-DEFINE" TO AAL-ACTION.
 DEFINE-LAYOUT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A field placement or a text line. The layout must be defined
*> first - an item with no layout over it would never print.
 SET-LAYOUT-ITEM.
     PERFORM FIND-LAYOUT.
     IF NOT HEAD-FOUND
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 152            TO INTR-ERRNUM
      MOVE 152            TO CSTATUS
      MOVE "NO PRINT LAYOUT ON FILE FOR THE FORM - DEFINE IT FIRST"
        TO END-MSG
      GO TO SET-LAYOUT-ITEM-EXIT.

     PERFORM FIND-ITEM.
     IF RECORD-FOUND
      PERFORM FORMAT-ITEM
      MOVE AAL-NEW TO AAL-OLD
     ELSE
      INITIALIZE DB-PRINT-LAYOUT-ITEM
      MOVE PRTLAY-FORM TO PLI-FORM
      MOVE PRTLAY-ITEM TO PLI-ITEM.

     IF PRTLAY-PLACE-FIELD
      MOVE "F"          TO PLI-TYPE
      MOVE PRTLAY-FIELD TO PLI-FIELD
      MOVE SPACES       TO PLI-TEXT
      MOVE "PRTLAY-FIELD" TO AAL-ACTION
     ELSE
      MOVE "T"          TO PLI-TYPE
      MOVE SPACES       TO PLI-FIELD
      MOVE PRTLAY-TEXT  TO PLI-TEXT
      MOVE "PRTLAY-TEXT" TO AAL-ACTION.
     MOVE PRTLAY-ROW   TO PLI-ROW.
     MOVE PRTLAY-COL   TO PLI-COL.
     MOVE PRTLAY-WIDTH TO PLI-WIDTH.
     MOVE PRTLAY-FONT  TO PLI-FONT.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER   TO PLI-SET-BY.
     MOVE ClockSeconds TO PLI-SET-TIME.

     CALL "DBLOCK" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF RECORD-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT-ITEM
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT-ITEM.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 57             TO INTR-ERRNUM
      MOVE 57             TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     PERFORM FORMAT-ITEM.
 SET-LAYOUT-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One item, or - PRTLAY-ITEM spaces - every item of the form and
*> then the layout itself.
 REMOVE-LAYOUT.
     MOVE "PRTLAY-REMOVE" TO AAL-ACTION.
     IF PRTLAY-ITEM NOT = SPACES
      PERFORM FIND-ITEM
      IF NOT RECORD-FOUND
       MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
       MOVE 153            TO INTR-ERRNUM
       MOVE 153            TO CSTATUS
       MOVE "NO SUCH ITEM IN THE FORM'S PRINT LAYOUT" TO END-MSG
       GO TO REMOVE-LAYOUT-EXIT
      END-IF
      PERFORM FORMAT-ITEM
      MOVE AAL-NEW TO AAL-OLD
      MOVE SPACES TO AAL-NEW
      PERFORM DELETE-CURRENT-ITEM
      GO TO REMOVE-LAYOUT-EXIT.

     PERFORM FIND-LAYOUT.
     IF NOT HEAD-FOUND
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 152            TO INTR-ERRNUM
      MOVE 152            TO CSTATUS
      MOVE "NO PRINT LAYOUT ON FILE FOR THE FORM" TO END-MSG
      GO TO REMOVE-LAYOUT-EXIT.
     PERFORM FORMAT-LAYOUT.
     MOVE AAL-NEW TO AAL-OLD.
     MOVE SPACES TO AAL-NEW.

*> The chain is walked forward over the deletes - each DBDELETE
*> leaves the deleted entry's forward link for the next DBGET.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE PRTLAY-FORM TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR CSTATUS NOT = 0
       CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT-ITEM CHAINED
           STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT-ITEM NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        PERFORM DELETE-CURRENT-ITEM
       END-IF
      END-PERFORM.
     IF CSTATUS NOT = 0
      GO TO REMOVE-LAYOUT-EXIT.

     MOVE PRTLAY-FORM TO SEARCH-KEY.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-LAYOUT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT KEYED
         STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      CALL "VDBDELETE" USING Secdb-Database DS-PRINT-LAYOUT
          MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 57             TO INTR-ERRNUM
      MOVE 57             TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-LAYOUT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 REMOVE-LAYOUT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 DELETE-CURRENT-ITEM.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 57             TO INTR-ERRNUM
      MOVE 57             TO CSTATUS
     ELSE
      ADD 1 TO PRTLAY-COUNT.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA.
*>-----------------------------------------------------------------
 FIND-LAYOUT.
     MOVE "N" TO HEAD-FOUND-SW.
     MOVE PRTLAY-FORM TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT KEYED
         STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO HEAD-FOUND-SW
     ELSE
      IF NOT NO-ENTRY
       CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> Chain the form to PRTLAY-ITEM; the row is left current for the
*> DBUPDATE or DBDELETE that follows.
 FIND-ITEM.
     MOVE "N" TO FOUND-SW.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE PRTLAY-FORM TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINT-LAYOUT-ITEM
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR RECORD-FOUND
       CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT-ITEM CHAINED
           STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT-ITEM NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND PLI-ITEM = PRTLAY-ITEM
        MOVE "Y" TO FOUND-SW
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> The layout's page and logo, as journalled and listed.
 FORMAT-LAYOUT.
     MOVE PLY-WIDTH  TO DISP-WIDTH.
     MOVE PLY-HEIGHT TO DISP-HEIGHT.
     MOVE SPACES TO AAL-NEW.
     STRING PLY-PAGE-SIZE   DELIMITED BY SPACE " " DELIMITED BY SIZE
            PLY-ORIENTATION DELIMITED BY SIZE  " "
            DISP-WIDTH      DELIMITED BY SIZE  "x"
            DISP-HEIGHT     DELIMITED BY SIZE  " LOGO " DELIMITED BY SIZE
            PLY-LOGO-FILE   DELIMITED BY SPACE
      INTO AAL-NEW.
*>-----------------------------------------------------------------
*> One item, as journalled and listed - the field it places, or
*> the start of its text line.
 FORMAT-ITEM.
     MOVE PLI-ROW   TO DISP-ROW.
     MOVE PLI-COL   TO DISP-COL.
     MOVE PLI-WIDTH TO DISP-WIDTH.
     MOVE SPACES TO AAL-NEW.
     IF PLI-FIELD-ITEM
      STRING "F " DISP-ROW "," DISP-COL " W" DISP-WIDTH " "
             PLI-FONT " "   DELIMITED BY SIZE
             PLI-FIELD      DELIMITED BY SPACE
       INTO AAL-NEW
     ELSE
      STRING "T " DISP-ROW "," DISP-COL " "
             PLI-FONT " "   DELIMITED BY SIZE
             PLI-TEXT       DELIMITED BY SIZE
       INTO AAL-NEW.
*>-----------------------------------------------------------------
 LIST-LAYOUTS.
     MOVE "PRTLAY.RPT" TO PRTLAY-FILE-NAME-WRK.
     IF PRTLAY-RPT-NAME NOT = SPACES
      MOVE PRTLAY-RPT-NAME TO PRTLAY-FILE-NAME-WRK.
     OPEN OUTPUT PRTLAY-FILE.
     IF PLAY-STATUS1 NOT = "00"
      MOVE "VPRTLAYADMIN" TO INTR-ERRNAME
      MOVE 35             TO INTR-ERRNUM
      MOVE 35             TO CSTATUS
      GO TO LIST-LAYOUTS-EXIT.

     MOVE 0 TO LAYOUT-CNT ITEM-CNT.
     MOVE SPACES TO PRTLAY-RECORD.
     STRING "FORM,ITEM,TYPE,ROW,COLUMN,WIDTH,FONT,FIELD OR TEXT,SET BY"
      DELIMITED BY SIZE INTO PRTLAY-RECORD.
     WRITE PRTLAY-RECORD.

     MOVE LOW-VALUES TO DB-PRINT-LAYOUT.
     CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PRTLAY-FORM = SPACES OR PLY-FORM = PRTLAY-FORM
       PERFORM LIST-ONE-LAYOUT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-LAYOUT SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-LAYOUT NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO PRTLAY-RECORD.
     MOVE LAYOUT-CNT TO DISP-CNT.
     STRING "LAYOUTS LISTED: " DISP-CNT
      DELIMITED BY SIZE INTO PRTLAY-RECORD.
     WRITE PRTLAY-RECORD.
     MOVE SPACES TO PRTLAY-RECORD.
     MOVE ITEM-CNT TO DISP-CNT.
     STRING "ITEMS LISTED:   " DISP-CNT
      DELIMITED BY SIZE INTO PRTLAY-RECORD.
     WRITE PRTLAY-RECORD.
     CLOSE PRTLAY-FILE.
     MOVE ITEM-CNT TO PRTLAY-COUNT.
 LIST-LAYOUTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The layout's own line (item "(PAGE)"), then its items in chain
*> order. The items are read on a separate DBFIND, which leaves
*> the serial position on PRINTLAYOUT where it was.
 LIST-ONE-LAYOUT.
     ADD 1 TO LAYOUT-CNT.
     PERFORM FORMAT-LAYOUT.
     MOVE SPACES TO PRTLAY-RECORD.
     STRING PLY-FORM   DELIMITED BY SPACE
            ",(PAGE),,,,,,"  DELIMITED BY SIZE
            AAL-NEW    DELIMITED BY "  "
            ","        DELIMITED BY SIZE
            PLY-SET-BY DELIMITED BY SPACE
      INTO PRTLAY-RECORD.
     WRITE PRTLAY-RECORD.

     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE PLY-FORM    TO SEARCH-KEY.
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
        PERFORM WRITE-ITEM-LINE
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-ITEM-LINE.
     ADD 1 TO ITEM-CNT.
     MOVE PLI-ROW   TO DISP-ROW.
     MOVE PLI-COL   TO DISP-COL.
     MOVE PLI-WIDTH TO DISP-WIDTH.
     MOVE SPACES TO PRTLAY-RECORD.
     IF PLI-FIELD-ITEM
      STRING PLI-FORM   DELIMITED BY SPACE ","
             PLI-ITEM   DELIMITED BY SPACE ","
             PLI-TYPE   DELIMITED BY SIZE  ","
             DISP-ROW   DELIMITED BY SIZE  ","
             DISP-COL   DELIMITED BY SIZE  ","
             DISP-WIDTH DELIMITED BY SIZE  ","
             PLI-FONT   DELIMITED BY SIZE  ","
             PLI-FIELD  DELIMITED BY SPACE ","
             PLI-SET-BY DELIMITED BY SPACE
       INTO PRTLAY-RECORD
     ELSE
      STRING PLI-FORM   DELIMITED BY SPACE ","
             PLI-ITEM   DELIMITED BY SPACE ","
             PLI-TYPE   DELIMITED BY SIZE  ","
             DISP-ROW   DELIMITED BY SIZE  ","
             DISP-COL   DELIMITED BY SIZE  ","
             DISP-WIDTH DELIMITED BY SIZE  ","
             PLI-FONT   DELIMITED BY SIZE  ",""""
             PLI-TEXT   DELIMITED BY "   "
             """","      DELIMITED BY SIZE
             PLI-SET-BY DELIMITED BY SPACE
       INTO PRTLAY-RECORD.
     WRITE PRTLAY-RECORD.
*>-----------------------------------------------------------------
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
