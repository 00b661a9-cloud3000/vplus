>>source format free
*>*****************************************************************
*>*                       V C O D E T A B                          *
*>*****************************************************************
*>   Maintenance for the business-owned code tables in
*>   SECDB/CODETABLE, in the action-driven shape of VPOLADMIN, so a
*>   new branch code no longer waits on a DBA ticket and a retired
*>   one no longer vanishes from under the records that carry it:
*>     CODETAB-ADD    ("A") a new code with its description and
*>                    effective period; From defaults to today,
*>                    a zero To leaves it open-ended
*>     CODETAB-CHANGE ("C") a new description (spaces - keep) or
*>                    new effective dates (zero - keep)
*>     CODETAB-RETIRE ("R") close the code's period at CODETAB-
*>                    EFF-TO, or yesterday when that is zero, so
*>                    it is out of effect from today; the row
*>                    stays on file
*>     CODETAB-LIST   ("L") the codes of CODETAB-TABLE, or of every
*>                    table when that is spaces, each with its
*>                    standing today (IN EFFECT / RETIRED / FUTURE)
*>   Every add, change and retirement is journalled in ADMINLOG
*>   with the old and new description and period. Lookup rules
*>   naming "CODETABLE:<table>" read these rows through VCODELOOK.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCODETAB.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT CODETAB-FILE
        ASSIGN TO CODETAB-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTAB-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  CODETAB-FILE.
 01  CODETAB-RECORD               PIC X(160).
 WORKING-STORAGE SECTION.
 01 CTAB-STATUS1            PIC XX.
 01 CODETAB-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 TODAY-STAMP             PIC X(21) VALUE SPACES.
 01 TODAY-DATE              PIC 9(08) VALUE 0.
 01 YESTERDAY-DATE          PIC 9(08) VALUE 0.
 01 NEW-EFF-FROM            PIC S9(9) COMP-5 VALUE 0.
 01 NEW-EFF-TO              PIC S9(9) COMP-5 VALUE 0.
 01 DISP-FROM               PIC 9(08).
 01 DISP-TO                 PIC 9(08).
 01 CODE-STANDING           PIC X(09) VALUE SPACES.
 01 LIST-CNT                PIC S9(8) COMP-5 VALUE 0.
 01 DISP-CNT                PIC ZZZZZZZ9.
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
 01 DS-CODE-TABLE           Pic X(16) Value "CODETABLE".
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
 0000-BEGIN-VCODETAB.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VCODETAB "
      delimited by "  " into INTR-CALLNAME.

     IF NOT CODETAB-LIST
      AND (CODETAB-TABLE = SPACES OR CODETAB-CODE = SPACES)
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 63          TO INTR-ERRNUM
      MOVE 63          TO CSTATUS
      GO TO VCODETAB-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VCODETAB-RETURN.

     MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP.
     MOVE TODAY-STAMP(1:8) TO TODAY-DATE.
     COMPUTE YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
         FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1) END-COMPUTE.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     EVALUATE TRUE
      WHEN CODETAB-ADD
       PERFORM ADD-CODE THRU ADD-CODE-EXIT
      WHEN CODETAB-CHANGE
       PERFORM CHANGE-CODE THRU CHANGE-CODE-EXIT
      WHEN CODETAB-RETIRE
       PERFORM RETIRE-CODE THRU RETIRE-CODE-EXIT
      WHEN OTHER
       PERFORM LIST-CODES THRU LIST-CODES-EXIT
     END-EVALUATE.

*> Reference data belongs to the business now; the journal shows
*> which person changed it, not which session key.
     IF CSTATUS = 0 AND NOT CODETAB-LIST
      PERFORM RESOLVE-ACTOR-USER
      MOVE ACTOR-USER TO AAL-ACTOR
      MOVE "VCODETAB" TO AAL-PROGRAM
      MOVE SPACES TO AAL-TARGET
      STRING CODETAB-TABLE DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             CODETAB-CODE DELIMITED BY SPACE
       INTO AAL-TARGET
      PERFORM FORMAT-PERIOD
      MOVE SPACES TO AAL-NEW
      STRING DISP-FROM "-" DISP-TO " " DELIMITED BY SIZE
             CT-DESC DELIMITED BY SIZE
       INTO AAL-NEW
      MOVE SPACES TO DELEG-ON-BEHALF-OF
      CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VCODETAB-RETURN.
     Goback.
*>-----------------------------------------------------------------
 ADD-CODE.
     PERFORM FIND-CODE.
     IF RECORD-FOUND
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 64          TO INTR-ERRNUM
      MOVE 64          TO CSTATUS
      GO TO ADD-CODE-EXIT.

     MOVE CODETAB-EFF-FROM TO NEW-EFF-FROM.
     IF NEW-EFF-FROM = 0
      MOVE TODAY-DATE TO NEW-EFF-FROM.
     MOVE CODETAB-EFF-TO TO NEW-EFF-TO.
     PERFORM CHECK-PERIOD.
     IF CSTATUS NOT = 0
      GO TO ADD-CODE-EXIT.

     INITIALIZE DB-CODE-TABLE.
     MOVE CODETAB-TABLE TO CT-TABLE.
     MOVE CODETAB-CODE  TO CT-CODE.
     MOVE CODETAB-DESC  TO CT-DESC.
     MOVE NEW-EFF-FROM  TO CT-EFF-FROM.
     MOVE NEW-EFF-TO    TO CT-EFF-TO.
     PERFORM STAMP-CODE.
     CALL "DBLOCK" USING Secdb-Database DS-CODE-TABLE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA ALL-ITEMS DB-CODE-TABLE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 57          TO INTR-ERRNUM
      MOVE 57          TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     MOVE "CODE-ADD" TO AAL-ACTION.
 ADD-CODE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHANGE-CODE.
     PERFORM FIND-CODE.
     IF NOT RECORD-FOUND
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 65          TO INTR-ERRNUM
      MOVE 65          TO CSTATUS
      GO TO CHANGE-CODE-EXIT.

     MOVE CT-EFF-FROM TO NEW-EFF-FROM.
     IF CODETAB-EFF-FROM NOT = 0
      MOVE CODETAB-EFF-FROM TO NEW-EFF-FROM.
     MOVE CT-EFF-TO TO NEW-EFF-TO.
     IF CODETAB-EFF-TO NOT = 0
      MOVE CODETAB-EFF-TO TO NEW-EFF-TO.
     PERFORM CHECK-PERIOD.
     IF CSTATUS NOT = 0
      GO TO CHANGE-CODE-EXIT.

     PERFORM SAVE-OLD-CODE.
     IF CODETAB-DESC NOT = SPACES
      MOVE CODETAB-DESC TO CT-DESC.
     MOVE NEW-EFF-FROM TO CT-EFF-FROM.
     MOVE NEW-EFF-TO   TO CT-EFF-TO.
     PERFORM UPDATE-CODE.
     MOVE "CODE-CHANGE" TO AAL-ACTION.
 CHANGE-CODE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Out of effect from the day after CODETAB-EFF-TO - yesterday by
*> default, so a code retired this morning is refused this morning.
 RETIRE-CODE.
     PERFORM FIND-CODE.
     IF NOT RECORD-FOUND
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 65          TO INTR-ERRNUM
      MOVE 65          TO CSTATUS
      GO TO RETIRE-CODE-EXIT.

     MOVE CT-EFF-FROM TO NEW-EFF-FROM.
     MOVE CODETAB-EFF-TO TO NEW-EFF-TO.
     IF NEW-EFF-TO = 0
      MOVE YESTERDAY-DATE TO NEW-EFF-TO.
*> A code retired before it ever took effect keeps an empty period
*> rather than tripping the from-after-to check.
     IF NEW-EFF-TO < NEW-EFF-FROM
      MOVE NEW-EFF-TO TO NEW-EFF-FROM.
     PERFORM CHECK-PERIOD.
     IF CSTATUS NOT = 0
      GO TO RETIRE-CODE-EXIT.

     PERFORM SAVE-OLD-CODE.
     MOVE NEW-EFF-FROM TO CT-EFF-FROM.
     MOVE NEW-EFF-TO   TO CT-EFF-TO.
     PERFORM UPDATE-CODE.
     MOVE "CODE-RETIRE" TO AAL-ACTION.
 RETIRE-CODE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Dates must read as YYYYMMDD and the period must not run
*> backwards.
 CHECK-PERIOD.
     IF NEW-EFF-FROM < 19000101 OR NEW-EFF-FROM > 99991231
      OR (NEW-EFF-TO NOT = 0
          AND (NEW-EFF-TO < 19000101 OR NEW-EFF-TO > 99991231))
      OR (NEW-EFF-TO NOT = 0 AND NEW-EFF-TO < NEW-EFF-FROM)
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 63          TO INTR-ERRNUM
      MOVE 63          TO CSTATUS
      MOVE "EFFECTIVE DATES MUST BE YYYYMMDD, FROM NOT AFTER TO"
        TO END-MSG.
*>-----------------------------------------------------------------
 SAVE-OLD-CODE.
     PERFORM FORMAT-PERIOD.
     MOVE SPACES TO AAL-OLD.
     STRING DISP-FROM "-" DISP-TO " " DELIMITED BY SIZE
            CT-DESC DELIMITED BY SIZE
      INTO AAL-OLD.
*>-----------------------------------------------------------------
 FORMAT-PERIOD.
     MOVE CT-EFF-FROM TO DISP-FROM.
     MOVE CT-EFF-TO   TO DISP-TO.
*>-----------------------------------------------------------------
 STAMP-CODE.
     PERFORM RESOLVE-ACTOR-USER.
     MOVE ACTOR-USER   TO CT-SET-BY.
     MOVE ClockSeconds TO CT-SET-TIME.
*>-----------------------------------------------------------------
 UPDATE-CODE.
     PERFORM STAMP-CODE.
     CALL "DBLOCK" USING Secdb-Database DS-CODE-TABLE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA ALL-ITEMS DB-CODE-TABLE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 57          TO INTR-ERRNUM
      MOVE 57          TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> Chain the table to CODETAB-CODE; the row is left current for the
*> DBUPDATE that follows.
 FIND-CODE.
     MOVE "N" TO FOUND-SW.
     MOVE "TABLENAME;"  TO SEARCH-ITEM.
     MOVE CODETAB-TABLE TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR RECORD-FOUND
       CALL "DBGET" USING Secdb-Database DS-CODE-TABLE CHAINED
           STATUS-AREA ALL-ITEMS DB-CODE-TABLE NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND CT-CODE = CODETAB-CODE
        MOVE "Y" TO FOUND-SW
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 LIST-CODES.
     MOVE "CODETAB.RPT" TO CODETAB-FILE-NAME-WRK.
     IF CODETAB-RPT-NAME NOT = SPACES
      MOVE CODETAB-RPT-NAME TO CODETAB-FILE-NAME-WRK.
     OPEN OUTPUT CODETAB-FILE.
     IF CTAB-STATUS1 NOT = "00"
      MOVE "VCODETAB" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO LIST-CODES-EXIT.

     MOVE 0 TO LIST-CNT.
     MOVE SPACES TO CODETAB-RECORD.
     STRING "TABLE,CODE,DESCRIPTION,EFFECTIVE FROM,EFFECTIVE TO,"
            "STANDING,SET BY"
      DELIMITED BY SIZE INTO CODETAB-RECORD.
     WRITE CODETAB-RECORD.

     MOVE LOW-VALUES TO DB-CODE-TABLE.
     CALL "DBGET" USING Secdb-Database DS-CODE-TABLE SERIAL
         STATUS-AREA ALL-ITEMS DB-CODE-TABLE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF CODETAB-TABLE = SPACES OR CT-TABLE = CODETAB-TABLE
       PERFORM WRITE-CODE-LINE
      END-IF
      CALL "DBGET" USING Secdb-Database DS-CODE-TABLE SERIAL
          STATUS-AREA ALL-ITEMS DB-CODE-TABLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO CODETAB-RECORD.
     MOVE LIST-CNT TO DISP-CNT.
     STRING "CODES LISTED: " DISP-CNT
      DELIMITED BY SIZE INTO CODETAB-RECORD.
     WRITE CODETAB-RECORD.
     CLOSE CODETAB-FILE.
 LIST-CODES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-CODE-LINE.
     ADD 1 TO LIST-CNT.
     EVALUATE TRUE
      WHEN CT-EFF-FROM > TODAY-DATE
       MOVE "FUTURE"    TO CODE-STANDING
      WHEN CT-EFF-TO NOT = 0 AND CT-EFF-TO < TODAY-DATE
       MOVE "RETIRED"   TO CODE-STANDING
      WHEN OTHER
       MOVE "IN EFFECT" TO CODE-STANDING
     END-EVALUATE.
     PERFORM FORMAT-PERIOD.
     MOVE SPACES TO CODETAB-RECORD.
     STRING CT-TABLE       DELIMITED BY SPACE ","
            CT-CODE        DELIMITED BY SPACE ","
            CT-DESC        DELIMITED BY "  "  ","
            DISP-FROM      DELIMITED BY SIZE  ","
            DISP-TO        DELIMITED BY SIZE  ","
            CODE-STANDING  DELIMITED BY "  "  ","
            CT-SET-BY      DELIMITED BY SPACE
      INTO CODETAB-RECORD.
     WRITE CODETAB-RECORD.
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
