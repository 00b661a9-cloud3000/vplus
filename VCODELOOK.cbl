>>source format free
*>*****************************************************************
*>*                      V C O D E L O O K                         *
*>*****************************************************************
*>   Effective-dated code lookups over SECDB/CODETABLE for the
*>   lookup-rule machinery - a rule whose table is named
*>   "CODETABLE:<table>" is answered here rather than through the
*>   SQL bridge, so validation (VFIELDEDITS) and the pick list
*>   (VPICKLIST) agree on which codes are in effect today.
*>     CDL-ACTION "V"  is CDL-CODE in effect in CDL-TABLE today?
*>                     CDL-RESULT "Y" in effect, "R" retired,
*>                     "F" not yet in effect, "N" not on file;
*>                     CDL-DESC carries the description when found
*>     CDL-ACTION "L"  the codes of CDL-TABLE in effect today, in
*>                     file order, into CDL-ENTRY (CDL-CNT of them,
*>                     200 at most)
*>   A base that will not open answers "N" / an empty list - the
*>   field fails its lookup rather than passing unchecked.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCODELOOK.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 TODAY-STAMP             PIC X(21) VALUE SPACES.
 01 TODAY-DATE              PIC 9(08) VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-CODE-TABLE           Pic X(16) Value "CODETABLE".

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 CODE-LOOKUP.
    02 CDL-ACTION     Pic X(01).
       88 CDL-VALIDATE        VALUE "V".
       88 CDL-LIST            VALUE "L".
    02 CDL-TABLE      Pic X(16).
    02 CDL-CODE       Pic X(16).
    02 CDL-RESULT     Pic X(01).
       88 CDL-IN-EFFECT       VALUE "Y".
       88 CDL-RETIRED         VALUE "R".
       88 CDL-NOT-YET         VALUE "F".
       88 CDL-NOT-ON-FILE     VALUE "N".
    02 CDL-DESC       Pic X(40).
    02 CDL-CNT        Pic S9(4) Comp-5.
    02 CDL-ENTRY OCCURS 200 TIMES.
       03 CDL-E-CODE  Pic X(16).
       03 CDL-E-DESC  Pic X(40).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA CODE-LOOKUP.
 0000-BEGIN-VCODELOOK.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "N"    TO CDL-RESULT.
     MOVE SPACES TO CDL-DESC.
     MOVE 0      TO CDL-CNT.
     IF CDL-TABLE = SPACES
        GO TO VCODELOOK-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        GO TO VCODELOOK-RETURN.

     MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP.
     MOVE TODAY-STAMP(1:8) TO TODAY-DATE.

     MOVE "TABLENAME;" TO SEARCH-ITEM.
     MOVE CDL-TABLE    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CODE-TABLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
        PERFORM UNTIL END-OF-CHAIN
           CALL "DBGET" USING Secdb-Database DS-CODE-TABLE CHAINED
               STATUS-AREA ALL-ITEMS DB-CODE-TABLE NULL-ITEM
           IF IMAGE-ERRORS AND NOT END-OF-CHAIN
              CALL "DBEXPLAIN" USING STATUS-AREA
              EXIT PERFORM
           END-IF
           IF NOT END-OF-CHAIN
              IF CDL-LIST
                 PERFORM LIST-ONE-CODE
              ELSE
                 IF CT-CODE = CDL-CODE
                    PERFORM RATE-ONE-CODE
                    EXIT PERFORM
                 END-IF
              END-IF
           END-IF
        END-PERFORM.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VCODELOOK-RETURN.
     Goback.
*>-----------------------------------------------------------------
 RATE-ONE-CODE.
     MOVE CT-DESC TO CDL-DESC.
     EVALUATE TRUE
        WHEN CT-EFF-FROM > TODAY-DATE
           MOVE "F" TO CDL-RESULT
        WHEN CT-EFF-TO NOT = 0 AND CT-EFF-TO < TODAY-DATE
           MOVE "R" TO CDL-RESULT
        WHEN OTHER
           MOVE "Y" TO CDL-RESULT
     END-EVALUATE.
*>-----------------------------------------------------------------
 LIST-ONE-CODE.
     IF CT-EFF-FROM NOT > TODAY-DATE
        AND (CT-EFF-TO = 0 OR CT-EFF-TO NOT < TODAY-DATE)
        AND CDL-CNT < 200
        ADD 1 TO CDL-CNT
        MOVE CT-CODE TO CDL-E-CODE(CDL-CNT)
        MOVE CT-DESC TO CDL-E-DESC(CDL-CNT).
