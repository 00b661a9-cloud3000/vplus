>>source format free
*>*****************************************************************
*>*                      V C U R R L O O K                         *
*>*****************************************************************
*>   One currency off SECDB/CURRENCY by its code, for the currency
*>   machinery - the amount edits and converting computed fields in
*>   VFIELDEDITS and the check words in VPRINTFORM all take their
*>   decimals, rate and unit name from here, so they cannot
*>   disagree about a currency.
*>     CCL-CODE     the code to look up ("JPY")
*>     CCL-RESULT   "Y" on file, "N" not on file (or no code given)
*>     CCL-DECIMALS, CCL-RATE, CCL-UNIT-NAME  the currency's row
*>   A base that will not open answers "N" - the amount is refused
*>   rather than edited to a guessed number of places.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCURRLOOK.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-CURRENCY             Pic X(16) Value "CURRENCY".

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
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 CURRENCY-LOOKUP.
    02 CCL-CODE       Pic X(03).
    02 CCL-RESULT     Pic X(01).
       88 CCL-ON-FILE         VALUE "Y".
       88 CCL-NOT-ON-FILE     VALUE "N".
    02 CCL-DECIMALS   Pic S9(4) Comp-5.
    02 CCL-RATE       Pic S9(9)V9(9) Comp-5.
    02 CCL-UNIT-NAME  Pic X(12).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA CURRENCY-LOOKUP.
 0000-BEGIN-VCURRLOOK.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "N"    TO CCL-RESULT.
     MOVE 0      TO CCL-DECIMALS CCL-RATE.
     MOVE SPACES TO CCL-UNIT-NAME.
     IF CCL-CODE = SPACES
        GO TO VCURRLOOK-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
        GO TO VCURRLOOK-RETURN.

     MOVE CCL-CODE TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-CURRENCY KEYED
         STATUS-AREA ALL-ITEMS DB-CURRENCY SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
        CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS
        MOVE "Y"           TO CCL-RESULT
        MOVE CCY-DECIMALS  TO CCL-DECIMALS
        MOVE CCY-RATE      TO CCL-RATE
        MOVE CCY-UNIT-NAME TO CCL-UNIT-NAME.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 VCURRLOOK-RETURN.
     Goback.
