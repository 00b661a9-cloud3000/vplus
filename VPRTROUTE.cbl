>>source format free
*>*****************************************************************
*>*                      V P R T R O U T E                         *
*>*****************************************************************
*>   Where output for one printer should go right now, for every
*>   program that sends to printers - VPRINTFORM's direct route,
*>   VPRTDELIVER's batch delivery and the outage console - so they
*>   cannot disagree about a printer being down.
*>     PRR-PRINTER        the printer the job is meant for
*>     PRR-MODE           "R" routing a job - a failover is counted
*>                        on the open outage; "Q" only asking
*>     PRR-RESULT         "U" the printer is up (no PRTSTATUS row is
*>                        up); "A" it is down and PRR-ROUTE-TYPE /
*>                        -ADDRESS name its first PRTALT alternate
*>                        that can take the job; "N" down, and no
*>                        alternate can
*>   An alternate printer that is itself down is passed over; a mail
*>   or drop alternate always takes the job. A base that will not
*>   open answers "U" - the printer is used as it always was.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPRTROUTE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 BEST-SEQ                PIC S9(4) COMP-5 VALUE 0.
 01 BEST-FOUND-SW           PIC X VALUE "N".
    88 BEST-FOUND                VALUE "Y".
 01 ALT-USABLE-SW           PIC X VALUE "N".
    88 ALT-USABLE                VALUE "Y".
 01 OUTAGE-FOUND-SW         PIC X VALUE "N".
    88 OUTAGE-FOUND              VALUE "Y".

*> The printer's alternates, read off the chain before any one of
*> them is looked up - the lookups would break the chain.
 01 ALT-TABLE.
    05 ALT-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 ALT-ENTRY OCCURS 16 TIMES.
       10 ALT-SEQ               PIC S9(4) COMP-5.
       10 ALT-TYPE              PIC X(01).
       10 ALT-ADDRESS           PIC X(64).
 01 ALT-IDX                 PIC S9(4) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PRINTER-ALT          Pic X(16) Value "PRTALT".
 01 DS-PRINTER-STATUS       Pic X(16) Value "PRTSTATUS".
 01 DS-PRINTER-OUTAGE       Pic X(16) Value "PRTOUTAGE".

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
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(64).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 PRINTER-ROUTE.
    02 PRR-PRINTER        Pic X(64).
    02 PRR-MODE           Pic X(01).
       88 PRR-ROUTING             VALUE "R".
       88 PRR-QUERY               VALUE "Q".
    02 PRR-RESULT         Pic X(01).
       88 PRR-PRINTER-UP          VALUE "U".
       88 PRR-ALTERNATE           VALUE "A".
       88 PRR-NO-ROUTE            VALUE "N".
    02 PRR-ROUTE-TYPE     Pic X(01).
    02 PRR-ROUTE-ADDRESS  Pic X(64).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA PRINTER-ROUTE.
*>*---------------------------------------------------------*
 0000-BEGIN-VPRTROUTE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.

     SET PRR-PRINTER-UP TO TRUE.
     MOVE "P"         TO PRR-ROUTE-TYPE.
     MOVE PRR-PRINTER TO PRR-ROUTE-ADDRESS.
     IF PRR-PRINTER = SPACES
      GO TO VPRTROUTE-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      GO TO VPRTROUTE-RETURN.

     MOVE PRR-PRINTER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS KEYED
         STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS SEARCH-KEY.
     IF IMAGE-ERRORS OR NOT PST-DOWN
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
      GO TO VPRTROUTE-RETURN.

     PERFORM LOAD-ALTERNATES.
     PERFORM CHOOSE-ALTERNATE.
     IF BEST-FOUND
      SET PRR-ALTERNATE TO TRUE
      MOVE ALT-TYPE(ALT-IDX)    TO PRR-ROUTE-TYPE
      MOVE ALT-ADDRESS(ALT-IDX) TO PRR-ROUTE-ADDRESS
      IF PRR-ROUTING
       PERFORM COUNT-FAILOVER THRU COUNT-FAILOVER-EXIT
      END-IF
     ELSE
      SET PRR-NO-ROUTE TO TRUE
      MOVE SPACES TO PRR-ROUTE-TYPE PRR-ROUTE-ADDRESS.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VPRTROUTE-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LOAD-ALTERNATES.
     MOVE 0 TO ALT-CNT.
     MOVE "PRINTER;"  TO SEARCH-ITEM.
     MOVE PRR-PRINTER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINTER-ALT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR ALT-CNT NOT < 16
       CALL "DBGET" USING Secdb-Database DS-PRINTER-ALT CHAINED
           STATUS-AREA ALL-ITEMS DB-PRINTER-ALT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND PALT-ADDRESS NOT = SPACES
        ADD 1 TO ALT-CNT
        MOVE PALT-SEQ     TO ALT-SEQ(ALT-CNT)
        MOVE PALT-TYPE    TO ALT-TYPE(ALT-CNT)
        MOVE PALT-ADDRESS TO ALT-ADDRESS(ALT-CNT)
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> The lowest sequence that can take the job; ALT-IDX is left on it.
 CHOOSE-ALTERNATE.
     MOVE "N" TO BEST-FOUND-SW.
     MOVE 0 TO BEST-SEQ.
     PERFORM VARYING ALT-IDX FROM 1 BY 1 UNTIL ALT-IDX > ALT-CNT
      IF NOT BEST-FOUND OR ALT-SEQ(ALT-IDX) < BEST-SEQ
       PERFORM CHECK-ALTERNATE-USABLE
       IF ALT-USABLE
        MOVE "Y" TO BEST-FOUND-SW
        MOVE ALT-SEQ(ALT-IDX) TO BEST-SEQ
       END-IF
      END-IF
     END-PERFORM.
     IF BEST-FOUND
      PERFORM VARYING ALT-IDX FROM 1 BY 1
          UNTIL ALT-IDX > ALT-CNT OR ALT-SEQ(ALT-IDX) = BEST-SEQ
       CONTINUE
      END-PERFORM.
*>-----------------------------------------------------------------
 CHECK-ALTERNATE-USABLE.
     MOVE "Y" TO ALT-USABLE-SW.
     IF ALT-TYPE(ALT-IDX) = "P"
      MOVE ALT-ADDRESS(ALT-IDX) TO SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS KEYED
          STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS SEARCH-KEY
      IF NOT IMAGE-ERRORS AND PST-DOWN
       MOVE "N" TO ALT-USABLE-SW
      END-IF
     ELSE
      IF ALT-TYPE(ALT-IDX) NOT = "M" AND ALT-TYPE(ALT-IDX) NOT = "D"
       MOVE "N" TO ALT-USABLE-SW.
*>-----------------------------------------------------------------
*> One more job sent elsewhere, on the printer's open outage.
 COUNT-FAILOVER.
     MOVE "N" TO OUTAGE-FOUND-SW.
     MOVE "PRINTER;"  TO SEARCH-ITEM.
     MOVE PRR-PRINTER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO COUNT-FAILOVER-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR OUTAGE-FOUND
      CALL "DBGET" USING Secdb-Database DS-PRINTER-OUTAGE CHAINED
          STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN AND POUT-UP-TIME = 0
       MOVE "Y" TO OUTAGE-FOUND-SW
      END-IF
     END-PERFORM.
     IF NOT OUTAGE-FOUND
      GO TO COUNT-FAILOVER-EXIT.
     ADD 1 TO POUT-FAILOVER-CNT.
     CALL "DBLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-OUTAGE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINTER-OUTAGE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 COUNT-FAILOVER-EXIT.
     EXIT.
