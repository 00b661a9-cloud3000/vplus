>>source format free
*>*****************************************************************
*>*                      V B I Z E V E N T                         *
*>*****************************************************************
*>   Business-event publisher for downstream systems (CRM, data
*>   lake, mailing house). VFINISHFORM calls it for each completed
*>   transaction on a form designated in SECDB/EVTFORM, with the
*>   event name, form, operator, key field values and correlation
*>   ID; the transaction's changed values are gathered here from the
*>   DATAJRNL records its correlation ID stamped - per field the
*>   value it started from and the one it finished at.
*>   The event is appended to the feed file (VPLUS_EVENT_FEED in the
*>   environment, BIZEVENT.LOG by default) under the next sequence
*>   from the EVTCURSOR feed head, every line of it led by that
*>   sequence so a consumer can resume, or VBIZFEED replay, from any
*>   point:
*>     sssssssss epoch EVENT name form=.. corr=.. user=.. keys=..
*>     sssssssss epoch CHANGE field|old value|new value
*>     sssssssss epoch END changes=n
*>   The sequence is taken and the event written under the base
*>   lock, so the feed's order is its sequence order. Append-only:
*>   this program never rewrites or truncates the feed.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBIZEVENT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FEED-FILE
        ASSIGN TO FEED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FEED-FILE.
 01  FEED-RECORD                  PIC X(400).
 WORKING-STORAGE SECTION.
 01 FEED-STATUS1            PIC XX.
 01 FEED-FILE-NAME          PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 DISP-SEQ                PIC 9(9).
 01 DISP-EPOCH              PIC -(14)9.
 01 DISP-CNT                PIC Z(3)9.
 01 EVENT-NAME              PIC X(32) VALUE SPACES.
 01 NOT-PUB-REASON          PIC X(40) VALUE SPACES.
 01 NEW-SEQ                 PIC S9(9) COMP-5 VALUE 0.
 01 HEAD-FOUND-SW           PIC X VALUE "N".
    88 HEAD-FOUND              VALUE "Y".
 01 LOCKED-SW               PIC X VALUE "N".
    88 BASE-LOCKED             VALUE "Y".

*> The transaction's changes, one entry per field: the first old
*> value journalled and the last new one. More than 64 fields in
*> one transaction publishes the first 64.
 01 CHG-TABLE.
    05 CHG-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 CHG-ENTRY OCCURS 64 TIMES.
       10 CHG-FIELD             PIC X(16).
       10 CHG-OLD               PIC X(80).
       10 CHG-NEW               PIC X(80).
 01 CHG-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 CHG-PTR                 PIC S9(4) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-EVENT-CURSOR         Pic X(16) Value "EVTCURSOR".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.

 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 BIZ-EVENT.
    02 BEV-EPOCH          Pic S9(18) Comp-5.
    02 BEV-EVENT          Pic X(32).
    02 BEV-FORM           Pic X(15).
    02 BEV-USER           Pic X(32).
    02 BEV-CORRELATION-ID Pic X(16).
    02 BEV-KEYS           Pic X(256).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA BIZ-EVENT.
 0000-BEGIN-VBIZEVENT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.

*> Practice never leaves the building - a training session's
*> completions would reach the mailing house as real customers.
     IF MM-TRAINING-MODE
        GO TO VBIZEVENT-RETURN.

     MOVE BEV-EVENT TO EVENT-NAME.
     IF EVENT-NAME = SPACES
      MOVE "FORM-COMPLETED" TO EVENT-NAME.

     MOVE SPACES TO FEED-FILE-NAME.
     ACCEPT FEED-FILE-NAME FROM ENVIRONMENT "VPLUS_EVENT_FEED".
     IF FEED-FILE-NAME = SPACES
      MOVE "BIZEVENT.LOG" TO FEED-FILE-NAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "security database not available" TO NOT-PUB-REASON
      PERFORM LOG-NOT-PUBLISHED
      GO TO VBIZEVENT-RETURN.

*> The journal is read before the lock is taken - only the
*> sequence and the write need to be serialized.
     PERFORM LOAD-TXN-CHANGES THRU LOAD-TXN-CHANGES-EXIT.

     MOVE "N" TO LOCKED-SW.
     CALL "DBLOCK" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "feed head could not be locked" TO NOT-PUB-REASON
      PERFORM LOG-NOT-PUBLISHED
      GO TO CLOSE-BASE.
     MOVE "Y" TO LOCKED-SW.

     PERFORM READ-FEED-HEAD.
     COMPUTE NEW-SEQ = EVC-SEQ + 1 END-COMPUTE.

     OPEN EXTEND FEED-FILE.
     IF FEED-STATUS1 = "35"
      OPEN OUTPUT FEED-FILE.
     IF FEED-STATUS1 NOT = "00"
      MOVE "feed file could not be opened" TO NOT-PUB-REASON
      PERFORM LOG-NOT-PUBLISHED
      GO TO CLOSE-BASE.

     PERFORM WRITE-EVENT.
     CLOSE FEED-FILE.

*> The head moves only once the event is on the feed, so a failed
*> write leaves no hole in the sequence.
     MOVE NEW-SEQ   TO EVC-SEQ.
     MOVE BEV-EPOCH TO EVC-TIME.
     IF HEAD-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-EVENT-CURSOR MODE-1
          STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-EVENT-CURSOR MODE-1
          STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      move LOW-VALUES to DebugBUF
      string "VBIZEVENT: feed head not advanced past sequence "
             DISP-SEQ " - the next event will repeat it"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF.

 CLOSE-BASE.
     IF BASE-LOCKED
      CALL "DBUNLOCK" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
      IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
     END-IF.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VBIZEVENT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Every change journalled under the transaction's correlation ID
*> on its form. The markers VFINISHFORM itself journals (duplicate
*> override, dual-control and double-key releases) are not values
*> anyone changed and stay out of the event.
 LOAD-TXN-CHANGES.
     MOVE 0 TO CHG-CNT.
     IF BEV-CORRELATION-ID = SPACES
      GO TO LOAD-TXN-CHANGES-EXIT.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-CORRELATION-ID = BEV-CORRELATION-ID
       AND DJ-FORM = BEV-FORM
       AND DJ-FIELD NOT = "DUP-OVERRIDE"
       AND DJ-FIELD NOT = "DUAL-CONTROL"
       AND DJ-FIELD NOT = "DOUBLE-KEY"
       PERFORM NOTE-ONE-CHANGE
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
 LOAD-TXN-CHANGES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A field changed more than once in the transaction keeps the
*> value it started from; the new value is the latest.
 NOTE-ONE-CHANGE.
     MOVE 0 TO CHG-PTR.
     PERFORM VARYING CHG-IDX FROM 1 BY 1
       UNTIL CHG-IDX > CHG-CNT OR CHG-PTR > 0
      IF CHG-FIELD(CHG-IDX) = DJ-FIELD
       MOVE CHG-IDX TO CHG-PTR
      END-IF
     END-PERFORM.
     IF CHG-PTR = 0
      IF CHG-CNT < 64
       ADD 1 TO CHG-CNT
       MOVE CHG-CNT      TO CHG-PTR
       MOVE DJ-FIELD     TO CHG-FIELD(CHG-PTR)
       MOVE DJ-OLD-VALUE TO CHG-OLD(CHG-PTR)
      END-IF
     END-IF.
     IF CHG-PTR > 0
      MOVE DJ-NEW-VALUE TO CHG-NEW(CHG-PTR).
*>-----------------------------------------------------------------
*> A feed with no head yet starts at sequence 1.
 READ-FEED-HEAD.
     MOVE "N" TO HEAD-FOUND-SW.
     MOVE "FEED" TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-EVENT-CURSOR KEYED
         STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO HEAD-FOUND-SW
     ELSE
      INITIALIZE DB-EVENT-CURSOR
      MOVE "FEED" TO EVC-NAME
      MOVE "H"    TO EVC-KIND.
*>-----------------------------------------------------------------
 WRITE-EVENT.
     MOVE NEW-SEQ   TO DISP-SEQ.
     MOVE BEV-EPOCH TO DISP-EPOCH.
     MOVE SPACES TO FEED-RECORD.
     STRING DISP-SEQ           DELIMITED BY SIZE
            " "                DELIMITED BY SIZE
            DISP-EPOCH         DELIMITED BY SIZE
            " EVENT "          DELIMITED BY SIZE
            EVENT-NAME         DELIMITED BY SPACE
            " form="           DELIMITED BY SIZE
            BEV-FORM           DELIMITED BY SPACE
            " corr="           DELIMITED BY SIZE
            BEV-CORRELATION-ID DELIMITED BY SPACE
            " user="           DELIMITED BY SIZE
            BEV-USER           DELIMITED BY SPACE
            " keys="           DELIMITED BY SIZE
            BEV-KEYS           DELIMITED BY "  "
      INTO FEED-RECORD.
     WRITE FEED-RECORD.

     PERFORM WRITE-ONE-CHANGE
         VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHG-CNT.

     MOVE CHG-CNT TO DISP-CNT.
     MOVE SPACES TO FEED-RECORD.
     STRING DISP-SEQ           DELIMITED BY SIZE
            " "                DELIMITED BY SIZE
            DISP-EPOCH         DELIMITED BY SIZE
            " END changes="    DELIMITED BY SIZE
            DISP-CNT           DELIMITED BY SIZE
      INTO FEED-RECORD.
     WRITE FEED-RECORD.
*>-----------------------------------------------------------------
 WRITE-ONE-CHANGE.
     MOVE SPACES TO FEED-RECORD.
     STRING DISP-SEQ           DELIMITED BY SIZE
            " "                DELIMITED BY SIZE
            DISP-EPOCH         DELIMITED BY SIZE
            " CHANGE "         DELIMITED BY SIZE
            CHG-FIELD(CHG-IDX) DELIMITED BY SPACE
            "|"                DELIMITED BY SIZE
            CHG-OLD(CHG-IDX)   DELIMITED BY "  "
            "|"                DELIMITED BY SIZE
            CHG-NEW(CHG-IDX)   DELIMITED BY "  "
      INTO FEED-RECORD.
     WRITE FEED-RECORD.
*>-----------------------------------------------------------------
 LOG-NOT-PUBLISHED.
     move LOW-VALUES to DebugBUF.
     string "VBIZEVENT: " BEV-FORM " " BEV-CORRELATION-ID
            " not published - " NOT-PUB-REASON
      DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.
