>>source format free
*>*****************************************************************
*>*                       V B I Z F E E D                          *
*>*****************************************************************
*>   Business-event feed console - the consumer side of the feed
*>   VBIZEVENT appends (VPLUS_EVENT_FEED, BIZEVENT.LOG by default).
*>   Each downstream consumer is an EVTCURSOR record holding the
*>   last sequence it has acknowledged processing.
*>     BIZFEED-REPLAY ("R")  copy the feed's events from sequence
*>                           BIZFEED-FROM-SEQ on - or, when that is
*>                           zero, from the one after BIZFEED-
*>                           CONSUMER's acknowledged sequence - to
*>                           BIZFEED-RPT-NAME (BIZREPLAY.DAT by
*>                           default), lines as the feed has them
*>     BIZFEED-ACK    ("A")  BIZFEED-CONSUMER has processed through
*>                           BIZFEED-FROM-SEQ; a consumer not yet on
*>                           file is registered by its first ack
*>                           (zero - from the start of the feed)
*>     BIZFEED-LAG    ("L")  consumer-lag report to BIZFEED-RPT-NAME
*>                           (BIZFEEDLAG.RPT by default): per
*>                           consumer the sequence acknowledged, the
*>                           events behind the feed head, and the
*>                           minutes since it last acknowledged
*>   BIZFEED-COUNT returns the events replayed or the consumers
*>   reported. Replays and acknowledgements are recorded in ADMINLOG
*>   under the operator signed on to this session.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBIZFEED.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FEED-FILE
        ASSIGN TO FEED-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-STATUS1.

     SELECT BIZFEED-FILE
        ASSIGN TO BIZFEED-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BFRPT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FEED-FILE.
 01  FEED-RECORD                  PIC X(400).
 01  FEED-LINE REDEFINES FEED-RECORD.
     05  FL-SEQ                   PIC X(09).
     05  FILLER                   PIC X(01).
     05  FL-EPOCH                 PIC X(15).
     05  FL-KIND                  PIC X(07).
     05  FILLER                   PIC X(368).
 FD  BIZFEED-FILE.
 01  BIZFEED-RECORD               PIC X(400).
 WORKING-STORAGE SECTION.
 01 FEED-STATUS1            PIC XX.
 01 FEED-FILE-NAME          PIC X(64) VALUE SPACES.
 01 BFRPT-STATUS1           PIC XX.
 01 BIZFEED-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 OPERATOR-USER           PIC X(32) VALUE SPACES.
 01 FROM-SEQ                PIC S9(9) COMP-5 VALUE 0.
 01 LINE-SEQ                PIC 9(9) VALUE 0.
 01 LAST-SEQ                PIC S9(9) COMP-5 VALUE 0.
 01 HEAD-SEQ                PIC S9(9) COMP-5 VALUE 0.
 01 HEAD-TIME               PIC S9(18) COMP-5 VALUE 0.
 01 LAG-EVENTS              PIC S9(9) COMP-5 VALUE 0.
 01 LAG-MINUTES             PIC S9(9) COMP-5 VALUE 0.
 01 FOUND-SW                PIC X VALUE "N".
    88 RECORD-FOUND            VALUE "Y".
 01 FEED-EOF-SW             PIC X VALUE "N".
    88 FEED-EOF                VALUE "Y".
 01 DISP-SEQ                PIC -(9)9.
 01 DISP-SEQ2               PIC -(9)9.
 01 DISP-CNT                PIC -(9)9.
 01 DISP-MIN                PIC -(9)9.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
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
 01 DS-EVENT-CURSOR         Pic X(16) Value "EVTCURSOR".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".

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
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VBIZFEED.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO BIZFEED-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBIZFEED "
      delimited by "  " into INTR-CALLNAME.

     MOVE SPACES TO FEED-FILE-NAME.
     ACCEPT FEED-FILE-NAME FROM ENVIRONMENT "VPLUS_EVENT_FEED".
     IF FEED-FILE-NAME = SPACES
      MOVE "BIZEVENT.LOG" TO FEED-FILE-NAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 50         TO INTR-ERRNUM
      MOVE 50         TO CSTATUS
      GO TO VBIZFEED-RETURN.
     PERFORM GET-OPERATOR-USER.

     EVALUATE TRUE
      WHEN BIZFEED-REPLAY
       PERFORM REPLAY-FEED THRU REPLAY-FEED-EXIT
      WHEN BIZFEED-ACK
       PERFORM ACK-CONSUMER THRU ACK-CONSUMER-EXIT
      WHEN BIZFEED-LAG
       PERFORM REPORT-LAG THRU REPORT-LAG-EXIT
      WHEN OTHER
       MOVE "VBIZFEED" TO INTR-ERRNAME
       MOVE 178        TO INTR-ERRNUM
       MOVE 178        TO CSTATUS
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VBIZFEED-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The events are copied whole - header, changes and trailer - in
*> feed order, so the replay file reads exactly as the feed did.
 REPLAY-FEED.
     MOVE BIZFEED-FROM-SEQ TO FROM-SEQ.
     IF FROM-SEQ < 1 AND BIZFEED-CONSUMER NOT = SPACES
      PERFORM READ-CONSUMER
      IF NOT RECORD-FOUND
       MOVE "VBIZFEED" TO INTR-ERRNAME
       MOVE 17         TO INTR-ERRNUM
       MOVE 17         TO CSTATUS
       MOVE SPACES TO END-MSG
       STRING "NO FEED CONSUMER " BIZFEED-CONSUMER
        DELIMITED BY "  " INTO END-MSG
       GO TO REPLAY-FEED-EXIT
      END-IF
      COMPUTE FROM-SEQ = EVC-SEQ + 1 END-COMPUTE
     END-IF.
     IF FROM-SEQ < 1
      MOVE 1 TO FROM-SEQ.

     OPEN INPUT FEED-FILE.
     IF FEED-STATUS1 NOT = "00"
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 35         TO INTR-ERRNUM
      MOVE 35         TO CSTATUS
      MOVE "BUSINESS-EVENT FEED COULD NOT BE OPENED" TO END-MSG
      GO TO REPLAY-FEED-EXIT.

     MOVE "BIZREPLAY.DAT" TO BIZFEED-FILE-NAME-WRK.
     IF BIZFEED-RPT-NAME NOT = SPACES
      MOVE BIZFEED-RPT-NAME TO BIZFEED-FILE-NAME-WRK.
     OPEN OUTPUT BIZFEED-FILE.
     IF BFRPT-STATUS1 NOT = "00"
      CLOSE FEED-FILE
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 35         TO INTR-ERRNUM
      MOVE 35         TO CSTATUS
      GO TO REPLAY-FEED-EXIT.

     MOVE 0 TO LAST-SEQ.
     MOVE "N" TO FEED-EOF-SW.
     PERFORM UNTIL FEED-EOF
      READ FEED-FILE
       AT END
        MOVE "Y" TO FEED-EOF-SW
       NOT AT END
        IF FL-SEQ IS NUMERIC
         MOVE FL-SEQ TO LINE-SEQ
         IF LINE-SEQ >= FROM-SEQ
          MOVE FEED-RECORD TO BIZFEED-RECORD
          WRITE BIZFEED-RECORD
          IF FL-KIND = " EVENT "
           ADD 1 TO BIZFEED-COUNT
           MOVE LINE-SEQ TO LAST-SEQ
          END-IF
         END-IF
        END-IF
      END-READ
     END-PERFORM.
     CLOSE FEED-FILE BIZFEED-FILE.

     MOVE FROM-SEQ      TO DISP-SEQ.
     MOVE LAST-SEQ      TO DISP-SEQ2.
     MOVE BIZFEED-COUNT TO DISP-CNT.
     MOVE SPACES TO END-MSG.
     STRING "REPLAYED" DISP-CNT " EVENT(S) FROM SEQUENCE" DISP-SEQ
            " THROUGH" DISP-SEQ2
      DELIMITED BY SIZE INTO END-MSG.

     MOVE OPERATOR-USER   TO AAL-ACTOR.
     MOVE "VBIZFEED"      TO AAL-PROGRAM.
     MOVE "FEED-REPLAY"   TO AAL-ACTION.
     MOVE SPACES          TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING BIZFEED-CONSUMER      DELIMITED BY SPACE
            " "                   DELIMITED BY SIZE
            BIZFEED-FILE-NAME-WRK DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE END-MSG(1:64)   TO AAL-NEW.
     MOVE SPACES          TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 REPLAY-FEED-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> An acknowledgement only moves a consumer forward, and never past
*> the last sequence the feed has issued - a consumer cannot claim
*> events that do not exist yet, nor quietly skip back over ones it
*> already said it had.
 ACK-CONSUMER.
     IF BIZFEED-CONSUMER = SPACES OR BIZFEED-FROM-SEQ < 0
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 179        TO INTR-ERRNUM
      MOVE 179        TO CSTATUS
      MOVE "ACKNOWLEDGEMENT NEEDS A CONSUMER AND A SEQUENCE" TO END-MSG
      GO TO ACK-CONSUMER-EXIT.

     PERFORM READ-FEED-HEAD.
     IF BIZFEED-FROM-SEQ > HEAD-SEQ
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 180        TO INTR-ERRNUM
      MOVE 180        TO CSTATUS
      MOVE HEAD-SEQ TO DISP-SEQ
      MOVE SPACES TO END-MSG
      STRING "ACKNOWLEDGEMENT BEYOND THE FEED HEAD (" DISP-SEQ ")"
       DELIMITED BY SIZE INTO END-MSG
      GO TO ACK-CONSUMER-EXIT.

     CALL "DBLOCK" USING Secdb-Database DS-EVENT-CURSOR
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM READ-CONSUMER.
     IF RECORD-FOUND AND BIZFEED-FROM-SEQ < EVC-SEQ
      CALL "DBUNLOCK" USING Secdb-Database DS-EVENT-CURSOR
          MODE-1 STATUS-AREA
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 180        TO INTR-ERRNUM
      MOVE 180        TO CSTATUS
      MOVE EVC-SEQ TO DISP-SEQ
      MOVE SPACES TO END-MSG
      STRING "CONSUMER ALREADY ACKNOWLEDGED THROUGH" DISP-SEQ
       DELIMITED BY SIZE INTO END-MSG
      GO TO ACK-CONSUMER-EXIT.

     MOVE EVC-SEQ TO DISP-SEQ.
     PERFORM Get-ClockSeconds.
     MOVE BIZFEED-FROM-SEQ TO EVC-SEQ.
     MOVE ClockSeconds     TO EVC-TIME.
     IF RECORD-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-EVENT-CURSOR
          MODE-1 STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-EVENT-CURSOR
          MODE-1 STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 57         TO INTR-ERRNUM
      MOVE 57         TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-EVENT-CURSOR
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO ACK-CONSUMER-EXIT.

     MOVE BIZFEED-FROM-SEQ TO DISP-SEQ2.
     MOVE OPERATOR-USER    TO AAL-ACTOR.
     MOVE "VBIZFEED"       TO AAL-PROGRAM.
     MOVE "FEED-ACK"       TO AAL-ACTION.
     MOVE BIZFEED-CONSUMER TO AAL-TARGET.
     MOVE SPACES           TO AAL-OLD AAL-NEW.
     IF RECORD-FOUND
      MOVE DISP-SEQ TO AAL-OLD.
     MOVE DISP-SEQ2        TO AAL-NEW.
     MOVE SPACES           TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 ACK-CONSUMER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The feed head first - how far it has got and how long since it
*> last moved - then one line per consumer.
 REPORT-LAG.
     MOVE "BIZFEEDLAG.RPT" TO BIZFEED-FILE-NAME-WRK.
     IF BIZFEED-RPT-NAME NOT = SPACES
      MOVE BIZFEED-RPT-NAME TO BIZFEED-FILE-NAME-WRK.
     OPEN OUTPUT BIZFEED-FILE.
     IF BFRPT-STATUS1 NOT = "00"
      MOVE "VBIZFEED" TO INTR-ERRNAME
      MOVE 35         TO INTR-ERRNUM
      MOVE 35         TO CSTATUS
      GO TO REPORT-LAG-EXIT.

     PERFORM Get-ClockSeconds.
     PERFORM READ-FEED-HEAD.
     MOVE HEAD-SEQ TO DISP-SEQ.
     MOVE 0 TO LAG-MINUTES.
     IF HEAD-TIME > 0
      COMPUTE LAG-MINUTES = (ClockSeconds - HEAD-TIME) / 60
      END-COMPUTE.
     MOVE LAG-MINUTES TO DISP-MIN.
     MOVE SPACES TO BIZFEED-RECORD.
     STRING "BUSINESS-EVENT FEED HEAD SEQUENCE" DISP-SEQ
            " - LAST EVENT" DISP-MIN " MINUTE(S) AGO"
      DELIMITED BY SIZE INTO BIZFEED-RECORD.
     WRITE BIZFEED-RECORD.
     MOVE SPACES TO BIZFEED-RECORD.
     STRING "CONSUMER,ACKNOWLEDGED,EVENTS-BEHIND,MINUTES-SINCE-ACK"
      DELIMITED BY SIZE INTO BIZFEED-RECORD.
     WRITE BIZFEED-RECORD.

     MOVE LOW-VALUES TO DB-EVENT-CURSOR.
     CALL "DBGET" USING Secdb-Database DS-EVENT-CURSOR SERIAL
         STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF EVC-CONSUMER
       PERFORM WRITE-CONSUMER-LAG
      END-IF
      CALL "DBGET" USING Secdb-Database DS-EVENT-CURSOR SERIAL
          STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     MOVE BIZFEED-COUNT TO DISP-CNT.
     MOVE SPACES TO BIZFEED-RECORD.
     STRING "CONSUMERS:" DISP-CNT
      DELIMITED BY SIZE INTO BIZFEED-RECORD.
     WRITE BIZFEED-RECORD.
     CLOSE BIZFEED-FILE.
 REPORT-LAG-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A consumer that has never acknowledged shows no minutes.
 WRITE-CONSUMER-LAG.
     ADD 1 TO BIZFEED-COUNT.
     COMPUTE LAG-EVENTS = HEAD-SEQ - EVC-SEQ END-COMPUTE.
     IF LAG-EVENTS < 0
      MOVE 0 TO LAG-EVENTS.
     MOVE EVC-SEQ    TO DISP-SEQ.
     MOVE LAG-EVENTS TO DISP-CNT.
     MOVE SPACES TO BIZFEED-RECORD.
     IF EVC-TIME > 0
      COMPUTE LAG-MINUTES = (ClockSeconds - EVC-TIME) / 60
      END-COMPUTE
      MOVE LAG-MINUTES TO DISP-MIN
      STRING EVC-NAME  DELIMITED BY SPACE ","
             DISP-SEQ  DELIMITED BY SIZE  ","
             DISP-CNT  DELIMITED BY SIZE  ","
             DISP-MIN  DELIMITED BY SIZE
       INTO BIZFEED-RECORD
     ELSE
      STRING EVC-NAME  DELIMITED BY SPACE ","
             DISP-SEQ  DELIMITED BY SIZE  ","
             DISP-CNT  DELIMITED BY SIZE  ","
       INTO BIZFEED-RECORD.
     WRITE BIZFEED-RECORD.
*>-----------------------------------------------------------------
 READ-FEED-HEAD.
     MOVE 0 TO HEAD-SEQ HEAD-TIME.
     MOVE "FEED" TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-EVENT-CURSOR KEYED
         STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR SEARCH-KEY.
     IF NO-IMAGE-ERRORS AND EVC-FEED-HEAD
      MOVE EVC-SEQ  TO HEAD-SEQ
      MOVE EVC-TIME TO HEAD-TIME.
*>-----------------------------------------------------------------
*> The consumer's cursor; one not on file comes back initialized
*> under its name, ready to be put.
 READ-CONSUMER.
     MOVE "N" TO FOUND-SW.
     MOVE BIZFEED-CONSUMER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-EVENT-CURSOR KEYED
         STATUS-AREA ALL-ITEMS DB-EVENT-CURSOR SEARCH-KEY.
     IF NO-IMAGE-ERRORS AND EVC-CONSUMER
      MOVE "Y" TO FOUND-SW
     ELSE
      INITIALIZE DB-EVENT-CURSOR
      MOVE BIZFEED-CONSUMER TO EVC-NAME
      MOVE "C"              TO EVC-KIND.
*>-----------------------------------------------------------------
 GET-OPERATOR-USER.
     MOVE SPACES TO OPERATOR-USER.
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
       MOVE AUTHSESS-USER TO OPERATOR-USER.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
     Move LOW-VALUES TO TCL-BUFFER.
     Move 0 To TCL-RESULT.
     Move 0 To ClockSeconds.
     String "set STIME [clock seconds]" delimited by size into TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "STIME" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     String TCL-BUFFER delimited by x"00" into num1
     Call "NUMGET" Using num1 num2 numdec numerr
     If Numdec = 0 and Numerr = 0
        Move num2 To ClockSeconds
     Else
        Move 0 To ClockSeconds.
