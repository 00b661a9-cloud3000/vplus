>>source format free
*>*****************************************************************
*>*                     V T X N F U N N E L                        *
*>*****************************************************************
*>   Abandoned-transaction funnel. VINITFORM mints a correlation id
*>   when a conversation starts at a form and VFINISHFORM clears it
*>   on completion (leaving a TXNDONE record behind), so every id
*>   seen on USERUSAGE is a transaction somebody started. For the
*>   ids first seen inside the window (TXNFUNNEL-FROM-TIME to
*>   -TO-TIME), by the form it started on, the user and the day:
*>     STARTED    correlation ids first seen that day
*>     COMPLETED  finished - TXNDONE
*>     PARKED     waiting in dual control - PENDAPPR - or for
*>                double-key verification - VERIFYQ
*>     PENDED     handed to the work queue - WORKQUEUE
*>     OPEN       none of those, but the session is still signed on
*>     ABANDONED  none of those and the session has ended
*>   Every abandoned transaction is then listed with the last form
*>   and last key pressed on it, and each starting form gets a
*>   rollup line - a panel where people give up is a bad screen or
*>   a broken business process.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VTXNFUNNEL.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FUNNEL-FILE
        ASSIGN TO FUNNEL-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FNL-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FUNNEL-FILE.
 01  FUNNEL-RECORD                PIC X(132).
 WORKING-STORAGE SECTION.
 01 FNL-STATUS1             PIC XX.
 01 FUNNEL-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-CNT1               PIC ZZZZZZZ9.
 01 DISP-CNT2               PIC ZZZZZZZ9.
 01 DISP-CNT3               PIC ZZZZZZZ9.
 01 DISP-CNT4               PIC ZZZZZZZ9.
 01 DISP-CNT5               PIC ZZZZZZZ9.
 01 DISP-CNT6               PIC ZZZZZZZ9.
 01 DISP-PCT                PIC ZZZ9.9.
 01 DISP-KEY                PIC ----9.
 01 ABANDON-RATE            PIC S9(4)V9 COMP-3 VALUE 0.

*> One entry per correlation id seen in the window: where and by
*> whom it started, where it was last keyed, and the furthest it
*> got - completed ("C"), parked ("P") or pended ("Q").
 01 TXN-TABLE.
    05 TXN-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 TXN-ENTRY OCCURS 5000 TIMES.
       10 TXN-ID              PIC X(16).
       10 TXN-FORM            PIC X(15).
       10 TXN-USER            PIC X(32).
       10 TXN-PIN             PIC S9(9) COMP-5.
       10 TXN-DAY             PIC 9(08).
       10 TXN-FIRST-TIME      PIC S9(18) COMP-5.
       10 TXN-LAST-TIME       PIC S9(18) COMP-5.
       10 TXN-LAST-FORM       PIC X(15).
       10 TXN-LAST-KEY        PIC S9(4) COMP-5.
       10 TXN-STATE           PIC X(01).
       10 TXN-ROW             PIC S9(4) COMP-5.
 01 TXN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 TXN-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 TXN-KEY                 PIC X(16) VALUE SPACES.
 01 TXN-FULL-SW             PIC X VALUE "N".
    88 TXN-FULL                 VALUE "Y".

*> The funnel rows: starting form, user, day.
 01 ROW-TABLE.
    05 ROW-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 ROW-ENTRY OCCURS 2000 TIMES.
       10 ROW-FORM            PIC X(15).
       10 ROW-USER            PIC X(32).
       10 ROW-DAY             PIC 9(08).
       10 ROW-COUNTS.
          15 ROW-STARTED        PIC S9(8) COMP-5.
          15 ROW-COMPLETED      PIC S9(8) COMP-5.
          15 ROW-PARKED         PIC S9(8) COMP-5.
          15 ROW-PENDED         PIC S9(8) COMP-5.
          15 ROW-OPEN           PIC S9(8) COMP-5.
          15 ROW-ABANDONED      PIC S9(8) COMP-5.
 01 ROW-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 ROW-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 ROW-FULL-SW             PIC X VALUE "N".
    88 ROW-FULL                 VALUE "Y".

*> Rollup by starting form.
 01 FRM-TABLE.
    05 FRM-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 FRM-ENTRY OCCURS 512 TIMES.
       10 FRM-FORM            PIC X(15).
       10 FRM-COUNTS.
          15 FRM-STARTED        PIC S9(8) COMP-5.
          15 FRM-COMPLETED      PIC S9(8) COMP-5.
          15 FRM-PARKED         PIC S9(8) COMP-5.
          15 FRM-PENDED         PIC S9(8) COMP-5.
          15 FRM-OPEN           PIC S9(8) COMP-5.
          15 FRM-ABANDONED      PIC S9(8) COMP-5.
 01 FRM-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 FRM-PTR                 PIC S9(4) COMP-5 VALUE 0.

*> Sessions still signed on, by user and session pin.
 01 LIVE-TABLE.
    05 LIVE-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 LIVE-ENTRY OCCURS 1000 TIMES.
       10 LIVE-USER           PIC X(32).
       10 LIVE-PIN            PIC S9(9) COMP-5.
 01 LIVE-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 LIVE-FOUND-SW           PIC X VALUE "N".
    88 LIVE-FOUND               VALUE "Y".

 01 EPOCH-BASE-DAYNUM       PIC S9(9) COMP-5 VALUE 0.
 01 EPOCH-DAYS              PIC S9(9) COMP-5 VALUE 0.
 01 STAMP-DAY               PIC 9(08) VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-TXN-DONE             Pic X(16) Value "TXNDONE".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-VERIFY-QUEUE         Pic X(16) Value "VERIFYQ".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VTXNFUNNEL.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VTXNFUNNEL "
      delimited by "  " into INTR-CALLNAME.

     IF TXNFUNNEL-FROM-TIME < 1 OR TXNFUNNEL-TO-TIME < 1
      MOVE "VTXNFUNNEL" TO INTR-ERRNAME
      MOVE 59           TO INTR-ERRNUM
      MOVE 59           TO CSTATUS
      GO TO VTXNFUNNEL-RETURN.

     MOVE "TXNFUNNEL.RPT" TO FUNNEL-FILE-NAME-WRK.
     IF TXNFUNNEL-RPT-NAME NOT = SPACES
      MOVE TXNFUNNEL-RPT-NAME TO FUNNEL-FILE-NAME-WRK.
     OPEN OUTPUT FUNNEL-FILE.
     IF FNL-STATUS1 NOT = "00"
      MOVE "VTXNFUNNEL" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO VTXNFUNNEL-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VTXNFUNNEL" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      CLOSE FUNNEL-FILE
      GO TO VTXNFUNNEL-RETURN.

     COMPUTE EPOCH-BASE-DAYNUM = FUNCTION INTEGER-OF-DATE(19700101)
     END-COMPUTE.
     MOVE 0 TO TXN-CNT ROW-CNT FRM-CNT LIVE-CNT.
     PERFORM SCAN-TXN-USAGE.
     PERFORM MARK-COMPLETED-TXNS.
     PERFORM MARK-PARKED-TXNS.
     PERFORM MARK-VERIFY-PARKED-TXNS.
     PERFORM MARK-PENDED-TXNS.
     PERFORM LOAD-LIVE-SESSIONS.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     PERFORM TALLY-FUNNEL.
     PERFORM WRITE-FUNNEL-REPORT.
     CLOSE FUNNEL-FILE.

 VTXNFUNNEL-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Key presses in the window that carry a correlation id. The
*> earliest one of an id says where, by whom and on which day the
*> transaction started; the latest where it was when last touched.
 SCAN-TXN-USAGE.
     MOVE LOW-VALUES TO DB-USER-USAGE.
     CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF Usage-Start-Time >= TXNFUNNEL-FROM-TIME
       AND Usage-Start-Time <= TXNFUNNEL-TO-TIME
       AND Usage-Correlation-Id NOT = SPACES
       PERFORM TRACK-TXN-KEY THRU TRACK-TXN-KEY-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 TRACK-TXN-KEY.
     MOVE Usage-Correlation-Id TO TXN-KEY.
     PERFORM FIND-TXN.
     IF TXN-PTR = 0
      IF TXN-CNT >= 5000
       SET TXN-FULL TO TRUE
       GO TO TRACK-TXN-KEY-EXIT
      END-IF
      ADD 1 TO TXN-CNT
      MOVE TXN-CNT TO TXN-PTR
      INITIALIZE TXN-ENTRY(TXN-PTR)
      MOVE Usage-Correlation-Id TO TXN-ID(TXN-PTR)
      MOVE Usage-Start-Time     TO TXN-FIRST-TIME(TXN-PTR)
      MOVE Usage-Last-Screen    TO TXN-FORM(TXN-PTR)
      MOVE Usage-Username       TO TXN-USER(TXN-PTR)
      MOVE Usage-Tc-Master-Pin  TO TXN-PIN(TXN-PTR)
      MOVE Usage-Start-Time     TO TXN-LAST-TIME(TXN-PTR)
      MOVE Usage-Last-Screen    TO TXN-LAST-FORM(TXN-PTR)
      MOVE Usage-Key-Pressed    TO TXN-LAST-KEY(TXN-PTR)
      GO TO TRACK-TXN-KEY-EXIT.

     IF Usage-Start-Time < TXN-FIRST-TIME(TXN-PTR)
      MOVE Usage-Start-Time     TO TXN-FIRST-TIME(TXN-PTR)
      MOVE Usage-Last-Screen    TO TXN-FORM(TXN-PTR)
      MOVE Usage-Username       TO TXN-USER(TXN-PTR)
      MOVE Usage-Tc-Master-Pin  TO TXN-PIN(TXN-PTR).
     IF Usage-Start-Time >= TXN-LAST-TIME(TXN-PTR)
      MOVE Usage-Start-Time     TO TXN-LAST-TIME(TXN-PTR)
      MOVE Usage-Last-Screen    TO TXN-LAST-FORM(TXN-PTR)
      MOVE Usage-Key-Pressed    TO TXN-LAST-KEY(TXN-PTR).
 TRACK-TXN-KEY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 FIND-TXN.
     MOVE 0 TO TXN-PTR.
     PERFORM VARYING TXN-IDX FROM 1 BY 1
       UNTIL TXN-IDX > TXN-CNT OR TXN-PTR > 0
      IF TXN-ID(TXN-IDX) = TXN-KEY
       MOVE TXN-IDX TO TXN-PTR
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Outcomes, strongest last word first: a completion beats a park,
*> a park beats a pend.
 MARK-COMPLETED-TXNS.
     MOVE LOW-VALUES TO DB-TXN-COMPLETION.
     CALL "DBGET" USING Secdb-Database DS-TXN-DONE SERIAL
         STATUS-AREA ALL-ITEMS DB-TXN-COMPLETION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF TXD-TIME >= TXNFUNNEL-FROM-TIME
       MOVE TXD-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        MOVE "C" TO TXN-STATE(TXN-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-TXN-DONE SERIAL
          STATUS-AREA ALL-ITEMS DB-TXN-COMPLETION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PARKED-TXNS.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF PA-CORRELATION-ID NOT = SPACES
       MOVE PA-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        IF TXN-STATE(TXN-PTR) = SPACE
         MOVE "P" TO TXN-STATE(TXN-PTR)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-VERIFY-PARKED-TXNS.
     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF VQ-FIRST-KEYING AND VQ-CORRELATION-ID NOT = SPACES
       MOVE VQ-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        IF TXN-STATE(TXN-PTR) = SPACE
         MOVE "P" TO TXN-STATE(TXN-PTR)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PENDED-TXNS.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF WQ-CORRELATION-ID NOT = SPACES
       MOVE WQ-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        IF TXN-STATE(TXN-PTR) = SPACE
         MOVE "Q" TO TXN-STATE(TXN-PTR)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 LOAD-LIVE-SESSIONS.
     MOVE LOW-VALUES TO DB-AUTH-SESSION.
     CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
         STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF AUTHSESS-OK AND LIVE-CNT < 1000
       ADD 1 TO LIVE-CNT
       MOVE AUTHSESS-USER TO LIVE-USER(LIVE-CNT)
       MOVE AUTHSESS-PIN  TO LIVE-PIN(LIVE-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Each transaction into its form/user/day row and its form rollup.
*> A transaction with no outcome is open while its session lives,
*> abandoned once the session is gone - state "A" marks it for the
*> detail list.
 TALLY-FUNNEL.
     PERFORM VARYING TXN-IDX FROM 1 BY 1 UNTIL TXN-IDX > TXN-CNT
      COMPUTE EPOCH-DAYS = TXN-FIRST-TIME(TXN-IDX) / 86400
      END-COMPUTE
      COMPUTE STAMP-DAY = FUNCTION DATE-OF-INTEGER(
          EPOCH-BASE-DAYNUM + EPOCH-DAYS) END-COMPUTE
      MOVE STAMP-DAY TO TXN-DAY(TXN-IDX)
      IF TXN-STATE(TXN-IDX) = SPACE
       PERFORM CHECK-TXN-LIVE
       IF LIVE-FOUND
        MOVE "O" TO TXN-STATE(TXN-IDX)
       ELSE
        MOVE "A" TO TXN-STATE(TXN-IDX)
       END-IF
      END-IF
      PERFORM FIND-FUNNEL-ROW
      PERFORM FIND-FUNNEL-FORM
      MOVE ROW-PTR TO TXN-ROW(TXN-IDX)
      IF ROW-PTR > 0
       ADD 1 TO ROW-STARTED(ROW-PTR)
       EVALUATE TXN-STATE(TXN-IDX)
        WHEN "C" ADD 1 TO ROW-COMPLETED(ROW-PTR)
        WHEN "P" ADD 1 TO ROW-PARKED(ROW-PTR)
        WHEN "Q" ADD 1 TO ROW-PENDED(ROW-PTR)
        WHEN "O" ADD 1 TO ROW-OPEN(ROW-PTR)
        WHEN OTHER ADD 1 TO ROW-ABANDONED(ROW-PTR)
       END-EVALUATE
      END-IF
      IF FRM-PTR > 0
       ADD 1 TO FRM-STARTED(FRM-PTR)
       EVALUATE TXN-STATE(TXN-IDX)
        WHEN "C" ADD 1 TO FRM-COMPLETED(FRM-PTR)
        WHEN "P" ADD 1 TO FRM-PARKED(FRM-PTR)
        WHEN "Q" ADD 1 TO FRM-PENDED(FRM-PTR)
        WHEN "O" ADD 1 TO FRM-OPEN(FRM-PTR)
        WHEN OTHER ADD 1 TO FRM-ABANDONED(FRM-PTR)
       END-EVALUATE
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 CHECK-TXN-LIVE.
     MOVE "N" TO LIVE-FOUND-SW.
     PERFORM VARYING LIVE-IDX FROM 1 BY 1
       UNTIL LIVE-IDX > LIVE-CNT OR LIVE-FOUND
      IF LIVE-USER(LIVE-IDX) = TXN-USER(TXN-IDX)
       AND LIVE-PIN(LIVE-IDX) = TXN-PIN(TXN-IDX)
       MOVE "Y" TO LIVE-FOUND-SW
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 FIND-FUNNEL-ROW.
     MOVE 0 TO ROW-PTR.
     PERFORM VARYING ROW-IDX FROM 1 BY 1
       UNTIL ROW-IDX > ROW-CNT OR ROW-PTR > 0
      IF ROW-FORM(ROW-IDX) = TXN-FORM(TXN-IDX)
       AND ROW-USER(ROW-IDX) = TXN-USER(TXN-IDX)
       AND ROW-DAY(ROW-IDX) = TXN-DAY(TXN-IDX)
       MOVE ROW-IDX TO ROW-PTR
      END-IF
     END-PERFORM.
     IF ROW-PTR = 0
      IF ROW-CNT < 2000
       ADD 1 TO ROW-CNT
       MOVE ROW-CNT TO ROW-PTR
       INITIALIZE ROW-ENTRY(ROW-PTR)
       MOVE TXN-FORM(TXN-IDX) TO ROW-FORM(ROW-PTR)
       MOVE TXN-USER(TXN-IDX) TO ROW-USER(ROW-PTR)
       MOVE TXN-DAY(TXN-IDX)  TO ROW-DAY(ROW-PTR)
      ELSE
       SET ROW-FULL TO TRUE.
*>-----------------------------------------------------------------
 FIND-FUNNEL-FORM.
     MOVE 0 TO FRM-PTR.
     PERFORM VARYING FRM-IDX FROM 1 BY 1
       UNTIL FRM-IDX > FRM-CNT OR FRM-PTR > 0
      IF FRM-FORM(FRM-IDX) = TXN-FORM(TXN-IDX)
       MOVE FRM-IDX TO FRM-PTR
      END-IF
     END-PERFORM.
     IF FRM-PTR = 0 AND FRM-CNT < 512
      ADD 1 TO FRM-CNT
      MOVE FRM-CNT TO FRM-PTR
      INITIALIZE FRM-ENTRY(FRM-PTR)
      MOVE TXN-FORM(TXN-IDX) TO FRM-FORM(FRM-PTR).
*>-----------------------------------------------------------------
 WRITE-FUNNEL-REPORT.
     MOVE SPACES TO FUNNEL-RECORD.
     STRING "TRANSACTION FUNNEL - "
            "FORM,USER,DAY,STARTED,COMPLETED,PARKED,PENDED,OPEN,"
            "ABANDONED,ABANDONPCT"
      DELIMITED BY SIZE INTO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
     PERFORM WRITE-FUNNEL-ROW
         VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-CNT.

     MOVE SPACES TO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
     MOVE SPACES TO FUNNEL-RECORD.
     STRING "BY STARTING FORM - "
            "FORM,STARTED,COMPLETED,PARKED,PENDED,OPEN,"
            "ABANDONED,ABANDONPCT"
      DELIMITED BY SIZE INTO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
     PERFORM WRITE-FUNNEL-FORM
         VARYING FRM-IDX FROM 1 BY 1 UNTIL FRM-IDX > FRM-CNT.

     MOVE SPACES TO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
     MOVE SPACES TO FUNNEL-RECORD.
     STRING "ABANDONED - "
            "CORRELATION,USER,DAY,STARTFORM,LASTFORM,LASTKEY"
      DELIMITED BY SIZE INTO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
     PERFORM WRITE-ABANDONED-TXN
         VARYING TXN-IDX FROM 1 BY 1 UNTIL TXN-IDX > TXN-CNT.

     IF TXN-FULL OR ROW-FULL
      MOVE SPACES TO FUNNEL-RECORD
      MOVE "OVERFLOW - TABLE FULL, LATER TRANSACTIONS NOT COUNTED"
        TO FUNNEL-RECORD
      WRITE FUNNEL-RECORD.
*>-----------------------------------------------------------------
 WRITE-FUNNEL-ROW.
     MOVE 0 TO ABANDON-RATE.
     IF ROW-STARTED(ROW-IDX) > 0
      COMPUTE ABANDON-RATE ROUNDED =
          ROW-ABANDONED(ROW-IDX) * 100 / ROW-STARTED(ROW-IDX)
      END-COMPUTE.
     MOVE ROW-STARTED(ROW-IDX)   TO DISP-CNT1.
     MOVE ROW-COMPLETED(ROW-IDX) TO DISP-CNT2.
     MOVE ROW-PARKED(ROW-IDX)    TO DISP-CNT3.
     MOVE ROW-PENDED(ROW-IDX)    TO DISP-CNT4.
     MOVE ROW-OPEN(ROW-IDX)      TO DISP-CNT5.
     MOVE ROW-ABANDONED(ROW-IDX) TO DISP-CNT6.
     MOVE ABANDON-RATE           TO DISP-PCT.
     MOVE SPACES TO FUNNEL-RECORD.
     STRING ROW-FORM(ROW-IDX) DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            ROW-USER(ROW-IDX) DELIMITED BY SPACE
            "," ROW-DAY(ROW-IDX)
            "," DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3
            "," DISP-CNT4 "," DISP-CNT5 "," DISP-CNT6
            "," DISP-PCT
      DELIMITED BY SIZE INTO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
*>-----------------------------------------------------------------
 WRITE-FUNNEL-FORM.
     MOVE 0 TO ABANDON-RATE.
     IF FRM-STARTED(FRM-IDX) > 0
      COMPUTE ABANDON-RATE ROUNDED =
          FRM-ABANDONED(FRM-IDX) * 100 / FRM-STARTED(FRM-IDX)
      END-COMPUTE.
     MOVE FRM-STARTED(FRM-IDX)   TO DISP-CNT1.
     MOVE FRM-COMPLETED(FRM-IDX) TO DISP-CNT2.
     MOVE FRM-PARKED(FRM-IDX)    TO DISP-CNT3.
     MOVE FRM-PENDED(FRM-IDX)    TO DISP-CNT4.
     MOVE FRM-OPEN(FRM-IDX)      TO DISP-CNT5.
     MOVE FRM-ABANDONED(FRM-IDX) TO DISP-CNT6.
     MOVE ABANDON-RATE           TO DISP-PCT.
     MOVE SPACES TO FUNNEL-RECORD.
     STRING FRM-FORM(FRM-IDX) DELIMITED BY SPACE
            "," DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3
            "," DISP-CNT4 "," DISP-CNT5 "," DISP-CNT6
            "," DISP-PCT
      DELIMITED BY SIZE INTO FUNNEL-RECORD.
     WRITE FUNNEL-RECORD.
*>-----------------------------------------------------------------
 WRITE-ABANDONED-TXN.
     IF TXN-STATE(TXN-IDX) = "A"
      MOVE TXN-LAST-KEY(TXN-IDX) TO DISP-KEY
      MOVE SPACES TO FUNNEL-RECORD
      STRING TXN-ID(TXN-IDX)        DELIMITED BY SPACE
             ","                    DELIMITED BY SIZE
             TXN-USER(TXN-IDX)      DELIMITED BY SPACE
             "," TXN-DAY(TXN-IDX) "," DELIMITED BY SIZE
             TXN-FORM(TXN-IDX)      DELIMITED BY SPACE
             ","                    DELIMITED BY SIZE
             TXN-LAST-FORM(TXN-IDX) DELIMITED BY SPACE
             "," DISP-KEY           DELIMITED BY SIZE
       INTO FUNNEL-RECORD
      WRITE FUNNEL-RECORD.
