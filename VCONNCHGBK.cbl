>>source format free
*>*****************************************************************
*>*                     V C O N N C H G B K                        *
*>*****************************************************************
*>   Monthly connect-time chargeback - the seats-and-connect-time
*>   companion to VCHARGEBACK's print billing. Over the billing
*>   window it totals, by department:
*>     - session minutes, sign-on to sign-off, from SESSJRNL (the
*>       VOPENTERM sign-on entry to the transition that ended the
*>       session; a handoff ends the outgoing user's share there
*>       and starts the incoming user's; a session still on at the
*>       end of the window is counted to the end of the window);
*>     - the peak number of that department's sessions open at
*>       once - the seats it actually needs;
*>     - screen transactions, one per USERUSAGE key press.
*>   Each user's department is their USERDEPT row (kept by VHRSYNC
*>   from the HR extract), "(NONE)" when there is none. Prices come
*>   from CONNRATE by department, "@ALL" behind it, zero (reported
*>   but unbilled) when neither is on file.
*>   The report is VCHARGEBACK's CSV shape: a department summary
*>   with its TOTAL line, then the per-user detail (minutes and
*>   transactions priced at the department's rates - seats are a
*>   department charge) for disputes, with its own TOTAL line.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCONNCHGBK.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT CONNCHG-FILE
        ASSIGN TO CONNCHG-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CCHG-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  CONNCHG-FILE.
 01  CONNCHG-RECORD               PIC X(132).
 WORKING-STORAGE SECTION.
 01 CCHG-STATUS1            PIC XX.
 01 CONNCHG-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 WINDOW-FROM             PIC S9(18) COMP-5 VALUE 0.
 01 WINDOW-TO               PIC S9(18) COMP-5 VALUE 0.
 01 CLIP-START              PIC S9(18) COMP-5 VALUE 0.
 01 CLIP-END                PIC S9(18) COMP-5 VALUE 0.
 01 DISP-MINUTES            PIC -------9.
 01 DISP-SEATS              PIC ----9.
 01 DISP-TXNS               PIC --------9.
 01 DISP-SESSIONS           PIC ----9.
 01 DISP-CENTS              PIC ---------9.
 01 MINUTES-WRK             PIC S9(10) COMP-5 VALUE 0.
 01 LINE-CENTS              PIC S9(12) COMP-5 VALUE 0.
 01 TOT-MINUTES             PIC S9(10) COMP-5 VALUE 0.
 01 TOT-SEATS               PIC S9(8) COMP-5 VALUE 0.
 01 TOT-TXNS                PIC S9(10) COMP-5 VALUE 0.
 01 TOT-SESSIONS            PIC S9(8) COMP-5 VALUE 0.
 01 TOT-CENTS               PIC S9(12) COMP-5 VALUE 0.
 01 SEAT-COUNT              PIC S9(8) COMP-5 VALUE 0.
 01 LOOK-USER               PIC X(32) VALUE SPACES.

*> Sessions in journal order. A session is one user's stretch of
*> one AUTHKEY; SES-END zero means not yet ended in the journal.
*> SES-USER spaces is the incoming half of a handoff waiting for
*> its new user's first entry.
 01 SES-TABLE.
    05 SES-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 SES-ENTRY OCCURS 2000 TIMES.
       10 SES-AUTHKEY           PIC X(32).
       10 SES-USER              PIC X(32).
       10 SES-START             PIC S9(18) COMP-5.
       10 SES-END               PIC S9(18) COMP-5.
       10 SES-USR-IDX           PIC S9(4) COMP-5.
 01 SES-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 SES-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 SES-OTHER               PIC S9(4) COMP-5 VALUE 0.
 01 SES-DROPPED             PIC S9(8) COMP-5 VALUE 0.

 01 USR-TABLE.
    05 USR-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 USR-ENTRY OCCURS 500 TIMES.
       10 USR-USER              PIC X(32).
       10 USR-DEPT-IDX          PIC S9(4) COMP-5.
       10 USR-SECONDS           PIC S9(12) COMP-5.
       10 USR-SESSIONS          PIC S9(8) COMP-5.
       10 USR-TXNS              PIC S9(10) COMP-5.
 01 USR-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 USR-PTR                 PIC S9(4) COMP-5 VALUE 0.

 01 DEPT-TABLE.
    05 DEPT-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 DEPT-ENTRY OCCURS 100 TIMES.
       10 DEPT-CODE             PIC X(08).
       10 DEPT-SECONDS          PIC S9(12) COMP-5.
       10 DEPT-PEAK-SEATS       PIC S9(8) COMP-5.
       10 DEPT-TXNS             PIC S9(10) COMP-5.
       10 DEPT-RATE-HOUR        PIC S9(8) COMP-5.
       10 DEPT-RATE-SEAT        PIC S9(8) COMP-5.
       10 DEPT-RATE-100-TXN     PIC S9(8) COMP-5.
 01 DEPT-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 DEPT-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 DEPT-WRK                PIC X(08) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-SESS-JOURNAL         Pic X(16) Value "SESSJRNL".
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".
 01 DS-USER-DEPT            Pic X(16) Value "USERDEPT".
 01 DS-CONN-RATE            Pic X(16) Value "CONNRATE".

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
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VCONNCHGBK.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VCONNCHGBK "
      delimited by "  " into INTR-CALLNAME.

     MOVE "CONNCHGBK.RPT" TO CONNCHG-FILE-NAME-WRK.
     IF CONNCHG-RPT-NAME NOT = SPACES
      MOVE CONNCHG-RPT-NAME TO CONNCHG-FILE-NAME-WRK.
     OPEN OUTPUT CONNCHG-FILE.
     IF CCHG-STATUS1 NOT = "00"
      MOVE "VCONNCHGBK" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO VCONNCHGBK-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCONNCHGBK" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      CLOSE CONNCHG-FILE
      GO TO VCONNCHGBK-RETURN.

*> An open end of the window is "now" - a session still signed on
*> is counted up to the run.
     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     MOVE CONNCHG-FROM-TIME TO WINDOW-FROM.
     MOVE CONNCHG-TO-TIME   TO WINDOW-TO.
     IF WINDOW-TO = 0 OR WINDOW-TO > ClockSeconds
      MOVE ClockSeconds TO WINDOW-TO.

     PERFORM COLLECT-SESSIONS.
     PERFORM TALLY-ONE-SESSION THRU TALLY-ONE-SESSION-EXIT
         VARYING SES-IDX FROM 1 BY 1 UNTIL SES-IDX > SES-CNT.
     PERFORM COLLECT-TRANSACTIONS.
     PERFORM FIND-PEAK-SEATS THRU FIND-PEAK-SEATS-EXIT
         VARYING SES-IDX FROM 1 BY 1 UNTIL SES-IDX > SES-CNT.
     PERFORM GET-DEPT-RATES
         VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-CNT.

     IF SES-DROPPED > 0
      move LOW-VALUES to DebugBUF
      MOVE SES-DROPPED TO DISP-TXNS
      string "VCONNCHGBK: " DISP-TXNS
             " sessions over the table size not billed"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF.

*> Department summary.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING "CONNECT CHARGEBACK - DEPT,MINUTES,PEAKSEATS,TRANSACTIONS,"
            "CENTS"
      DELIMITED BY SIZE INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.
     MOVE 0 TO TOT-MINUTES TOT-SEATS TOT-TXNS TOT-CENTS.
     PERFORM WRITE-ONE-DEPT
         VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > DEPT-CNT.
     MOVE TOT-MINUTES TO DISP-MINUTES.
     MOVE TOT-SEATS   TO DISP-SEATS.
     MOVE TOT-TXNS    TO DISP-TXNS.
     MOVE TOT-CENTS   TO DISP-CENTS.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING "TOTAL," DISP-MINUTES "," DISP-SEATS "," DISP-TXNS ","
            DISP-CENTS
      DELIMITED BY SIZE INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.

*> Per-user detail, for disputes.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING "CONNECT CHARGEBACK DETAIL - DEPT,USER,SESSIONS,MINUTES,"
            "TRANSACTIONS,CENTS"
      DELIMITED BY SIZE INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.
     MOVE 0 TO TOT-SESSIONS TOT-MINUTES TOT-TXNS TOT-CENTS.
     PERFORM WRITE-ONE-USER
         VARYING USR-IDX FROM 1 BY 1 UNTIL USR-IDX > USR-CNT.
     MOVE TOT-SESSIONS TO DISP-SESSIONS.
     MOVE TOT-MINUTES  TO DISP-MINUTES.
     MOVE TOT-TXNS     TO DISP-TXNS.
     MOVE TOT-CENTS    TO DISP-CENTS.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING "TOTAL,," DISP-SESSIONS "," DISP-MINUTES "," DISP-TXNS ","
            DISP-CENTS
      DELIMITED BY SIZE INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE CONNCHG-FILE.

 VCONNCHGBK-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> SESSJRNL is appended as things happen, so a serial pass meets
*> each session's entries in time order.
 COLLECT-SESSIONS.
     MOVE 0 TO SES-CNT SES-DROPPED.
     MOVE LOW-VALUES TO DB-SESS-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-SESS-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-SESS-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF SJ-TIME <= WINDOW-TO
       PERFORM APPLY-JOURNAL-ENTRY THRU APPLY-JOURNAL-ENTRY-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SESS-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-SESS-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The entry's session: this user's open stretch of the AUTHKEY,
*> else the handoff half waiting for a user, else a new one from
*> here (a session older than the sign-on entry starts at the
*> first thing the journal knows about it).
 APPLY-JOURNAL-ENTRY.
     MOVE 0 TO SES-PTR.
     PERFORM VARYING SES-IDX FROM SES-CNT BY -1
       UNTIL SES-IDX < 1 OR SES-PTR > 0
      IF SES-AUTHKEY(SES-IDX) = SJ-AUTHKEY
       AND SES-END(SES-IDX) = 0
       AND (SES-USER(SES-IDX) = SJ-USER
            OR SES-USER(SES-IDX) = SPACES)
       MOVE SES-IDX TO SES-PTR
      END-IF
     END-PERFORM.
     IF SES-PTR = 0
      IF SES-CNT >= 2000
       ADD 1 TO SES-DROPPED
       GO TO APPLY-JOURNAL-ENTRY-EXIT
      END-IF
      ADD 1 TO SES-CNT
      MOVE SES-CNT    TO SES-PTR
      MOVE SJ-AUTHKEY TO SES-AUTHKEY(SES-PTR)
      MOVE SJ-USER    TO SES-USER(SES-PTR)
      MOVE SJ-TIME    TO SES-START(SES-PTR)
      MOVE 0          TO SES-END(SES-PTR)
      MOVE 0          TO SES-USR-IDX(SES-PTR).
     IF SES-USER(SES-PTR) = SPACES
      MOVE SJ-USER TO SES-USER(SES-PTR).

     EVALUATE SJ-NEW-LOCK
*> Still connected - signed on, screen-locked, parked for a
*> reconnect, or held on a suspected hijack.
      WHEN "OK"
      WHEN "SL"
      WHEN "PK"
      WHEN "HJ"
       CONTINUE
*> Handoff: the outgoing user's share ends here and the incoming
*> user's begins, under the same AUTHKEY.
      WHEN "HO"
       MOVE SJ-TIME TO SES-END(SES-PTR)
       IF SES-CNT < 2000
        ADD 1 TO SES-CNT
        MOVE SJ-AUTHKEY TO SES-AUTHKEY(SES-CNT)
        MOVE SPACES     TO SES-USER(SES-CNT)
        MOVE SJ-TIME    TO SES-START(SES-CNT)
        MOVE 0          TO SES-END(SES-CNT)
        MOVE 0          TO SES-USR-IDX(SES-CNT)
       ELSE
        ADD 1 TO SES-DROPPED
       END-IF
      WHEN OTHER
       MOVE SJ-TIME TO SES-END(SES-PTR)
     END-EVALUATE.
 APPLY-JOURNAL-ENTRY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The session's seconds inside the billing window, to its user.
 TALLY-ONE-SESSION.
     PERFORM CLIP-SESSION.
     IF SES-USER(SES-IDX) = SPACES OR CLIP-END <= CLIP-START
      GO TO TALLY-ONE-SESSION-EXIT.
     MOVE SES-USER(SES-IDX) TO LOOK-USER.
     PERFORM FIND-USER THRU FIND-USER-EXIT.
     IF USR-PTR = 0
      GO TO TALLY-ONE-SESSION-EXIT.
     MOVE USR-PTR TO SES-USR-IDX(SES-IDX).
     ADD 1 TO USR-SESSIONS(USR-PTR).
     COMPUTE USR-SECONDS(USR-PTR) = USR-SECONDS(USR-PTR)
         + (CLIP-END - CLIP-START)
     END-COMPUTE.
     MOVE USR-DEPT-IDX(USR-PTR) TO DEPT-PTR.
     COMPUTE DEPT-SECONDS(DEPT-PTR) = DEPT-SECONDS(DEPT-PTR)
         + (CLIP-END - CLIP-START)
     END-COMPUTE.
 TALLY-ONE-SESSION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CLIP-SESSION.
     MOVE SES-START(SES-IDX) TO CLIP-START.
     MOVE SES-END(SES-IDX)   TO CLIP-END.
     IF CLIP-END = 0 OR CLIP-END > WINDOW-TO
      MOVE WINDOW-TO TO CLIP-END.
     IF CLIP-START < WINDOW-FROM
      MOVE WINDOW-FROM TO CLIP-START.
*>-----------------------------------------------------------------
*> Every key press inside the window is a screen transaction.
 COLLECT-TRANSACTIONS.
     MOVE LOW-VALUES TO DB-USER-USAGE.
     CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF Usage-Username NOT = SPACES
       AND Usage-Start-Time >= WINDOW-FROM
       AND Usage-Start-Time <= WINDOW-TO
       MOVE Usage-Username TO LOOK-USER
       PERFORM FIND-USER THRU FIND-USER-EXIT
       IF USR-PTR > 0
        ADD 1 TO USR-TXNS(USR-PTR)
        MOVE USR-DEPT-IDX(USR-PTR) TO DEPT-PTR
        ADD 1 TO DEPT-TXNS(DEPT-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The user's rollup entry, added on first sight with the
*> department their USERDEPT row names.
 FIND-USER.
     MOVE 0 TO USR-PTR.
     PERFORM VARYING USR-IDX FROM 1 BY 1
       UNTIL USR-IDX > USR-CNT OR USR-PTR > 0
      IF USR-USER(USR-IDX) = LOOK-USER
       MOVE USR-IDX TO USR-PTR
      END-IF
     END-PERFORM.
     IF USR-PTR > 0 OR USR-CNT >= 500
      GO TO FIND-USER-EXIT.

     MOVE "(NONE)" TO DEPT-WRK.
     MOVE LOOK-USER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-USER-DEPT KEYED
         STATUS-AREA ALL-ITEMS DB-USER-DEPT SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      AND UDEPT-CODE NOT = SPACES
      MOVE UDEPT-CODE TO DEPT-WRK.
     PERFORM FIND-DEPT.
     IF DEPT-PTR = 0
      GO TO FIND-USER-EXIT.

     ADD 1 TO USR-CNT.
     MOVE USR-CNT   TO USR-PTR.
     MOVE LOOK-USER TO USR-USER(USR-PTR).
     MOVE DEPT-PTR  TO USR-DEPT-IDX(USR-PTR).
     MOVE 0 TO USR-SECONDS(USR-PTR) USR-SESSIONS(USR-PTR)
               USR-TXNS(USR-PTR).
 FIND-USER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 FIND-DEPT.
     MOVE 0 TO DEPT-PTR.
     PERFORM VARYING DEPT-IDX FROM 1 BY 1
       UNTIL DEPT-IDX > DEPT-CNT OR DEPT-PTR > 0
      IF DEPT-CODE(DEPT-IDX) = DEPT-WRK
       MOVE DEPT-IDX TO DEPT-PTR
      END-IF
     END-PERFORM.
     IF DEPT-PTR = 0 AND DEPT-CNT < 100
      ADD 1 TO DEPT-CNT
      MOVE DEPT-CNT TO DEPT-PTR
      MOVE DEPT-WRK TO DEPT-CODE(DEPT-PTR)
      MOVE 0 TO DEPT-SECONDS(DEPT-PTR) DEPT-PEAK-SEATS(DEPT-PTR)
                DEPT-TXNS(DEPT-PTR).
*>-----------------------------------------------------------------
*> Concurrency peaks at some session's start, so counting the
*> department's sessions open at each start finds the peak.
 FIND-PEAK-SEATS.
     IF SES-USR-IDX(SES-IDX) = 0
      GO TO FIND-PEAK-SEATS-EXIT.
     PERFORM CLIP-SESSION.
     MOVE CLIP-START TO CLIP-END.
     MOVE SES-USR-IDX(SES-IDX) TO USR-PTR.
     MOVE USR-DEPT-IDX(USR-PTR) TO DEPT-PTR.
     MOVE 0 TO SEAT-COUNT.
     PERFORM VARYING SES-OTHER FROM 1 BY 1 UNTIL SES-OTHER > SES-CNT
      IF SES-USR-IDX(SES-OTHER) > 0
       MOVE SES-USR-IDX(SES-OTHER) TO USR-IDX
       IF USR-DEPT-IDX(USR-IDX) = DEPT-PTR
        AND SES-START(SES-OTHER) <= CLIP-END
        AND (SES-END(SES-OTHER) = 0 OR SES-END(SES-OTHER) > CLIP-END)
        ADD 1 TO SEAT-COUNT
       END-IF
      END-IF
     END-PERFORM.
     IF SEAT-COUNT > DEPT-PEAK-SEATS(DEPT-PTR)
      MOVE SEAT-COUNT TO DEPT-PEAK-SEATS(DEPT-PTR).
 FIND-PEAK-SEATS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The department's own rates, the shop-wide "@ALL" rates behind
*> them, zero when neither is on file.
 GET-DEPT-RATES.
     MOVE 0 TO DEPT-RATE-HOUR(DEPT-IDX) DEPT-RATE-SEAT(DEPT-IDX)
               DEPT-RATE-100-TXN(DEPT-IDX).
     MOVE SPACES TO SEARCH-KEY.
     MOVE DEPT-CODE(DEPT-IDX) TO SEARCH-KEY(1:8).
     CALL "DBGET" USING Secdb-Database DS-CONN-RATE KEYED
         STATUS-AREA ALL-ITEMS DB-CONN-RATE SEARCH-KEY.
     IF IMAGE-ERRORS OR NO-ENTRY
      MOVE SPACES TO SEARCH-KEY
      MOVE "@ALL" TO SEARCH-KEY(1:8)
      CALL "DBGET" USING Secdb-Database DS-CONN-RATE KEYED
          STATUS-AREA ALL-ITEMS DB-CONN-RATE SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      MOVE CRATE-CENTS-PER-HOUR    TO DEPT-RATE-HOUR(DEPT-IDX)
      MOVE CRATE-CENTS-PER-SEAT    TO DEPT-RATE-SEAT(DEPT-IDX)
      MOVE CRATE-CENTS-PER-100-TXN TO DEPT-RATE-100-TXN(DEPT-IDX).
*>-----------------------------------------------------------------
 WRITE-ONE-DEPT.
     COMPUTE MINUTES-WRK ROUNDED = DEPT-SECONDS(DEPT-IDX) / 60
     END-COMPUTE.
     COMPUTE LINE-CENTS ROUNDED =
         (DEPT-SECONDS(DEPT-IDX) * DEPT-RATE-HOUR(DEPT-IDX) / 3600)
       + (DEPT-PEAK-SEATS(DEPT-IDX) * DEPT-RATE-SEAT(DEPT-IDX))
       + (DEPT-TXNS(DEPT-IDX) * DEPT-RATE-100-TXN(DEPT-IDX) / 100)
     END-COMPUTE.
     ADD MINUTES-WRK               TO TOT-MINUTES.
     ADD DEPT-PEAK-SEATS(DEPT-IDX) TO TOT-SEATS.
     ADD DEPT-TXNS(DEPT-IDX)       TO TOT-TXNS.
     ADD LINE-CENTS                TO TOT-CENTS.

     MOVE MINUTES-WRK               TO DISP-MINUTES.
     MOVE DEPT-PEAK-SEATS(DEPT-IDX) TO DISP-SEATS.
     MOVE DEPT-TXNS(DEPT-IDX)       TO DISP-TXNS.
     MOVE LINE-CENTS                TO DISP-CENTS.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING DEPT-CODE(DEPT-IDX) DELIMITED BY SPACE
            ","                 DELIMITED BY SIZE
            DISP-MINUTES        DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-SEATS          DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-TXNS           DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-CENTS          DELIMITED BY SIZE
      INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.
*>-----------------------------------------------------------------
 WRITE-ONE-USER.
     MOVE USR-DEPT-IDX(USR-IDX) TO DEPT-PTR.
     COMPUTE MINUTES-WRK ROUNDED = USR-SECONDS(USR-IDX) / 60
     END-COMPUTE.
     COMPUTE LINE-CENTS ROUNDED =
         (USR-SECONDS(USR-IDX) * DEPT-RATE-HOUR(DEPT-PTR) / 3600)
       + (USR-TXNS(USR-IDX) * DEPT-RATE-100-TXN(DEPT-PTR) / 100)
     END-COMPUTE.
     ADD USR-SESSIONS(USR-IDX) TO TOT-SESSIONS.
     ADD MINUTES-WRK           TO TOT-MINUTES.
     ADD USR-TXNS(USR-IDX)     TO TOT-TXNS.
     ADD LINE-CENTS            TO TOT-CENTS.

     MOVE USR-SESSIONS(USR-IDX) TO DISP-SESSIONS.
     MOVE MINUTES-WRK           TO DISP-MINUTES.
     MOVE USR-TXNS(USR-IDX)     TO DISP-TXNS.
     MOVE LINE-CENTS            TO DISP-CENTS.
     MOVE SPACES TO CONNCHG-RECORD.
     STRING DEPT-CODE(DEPT-PTR) DELIMITED BY SPACE
            ","                 DELIMITED BY SIZE
            USR-USER(USR-IDX)   DELIMITED BY SPACE
            ","                 DELIMITED BY SIZE
            DISP-SESSIONS       DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-MINUTES        DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-TXNS           DELIMITED BY SIZE
            ","                 DELIMITED BY SIZE
            DISP-CENTS          DELIMITED BY SIZE
      INTO CONNCHG-RECORD.
     WRITE CONNCHG-RECORD.
