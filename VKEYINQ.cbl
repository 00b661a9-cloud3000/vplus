>>source format free
*>*****************************************************************
*>*                        V K E Y I N Q                           *
*>*****************************************************************
*>   Universal key inquiry - "everything that happened to account
*>   12345" on one screen instead of five consoles with five sets
*>   of filters. The value is looked for in every journal and queue
*>   that carries keyed data:
*>     DATAJRNL   old and new values of designated-field changes
*>     RECENTTXN  the designated key values of completed forms
*>     WORKQUEUE  the parked buffer of pended work items
*>     PENDAPPR   the parked buffer of dual-control transactions
*>     QAREVIEW   the committed buffer of sampled transactions
*>     PRINTARCH  the subject of archived printed documents
*>     EDITFAIL   the rejected value of validation failures
*>   and every hit is listed in time order with its form, user and
*>   status in a paged popup. Keying a line number opens the item
*>   in its own console - the journal inquiry, the work-queue,
*>   approval and QA views, the print archive retrieval, or the
*>   session timeline around an edit failure - and the console's
*>   report comes up in VREPORTVIEW. "=value" keys a new search.
*>
*>   What each user sees is held to what they may open: a hit on a
*>   form their FORMACL grants (or an active FIRECALL grant) does
*>   not cover is withheld and only counted, under the rule
*>   VINITFORM applies to panels. The list itself carries no field
*>   values at all - a sensitive value never reaches the glass here,
*>   and rejected sensitive values were never kept on EDITFAIL in
*>   the first place; entries VREDACT has starred out do not match.
*>   Every search is itself a VIEWLOG record, so "who looked up
*>   this account" stays answerable.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VKEYINQ.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.
 01 SESSION-USER            PIC X(32) VALUE SPACES.
 01 KEY-LEN                 PIC S9(4) COMP-5 VALUE 0.
 01 KEY-POS                 PIC S9(4) COMP-5 VALUE 0.
 01 KEY-TALLY               PIC S9(4) COMP-5 VALUE 0.
 01 BUF-LEN-WRK             PIC S9(8) COMP-5 VALUE 0.
*> Buffers parked scrambled are searched in the clear (VBUFCRYPT).
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 DISP-TIME               PIC -(14)9.
 01 DISP-COUNT              PIC ZZZZ9.
 01 DISP-WITHHELD           PIC ZZZZ9.
 01 DISP-LINENO             PIC Z9.
 01 PAGE-LINE               PIC X(100) VALUE SPACES.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.

*> The inquiring user's form grants, loaded once per search.
 01 ACL-RESTRICT-SW         PIC X VALUE "N".
    88 ACL-RESTRICTED           VALUE "Y".
 01 ACL-FORM-SW             PIC X VALUE "N".
    88 ACL-FORM-PERMITTED       VALUE "Y".
 01 ACL-TABLE.
    05 ACL-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 ACL-FORM OCCURS 200 TIMES PIC X(15).
 01 ACL-IDX                 PIC S9(4) COMP-5 VALUE 0.

*> Hits, candidate first, then sorted into time order.
 01 HIT-CAND.
    05 CAND-TIME            PIC S9(18) COMP-5.
    05 CAND-SOURCE          PIC X(08).
    05 CAND-FORM            PIC X(15).
    05 CAND-USER            PIC X(32).
    05 CAND-STATUS          PIC X(10).
    05 CAND-REF             PIC X(16).
 01 HIT-TABLE.
    05 HIT-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 HIT-ENTRY OCCURS 500 TIMES.
       10 HIT-TIME              PIC S9(18) COMP-5.
       10 HIT-SOURCE            PIC X(08).
       10 HIT-FORM              PIC X(15).
       10 HIT-USER              PIC X(32).
       10 HIT-STATUS            PIC X(10).
       10 HIT-REF               PIC X(16).
 01 HIT-SWAP                PIC X(89).
 01 HIT-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 HIT-IDX2                PIC S9(4) COMP-5 VALUE 0.
 01 HIT-SWAPPED-SW          PIC X VALUE "N".
    88 HIT-SWAPPED              VALUE "Y".
 01 WITHHELD-CNT            PIC S9(8) COMP-5 VALUE 0.
 01 PAGE-TOP                PIC S9(4) COMP-5 VALUE 1.
 01 PAGE-ROW                PIC S9(4) COMP-5 VALUE 0.
 01 INQ-DONE-SW             PIC X VALUE "N".
    88 INQ-DONE                 VALUE "Y".

 01 KI-CONVERSE-DATA.
      05  KI-CD-RET-CODE         PIC S9(4) COMP-5.
      05  KI-CD-LENS.
          10  KI-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  KI-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  KI-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  KI-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  KI-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  KI-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  KI-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  KI-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  KI-CD-DATA.
        06  KI-CD-IP-NUM-DATA.
          10  KI-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  KI-CD-IP-CHAR-DATA.
          10  KI-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  KI-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  KI-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  KI-CD-OP-CHAR-DATA.
          10  KI-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  KI-CD-DATABUFFER.
          10  KI-BUF-COMMAND     PIC X(40).
        06  KI-CD-COLR-DATA      PIC X(8).
        06  KI-CD-TYPE-DATA      PIC X(8).

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-RECENT-TXN           Pic X(16) Value "RECENTTXN".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".
 01 DS-PRINT-ARCHIVE        Pic X(16) Value "PRINTARCH".
 01 DS-EDIT-FAIL            Pic X(16) Value "EDITFAIL".
 01 DS-VIEW-LOG             Pic X(16) Value "VIEWLOG".

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
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
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
 0000-BEGIN-VKEYINQ.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO KEYINQ-HIT-CNT KEYINQ-WITHHELD-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VKEYINQ "
      delimited by "  " into INTR-CALLNAME.

     MOVE 0 TO HIT-CNT WITHHELD-CNT.
     IF KEYINQ-VALUE NOT = SPACES
      PERFORM RUN-INQUIRY THRU RUN-INQUIRY-EXIT
      IF CSTATUS NOT = 0
       GO TO VKEYINQ-RETURN
      END-IF
     END-IF.

     PERFORM OPEN-INQ-WINDOW.
     MOVE 1 TO PAGE-TOP.
     PERFORM PAINT-HIT-PAGE.
     MOVE "N" TO INQ-DONE-SW.
     PERFORM UNTIL INQ-DONE
      PERFORM CONVERSE-INQ-WINDOW
      IF KI-CD-KEY = SP2-KEY-ESCAPE OR KI-CD-RET-CODE NOT = 0
       SET INQ-DONE TO TRUE
      ELSE
       PERFORM TAKE-INQ-COMMAND THRU TAKE-INQ-COMMAND-EXIT
      END-IF
     END-PERFORM.
     PERFORM CLOSE-INQ-WINDOW.

     MOVE HIT-CNT      TO KEYINQ-HIT-CNT.
     MOVE WITHHELD-CNT TO KEYINQ-WITHHELD-CNT.

 VKEYINQ-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Enter pages forward, "=value" searches again, a line number
*> opens that hit. A bare number is always a line - account
*> numbers are numbers, so a new key has to say so with the "=".
 TAKE-INQ-COMMAND.
     IF KI-BUF-COMMAND = SPACES
      ADD 14 TO PAGE-TOP
      IF PAGE-TOP > HIT-CNT
       MOVE 1 TO PAGE-TOP
      END-IF
      PERFORM PAINT-HIT-PAGE
      GO TO TAKE-INQ-COMMAND-EXIT.

     IF KI-BUF-COMMAND(1:1) = "="
      MOVE SPACES TO KEYINQ-VALUE
      MOVE KI-BUF-COMMAND(2:39) TO KEYINQ-VALUE
      PERFORM RUN-INQUIRY THRU RUN-INQUIRY-EXIT
      MOVE 1 TO PAGE-TOP
      PERFORM PAINT-HIT-PAGE
      GO TO TAKE-INQ-COMMAND-EXIT.

     Initialize num1 num2 numdec numerr.
     MOVE KI-BUF-COMMAND(1:2) TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0 OR NUMDEC NOT = 0
      OR NUM2 < 1 OR NUM2 > 14
      GO TO TAKE-INQ-COMMAND-EXIT.
     COMPUTE HIT-IDX = PAGE-TOP + NUM2 - 1 END-COMPUTE.
     IF HIT-IDX > HIT-CNT
      GO TO TAKE-INQ-COMMAND-EXIT.

*> The console paints its own window; ours comes back after.
     PERFORM CLOSE-INQ-WINDOW.
     PERFORM OPEN-HIT-ITEM.
     MOVE 0 TO CSTATUS.
     PERFORM OPEN-INQ-WINDOW.
     PERFORM PAINT-HIT-PAGE.
 TAKE-INQ-COMMAND-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Each source opens in the console that owns it. Report names go
*> to spaces so every console writes its usual file, and the
*> viewer checks that file against the user's ACL like any other.
 OPEN-HIT-ITEM.
     EVALUATE HIT-SOURCE(HIT-IDX)
      WHEN "DATAJRNL"
       MOVE "I"                  TO DJRPT-ACTION
       MOVE HIT-USER(HIT-IDX)    TO DJRPT-USER
       MOVE HIT-FORM(HIT-IDX)    TO DJRPT-FORM
       MOVE HIT-REF(HIT-IDX)     TO DJRPT-FIELD
       MOVE HIT-TIME(HIT-IDX)    TO DJRPT-FROM-TIME DJRPT-TO-TIME
       MOVE SPACES               TO DJRPT-RPT-NAME
       CALL "VDATAJRNLRPT" USING COMAREA
*> A completion has no console of its own - the keying that led up
*> to it is the journal's last hour for that user on that form.
      WHEN "RECENTTX"
       MOVE "I"                  TO DJRPT-ACTION
       MOVE HIT-USER(HIT-IDX)    TO DJRPT-USER
       MOVE HIT-FORM(HIT-IDX)    TO DJRPT-FORM
       MOVE SPACES               TO DJRPT-FIELD
       COMPUTE DJRPT-FROM-TIME = HIT-TIME(HIT-IDX) - 3600
       END-COMPUTE
       MOVE HIT-TIME(HIT-IDX)    TO DJRPT-TO-TIME
       MOVE SPACES               TO DJRPT-RPT-NAME
       CALL "VDATAJRNLRPT" USING COMAREA
      WHEN "WORKQ"
       MOVE "V"                  TO WORKQ-ACTION
       MOVE HIT-REF(HIT-IDX)     TO WORKQ-ID
       MOVE SPACES               TO WORKQ-RPT-NAME
       CALL "VWORKQUEUE" USING COMAREA
       MOVE "WORKQUEUE.RPT"      TO RPTVIEW-FILE
       PERFORM VIEW-CONSOLE-REPORT
      WHEN "PENDAPPR"
       MOVE "V"                  TO APPROVE-ACTION
       MOVE HIT-REF(HIT-IDX)     TO APPROVE-ID
       MOVE SPACES               TO APPROVE-RPT-NAME
       CALL "VAPPROVE" USING COMAREA
       MOVE "APPROVALS.RPT"      TO RPTVIEW-FILE
       PERFORM VIEW-CONSOLE-REPORT
      WHEN "QAREVIEW"
       MOVE "V"                  TO QAREV-ACTION
       MOVE HIT-REF(HIT-IDX)     TO QAREV-ID
       MOVE SPACES               TO QAREV-RPT-NAME
       CALL "VQAREVIEW" USING COMAREA
       MOVE "QAREVIEW.RPT"       TO RPTVIEW-FILE
       PERFORM VIEW-CONSOLE-REPORT
*> The archive's own "open" - retrieval re-digests the document
*> and puts it back on the queue for delivery.
      WHEN "PRINTARC"
       MOVE "R"                  TO PRTARCH-ACTION
       MOVE HIT-REF(HIT-IDX)     TO PRTARCH-JOB-ID
       MOVE SPACES               TO PRTARCH-SUBJECT
       MOVE SPACES               TO PRTARCH-RPT-NAME
       CALL "VPRTARCHIVE" USING COMAREA
       MOVE "PRTARCH.RPT"        TO RPTVIEW-FILE
       PERFORM VIEW-CONSOLE-REPORT
*> An edit failure is one moment in a session - the timeline a
*> quarter hour either side shows what the operator was doing.
      WHEN "EDITFAIL"
       MOVE SPACES               TO TIMELINE-AUTHKEY
       MOVE HIT-USER(HIT-IDX)    TO TIMELINE-USER
       COMPUTE TIMELINE-FROM-TIME = HIT-TIME(HIT-IDX) - 900
       END-COMPUTE
       COMPUTE TIMELINE-TO-TIME = HIT-TIME(HIT-IDX) + 900
       END-COMPUTE
       MOVE SPACES               TO TIMELINE-RPT-NAME
       CALL "VTIMELINERPT" USING COMAREA
       MOVE "TIMELINE.RPT"       TO RPTVIEW-FILE
       PERFORM VIEW-CONSOLE-REPORT
     END-EVALUATE.
*>-----------------------------------------------------------------
 VIEW-CONSOLE-REPORT.
     IF CSTATUS NOT = 0
      move LOW-VALUES to DebugBUF
      string "VKEYINQ: " INTR-ERRNAME " could not open "
             HIT-SOURCE(HIT-IDX) " " HIT-REF(HIT-IDX)
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
     ELSE
      MOVE SPACES TO RPTVIEW-DIR
      CALL "VREPORTVIEW" USING COMAREA
     END-IF.
*>-----------------------------------------------------------------
*> One search: the user's grants, then every source, then time
*> order. The search is logged whether or not anything matched.
 RUN-INQUIRY.
     MOVE 0 TO HIT-CNT WITHHELD-CNT.
     MOVE 0 TO KEY-LEN.
     PERFORM VARYING KEY-POS FROM 64 BY -1
       UNTIL KEY-POS < 1 OR KEY-LEN > 0
      IF KEYINQ-VALUE(KEY-POS:1) > " "
       MOVE KEY-POS TO KEY-LEN
      END-IF
     END-PERFORM.
     IF KEY-LEN = 0
      GO TO RUN-INQUIRY-EXIT.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VKEYINQ" TO INTR-ERRNAME
      MOVE 50         TO INTR-ERRNUM
      MOVE 50         TO CSTATUS
      GO TO RUN-INQUIRY-EXIT.

     PERFORM RESOLVE-SESSION-USER.
     PERFORM LOAD-USER-GRANTS THRU LOAD-USER-GRANTS-EXIT.

     PERFORM COLLECT-DATA-JOURNAL.
     PERFORM COLLECT-RECENT-TXN.
     PERFORM COLLECT-WORK-QUEUE.
     PERFORM COLLECT-PEND-APPROVAL.
     PERFORM COLLECT-QA-REVIEW.
     PERFORM COLLECT-PRINT-ARCHIVE.
     PERFORM COLLECT-EDIT-FAIL.
     PERFORM LOG-KEY-INQUIRY.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     PERFORM SORT-HITS.
 RUN-INQUIRY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 RESOLVE-SESSION-USER.
     MOVE SPACES TO SESSION-USER.
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
       MOVE AUTHSESS-USER TO SESSION-USER.
*>-----------------------------------------------------------------
*> VINITFORM's rule, held in a table so the scans below test each
*> hit without another search: no FORMACL records leaves every
*> form open, "@" grants them all, otherwise the granted forms plus
*> any active unexpired FIRECALL grants.
 LOAD-USER-GRANTS.
     MOVE "N" TO ACL-RESTRICT-SW.
     MOVE 0 TO ACL-CNT.
     IF SESSION-USER = SPACES
      GO TO LOAD-USER-GRANTS-EXIT.

     MOVE "USERNAME;"  TO SEARCH-ITEM.
     MOVE SESSION-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
      GO TO LOAD-USER-GRANTS-EXIT.

     MOVE "Y" TO ACL-RESTRICT-SW.
     PERFORM UNTIL END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
          STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       IF FACL-FORM = "@"
        MOVE "N" TO ACL-RESTRICT-SW
       END-IF
       IF ACL-CNT < 200
        ADD 1 TO ACL-CNT
        MOVE FACL-FORM TO ACL-FORM(ACL-CNT)
       END-IF
      END-IF
     END-PERFORM.
     IF NOT ACL-RESTRICTED
      GO TO LOAD-USER-GRANTS-EXIT.

     MOVE "USERNAME;"  TO SEARCH-ITEM.
     MOVE SESSION-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FIRECALL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-FIRECALL CHAINED
           STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        IF FCG-ACTIVE
         AND FCG-EXPIRE-TIME > ClockSeconds
         AND ACL-CNT < 200
         ADD 1 TO ACL-CNT
         MOVE FCG-FORM TO ACL-FORM(ACL-CNT)
        END-IF
       END-IF
      END-PERFORM.
 LOAD-USER-GRANTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The candidate in HIT-CAND goes on the list if the user may open
*> its form; otherwise it is only counted as withheld.
 ADD-HIT.
     MOVE "Y" TO ACL-FORM-SW.
     IF ACL-RESTRICTED
      MOVE "N" TO ACL-FORM-SW
      PERFORM VARYING ACL-IDX FROM 1 BY 1
        UNTIL ACL-IDX > ACL-CNT OR ACL-FORM-PERMITTED
       IF ACL-FORM(ACL-IDX) = CAND-FORM
        MOVE "Y" TO ACL-FORM-SW
       END-IF
      END-PERFORM
     END-IF.
     IF NOT ACL-FORM-PERMITTED
      ADD 1 TO WITHHELD-CNT
     ELSE
      IF HIT-CNT < 500
       ADD 1 TO HIT-CNT
       MOVE HIT-CAND TO HIT-ENTRY(HIT-CNT)
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> A journal entry matches on either side of the change; the
*> status says which. Starred-out entries are left alone.
 COLLECT-DATA-JOURNAL.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-REDACTED-SW NOT = "Y"
       MOVE SPACES TO CAND-STATUS
       MOVE 0 TO KEY-TALLY
       INSPECT DJ-NEW-VALUE TALLYING KEY-TALLY
         FOR ALL KEYINQ-VALUE(1:KEY-LEN)
       IF KEY-TALLY > 0
        MOVE "NEW VALUE" TO CAND-STATUS
       ELSE
        INSPECT DJ-OLD-VALUE TALLYING KEY-TALLY
          FOR ALL KEYINQ-VALUE(1:KEY-LEN)
        IF KEY-TALLY > 0
         MOVE "OLD VALUE" TO CAND-STATUS
        END-IF
       END-IF
       IF CAND-STATUS NOT = SPACES
        MOVE DJ-TIME    TO CAND-TIME
        MOVE "DATAJRNL" TO CAND-SOURCE
        MOVE DJ-FORM    TO CAND-FORM
        MOVE DJ-USER    TO CAND-USER
        MOVE DJ-FIELD   TO CAND-REF
        PERFORM ADD-HIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 COLLECT-RECENT-TXN.
     MOVE LOW-VALUES TO DB-RECENT-TXN.
     CALL "DBGET" USING Secdb-Database DS-RECENT-TXN SERIAL
         STATUS-AREA ALL-ITEMS DB-RECENT-TXN NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      INSPECT RTX-KEY-VALUES TALLYING KEY-TALLY
        FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      IF KEY-TALLY > 0
       MOVE RTX-TIME    TO CAND-TIME
       MOVE "RECENTTX"  TO CAND-SOURCE
       MOVE RTX-FORM    TO CAND-FORM
       MOVE RTX-USER    TO CAND-USER
       MOVE "COMPLETED" TO CAND-STATUS
       MOVE SPACES      TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-RECENT-TXN SERIAL
          STATUS-AREA ALL-ITEMS DB-RECENT-TXN NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Done items have had their buffer cleared, so what matches here
*> is still open work.
 COLLECT-WORK-QUEUE.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      MOVE WQ-BUFLEN TO BUF-LEN-WRK
      IF BUF-LEN-WRK > 3000
       MOVE 3000 TO BUF-LEN-WRK
      END-IF
      IF BUF-LEN-WRK > 0 AND WQ-ENCRYPTED
       MOVE WQ-BUFFER  TO BC-BUFFER
       MOVE WQ-KEY-VER TO BC-KEY-VER
       PERFORM UNSCRAMBLE-BC-BUFFER
       MOVE BC-BUFFER  TO WQ-BUFFER
      END-IF
      IF BUF-LEN-WRK > 0
       INSPECT WQ-BUFFER(1:BUF-LEN-WRK) TALLYING KEY-TALLY
         FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      END-IF
      IF KEY-TALLY > 0
       MOVE WQ-TIME    TO CAND-TIME
       MOVE "WORKQ"    TO CAND-SOURCE
       MOVE WQ-FORM    TO CAND-FORM
       MOVE WQ-USER    TO CAND-USER
       EVALUATE TRUE
        WHEN WQ-PENDING MOVE "PENDING" TO CAND-STATUS
        WHEN WQ-CLAIMED MOVE "CLAIMED" TO CAND-STATUS
        WHEN OTHER      MOVE "DONE"    TO CAND-STATUS
       END-EVALUATE
       MOVE WQ-ID      TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> A buffer under a retired key version cannot be searched and is
*> passed over.
 UNSCRAMBLE-BC-BUFFER.
     MOVE "D"         TO BC-MODE.
     MOVE BUF-LEN-WRK TO BC-LENGTH.
     CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
     IF BC-KEY-MISSING
      MOVE 0 TO BUF-LEN-WRK.
*>-----------------------------------------------------------------
 COLLECT-PEND-APPROVAL.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      MOVE PA-BUFLEN TO BUF-LEN-WRK
      IF BUF-LEN-WRK > 3000
       MOVE 3000 TO BUF-LEN-WRK
      END-IF
      IF BUF-LEN-WRK > 0 AND PA-ENCRYPTED
       MOVE PA-BUFFER  TO BC-BUFFER
       MOVE PA-KEY-VER TO BC-KEY-VER
       PERFORM UNSCRAMBLE-BC-BUFFER
       MOVE BC-BUFFER  TO PA-BUFFER
      END-IF
      IF BUF-LEN-WRK > 0
       INSPECT PA-BUFFER(1:BUF-LEN-WRK) TALLYING KEY-TALLY
         FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      END-IF
      IF KEY-TALLY > 0
       MOVE PA-TIME    TO CAND-TIME
       MOVE "PENDAPPR" TO CAND-SOURCE
       MOVE PA-FORM    TO CAND-FORM
       MOVE PA-USER    TO CAND-USER
       EVALUATE TRUE
        WHEN PA-PENDING  MOVE "PENDING"  TO CAND-STATUS
        WHEN PA-APPROVED MOVE "APPROVED" TO CAND-STATUS
        WHEN OTHER       MOVE "REJECTED" TO CAND-STATUS
       END-EVALUATE
       MOVE PA-ID      TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 COLLECT-QA-REVIEW.
     MOVE LOW-VALUES TO DB-QA-REVIEW.
     CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
         STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      MOVE QR-BUFLEN TO BUF-LEN-WRK
      IF BUF-LEN-WRK > 3000
       MOVE 3000 TO BUF-LEN-WRK
      END-IF
      IF BUF-LEN-WRK > 0 AND QR-ENCRYPTED
       MOVE QR-BUFFER  TO BC-BUFFER
       MOVE QR-KEY-VER TO BC-KEY-VER
       PERFORM UNSCRAMBLE-BC-BUFFER
       MOVE BC-BUFFER  TO QR-BUFFER
      END-IF
      IF BUF-LEN-WRK > 0
       INSPECT QR-BUFFER(1:BUF-LEN-WRK) TALLYING KEY-TALLY
         FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      END-IF
      IF KEY-TALLY > 0
       MOVE QR-TIME    TO CAND-TIME
       MOVE "QAREVIEW" TO CAND-SOURCE
       MOVE QR-FORM    TO CAND-FORM
       MOVE QR-USER    TO CAND-USER
       EVALUATE TRUE
        WHEN QR-PENDING MOVE "PENDING" TO CAND-STATUS
        WHEN QR-PASSED  MOVE "PASSED"  TO CAND-STATUS
        WHEN OTHER      MOVE "FAILED"  TO CAND-STATUS
       END-EVALUATE
       MOVE QR-ID      TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
          STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The archive row names the session, not the user - the auth id
*> stands in the user column.
 COLLECT-PRINT-ARCHIVE.
     MOVE LOW-VALUES TO DB-PRINT-ARCHIVE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-ARCHIVE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      INSPECT PARC-SUBJECT TALLYING KEY-TALLY
        FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      IF KEY-TALLY > 0
       MOVE PARC-ARCHIVE-TIME TO CAND-TIME
       MOVE "PRINTARC"        TO CAND-SOURCE
       MOVE PARC-CFNAME       TO CAND-FORM
       MOVE PARC-AUTH-ID      TO CAND-USER
       EVALUATE TRUE
        WHEN PARC-SEAL-ALTERED    MOVE "ALTERED"    TO CAND-STATUS
        WHEN PARC-SEAL-MISSING    MOVE "MISSING"    TO CAND-STATUS
        WHEN PARC-SEAL-UNREADABLE MOVE "UNREADABLE" TO CAND-STATUS
        WHEN OTHER                MOVE "ARCHIVED"   TO CAND-STATUS
       END-EVALUATE
       MOVE PARC-JOB-ID       TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-ARCHIVE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 COLLECT-EDIT-FAIL.
     MOVE LOW-VALUES TO DB-EDIT-FAIL.
     CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
         STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO KEY-TALLY
      INSPECT EF-VALUE TALLYING KEY-TALLY
        FOR ALL KEYINQ-VALUE(1:KEY-LEN)
      IF KEY-TALLY > 0
       MOVE EF-TIME    TO CAND-TIME
       MOVE "EDITFAIL" TO CAND-SOURCE
       MOVE EF-FORM    TO CAND-FORM
       MOVE EF-USER    TO CAND-USER
       IF EF-ACCEPTED
        MOVE "ACCEPTED" TO CAND-STATUS
       ELSE
        MOVE "REJECTED" TO CAND-STATUS
       END-IF
       MOVE EF-FIELD   TO CAND-REF
       PERFORM ADD-HIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
          STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Looking a customer up is viewing them - on record like any
*> sensitive panel.
 LOG-KEY-INQUIRY.
     INITIALIZE DB-VIEW-LOG.
     MOVE SESSION-USER TO VL-USER.
     MOVE "VKEYINQ"    TO VL-FORM.
     MOVE ClockSeconds TO VL-TIME.
     MOVE KEYINQ-VALUE TO VL-KEY-VALUE.
     CALL "DBLOCK" USING Secdb-Database DS-VIEW-LOG
         MODE-3 STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-VIEW-LOG
         MODE-1 STATUS-AREA ALL-ITEMS DB-VIEW-LOG.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-VIEW-LOG
         MODE-1 STATUS-AREA.
*>-----------------------------------------------------------------
*> Plain exchange sort by time, as VTIMELINERPT does it.
 SORT-HITS.
     MOVE "Y" TO HIT-SWAPPED-SW.
     PERFORM UNTIL NOT HIT-SWAPPED
      MOVE "N" TO HIT-SWAPPED-SW
      PERFORM VARYING HIT-IDX FROM 1 BY 1 UNTIL HIT-IDX >= HIT-CNT
       COMPUTE HIT-IDX2 = HIT-IDX + 1 END-COMPUTE
       IF HIT-TIME(HIT-IDX) > HIT-TIME(HIT-IDX2)
        MOVE HIT-ENTRY(HIT-IDX)  TO HIT-SWAP
        MOVE HIT-ENTRY(HIT-IDX2) TO HIT-ENTRY(HIT-IDX)
        MOVE HIT-SWAP            TO HIT-ENTRY(HIT-IDX2)
        MOVE "Y" TO HIT-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
 OPEN-INQ-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VKEYIWIN"           TO SP2-WD-NAME.
     MOVE "KEY INQUIRY"        TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 640                  TO SP2-WD-WIDTH.
     MOVE 240                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VKEYIPAN"           TO SP2-PD-NAME.
     MOVE "Key inquiry"        TO SP2-PD-TITLE.
     MOVE 620                  TO SP2-PD-WIDTH.
     MOVE 230                  TO SP2-PD-HEIGHT.
     MOVE 1                    TO SP2-PD-FLD-CNT.
     MOVE 1                    TO SP2-PD-PROG-CNT.
     MOVE 40                   TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "KEYICMD"            TO SP2-FD-NAME.
     MOVE 209                  TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 360                  TO SP2-FD-WIDTH.
     MOVE 40                   TO SP2-FD-MAX-LEN.
     MOVE 40                   TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>-----------------------------------------------------------------
 CLOSE-INQ-WINDOW.
     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>-----------------------------------------------------------------
*> Row 1 is the search and its counts, row 2 the column heads,
*> rows 3 to 16 fourteen hits.
 PAINT-HIT-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 100                  TO SP2-SD-VAR-LEN.
     Move 100                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     MOVE HIT-CNT      TO DISP-COUNT.
     MOVE WITHHELD-CNT TO DISP-WITHHELD.
     MOVE SPACES TO PAGE-LINE.
     IF KEYINQ-VALUE = SPACES
      MOVE "KEY =VALUE TO SEARCH EVERY JOURNAL AND QUEUE"
        TO PAGE-LINE
     ELSE
      STRING "KEY " KEYINQ-VALUE DELIMITED BY "  "
             "  HITS " DISP-COUNT
             "  WITHHELD BY FORM ACCESS " DISP-WITHHELD
       DELIMITED BY SIZE INTO PAGE-LINE
     END-IF.
     MOVE 21        TO SP2-SD-ID.
     MOVE 11        TO SP2-SD-ROW.
     Move 9         TO SP2-SD-COL.
     MOVE PAGE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     MOVE SPACES TO PAGE-LINE.
     MOVE "    TIME"   TO PAGE-LINE(1:15).
     MOVE "SOURCE"     TO PAGE-LINE(21:8).
     MOVE "FORM"       TO PAGE-LINE(30:15).
     MOVE "USER"       TO PAGE-LINE(46:16).
     MOVE "STATUS"     TO PAGE-LINE(63:10).
     MOVE "FIELD/ID"   TO PAGE-LINE(74:16).
     MOVE 22        TO SP2-SD-ID.
     MOVE 22        TO SP2-SD-ROW.
     MOVE PAGE-LINE TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     PERFORM VARYING PAGE-ROW FROM 1 BY 1 UNTIL PAGE-ROW > 14
      COMPUTE SP2-SD-ID = 22 + PAGE-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = ((PAGE-ROW + 2) * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE HIT-IDX = PAGE-TOP + PAGE-ROW - 1 END-COMPUTE
      MOVE SPACES TO PAGE-LINE
      IF HIT-IDX NOT > HIT-CNT
       MOVE PAGE-ROW            TO DISP-LINENO
       MOVE HIT-TIME(HIT-IDX)   TO DISP-TIME
       MOVE DISP-LINENO         TO PAGE-LINE(1:2)
       MOVE ")"                 TO PAGE-LINE(3:1)
       MOVE DISP-TIME           TO PAGE-LINE(5:15)
       MOVE HIT-SOURCE(HIT-IDX) TO PAGE-LINE(21:8)
       MOVE HIT-FORM(HIT-IDX)   TO PAGE-LINE(30:15)
       MOVE HIT-USER(HIT-IDX)   TO PAGE-LINE(46:16)
       MOVE HIT-STATUS(HIT-IDX) TO PAGE-LINE(63:10)
       MOVE HIT-REF(HIT-IDX)    TO PAGE-LINE(74:16)
      END-IF
      MOVE PAGE-LINE TO SP2-SD-TEXT
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     MOVE 38                   TO SP2-SD-ID.
     MOVE 192                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE "LINE NUMBER OPENS  =VALUE SEARCHES  ENTER PAGES  ESC CLOSES"
       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------------
 CONVERSE-INQ-WINDOW.
     MOVE LOW-VALUES TO KI-CD-DATA.
     COMPUTE KI-CD-LEN-LEN      = FUNCTION LENGTH(KI-CD-LENS).
     COMPUTE KI-CD-IP-NUM-LEN   = FUNCTION LENGTH(KI-CD-IP-NUM-DATA).
     COMPUTE KI-CD-IP-CHAR-LEN  = FUNCTION LENGTH(KI-CD-IP-CHAR-DATA).
     COMPUTE KI-CD-OP-NUM-LEN   = FUNCTION LENGTH(KI-CD-OP-NUM-DATA).
     COMPUTE KI-CD-OP-CHAR-LEN  = FUNCTION LENGTH(KI-CD-OP-CHAR-DATA).
     COMPUTE KI-CD-FIELD-LEN    = FUNCTION LENGTH(KI-CD-DATABUFFER).
     COMPUTE KI-CD-COLR-LEN     = FUNCTION LENGTH(KI-CD-COLR-DATA).
     COMPUTE KI-CD-TYPE-LEN     = FUNCTION LENGTH(KI-CD-TYPE-DATA).
     MOVE "VKEYIPAN" TO KI-CD-NEXT-PANEL.
     MOVE "a"        TO KI-CD-WAIT-SW.
     MOVE "x"        TO KI-CD-NEW-WINDOW.
     MOVE SPACES     TO KI-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS KI-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL KI-CONVERSE-DATA.
