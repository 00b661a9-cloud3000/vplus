>>source format free
*>*****************************************************************
*>*                       V R U L E S I M                          *
*>*****************************************************************
*>   What a proposed rule change would have done to last month's
*>   work, before anyone turns it on. The caller steps to the panel
*>   first (VOPENFORMF, VGETNEXTFORM, VINITFORM - exactly as for
*>   VBATCHINTAKE), so the live rules for the form are in place;
*>   the form's catalog rows staged as proposals (SECDB/FORMRULE,
*>   stage "P") are then laid over a copy of them through
*>   VAPPLYRULE, the same placing VINITFORM does at form entry.
*>   Every committed buffer for the form recorded in the window -
*>   QA samples (QAREVIEW), approved dual-control records
*>   (PENDAPPR), work-queue items still holding their buffer
*>   (WORKQUEUE), and commits known only from the data journal
*>   (DATAJRNL, grouped by correlation id and laid over the panel's
*>   initialized image) - goes through VFIELDEDITS twice, once under
*>   each rule set, in replay mode (nothing logged, no warning
*>   asked). A field that fails under the proposal but passed under
*>   the live rules is a new failure. A journal reconstruction
*>   holds only the audit-designated fields, so only those are
*>   judged on it; a commit the journal shares with a QA sample or
*>   queue item is replayed once, from the full buffer.
*>   The report (RULESIM-RPT-NAME, spaces - RULESIM.RPT) lists the
*>   proposals, up to RULESIM-SAMPLE-MAX sample failures, the new
*>   failures by field and the totals. Duplicate-guard and barcode
*>   proposals are not entry edits and are listed as not simulated.
*>   On return the live rules, field types and panel image are as
*>   the caller left them.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRULESIM.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT RULESIM-RPT
        ASSIGN TO RULESIM-RPT-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSIM-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  RULESIM-RPT.
 01  RULESIM-RPT-RECORD           PIC X(132).
 WORKING-STORAGE SECTION.
 01 RSIM-STATUS1            PIC XX.
 01 RULESIM-RPT-WRK         PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 RSIM-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 RSIM-JDX                PIC S9(4) COMP-5 VALUE 0.
 01 SET-NO                  PIC S9(4) COMP-5 VALUE 0.
 01 REPLAY-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 LIVE-FAIL-CNT           PIC S9(8) COMP-5 VALUE 0.
 01 NEW-FAIL-CNT            PIC S9(8) COMP-5 VALUE 0.
 01 SAMPLE-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 SAMPLE-MAX              PIC S9(8) COMP-5 VALUE 0.
 01 PROPOSAL-CNT            PIC S9(4) COMP-5 VALUE 0.
 01 NOT-SIM-CNT             PIC S9(4) COMP-5 VALUE 0.
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-SEQ                PIC ---9.
 01 WINDOW-FROM             PIC S9(18) COMP-5 VALUE 0.
 01 WINDOW-TO               PIC S9(18) COMP-5 VALUE 0.
 01 SAVE-UNATTENDED-SW      PIC X(01) VALUE SPACE.
 01 APPLY-TEXT              PIC X(40) VALUE SPACES.
*> The panel as VINITFORM left it - put back at the end, and the
*> base a journal reconstruction is laid over.
 01 RSIM-BUFLEN             PIC S9(8) COMP-5 VALUE 0.
 01 RSIM-INIT-BUFFER        PIC X(3000) VALUE SPACES.
*> The buffer being replayed and where it came from.
 01 SIM-SOURCE              PIC X(09) VALUE SPACES.
 01 SIM-ID                  PIC X(16) VALUE SPACES.
 01 SIM-USER                PIC X(32) VALUE SPACES.
 01 SIM-BUFLEN              PIC S9(8) COMP-5 VALUE 0.
 01 SIM-BUFFER              PIC X(3000) VALUE SPACES.
 01 SIM-ENC-SW              PIC X VALUE SPACE.
 01 SIM-KEY-VER             PIC X(02) VALUE SPACES.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 SIM-JOURNAL-SW          PIC X VALUE "N".
    88 SIM-FROM-JOURNAL         VALUE "Y".
 01 SIM-JFLD-CNT            PIC S9(4) COMP-5 VALUE 0.
 01 SIM-JFLD-TABLE.
    05 SIM-JFLD-PTR OCCURS 64 TIMES PIC S9(4) COMP-5.
 01 SIM-DJ-LEN              PIC S9(4) COMP-5 VALUE 0.
 01 SIM-DJ-PTR              PIC S9(4) COMP-5 VALUE 0.
 01 SCOPE-SW                PIC X VALUE "N".
    88 FIELD-IN-SCOPE           VALUE "Y".
 01 LIVE-ANY-SW             PIC X VALUE "N".
    88 LIVE-ANY-FAIL            VALUE "Y".
 01 NEW-ANY-SW              PIC X VALUE "N".
    88 NEW-ANY-FAIL             VALUE "Y".
*> Per field of the panel: failed under the live rules on this
*> buffer, and new failures over the whole run.
 01 SIM-FIELD-STATE.
    05 SIM-LIVE-FAIL OCCURS 1024 TIMES PIC X(01).
 01 SIM-NEW-TALLY.
    05 SIM-NEW-CNT OCCURS 1024 TIMES PIC S9(8) COMP-5.
*> Correlation ids already replayed from a full buffer, so the
*> journal's copy of the same commit is not counted twice.
 01 SEEN-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 SEEN-TABLE.
    05 SEEN-CORR OCCURS 500 TIMES PIC X(16).
 01 SEEN-SW                 PIC X VALUE "N".
    88 CORR-SEEN                VALUE "Y".
*> The journal group being gathered.
 01 JG-OPEN-SW              PIC X VALUE "N".
    88 JG-OPEN                  VALUE "Y".
 01 JG-CORR                 PIC X(16) VALUE SPACES.
 01 JG-USER                 PIC X(32) VALUE SPACES.
 01 JG-TIME                 PIC S9(18) COMP-5 VALUE 0.
*> The entry-edit rule tables and field types, as two sets:
*> 1 - live, as the caller left them; 2 - with the proposals in.
 01 RULE-SETS.
    05 RULE-SET OCCURS 2 TIMES.
       10 RS-XFIELD-CNT           PIC S9(4) COMP-5.
       10 RS-XFIELD-ENTRY OCCURS 10 TIMES PIC X(94).
       10 RS-LOOKUP-CNT           PIC S9(4) COMP-5.
       10 RS-LOOKUP-ENTRY OCCURS 10 TIMES PIC X(140).
       10 RS-COMPUTE-CNT          PIC S9(4) COMP-5.
       10 RS-COMPUTE-ENTRY OCCURS 10 TIMES PIC X(51).
       10 RS-BIZDATE-CNT          PIC S9(4) COMP-5.
       10 RS-BIZDATE-ENTRY OCCURS 10 TIMES PIC X(77).
       10 RS-WARN-CNT             PIC S9(4) COMP-5.
       10 RS-WARN-ENTRY OCCURS 10 TIMES PIC X(19).
       10 RS-CURRENCY-CNT         PIC S9(4) COMP-5.
       10 RS-CURRENCY-ENTRY OCCURS 10 TIMES PIC X(32).
       10 RS-COND-CNT             PIC S9(4) COMP-5.
       10 RS-COND-ENTRY OCCURS 20 TIMES PIC X(115).
       10 RS-FLD-TYPE OCCURS 1024 TIMES PIC X(02).
*> (laid out as in VAPPLYRULE; RAP-RULE takes a DB-FORM-RULE row)
 01 RULE-APPLY.
    02 RAP-MODE             PIC X(01).
    02 RAP-RESULT           PIC X(01).
       88 RAP-ADDED             VALUE "A".
       88 RAP-REPLACED          VALUE "R".
       88 RAP-HELD              VALUE "H".
       88 RAP-FULL              VALUE "F".
       88 RAP-NO-FIELD          VALUE "N".
    02 RAP-RULE             PIC X(237).
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-FORM-RULE            Pic X(16) Value "FORMRULE".
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".

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
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
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
 0000-BEGIN-VRULESIM.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO RULESIM-REPLAY-CNT RULESIM-NEW-FAIL-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VRULESIM "
      delimited by "  " into INTR-CALLNAME.

     IF NOT GETNEXTFORM-CALLED OR AF-AppFld-Cnt < 1
      MOVE "VRULESIM" TO INTR-ERRNAME
      MOVE 132        TO INTR-ERRNUM
      MOVE 132        TO CSTATUS
      GO TO VRULESIM-RETURN.

     MOVE "RULESIM.RPT" TO RULESIM-RPT-WRK.
     IF RULESIM-RPT-NAME NOT = SPACES
      MOVE RULESIM-RPT-NAME TO RULESIM-RPT-WRK.
     OPEN OUTPUT RULESIM-RPT.
     IF RSIM-STATUS1 NOT = "00"
      MOVE "VRULESIM" TO INTR-ERRNAME
      MOVE 35         TO INTR-ERRNUM
      MOVE 35         TO CSTATUS
      GO TO VRULESIM-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VRULESIM" TO INTR-ERRNAME
      MOVE 50         TO INTR-ERRNUM
      MOVE 50         TO CSTATUS
      CLOSE RULESIM-RPT
      GO TO VRULESIM-RETURN.

     PERFORM LOAD-SIM-SETUP.

     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING "RULE-CHANGE IMPACT SIMULATION FOR " CFNAME
       DELIMITED BY SIZE INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.
     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING "PROPOSED RULE,KIND,FIELD,APPLIED"
       DELIMITED BY SIZE INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.

     PERFORM SAVE-LIVE-RULES.
     PERFORM LOAD-PROPOSED-RULES.
     MOVE 2 TO SET-NO.
     PERFORM SAVE-RULE-SET.
     MOVE 1 TO SET-NO.
     PERFORM RESTORE-RULE-SET.

     IF PROPOSAL-CNT = 0
      MOVE SPACES TO RULESIM-RPT-RECORD
      STRING "NO PROPOSED ENTRY-EDIT RULES FOR THIS FORM - NOTHING REPLAYED"
        DELIMITED BY SIZE INTO RULESIM-RPT-RECORD
      WRITE RULESIM-RPT-RECORD
      GO TO VRULESIM-CLOSE.

     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING "SOURCE,ID,USER,FIELD: MESSAGE UNDER THE PROPOSED RULES"
       DELIMITED BY SIZE INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.

     MOVE "N" TO JG-OPEN-SW.
     MOVE MM-UNATTENDED-SW TO SAVE-UNATTENDED-SW.
     MOVE "Y"              TO MM-UNATTENDED-SW.
     MOVE "Y"              TO MM-EDIT-REPLAY-SW.

     PERFORM REPLAY-QA-SAMPLES.
     PERFORM REPLAY-APPROVALS.
     PERFORM REPLAY-WORK-QUEUE.
     PERFORM REPLAY-JOURNAL.

     MOVE "N"                TO MM-EDIT-REPLAY-SW.
     MOVE SAVE-UNATTENDED-SW TO MM-UNATTENDED-SW.
     MOVE 1 TO SET-NO.
     PERFORM RESTORE-RULE-SET.
     MOVE SPACES TO MM-CD-DATABUFFER.
     MOVE RSIM-INIT-BUFFER(1:RSIM-BUFLEN)
       TO MM-CD-DATABUFFER(1:RSIM-BUFLEN).
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      MOVE -1 TO HFLD-ERRFLG(RSIM-IDX)
      MOVE SPACES TO HFLD-ERRMSG(RSIM-IDX)
     END-PERFORM.
     MOVE 0 TO NUMERRS.
     MOVE 0 TO CSTATUS.

     PERFORM WRITE-FIELD-SUMMARY.

 VRULESIM-CLOSE.
     MOVE REPLAY-CNT    TO DISP-CNT1.
     MOVE LIVE-FAIL-CNT TO DISP-CNT2.
     MOVE NEW-FAIL-CNT  TO DISP-CNT3.
     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING DISP-CNT1 " REPLAYED, "
            DISP-CNT2 " ALREADY FAILING UNDER LIVE RULES, "
            DISP-CNT3 " WOULD NEWLY FAIL"
      DELIMITED BY SIZE INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE RULESIM-RPT.
     MOVE REPLAY-CNT   TO RULESIM-REPLAY-CNT.
     MOVE NEW-FAIL-CNT TO RULESIM-NEW-FAIL-CNT.

 VRULESIM-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The window, the sample cap and the initialized panel image.
 LOAD-SIM-SETUP.
     PERFORM Get-ClockSeconds.
     MOVE RULESIM-TO-TIME TO WINDOW-TO.
     IF WINDOW-TO = 0
      MOVE ClockSeconds TO WINDOW-TO.
     MOVE RULESIM-FROM-TIME TO WINDOW-FROM.
     IF WINDOW-FROM = 0
      COMPUTE WINDOW-FROM = WINDOW-TO - (30 * 86400).
     MOVE RULESIM-SAMPLE-MAX TO SAMPLE-MAX.
     IF SAMPLE-MAX = 0
      MOVE 10 TO SAMPLE-MAX.

     MOVE AF-AppBuf-Len TO RSIM-BUFLEN.
     IF RSIM-BUFLEN > 3000
      MOVE 3000 TO RSIM-BUFLEN.
     MOVE SPACES TO RSIM-INIT-BUFFER.
     MOVE MM-CD-DATABUFFER(1:RSIM-BUFLEN)
       TO RSIM-INIT-BUFFER(1:RSIM-BUFLEN).

     MOVE 0 TO SEEN-CNT.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1 UNTIL RSIM-IDX > 1024
      MOVE 0 TO SIM-NEW-CNT(RSIM-IDX)
     END-PERFORM.
*>-----------------------------------------------------------------
 SAVE-LIVE-RULES.
     MOVE 1 TO SET-NO.
     PERFORM SAVE-RULE-SET.
*>-----------------------------------------------------------------
*> COMAREA's entry-edit tables and the field types into set SET-NO.
 SAVE-RULE-SET.
     MOVE XFIELD-RULE-CNT  TO RS-XFIELD-CNT(SET-NO).
     MOVE LOOKUP-RULE-CNT  TO RS-LOOKUP-CNT(SET-NO).
     MOVE COMPUTE-RULE-CNT TO RS-COMPUTE-CNT(SET-NO).
     MOVE BIZDATE-RULE-CNT TO RS-BIZDATE-CNT(SET-NO).
     MOVE WARN-RULE-CNT    TO RS-WARN-CNT(SET-NO).
     MOVE CURRENCY-RULE-CNT TO RS-CURRENCY-CNT(SET-NO).
     MOVE COND-RULE-CNT    TO RS-COND-CNT(SET-NO).
     PERFORM VARYING RSIM-IDX FROM 1 BY 1 UNTIL RSIM-IDX > 10
      MOVE XFIELD-RULE-TABLE(RSIM-IDX)
        TO RS-XFIELD-ENTRY(SET-NO, RSIM-IDX)
      MOVE LOOKUP-RULE-TABLE(RSIM-IDX)
        TO RS-LOOKUP-ENTRY(SET-NO, RSIM-IDX)
      MOVE COMPUTE-RULE-TABLE(RSIM-IDX)
        TO RS-COMPUTE-ENTRY(SET-NO, RSIM-IDX)
      MOVE BIZDATE-RULE-TABLE(RSIM-IDX)
        TO RS-BIZDATE-ENTRY(SET-NO, RSIM-IDX)
      MOVE WARN-RULE-TABLE(RSIM-IDX)
        TO RS-WARN-ENTRY(SET-NO, RSIM-IDX)
      MOVE CURRENCY-RULE-TABLE(RSIM-IDX)
        TO RS-CURRENCY-ENTRY(SET-NO, RSIM-IDX)
     END-PERFORM.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1 UNTIL RSIM-IDX > 20
      MOVE COND-RULE-TABLE(RSIM-IDX)
        TO RS-COND-ENTRY(SET-NO, RSIM-IDX)
     END-PERFORM.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      MOVE HFLD-TYPE(RSIM-IDX) TO RS-FLD-TYPE(SET-NO, RSIM-IDX)
     END-PERFORM.
*>-----------------------------------------------------------------
*> Set SET-NO back into COMAREA and the field table.
 RESTORE-RULE-SET.
     MOVE RS-XFIELD-CNT(SET-NO)  TO XFIELD-RULE-CNT.
     MOVE RS-LOOKUP-CNT(SET-NO)  TO LOOKUP-RULE-CNT.
     MOVE RS-COMPUTE-CNT(SET-NO) TO COMPUTE-RULE-CNT.
     MOVE RS-BIZDATE-CNT(SET-NO) TO BIZDATE-RULE-CNT.
     MOVE RS-WARN-CNT(SET-NO)    TO WARN-RULE-CNT.
     MOVE RS-CURRENCY-CNT(SET-NO) TO CURRENCY-RULE-CNT.
     MOVE RS-COND-CNT(SET-NO)    TO COND-RULE-CNT.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1 UNTIL RSIM-IDX > 10
      MOVE RS-XFIELD-ENTRY(SET-NO, RSIM-IDX)
        TO XFIELD-RULE-TABLE(RSIM-IDX)
      MOVE RS-LOOKUP-ENTRY(SET-NO, RSIM-IDX)
        TO LOOKUP-RULE-TABLE(RSIM-IDX)
      MOVE RS-COMPUTE-ENTRY(SET-NO, RSIM-IDX)
        TO COMPUTE-RULE-TABLE(RSIM-IDX)
      MOVE RS-BIZDATE-ENTRY(SET-NO, RSIM-IDX)
        TO BIZDATE-RULE-TABLE(RSIM-IDX)
      MOVE RS-WARN-ENTRY(SET-NO, RSIM-IDX)
        TO WARN-RULE-TABLE(RSIM-IDX)
      MOVE RS-CURRENCY-ENTRY(SET-NO, RSIM-IDX)
        TO CURRENCY-RULE-TABLE(RSIM-IDX)
     END-PERFORM.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1 UNTIL RSIM-IDX > 20
      MOVE RS-COND-ENTRY(SET-NO, RSIM-IDX)
        TO COND-RULE-TABLE(RSIM-IDX)
     END-PERFORM.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      MOVE RS-FLD-TYPE(SET-NO, RSIM-IDX) TO HFLD-TYPE(RSIM-IDX)
     END-PERFORM.
*>-----------------------------------------------------------------
*> The form's proposed catalog rows over the live tables, each
*> listed with what became of it.
 LOAD-PROPOSED-RULES.
     MOVE 0 TO PROPOSAL-CNT NOT-SIM-CNT.
     MOVE "FORMNAME;" TO SEARCH-ITEM.
     MOVE CFNAME      TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-RULE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-FORM-RULE CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND FRU-PROPOSED
        PERFORM APPLY-ONE-PROPOSAL
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 APPLY-ONE-PROPOSAL.
     IF FRU-DUPGUARD OR FRU-BARCODE
      ADD 1 TO NOT-SIM-CNT
      MOVE "NOT SIMULATED - NOT AN ENTRY EDIT" TO APPLY-TEXT
     ELSE
      ADD 1 TO PROPOSAL-CNT
      MOVE "P"          TO RAP-MODE
      MOVE DB-FORM-RULE TO RAP-RULE
      CALL "VAPPLYRULE" USING COMAREA RULE-APPLY
      EVALUATE TRUE
       WHEN RAP-ADDED    MOVE "ADDED"                     TO APPLY-TEXT
       WHEN RAP-REPLACED MOVE "REPLACES THE LIVE RULE"    TO APPLY-TEXT
       WHEN RAP-HELD     MOVE "NO CHANGE - PROGRAM'S OWN" TO APPLY-TEXT
       WHEN RAP-FULL     MOVE "NOT APPLIED - TABLE FULL"  TO APPLY-TEXT
       WHEN OTHER        MOVE "NOT APPLIED - NO SUCH OPTIONAL FIELD"
                           TO APPLY-TEXT
      END-EVALUATE
     END-IF.
     MOVE FRU-SEQ TO DISP-SEQ.
     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING DISP-SEQ   DELIMITED BY SIZE  ","
            FRU-KIND   DELIMITED BY SIZE  ","
            FRU-FIELD  DELIMITED BY SPACE ","
            APPLY-TEXT DELIMITED BY "  "
      INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.
*>-----------------------------------------------------------------
*> QA samples hold the committed buffer as keyed, whatever the
*> reviewer's verdict.
 REPLAY-QA-SAMPLES.
     MOVE "N" TO SIM-JOURNAL-SW.
     MOVE LOW-VALUES TO DB-QA-REVIEW.
     CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
         STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF QR-FORM = CFNAME AND QR-BUFLEN > 0
       AND QR-TIME >= WINDOW-FROM AND QR-TIME <= WINDOW-TO
       MOVE "QAREVIEW"  TO SIM-SOURCE
       MOVE QR-ID       TO SIM-ID
       MOVE QR-USER     TO SIM-USER
       MOVE QR-BUFLEN   TO SIM-BUFLEN
       MOVE QR-BUFFER   TO SIM-BUFFER
       MOVE QR-ENC-SW   TO SIM-ENC-SW
       MOVE QR-KEY-VER  TO SIM-KEY-VER
       MOVE QR-CORRELATION-ID TO JG-CORR
       PERFORM NOTE-CORR-SEEN
       PERFORM UNSCRAMBLE-SIM-BUFFER
       IF NOT BC-KEY-MISSING
        PERFORM REPLAY-ONE-BUFFER THRU REPLAY-ONE-BUFFER-EXIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
          STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Dual-control records count once approved - that is the commit;
*> the window is on the approval.
 REPLAY-APPROVALS.
     MOVE "N" TO SIM-JOURNAL-SW.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF PA-FORM = CFNAME AND PA-APPROVED AND PA-BUFLEN > 0
       AND PA-APPROVE-TIME >= WINDOW-FROM
       AND PA-APPROVE-TIME <= WINDOW-TO
       MOVE "PENDAPPR"  TO SIM-SOURCE
       MOVE PA-ID       TO SIM-ID
       MOVE PA-USER     TO SIM-USER
       MOVE PA-BUFLEN   TO SIM-BUFLEN
       MOVE PA-BUFFER   TO SIM-BUFFER
       MOVE PA-ENC-SW   TO SIM-ENC-SW
       MOVE PA-KEY-VER  TO SIM-KEY-VER
       PERFORM UNSCRAMBLE-SIM-BUFFER
       IF NOT BC-KEY-MISSING
        PERFORM REPLAY-ONE-BUFFER THRU REPLAY-ONE-BUFFER-EXIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Queue items that still carry their buffer (a finished item's is
*> cleared).
 REPLAY-WORK-QUEUE.
     MOVE "N" TO SIM-JOURNAL-SW.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF WQ-FORM = CFNAME AND WQ-BUFLEN > 0
       AND WQ-TIME >= WINDOW-FROM AND WQ-TIME <= WINDOW-TO
       MOVE "WORKQUEUE" TO SIM-SOURCE
       MOVE WQ-ID       TO SIM-ID
       MOVE WQ-USER     TO SIM-USER
       MOVE WQ-BUFLEN   TO SIM-BUFLEN
       MOVE WQ-BUFFER   TO SIM-BUFFER
       MOVE WQ-ENC-SW   TO SIM-ENC-SW
       MOVE WQ-KEY-VER  TO SIM-KEY-VER
       MOVE WQ-CORRELATION-ID TO JG-CORR
       PERFORM NOTE-CORR-SEEN
       PERFORM UNSCRAMBLE-SIM-BUFFER
       IF NOT BC-KEY-MISSING
        PERFORM REPLAY-ONE-BUFFER THRU REPLAY-ONE-BUFFER-EXIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> A scrambled source buffer replays in the clear; one under a
*> retired key version cannot be replayed and is passed over.
 UNSCRAMBLE-SIM-BUFFER.
     MOVE "Y" TO BC-KEY-SW.
     IF SIM-ENC-SW = "Y" AND SIM-BUFLEN > 0
      MOVE "D"         TO BC-MODE
      MOVE SIM-BUFLEN  TO BC-LENGTH
      MOVE SIM-BUFFER  TO BC-BUFFER
      MOVE SIM-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER   TO SIM-BUFFER.
*>-----------------------------------------------------------------
 NOTE-CORR-SEEN.
     IF JG-CORR NOT = SPACES AND SEEN-CNT < 500
      ADD 1 TO SEEN-CNT
      MOVE JG-CORR TO SEEN-CORR(SEEN-CNT).
*>-----------------------------------------------------------------
*> The journal's entries for one commit are written together under
*> one correlation id (or, without one, one user and time); each
*> group becomes one reconstructed buffer.
 REPLAY-JOURNAL.
     MOVE "N" TO JG-OPEN-SW.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-FORM = CFNAME
       AND DJ-TIME >= WINDOW-FROM AND DJ-TIME <= WINDOW-TO
       IF JG-OPEN
        AND (DJ-CORRELATION-ID NOT = JG-CORR
         OR (JG-CORR = SPACES
          AND (DJ-USER NOT = JG-USER OR DJ-TIME NOT = JG-TIME)))
        PERFORM FLUSH-JOURNAL-GROUP
       END-IF
       IF NOT JG-OPEN
        PERFORM START-JOURNAL-GROUP
       END-IF
       PERFORM ADD-JOURNAL-ENTRY
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     IF JG-OPEN
      PERFORM FLUSH-JOURNAL-GROUP.
*>-----------------------------------------------------------------
 START-JOURNAL-GROUP.
     MOVE "Y"               TO JG-OPEN-SW.
     MOVE DJ-CORRELATION-ID TO JG-CORR.
     MOVE DJ-USER           TO JG-USER.
     MOVE DJ-TIME           TO JG-TIME.
     MOVE 0                 TO SIM-JFLD-CNT.
     MOVE RSIM-INIT-BUFFER  TO SIM-BUFFER.
     MOVE RSIM-BUFLEN       TO SIM-BUFLEN.
*>-----------------------------------------------------------------
*> The entry's new value over its field in the reconstruction.
 ADD-JOURNAL-ENTRY.
     MOVE 0 TO SIM-DJ-PTR.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt OR SIM-DJ-PTR > 0
      IF HFLD-NAME(RSIM-IDX) = DJ-FIELD
       MOVE RSIM-IDX TO SIM-DJ-PTR
      END-IF
     END-PERFORM.
     IF SIM-DJ-PTR > 0
      MOVE HFLD-LENGTH(SIM-DJ-PTR) TO SIM-DJ-LEN
      IF SIM-DJ-LEN > 80
       MOVE 80 TO SIM-DJ-LEN
      END-IF
      IF HFLD-BUFSTART(SIM-DJ-PTR) + SIM-DJ-LEN - 1 NOT > RSIM-BUFLEN
       MOVE DJ-NEW-VALUE(1:SIM-DJ-LEN)
         TO SIM-BUFFER(HFLD-BUFSTART(SIM-DJ-PTR):SIM-DJ-LEN)
       IF SIM-JFLD-CNT < 64
        ADD 1 TO SIM-JFLD-CNT
        MOVE SIM-DJ-PTR TO SIM-JFLD-PTR(SIM-JFLD-CNT)
       END-IF
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 FLUSH-JOURNAL-GROUP.
     MOVE "N" TO JG-OPEN-SW.
     MOVE "N" TO SEEN-SW.
     IF JG-CORR NOT = SPACES
      PERFORM VARYING RSIM-IDX FROM 1 BY 1
        UNTIL RSIM-IDX > SEEN-CNT OR CORR-SEEN
       IF SEEN-CORR(RSIM-IDX) = JG-CORR
        MOVE "Y" TO SEEN-SW
       END-IF
      END-PERFORM
     END-IF.
     IF NOT CORR-SEEN AND SIM-JFLD-CNT > 0
      MOVE "Y"        TO SIM-JOURNAL-SW
      MOVE "DATAJRNL" TO SIM-SOURCE
      MOVE JG-CORR    TO SIM-ID
      MOVE JG-USER    TO SIM-USER
      PERFORM REPLAY-ONE-BUFFER THRU REPLAY-ONE-BUFFER-EXIT
      MOVE "N"        TO SIM-JOURNAL-SW.
*>-----------------------------------------------------------------
*> One buffer under the live rules, then under the proposed ones;
*> a field failing only the second time is a new failure.
 REPLAY-ONE-BUFFER.
     IF SIM-BUFLEN > RSIM-BUFLEN
      MOVE RSIM-BUFLEN TO SIM-BUFLEN.
     IF SIM-BUFLEN < 1
      GO TO REPLAY-ONE-BUFFER-EXIT.
     ADD 1 TO REPLAY-CNT.

     MOVE 1 TO SET-NO.
     PERFORM RESTORE-RULE-SET.
     PERFORM EDIT-SIM-BUFFER.
     MOVE "N" TO LIVE-ANY-SW.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      MOVE "N" TO SIM-LIVE-FAIL(RSIM-IDX)
      IF HFLD-ERRFLG(RSIM-IDX) > 0
       PERFORM CHECK-FIELD-SCOPE
       IF FIELD-IN-SCOPE
        MOVE "Y" TO SIM-LIVE-FAIL(RSIM-IDX)
        MOVE "Y" TO LIVE-ANY-SW
       END-IF
      END-IF
     END-PERFORM.
     IF LIVE-ANY-FAIL
      ADD 1 TO LIVE-FAIL-CNT.

     MOVE 2 TO SET-NO.
     PERFORM RESTORE-RULE-SET.
     PERFORM EDIT-SIM-BUFFER.
     MOVE "N" TO NEW-ANY-SW.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      IF HFLD-ERRFLG(RSIM-IDX) > 0
       AND SIM-LIVE-FAIL(RSIM-IDX) = "N"
       PERFORM CHECK-FIELD-SCOPE
       IF FIELD-IN-SCOPE
        ADD 1 TO SIM-NEW-CNT(RSIM-IDX)
        MOVE "Y" TO NEW-ANY-SW
        IF SAMPLE-CNT < SAMPLE-MAX
         PERFORM WRITE-SAMPLE-LINE
        END-IF
       END-IF
      END-IF
     END-PERFORM.
     IF NEW-ANY-FAIL
      ADD 1 TO NEW-FAIL-CNT.
 REPLAY-ONE-BUFFER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A fresh edit pass, the buffer laid down anew each time - a
*> computed-field rule writes its result back into it.
 EDIT-SIM-BUFFER.
     MOVE SPACES TO MM-CD-DATABUFFER.
     MOVE SIM-BUFFER(1:SIM-BUFLEN) TO MM-CD-DATABUFFER(1:SIM-BUFLEN).
     PERFORM VARYING RSIM-JDX FROM 1 BY 1
       UNTIL RSIM-JDX > AF-AppFld-Cnt
      MOVE -1 TO HFLD-ERRFLG(RSIM-JDX)
      MOVE SPACES TO HFLD-ERRMSG(RSIM-JDX)
     END-PERFORM.
     MOVE 0 TO NUMERRS.
     MOVE 0 TO CSTATUS.
     CALL "VFIELDEDITS" USING COMAREA.
     MOVE 0 TO CSTATUS.
*>-----------------------------------------------------------------
*> A journal reconstruction is judged only on the fields it holds.
 CHECK-FIELD-SCOPE.
     MOVE "Y" TO SCOPE-SW.
     IF SIM-FROM-JOURNAL
      MOVE "N" TO SCOPE-SW
      PERFORM VARYING RSIM-JDX FROM 1 BY 1
        UNTIL RSIM-JDX > SIM-JFLD-CNT OR FIELD-IN-SCOPE
       IF SIM-JFLD-PTR(RSIM-JDX) = RSIM-IDX
        MOVE "Y" TO SCOPE-SW
       END-IF
      END-PERFORM
     END-IF.
*>-----------------------------------------------------------------
 WRITE-SAMPLE-LINE.
     ADD 1 TO SAMPLE-CNT.
     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING SIM-SOURCE            DELIMITED BY SPACE ","
            SIM-ID                DELIMITED BY SPACE ","
            SIM-USER              DELIMITED BY SPACE ","
            HFLD-NAME(RSIM-IDX)   DELIMITED BY SPACE ": "
            HFLD-ERRMSG(RSIM-IDX) DELIMITED BY "  "
      INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.
*>-----------------------------------------------------------------
 WRITE-FIELD-SUMMARY.
     MOVE SPACES TO RULESIM-RPT-RECORD.
     STRING "FIELD,NEW FAILURES"
       DELIMITED BY SIZE INTO RULESIM-RPT-RECORD.
     WRITE RULESIM-RPT-RECORD.
     PERFORM VARYING RSIM-IDX FROM 1 BY 1
       UNTIL RSIM-IDX > AF-AppFld-Cnt
      IF SIM-NEW-CNT(RSIM-IDX) > 0
       MOVE SIM-NEW-CNT(RSIM-IDX) TO DISP-CNT1
       MOVE SPACES TO RULESIM-RPT-RECORD
       STRING HFLD-NAME(RSIM-IDX) DELIMITED BY SPACE ","
              DISP-CNT1           DELIMITED BY SIZE
        INTO RULESIM-RPT-RECORD
       WRITE RULESIM-RPT-RECORD
      END-IF
     END-PERFORM.
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
