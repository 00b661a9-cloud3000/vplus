>>source format free
*>*****************************************************************
*>*                    V J R N L V E R I F Y                       *
*>*****************************************************************
*>   Tamper check over the hash-chained audit journals - DATAJRNL,
*>   SESSJRNL, ADMINLOG and CFGAUDIT, or the one named in
*>   JRNLV-JOURNAL. Each journal's sealed entries are sorted into
*>   chain order and walked from the retention purge's anchor (or
*>   from the start when nothing has been purged), and every break
*>   goes on the report with the entry's sequence and key:
*>     ENTRY MODIFIED      - its items no longer hash to its seal
*>     CHAIN LINK BROKEN   - its previous-hash is not the hash of
*>                           the entry before it (that one replaced)
*>     ENTRIES MISSING     - a gap in the sequence (entries deleted)
*>     DUPLICATE SEQUENCE  - a second entry on one link (inserted)
*>     NOT SEALED          - an entry put without a hash
*>     MISSING FROM END /  - the chain stops short of, or runs past,
*>     BEYOND CHAIN HEAD     the last entry JRNLHEAD says was sealed
*>   The first break in each journal is flagged FIRST BAD RECORD.
*>   A DATAJRNL entry whose values VREDACT starred out fails its own
*>   hash by design; it is passed as REDACTED when ADMINLOG carries
*>   the matching JRNL-REDACT entry, and is reported modified when
*>   it does not. Entries from before the chains were introduced
*>   (sequence zero) are counted, not checked.
*>   Every run - clean or not - is recorded on ADMINLOG and sent to
*>   the SIEM feed (reason JV clean, JB with breaks), so the checks
*>   themselves are part of the audit trail.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VJRNLVERIFY.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT JRNLV-RPT-FILE
        ASSIGN TO JRNLV-RPT-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JRNV-STATUS1.

     SELECT CHAIN-SORT-FILE
        ASSIGN TO SORTWK1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  JRNLV-RPT-FILE.
 01  JRNLV-RPT-RECORD             PIC X(160).
 SD  CHAIN-SORT-FILE.
 01  CHAIN-SORT-RECORD.
     05  CSR-SEQ                  PIC S9(9) COMP-5.
     05  CSR-IMAGE                PIC X(1024).
 WORKING-STORAGE SECTION.
 01 JRNV-STATUS1            PIC XX.
 01 JRNLV-RPT-NAME-WRK      PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 TEMP-TEXT               PIC X(80) VALUE SPACES.
   COPY "vplus/TCLDBMEM".

 01 CHAINED-JOURNALS.
    05 FILLER               PIC X(16) VALUE "DATAJRNL".
    05 FILLER               PIC X(16) VALUE "SESSJRNL".
    05 FILLER               PIC X(16) VALUE "ADMINLOG".
    05 FILLER               PIC X(16) VALUE "CFGAUDIT".
 01 CHAINED-JOURNAL-TABLE REDEFINES CHAINED-JOURNALS.
    05 CHAINED-JOURNAL      PIC X(16) OCCURS 4 TIMES.
 01 JRNL-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 JOURNAL-WANTED-SW       PIC X VALUE "N".
    88 JOURNAL-WANTED           VALUE "Y".

 01 CUR-JOURNAL             PIC X(16) VALUE SPACES.
 01 CUR-SEQ                 PIC S9(9) COMP-5 VALUE 0.
 01 CUR-PREV                PIC X(64) VALUE SPACES.
 01 CUR-HASH                PIC X(64) VALUE SPACES.
 01 CUR-TIME                PIC S9(18) COMP-5 VALUE 0.
 01 CUR-KEY                 PIC X(64) VALUE SPACES.
 01 CUR-REDACTED-SW         PIC X VALUE "N".
    88 CUR-REDACTED             VALUE "Y".
 01 CALC-HASH               PIC X(64) VALUE SPACES.
 01 PREV-SEQ                PIC S9(9) COMP-5 VALUE 0.
 01 PREV-HASH               PIC X(64) VALUE SPACES.
 01 EXPECT-SEQ              PIC S9(9) COMP-5 VALUE 0.
 01 GAP-FROM                PIC S9(9) COMP-5 VALUE 0.
 01 GAP-THRU                PIC S9(9) COMP-5 VALUE 0.
 01 BREAK-TEXT              PIC X(48) VALUE SPACES.
 01 RPT-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 GEN-RECORD              PIC X(1024) VALUE SPACES.
 01 SORT-EOF-SW             PIC X VALUE "N".
    88 SORT-EOF                 VALUE "Y".
 01 FIRST-BAD-SW            PIC X VALUE "N".
    88 FIRST-BAD-REPORTED       VALUE "Y".

 01 JOURNAL-CHECKED         PIC S9(9) COMP-5 VALUE 0.
 01 JOURNAL-BREAKS          PIC S9(9) COMP-5 VALUE 0.
 01 PRE-CHAIN-CNT           PIC S9(9) COMP-5 VALUE 0.
 01 BELOW-ANCHOR-CNT        PIC S9(9) COMP-5 VALUE 0.
 01 REDACTED-CNT            PIC S9(9) COMP-5 VALUE 0.
 01 TOTAL-CHECKED           PIC S9(9) COMP-5 VALUE 0.
 01 TOTAL-BREAKS            PIC S9(9) COMP-5 VALUE 0.
 01 DISP-SEQ                PIC 9(9).
 01 DISP-SEQ2               PIC 9(9).
 01 DISP-CNT                PIC Z(8)9.
 01 DISP-CNT2               PIC Z(8)9.
 01 DISP-CNT3               PIC Z(8)9.
 01 DISP-CNT4               PIC Z(8)9.
 01 DISP-TIME               PIC -(14)9.

*> DATAJRNL sequences ADMINLOG says VREDACT starred out, collected
*> before the walks so the DATAJRNL walk can look them up.
 01 REDACTION-TABLE.
    05 RDX-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 RDX-SEQ OCCURS 1000 TIMES PIC S9(9) COMP-5.
 01 RDX-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 RDX-FOUND-SW            PIC X VALUE "N".
    88 RDX-FOUND                VALUE "Y".
 01 RDX-TARGET.
    05 RDX-TARGET-DS        PIC X(09).
    05 RDX-TARGET-SEQ       PIC 9(9).
    05 FILLER               PIC X(30).

 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 SEC-EVENT.
    02 SEV-EPOCH    Pic S9(18) Comp-5 Value 0.
    02 SEV-USER     Pic X(32) Value Spaces.
    02 SEV-IPADDR   Pic X(16) Value Spaces.
    02 SEV-SCREEN   Pic X(15) Value Spaces.
    02 SEV-REASON   Pic X(02) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-ADMIN-LOG            Pic X(16) Value "ADMINLOG".
 01 DS-JOURNAL-HEAD         Pic X(16) Value "JRNLHEAD".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
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
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VJRNLVERIFY.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO JRNLV-CHECKED-CNT JRNLV-BREAK-CNT.
     MOVE SPACES TO JRNLV-FIRST-BAD.

     move LOW-VALUES TO INTR-CALLNAME
     string "VJRNLVERIFY "
      delimited by "  " into INTR-CALLNAME.

     IF JRNLV-JOURNAL NOT = SPACES
      MOVE "N" TO JOURNAL-WANTED-SW
      PERFORM VARYING JRNL-IDX FROM 1 BY 1 UNTIL JRNL-IDX > 4
       IF CHAINED-JOURNAL(JRNL-IDX) = JRNLV-JOURNAL
        MOVE "Y" TO JOURNAL-WANTED-SW
       END-IF
      END-PERFORM
      IF NOT JOURNAL-WANTED
       MOVE "VJRNLVERIFY" TO INTR-ERRNAME
       MOVE 186           TO INTR-ERRNUM
       MOVE 186           TO CSTATUS
       GO TO VJRNLVERIFY-RETURN
      END-IF
     END-IF.

     MOVE "JRNLVERIFY.RPT" TO JRNLV-RPT-NAME-WRK.
     IF JRNLV-RPT-NAME NOT = SPACES
      MOVE JRNLV-RPT-NAME TO JRNLV-RPT-NAME-WRK.
     OPEN OUTPUT JRNLV-RPT-FILE.
     IF JRNV-STATUS1 NOT = "00"
      MOVE "VJRNLVERIFY" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO VJRNLVERIFY-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VJRNLVERIFY" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      CLOSE JRNLV-RPT-FILE
      GO TO VJRNLVERIFY-RETURN.

     PERFORM Get-ClockSeconds.
     MOVE ClockSeconds TO DISP-TIME.
     MOVE SPACES TO JRNLV-RPT-RECORD.
     STRING "JOURNAL CHAIN VERIFICATION AT " DISP-TIME
            " - JOURNAL,SEQUENCE,BREAK,KEY,TIME"
      DELIMITED BY SIZE INTO JRNLV-RPT-RECORD.
     WRITE JRNLV-RPT-RECORD.

     IF JRNLV-JOURNAL = SPACES OR JRNLV-JOURNAL = "DATAJRNL"
      PERFORM LOAD-REDACTIONS.
     PERFORM VARYING JRNL-IDX FROM 1 BY 1 UNTIL JRNL-IDX > 4
      IF JRNLV-JOURNAL = SPACES
         OR JRNLV-JOURNAL = CHAINED-JOURNAL(JRNL-IDX)
       MOVE CHAINED-JOURNAL(JRNL-IDX) TO CUR-JOURNAL
       PERFORM VERIFY-ONE-JOURNAL THRU VERIFY-ONE-JOURNAL-EXIT
      END-IF
     END-PERFORM.

     MOVE TOTAL-CHECKED TO DISP-CNT.
     MOVE TOTAL-BREAKS  TO DISP-CNT2.
     MOVE SPACES TO JRNLV-RPT-RECORD.
     STRING "TOTAL,CHECKED " DISP-CNT ",BREAKS " DISP-CNT2
      DELIMITED BY SIZE INTO JRNLV-RPT-RECORD.
     WRITE JRNLV-RPT-RECORD.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE JRNLV-RPT-FILE.
     MOVE TOTAL-CHECKED TO JRNLV-CHECKED-CNT.
     MOVE TOTAL-BREAKS  TO JRNLV-BREAK-CNT.
     PERFORM RECORD-VERIFY-RUN.

 VJRNLVERIFY-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> VREDACT records each starred DATAJRNL entry as a JRNL-REDACT
*> action whose target is "DATAJRNL " and the entry's sequence.
 LOAD-REDACTIONS.
     MOVE 0 TO RDX-CNT.
     MOVE LOW-VALUES TO DB-ADMIN-LOG.
     CALL "DBGET" USING Secdb-Database DS-ADMIN-LOG SERIAL
         STATUS-AREA ALL-ITEMS DB-ADMIN-LOG NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR RDX-CNT NOT < 1000
      IF ADL-ACTION = "JRNL-REDACT"
       MOVE ADL-TARGET TO RDX-TARGET
       IF RDX-TARGET-DS = "DATAJRNL " AND RDX-TARGET-SEQ NUMERIC
        ADD 1 TO RDX-CNT
        MOVE RDX-TARGET-SEQ TO RDX-SEQ(RDX-CNT)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-ADMIN-LOG SERIAL
          STATUS-AREA ALL-ITEMS DB-ADMIN-LOG NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Chain order is sequence order, which is not the order the
*> entries sit in the dataset - the sealed entries are sorted on
*> their sequence and walked from the anchor.
 VERIFY-ONE-JOURNAL.
     MOVE 0 TO JOURNAL-CHECKED JOURNAL-BREAKS PRE-CHAIN-CNT
               BELOW-ANCHOR-CNT REDACTED-CNT.
     MOVE "N" TO FIRST-BAD-SW.

     SORT CHAIN-SORT-FILE ON ASCENDING KEY CSR-SEQ
         INPUT PROCEDURE IS RELEASE-SEALED-ENTRIES
                       THRU RELEASE-SEALED-ENTRIES-EXIT
         OUTPUT PROCEDURE IS WALK-JOURNAL-CHAIN
                       THRU WALK-JOURNAL-CHAIN-EXIT.

*> The chain has to reach the last entry the head says was sealed,
*> with that entry's hash - anything short of it was cut off the
*> end.
     MOVE "(END OF CHAIN)" TO CUR-KEY.
     MOVE 0 TO CUR-TIME.
     MOVE PREV-SEQ TO CUR-SEQ.
     IF PREV-SEQ < JH-LAST-SEQ
      COMPUTE GAP-FROM = PREV-SEQ + 1 END-COMPUTE
      MOVE JH-LAST-SEQ TO GAP-THRU
      MOVE GAP-FROM TO CUR-SEQ
      PERFORM REPORT-MISSING-RANGE
     ELSE
      IF PREV-SEQ > JH-ANCHOR-SEQ AND PREV-HASH NOT = JH-LAST-HASH
       MOVE "LAST ENTRY DIFFERS FROM CHAIN HEAD" TO BREAK-TEXT
       PERFORM REPORT-BREAK
      END-IF
     END-IF.

     ADD JOURNAL-CHECKED TO TOTAL-CHECKED.
     ADD JOURNAL-BREAKS  TO TOTAL-BREAKS.
     MOVE JOURNAL-CHECKED  TO DISP-CNT.
     MOVE JOURNAL-BREAKS   TO DISP-CNT2.
     MOVE PRE-CHAIN-CNT    TO DISP-CNT3.
     MOVE BELOW-ANCHOR-CNT TO DISP-CNT4.
     MOVE JH-ANCHOR-SEQ    TO DISP-SEQ.
     MOVE SPACES TO JRNLV-RPT-RECORD.
     STRING CUR-JOURNAL DELIMITED BY SPACE
            ",CHECKED "    DISP-CNT
            ",BREAKS "     DISP-CNT2
            ",UNSEALED "   DISP-CNT3
            ",AT/BELOW ANCHOR " DISP-CNT4
            ",ANCHOR "     DISP-SEQ
      DELIMITED BY SIZE INTO JRNLV-RPT-RECORD.
     WRITE JRNLV-RPT-RECORD.
     IF REDACTED-CNT > 0
      MOVE REDACTED-CNT TO DISP-CNT
      MOVE SPACES TO JRNLV-RPT-RECORD
      STRING CUR-JOURNAL DELIMITED BY SPACE
             ",REDACTED ENTRIES ACCOUNTED FOR ON ADMINLOG "
             DISP-CNT
       DELIMITED BY SIZE INTO JRNLV-RPT-RECORD
      WRITE JRNLV-RPT-RECORD
     END-IF.
 VERIFY-ONE-JOURNAL-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Sequence-zero entries were journaled before chaining began and
*> carry no seal to check. The head is read once the entries are
*> in, so it can only be ahead of them - never behind.
 RELEASE-SEALED-ENTRIES.
     MOVE LOW-VALUES TO GEN-RECORD.
     CALL "DBGET" USING Secdb-Database CUR-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      PERFORM EXTRACT-CHAIN-ITEMS
      IF CUR-SEQ = 0
       ADD 1 TO PRE-CHAIN-CNT
      ELSE
       MOVE CUR-SEQ    TO CSR-SEQ
       MOVE GEN-RECORD TO CSR-IMAGE
       RELEASE CHAIN-SORT-RECORD
      END-IF
      MOVE LOW-VALUES TO GEN-RECORD
      CALL "DBGET" USING Secdb-Database CUR-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE CUR-JOURNAL TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-JOURNAL-HEAD KEYED
         STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD SEARCH-KEY.
     IF IMAGE-ERRORS
      INITIALIZE DB-JOURNAL-HEAD
      MOVE CUR-JOURNAL TO JH-JOURNAL.
     MOVE JH-ANCHOR-SEQ  TO PREV-SEQ.
     MOVE JH-ANCHOR-HASH TO PREV-HASH.
 RELEASE-SEALED-ENTRIES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WALK-JOURNAL-CHAIN.
     MOVE "N" TO SORT-EOF-SW.
     RETURN CHAIN-SORT-FILE
      AT END MOVE "Y" TO SORT-EOF-SW.
     PERFORM UNTIL SORT-EOF
      MOVE CSR-IMAGE TO GEN-RECORD
      PERFORM EXTRACT-CHAIN-ITEMS
      PERFORM CHECK-ONE-ENTRY THRU CHECK-ONE-ENTRY-EXIT
      RETURN CHAIN-SORT-FILE
       AT END MOVE "Y" TO SORT-EOF-SW
      END-RETURN
     END-PERFORM.
 WALK-JOURNAL-CHAIN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Entries at or below the anchor outlived the purge that moved it
*> past them (their clock time was later than their place in the
*> chain); they are counted, not walked.
 CHECK-ONE-ENTRY.
     IF CUR-SEQ NOT > JH-ANCHOR-SEQ
      ADD 1 TO BELOW-ANCHOR-CNT
      GO TO CHECK-ONE-ENTRY-EXIT.
     ADD 1 TO JOURNAL-CHECKED.

     IF CUR-SEQ = PREV-SEQ
      MOVE "DUPLICATE SEQUENCE" TO BREAK-TEXT
      PERFORM REPORT-BREAK
      GO TO CHECK-ONE-ENTRY-EXIT.
     IF CUR-SEQ > JH-LAST-SEQ
      MOVE "BEYOND CHAIN HEAD" TO BREAK-TEXT
      PERFORM REPORT-BREAK.
     IF CUR-HASH = SPACES
      MOVE "NOT SEALED" TO BREAK-TEXT
      PERFORM REPORT-BREAK
      GO TO CHECK-ONE-ENTRY-ADVANCE.

     COMPUTE EXPECT-SEQ = PREV-SEQ + 1 END-COMPUTE.
     IF CUR-SEQ > EXPECT-SEQ
      MOVE EXPECT-SEQ TO GAP-FROM
      COMPUTE GAP-THRU = CUR-SEQ - 1 END-COMPUTE
      PERFORM REPORT-MISSING-RANGE
     ELSE
      IF CUR-PREV NOT = PREV-HASH
       MOVE "CHAIN LINK BROKEN" TO BREAK-TEXT
       PERFORM REPORT-BREAK
      END-IF
     END-IF.

     CALL "VJRNLHASH" USING CUR-JOURNAL GEN-RECORD CALC-HASH.
     IF CALC-HASH = SPACES
      MOVE "NOT CHECKED - DIGEST NOT AVAILABLE" TO BREAK-TEXT
      PERFORM REPORT-BREAK
      GO TO CHECK-ONE-ENTRY-ADVANCE.
     IF CALC-HASH NOT = CUR-HASH
      PERFORM CHECK-REDACTION
      IF RDX-FOUND
       ADD 1 TO REDACTED-CNT
      ELSE
       MOVE "ENTRY MODIFIED" TO BREAK-TEXT
       PERFORM REPORT-BREAK
      END-IF
     END-IF.

 CHECK-ONE-ENTRY-ADVANCE.
     MOVE CUR-SEQ  TO PREV-SEQ.
     MOVE CUR-HASH TO PREV-HASH.
 CHECK-ONE-ENTRY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-REDACTION.
     MOVE "N" TO RDX-FOUND-SW.
     IF CUR-REDACTED
      PERFORM VARYING RDX-IDX FROM 1 BY 1
        UNTIL RDX-IDX > RDX-CNT OR RDX-FOUND
       IF RDX-SEQ(RDX-IDX) = CUR-SEQ
        MOVE "Y" TO RDX-FOUND-SW
       END-IF
      END-PERFORM
     END-IF.
*>-----------------------------------------------------------------
*> The sequence, items and previous hash of the entry in GEN-RECORD,
*> with a short key for the report - who and what the entry was.
 EXTRACT-CHAIN-ITEMS.
     MOVE "N" TO CUR-REDACTED-SW.
     MOVE SPACES TO CUR-KEY.
     EVALUATE CUR-JOURNAL
      WHEN "DATAJRNL"
       MOVE GEN-RECORD(1:LENGTH OF DB-DATA-JOURNAL) TO DB-DATA-JOURNAL
       MOVE DJ-CHAIN-SEQ   TO CUR-SEQ
       MOVE DJ-CHAIN-PREV  TO CUR-PREV
       MOVE DJ-CHAIN-HASH  TO CUR-HASH
       MOVE DJ-TIME        TO CUR-TIME
       MOVE DJ-REDACTED-SW TO CUR-REDACTED-SW
       STRING DJ-USER  DELIMITED BY SPACE " " DELIMITED BY SIZE
              DJ-FORM  DELIMITED BY SPACE " " DELIMITED BY SIZE
              DJ-FIELD DELIMITED BY SPACE
        INTO CUR-KEY
      WHEN "SESSJRNL"
       MOVE GEN-RECORD(1:LENGTH OF DB-SESS-JOURNAL) TO DB-SESS-JOURNAL
       MOVE SJ-CHAIN-SEQ   TO CUR-SEQ
       MOVE SJ-CHAIN-PREV  TO CUR-PREV
       MOVE SJ-CHAIN-HASH  TO CUR-HASH
       MOVE SJ-TIME        TO CUR-TIME
       STRING SJ-USER     DELIMITED BY SPACE " " DELIMITED BY SIZE
              SJ-PROGNAME DELIMITED BY SPACE " " DELIMITED BY SIZE
              SJ-NEW-LOCK DELIMITED BY SIZE
        INTO CUR-KEY
      WHEN "ADMINLOG"
       MOVE GEN-RECORD(1:LENGTH OF DB-ADMIN-LOG) TO DB-ADMIN-LOG
       MOVE ADL-CHAIN-SEQ  TO CUR-SEQ
       MOVE ADL-CHAIN-PREV TO CUR-PREV
       MOVE ADL-CHAIN-HASH TO CUR-HASH
       MOVE ADL-TIME       TO CUR-TIME
       STRING ADL-ACTOR  DELIMITED BY SPACE " " DELIMITED BY SIZE
              ADL-ACTION DELIMITED BY SPACE " " DELIMITED BY SIZE
              ADL-TARGET DELIMITED BY "  "
        INTO CUR-KEY
      WHEN "CFGAUDIT"
       MOVE GEN-RECORD(1:LENGTH OF DB-CFG-AUDIT) TO DB-CFG-AUDIT
       MOVE CFA-CHAIN-SEQ  TO CUR-SEQ
       MOVE CFA-CHAIN-PREV TO CUR-PREV
       MOVE CFA-CHAIN-HASH TO CUR-HASH
       MOVE CFA-SET-TIME   TO CUR-TIME
       STRING CFA-NAME   DELIMITED BY SPACE " " DELIMITED BY SIZE
              CFA-SET-BY DELIMITED BY SPACE
        INTO CUR-KEY
     END-EVALUATE.
*>-----------------------------------------------------------------
 REPORT-MISSING-RANGE.
     MOVE GAP-FROM TO DISP-SEQ.
     MOVE GAP-THRU TO DISP-SEQ2.
     MOVE SPACES TO BREAK-TEXT.
     STRING "ENTRIES MISSING " DISP-SEQ " THRU " DISP-SEQ2
      DELIMITED BY SIZE INTO BREAK-TEXT.
     PERFORM REPORT-BREAK.
*>-----------------------------------------------------------------
 REPORT-BREAK.
     ADD 1 TO JOURNAL-BREAKS.
     MOVE CUR-SEQ  TO DISP-SEQ.
     MOVE CUR-TIME TO DISP-TIME.
     MOVE SPACES TO JRNLV-RPT-RECORD.
     MOVE 1 TO RPT-PTR.
     STRING CUR-JOURNAL DELIMITED BY SPACE ","
            DISP-SEQ    DELIMITED BY SIZE ","
            BREAK-TEXT  DELIMITED BY "  " ","
            CUR-KEY     DELIMITED BY "  " ","
            DISP-TIME   DELIMITED BY SIZE
      INTO JRNLV-RPT-RECORD WITH POINTER RPT-PTR.
     IF NOT FIRST-BAD-REPORTED
      MOVE "Y" TO FIRST-BAD-SW
      STRING ",FIRST BAD RECORD" DELIMITED BY SIZE
       INTO JRNLV-RPT-RECORD WITH POINTER RPT-PTR
      IF JRNLV-FIRST-BAD = SPACES
       STRING CUR-JOURNAL DELIMITED BY SPACE " "
              DISP-SEQ    DELIMITED BY SIZE " "
              CUR-KEY     DELIMITED BY "  "
        INTO JRNLV-FIRST-BAD
      END-IF
     END-IF.
     WRITE JRNLV-RPT-RECORD.
*>-----------------------------------------------------------------
*> The run goes on the journals it has just checked - the next run
*> verifies this one's own ADMINLOG entry - and to the SIEM feed.
 RECORD-VERIFY-RUN.
     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE "VJRNLVERIFY"  TO AAL-ACTOR.
     MOVE "VJRNLVERIFY"  TO AAL-PROGRAM.
     MOVE "CHAIN-VERIFY" TO AAL-ACTION.
     IF JRNLV-JOURNAL = SPACES
      MOVE "ALL CHAINED JOURNALS" TO AAL-TARGET
     ELSE
      MOVE JRNLV-JOURNAL TO AAL-TARGET.
     MOVE JRNLV-FIRST-BAD TO AAL-OLD.
     MOVE TOTAL-CHECKED TO DISP-CNT.
     MOVE TOTAL-BREAKS  TO DISP-CNT2.
     STRING "CHECKED " DISP-CNT " BREAKS " DISP-CNT2
      DELIMITED BY SIZE INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.

     MOVE ClockSeconds  TO SEV-EPOCH.
     MOVE "VJRNLVERIFY" TO SEV-USER.
     MOVE SPACES        TO SEV-IPADDR.
     IF JRNLV-JOURNAL = SPACES
      MOVE "ALL"         TO SEV-SCREEN
     ELSE
      MOVE JRNLV-JOURNAL TO SEV-SCREEN.
     IF TOTAL-BREAKS > 0
      MOVE "JB" TO SEV-REASON
     ELSE
      MOVE "JV" TO SEV-REASON.
     CALL "VSECEVENT" USING COMAREA SEC-EVENT.

     IF TOTAL-BREAKS > 0
      MOVE SPACES TO TEMP-TEXT
      STRING "VJRNLVERIFY: " DISP-CNT2 " audit chain breaks - see "
             JRNLV-RPT-NAME-WRK
       DELIMITED BY SIZE INTO TEMP-TEXT
      CALL "LogConsole" USING TEMP-TEXT.
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
