*>   the raw record image is appended to the dataset's archive
*>   file (plain SEQUENTIAL, reloadable against SECDBS) before the
*>   delete, so a rerun after an abort loses nothing.
*>
*>   The hash-chained journals (DATAJRNL, SESSJRNL, ADMINLOG,
*>   CFGAUDIT) lose their oldest links to the purge by design. The
*>   highest chain sequence purged, with its hash, becomes the
*>   journal's anchor on JRNLHEAD - where VJRNLVERIFY starts the
*>   walk - so a purge is never mistaken for tampering, and the
*>   report shows how far each anchor moved.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VRETAINPURGE.
 AUTHOR.     MICHAEL ANDERSON.
 01 REC-TIME                PIC S9(18) COMP-5 VALUE 0.
 01 ARC-OPEN-SW             PIC X VALUE "N".
    88 ARC-IS-OPEN              VALUE "Y".
 01 DELETE-OK-SW            PIC X VALUE "N".
    88 RECORD-DELETED           VALUE "Y".
 01 CHAIN-PURGED-CNT        PIC S9(9) COMP-5 VALUE 0.
 01 CHAIN-WRK-SEQ           PIC S9(9) COMP-5 VALUE 0.
 01 CHAIN-WRK-HASH          PIC X(64) VALUE SPACES.
 01 ANCHOR-SEQ-WRK          PIC S9(9) COMP-5 VALUE 0.
 01 ANCHOR-HASH-WRK         PIC X(64) VALUE SPACES.
 01 OLD-ANCHOR-SEQ          PIC S9(9) COMP-5 VALUE 0.
 01 DISP-SEQ                PIC 9(9).
 01 DISP-SEQ2               PIC 9(9).

*> Policies are collected up front so the per-dataset serial purge
*> scans are not nested inside the RETAINPOL scan.
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-RETAIN-POLICY        Pic X(16) Value "RETAINPOL".
 01 DS-JOURNAL-HEAD         Pic X(16) Value "JRNLHEAD".
 01 PURGE-DATASET           Pic X(16) Value Spaces.

 01  STATUS-AREA.
 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
     MOVE "N" TO ARC-OPEN-SW.
     IF PT-ACTION(PT-IDX) = "A"
      PERFORM OPEN-ARCHIVE-FILE.
     MOVE 0 TO CHAIN-PURGED-CNT ANCHOR-SEQ-WRK.
     MOVE SPACES TO ANCHOR-HASH-WRK.

     EVALUATE PURGE-DATASET
      WHEN "POPLOG"    PERFORM PURGE-POPLOG

     ADD DATASET-PURGED TO TOTAL-PURGED.
     PERFORM WRITE-COUNT-LINE.
     IF ANCHOR-SEQ-WRK > 0
      PERFORM RECORD-CHAIN-ANCHOR THRU RECORD-CHAIN-ANCHOR-EXIT.
 ENFORCE-ONE-POLICY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
        WRITE RETAIN-ARC-RECORD
       END-IF
       PERFORM DELETE-CURRENT-RECORD
       IF RECORD-DELETED AND SJ-CHAIN-SEQ > 0
        MOVE SJ-CHAIN-SEQ  TO CHAIN-WRK-SEQ
        MOVE SJ-CHAIN-HASH TO CHAIN-WRK-HASH
        PERFORM NOTE-CHAINED-PURGE
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database PURGE-DATASET SERIAL
          STATUS-AREA ALL-ITEMS DB-SESS-JOURNAL NULL-ITEM
        WRITE RETAIN-ARC-RECORD
       END-IF
       PERFORM DELETE-CURRENT-RECORD
       IF RECORD-DELETED AND DJ-CHAIN-SEQ > 0
        MOVE DJ-CHAIN-SEQ  TO CHAIN-WRK-SEQ
        MOVE DJ-CHAIN-HASH TO CHAIN-WRK-HASH
        PERFORM NOTE-CHAINED-PURGE
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database PURGE-DATASET SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
        WRITE RETAIN-ARC-RECORD
       END-IF
       PERFORM DELETE-CURRENT-RECORD
       IF RECORD-DELETED AND ADL-CHAIN-SEQ > 0
        MOVE ADL-CHAIN-SEQ  TO CHAIN-WRK-SEQ
        MOVE ADL-CHAIN-HASH TO CHAIN-WRK-HASH
        PERFORM NOTE-CHAINED-PURGE
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database PURGE-DATASET SERIAL
          STATUS-AREA ALL-ITEMS DB-ADMIN-LOG NULL-ITEM
        WRITE RETAIN-ARC-RECORD
       END-IF
       PERFORM DELETE-CURRENT-RECORD
       IF RECORD-DELETED AND CFA-CHAIN-SEQ > 0
        MOVE CFA-CHAIN-SEQ  TO CHAIN-WRK-SEQ
        MOVE CFA-CHAIN-HASH TO CHAIN-WRK-HASH
        PERFORM NOTE-CHAINED-PURGE
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database PURGE-DATASET SERIAL
          STATUS-AREA ALL-ITEMS DB-CFG-AUDIT NULL-ITEM
     END-PERFORM.
*>-----------------------------------------------------------------
 DELETE-CURRENT-RECORD.
     MOVE "N" TO DELETE-OK-SW.
     CALL "DBLOCK" USING Secdb-Database PURGE-DATASET
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
     ELSE
      CALL "VDBDELETE" USING Secdb-Database PURGE-DATASET
          MODE-1 STATUS-AREA
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
      ELSE
       ADD 1 TO DATASET-PURGED
       MOVE "Y" TO DELETE-OK-SW
      END-IF
      CALL "DBUNLOCK" USING Secdb-Database PURGE-DATASET
          MODE-1 STATUS-AREA
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 NOTE-CHAINED-PURGE.
     ADD 1 TO CHAIN-PURGED-CNT.
     IF CHAIN-WRK-SEQ > ANCHOR-SEQ-WRK
      MOVE CHAIN-WRK-SEQ  TO ANCHOR-SEQ-WRK
      MOVE CHAIN-WRK-HASH TO ANCHOR-HASH-WRK.
*>-----------------------------------------------------------------
*> The anchor only ever moves forward. The purged count is shown
*> against the span the anchor moved over: a shortfall is entries
*> in that span still on file or already gone before this run, and
*> VJRNLVERIFY says which.
 RECORD-CHAIN-ANCHOR.
     CALL "DBLOCK" USING Secdb-Database DS-JOURNAL-HEAD
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      GO TO RECORD-CHAIN-ANCHOR-EXIT.
     MOVE PURGE-DATASET TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-JOURNAL-HEAD KEYED
         STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD SEARCH-KEY.
     IF IMAGE-ERRORS OR ANCHOR-SEQ-WRK NOT > JH-ANCHOR-SEQ
      CALL "DBUNLOCK" USING Secdb-Database DS-JOURNAL-HEAD
          MODE-1 STATUS-AREA
      GO TO RECORD-CHAIN-ANCHOR-EXIT.

     MOVE JH-ANCHOR-SEQ    TO OLD-ANCHOR-SEQ.
     MOVE ANCHOR-SEQ-WRK   TO JH-ANCHOR-SEQ.
     MOVE ANCHOR-HASH-WRK  TO JH-ANCHOR-HASH.
     MOVE ClockSeconds     TO JH-ANCHOR-TIME.
     MOVE CHAIN-PURGED-CNT TO JH-ANCHOR-PURGED.
     CALL "VDBUPDATE" USING Secdb-Database DS-JOURNAL-HEAD
         MODE-1 STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      CALL "DBUNLOCK" USING Secdb-Database DS-JOURNAL-HEAD
          MODE-1 STATUS-AREA
      GO TO RECORD-CHAIN-ANCHOR-EXIT.
     CALL "DBUNLOCK" USING Secdb-Database DS-JOURNAL-HEAD
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     MOVE OLD-ANCHOR-SEQ   TO DISP-SEQ.
     MOVE ANCHOR-SEQ-WRK   TO DISP-SEQ2.
     MOVE CHAIN-PURGED-CNT TO DISP-CNT.
     MOVE SPACES TO RETAIN-RPT-RECORD.
     STRING PURGE-DATASET DELIMITED BY SPACE
            ",CHAIN ANCHOR MOVED FROM " DISP-SEQ " TO " DISP-SEQ2
            ", CHAINED ENTRIES PURGED " DISP-CNT
      DELIMITED BY SIZE INTO RETAIN-RPT-RECORD.
     WRITE RETAIN-RPT-RECORD.
 RECORD-CHAIN-ANCHOR-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 POPLOG-STAMP-TO-EPOCH.
     MOVE 0 TO POP-EPOCH.
