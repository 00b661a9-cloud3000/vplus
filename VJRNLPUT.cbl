>>source format free
*>*****************************************************************
*>*                       V J R N L P U T                          *
*>*****************************************************************
*>   Sealed put for the hash-chained audit journals - DATAJRNL,
*>   SESSJRNL, ADMINLOG and CFGAUDIT. Takes the open base, the
*>   journal's dataset name, the caller's status area and the
*>   filled-in entry, and in place of the caller's own DBLOCK /
*>   VDBPUT / DBUNLOCK: locks the base, takes the next sequence and
*>   the last hash from the journal's JRNLHEAD record, stamps both
*>   on the entry with its VJRNLHASH hash, puts it, and moves the
*>   head on. The base lock is what keeps two sessions from sealing
*>   onto the same link. The caller gets the put's own status back
*>   (or the lock's, when the lock could not be had and nothing was
*>   put) and the entry as sealed, so its existing error handling
*>   stands unchanged.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VJRNLPUT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 ENTRY-LEN               PIC S9(4) COMP-5 VALUE 0.
 01 NEW-SEQ                 PIC S9(9) COMP-5 VALUE 0.
 01 NEW-HASH                PIC X(64) VALUE SPACES.
 01 HEAD-FOUND-SW           PIC X VALUE "N".
    88 HEAD-FOUND               VALUE "Y".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-JOURNAL-HEAD         Pic X(16) Value "JRNLHEAD".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
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
 01 JP-BASE            PIC X(28).
 01 JP-DATASET         PIC X(16).
 01 JP-STATUS.
    03  JP-CONDITION-WORD     PIC S9(4) COMP.
        88  JP-NO-IMAGE-ERRORS      VALUE 0.
    03  FILLER                PIC X(18).
 01 JP-RECORD          PIC X(3200).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING JP-BASE JP-DATASET JP-STATUS JP-RECORD.
 0000-BEGIN-VJRNLPUT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.

     EVALUATE JP-DATASET
      WHEN "DATAJRNL"  MOVE LENGTH OF DB-DATA-JOURNAL TO ENTRY-LEN
      WHEN "SESSJRNL"  MOVE LENGTH OF DB-SESS-JOURNAL TO ENTRY-LEN
      WHEN "ADMINLOG"  MOVE LENGTH OF DB-ADMIN-LOG    TO ENTRY-LEN
      WHEN "CFGAUDIT"  MOVE LENGTH OF DB-CFG-AUDIT    TO ENTRY-LEN
      WHEN OTHER       MOVE 0 TO ENTRY-LEN
     END-EVALUATE.

     CALL "DBLOCK" USING JP-BASE DUMMY MODE-1 JP-STATUS.
     IF NOT JP-NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING JP-STATUS
      GO TO VJRNLPUT-RETURN.

*> Anything not a chained journal is put as it stands.
     IF ENTRY-LEN = 0
      CALL "VDBPUT" USING JP-BASE JP-DATASET MODE-1 JP-STATUS
          ALL-ITEMS JP-RECORD
      GO TO UNLOCK-BASE.

     PERFORM READ-JOURNAL-HEAD.
     COMPUTE NEW-SEQ = JH-LAST-SEQ + 1 END-COMPUTE.
     PERFORM SEAL-ENTRY.

     CALL "VDBPUT" USING JP-BASE JP-DATASET MODE-1 JP-STATUS
         ALL-ITEMS JP-RECORD.
     IF NOT JP-NO-IMAGE-ERRORS
      GO TO UNLOCK-BASE.

     MOVE NEW-SEQ  TO JH-LAST-SEQ.
     MOVE NEW-HASH TO JH-LAST-HASH.
     IF HEAD-FOUND
      CALL "VDBUPDATE" USING JP-BASE DS-JOURNAL-HEAD MODE-1
          STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD
     ELSE
      CALL "VDBPUT" USING JP-BASE DS-JOURNAL-HEAD MODE-1
          STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      move LOW-VALUES to DebugBUF
      string "VJRNLPUT: " JP-DATASET " head not advanced past "
             "the entry just sealed - verifier will report it"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF.

 UNLOCK-BASE.
     CALL "DBUNLOCK" USING JP-BASE DUMMY MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

 VJRNLPUT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> A journal with no head yet starts its chain at sequence 1 with
*> a blank previous hash.
 READ-JOURNAL-HEAD.
     MOVE "N" TO HEAD-FOUND-SW.
     MOVE JP-DATASET TO SEARCH-KEY.
     CALL "DBGET" USING JP-BASE DS-JOURNAL-HEAD KEYED
         STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD SEARCH-KEY.
     IF NO-IMAGE-ERRORS
      MOVE "Y" TO HEAD-FOUND-SW
     ELSE
      INITIALIZE DB-JOURNAL-HEAD
      MOVE JP-DATASET TO JH-JOURNAL.
*>-----------------------------------------------------------------
*> Sequence and previous hash go on first - both are part of what
*> is hashed - then the hash itself, and the sealed entry goes
*> back over the caller's.
 SEAL-ENTRY.
     EVALUATE JP-DATASET
      WHEN "DATAJRNL"
       MOVE JP-RECORD(1:ENTRY-LEN) TO DB-DATA-JOURNAL
       MOVE NEW-SEQ      TO DJ-CHAIN-SEQ
       MOVE JH-LAST-HASH TO DJ-CHAIN-PREV
       CALL "VJRNLHASH" USING JP-DATASET DB-DATA-JOURNAL NEW-HASH
       MOVE NEW-HASH     TO DJ-CHAIN-HASH
       MOVE DB-DATA-JOURNAL TO JP-RECORD(1:ENTRY-LEN)
      WHEN "SESSJRNL"
       MOVE JP-RECORD(1:ENTRY-LEN) TO DB-SESS-JOURNAL
       MOVE NEW-SEQ      TO SJ-CHAIN-SEQ
       MOVE JH-LAST-HASH TO SJ-CHAIN-PREV
       CALL "VJRNLHASH" USING JP-DATASET DB-SESS-JOURNAL NEW-HASH
       MOVE NEW-HASH     TO SJ-CHAIN-HASH
       MOVE DB-SESS-JOURNAL TO JP-RECORD(1:ENTRY-LEN)
      WHEN "ADMINLOG"
       MOVE JP-RECORD(1:ENTRY-LEN) TO DB-ADMIN-LOG
       MOVE NEW-SEQ      TO ADL-CHAIN-SEQ
       MOVE JH-LAST-HASH TO ADL-CHAIN-PREV
       CALL "VJRNLHASH" USING JP-DATASET DB-ADMIN-LOG NEW-HASH
       MOVE NEW-HASH     TO ADL-CHAIN-HASH
       MOVE DB-ADMIN-LOG TO JP-RECORD(1:ENTRY-LEN)
      WHEN "CFGAUDIT"
       MOVE JP-RECORD(1:ENTRY-LEN) TO DB-CFG-AUDIT
       MOVE NEW-SEQ      TO CFA-CHAIN-SEQ
       MOVE JH-LAST-HASH TO CFA-CHAIN-PREV
       CALL "VJRNLHASH" USING JP-DATASET DB-CFG-AUDIT NEW-HASH
       MOVE NEW-HASH     TO CFA-CHAIN-HASH
       MOVE DB-CFG-AUDIT TO JP-RECORD(1:ENTRY-LEN)
     END-EVALUATE.
     IF NEW-HASH = SPACES
      move LOW-VALUES to DebugBUF
      string "VJRNLPUT: " JP-DATASET " entry put unsealed - "
             "digest not available"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF.
