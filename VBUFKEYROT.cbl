>>source format free
*>*****************************************************************
*>*                     V B U F K E Y R O T                        *
*>*****************************************************************
*>   Key rotation batch for the at-rest buffer scrambling
*>   (VBUFCRYPT). Every stored buffer that is scrambled under a key
*>   version other than the current one (VPLUS_BUFKEY_VERSION) is
*>   decrypted under its own version and re-encrypted under the
*>   current one, in place: FORMDRAFT, SCREENMIR, SESSREC,
*>   QAREVIEW, WORKQUEUE, PENDAPPR and VERIFYQ, in that order. Clear buffers
*>   are left alone - they belong to panels without sensitive fields.
*>
*>   The count pass that follows reads all seven datasets again and
*>   reports, per dataset, the scrambled records, those on the
*>   current version, those still on an old one, and those whose key
*>   version is no longer configured at all (nothing can read those;
*>   they wait for the retention purge). Every old version still
*>   holding records is listed with its count. Once the report shows
*>   zero left, the old key phrases can come out of the
*>   configuration. BUFKEYROT-MODE "C" runs the count pass alone.
*>
*>   Restart: the checkpoint names the last dataset finished and is
*>   rewritten every CHKPT-INTERVAL re-encryptions within a dataset.
*>   A rerun for the same version starts at the first unfinished
*>   dataset; records already moved read as current and are passed
*>   over, so nothing is encrypted twice. A finished run marks the
*>   checkpoint done.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBUFKEYROT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT KEYROT-FILE
        ASSIGN TO KEYROT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KROT-STATUS1.

     SELECT CHKPT-FILE
        ASSIGN TO CHKPT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS KROT-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  KEYROT-FILE.
 01  KEYROT-RECORD                PIC X(132).
 FD  CHKPT-FILE.
 01  CHKPT-RECORD                 PIC X(40).
 WORKING-STORAGE SECTION.
 01 KROT-STATUS1            PIC XX.
 01 KROT-STATUS2            PIC XX.
 01 KEYROT-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 CHKPT-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 CURRENT-VER             PIC X(02) VALUE SPACES.
 01 PASS-SW                 PIC X VALUE "R".
    88 ROTATE-PASS              VALUE "R".
    88 COUNT-PASS               VALUE "C".
 01 ROTATED-SW              PIC X VALUE "N".
    88 BUFFER-ROTATED           VALUE "Y".
 01 START-STAGE             PIC S9(4) COMP-5 VALUE 1.
 01 STAGE                   PIC S9(4) COMP-5 VALUE 0.
 01 ROTATE-CNT              PIC S9(8) COMP-5 VALUE 0.
 01 LAST-CHKPT-CNT          PIC S9(8) COMP-5 VALUE 0.
 01 CHKPT-INTERVAL          PIC S9(8) COMP-5 VALUE 500.
 01 LEFT-CNT                PIC S9(8) COMP-5 VALUE 0.
*> The buffer under examination, lifted out of whichever record.
 01 CUR-ENC-SW              PIC X VALUE SPACE.
 01 CUR-KEY-VER             PIC X(02) VALUE SPACES.
 01 CUR-BUFLEN              PIC S9(8) COMP-5 VALUE 0.
*> Per dataset, in rotation order.
 01 DS-TABLE.
    05 DS-ENTRY OCCURS 7 TIMES.
       10 DS-TALLY-NAME       PIC X(16).
       10 DS-ENC-CNT          PIC S9(8) COMP-5.
       10 DS-CURRENT-CNT      PIC S9(8) COMP-5.
       10 DS-OLD-CNT          PIC S9(8) COMP-5.
       10 DS-NOKEY-CNT        PIC S9(8) COMP-5.
*> Old versions still holding records, found by the count pass.
 01 VER-TABLE.
    05 VER-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 VER-ENTRY OCCURS 20 TIMES.
       10 VER-ID              PIC X(02).
       10 VER-REC-CNT         PIC S9(8) COMP-5.
       10 VER-NOKEY-SW        PIC X(01).
 01 VER-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 VER-FOUND-SW            PIC X VALUE "N".
    88 VER-FOUND                VALUE "Y".
 01 VER-DISP                PIC X(06) VALUE SPACES.
 01 DISP-CNT1               PIC ZZZZZZZ9.
 01 DISP-CNT2               PIC ZZZZZZZ9.
 01 DISP-CNT3               PIC ZZZZZZZ9.
 01 DISP-CNT4               PIC ZZZZZZZ9.
 01 DISP-STAGE              PIC 9.
 01 CHKPT-LINE.
    05 CKL-TAG              PIC X(04).
       88 CKL-IN-PROGRESS       VALUE "ROT ".
       88 CKL-COMPLETE          VALUE "END ".
    05 CKL-VER              PIC X(02).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 CKL-STAGE            PIC 9(01).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 CKL-ROTATED          PIC 9(08).
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
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
 01 DS-FORM-DRAFT           Pic X(16) Value "FORMDRAFT".
 01 DS-SCREEN-MIRROR        Pic X(16) Value "SCREENMIR".
 01 DS-SESS-RECORDING       Pic X(16) Value "SESSREC".
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-VERIFY-QUEUE         Pic X(16) Value "VERIFYQ".

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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
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
 0000-BEGIN-VBUFKEYROT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO BUFKEYROT-DONE-CNT BUFKEYROT-LEFT-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBUFKEYROT "
      delimited by "  " into INTR-CALLNAME.

     MOVE "FORMDRAFT" TO DS-TALLY-NAME(1).
     MOVE "SCREENMIR" TO DS-TALLY-NAME(2).
     MOVE "SESSREC"   TO DS-TALLY-NAME(3).
     MOVE "QAREVIEW"  TO DS-TALLY-NAME(4).
     MOVE "WORKQUEUE" TO DS-TALLY-NAME(5).
     MOVE "PENDAPPR"  TO DS-TALLY-NAME(6).
     MOVE "VERIFYQ"   TO DS-TALLY-NAME(7).

*> Rotating needs a current version and its key phrase - without
*> them VBUFCRYPT would write under the base key, which is no
*> rotation at all.
     MOVE "VPLUS_BUFKEY_VERSION" TO CP-NAME.
     MOVE SPACES TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE(1:2) TO CURRENT-VER.
     IF NOT BUFKEYROT-COUNT-ONLY
      IF CURRENT-VER = SPACES
       MOVE "VBUFKEYROT" TO INTR-ERRNAME
       MOVE 159           TO INTR-ERRNUM
       MOVE 159           TO CSTATUS
       GO TO VBUFKEYROT-RETURN
      END-IF
      MOVE SPACES TO CP-NAME
      STRING "VPLUS_BUFKEY_" DELIMITED BY SIZE
             CURRENT-VER     DELIMITED BY SPACE
       INTO CP-NAME
      MOVE SPACES TO CP-VALUE
      CALL "VGETCFG" USING COMAREA CFG-PARM
      IF CP-VALUE = SPACES
       MOVE "VBUFKEYROT" TO INTR-ERRNAME
       MOVE 159           TO INTR-ERRNUM
       MOVE 159           TO CSTATUS
       GO TO VBUFKEYROT-RETURN
      END-IF
     END-IF.

     MOVE "BUFKEYROT.RPT" TO KEYROT-FILE-NAME-WRK.
     IF BUFKEYROT-RPT-NAME NOT = SPACES
      MOVE BUFKEYROT-RPT-NAME TO KEYROT-FILE-NAME-WRK.
     MOVE "BUFKEYROT.CHK" TO CHKPT-FILE-NAME-WRK.
     IF BUFKEYROT-CHKPT-NAME NOT = SPACES
      MOVE BUFKEYROT-CHKPT-NAME TO CHKPT-FILE-NAME-WRK.

     OPEN OUTPUT KEYROT-FILE.
     IF KROT-STATUS1 NOT = "00"
      MOVE "VBUFKEYROT" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO VBUFKEYROT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBUFKEYROT" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      CLOSE KEYROT-FILE
      GO TO VBUFKEYROT-RETURN.

     PERFORM WRITE-REPORT-HEADER.

     IF NOT BUFKEYROT-COUNT-ONLY
      PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-EXIT
      SET ROTATE-PASS TO TRUE
      PERFORM SCAN-DATASET
        VARYING STAGE FROM START-STAGE BY 1
        UNTIL STAGE > 7 OR CSTATUS NOT = 0
      IF CSTATUS NOT = 0
       CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
       CLOSE KEYROT-FILE
       GO TO VBUFKEYROT-RETURN
      END-IF
     END-IF.

     SET COUNT-PASS TO TRUE.
     PERFORM SCAN-DATASET VARYING STAGE FROM 1 BY 1 UNTIL STAGE > 7.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     PERFORM WRITE-REPORT-BODY.
     CLOSE KEYROT-FILE.

     IF NOT BUFKEYROT-COUNT-ONLY
      MOVE "END " TO CKL-TAG
      MOVE 7      TO STAGE
      PERFORM WRITE-CHECKPOINT
      PERFORM LOG-ROTATION.

     MOVE ROTATE-CNT TO BUFKEYROT-DONE-CNT.
     MOVE LEFT-CNT   TO BUFKEYROT-LEFT-CNT.

 VBUFKEYROT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> "ROT vv s nnnnnnnn" - datasets 1 through s are finished for
*> version vv, nnnnnnnn records re-encrypted so far. A checkpoint
*> for another version, a finished one or none at all starts at
*> the first dataset.
 READ-CHECKPOINT.
     MOVE 1 TO START-STAGE.
     MOVE 0 TO ROTATE-CNT LAST-CHKPT-CNT.
     OPEN INPUT CHKPT-FILE.
     IF KROT-STATUS2 NOT = "00"
      GO TO READ-CHECKPOINT-EXIT.
     MOVE SPACES TO CHKPT-RECORD.
     READ CHKPT-FILE
      AT END
       CLOSE CHKPT-FILE
       GO TO READ-CHECKPOINT-EXIT
     END-READ.
     CLOSE CHKPT-FILE.
     MOVE CHKPT-RECORD TO CHKPT-LINE.
     IF NOT CKL-IN-PROGRESS
      OR CKL-VER NOT = CURRENT-VER
      OR CKL-STAGE NOT NUMERIC OR CKL-ROTATED NOT NUMERIC
      GO TO READ-CHECKPOINT-EXIT.
     COMPUTE START-STAGE = CKL-STAGE + 1 END-COMPUTE.
     MOVE CKL-ROTATED TO ROTATE-CNT LAST-CHKPT-CNT.
     IF START-STAGE <= 7
      MOVE SPACES TO KEYROT-RECORD
      STRING "RESTARTED AT " DELIMITED BY SIZE
             DS-TALLY-NAME(START-STAGE)
       DELIMITED BY SPACE INTO KEYROT-RECORD
      WRITE KEYROT-RECORD.
 READ-CHECKPOINT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> STAGE is the dataset being worked on; the checkpoint records
*> the one before it as the last finished unless CKL-TAG is "END ".
*> A checkpoint that cannot be written stops the rotation.
 WRITE-CHECKPOINT.
     MOVE CURRENT-VER TO CKL-VER.
     IF CKL-COMPLETE
      MOVE STAGE TO CKL-STAGE
     ELSE
      COMPUTE CKL-STAGE = STAGE - 1 END-COMPUTE.
     MOVE ROTATE-CNT TO CKL-ROTATED.
     OPEN OUTPUT CHKPT-FILE.
     IF KROT-STATUS2 NOT = "00"
      MOVE "VBUFKEYROT" TO INTR-ERRNAME
      MOVE 156           TO INTR-ERRNUM
      MOVE 156           TO CSTATUS
     ELSE
      MOVE CHKPT-LINE TO CHKPT-RECORD
      WRITE CHKPT-RECORD
      CLOSE CHKPT-FILE
      MOVE ROTATE-CNT TO LAST-CHKPT-CNT.
*>-----------------------------------------------------------------
 SCAN-DATASET.
     EVALUATE STAGE
      WHEN 1 PERFORM SCAN-FORM-DRAFTS
      WHEN 2 PERFORM SCAN-SCREEN-MIRROR
      WHEN 3 PERFORM SCAN-SESS-RECORDING
      WHEN 4 PERFORM SCAN-QA-REVIEW
      WHEN 5 PERFORM SCAN-WORK-QUEUE
      WHEN 6 PERFORM SCAN-PEND-APPROVAL
      WHEN 7 PERFORM SCAN-VERIFY-QUEUE
     END-EVALUATE.
*> The dataset is finished - the checkpoint moves past it.
     IF ROTATE-PASS AND CSTATUS = 0
      MOVE "ROT " TO CKL-TAG
      ADD 1 TO STAGE
      PERFORM WRITE-CHECKPOINT
      SUBTRACT 1 FROM STAGE.
*>-----------------------------------------------------------------
*> Each dataset scan works the same way: lift the buffer and its
*> scrambling stamp out of the record, let PROCESS-BUFFER rotate or
*> count it, and in the rotation pass put a re-encrypted buffer
*> back in place. The serial scan continues past updated records.
 SCAN-FORM-DRAFTS.
     MOVE LOW-VALUES TO DB-FORM-DRAFT.
     CALL "DBGET" USING Secdb-Database DS-FORM-DRAFT SERIAL
         STATUS-AREA ALL-ITEMS DB-FORM-DRAFT NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE DRAFT-ENC-SW  TO CUR-ENC-SW
      MOVE DRAFT-KEY-VER TO CUR-KEY-VER
      MOVE DRAFT-BUFLEN  TO CUR-BUFLEN
      MOVE DRAFT-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO DRAFT-BUFFER
       MOVE BC-KEY-VER TO DRAFT-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-FORM-DRAFT
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-FORM-DRAFT
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-FORM-DRAFT
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-FORM-DRAFT SERIAL
          STATUS-AREA ALL-ITEMS DB-FORM-DRAFT NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-SCREEN-MIRROR.
     MOVE LOW-VALUES TO DB-SCREEN-MIRROR.
     CALL "DBGET" USING Secdb-Database DS-SCREEN-MIRROR SERIAL
         STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE MIR-ENC-SW  TO CUR-ENC-SW
      MOVE MIR-KEY-VER TO CUR-KEY-VER
      MOVE MIR-BUFLEN  TO CUR-BUFLEN
      MOVE MIR-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO MIR-BUFFER
       MOVE BC-KEY-VER TO MIR-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-SCREEN-MIRROR
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-SCREEN-MIRROR
           MODE-1 STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-SCREEN-MIRROR
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SCREEN-MIRROR SERIAL
          STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-SESS-RECORDING.
     MOVE LOW-VALUES TO DB-SESS-RECORDING.
     CALL "DBGET" USING Secdb-Database DS-SESS-RECORDING SERIAL
         STATUS-AREA ALL-ITEMS DB-SESS-RECORDING NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE SREC-ENC-SW  TO CUR-ENC-SW
      MOVE SREC-KEY-VER TO CUR-KEY-VER
      MOVE SREC-BUFLEN  TO CUR-BUFLEN
      MOVE SREC-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO SREC-BUFFER
       MOVE BC-KEY-VER TO SREC-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-SESS-RECORDING
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-SESS-RECORDING
           MODE-1 STATUS-AREA ALL-ITEMS DB-SESS-RECORDING
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-SESS-RECORDING
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SESS-RECORDING SERIAL
          STATUS-AREA ALL-ITEMS DB-SESS-RECORDING NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-QA-REVIEW.
     MOVE LOW-VALUES TO DB-QA-REVIEW.
     CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
         STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE QR-ENC-SW  TO CUR-ENC-SW
      MOVE QR-KEY-VER TO CUR-KEY-VER
      MOVE QR-BUFLEN  TO CUR-BUFLEN
      MOVE QR-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO QR-BUFFER
       MOVE BC-KEY-VER TO QR-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-QA-REVIEW
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-QA-REVIEW
           MODE-1 STATUS-AREA ALL-ITEMS DB-QA-REVIEW
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-QA-REVIEW
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
          STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-WORK-QUEUE.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE WQ-ENC-SW  TO CUR-ENC-SW
      MOVE WQ-KEY-VER TO CUR-KEY-VER
      MOVE WQ-BUFLEN  TO CUR-BUFLEN
      MOVE WQ-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO WQ-BUFFER
       MOVE BC-KEY-VER TO WQ-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-WORK-QUEUE
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-WORK-QUEUE
           MODE-1 STATUS-AREA ALL-ITEMS DB-WORK-QUEUE
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-WORK-QUEUE
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-PEND-APPROVAL.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE PA-ENC-SW  TO CUR-ENC-SW
      MOVE PA-KEY-VER TO CUR-KEY-VER
      MOVE PA-BUFLEN  TO CUR-BUFLEN
      MOVE PA-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO PA-BUFFER
       MOVE BC-KEY-VER TO PA-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-PEND-APPROVAL
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-PEND-APPROVAL
           MODE-1 STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-PEND-APPROVAL
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-VERIFY-QUEUE.
     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      MOVE VQ-ENC-SW  TO CUR-ENC-SW
      MOVE VQ-KEY-VER TO CUR-KEY-VER
      MOVE VQ-BUFLEN  TO CUR-BUFLEN
      MOVE VQ-BUFFER  TO BC-BUFFER
      PERFORM PROCESS-BUFFER THRU PROCESS-BUFFER-EXIT
      IF BUFFER-ROTATED
       MOVE BC-BUFFER  TO VQ-BUFFER
       MOVE BC-KEY-VER TO VQ-KEY-VER
       CALL "DBLOCK" USING Secdb-Database DS-VERIFY-QUEUE
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-VERIFY-QUEUE
           MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE
       PERFORM NOTE-UPDATE-RESULT
       CALL "DBUNLOCK" USING Secdb-Database DS-VERIFY-QUEUE
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> One buffer. Clear buffers are nobody's business here; scrambled
*> ones on the current version are already done. In the rotation
*> pass an old-version buffer is decrypted under its own key and
*> encrypted under the current one (BUFFER-ROTATED tells the scan to
*> rewrite it); in the count pass it is tallied against its version,
*> and a trial decrypt tells whether that version's key is still
*> configured at all.
 PROCESS-BUFFER.
     MOVE "N" TO ROTATED-SW.
     IF CUR-ENC-SW NOT = "Y" OR CUR-BUFLEN < 1
      GO TO PROCESS-BUFFER-EXIT.
     IF COUNT-PASS
      ADD 1 TO DS-ENC-CNT(STAGE).
     IF CUR-KEY-VER = CURRENT-VER
      IF COUNT-PASS
       ADD 1 TO DS-CURRENT-CNT(STAGE)
      END-IF
      GO TO PROCESS-BUFFER-EXIT.

     MOVE "D"         TO BC-MODE.
     MOVE CUR-BUFLEN  TO BC-LENGTH.
     MOVE CUR-KEY-VER TO BC-KEY-VER.
     CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
     IF COUNT-PASS
      IF BC-KEY-MISSING
       ADD 1 TO DS-NOKEY-CNT(STAGE)
      ELSE
       ADD 1 TO DS-OLD-CNT(STAGE)
      END-IF
      PERFORM TALLY-OLD-VERSION THRU TALLY-OLD-VERSION-EXIT
      GO TO PROCESS-BUFFER-EXIT.
     IF BC-KEY-MISSING
      GO TO PROCESS-BUFFER-EXIT.

     MOVE "E" TO BC-MODE.
     CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
     MOVE "Y" TO ROTATED-SW.
 PROCESS-BUFFER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 NOTE-UPDATE-RESULT.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
     ELSE
      ADD 1 TO ROTATE-CNT
      IF ROTATE-CNT - LAST-CHKPT-CNT >= CHKPT-INTERVAL
       MOVE "ROT " TO CKL-TAG
       PERFORM WRITE-CHECKPOINT
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 TALLY-OLD-VERSION.
     MOVE "N" TO VER-FOUND-SW.
     PERFORM VARYING VER-IDX FROM 1 BY 1
       UNTIL VER-IDX > VER-CNT OR VER-FOUND
      IF VER-ID(VER-IDX) = CUR-KEY-VER
       MOVE "Y" TO VER-FOUND-SW
       ADD 1 TO VER-REC-CNT(VER-IDX)
      END-IF
     END-PERFORM.
     IF VER-FOUND OR VER-CNT >= 20
      GO TO TALLY-OLD-VERSION-EXIT.
     ADD 1 TO VER-CNT.
     MOVE CUR-KEY-VER TO VER-ID(VER-CNT).
     MOVE 1           TO VER-REC-CNT(VER-CNT).
     MOVE "N"         TO VER-NOKEY-SW(VER-CNT).
     IF BC-KEY-MISSING
      MOVE "Y" TO VER-NOKEY-SW(VER-CNT).
 TALLY-OLD-VERSION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-REPORT-HEADER.
     MOVE SPACES TO KEYROT-RECORD.
     MOVE CURRENT-VER TO VER-DISP.
     IF CURRENT-VER = SPACES
      MOVE "(BASE)" TO VER-DISP.
     IF BUFKEYROT-COUNT-ONLY
      STRING "BUFFER KEY COUNT - CURRENT KEY VERSION " DELIMITED BY SIZE
             VER-DISP DELIMITED BY SPACE
       INTO KEYROT-RECORD
     ELSE
      STRING "BUFFER KEY ROTATION - CURRENT KEY VERSION "
                      DELIMITED BY SIZE
             VER-DISP DELIMITED BY SPACE
       INTO KEYROT-RECORD.
     WRITE KEYROT-RECORD.
*>-----------------------------------------------------------------
*> Per dataset, the old versions still in use, and the verdict the
*> key's retirement waits on.
 WRITE-REPORT-BODY.
     MOVE SPACES TO KEYROT-RECORD.
     STRING "DATASET,SCRAMBLED,CURRENT,OLD VERSION,KEY NOT AVAILABLE"
      DELIMITED BY SIZE INTO KEYROT-RECORD.
     WRITE KEYROT-RECORD.
     MOVE 0 TO LEFT-CNT.
     PERFORM VARYING STAGE FROM 1 BY 1 UNTIL STAGE > 7
      MOVE DS-ENC-CNT(STAGE)     TO DISP-CNT1
      MOVE DS-CURRENT-CNT(STAGE) TO DISP-CNT2
      MOVE DS-OLD-CNT(STAGE)     TO DISP-CNT3
      MOVE DS-NOKEY-CNT(STAGE)   TO DISP-CNT4
      MOVE SPACES TO KEYROT-RECORD
      STRING DS-TALLY-NAME(STAGE) DELIMITED BY SPACE
             "," DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3 "," DISP-CNT4
                                  DELIMITED BY SIZE
       INTO KEYROT-RECORD
      WRITE KEYROT-RECORD
      ADD DS-OLD-CNT(STAGE) DS-NOKEY-CNT(STAGE) TO LEFT-CNT
     END-PERFORM.

     PERFORM VARYING VER-IDX FROM 1 BY 1 UNTIL VER-IDX > VER-CNT
      MOVE VER-ID(VER-IDX) TO VER-DISP
      IF VER-ID(VER-IDX) = SPACES
       MOVE "(BASE)" TO VER-DISP
      END-IF
      MOVE VER-REC-CNT(VER-IDX) TO DISP-CNT1
      MOVE SPACES TO KEYROT-RECORD
      IF VER-NOKEY-SW(VER-IDX) = "Y"
       STRING "VERSION " VER-DISP " STILL HOLDS " DISP-CNT1
              " - KEY NOT AVAILABLE, PURGE ONLY"
        DELIMITED BY SIZE INTO KEYROT-RECORD
      ELSE
       STRING "VERSION " VER-DISP " STILL HOLDS " DISP-CNT1
        DELIMITED BY SIZE INTO KEYROT-RECORD
      END-IF
      WRITE KEYROT-RECORD
     END-PERFORM.

     MOVE ROTATE-CNT TO DISP-CNT1.
     MOVE SPACES TO KEYROT-RECORD.
     STRING "RECORDS RE-ENCRYPTED     " DISP-CNT1
      DELIMITED BY SIZE INTO KEYROT-RECORD.
     WRITE KEYROT-RECORD.
     MOVE LEFT-CNT TO DISP-CNT1.
     MOVE SPACES TO KEYROT-RECORD.
     STRING "RECORDS ON OLD VERSIONS  " DISP-CNT1
      DELIMITED BY SIZE INTO KEYROT-RECORD.
     WRITE KEYROT-RECORD.
     MOVE SPACES TO KEYROT-RECORD.
     IF LEFT-CNT = 0
      MOVE "NONE LEFT ON OLD VERSIONS - OLD KEYS MAY BE RETIRED"
        TO KEYROT-RECORD
     ELSE
      MOVE "OLD KEYS STILL IN USE - DO NOT RETIRE" TO KEYROT-RECORD.
     WRITE KEYROT-RECORD.
*>-----------------------------------------------------------------
*> A key rotation is a security event in its own right.
 LOG-ROTATION.
     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE "VBUFKEYROT"   TO AAL-ACTOR.
     MOVE "VBUFKEYROT"   TO AAL-PROGRAM.
     MOVE "BUFKEY-ROTATE" TO AAL-ACTION.
     STRING "BUFFER KEY VERSION " CURRENT-VER
      DELIMITED BY SIZE INTO AAL-TARGET.
     MOVE LEFT-CNT TO DISP-CNT1.
     STRING DISP-CNT1 " ON OLD VERSIONS"
      DELIMITED BY SIZE INTO AAL-OLD.
     MOVE ROTATE-CNT TO DISP-CNT1.
     STRING DISP-CNT1 " RE-ENCRYPTED"
      DELIMITED BY SIZE INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
