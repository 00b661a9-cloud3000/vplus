*>   record set QUEUED, so the next VPRTDELIVER run re-delivers it
*>   exactly like a fresh job.
*>
*>
*>   Tamper seal: the sweep takes a SHA-256 digest of each PDF as
*>   it lands in the archive tree and stores it on the PRINTARCH
*>   row. The verify action - run periodically - re-digests every
*>   archived document and reports each one that is missing,
*>   altered or unreadable; retrieval re-digests what it finds and
*>   shows the seal state on its report line, and will not re-queue
*>   a document whose seal is broken.
*>
*>   Restart: the sweep checks the index before copying, so a
*>   rerun after an abort skips everything already archived.
 IDENTIFICATION DIVISION.
 01 ARCH-SUBDIR             PIC X(80) VALUE SPACES.
 01 SPOOL-DIR-WRK           PIC X(64) VALUE SPACES.
 01 ARCH-ROOT-WRK           PIC X(64) VALUE SPACES.
 01 SEAL-FAIL-COUNT         PIC S9(8) COMP-5 VALUE 0.
 01 UNSEALED-COUNT          PIC S9(8) COMP-5 VALUE 0.
 01 SEAL-DIGEST-WRK         PIC X(64) VALUE SPACES.
 01 SEAL-STATE-WRK          PIC X(01) VALUE SPACE.
    88 SEAL-WRK-VERIFIED       VALUE "V".
    88 SEAL-WRK-MISSING        VALUE "M".
    88 SEAL-WRK-ALTERED        VALUE "A".
    88 SEAL-WRK-UNREADABLE     VALUE "U".
    88 SEAL-WRK-UNSEALED       VALUE "N".
 01 SEAL-WORD               PIC X(10) VALUE SPACES.
 01 DISP-CNT                PIC Z(7)9.
 01 SEAL-FILE-WRK           PIC X(96) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO PRTARCH-COUNT.
     MOVE 0 TO PRTARCH-SEAL-FAIL-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VPRTARCHIVE "
     PERFORM Get-ClockSeconds.

     IF PRTARCH-RETRIEVE
      PERFORM RETRIEVE-DOCUMENTS THRU RETRIEVE-DOCUMENTS-EXIT
     ELSE
      IF PRTARCH-VERIFY
       PERFORM VERIFY-ARCHIVE-SEALS
      ELSE
       PERFORM SWEEP-FINISHED-JOBS.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE PRTARCH-FILE.
     MOVE ARCHIVED-COUNT TO PRTARCH-COUNT.
     MOVE SEAL-FAIL-COUNT TO PRTARCH-SEAL-FAIL-COUNT.

 VPRTARCHIVE-RETURN.
     Goback.
*>-----------------------------------------------------------------
 SWEEP-FINISHED-JOBS.
     MOVE SPACES TO PRTARCH-RECORD.
     STRING "PRINT ARCHIVE SWEEP - JOBID,FORM,SUBJECT,PATH,DIGEST"
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.

      IF PRTQ-PRINTED OR PRTQ-REPRINTED OR PRTQ-DELIVERED
       PERFORM CHECK-ALREADY-ARCHIVED
       IF NOT ALREADY-ARCHIVED
        PERFORM ARCHIVE-ONE-JOB THRU ARCHIVE-ONE-JOB-EXIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
      WRITE PRTARCH-RECORD
      GO TO ARCHIVE-ONE-JOB-EXIT.

*> Seal the copy that now sits in the tree. A copy that cannot be
*> digested is not indexed, so the next sweep retries it rather than
*> leaving an unsealed row behind.
     MOVE SPACES TO SEAL-FILE-WRK.
     STRING ARCH-SUBDIR     DELIMITED BY SPACE
            "/"             DELIMITED BY SIZE
            PRTQ-PDF-NAME   DELIMITED BY SPACE
      INTO SEAL-FILE-WRK.
     PERFORM DIGEST-ARCHIVED-FILE.
     IF NOT SEAL-WRK-VERIFIED
      ADD 1 TO SEAL-FAIL-COUNT
      MOVE SPACES TO PRTARCH-RECORD
      STRING PRTQ-JOB-ID DELIMITED BY SPACE
             ",SEAL FAILED - ARCHIVED COPY NOT DIGESTED"
       DELIMITED BY SIZE INTO PRTARCH-RECORD
      WRITE PRTARCH-RECORD
      GO TO ARCHIVE-ONE-JOB-EXIT.

     INITIALIZE DB-PRINT-ARCHIVE.
     MOVE PRTQ-JOB-ID      TO PARC-JOB-ID.
     MOVE PRTQ-CFNAME      TO PARC-CFNAME.
     MOVE PRTQ-PDF-NAME    TO PARC-PDF-NAME.
     MOVE ARCH-SUBDIR      TO PARC-PATH.
     MOVE ClockSeconds     TO PARC-ARCHIVE-TIME.
     MOVE SEAL-DIGEST-WRK  TO PARC-DIGEST.
     SET PARC-SEAL-VERIFIED TO TRUE.
     MOVE ClockSeconds     TO PARC-SEAL-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-ARCHIVE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-PRINT-ARCHIVE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
     STRING PARC-JOB-ID   DELIMITED BY SPACE ","
            PARC-CFNAME   DELIMITED BY SPACE ","
            PARC-SUBJECT  DELIMITED BY SPACE ","
            PARC-PATH     DELIMITED BY SPACE ","
            PARC-DIGEST
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.
 ARCHIVE-ONE-JOB-EXIT.
*> or the subject value is listed and re-queued for delivery.
 RETRIEVE-DOCUMENTS.
     MOVE SPACES TO PRTARCH-RECORD.
     STRING "PRINT ARCHIVE RETRIEVAL - JOBID,FORM,SUBJECT,PATH,SEAL"
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.

       OR (PRTARCH-JOB-ID = SPACES
           AND PARC-SUBJECT = PRTARCH-SUBJECT)
       PERFORM REDELIVER-ONE-DOCUMENT
          THRU REDELIVER-ONE-DOCUMENT-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-ARCHIVE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE NULL-ITEM
*> already purged it) - the next VPRTDELIVER run takes it from
*> there like any fresh job.
 REDELIVER-ONE-DOCUMENT.
*> Check the seal before anything leaves the archive. A document
*> that no longer matches its digest is reported and withheld - it
*> is not what the customer was sent.
     PERFORM CHECK-ONE-SEAL THRU CHECK-ONE-SEAL-EXIT.
     IF SEAL-WRK-MISSING OR SEAL-WRK-ALTERED OR SEAL-WRK-UNREADABLE
      MOVE SPACES TO PRTARCH-RECORD
      STRING PARC-JOB-ID   DELIMITED BY SPACE ","
             PARC-CFNAME   DELIMITED BY SPACE ","
             PARC-SUBJECT  DELIMITED BY SPACE ","
             PARC-PATH     DELIMITED BY SPACE ","
             SEAL-WORD     DELIMITED BY SPACE
             " - NOT RE-QUEUED"
       DELIMITED BY SIZE INTO PRTARCH-RECORD
      WRITE PRTARCH-RECORD
      GO TO REDELIVER-ONE-DOCUMENT-EXIT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file copy -force {" DELIMITED BY SIZE
       MOVE PARC-PDF-NAME TO PRTQ-PDF-NAME
       CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      MOVE 0                TO PRTQ-REPRINT-CNT
      CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
          MODE-3 STATUS-AREA
      CALL "VDBPUT" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
      IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     STRING PARC-JOB-ID   DELIMITED BY SPACE ","
            PARC-CFNAME   DELIMITED BY SPACE ","
            PARC-SUBJECT  DELIMITED BY SPACE ","
            PARC-PATH     DELIMITED BY SPACE ","
            SEAL-WORD
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.
 REDELIVER-ONE-DOCUMENT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Periodic verification: every PRINTARCH row is re-digested and
*> its seal state brought up to date. Only exceptions are listed,
*> with a closing count line, so a clean run is a short report.
 VERIFY-ARCHIVE-SEALS.
     MOVE SPACES TO PRTARCH-RECORD.
     STRING "PRINT ARCHIVE SEAL VERIFICATION - JOBID,FORM,PATH,SEAL"
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.

     MOVE LOW-VALUES TO DB-PRINT-ARCHIVE.
     CALL "DBGET" USING Secdb-Database DS-PRINT-ARCHIVE SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      PERFORM CHECK-ONE-SEAL THRU CHECK-ONE-SEAL-EXIT
      ADD 1 TO ARCHIVED-COUNT
      IF NOT SEAL-WRK-VERIFIED
       MOVE SPACES TO PRTARCH-RECORD
       STRING PARC-JOB-ID   DELIMITED BY SPACE ","
              PARC-CFNAME   DELIMITED BY SPACE ","
              PARC-PATH     DELIMITED BY SPACE "/"
              PARC-PDF-NAME DELIMITED BY SPACE ","
              SEAL-WORD
        DELIMITED BY SIZE INTO PRTARCH-RECORD
       WRITE PRTARCH-RECORD
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-ARCHIVE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.

     MOVE SPACES TO PRTARCH-RECORD.
     MOVE ARCHIVED-COUNT TO DISP-CNT.
     STRING "CHECKED " DISP-CNT
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.
     MOVE SPACES TO PRTARCH-RECORD.
     MOVE SEAL-FAIL-COUNT TO DISP-CNT.
     STRING "SEAL FAILURES " DISP-CNT
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.
     MOVE SPACES TO PRTARCH-RECORD.
     MOVE UNSEALED-COUNT TO DISP-CNT.
     STRING "UNSEALED (ARCHIVED BEFORE SEALING) " DISP-CNT
      DELIMITED BY SIZE INTO PRTARCH-RECORD.
     WRITE PRTARCH-RECORD.
*>-----------------------------------------------------------------
*> Re-digest the current PRINTARCH row's file against its stored
*> digest, record the outcome on the row and set SEAL-WORD for the
*> report. A row with no stored digest predates sealing - it is
*> counted and labelled, not failed, and its row left alone.
 CHECK-ONE-SEAL.
     IF PARC-DIGEST = SPACES OR PARC-DIGEST = LOW-VALUES
      SET SEAL-WRK-UNSEALED TO TRUE
      MOVE "UNSEALED" TO SEAL-WORD
      ADD 1 TO UNSEALED-COUNT
      GO TO CHECK-ONE-SEAL-EXIT.

     MOVE SPACES TO SEAL-FILE-WRK.
     STRING PARC-PATH       DELIMITED BY SPACE
            "/"             DELIMITED BY SIZE
            PARC-PDF-NAME   DELIMITED BY SPACE
      INTO SEAL-FILE-WRK.
     PERFORM DIGEST-ARCHIVED-FILE.
     IF SEAL-WRK-VERIFIED AND SEAL-DIGEST-WRK NOT = PARC-DIGEST
      SET SEAL-WRK-ALTERED TO TRUE.

     EVALUATE TRUE
      WHEN SEAL-WRK-VERIFIED   MOVE "VERIFIED"   TO SEAL-WORD
      WHEN SEAL-WRK-MISSING    MOVE "MISSING"    TO SEAL-WORD
      WHEN SEAL-WRK-ALTERED    MOVE "ALTERED"    TO SEAL-WORD
      WHEN OTHER               MOVE "UNREADABLE" TO SEAL-WORD
     END-EVALUATE.
     IF NOT SEAL-WRK-VERIFIED
      ADD 1 TO SEAL-FAIL-COUNT.

     MOVE SEAL-STATE-WRK TO PARC-SEAL-STATE.
     MOVE ClockSeconds   TO PARC-SEAL-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-ARCHIVE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-ARCHIVE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-ARCHIVE
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
 CHECK-ONE-SEAL-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> SHA-256 of SEAL-FILE-WRK through the Tcl side. PADIG comes back
*> as M when the file is gone, U when it exists but cannot be read
*> or digested, otherwise the 64-character hex digest.
 DIGEST-ARCHIVED-FILE.
     MOVE SPACES TO SEAL-DIGEST-WRK.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set PADIG M; if {[file exists {" DELIMITED BY SIZE
            SEAL-FILE-WRK                      DELIMITED BY SPACE
            "}]} { set PADIG U; catch { set PADIG [lindex [exec "
                                               DELIMITED BY SIZE
            "sha256sum {"                      DELIMITED BY SIZE
            SEAL-FILE-WRK                      DELIMITED BY SPACE
            "}] 0] } }"                        DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "PADIG" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     IF TCL-BUFFER(2:1) = LOW-VALUE OR TCL-BUFFER(2:1) = SPACE
      IF TCL-BUFFER(1:1) = "M"
       SET SEAL-WRK-MISSING TO TRUE
      ELSE
       SET SEAL-WRK-UNREADABLE TO TRUE
      END-IF
     ELSE
      STRING TCL-BUFFER DELIMITED BY x"00" INTO SEAL-DIGEST-WRK
      SET SEAL-WRK-VERIFIED TO TRUE.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
     Move LOW-VALUES TO TCL-BUFFER.
