*>   VPRINTFORM uses - one page per record in a single combined
*>   PDF under one PRINT-JOB-ID, queued on PRINTQUEUE so the
*>   delivery agent can take it from there. Statement day stops
*>   being an operator displaying and printing 300 screens. A form
*>   with a print layout on file (SECDB/PRINTLAYOUT) merges onto
*>   the layout's letter page rather than the screen image.
*>
*>   Burst mode (MERGE-BURST-MODE) splits the run instead: one PDF
*>   per record, or per run of records sharing a group field, each
*>   under its own PRINT-JOB-ID with the recipient address and
*>   subject taken from named fields of the record, so VPRTDELIVER
*>   mails or drops every customer's document separately. The
*>   balancing report lists each document and proves records in
*>   against documents out, with the undeliverable ones flagged.
*>
*>   Restart: with MERGE-CHKPT-EVERY set, the run checkpoints every
*>   that many records to MERGE-CHKPT-NAME, and a run that dies is
*>   simply rerun with the same data file - it skips the records
*>   already done and carries on after the last one completed. A
*>   combined run renders in segments, one PDF per checkpoint
*>   interval under the run's job id, and joins them into the one
*>   PDF at the end, so the failed run's unfinished segment is
*>   rendered again and the working PDF it left is thrown away. A
*>   burst run checkpoints on the document boundary after every
*>   interval and replays the job ids from there, so a document the
*>   failed run had already queued is rendered and queued over its
*>   own entry rather than beside it. Either way the queue carries
*>   one entry per document with its final page count. A completed
*>   run marks the checkpoint finished, so the next run of the same
*>   file starts from the top, the way VSCRIPTDRIVER and VDWEXTRACT
*>   only ever move their checkpoints forward on work done.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFORMMERGE.
 AUTHOR.     MICHAEL ANDERSON.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FMRG-STATUS1.

     SELECT MERGEBAL-FILE
        ASSIGN TO MERGEBAL-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FMRG-STATUS2.

     SELECT MRGCHK-FILE
        ASSIGN TO MRGCHK-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FMRG-STATUS3.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  MERGE-FILE.
 01  MERGE-DATA-RECORD            PIC X(3000).
 FD  MERGEBAL-FILE.
 01  MERGEBAL-RECORD              PIC X(200).
 FD  MRGCHK-FILE.
 01  MRGCHK-RECORD                PIC X(200).
 WORKING-STORAGE SECTION.
 01 FMRG-STATUS1            PIC XX.
 01 MERGE-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 FMRG-STATUS2            PIC XX.
 01 MERGEBAL-FILE-NAME-WRK  PIC X(64) VALUE SPACES.
 01 FMRG-STATUS3            PIC XX.
 01 MRGCHK-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 END-OF-DATA-SW          PIC X VALUE "N".
 01 PDF-COL                 PIC ZZZ9 VALUE ZERO.
 01 PDF-TEXT                PIC X(128) VALUE SPACES.
 01 StrIdx                  PIC S9(4) COMP-5 VALUE 0.
 01 PRL-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 FLD-PRINT-LEN           PIC S9(4) COMP-5 VALUE 0.
 01 REC-PAGE-CNT            PIC S9(4) COMP-5 VALUE 0.
 01 PDF-PAGE-NUM            PIC S9(4) COMP-5 VALUE 0.
 01 PDF-SRC-ROW             PIC S9(4) COMP-5 VALUE 0.
 01 LOGO-WIDTH-DISP         PIC ZZZ9 VALUE ZERO.
 01 LOGO-HEIGHT-DISP        PIC ZZZ9 VALUE ZERO.
 01 PRINT-JOB-SEQ-DISP      PIC 9(10) VALUE ZERO.
 01 Print-Bars-Parms        PIC X(64) VALUE SPACES.
 01 PP-WIDTH-DISP           PIC ZZZ9 VALUE ZERO.
 01 PP-HEIGHT-DISP          PIC ZZZ9 VALUE ZERO.
 01 BURST-DOC-SW            PIC X VALUE "N".
    88 BURST-DOC-OPEN           VALUE "Y".
 01 BURST-KEY-WRK           PIC X(64) VALUE SPACES.
 01 BURST-PREV-KEY          PIC X(64) VALUE SPACES.
 01 BURST-FIELD-WANTED      PIC X(16) VALUE SPACES.
 01 BURST-FIELD-IDX         PIC S9(4) COMP-5 VALUE 0.
 01 BURST-SCAN-IDX          PIC S9(4) COMP-5 VALUE 0.
 01 GROUP-FLD-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 RECIP-FLD-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 SUBJECT-FLD-IDX         PIC S9(4) COMP-5 VALUE 0.
 01 DOC-RECIPIENT           PIC X(64) VALUE SPACES.
 01 DOC-SUBJECT             PIC X(64) VALUE SPACES.
 01 DOC-RESULT              PIC X(40) VALUE SPACES.
 01 DOC-REC-CNT             PIC S9(8) COMP-5 VALUE 0.
 01 BURST-DOC-CNT           PIC S9(8) COMP-5 VALUE 0.
 01 BURST-QUEUED-CNT        PIC S9(8) COMP-5 VALUE 0.
 01 BURST-UNDELIV-CNT       PIC S9(8) COMP-5 VALUE 0.
 01 BURST-REC-TOTAL         PIC S9(8) COMP-5 VALUE 0.
 01 DISP-CNT                PIC Z(7)9.
 01 DOC-REC-DISP            PIC Z(7)9.

*> The checkpoint: which run it belongs to (mode, data file, form)
*> and how far that run got - records done, the job id and job
*> sequence to carry on under, and the totals to carry on from.
 01 MRGCHK-LINE.
    05 MCK-TAG              PIC X(04).
       88 MCK-IN-PROGRESS       VALUE "MRG ".
       88 MCK-COMPLETE          VALUE "END ".
    05 MCK-MODE             PIC X(01).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-DATA-FILE        PIC X(64).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-FORM             PIC X(15).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-JOB-ID           PIC X(12).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-JOB-SEQ          PIC 9(08).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-RECORDS          PIC 9(08).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-PAGES            PIC 9(08).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-SEGMENTS         PIC 9(04).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-DOCS             PIC 9(08).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-QUEUED           PIC 9(08).
    05 FILLER               PIC X(01) VALUE SPACE.
    05 MCK-UNDELIV          PIC 9(08).
 01 MERGE-MODE-WRK          PIC X(01) VALUE SPACE.
 01 LAST-CHKPT-RECS         PIC S9(8) COMP-5 VALUE 0.
 01 SEG-CNT                 PIC S9(4) COMP-5 VALUE 0.
 01 SEG-REC-CNT             PIC S9(8) COMP-5 VALUE 0.
 01 SEG-NUM-DISP            PIC 9(04) VALUE ZERO.
 01 SEG-OPEN-SW             PIC X VALUE "N".
    88 SEG-OPEN                 VALUE "Y".
 01 SUPERSEDE-SW            PIC X VALUE "N".
    88 SUPERSEDE-ENTRY          VALUE "Y".
 01 CFG-PARM.
    02 CP-NAME              PIC X(32) VALUE SPACES.
    02 CP-VALUE             PIC X(64) VALUE SPACES.
    02 CP-SOURCE            PIC X(01) VALUE SPACE.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO MERGE-REC-CNT.
     MOVE 0 TO MERGE-DOC-CNT.
     MOVE 0 TO MERGE-UNDELIV-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFORMMERGE "
      MOVE 35             TO CSTATUS
      GO TO VFORMMERGE-RETURN.

     PERFORM Load-Print-Profile THRU Load-Print-Profile-Exit.
     CALL "VPRTLAYLOAD" USING COMAREA.
     PERFORM Read-Merge-Checkpoint THRU Read-Merge-Checkpoint-Exit.
     IF MERGE-BURST-RECORD OR MERGE-BURST-GROUP
      PERFORM Burst-Merge-Run THRU Burst-Merge-Run-Exit
      GO TO VFORMMERGE-RETURN.
     IF MERGE-CHKPT-EVERY > 0
      PERFORM Restartable-Merge-Run THRU Restartable-Merge-Run-Exit
      GO TO VFORMMERGE-RETURN.

     PERFORM Resolve-Print-Job-Id.
     PERFORM Open-Merge-Pdf.


     CLOSE MERGE-FILE.
     PERFORM Close-Merge-Pdf.
     PERFORM Log-Merge-Queue THRU Log-Merge-Queue-Exit.
     MOVE RECORD-CNT TO MERGE-REC-CNT.

 VFORMMERGE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Combined run in checkpointed segments. Records the checkpoint
*> says are done are read past, not rendered; every MERGE-CHKPT-EVERY
*> rendered records close a segment and move the checkpoint. At the
*> end the segments are joined into the job's one PDF and queued
*> once, with the pages of every segment in the count.
 Restartable-Merge-Run.
     PERFORM Resolve-Print-Job-Id.
     IF MERGE-RESTART-FROM > 0
      PERFORM Discard-Partial-Output.

     MOVE "N" TO SEG-OPEN-SW.
     MOVE "N" TO END-OF-DATA-SW.
     PERFORM UNTIL END-OF-DATA
      READ MERGE-FILE
       AT END
        SET END-OF-DATA TO TRUE
       NOT AT END
        ADD 1 TO RECORD-CNT
        IF RECORD-CNT > MERGE-RESTART-FROM
         PERFORM Render-Segment-Record
         IF CSTATUS NOT = 0
          SET END-OF-DATA TO TRUE
         END-IF
        END-IF
      END-READ
     END-PERFORM.
     CLOSE MERGE-FILE.
     IF CSTATUS NOT = 0
      GO TO Restartable-Merge-Run-Exit.

*> An empty data file still yields its one (empty) document, as an
*> unsegmented run does; a rerun with every record done goes
*> straight to the join.
     IF NOT SEG-OPEN AND SEG-CNT = 0
      PERFORM Open-Merge-Pdf
      MOVE "Y" TO SEG-OPEN-SW.
     IF SEG-OPEN
      PERFORM Close-Merge-Segment THRU Close-Merge-Segment-Exit
      IF CSTATUS NOT = 0
       GO TO Restartable-Merge-Run-Exit.

     PERFORM Join-Merge-Segments THRU Join-Merge-Segments-Exit.
     IF CSTATUS NOT = 0
      GO TO Restartable-Merge-Run-Exit.
     PERFORM Log-Merge-Queue THRU Log-Merge-Queue-Exit.
     MOVE "END " TO MCK-TAG.
     PERFORM Write-Merge-Checkpoint.
     MOVE RECORD-CNT TO MERGE-REC-CNT.
 Restartable-Merge-Run-Exit.
     EXIT.
*>-----------------------------------------------------------------
 Render-Segment-Record.
     IF NOT SEG-OPEN
      PERFORM Open-Merge-Pdf
      MOVE "Y" TO SEG-OPEN-SW
      MOVE 0 TO SEG-REC-CNT.
     PERFORM RENDER-ONE-RECORD.
     ADD 1 TO SEG-REC-CNT.
     IF SEG-REC-CNT >= MERGE-CHKPT-EVERY
      PERFORM Close-Merge-Segment THRU Close-Merge-Segment-Exit.
*>-----------------------------------------------------------------
*> The segment's PDF goes under the job id and its number, and only
*> once it is there does the checkpoint move past its records.
 Close-Merge-Segment.
     PERFORM Close-Merge-Pdf.
     MOVE "N" TO SEG-OPEN-SW.
     ADD 1 TO SEG-CNT.
     MOVE SEG-CNT TO SEG-NUM-DISP.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file rename -force {" DELIMITED BY SIZE
            Pdf-Name                DELIMITED BY SPACE
            "} {"                   DELIMITED BY SIZE
            PRINT-JOB-ID            DELIMITED BY SPACE
            "-"                     DELIMITED BY SIZE
            SEG-NUM-DISP            DELIMITED BY SIZE
            ".pdf}"                 DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 157            TO INTR-ERRNUM
      MOVE 157            TO CSTATUS
      GO TO Close-Merge-Segment-Exit.
     MOVE RECORD-CNT TO LAST-CHKPT-RECS.
     MOVE "MRG " TO MCK-TAG.
     PERFORM Write-Merge-Checkpoint.
 Close-Merge-Segment-Exit.
     EXIT.
*>-----------------------------------------------------------------
*> One segment is the document already; more are joined in segment
*> order by the host's PDF joiner (config VPLUS_PDF_JOIN, a command
*> taking the input files and then the output file - pdfunite by
*> default) and then removed. A join that fails leaves the segments
*> and the checkpoint in place, so the rerun only joins again.
 Join-Merge-Segments.
     MOVE SPACES TO Pdf-Name.
     STRING PRINT-JOB-ID DELIMITED BY SPACE
            ".pdf"       DELIMITED BY SIZE
      INTO Pdf-Name.
     MOVE SEG-CNT TO SEG-NUM-DISP.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     IF SEG-CNT = 1
      STRING "file rename -force {" DELIMITED BY SIZE
             PRINT-JOB-ID            DELIMITED BY SPACE
             "-0001.pdf} {"          DELIMITED BY SIZE
             Pdf-Name                DELIMITED BY SPACE
             "}"                     DELIMITED BY SIZE
       INTO TCL-COMMAND
     ELSE
      MOVE "VPLUS_PDF_JOIN" TO CP-NAME
      MOVE "pdfunite"       TO CP-VALUE
      CALL "VGETCFG" USING COMAREA CFG-PARM
      IF CP-VALUE = SPACES
       MOVE "pdfunite" TO CP-VALUE
      END-IF
      STRING "set VFMSEG {}; for {set i 1} {$i <= " DELIMITED BY SIZE
             SEG-NUM-DISP            DELIMITED BY SIZE
             "} {incr i} { lappend VFMSEG [format {" DELIMITED BY SIZE
             PRINT-JOB-ID            DELIMITED BY SPACE
             "-%04d.pdf} $i] }; eval exec " DELIMITED BY SIZE
             CP-VALUE                DELIMITED BY "  "
             " $VFMSEG {"            DELIMITED BY SIZE
             Pdf-Name                DELIMITED BY SPACE
             "}; foreach f $VFMSEG { catch {file delete -- $f} }"
                                     DELIMITED BY SIZE
       INTO TCL-COMMAND
     END-IF.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      move LOW-VALUES to DebugBUF
      string "VFORMMERGE: segments of " PRINT-JOB-ID
             " could not be joined"
       DELIMITED BY size into DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 157            TO INTR-ERRNUM
      MOVE 157            TO CSTATUS.
 Join-Merge-Segments-Exit.
     EXIT.
*>-----------------------------------------------------------------
*> The failed run's leftovers: the working PDF it was writing when
*> it died, and for a combined run any segment numbered past the
*> checkpoint. Everything else it produced is superseded in place.
 Discard-Partial-Output.
     MOVE SEG-CNT TO SEG-NUM-DISP.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "catch {file delete -- {" DELIMITED BY SIZE
            MM-CFNAME                 DELIMITED BY SPACE
            ".pdf}}"                  DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF MERGE-MODE-WRK = "C"
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "foreach f [glob -nocomplain {" DELIMITED BY SIZE
             PRINT-JOB-ID            DELIMITED BY SPACE
             "-[0-9][0-9][0-9][0-9].pdf}] { if {[scan [string range"
                                     DELIMITED BY SIZE
             " $f end-7 end-4] %d] > " DELIMITED BY SIZE
             SEG-NUM-DISP            DELIMITED BY SIZE
             "} { catch {file delete -- $f} } }" DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
     END-IF.
     move LOW-VALUES to DebugBUF.
     MOVE MERGE-RESTART-FROM TO DISP-CNT.
     string "VFORMMERGE: restarting " MERGE-DATA-FILE
            " after record " DISP-CNT
      DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.
*>-----------------------------------------------------------------
*> A checkpoint counts only for the run it was taken in - same mode,
*> same data file, same form, and not yet finished. Anything else,
*> or none at all, starts the run from the top.
 Read-Merge-Checkpoint.
     MOVE 0 TO MERGE-RESTART-FROM LAST-CHKPT-RECS SEG-CNT.
     MOVE "C" TO MERGE-MODE-WRK.
     IF MERGE-BURST-RECORD OR MERGE-BURST-GROUP
      MOVE MERGE-BURST-MODE TO MERGE-MODE-WRK.
     IF MERGE-CHKPT-EVERY < 1
      GO TO Read-Merge-Checkpoint-Exit.
     MOVE "MERGE.CHK" TO MRGCHK-FILE-NAME-WRK.
     IF MERGE-CHKPT-NAME NOT = SPACES
      MOVE MERGE-CHKPT-NAME TO MRGCHK-FILE-NAME-WRK.

     OPEN INPUT MRGCHK-FILE.
     IF FMRG-STATUS3 NOT = "00"
      GO TO Read-Merge-Checkpoint-Exit.
     MOVE SPACES TO MRGCHK-RECORD.
     READ MRGCHK-FILE
      AT END
       CLOSE MRGCHK-FILE
       GO TO Read-Merge-Checkpoint-Exit
     END-READ.
     CLOSE MRGCHK-FILE.
     MOVE MRGCHK-RECORD TO MRGCHK-LINE.
     IF NOT MCK-IN-PROGRESS
      OR MCK-MODE NOT = MERGE-MODE-WRK
      OR MCK-DATA-FILE NOT = MERGE-DATA-FILE
      OR MCK-FORM NOT = MM-CFNAME
      OR MCK-JOB-SEQ NOT NUMERIC OR MCK-RECORDS NOT NUMERIC
      OR MCK-PAGES NOT NUMERIC OR MCK-SEGMENTS NOT NUMERIC
      OR MCK-DOCS NOT NUMERIC OR MCK-QUEUED NOT NUMERIC
      OR MCK-UNDELIV NOT NUMERIC
      GO TO Read-Merge-Checkpoint-Exit.

     MOVE MCK-RECORDS TO MERGE-RESTART-FROM LAST-CHKPT-RECS.
     IF MERGE-MODE-WRK = "C"
      MOVE MCK-JOB-ID   TO PRINT-JOB-ID
      MOVE MCK-PAGES    TO MERGE-PAGE-CNT
      MOVE MCK-SEGMENTS TO SEG-CNT
     ELSE
      MOVE MCK-JOB-SEQ  TO PRINT-JOB-SEQ-CTR
      MOVE MCK-RECORDS  TO BURST-REC-TOTAL
      MOVE MCK-DOCS     TO BURST-DOC-CNT
      MOVE MCK-QUEUED   TO BURST-QUEUED-CNT
      MOVE MCK-UNDELIV  TO BURST-UNDELIV-CNT.
 Read-Merge-Checkpoint-Exit.
     EXIT.
*>-----------------------------------------------------------------
*> Rewritten whole each time, tag in MCK-TAG and records done in
*> LAST-CHKPT-RECS. A checkpoint that cannot be written stops the
*> run - going on would only make work a rerun cannot skip.
 Write-Merge-Checkpoint.
     MOVE MERGE-MODE-WRK    TO MCK-MODE.
     MOVE MERGE-DATA-FILE   TO MCK-DATA-FILE.
     MOVE MM-CFNAME         TO MCK-FORM.
     MOVE PRINT-JOB-ID      TO MCK-JOB-ID.
     MOVE PRINT-JOB-SEQ-CTR TO MCK-JOB-SEQ.
     MOVE LAST-CHKPT-RECS   TO MCK-RECORDS.
     MOVE MERGE-PAGE-CNT    TO MCK-PAGES.
     MOVE SEG-CNT           TO MCK-SEGMENTS.
     MOVE BURST-DOC-CNT     TO MCK-DOCS.
     MOVE BURST-QUEUED-CNT  TO MCK-QUEUED.
     MOVE BURST-UNDELIV-CNT TO MCK-UNDELIV.
     OPEN OUTPUT MRGCHK-FILE.
     IF FMRG-STATUS3 NOT = "00"
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 156            TO INTR-ERRNUM
      MOVE 156            TO CSTATUS
     ELSE
      MOVE MRGCHK-LINE TO MRGCHK-RECORD
      WRITE MRGCHK-RECORD
      CLOSE MRGCHK-FILE.
*>-----------------------------------------------------------------
*> A burst run's checkpoint sits on a document boundary: the first
*> one after every MERGE-CHKPT-EVERY records, with every record
*> before it in a finished, queued document.
 Checkpoint-Burst-Run.
     IF MERGE-CHKPT-EVERY > 0
      AND (BURST-REC-TOTAL - LAST-CHKPT-RECS) >= MERGE-CHKPT-EVERY
      MOVE BURST-REC-TOTAL TO LAST-CHKPT-RECS
      MOVE "MRG " TO MCK-TAG
      PERFORM Write-Merge-Checkpoint.
*>-----------------------------------------------------------------
*> On a restart the job id may already be on the queue from the run
*> that died - the same form's entry, not yet taken by the delivery
*> agent, is the one to supersede.
 Find-Superseded-Entry.
     MOVE "N" TO SUPERSEDE-SW.
     IF MERGE-RESTART-FROM > 0
      MOVE PRINT-JOB-ID TO SEARCH-KEY
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE KEYED
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE SEARCH-KEY
      IF NO-IMAGE-ERRORS
       AND PRTQ-CFNAME = MM-CFNAME AND PRTQ-QUEUED
       MOVE "Y" TO SUPERSEDE-SW
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> Burst run. The recipient field (and the group and subject fields
*> when named) must be fields of the panel - a misspelt name would
*> otherwise burst a whole statement run into undeliverable
*> documents. Everything is refused before the first page renders.
 Burst-Merge-Run.
     MOVE MERGE-RECIP-FIELD TO BURST-FIELD-WANTED.
     PERFORM Find-Burst-Field THRU Find-Burst-Field-Exit.
     MOVE BURST-FIELD-IDX TO RECIP-FLD-IDX.
     MOVE 0 TO GROUP-FLD-IDX.
     IF MERGE-BURST-GROUP
      MOVE MERGE-GROUP-FIELD TO BURST-FIELD-WANTED
      PERFORM Find-Burst-Field THRU Find-Burst-Field-Exit
      MOVE BURST-FIELD-IDX TO GROUP-FLD-IDX.
     MOVE 0 TO SUBJECT-FLD-IDX.
     IF MERGE-SUBJECT-FIELD NOT = SPACES
      MOVE MERGE-SUBJECT-FIELD TO BURST-FIELD-WANTED
      PERFORM Find-Burst-Field THRU Find-Burst-Field-Exit
      MOVE BURST-FIELD-IDX TO SUBJECT-FLD-IDX.

     IF RECIP-FLD-IDX = 0
      OR (MERGE-BURST-GROUP AND GROUP-FLD-IDX = 0)
      OR (MERGE-SUBJECT-FIELD NOT = SPACES AND SUBJECT-FLD-IDX = 0)
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 138            TO INTR-ERRNUM
      MOVE 138            TO CSTATUS
      CLOSE MERGE-FILE
      GO TO Burst-Merge-Run-Exit.

     IF NOT MERGE-RECIP-DROP
      SET MERGE-RECIP-MAIL TO TRUE.

     MOVE "MERGEBAL.RPT" TO MERGEBAL-FILE-NAME-WRK.
     IF MERGE-RPT-NAME NOT = SPACES
      MOVE MERGE-RPT-NAME TO MERGEBAL-FILE-NAME-WRK.
     IF MERGE-RESTART-FROM > 0
      OPEN EXTEND MERGEBAL-FILE
      IF FMRG-STATUS2 NOT = "00"
       OPEN OUTPUT MERGEBAL-FILE
      END-IF
     ELSE
      OPEN OUTPUT MERGEBAL-FILE.
     IF FMRG-STATUS2 NOT = "00"
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 35             TO INTR-ERRNUM
      MOVE 35             TO CSTATUS
      CLOSE MERGE-FILE
      GO TO Burst-Merge-Run-Exit.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD Mode-1 Status-Area.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 50             TO INTR-ERRNUM
      MOVE 50             TO CSTATUS
      CLOSE MERGE-FILE MERGEBAL-FILE
      GO TO Burst-Merge-Run-Exit.

*> A restart carries on the report the failed run began, so the
*> balance at the end covers the whole data file.
     IF MERGE-RESTART-FROM > 0
      PERFORM Discard-Partial-Output
      MOVE MERGE-RESTART-FROM TO DISP-CNT
      MOVE SPACES TO MERGEBAL-RECORD
      STRING "RESTARTED AFTER RECORD " DISP-CNT
       DELIMITED BY SIZE INTO MERGEBAL-RECORD
      WRITE MERGEBAL-RECORD
      GO TO Burst-Merge-Run-Records.

     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "MERGE BURST BALANCING - "  DELIMITED BY SIZE
            MERGE-DATA-FILE             DELIMITED BY SPACE
            " FORM "                    DELIMITED BY SIZE
            MM-CFNAME                   DELIMITED BY SPACE
      INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "JOBID,RECORDS,RECIPIENT,SUBJECT,RESULT"
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.

 Burst-Merge-Run-Records.
     MOVE "N" TO END-OF-DATA-SW.
     MOVE "N" TO BURST-DOC-SW.
     PERFORM UNTIL END-OF-DATA
      READ MERGE-FILE
       AT END
        SET END-OF-DATA TO TRUE
       NOT AT END
        ADD 1 TO RECORD-CNT
        IF RECORD-CNT > MERGE-RESTART-FROM
         PERFORM Burst-One-Record
         IF CSTATUS NOT = 0
          SET END-OF-DATA TO TRUE
         END-IF
        END-IF
      END-READ
     END-PERFORM.
     IF BURST-DOC-OPEN AND CSTATUS = 0
      PERFORM Finish-Burst-Document THRU Finish-Burst-Document-Exit.

     CLOSE MERGE-FILE.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     PERFORM Write-Burst-Balance.
     CLOSE MERGEBAL-FILE.

     MOVE RECORD-CNT        TO MERGE-REC-CNT.
     MOVE BURST-DOC-CNT     TO MERGE-DOC-CNT.
     MOVE BURST-UNDELIV-CNT TO MERGE-UNDELIV-CNT.
     IF CSTATUS NOT = 0
      GO TO Burst-Merge-Run-Exit.
     IF BURST-REC-TOTAL NOT = RECORD-CNT
      MOVE "VFORMMERGE" TO INTR-ERRNAME
      MOVE 139            TO INTR-ERRNUM
      MOVE 139            TO CSTATUS
      GO TO Burst-Merge-Run-Exit.
     IF MERGE-CHKPT-EVERY > 0
      MOVE BURST-REC-TOTAL TO LAST-CHKPT-RECS
      MOVE "END " TO MCK-TAG
      PERFORM Write-Merge-Checkpoint.
 Burst-Merge-Run-Exit.
     EXIT.
*>-----------------------------------------------------------------
*> A record starts a new document when it is the first, when every
*> record is its own document, or when its group value differs from
*> the record before it.
 Burst-One-Record.
     MOVE SPACES TO BURST-KEY-WRK.
     IF MERGE-BURST-GROUP
      MOVE MERGE-DATA-RECORD(HFLD-BUFSTART(GROUP-FLD-IDX):
                             HFLD-LENGTH(GROUP-FLD-IDX))
        TO BURST-KEY-WRK.
     IF BURST-DOC-OPEN
      AND (MERGE-BURST-RECORD OR BURST-KEY-WRK NOT = BURST-PREV-KEY)
      PERFORM Finish-Burst-Document THRU Finish-Burst-Document-Exit
      PERFORM Checkpoint-Burst-Run.
     IF NOT BURST-DOC-OPEN
      PERFORM Start-Burst-Document.
     PERFORM RENDER-ONE-RECORD.
     ADD 1 TO DOC-REC-CNT.
*>-----------------------------------------------------------------
*> New job id and a fresh PDF for the document; the recipient and
*> subject come from the document's first record.
 Start-Burst-Document.
     MOVE BURST-KEY-WRK TO BURST-PREV-KEY.
     MOVE SPACES TO PRINT-JOB-ID.
     PERFORM Resolve-Print-Job-Id.
     MOVE 0 TO MERGE-PAGE-CNT.
     MOVE 0 TO DOC-REC-CNT.

     MOVE SPACES TO DOC-RECIPIENT.
     MOVE MERGE-DATA-RECORD(HFLD-BUFSTART(RECIP-FLD-IDX):
                            HFLD-LENGTH(RECIP-FLD-IDX))
       TO DOC-RECIPIENT.
     MOVE SPACES TO DOC-SUBJECT.
     IF SUBJECT-FLD-IDX > 0
      MOVE MERGE-DATA-RECORD(HFLD-BUFSTART(SUBJECT-FLD-IDX):
                             HFLD-LENGTH(SUBJECT-FLD-IDX))
        TO DOC-SUBJECT
     ELSE
      IF MERGE-BURST-GROUP
       MOVE BURST-KEY-WRK TO DOC-SUBJECT
      ELSE
       MOVE PRINT-SUBJECT TO DOC-SUBJECT.

     PERFORM Open-Merge-Pdf.
     MOVE "Y" TO BURST-DOC-SW.
*>-----------------------------------------------------------------
*> Close the document's PDF under its own job id and queue it. A
*> document that never reached the queue, or has no recipient to
*> go to, is counted undeliverable and flagged on its report line -
*> a recipient-less document is still queued, for PRINTDEST to
*> route by form or program.
 Finish-Burst-Document.
     MOVE "N" TO BURST-DOC-SW.
     PERFORM Close-Merge-Pdf.
     ADD 1 TO BURST-DOC-CNT.
     ADD DOC-REC-CNT TO BURST-REC-TOTAL.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file rename -force {" DELIMITED BY SIZE
            Pdf-Name                DELIMITED BY SPACE
            "} {"                   DELIMITED BY SIZE
            PRINT-JOB-ID            DELIMITED BY SPACE
            ".pdf}"                 DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      ADD 1 TO BURST-UNDELIV-CNT
      MOVE "UNDELIVERABLE - PDF NOT PRODUCED" TO DOC-RESULT
      PERFORM Write-Burst-Line
      GO TO Finish-Burst-Document-Exit.
     MOVE SPACES TO Pdf-Name.
     STRING PRINT-JOB-ID DELIMITED BY SPACE
            ".pdf"       DELIMITED BY SIZE
      INTO Pdf-Name.

     CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-3 STATUS-AREA.
     PERFORM Find-Superseded-Entry.
     INITIALIZE DB-PRINT-QUEUE.
     Move PRINT-JOB-ID     To PRTQ-JOB-ID.
     Move MM-CFNAME        To PRTQ-CFNAME.
     Move AF-PROGNAME      To PRTQ-PROGNAME.
     Move AF-Auth-ID       To PRTQ-AUTH-ID.
     Move FUNCTION CURRENT-DATE To PRTQ-SUBMIT-TIME.
     Move Pdf-Name         To PRTQ-PDF-NAME.
     Set PRTQ-QUEUED       To True.
     Move 0                To PRTQ-REPRINT-CNT.
     Move MERGE-PAGE-CNT   To PRTQ-PAGE-CNT.
     Move CORRELATION-ID   To PRTQ-CORRELATION-ID.
     Move DOC-SUBJECT      To PRTQ-SUBJECT.
     Move DOC-RECIPIENT    To PRTQ-RECIPIENT.
     Move MERGE-RECIP-TYPE To PRTQ-RECIP-TYPE.
     IF SUPERSEDE-ENTRY
      CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA
      ADD 1 TO BURST-UNDELIV-CNT
      MOVE "UNDELIVERABLE - QUEUE WRITE FAILED" TO DOC-RESULT
      PERFORM Write-Burst-Line
      GO TO Finish-Burst-Document-Exit.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-1 STATUS-AREA.
     ADD 1 TO BURST-QUEUED-CNT.

     IF DOC-RECIPIENT = SPACES
      ADD 1 TO BURST-UNDELIV-CNT
      MOVE "UNDELIVERABLE - NO RECIPIENT" TO DOC-RESULT
     ELSE
      MOVE "QUEUED" TO DOC-RESULT.
     PERFORM Write-Burst-Line.
 Finish-Burst-Document-Exit.
     EXIT.
*>-----------------------------------------------------------------
 Write-Burst-Line.
     MOVE DOC-REC-CNT TO DOC-REC-DISP.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING PRINT-JOB-ID   DELIMITED BY SPACE ","
            DOC-REC-DISP   DELIMITED BY SIZE  ","
            DOC-RECIPIENT  DELIMITED BY SPACE ","
            DOC-SUBJECT    DELIMITED BY "  " ","
            DOC-RESULT     DELIMITED BY "  "
      INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
*>-----------------------------------------------------------------
*> Records in must equal the records carried by the documents out;
*> the last line says which.
 Write-Burst-Balance.
     MOVE RECORD-CNT TO DISP-CNT.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "RECORDS IN            " DISP-CNT
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE BURST-REC-TOTAL TO DISP-CNT.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "RECORDS IN DOCUMENTS  " DISP-CNT
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE BURST-DOC-CNT TO DISP-CNT.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "DOCUMENTS OUT         " DISP-CNT
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE BURST-QUEUED-CNT TO DISP-CNT.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "DOCUMENTS QUEUED      " DISP-CNT
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE BURST-UNDELIV-CNT TO DISP-CNT.
     MOVE SPACES TO MERGEBAL-RECORD.
     STRING "UNDELIVERABLE         " DISP-CNT
      DELIMITED BY SIZE INTO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
     MOVE SPACES TO MERGEBAL-RECORD.
     IF BURST-REC-TOTAL = RECORD-CNT
      MOVE "RUN BALANCED" TO MERGEBAL-RECORD
     ELSE
      MOVE "RUN OUT OF BALANCE" TO MERGEBAL-RECORD.
     WRITE MERGEBAL-RECORD.
*>-----------------------------------------------------------------
*> Panel field by name - the HFLD walk VBATCHINTAKE uses for its
*> audited fields. BURST-FIELD-IDX is zero when there is no match.
 Find-Burst-Field.
     MOVE 0 TO BURST-FIELD-IDX.
     IF BURST-FIELD-WANTED = SPACES
      GO TO Find-Burst-Field-Exit.
     PERFORM VARYING BURST-SCAN-IDX FROM 1 BY 1
       UNTIL BURST-SCAN-IDX > AF-AppFld-Cnt OR BURST-FIELD-IDX > 0
      IF HFLD-NAME(BURST-SCAN-IDX) = BURST-FIELD-WANTED
       MOVE BURST-SCAN-IDX TO BURST-FIELD-IDX
      END-IF
     END-PERFORM.
 Find-Burst-Field-Exit.
     EXIT.
*>-----------------------------------------------------------------
*> One page per record: form feed, then the record on the form's
*> print layout when it has one, or as the screen shows it - the
*> same LP2pdf verbs VPRINTFORM drives for the single form.
 RENDER-ONE-RECORD.
     MOVE SPACES TO MM-CD-DATABUFFER.
     MOVE MERGE-DATA-RECORD(1:AF-AppBuf-Len)
       TO MM-CD-DATABUFFER(1:AF-AppBuf-Len).

     Perform Start-New-Page.
     IF PRL-FOUND
      PERFORM RENDER-LAYOUT-RECORD
     ELSE
      PERFORM RENDER-SCREEN-RECORD.
*>-----------------------------------------------------------------
*> The record as the panel shows it: statics, then the data laid
*> over the HFLD field positions.
 RENDER-SCREEN-RECORD.
     Perform PDF-Courier.
     PERFORM VARYING ISTAT-IDX FROM 1 BY 1 UNTIL ISTAT-IDX > ISTAT-CNT
      Move ISTAT-ROW(ISTAT-IDX)     To PDF-ROW
       CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result End-Call
      End-If
     End-Perform.
*>-----------------------------------------------------------------
*> The record on the form's print layout (VPRTLAYLOAD) - logo, text
*> lines and fields at the layout's page positions, in row order.
*> A layout taller than the page carries the record onto as many
*> further pages as it needs.
 RENDER-LAYOUT-RECORD.
     MOVE 1 TO REC-PAGE-CNT.
     IF PRL-LOGO-FILE NOT = SPACES
      PERFORM RENDER-LAYOUT-LOGO.
     PERFORM VARYING PRL-IDX FROM 1 BY 1 UNTIL PRL-IDX > PRL-ITEM-CNT
      IF PRL-ITEM-FONT(PRL-IDX) = "B"
       Perform PDF-Courier-Bold
      ELSE
       Perform PDF-Courier
      END-IF
      MOVE PRL-ITEM-ROW(PRL-IDX) TO PDF-SRC-ROW
      MOVE PRL-ITEM-COL(PRL-IDX) TO PDF-COL
      IF PRL-ITEM-TYPE(PRL-IDX) = "F"
       IF PRL-ITEM-FLD-IDX(PRL-IDX) > 0
        PERFORM POSITION-LAYOUT-ROW
        MOVE PRL-ITEM-FLD-IDX(PRL-IDX) TO IFLD-IDX
        MOVE PRL-ITEM-WIDTH(PRL-IDX)   TO FLD-PRINT-LEN
        Move LOW-VALUES To Tcl-Command
        String "LP2pdf_textarea " Delimited by size
               MM-CFNAME          Delimited By Space
               " {" MM-CD-DATABUFFER(HFLD-BUFSTART(IFLD-IDX):FLD-PRINT-LEN) "} "
               PDF-COL " " PDF-ROW
         Delimited By Size Into Tcl-Command
        End-String
        CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result End-Call
       END-IF
      ELSE
       PERFORM POSITION-LAYOUT-ROW
       MOVE PRL-ITEM-TEXT(PRL-IDX) TO PDF-TEXT
       Perform Get-actual-length
       Move LOW-VALUES To Tcl-Command
       String "LP2pdf_textarea " Delimited by size
              MM-CFNAME          Delimited By Space
              " {" PDF-TEXT(1:StrIdx) "} "
              PDF-COL " " PDF-ROW
        Delimited By Size Into Tcl-Command
       End-String
       CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result End-Call
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Probed for first, as VPRINTFORM does - no image primitive on the
*> runtime means no logo, not a failed run.
 RENDER-LAYOUT-LOGO.
     MOVE PRL-LOGO-ROW TO PDF-SRC-ROW.
     IF PDF-SRC-ROW < 1
      MOVE 1 TO PDF-SRC-ROW.
     PERFORM POSITION-LAYOUT-ROW.
     MOVE PRL-LOGO-COL    TO PDF-COL.
     MOVE PRL-LOGO-WIDTH  TO LOGO-WIDTH-DISP.
     MOVE PRL-LOGO-HEIGHT TO LOGO-HEIGHT-DISP.
     Move LOW-VALUES To Tcl-Command.
     String "if {[llength [info commands LP2pdf_image]] > 0} "
            "{ LP2pdf_image "   Delimited By Size
            MM-CFNAME           Delimited By Space
            " {"                Delimited By Size
            PRL-LOGO-FILE        Delimited By Space
            "} "                Delimited By Size
            PDF-COL " " PDF-ROW " " LOGO-WIDTH-DISP " "
            LOGO-HEIGHT-DISP " }" Delimited By Size
      Into Tcl-Command
     End-String.
     CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result.
*>-----------------------------------------------------------------
*> The page of this record PDF-SRC-ROW falls on (form-feeding to
*> it) and PDF-ROW within that page.
 POSITION-LAYOUT-ROW.
     COMPUTE PDF-PAGE-NUM = ((PDF-SRC-ROW - 1) / PP-HEIGHT) + 1.
     PERFORM UNTIL REC-PAGE-CNT >= PDF-PAGE-NUM
      Perform Start-New-Page
      ADD 1 TO REC-PAGE-CNT
     END-PERFORM.
     COMPUTE PDF-ROW = PDF-SRC-ROW - ((PDF-PAGE-NUM - 1) * PP-HEIGHT).
*>-----------------------------------------------------------------
 Open-Merge-Pdf.
     Move Zero To Tcl-Result.
     IF NOT NO-IMAGE-ERRORS
        GO TO LOG-MERGE-QUEUE-EXIT.

     CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-3 STATUS-AREA.
     PERFORM Find-Superseded-Entry.
     INITIALIZE DB-PRINT-QUEUE.
     Move PRINT-JOB-ID     To PRTQ-JOB-ID.
     Move MM-CFNAME        To PRTQ-CFNAME.
     Move 0                To PRTQ-REPRINT-CNT.
     Move MERGE-PAGE-CNT   To PRTQ-PAGE-CNT.
     Move CORRELATION-ID   To PRTQ-CORRELATION-ID.
     IF SUPERSEDE-ENTRY
      CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-PRINT-QUEUE
          MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE.
     If IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
