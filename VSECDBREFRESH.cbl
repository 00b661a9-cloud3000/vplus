>>source format free
*>*****************************************************************
*>*                   V S E C D B R E F R E S H                    *
*>*****************************************************************
*>   Masked production-to-test refresh. Testers need SECDB data that
*>   looks like production, but VSECDBLOAD's rehearse mode copies
*>   the real customer values and the real users along with it.
*>   This job loads the same VSECDBEXP unload set (SECDBIO-DIR) into
*>   the test environment - always, the training routing is set
*>   before the first VDBNAMES resolution - and scrubs every record
*>   on its way in:
*>     VALUES   the sensitive fields - those whose FD template row
*>              carries the "S" masking option, and every AUDITFLD
*>              designation - are replaced wherever they are held:
*>              DATAJRNL old/new values, EDITFAIL values, USERDFLT
*>              defaults, and the screen buffers of FORMDRAFT,
*>              SCREENMIR, SESSREC, QAREVIEW, WORKQUEUE, PENDAPPR
*>              and VERIFYQ (decrypted with VBUFCRYPT first and
*>              scrambled again after). The fake value is a keyed
*>              function of the real one - same length, digits stay
*>              digits, letters stay letters of the same case, every
*>              one of them moved - so a value repeated across
*>              records stays repeated and the test data still joins
*>              up. A buffer of a panel none of the named forms
*>              files describes cannot be scrubbed field by field
*>              and is blanked whole.
*>     USERS    every user-name column is swapped for a test
*>              identity TESTUSERnnnnnn, one per real user, the
*>              USERPOLICY roster numbered first.
*>   The positions come off the forms catalog of the files named in
*>   REFRESH-FORMS-FILE, walked the way VFIELDUSAGE walks it; the
*>   "S" options byte is read from the FD template the way VINITFORM
*>   reads it. The mask key is VPLUS_MASK_SEED (the run's clock when
*>   none is set - consistent within the run, not across runs).
*>   Scrubbing changes what the hash-chained journals sealed, so the
*>   DATAJRNL, SESSJRNL, ADMINLOG and CFGAUDIT chains are re-sealed
*>   in load order with VJRNLHASH and their JRNLHEAD heads moved on -
*>   VJRNLVERIFY runs clean against the test copy.
*>
*>   The report proves the result: after the load every dataset is
*>   read back out of TEST and every sensitive position and user
*>   column is checked against the real values the load replaced.
*>   Anything found - or any real value the proof tables could not
*>   hold - fails the refresh with status 177.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSECDBREFRESH.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT UNLOAD-FILE
        ASSIGN TO UNLOAD-FILE-NAME-WRK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS SREF-STATUS1.

     SELECT CONTROL-FILE
        ASSIGN TO CONTROL-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SREF-STATUS2.

     SELECT REFRESH-FILE
        ASSIGN TO REFRESH-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SREF-STATUS3.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  UNLOAD-FILE.
 01  UNLOAD-RECORD                PIC X(4096).
 FD  CONTROL-FILE.
 01  CONTROL-RECORD               PIC X(80).
 FD  REFRESH-FILE.
 01  REFRESH-RECORD               PIC X(132).
 WORKING-STORAGE SECTION.
 01 SREF-STATUS1            PIC XX.
 01 SREF-STATUS2            PIC XX.
 01 SREF-STATUS3            PIC XX.
 01 UNLOAD-FILE-NAME-WRK    PIC X(80) VALUE SPACES.
 01 CONTROL-FILE-NAME-WRK   PIC X(80) VALUE SPACES.
 01 REFRESH-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 GEN-RECORD              PIC X(4096) VALUE SPACES.
 01 UNL-DATASET             PIC X(16) VALUE SPACES.
 01 CUR-DATASET             PIC X(16) VALUE SPACES.
 01 CTL-DATASET             PIC X(16) VALUE SPACES.
 01 CTL-COUNT-TXT           PIC X(8) VALUE SPACES.
 01 CTL-HASH-TXT            PIC X(15) VALUE SPACES.
 01 CTL-COUNT               PIC S9(8) COMP-5 VALUE 0.
 01 CTL-HASH                PIC S9(18) COMP-5 VALUE 0.
 01 LOAD-COUNT              PIC S9(8) COMP-5 VALUE 0.
 01 LOAD-HASH               PIC S9(18) COMP-5 VALUE 0.
 01 TOTAL-COUNT             PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-MASKED            PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-USERS             PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-BLANKED           PIC S9(8) COMP-5 VALUE 0.
 01 TOTAL-SURVIVED          PIC S9(8) COMP-5 VALUE 0.
 01 DS-MASKED               PIC S9(8) COMP-5 VALUE 0.
 01 DS-USERS                PIC S9(8) COMP-5 VALUE 0.
 01 DS-BLANKED              PIC S9(8) COMP-5 VALUE 0.
 01 DS-SURVIVED             PIC S9(8) COMP-5 VALUE 0.
 01 DS-SCANNED              PIC S9(8) COMP-5 VALUE 0.
 01 HASH-POS                PIC S9(4) COMP-5 VALUE 0.
 01 FILE-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 END-OF-CTL-SW           PIC X VALUE "N".
    88 END-OF-CTL               VALUE "Y".
 01 END-OF-UNLOAD-SW        PIC X VALUE "N".
    88 END-OF-UNLOAD            VALUE "Y".
 01 UNLOAD-OPEN-SW          PIC X VALUE "N".
    88 UNLOAD-OPEN              VALUE "Y".
 01 REFRESH-ABORT-SW        PIC X VALUE "N".
    88 REFRESH-ABORTED          VALUE "Y".
*> Masking on the way in, checking on the read-back - the same
*> record walk does both, so the proof looks exactly where the
*> load scrubbed.
 01 SCRUB-MODE-SW           PIC X VALUE "M".
    88 SCRUB-MASKING            VALUE "M".
    88 SCRUB-CHECKING           VALUE "C".
 01 DISP-COUNT              PIC 9(8).
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-CNT4               PIC -------9.
 01 DISP-CNT5               PIC -------9.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
       88 BC-ENCRYPT    Value "E".
       88 BC-DECRYPT    Value "D".
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 Trimstr                 PIC X(512) Value Spaces.
 01 ts1                     PIC S9(4) Comp-5 Value 0.
 01 ts2                     PIC S9(4) Comp-5 Value 0.
 01 ts3                     PIC X(01) Value Space.
   COPY "vplus/TCLDBMEM".

*> The datasets the control file named, in load order, with what
*> the load did to each - the proof pass walks the same list.
 01 LDS-TABLE.
    05 LDS-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 LDS-ENTRY OCCURS 128 TIMES.
       10 LDS-NAME              PIC X(16).
       10 LDS-LOADED            PIC S9(8) COMP-5.
 01 LDS-IDX                 PIC S9(4) COMP-5 VALUE 0.

*> The panels of the named forms files, each owning a run of the
*> field table, and every field with its buffer position.
 01 RFP-TABLE.
    05 RFP-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 RFP-ENTRY OCCURS 512 TIMES.
       10 RFP-NAME              PIC X(15).
       10 RFP-TEMPLATE          PIC X(15).
       10 RFP-FIRST-FLD         PIC S9(4) COMP-5.
       10 RFP-FLD-CNT           PIC S9(4) COMP-5.
       10 RFP-SENS-CNT          PIC S9(4) COMP-5.
 01 RFF-TABLE.
    05 RFF-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 RFF-ENTRY OCCURS 8000 TIMES.
       10 RFF-FORM              PIC X(15).
       10 RFF-NAME              PIC X(16).
       10 RFF-FD                PIC X(15).
       10 RFF-BUFSTART          PIC S9(4) COMP-5.
       10 RFF-LENGTH            PIC S9(4) COMP-5.
       10 RFF-SENS-SW           PIC X(01).
 01 FILE-TYPE-WRK           PIC X(04) VALUE SPACES.
 01 TEMPLATE-FOUND-SW       PIC X VALUE "N".
    88 TEMPLATE-FOUND           VALUE "Y".
 01 PAN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 PAN-FIRST               PIC S9(4) COMP-5 VALUE 0.
 01 FLD-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 FLD-LAST                PIC S9(4) COMP-5 VALUE 0.
 01 ROW-IDX                 PIC S9(4) COMP-5 VALUE 0.

*> FD template verdicts, one probe per distinct template per run.
 01 FDC-TABLE.
    05 FDC-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 FDC-ENTRY OCCURS 256 TIMES.
       10 FDC-NAME              PIC X(16).
       10 FDC-SENS-SW           PIC X(01).
 01 FDC-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 PROBE-NAME              PIC X(16) VALUE SPACES.
 01 PROBE-SENS-SW           PIC X VALUE "N".
*> The IFD-ENTRY image VOPENFORMF keeps of an FD template row; the
*> options word sits where IFD-OPTIONS does.
 01 FD-ROW-IMAGE.
    05 FILLER               PIC X(132).
    05 FDR-OPTIONS          PIC X(04).
    05 FILLER               PIC X(141).

*> AUDITFLD designations, read straight off the export, and the
*> sensitive form/field pairs both sources add up to.
 01 AUD-TABLE.
    05 AUD-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 AUD-ENTRY OCCURS 2000 TIMES.
       10 AUD-FORM              PIC X(15).
       10 AUD-FIELD             PIC X(16).
 01 AUD-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 SP-TABLE.
    05 SP-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 SP-ENTRY OCCURS 2000 TIMES.
       10 SP-FORM               PIC X(15).
       10 SP-FIELD              PIC X(16).
       10 SP-SOURCE             PIC X(08).
 01 SP-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 VALUE-FORM              PIC X(15) VALUE SPACES.
 01 VALUE-FIELD             PIC X(16) VALUE SPACES.
 01 VALUE-SENS-SW           PIC X VALUE "N".
    88 VALUE-SENSITIVE          VALUE "Y".

*> Every real value the load replaced, hashed into open slots -
*> what the proof pass looks for in TEST.
 01 ORIG-TABLE.
    05 ORIG-SLOT OCCURS 8191 TIMES.
       10 ORIG-USED             PIC X(01).
       10 ORIG-VALUE            PIC X(80).
 01 ORIG-IDX                PIC S9(8) COMP-5 VALUE 0.
 01 ORIG-PROBES             PIC S9(8) COMP-5 VALUE 0.
 01 ORIG-FOUND-SW           PIC X VALUE "N".
    88 ORIG-FOUND               VALUE "Y".
 01 ORIG-FULL-SW            PIC X VALUE "N".
    88 ORIG-FULL                VALUE "Y".
 01 ORIG-WORK               PIC X(80) VALUE SPACES.

*> Real user to test identity, hashed the same way.
 01 USR-TABLE.
    05 USR-CNT              PIC S9(8) COMP-5 VALUE 0.
    05 USR-SLOT OCCURS 4099 TIMES.
       10 USR-REAL              PIC X(32).
       10 USR-FAKE              PIC X(32).
 01 USR-IDX                 PIC S9(8) COMP-5 VALUE 0.
 01 USR-PROBES              PIC S9(8) COMP-5 VALUE 0.
 01 USR-FOUND-SW            PIC X VALUE "N".
    88 USR-FOUND                VALUE "Y".
 01 USR-FULL-SW             PIC X VALUE "N".
    88 USR-FULL                 VALUE "Y".
 01 USER-NAME-WRK           PIC X(32) VALUE SPACES.
*> Columns that may name a role or a broadcast rather than a user
*> are only swapped when the name is already known as a user.
 01 USER-KNOWN-ONLY-SW      PIC X VALUE "N".
    88 USER-KNOWN-ONLY          VALUE "Y".
 01 FAKE-USER.
    05 FILLER               PIC X(08) VALUE "TESTUSER".
    05 FAKE-USER-NO         PIC 9(06) VALUE 0.

*> Generic text hash for the two slot tables.
 01 HT-TEXT                 PIC X(80) VALUE SPACES.
 01 HT-LEN                  PIC S9(4) COMP-5 VALUE 0.
 01 HT-POS                  PIC S9(4) COMP-5 VALUE 0.
 01 HT-VALUE                PIC S9(18) COMP-5 VALUE 0.

*> The masking function's working set.
 01 MASK-TEXT               PIC X(80) VALUE SPACES.
 01 MASK-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 MASK-POS                PIC S9(4) COMP-5 VALUE 0.
 01 MASK-SEED               PIC S9(18) COMP-5 VALUE 0.
 01 MASK-HASH               PIC S9(18) COMP-5 VALUE 0.
 01 MASK-KEY                PIC S9(18) COMP-5 VALUE 0.
 01 MASK-CODE               PIC S9(4) COMP-5 VALUE 0.
 01 MASK-BYTE               PIC X(01) VALUE SPACE.

*> One screen buffer on its way through the scrub.
 01 BUF-FORM                PIC X(15) VALUE SPACES.
 01 BUF-LEN                 PIC S9(8) COMP-5 VALUE 0.
 01 BUF-ENC-SW              PIC X(01) VALUE SPACE.
 01 BUF-PAN-PTR             PIC S9(4) COMP-5 VALUE 0.
 01 BUF-START               PIC S9(8) COMP-5 VALUE 0.
 01 BUF-FLD-LEN             PIC S9(8) COMP-5 VALUE 0.
 01 BUF-MASK-LEN            PIC S9(8) COMP-5 VALUE 0.

*> The sealed journals and where each one's re-sealed chain got to.
 01 JRN-NAMES.
    05 FILLER               PIC X(16) VALUE "DATAJRNL".
    05 FILLER               PIC X(16) VALUE "SESSJRNL".
    05 FILLER               PIC X(16) VALUE "ADMINLOG".
    05 FILLER               PIC X(16) VALUE "CFGAUDIT".
 01 JRN-NAME-TABLE REDEFINES JRN-NAMES.
    05 JRN-NAME OCCURS 4 TIMES PIC X(16).
 01 JRN-TABLE.
    05 JRN-ENTRY OCCURS 4 TIMES.
       10 JRN-SEALED            PIC S9(8) COMP-5.
       10 JRN-LAST-HASH         PIC X(64).
 01 JRN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 NEW-HASH                PIC X(64) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-JOURNAL-HEAD         Pic X(16) Value "JRNLHEAD".
 01 SEARCH-KEY              PIC X(32) VALUE SPACES.

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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSSQL".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.

*> The VFIELD catalog row, addressed in place off the result-set
*> buffer - the layout VFORMLINT reads it with.
 01 CAT-VFIELD.
    05 CFLD-NAME                 PIC X(16).
    05 CFLD-NUMBER               PIC S9(4) COMP-5.
    05 CFLD-SCRNORDER            PIC S9(4) COMP-5.
    05 CFLD-BUFSTART             PIC S9(4) COMP-5.
    05 CFLD-LENGTH               PIC S9(4) COMP-5.
    05 CFLD-ENH                  PIC X(04).
    05 CFLD-DTYPE                PIC X(04).
    05 CFLD-TYPE                 PIC X(02).
    05 CFLD-ERRFLG               PIC S9(4) COMP-5.
    05 CFLD-ERRMSG               PIC X(79).
    05 CFLD-ERRCNT               PIC S9(4) COMP-5.
    05 CFLD-ERRMSG-TABLE OCCURS 8 TIMES.
       10 CFLD-ERRNUM-ENTRY          PIC S9(4) COMP-5.
       10 CFLD-ERRMSG-ENTRY          PIC X(79).
    05 CFLD-FD                   PIC X(15).
    05 CFLD-FM                   PIC X(15).
    05 CFLD-COLUMN               PIC S9(4) COMP-5.
    05 CFLD-ROW                  PIC S9(4) COMP-5.
    05 CFLD-INITVAL              PIC X(80).
    05 CFLD-FM-UNIQUE            PIC S9(9) COMP-5.
    05 CFLD-FD-TEMPLATE-ID       PIC S9(4) COMP-5.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VSECDBREFRESH.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO SECDBIO-COUNT REFRESH-MASKED REFRESH-USERS
               REFRESH-SURVIVED.

     move LOW-VALUES TO INTR-CALLNAME
     string "VSECDBREFRESH "
      delimited by "  " into INTR-CALLNAME.

*> Without a forms file there are no buffer positions to scrub -
*> refuse rather than load buffers nobody can vouch for.
     IF REFRESH-FORMS-FILE(1) = SPACES
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 59              TO INTR-ERRNUM
      MOVE 59              TO CSTATUS
      GO TO VSECDBREFRESH-RETURN.

     MOVE "SECDBREFRESH.RPT" TO REFRESH-FILE-NAME-WRK.
     IF REFRESH-RPT-NAME NOT = SPACES
      MOVE REFRESH-RPT-NAME TO REFRESH-FILE-NAME-WRK.
     OPEN OUTPUT REFRESH-FILE.
     IF SREF-STATUS3 NOT = "00"
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 35              TO INTR-ERRNUM
      MOVE 35              TO CSTATUS
      GO TO VSECDBREFRESH-RETURN.

     MOVE SPACES TO CONTROL-FILE-NAME-WRK.
     IF SECDBIO-DIR NOT = SPACES
      STRING SECDBIO-DIR DELIMITED BY SPACE
             "/SECDBEXP.CTL" DELIMITED BY SIZE
       INTO CONTROL-FILE-NAME-WRK
     ELSE
      MOVE "SECDBEXP.CTL" TO CONTROL-FILE-NAME-WRK.
     OPEN INPUT CONTROL-FILE.
     IF SREF-STATUS2 NOT = "00"
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 35              TO INTR-ERRNUM
      MOVE 35              TO CSTATUS
      CLOSE REFRESH-FILE
      GO TO VSECDBREFRESH-RETURN.

     INITIALIZE JRN-TABLE.
     PERFORM LOAD-AUDIT-DESIGNATIONS.
     PERFORM LOAD-USER-ROSTER.

     PERFORM LOAD-FORMS-FILE THRU LOAD-FORMS-FILE-EXIT
         VARYING FILE-IDX FROM 1 BY 1
         UNTIL FILE-IDX > 8 OR CSTATUS NOT = 0.
     IF CSTATUS = 0
      PERFORM MARK-SENSITIVE-FIELDS.
     IF CSTATUS NOT = 0
      CLOSE CONTROL-FILE REFRESH-FILE
      GO TO VSECDBREFRESH-RETURN.
     PERFORM SET-MASK-SEED.

*> Test, and only test: the training-session routing points the
*> open at the test environment before the names resolve.
     MOVE "Y" TO MM-TRAINING-SW.
     MOVE "N" TO MM-DBENV-RESOLVED-SW.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 50              TO INTR-ERRNUM
      MOVE 50              TO CSTATUS
      CLOSE CONTROL-FILE REFRESH-FILE
      GO TO VSECDBREFRESH-RETURN.

     PERFORM WRITE-SENSITIVE-INVENTORY.

     MOVE SPACES TO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     STRING "SECDB MASKED REFRESH INTO TEST - "
            "DATASET,LOADED,MASKED,BLANKED,USERS,CONTROL"
      DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.

     SET SCRUB-MASKING TO TRUE.
     MOVE "N" TO END-OF-CTL-SW.
     PERFORM UNTIL END-OF-CTL
      READ CONTROL-FILE
       AT END
        SET END-OF-CTL TO TRUE
       NOT AT END
        PERFORM LOAD-ONE-DATASET THRU LOAD-ONE-DATASET-EXIT
      END-READ
     END-PERFORM.
     PERFORM MOVE-JOURNAL-HEADS.

*> The proof: everything read back out of TEST, checked where the
*> load scrubbed.
     MOVE SPACES TO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     STRING "PROOF READ-BACK FROM TEST - DATASET,SCANNED,SURVIVED,VERDICT"
      DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     SET SCRUB-CHECKING TO TRUE.
     PERFORM PROVE-ONE-DATASET
         VARYING LDS-IDX FROM 1 BY 1 UNTIL LDS-IDX > LDS-CNT.

     PERFORM WRITE-VERDICT.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE CONTROL-FILE REFRESH-FILE.
     MOVE TOTAL-COUNT    TO SECDBIO-COUNT.
     MOVE TOTAL-MASKED   TO REFRESH-MASKED.
     MOVE USR-CNT        TO REFRESH-USERS.
     MOVE TOTAL-SURVIVED TO REFRESH-SURVIVED.

 VSECDBREFRESH-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The unload file of UNL-DATASET in the export directory.
 OPEN-UNLOAD-FILE.
     MOVE "N" TO UNLOAD-OPEN-SW.
     MOVE SPACES TO UNLOAD-FILE-NAME-WRK.
     IF SECDBIO-DIR NOT = SPACES
      STRING SECDBIO-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             UNL-DATASET DELIMITED BY SPACE
             ".UNL" DELIMITED BY SIZE
       INTO UNLOAD-FILE-NAME-WRK
     ELSE
      STRING UNL-DATASET DELIMITED BY SPACE
             ".UNL" DELIMITED BY SIZE
       INTO UNLOAD-FILE-NAME-WRK.
     OPEN INPUT UNLOAD-FILE.
     IF SREF-STATUS1 = "00"
      MOVE "Y" TO UNLOAD-OPEN-SW.
     MOVE "N" TO END-OF-UNLOAD-SW.
*>-----------------------------------------------------------------
*> The AUDITFLD designations come off the export itself, before
*> anything loads - the journals and buffers ahead of AUDITFLD in
*> the control file need them too.
 LOAD-AUDIT-DESIGNATIONS.
     MOVE "AUDITFLD" TO UNL-DATASET.
     PERFORM OPEN-UNLOAD-FILE.
     IF NOT UNLOAD-OPEN
      SET END-OF-UNLOAD TO TRUE.
     PERFORM UNTIL END-OF-UNLOAD
      READ UNLOAD-FILE
       AT END
        SET END-OF-UNLOAD TO TRUE
       NOT AT END
        MOVE UNLOAD-RECORD TO DB-AUDIT-FIELD
        IF AUD-CNT < 2000
         ADD 1 TO AUD-CNT
         MOVE AUF-FORM  TO AUD-FORM(AUD-CNT)
         MOVE AUF-FIELD TO AUD-FIELD(AUD-CNT)
        END-IF
      END-READ
     END-PERFORM.
     IF UNLOAD-OPEN
      CLOSE UNLOAD-FILE.
*>-----------------------------------------------------------------
*> The user roster is numbered first, so the same production user
*> comes out as the same test identity refresh after refresh while
*> the roster stands still.
 LOAD-USER-ROSTER.
     SET SCRUB-MASKING TO TRUE.
     MOVE "N" TO USER-KNOWN-ONLY-SW.
     MOVE "USERPOLICY" TO UNL-DATASET.
     PERFORM OPEN-UNLOAD-FILE.
     IF NOT UNLOAD-OPEN
      SET END-OF-UNLOAD TO TRUE.
     PERFORM UNTIL END-OF-UNLOAD
      READ UNLOAD-FILE
       AT END
        SET END-OF-UNLOAD TO TRUE
       NOT AT END
        MOVE UNLOAD-RECORD TO DB-USER-POLICY
        MOVE POL-USER TO USER-NAME-WRK
        PERFORM MAP-USER THRU MAP-USER-EXIT
      END-READ
     END-PERFORM.
     IF UNLOAD-OPEN
      CLOSE UNLOAD-FILE.
*>-----------------------------------------------------------------
*> One forms file's panel directory and fields, through the catalog
*> bridge: VFILE names the file type, its PD-TEMPLATE the panel
*> chain, each panel's FM unique its fields.
 LOAD-FORMS-FILE.
     IF REFRESH-FORMS-FILE(FILE-IDX) = SPACES
      GO TO LOAD-FORMS-FILE-EXIT.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING REFRESH-FORMS-FILE(FILE-IDX) DELIMITED BY " "
      ".vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.
     CALL "TCLSETVAR" USING MY-TCL, VPLUS-DB-VAR, VPLUS-DB.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     STRING "VFIL_UNIQUE"
      DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     MOVE LOW-VALUES TO SQL-SEARCH-KEY.
     STRING "1" DELIMITED BY SIZE INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO  SQL-TABLE.
     STRING "VFILE:BYUNIQUE"
      DELIMITED BY SIZE INTO SQL-TABLE.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT NOT = 0 OR TCL-ROWCOUNT = 0
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 52              TO INTR-ERRNUM
      MOVE 52              TO CSTATUS
      GO TO LOAD-FORMS-FILE-EXIT.
     CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                             TCL-BUFFER-PTR, TCL-BUFFERLEN,
                             TCL-RESULT, TCL-ERROR.
     IF TCL-BUFFERLEN > 0
      SET ADDRESS OF VFILE TO TCL-BUFFER-PTR
      MOVE VFILE-TYPE TO FILE-TYPE-WRK.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     STRING "PD_TEMPLATE_NAME"
      DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     MOVE LOW-VALUES TO SQL-SEARCH-KEY.
     STRING FILE-TYPE-WRK
      DELIMITED BY SIZE INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO  SQL-TABLE.
     STRING "PD_TEMPLATE:BYNAME"
      DELIMITED BY SIZE INTO SQL-TABLE.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     MOVE "N" TO TEMPLATE-FOUND-SW.
     IF TCL-RESULT = 0 AND TCL-ROWCOUNT > 0
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF PD-TEMPLATE TO TCL-BUFFER-PTR
       MOVE "Y" TO TEMPLATE-FOUND-SW.
     IF NOT TEMPLATE-FOUND
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 52              TO INTR-ERRNUM
      MOVE 52              TO CSTATUS
      GO TO LOAD-FORMS-FILE-EXIT.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     STRING "PD_TEMPLATE_ID"
      DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     MOVE PD-TEMPLATE-ID TO DISPL-99.
     MOVE LOW-VALUES TO SQL-SEARCH-KEY.
     STRING DISPL-99 DELIMITED BY SIZE INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO  SQL-TABLE.
     STRING "VPANEL:BYTEMPLATE"
      DELIMITED BY SIZE INTO SQL-TABLE.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT NOT = 0
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 52              TO INTR-ERRNUM
      MOVE 52              TO CSTATUS
      GO TO LOAD-FORMS-FILE-EXIT.
     COMPUTE PAN-FIRST = RFP-CNT + 1 END-COMPUTE.
     PERFORM VARYING ROW-IDX FROM 1 BY 1
       UNTIL ROW-IDX > TCL-ROWCOUNT OR RFP-CNT NOT < 512
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      END-CALL
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF FM-VPANEL TO TCL-BUFFER-PTR
       ADD 1 TO RFP-CNT
       INITIALIZE RFP-ENTRY(RFP-CNT)
       MOVE VPANEL-NAME     TO RFP-NAME(RFP-CNT)
       MOVE VPANEL-TEMPLATE TO RFP-TEMPLATE(RFP-CNT)
      END-IF
     END-PERFORM.
     PERFORM LOAD-PANEL-FIELDS THRU LOAD-PANEL-FIELDS-EXIT
         VARYING PAN-IDX FROM PAN-FIRST BY 1 UNTIL PAN-IDX > RFP-CNT.
 LOAD-FORMS-FILE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One panel's fields, appended as its run of the field table.
*> Function-key pseudo fields (type FK) hold no data.
 LOAD-PANEL-FIELDS.
     COMPUTE RFP-FIRST-FLD(PAN-IDX) = RFF-CNT + 1 END-COMPUTE.
     MOVE 0 TO RFP-FLD-CNT(PAN-IDX).
     IF RFP-TEMPLATE(PAN-IDX) = SPACES
      GO TO LOAD-PANEL-FIELDS-EXIT.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     STRING "FM_UNIQUE"
      DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     MOVE RFP-TEMPLATE(PAN-IDX) TO DISPL-99.
     MOVE LOW-VALUES TO SQL-SEARCH-KEY.
     STRING DISPL-99 DELIMITED BY SIZE INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO  SQL-TABLE.
     STRING "VFIELD:BYFMUNIQUE"
      DELIMITED BY SIZE INTO SQL-TABLE.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT NOT = 0
      GO TO LOAD-PANEL-FIELDS-EXIT.

     PERFORM VARYING ROW-IDX FROM 1 BY 1
       UNTIL ROW-IDX > TCL-ROWCOUNT OR RFF-CNT NOT < 8000
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      END-CALL
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF CAT-VFIELD TO TCL-BUFFER-PTR
       IF CFLD-TYPE NOT = "FK"
        ADD 1 TO RFF-CNT
        INITIALIZE RFF-ENTRY(RFF-CNT)
        MOVE RFP-NAME(PAN-IDX) TO RFF-FORM(RFF-CNT)
        MOVE CFLD-NAME         TO RFF-NAME(RFF-CNT)
        MOVE CFLD-FD           TO RFF-FD(RFF-CNT)
        MOVE CFLD-BUFSTART     TO RFF-BUFSTART(RFF-CNT)
        MOVE CFLD-LENGTH       TO RFF-LENGTH(RFF-CNT)
        MOVE "N"               TO RFF-SENS-SW(RFF-CNT)
        ADD 1 TO RFP-FLD-CNT(PAN-IDX)
       END-IF
      END-IF
     END-PERFORM.
 LOAD-PANEL-FIELDS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A field is sensitive when AUDITFLD designates it or its FD
*> template carries the masking option. The FD probes come after
*> the catalog walk - a probe replaces the walk's result set.
 MARK-SENSITIVE-FIELDS.
     PERFORM VARYING FLD-IDX FROM 1 BY 1
       UNTIL FLD-IDX > RFF-CNT OR REFRESH-ABORTED
      PERFORM VARYING AUD-IDX FROM 1 BY 1 UNTIL AUD-IDX > AUD-CNT
       IF AUD-FORM(AUD-IDX)  = RFF-FORM(FLD-IDX)
          AND AUD-FIELD(AUD-IDX) = RFF-NAME(FLD-IDX)
        MOVE "Y" TO RFF-SENS-SW(FLD-IDX)
       END-IF
      END-PERFORM
      IF RFF-SENS-SW(FLD-IDX) NOT = "Y"
       MOVE RFF-FD(FLD-IDX) TO PROBE-NAME
       PERFORM CHECK-FD-SENSITIVE THRU CHECK-FD-SENSITIVE-EXIT
       IF PROBE-SENS-SW = "Y"
        MOVE "Y" TO RFF-SENS-SW(FLD-IDX)
        IF SP-CNT < 2000
         ADD 1 TO SP-CNT
         MOVE RFF-FORM(FLD-IDX) TO SP-FORM(SP-CNT)
         MOVE RFF-NAME(FLD-IDX) TO SP-FIELD(SP-CNT)
         MOVE "MASKING"         TO SP-SOURCE(SP-CNT)
        END-IF
       END-IF
      END-IF
     END-PERFORM.
*> An unanswered catalog is never read as "nothing sensitive".
     IF REFRESH-ABORTED
      MOVE "VSECDBREFRESH" TO INTR-ERRNAME
      MOVE 52              TO INTR-ERRNUM
      MOVE 52              TO CSTATUS.

     PERFORM VARYING AUD-IDX FROM 1 BY 1
       UNTIL AUD-IDX > AUD-CNT OR SP-CNT NOT < 2000
      ADD 1 TO SP-CNT
      MOVE AUD-FORM(AUD-IDX)  TO SP-FORM(SP-CNT)
      MOVE AUD-FIELD(AUD-IDX) TO SP-FIELD(SP-CNT)
      MOVE "AUDITFLD"         TO SP-SOURCE(SP-CNT)
     END-PERFORM.

     PERFORM VARYING PAN-IDX FROM 1 BY 1 UNTIL PAN-IDX > RFP-CNT
      MOVE 0 TO RFP-SENS-CNT(PAN-IDX)
      COMPUTE FLD-LAST = RFP-FIRST-FLD(PAN-IDX)
                       + RFP-FLD-CNT(PAN-IDX) - 1 END-COMPUTE
      PERFORM VARYING FLD-IDX FROM RFP-FIRST-FLD(PAN-IDX) BY 1
        UNTIL FLD-IDX > FLD-LAST
       IF RFF-SENS-SW(FLD-IDX) = "Y"
        ADD 1 TO RFP-SENS-CNT(PAN-IDX)
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
*> FD templates live in the global file, per VOPENFORMF. The "S"
*> in the first options byte is VINITFORM's sensitive designation.
 CHECK-FD-SENSITIVE.
     MOVE "N" TO PROBE-SENS-SW.
     IF PROBE-NAME = SPACES
      GO TO CHECK-FD-SENSITIVE-EXIT.
     PERFORM VARYING FDC-IDX FROM 1 BY 1 UNTIL FDC-IDX > FDC-CNT
      IF FDC-NAME(FDC-IDX) = PROBE-NAME
       MOVE FDC-SENS-SW(FDC-IDX) TO PROBE-SENS-SW
       GO TO CHECK-FD-SENSITIVE-EXIT
      END-IF
     END-PERFORM.

     MOVE LOW-VALUES TO VPLUS-DB.
     STRING "GLOBAL.SECURE.SYS.vform" DELIMITED BY SIZE INTO VPLUS-DB.
     MOVE LOW-VALUES TO  VPLUS-DB-VAR.
     STRING "VPLUSDB" DELIMITED BY SIZE INTO VPLUS-DB-VAR.
     CALL "TCLSETVAR" USING MY-TCL, VPLUS-DB-VAR, VPLUS-DB.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM SQL-SEARCH-KEY.
     STRING "FD_NAME" DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     Move 1 To ts1.
     Move 16 To ts2.
     Move PROBE-NAME To Trimstr.
     Call "TrimString" using Trimstr ts1 ts2 ts3.
     MOVE Trimstr(ts1:ts2) TO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO SQL-TABLE.
     STRING "FDTEMPLATE:BYNAME" DELIMITED BY SIZE INTO SQL-TABLE.
     MOVE 0 TO TCL-ROWCOUNT.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT NOT = 0
      SET REFRESH-ABORTED TO TRUE
      GO TO CHECK-FD-SENSITIVE-EXIT.
     IF TCL-ROWCOUNT > 0
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF FD-TEMPLATE TO TCL-BUFFER-PTR
       MOVE FD-TEMPLATE TO FD-ROW-IMAGE
       IF FDR-OPTIONS(1:1) = "S"
        MOVE "Y" TO PROBE-SENS-SW.

     IF FDC-CNT < 256
      ADD 1 TO FDC-CNT
      MOVE PROBE-NAME    TO FDC-NAME(FDC-CNT)
      MOVE PROBE-SENS-SW TO FDC-SENS-SW(FDC-CNT).
 CHECK-FD-SENSITIVE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The mask key: VPLUS_MASK_SEED when the shop sets one, so test
*> values stay the same from refresh to refresh; otherwise the
*> run's clock.
 SET-MASK-SEED.
     MOVE "VPLUS_MASK_SEED" TO CP-NAME.
     MOVE SPACES TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE 0 TO MASK-SEED.
     IF CP-VALUE NOT = SPACES
      Initialize num1 num2 numdec numerr
      MOVE CP-VALUE(1:14) TO NUM1
      CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR
      IF NUMERR = 0
       COMPUTE MASK-SEED = FUNCTION MOD(NUM2, 999999937) END-COMPUTE.
     IF MASK-SEED = 0
      PERFORM Get-ClockSeconds
      COMPUTE MASK-SEED = FUNCTION MOD(ClockSeconds, 999999937)
      END-COMPUTE.
*>-----------------------------------------------------------------
 WRITE-SENSITIVE-INVENTORY.
     MOVE SPACES TO REFRESH-RECORD.
     STRING "SENSITIVE FIELDS MASKED - FORM,FIELD,DESIGNATED BY"
      DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-CNT
      MOVE SPACES TO REFRESH-RECORD
      STRING SP-FORM(SP-IDX)   DELIMITED BY SPACE ","
             SP-FIELD(SP-IDX)  DELIMITED BY SPACE ","
             SP-SOURCE(SP-IDX) DELIMITED BY SPACE
       INTO REFRESH-RECORD
      END-STRING
      WRITE REFRESH-RECORD
     END-PERFORM.
     IF SP-CNT = 0
      MOVE SPACES TO REFRESH-RECORD
      STRING "  (NONE)" DELIMITED BY SIZE INTO REFRESH-RECORD
      WRITE REFRESH-RECORD.
*>-----------------------------------------------------------------
*> One control-file line: load its unload images through the
*> scrub. The control totals are proved against the images as
*> exported, before anything was changed.
 LOAD-ONE-DATASET.
     UNSTRING CONTROL-RECORD DELIMITED BY ALL " "
         INTO CTL-DATASET CTL-COUNT-TXT CTL-HASH-TXT
     END-UNSTRING.
     IF CTL-DATASET = SPACES
      GO TO LOAD-ONE-DATASET-EXIT.
     Initialize num1 num2 numdec numerr.
     MOVE CTL-COUNT-TXT TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     MOVE NUM2 TO CTL-COUNT.
     Initialize num1 num2 numdec numerr.
     MOVE CTL-HASH-TXT(1:14) TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     MOVE NUM2 TO CTL-HASH.

     MOVE CTL-DATASET TO UNL-DATASET CUR-DATASET.
     PERFORM OPEN-UNLOAD-FILE.
     IF NOT UNLOAD-OPEN
      MOVE SPACES TO REFRESH-RECORD
      STRING CTL-DATASET DELIMITED BY SPACE
             ",0,0,0,0,UNLOAD FILE MISSING"
       DELIMITED BY SIZE INTO REFRESH-RECORD
      WRITE REFRESH-RECORD
      MOVE 57 TO CSTATUS
      GO TO LOAD-ONE-DATASET-EXIT.

     MOVE 0 TO LOAD-COUNT LOAD-HASH.
     MOVE 0 TO DS-MASKED DS-USERS DS-BLANKED DS-SURVIVED.
     PERFORM UNTIL END-OF-UNLOAD
      READ UNLOAD-FILE
       AT END
        SET END-OF-UNLOAD TO TRUE
       NOT AT END
        MOVE UNLOAD-RECORD TO GEN-RECORD
        PERFORM HASH-THIS-RECORD
        PERFORM SCRUB-RECORD
        PERFORM PUT-ONE-RECORD
        ADD 1 TO LOAD-COUNT
        ADD 1 TO TOTAL-COUNT
      END-READ
     END-PERFORM.
     CLOSE UNLOAD-FILE.
     ADD DS-MASKED  TO TOTAL-MASKED.
     ADD DS-USERS   TO TOTAL-USERS.
     ADD DS-BLANKED TO TOTAL-BLANKED.

     IF LDS-CNT < 128
      ADD 1 TO LDS-CNT
      MOVE CTL-DATASET TO LDS-NAME(LDS-CNT)
      MOVE LOAD-COUNT  TO LDS-LOADED(LDS-CNT).

     MOVE LOAD-COUNT TO DISP-COUNT.
     MOVE DS-MASKED  TO DISP-CNT1.
     MOVE DS-BLANKED TO DISP-CNT2.
     MOVE DS-USERS   TO DISP-CNT3.
     MOVE SPACES TO REFRESH-RECORD.
     IF LOAD-COUNT = CTL-COUNT AND LOAD-HASH = CTL-HASH
      STRING CTL-DATASET DELIMITED BY SPACE
             "," DISP-COUNT "," DISP-CNT1 "," DISP-CNT2
             "," DISP-CNT3 ",OK"
       DELIMITED BY SIZE INTO REFRESH-RECORD
     ELSE
      MOVE 58 TO CSTATUS
      STRING CTL-DATASET DELIMITED BY SPACE
             "," DISP-COUNT "," DISP-CNT1 "," DISP-CNT2
             "," DISP-CNT3 ",MISMATCH AGAINST CONTROL TOTALS"
       DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
 LOAD-ONE-DATASET-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 PUT-ONE-RECORD.
     CALL "DBLOCK" USING Secdb-Database CUR-DATASET
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBPUT" USING Secdb-Database CUR-DATASET
         MODE-1 STATUS-AREA ALL-ITEMS GEN-RECORD.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 57 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database CUR-DATASET
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 HASH-THIS-RECORD.
     PERFORM VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > LENGTH OF GEN-RECORD
      COMPUTE LOAD-HASH = FUNCTION MOD(
          LOAD-HASH + FUNCTION ORD(GEN-RECORD(HASH-POS:1)),
          100000000000000) END-COMPUTE
     END-PERFORM.
*>-----------------------------------------------------------------
*> Every record of TEST's copy of one dataset, walked the way the
*> load walked it but only looking.
 PROVE-ONE-DATASET.
     MOVE LDS-NAME(LDS-IDX) TO CUR-DATASET.
     MOVE 0 TO DS-SURVIVED DS-SCANNED DS-BLANKED.
     MOVE LOW-VALUES TO GEN-RECORD.
     CALL "DBGET" USING Secdb-Database CUR-DATASET SERIAL
         STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM.
     PERFORM UNTIL END-OF-FILE
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
       MOVE 11 TO CONDITION-WORD
      ELSE
       ADD 1 TO DS-SCANNED
       PERFORM SCRUB-RECORD
       MOVE LOW-VALUES TO GEN-RECORD
       CALL "DBGET" USING Secdb-Database CUR-DATASET SERIAL
           STATUS-AREA ALL-ITEMS GEN-RECORD NULL-ITEM
      END-IF
     END-PERFORM.
     ADD DS-SURVIVED TO TOTAL-SURVIVED.

     MOVE DS-SCANNED  TO DISP-CNT1.
     MOVE DS-SURVIVED TO DISP-CNT2.
     MOVE SPACES TO REFRESH-RECORD.
     IF DS-SURVIVED = 0
      STRING CUR-DATASET DELIMITED BY SPACE
             "," DISP-CNT1 "," DISP-CNT2 ",CLEAN"
       DELIMITED BY SIZE INTO REFRESH-RECORD
     ELSE
      STRING CUR-DATASET DELIMITED BY SPACE
             "," DISP-CNT1 "," DISP-CNT2 ",REAL VALUES SURVIVED"
       DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
*>-----------------------------------------------------------------
 WRITE-VERDICT.
     MOVE TOTAL-COUNT    TO DISP-CNT1.
     MOVE TOTAL-MASKED   TO DISP-CNT2.
     MOVE TOTAL-BLANKED  TO DISP-CNT3.
     MOVE USR-CNT        TO DISP-CNT4.
     MOVE TOTAL-SURVIVED TO DISP-CNT5.
     MOVE SPACES TO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     STRING "TOTALS - LOADED" DISP-CNT1 " MASKED" DISP-CNT2
            " BLANKED" DISP-CNT3 " USERS SWAPPED" DISP-CNT4
            " SURVIVED" DISP-CNT5
      DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
     MOVE SPACES TO REFRESH-RECORD.
     IF ORIG-FULL OR USR-FULL
      MOVE 177 TO CSTATUS
      STRING "REFRESH NOT PROVEN - MORE REAL VALUES OR USERS THAN "
             "THE PROOF TABLES HOLD"
       DELIMITED BY SIZE INTO REFRESH-RECORD
     ELSE
      IF TOTAL-SURVIVED > 0
       MOVE 177 TO CSTATUS
       STRING "REFRESH FAILED - REAL VALUES SURVIVED IN TEST, SEE ABOVE"
        DELIMITED BY SIZE INTO REFRESH-RECORD
      ELSE
       STRING "REFRESH VERIFIED - NO UNMASKED SENSITIVE VALUE OR REAL "
              "USER NAME SURVIVED IN TEST"
        DELIMITED BY SIZE INTO REFRESH-RECORD.
     WRITE REFRESH-RECORD.
*>-----------------------------------------------------------------
*> One record image in GEN-RECORD, masked or checked.
 SCRUB-RECORD.
     PERFORM SCRUB-RECORD-VALUES.
     PERFORM SCRUB-RECORD-USERS.
     IF SCRUB-MASKING
      PERFORM RESEAL-JOURNAL-ENTRY THRU RESEAL-JOURNAL-ENTRY-EXIT.
*>-----------------------------------------------------------------
*> Where sensitive values are held: the journals by form and field,
*> the defaults by field, the screen buffers by position.
 SCRUB-RECORD-VALUES.
     EVALUATE CUR-DATASET
      WHEN "DATAJRNL"
       MOVE GEN-RECORD TO DB-DATA-JOURNAL
       MOVE DJ-FORM  TO VALUE-FORM
       MOVE DJ-FIELD TO VALUE-FIELD
       PERFORM CHECK-VALUE-SENSITIVE
       IF VALUE-SENSITIVE
        MOVE DJ-OLD-VALUE TO MASK-TEXT
        PERFORM SCRUB-VALUE THRU SCRUB-VALUE-EXIT
        MOVE MASK-TEXT TO DJ-OLD-VALUE
        MOVE DJ-NEW-VALUE TO MASK-TEXT
        PERFORM SCRUB-VALUE THRU SCRUB-VALUE-EXIT
        MOVE MASK-TEXT TO DJ-NEW-VALUE
       END-IF
       MOVE DB-DATA-JOURNAL TO GEN-RECORD
      WHEN "EDITFAIL"
       MOVE GEN-RECORD TO DB-EDIT-FAIL
       MOVE EF-FORM  TO VALUE-FORM
       MOVE EF-FIELD TO VALUE-FIELD
       PERFORM CHECK-VALUE-SENSITIVE
       IF VALUE-SENSITIVE
        MOVE EF-VALUE TO MASK-TEXT
        PERFORM SCRUB-VALUE THRU SCRUB-VALUE-EXIT
        MOVE MASK-TEXT TO EF-VALUE
       END-IF
       MOVE DB-EDIT-FAIL TO GEN-RECORD
      WHEN "USERDFLT"
       MOVE GEN-RECORD TO DB-USER-DEFAULT
       MOVE SPACES        TO VALUE-FORM
       MOVE UD-FIELD-NAME TO VALUE-FIELD
       PERFORM CHECK-VALUE-SENSITIVE
       IF VALUE-SENSITIVE
        MOVE UD-VALUE TO MASK-TEXT
        PERFORM SCRUB-VALUE THRU SCRUB-VALUE-EXIT
        MOVE MASK-TEXT TO UD-VALUE
       END-IF
       MOVE DB-USER-DEFAULT TO GEN-RECORD
      WHEN "FORMDRAFT"
       MOVE GEN-RECORD TO DB-FORM-DRAFT
       MOVE DRAFT-FORM    TO BUF-FORM
       MOVE DRAFT-BUFLEN  TO BUF-LEN
       MOVE DRAFT-BUFFER  TO BC-BUFFER
       MOVE DRAFT-ENC-SW  TO BUF-ENC-SW
       MOVE DRAFT-KEY-VER TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO DRAFT-BUFFER
       MOVE BUF-ENC-SW TO DRAFT-ENC-SW
       MOVE BC-KEY-VER TO DRAFT-KEY-VER
       MOVE DB-FORM-DRAFT TO GEN-RECORD
      WHEN "SCREENMIR"
       MOVE GEN-RECORD TO DB-SCREEN-MIRROR
       MOVE MIR-SCREEN    TO BUF-FORM
       MOVE MIR-BUFLEN    TO BUF-LEN
       MOVE MIR-BUFFER    TO BC-BUFFER
       MOVE MIR-ENC-SW    TO BUF-ENC-SW
       MOVE MIR-KEY-VER   TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO MIR-BUFFER
       MOVE BUF-ENC-SW TO MIR-ENC-SW
       MOVE BC-KEY-VER TO MIR-KEY-VER
       MOVE DB-SCREEN-MIRROR TO GEN-RECORD
      WHEN "SESSREC"
       MOVE GEN-RECORD TO DB-SESS-RECORDING
       MOVE SREC-SCREEN   TO BUF-FORM
       MOVE SREC-BUFLEN   TO BUF-LEN
       MOVE SREC-BUFFER   TO BC-BUFFER
       MOVE SREC-ENC-SW   TO BUF-ENC-SW
       MOVE SREC-KEY-VER  TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO SREC-BUFFER
       MOVE BUF-ENC-SW TO SREC-ENC-SW
       MOVE BC-KEY-VER TO SREC-KEY-VER
       MOVE DB-SESS-RECORDING TO GEN-RECORD
      WHEN "QAREVIEW"
       MOVE GEN-RECORD TO DB-QA-REVIEW
       MOVE QR-FORM       TO BUF-FORM
       MOVE QR-BUFLEN     TO BUF-LEN
       MOVE QR-BUFFER     TO BC-BUFFER
       MOVE QR-ENC-SW     TO BUF-ENC-SW
       MOVE QR-KEY-VER    TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO QR-BUFFER
       MOVE BUF-ENC-SW TO QR-ENC-SW
       MOVE BC-KEY-VER TO QR-KEY-VER
       MOVE DB-QA-REVIEW TO GEN-RECORD
      WHEN "WORKQUEUE"
       MOVE GEN-RECORD TO DB-WORK-QUEUE
       MOVE WQ-FORM       TO BUF-FORM
       MOVE WQ-BUFLEN     TO BUF-LEN
       MOVE WQ-BUFFER     TO BC-BUFFER
       MOVE WQ-ENC-SW     TO BUF-ENC-SW
       MOVE WQ-KEY-VER    TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO WQ-BUFFER
       MOVE BUF-ENC-SW TO WQ-ENC-SW
       MOVE BC-KEY-VER TO WQ-KEY-VER
       MOVE DB-WORK-QUEUE TO GEN-RECORD
      WHEN "PENDAPPR"
       MOVE GEN-RECORD TO DB-PEND-APPROVAL
       MOVE PA-FORM       TO BUF-FORM
       MOVE PA-BUFLEN     TO BUF-LEN
       MOVE PA-BUFFER     TO BC-BUFFER
       MOVE PA-ENC-SW     TO BUF-ENC-SW
       MOVE PA-KEY-VER    TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO PA-BUFFER
       MOVE BUF-ENC-SW TO PA-ENC-SW
       MOVE BC-KEY-VER TO PA-KEY-VER
       MOVE DB-PEND-APPROVAL TO GEN-RECORD
      WHEN "VERIFYQ"
       MOVE GEN-RECORD TO DB-VERIFY-QUEUE
       MOVE VQ-FORM       TO BUF-FORM
       MOVE VQ-BUFLEN     TO BUF-LEN
       MOVE VQ-BUFFER     TO BC-BUFFER
       MOVE VQ-ENC-SW     TO BUF-ENC-SW
       MOVE VQ-KEY-VER    TO BC-KEY-VER
       PERFORM SCRUB-BUFFER THRU SCRUB-BUFFER-EXIT
       MOVE BC-BUFFER  TO VQ-BUFFER
       MOVE BUF-ENC-SW TO VQ-ENC-SW
       MOVE BC-KEY-VER TO VQ-KEY-VER
       MOVE DB-VERIFY-QUEUE TO GEN-RECORD
     END-EVALUATE.
*>-----------------------------------------------------------------
*> Is VALUE-FIELD of VALUE-FORM sensitive? A VALUE-FORM of spaces
*> (USERDFLT keeps no form) matches the field on any form.
 CHECK-VALUE-SENSITIVE.
     MOVE "N" TO VALUE-SENS-SW.
     PERFORM VARYING SP-IDX FROM 1 BY 1
       UNTIL SP-IDX > SP-CNT OR VALUE-SENSITIVE
      IF SP-FIELD(SP-IDX) = VALUE-FIELD
         AND (VALUE-FORM = SPACES OR SP-FORM(SP-IDX) = VALUE-FORM)
       MOVE "Y" TO VALUE-SENS-SW
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> One screen buffer, by the positions of its panel's sensitive
*> fields. A scrambled buffer is read with the key version it names
*> and scrambled again under the current one.
 SCRUB-BUFFER.
     IF BUF-LEN < 1 OR BC-BUFFER = SPACES
      GO TO SCRUB-BUFFER-EXIT.
     IF BUF-LEN > 3000
      MOVE 3000 TO BUF-LEN.
     MOVE 0 TO BUF-PAN-PTR.
     PERFORM VARYING PAN-IDX FROM 1 BY 1
       UNTIL PAN-IDX > RFP-CNT OR BUF-PAN-PTR > 0
      IF RFP-NAME(PAN-IDX) = BUF-FORM
       MOVE PAN-IDX TO BUF-PAN-PTR
      END-IF
     END-PERFORM.

*> No panel, no positions - the whole buffer goes.
     IF BUF-PAN-PTR = 0
      IF SCRUB-MASKING
       PERFORM BLANK-BUFFER
      ELSE
       ADD 1 TO DS-SURVIVED
      END-IF
      GO TO SCRUB-BUFFER-EXIT.
     IF RFP-SENS-CNT(BUF-PAN-PTR) = 0
      GO TO SCRUB-BUFFER-EXIT.

     IF BUF-ENC-SW = "Y"
      SET BC-DECRYPT TO TRUE
      MOVE BUF-LEN TO BC-LENGTH
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      IF BC-KEY-MISSING
       IF SCRUB-MASKING
        PERFORM BLANK-BUFFER
       ELSE
        ADD 1 TO DS-SURVIVED
       END-IF
       GO TO SCRUB-BUFFER-EXIT
      END-IF
     END-IF.

     COMPUTE FLD-LAST = RFP-FIRST-FLD(BUF-PAN-PTR)
                      + RFP-FLD-CNT(BUF-PAN-PTR) - 1 END-COMPUTE.
     PERFORM VARYING FLD-IDX FROM RFP-FIRST-FLD(BUF-PAN-PTR) BY 1
       UNTIL FLD-IDX > FLD-LAST
      IF RFF-SENS-SW(FLD-IDX) = "Y"
       PERFORM SCRUB-BUFFER-FIELD THRU SCRUB-BUFFER-FIELD-EXIT
      END-IF
     END-PERFORM.

     IF SCRUB-MASKING AND BUF-ENC-SW = "Y"
      SET BC-ENCRYPT TO TRUE
      MOVE BUF-LEN TO BC-LENGTH
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS.
 SCRUB-BUFFER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The first 80 bytes of a field are masked like any value; past
*> that a field is simply cleared.
 SCRUB-BUFFER-FIELD.
     MOVE RFF-BUFSTART(FLD-IDX) TO BUF-START.
     IF BUF-START < 1 OR BUF-START > BUF-LEN
      GO TO SCRUB-BUFFER-FIELD-EXIT.
     MOVE RFF-LENGTH(FLD-IDX) TO BUF-FLD-LEN.
     IF BUF-START + BUF-FLD-LEN - 1 > BUF-LEN
      COMPUTE BUF-FLD-LEN = BUF-LEN - BUF-START + 1 END-COMPUTE.
     IF BUF-FLD-LEN < 1
      GO TO SCRUB-BUFFER-FIELD-EXIT.
     MOVE BUF-FLD-LEN TO BUF-MASK-LEN.
     IF BUF-MASK-LEN > 80
      MOVE 80 TO BUF-MASK-LEN.

     MOVE SPACES TO MASK-TEXT.
     MOVE BC-BUFFER(BUF-START:BUF-MASK-LEN) TO MASK-TEXT.
     PERFORM SCRUB-VALUE THRU SCRUB-VALUE-EXIT.
     IF SCRUB-MASKING
      MOVE MASK-TEXT(1:BUF-MASK-LEN)
        TO BC-BUFFER(BUF-START:BUF-MASK-LEN)
      IF BUF-FLD-LEN > 80
       MOVE SPACES TO BC-BUFFER(BUF-START + 80:BUF-FLD-LEN - 80).
 SCRUB-BUFFER-FIELD-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 BLANK-BUFFER.
     MOVE SPACES TO BC-BUFFER BC-KEY-VER.
     MOVE SPACE  TO BUF-ENC-SW.
     ADD 1 TO DS-BLANKED.
*>-----------------------------------------------------------------
*> One sensitive value in MASK-TEXT. Masking replaces it and keeps
*> the real one for the proof; checking looks the value up among
*> the real ones the load replaced.
 SCRUB-VALUE.
     IF MASK-TEXT = SPACES
      GO TO SCRUB-VALUE-EXIT.
     IF SCRUB-CHECKING
      MOVE MASK-TEXT TO HT-TEXT
      PERFORM LOCATE-ORIGINAL
      IF ORIG-FOUND
       ADD 1 TO DS-SURVIVED
      END-IF
      GO TO SCRUB-VALUE-EXIT.

     MOVE MASK-TEXT TO ORIG-WORK.
     PERFORM MASK-VALUE.
*> Nothing to move (punctuation only) is nothing to hide.
     IF MASK-TEXT = ORIG-WORK
      GO TO SCRUB-VALUE-EXIT.
     ADD 1 TO DS-MASKED.
     MOVE ORIG-WORK TO HT-TEXT.
     PERFORM LOCATE-ORIGINAL.
     IF NOT ORIG-FOUND
      IF ORIG-IDX > 0
       MOVE "Y"       TO ORIG-USED(ORIG-IDX)
       MOVE ORIG-WORK TO ORIG-VALUE(ORIG-IDX)
      ELSE
       SET ORIG-FULL TO TRUE.
 SCRUB-VALUE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The fake: a keyed hash of the value (trailing spaces aside, so a
*> buffer field and its journal copy agree) drives a shift for each
*> byte - digits move 1-9 places round the digits, letters 1-25
*> places round their own case, everything else stays. No byte
*> that can move keeps its value.
 MASK-VALUE.
     MOVE 80 TO MASK-LEN.
     PERFORM UNTIL MASK-LEN < 1
        OR MASK-TEXT(MASK-LEN:1) NOT = SPACE
      SUBTRACT 1 FROM MASK-LEN
     END-PERFORM.
     MOVE MASK-SEED TO MASK-HASH.
     PERFORM VARYING MASK-POS FROM 1 BY 1 UNTIL MASK-POS > MASK-LEN
      COMPUTE MASK-HASH = FUNCTION MOD(MASK-HASH * 131
          + FUNCTION ORD(MASK-TEXT(MASK-POS:1)), 999999937)
      END-COMPUTE
     END-PERFORM.
     PERFORM VARYING MASK-POS FROM 1 BY 1 UNTIL MASK-POS > MASK-LEN
      COMPUTE MASK-KEY = FUNCTION MOD(MASK-HASH + MASK-POS * 7919
          + MASK-POS * MASK-POS * 104729, 999999937) END-COMPUTE
      MOVE MASK-TEXT(MASK-POS:1) TO MASK-BYTE
      COMPUTE MASK-CODE = FUNCTION ORD(MASK-BYTE) END-COMPUTE
      EVALUATE TRUE
       WHEN MASK-BYTE >= "0" AND MASK-BYTE <= "9"
        COMPUTE MASK-CODE = FUNCTION ORD("0") + FUNCTION MOD(
            MASK-CODE - FUNCTION ORD("0") + 1
            + FUNCTION MOD(MASK-KEY, 9), 10) END-COMPUTE
        MOVE FUNCTION CHAR(MASK-CODE) TO MASK-TEXT(MASK-POS:1)
       WHEN MASK-BYTE >= "A" AND MASK-BYTE <= "Z"
        COMPUTE MASK-CODE = FUNCTION ORD("A") + FUNCTION MOD(
            MASK-CODE - FUNCTION ORD("A") + 1
            + FUNCTION MOD(MASK-KEY, 25), 26) END-COMPUTE
        MOVE FUNCTION CHAR(MASK-CODE) TO MASK-TEXT(MASK-POS:1)
       WHEN MASK-BYTE >= "a" AND MASK-BYTE <= "z"
        COMPUTE MASK-CODE = FUNCTION ORD("a") + FUNCTION MOD(
            MASK-CODE - FUNCTION ORD("a") + 1
            + FUNCTION MOD(MASK-KEY, 25), 26) END-COMPUTE
        MOVE FUNCTION CHAR(MASK-CODE) TO MASK-TEXT(MASK-POS:1)
      END-EVALUATE
     END-PERFORM.
*>-----------------------------------------------------------------
*> Hash of HT-TEXT, trailing spaces aside, for the slot tables.
 HASH-TEXT.
     MOVE 80 TO HT-LEN.
     PERFORM UNTIL HT-LEN < 1 OR HT-TEXT(HT-LEN:1) NOT = SPACE
      SUBTRACT 1 FROM HT-LEN
     END-PERFORM.
     MOVE 0 TO HT-VALUE.
     PERFORM VARYING HT-POS FROM 1 BY 1 UNTIL HT-POS > HT-LEN
      COMPUTE HT-VALUE = FUNCTION MOD(HT-VALUE * 131
          + FUNCTION ORD(HT-TEXT(HT-POS:1)), 999999937) END-COMPUTE
     END-PERFORM.
*>-----------------------------------------------------------------
*> HT-TEXT among the replaced real values: ORIG-FOUND with its
*> slot, or the free slot it would take (zero when none is left).
 LOCATE-ORIGINAL.
     MOVE "N" TO ORIG-FOUND-SW.
     PERFORM HASH-TEXT.
     COMPUTE ORIG-IDX = FUNCTION MOD(HT-VALUE, 8191) + 1 END-COMPUTE.
     MOVE 0 TO ORIG-PROBES.
     PERFORM UNTIL ORIG-FOUND OR ORIG-IDX = 0
      IF ORIG-USED(ORIG-IDX) NOT = "Y"
       EXIT PERFORM
      END-IF
      IF ORIG-VALUE(ORIG-IDX) = HT-TEXT
       MOVE "Y" TO ORIG-FOUND-SW
      ELSE
       ADD 1 TO ORIG-PROBES
       IF ORIG-PROBES NOT < 8191
        MOVE 0 TO ORIG-IDX
       ELSE
        ADD 1 TO ORIG-IDX
        IF ORIG-IDX > 8191
         MOVE 1 TO ORIG-IDX
        END-IF
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> USER-NAME-WRK among the real users: USR-FOUND with its slot, or
*> the free slot it would take (zero when none is left).
 LOCATE-USER.
     MOVE "N" TO USR-FOUND-SW.
     MOVE USER-NAME-WRK TO HT-TEXT.
     PERFORM HASH-TEXT.
     COMPUTE USR-IDX = FUNCTION MOD(HT-VALUE, 4099) + 1 END-COMPUTE.
     MOVE 0 TO USR-PROBES.
     PERFORM UNTIL USR-FOUND OR USR-IDX = 0
      IF USR-REAL(USR-IDX) = SPACES
       EXIT PERFORM
      END-IF
      IF USR-REAL(USR-IDX) = USER-NAME-WRK
       MOVE "Y" TO USR-FOUND-SW
      ELSE
       ADD 1 TO USR-PROBES
       IF USR-PROBES NOT < 4099
        MOVE 0 TO USR-IDX
       ELSE
        ADD 1 TO USR-IDX
        IF USR-IDX > 4099
         MOVE 1 TO USR-IDX
        END-IF
       END-IF
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> One user column in USER-NAME-WRK. Masking swaps it for the user's
*> test identity, numbering a user not seen before; checking counts
*> a real name still standing.
 MAP-USER.
     IF USER-NAME-WRK = SPACES
      GO TO MAP-USER-EXIT.
     PERFORM LOCATE-USER.
     IF SCRUB-CHECKING
      IF USR-FOUND
       ADD 1 TO DS-SURVIVED
      END-IF
      GO TO MAP-USER-EXIT.

     IF USR-FOUND
      MOVE USR-FAKE(USR-IDX) TO USER-NAME-WRK
      ADD 1 TO DS-USERS
      GO TO MAP-USER-EXIT.
     IF USER-KNOWN-ONLY
      GO TO MAP-USER-EXIT.
     IF USR-IDX = 0
      SET USR-FULL TO TRUE
      MOVE "TESTUSER" TO USER-NAME-WRK
      ADD 1 TO DS-USERS
      GO TO MAP-USER-EXIT.
     ADD 1 TO USR-CNT.
     MOVE USR-CNT TO FAKE-USER-NO.
     MOVE USER-NAME-WRK TO USR-REAL(USR-IDX).
     MOVE FAKE-USER     TO USR-FAKE(USR-IDX).
     MOVE FAKE-USER     TO USER-NAME-WRK.
     ADD 1 TO DS-USERS.
 MAP-USER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Every user-name column SECDB keeps, by dataset.
 SCRUB-RECORD-USERS.
     MOVE "N" TO USER-KNOWN-ONLY-SW.
     EVALUATE CUR-DATASET
      WHEN "AUTHSESS"
       MOVE GEN-RECORD TO DB-AUTH-SESSION
       MOVE AUTHSESS-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AUTHSESS-USER
       MOVE AUTHSESS-XFER-SUPVR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AUTHSESS-XFER-SUPVR
       MOVE AUTHSESS-ASSIST-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AUTHSESS-ASSIST-USER
       MOVE AUTHSESS-HANDOFF-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AUTHSESS-HANDOFF-USER
       MOVE DB-AUTH-SESSION TO GEN-RECORD
      WHEN "USERUSAGE"
       MOVE GEN-RECORD TO DB-USER-USAGE
       MOVE Usage-Username TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO Usage-Username
       MOVE DB-USER-USAGE TO GEN-RECORD
      WHEN "POPLOG"
      WHEN "POPUPLOG"
       MOVE GEN-RECORD TO DB-POPUP-LOG
       MOVE POPLOG-USERNAME TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO POPLOG-USERNAME
       MOVE DB-POPUP-LOG TO GEN-RECORD
      WHEN "SCREENMIR"
       MOVE GEN-RECORD TO DB-SCREEN-MIRROR
       MOVE MIR-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO MIR-USER
       MOVE DB-SCREEN-MIRROR TO GEN-RECORD
      WHEN "FORMACL"
       MOVE GEN-RECORD TO DB-FORM-ACL
       MOVE FACL-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO FACL-USER
       MOVE DB-FORM-ACL TO GEN-RECORD
      WHEN "FORMDRAFT"
       MOVE GEN-RECORD TO DB-FORM-DRAFT
       MOVE DRAFT-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DRAFT-USER
       MOVE DB-FORM-DRAFT TO GEN-RECORD
      WHEN "OPERMSG"
       MOVE GEN-RECORD TO DB-OPER-MSG
       MOVE OPMSG-POSTED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO OPMSG-POSTED-BY
       MOVE OPMSG-ACK-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO OPMSG-ACK-USER
       MOVE "Y" TO USER-KNOWN-ONLY-SW
       MOVE OPMSG-TARGET TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO OPMSG-TARGET
       MOVE DB-OPER-MSG TO GEN-RECORD
      WHEN "ERRLOG"
       MOVE GEN-RECORD TO DB-ERROR-LOG
       MOVE EL-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO EL-USER
       MOVE DB-ERROR-LOG TO GEN-RECORD
      WHEN "EDITFAIL"
       MOVE GEN-RECORD TO DB-EDIT-FAIL
       MOVE EF-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO EF-USER
       MOVE EF-ACCEPTED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO EF-ACCEPTED-BY
       MOVE DB-EDIT-FAIL TO GEN-RECORD
      WHEN "DATAJRNL"
       MOVE GEN-RECORD TO DB-DATA-JOURNAL
       MOVE DJ-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DJ-USER
       MOVE DJ-ON-BEHALF-OF TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DJ-ON-BEHALF-OF
       MOVE DB-DATA-JOURNAL TO GEN-RECORD
      WHEN "SESSJRNL"
       MOVE GEN-RECORD TO DB-SESS-JOURNAL
       MOVE SJ-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SJ-USER
       MOVE DB-SESS-JOURNAL TO GEN-RECORD
      WHEN "USERDFLT"
       MOVE GEN-RECORD TO DB-USER-DEFAULT
       MOVE UD-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO UD-USER
       MOVE DB-USER-DEFAULT TO GEN-RECORD
      WHEN "USERPOLICY"
       MOVE GEN-RECORD TO DB-USER-POLICY
       MOVE POL-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO POL-USER
       MOVE DB-USER-POLICY TO GEN-RECORD
      WHEN "SYSCTL"
       MOVE GEN-RECORD TO DB-SYS-CONTROL
       MOVE SYSCTL-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SYSCTL-SET-BY
       MOVE DB-SYS-CONTROL TO GEN-RECORD
      WHEN "ADMINLOG"
       MOVE GEN-RECORD TO DB-ADMIN-LOG
       MOVE ADL-ACTOR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO ADL-ACTOR
       MOVE ADL-ON-BEHALF-OF TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO ADL-ON-BEHALF-OF
       MOVE DB-ADMIN-LOG TO GEN-RECORD
      WHEN "CFGAUDIT"
       MOVE GEN-RECORD TO DB-CFG-AUDIT
       MOVE CFA-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CFA-SET-BY
       MOVE DB-CFG-AUDIT TO GEN-RECORD
      WHEN "VIEWLOG"
       MOVE GEN-RECORD TO DB-VIEW-LOG
       MOVE VL-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO VL-USER
       MOVE DB-VIEW-LOG TO GEN-RECORD
      WHEN "NETALLOW"
       MOVE GEN-RECORD TO DB-NET-ALLOW
       MOVE NA-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO NA-USER
       MOVE DB-NET-ALLOW TO GEN-RECORD
      WHEN "AUTHFAIL"
       MOVE GEN-RECORD TO DB-AUTH-ATTEMPT
       MOVE AT-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AT-USER
       MOVE DB-AUTH-ATTEMPT TO GEN-RECORD
      WHEN "USERLOCK"
       MOVE GEN-RECORD TO DB-USER-LOCKOUT
       MOVE UL-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO UL-USER
       MOVE DB-USER-LOCKOUT TO GEN-RECORD
      WHEN "USERROLE"
       MOVE GEN-RECORD TO DB-USER-ROLE
       MOVE UR-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO UR-USER
       MOVE DB-USER-ROLE TO GEN-RECORD
      WHEN "SUPERVISOR"
       MOVE GEN-RECORD TO DB-SUPERVISOR
       MOVE SUP-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SUP-USER
       MOVE SUP-SUPVR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SUP-SUPVR
       MOVE DB-SUPERVISOR TO GEN-RECORD
      WHEN "RECERT"
       MOVE GEN-RECORD TO DB-RECERT
       MOVE RC-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RC-USER
       MOVE RC-SUPVR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RC-SUPVR
       MOVE RC-DECIDED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RC-DECIDED-BY
       MOVE RC-ON-BEHALF-OF TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RC-ON-BEHALF-OF
       MOVE DB-RECERT TO GEN-RECORD
      WHEN "FIRECALL"
       MOVE GEN-RECORD TO DB-FIRECALL
       MOVE FCG-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO FCG-USER
       MOVE FCG-GRANTED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO FCG-GRANTED-BY
       MOVE DB-FIRECALL TO GEN-RECORD
      WHEN "QAREVIEW"
       MOVE GEN-RECORD TO DB-QA-REVIEW
       MOVE QR-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO QR-USER
       MOVE QR-REVIEWER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO QR-REVIEWER
       MOVE DB-QA-REVIEW TO GEN-RECORD
      WHEN "RECENTTXN"
       MOVE GEN-RECORD TO DB-RECENT-TXN
       MOVE RTX-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RTX-USER
       MOVE DB-RECENT-TXN TO GEN-RECORD
      WHEN "WORKQUEUE"
       MOVE GEN-RECORD TO DB-WORK-QUEUE
       MOVE WQ-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO WQ-USER
       MOVE WQ-CLAIMED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO WQ-CLAIMED-BY
       MOVE DB-WORK-QUEUE TO GEN-RECORD
      WHEN "PENDAPPR"
       MOVE GEN-RECORD TO DB-PEND-APPROVAL
       MOVE PA-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PA-USER
       MOVE PA-APPROVER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PA-APPROVER
       MOVE PA-ON-BEHALF-OF TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PA-ON-BEHALF-OF
       MOVE DB-PEND-APPROVAL TO GEN-RECORD
      WHEN "DISPPROF"
       MOVE GEN-RECORD TO DB-DISPLAY-PROFILE
       MOVE DSP-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DSP-USER
       MOVE DB-DISPLAY-PROFILE TO GEN-RECORD
      WHEN "ASSISTKEY"
       MOVE GEN-RECORD TO DB-ASSIST-KEY
       MOVE AK-HELPDESK-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AK-HELPDESK-USER
       MOVE DB-ASSIST-KEY TO GEN-RECORD
      WHEN "ALERTRULE"
       MOVE GEN-RECORD TO DB-ALERT-RULE
       MOVE "Y" TO USER-KNOWN-ONLY-SW
       MOVE AR-TARGET-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AR-TARGET-USER
       MOVE DB-ALERT-RULE TO GEN-RECORD
      WHEN "RETAINPOL"
       MOVE GEN-RECORD TO DB-RETAIN-POLICY
       MOVE RP-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO RP-SET-BY
       MOVE DB-RETAIN-POLICY TO GEN-RECORD
      WHEN "SESSREC"
       MOVE GEN-RECORD TO DB-SESS-RECORDING
       MOVE SREC-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SREC-USER
       MOVE DB-SESS-RECORDING TO GEN-RECORD
      WHEN "PROMOTION"
       MOVE GEN-RECORD TO DB-FORM-PROMOTION
       MOVE PRM-REQ-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PRM-REQ-USER
       MOVE PRM-APPR-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PRM-APPR-USER
       MOVE DB-FORM-PROMOTION TO GEN-RECORD
      WHEN "CERTIFICATION"
       MOVE GEN-RECORD TO DB-CERTIFICATION
       MOVE CERT-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CERT-USER
       MOVE CERT-GRANTED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CERT-GRANTED-BY
       MOVE DB-CERTIFICATION TO GEN-RECORD
      WHEN "CERTEVID"
       MOVE GEN-RECORD TO DB-CERT-EVIDENCE
       MOVE CEV-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CEV-USER
       MOVE DB-CERT-EVIDENCE TO GEN-RECORD
      WHEN "DELEGATION"
       MOVE GEN-RECORD TO DB-DELEGATION
       MOVE DLG-DELEGATOR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DLG-DELEGATOR
       MOVE DLG-DELEGATE TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DLG-DELEGATE
       MOVE DLG-CREATED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DLG-CREATED-BY
       MOVE DB-DELEGATION TO GEN-RECORD
      WHEN "DIRAUTH"
       MOVE GEN-RECORD TO DB-DIR-AUTH
       MOVE DA-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO DA-USER
       MOVE DB-DIR-AUTH TO GEN-RECORD
      WHEN "SODEXCEPT"
       MOVE GEN-RECORD TO DB-SOD-EXCEPTION
       MOVE SODX-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SODX-USER
       MOVE SODX-RECORDED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SODX-RECORDED-BY
       MOVE DB-SOD-EXCEPTION TO GEN-RECORD
      WHEN "ACCESSREQ"
       MOVE GEN-RECORD TO DB-ACCESS-REQUEST
       MOVE AR-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AR-USER
       MOVE AR-SUPVR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AR-SUPVR
       MOVE AR-DECIDED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AR-DECIDED-BY
       MOVE AR-ON-BEHALF-OF TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO AR-ON-BEHALF-OF
       MOVE DB-ACCESS-REQUEST TO GEN-RECORD
      WHEN "CODETABLE"
       MOVE GEN-RECORD TO DB-CODE-TABLE
       MOVE CT-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CT-SET-BY
       MOVE DB-CODE-TABLE TO GEN-RECORD
      WHEN "FORMRULE"
       MOVE GEN-RECORD TO DB-FORM-RULE
       MOVE FRU-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO FRU-SET-BY
       MOVE DB-FORM-RULE TO GEN-RECORD
      WHEN "CURRENCY"
       MOVE GEN-RECORD TO DB-CURRENCY
       MOVE CCY-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO CCY-SET-BY
       MOVE DB-CURRENCY TO GEN-RECORD
      WHEN "ATTACHMENT"
       MOVE GEN-RECORD TO DB-ATTACHMENT
       MOVE ATT-ADDED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO ATT-ADDED-BY
       MOVE DB-ATTACHMENT TO GEN-RECORD
      WHEN "MEMO"
       MOVE GEN-RECORD TO DB-MEMO
       MOVE MEMO-AUTHOR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO MEMO-AUTHOR
       MOVE DB-MEMO TO GEN-RECORD
      WHEN "PRINTLAYOUT"
       MOVE GEN-RECORD TO DB-PRINT-LAYOUT
       MOVE PLY-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PLY-SET-BY
       MOVE DB-PRINT-LAYOUT TO GEN-RECORD
      WHEN "PRINTLAYITEM"
       MOVE GEN-RECORD TO DB-PRINT-LAYOUT-ITEM
       MOVE PLI-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PLI-SET-BY
       MOVE DB-PRINT-LAYOUT-ITEM TO GEN-RECORD
      WHEN "MAINTWIN"
       MOVE GEN-RECORD TO DB-MAINT-WINDOW
       MOVE MW-SET-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO MW-SET-BY
       MOVE DB-MAINT-WINDOW TO GEN-RECORD
      WHEN "USERDEPT"
       MOVE GEN-RECORD TO DB-USER-DEPT
       MOVE UDEPT-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO UDEPT-USER
       MOVE DB-USER-DEPT TO GEN-RECORD
      WHEN "FORMPILOT"
       MOVE GEN-RECORD TO DB-FORM-PILOT
       MOVE PLT-START-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PLT-START-USER
       MOVE PLT-END-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PLT-END-USER
       MOVE DB-FORM-PILOT TO GEN-RECORD
      WHEN "PILOTMBR"
       MOVE GEN-RECORD TO DB-PILOT-MEMBER
       MOVE PM-ADDED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PM-ADDED-BY
       IF PM-USER
        MOVE PM-MEMBER TO USER-NAME-WRK
        PERFORM MAP-USER THRU MAP-USER-EXIT
        MOVE USER-NAME-WRK TO PM-MEMBER
       END-IF
       MOVE DB-PILOT-MEMBER TO GEN-RECORD
      WHEN "TXNDONE"
       MOVE GEN-RECORD TO DB-TXN-COMPLETION
       MOVE TXD-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO TXD-USER
       MOVE DB-TXN-COMPLETION TO GEN-RECORD
      WHEN "VERIFYQ"
       MOVE GEN-RECORD TO DB-VERIFY-QUEUE
       MOVE VQ-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO VQ-USER
       MOVE VQ-VERIFIER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO VQ-VERIFIER
       MOVE VQ-RESOLVER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO VQ-RESOLVER
       MOVE DB-VERIFY-QUEUE TO GEN-RECORD
      WHEN "BATCHCTL"
       MOVE GEN-RECORD TO DB-BATCH-CONTROL
       MOVE BCH-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO BCH-USER
       MOVE BCH-CLOSER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO BCH-CLOSER
       MOVE DB-BATCH-CONTROL TO GEN-RECORD
      WHEN "WQSLA"
       MOVE GEN-RECORD TO DB-WQ-SLA
       MOVE SLA-SUPERVISOR TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO SLA-SUPERVISOR
       MOVE DB-WQ-SLA TO GEN-RECORD
      WHEN "PRTSTATUS"
       MOVE GEN-RECORD TO DB-PRINTER-STATUS
       MOVE "Y" TO USER-KNOWN-ONLY-SW
       MOVE PST-MARKED-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO PST-MARKED-BY
       MOVE DB-PRINTER-STATUS TO GEN-RECORD
      WHEN "PRTOUTAGE"
       MOVE GEN-RECORD TO DB-PRINTER-OUTAGE
       MOVE "Y" TO USER-KNOWN-ONLY-SW
       MOVE POUT-DOWN-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO POUT-DOWN-BY
       MOVE POUT-UP-BY TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO POUT-UP-BY
       MOVE DB-PRINTER-OUTAGE TO GEN-RECORD
      WHEN "KEYMACRO"
       MOVE GEN-RECORD TO DB-KEY-MACRO
       MOVE MAC-USER TO USER-NAME-WRK
       PERFORM MAP-USER THRU MAP-USER-EXIT
       MOVE USER-NAME-WRK TO MAC-USER
       MOVE DB-KEY-MACRO TO GEN-RECORD
     END-EVALUATE.
     MOVE "N" TO USER-KNOWN-ONLY-SW.
*>-----------------------------------------------------------------
*> A scrubbed entry of a sealed journal no longer matches its seal.
*> The chain is re-sealed in load order - the order VJRNLPUT
*> appended it in - each entry onto the re-sealed hash of the one
*> before; the first keeps the previous hash it was sealed onto,
*> which is the purge anchor's. An entry from before sealing (no
*> hash) stays as it was.
 RESEAL-JOURNAL-ENTRY.
     MOVE 0 TO JRN-IDX.
     PERFORM VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > 4
      IF JRN-NAME(HASH-POS) = CUR-DATASET
       MOVE HASH-POS TO JRN-IDX
      END-IF
     END-PERFORM.
     IF JRN-IDX = 0
      GO TO RESEAL-JOURNAL-ENTRY-EXIT.
     EVALUATE JRN-IDX
      WHEN 1
       MOVE GEN-RECORD TO DB-DATA-JOURNAL
       IF DJ-CHAIN-HASH NOT = SPACES
        IF JRN-SEALED(1) > 0
         MOVE JRN-LAST-HASH(1) TO DJ-CHAIN-PREV
        END-IF
        CALL "VJRNLHASH" USING CUR-DATASET DB-DATA-JOURNAL NEW-HASH
        MOVE NEW-HASH TO DJ-CHAIN-HASH JRN-LAST-HASH(1)
        ADD 1 TO JRN-SEALED(1)
        MOVE DB-DATA-JOURNAL TO GEN-RECORD
       END-IF
      WHEN 2
       MOVE GEN-RECORD TO DB-SESS-JOURNAL
       IF SJ-CHAIN-HASH NOT = SPACES
        IF JRN-SEALED(2) > 0
         MOVE JRN-LAST-HASH(2) TO SJ-CHAIN-PREV
        END-IF
        CALL "VJRNLHASH" USING CUR-DATASET DB-SESS-JOURNAL NEW-HASH
        MOVE NEW-HASH TO SJ-CHAIN-HASH JRN-LAST-HASH(2)
        ADD 1 TO JRN-SEALED(2)
        MOVE DB-SESS-JOURNAL TO GEN-RECORD
       END-IF
      WHEN 3
       MOVE GEN-RECORD TO DB-ADMIN-LOG
       IF ADL-CHAIN-HASH NOT = SPACES
        IF JRN-SEALED(3) > 0
         MOVE JRN-LAST-HASH(3) TO ADL-CHAIN-PREV
        END-IF
        CALL "VJRNLHASH" USING CUR-DATASET DB-ADMIN-LOG NEW-HASH
        MOVE NEW-HASH TO ADL-CHAIN-HASH JRN-LAST-HASH(3)
        ADD 1 TO JRN-SEALED(3)
        MOVE DB-ADMIN-LOG TO GEN-RECORD
       END-IF
      WHEN 4
       MOVE GEN-RECORD TO DB-CFG-AUDIT
       IF CFA-CHAIN-HASH NOT = SPACES
        IF JRN-SEALED(4) > 0
         MOVE JRN-LAST-HASH(4) TO CFA-CHAIN-PREV
        END-IF
        CALL "VJRNLHASH" USING CUR-DATASET DB-CFG-AUDIT NEW-HASH
        MOVE NEW-HASH TO CFA-CHAIN-HASH JRN-LAST-HASH(4)
        ADD 1 TO JRN-SEALED(4)
        MOVE DB-CFG-AUDIT TO GEN-RECORD
       END-IF
     END-EVALUATE.
 RESEAL-JOURNAL-ENTRY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Each re-sealed journal's JRNLHEAD moves onto its new last hash,
*> so the next sealed put in TEST chains on cleanly.
 MOVE-JOURNAL-HEADS.
     PERFORM VARYING JRN-IDX FROM 1 BY 1 UNTIL JRN-IDX > 4
      IF JRN-SEALED(JRN-IDX) > 0
       MOVE JRN-NAME(JRN-IDX) TO SEARCH-KEY
       CALL "DBGET" USING Secdb-Database DS-JOURNAL-HEAD KEYED
           STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD SEARCH-KEY
       END-CALL
       IF NO-IMAGE-ERRORS
        MOVE JRN-LAST-HASH(JRN-IDX) TO JH-LAST-HASH
        CALL "DBLOCK" USING Secdb-Database DS-JOURNAL-HEAD
            MODE-3 STATUS-AREA
        END-CALL
        CALL "VDBUPDATE" USING Secdb-Database DS-JOURNAL-HEAD MODE-1
            STATUS-AREA ALL-ITEMS DB-JOURNAL-HEAD
        END-CALL
        IF IMAGE-ERRORS
         CALL "DBEXPLAIN" USING STATUS-AREA
         MOVE 57 TO CSTATUS
        END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-JOURNAL-HEAD
            MODE-1 STATUS-AREA
        END-CALL
       END-IF
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
