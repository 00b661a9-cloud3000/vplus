>>source format free
*>*****************************************************************
*>*                    V F I E L D U S A G E                       *
*>*****************************************************************
*>   Field utilization analysis - VFORMUSAGE's question asked one
*>   level down, for the fields inside the live panels. Every field
*>   of every panel in the named forms file (the VFIELD catalog,
*>   walked the way VFORMLINT walks it) is counted over the window:
*>     CHANGES     DATAJRNL records - the operator moved the field
*>                 off the value it was displayed with (journalled
*>                 only for AUDITFLD-designated fields and bound
*>                 write-backs; AUDITED says which evidence exists)
*>     EDIT-FAILS  EDITFAIL records against the field
*>     CURSOR      read cycles that ended with the cursor on it
*>                 (USERUSAGE), against READS, the panel's cycles
*>   and assessed: a field of a used panel nobody changes, fails or
*>   visits is NEVER TOUCHED; an audited one never changed is
*>   ALWAYS DEFAULTED - both removal candidates - and one failing
*>   its edits on more than FLDUSAGE-FAIL-PCT percent of the reads
*>   is an EDIT HOT SPOT, a bad label or a bad edit. The detail is
*>   followed by the two candidate sections the redesign asks for.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFIELDUSAGE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FLDU-FILE
        ASSIGN TO FLDU-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FLDU-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FLDU-FILE.
 01  FLDU-RECORD                  PIC X(160).
 WORKING-STORAGE SECTION.
 01 FLDU-STATUS1            PIC XX.
 01 FLDU-FILE-NAME-WRK      PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-CNT1               PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-CNT4               PIC -------9.
 01 DISP-CNT5               PIC -------9.
 01 DISP-PCT                PIC ---9.
 01 WINDOW-DAYS-WRK         PIC S9(4) COMP-5 VALUE 0.
 01 FAIL-PCT-WRK            PIC S9(4) COMP-5 VALUE 0.
 01 WINDOW-CUTOFF           PIC S9(18) COMP-5 VALUE 0.
 01 FIELD-FAIL-PCT          PIC S9(8) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

*> The panels of the file, each owning a run of the field table.
 01 FUP-TABLE.
    05 FUP-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 FUP-ENTRY OCCURS 512 TIMES.
       10 FUP-NAME              PIC X(15).
       10 FUP-TEMPLATE          PIC X(15).
       10 FUP-FIRST-FLD         PIC S9(4) COMP-5.
       10 FUP-FLD-CNT           PIC S9(4) COMP-5.
       10 FUP-READS             PIC S9(8) COMP-5.
*> Every field of every panel with its counters.
 01 FUF-TABLE.
    05 FUF-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 FUF-ENTRY OCCURS 8000 TIMES.
       10 FUF-NAME              PIC X(16).
       10 FUF-FD                PIC X(15).
       10 FUF-AUDITED           PIC X(01).
       10 FUF-CHANGES           PIC S9(8) COMP-5.
       10 FUF-FAILS             PIC S9(8) COMP-5.
       10 FUF-CURSOR            PIC S9(8) COMP-5.
 01 FILE-TYPE-WRK           PIC X(04) VALUE SPACES.
 01 TEMPLATE-FOUND-SW       PIC X VALUE "N".
    88 TEMPLATE-FOUND           VALUE "Y".
 01 PAN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 PAN-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 FLD-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 FLD-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 FLD-LAST                PIC S9(4) COMP-5 VALUE 0.
 01 ROW-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 FIND-FORM               PIC X(15) VALUE SPACES.
 01 FIND-FIELD              PIC X(16) VALUE SPACES.
 01 ASSESSMENT              PIC X(20) VALUE SPACES.
 01 SECTION-CNT             PIC S9(8) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUDIT-FIELD          Pic X(16) Value "AUDITFLD".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-EDIT-FAIL            Pic X(16) Value "EDITFAIL".
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".

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
 0000-BEGIN-VFIELDUSAGE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO FLDUSAGE-FIELD-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFIELDUSAGE "
      delimited by "  " into INTR-CALLNAME.

     IF FLDUSAGE-FILE = SPACES
      MOVE "VFIELDUSAGE" TO INTR-ERRNAME
      MOVE 71            TO INTR-ERRNUM
      MOVE 71            TO CSTATUS
      GO TO VFIELDUSAGE-RETURN.

     MOVE "FLDUSAGE.RPT" TO FLDU-FILE-NAME-WRK.
     IF FLDUSAGE-RPT-NAME NOT = SPACES
      MOVE FLDUSAGE-RPT-NAME TO FLDU-FILE-NAME-WRK.
     OPEN OUTPUT FLDU-FILE.
     IF FLDU-STATUS1 NOT = "00"
      MOVE "VFIELDUSAGE" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO VFIELDUSAGE-RETURN.

     MOVE 90 TO WINDOW-DAYS-WRK.
     IF FLDUSAGE-DAYS > 0
      MOVE FLDUSAGE-DAYS TO WINDOW-DAYS-WRK.
     MOVE 5 TO FAIL-PCT-WRK.
     IF FLDUSAGE-FAIL-PCT > 0
      MOVE FLDUSAGE-FAIL-PCT TO FAIL-PCT-WRK.

     PERFORM LOAD-PANELS THRU LOAD-PANELS-EXIT.
     IF CSTATUS NOT = 0
      GO TO VFIELDUSAGE-CLOSE.
     PERFORM LOAD-PANEL-FIELDS THRU LOAD-PANEL-FIELDS-EXIT
         VARYING PAN-IDX FROM 1 BY 1 UNTIL PAN-IDX > FUP-CNT.
     MOVE FUF-CNT TO FLDUSAGE-FIELD-CNT.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFIELDUSAGE" TO INTR-ERRNAME
      MOVE 50            TO INTR-ERRNUM
      MOVE 50            TO CSTATUS
      GO TO VFIELDUSAGE-CLOSE.

     PERFORM Get-ClockSeconds.
     COMPUTE WINDOW-CUTOFF = ClockSeconds
         - (WINDOW-DAYS-WRK * 86400) END-COMPUTE.

     PERFORM SCAN-AUDIT-FIELDS.
     PERFORM SCAN-DATA-JOURNAL.
     PERFORM SCAN-EDIT-FAILS.
     PERFORM SCAN-USAGE-HISTORY.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     PERFORM WRITE-FIELD-DETAIL.
     PERFORM WRITE-REMOVAL-CANDIDATES.
     PERFORM WRITE-EDIT-HOT-SPOTS.

 VFIELDUSAGE-CLOSE.
     CLOSE FLDU-FILE.
 VFIELDUSAGE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The panel directory of the file, through the catalog bridge:
*> VFILE names the file type, its PD-TEMPLATE the panel chain.
 LOAD-PANELS.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING FLDUSAGE-FILE DELIMITED BY " "
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
      MOVE "VFIELDUSAGE" TO INTR-ERRNAME
      MOVE 52            TO INTR-ERRNUM
      MOVE 52            TO CSTATUS
      GO TO LOAD-PANELS-EXIT.
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
      MOVE "VFIELDUSAGE" TO INTR-ERRNAME
      MOVE 52            TO INTR-ERRNUM
      MOVE 52            TO CSTATUS
      GO TO LOAD-PANELS-EXIT.

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
      GO TO LOAD-PANELS-EXIT.
     PERFORM VARYING ROW-IDX FROM 1 BY 1
       UNTIL ROW-IDX > TCL-ROWCOUNT OR ROW-IDX > 512
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      END-CALL
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF FM-VPANEL TO TCL-BUFFER-PTR
       ADD 1 TO FUP-CNT
       INITIALIZE FUP-ENTRY(FUP-CNT)
       MOVE VPANEL-NAME     TO FUP-NAME(FUP-CNT)
       MOVE VPANEL-TEMPLATE TO FUP-TEMPLATE(FUP-CNT)
      END-IF
     END-PERFORM.
 LOAD-PANELS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One panel's fields, appended as its run of the field table.
*> Function-key pseudo fields (type FK) are not operator fields.
 LOAD-PANEL-FIELDS.
     COMPUTE FUP-FIRST-FLD(PAN-IDX) = FUF-CNT + 1 END-COMPUTE.
     MOVE 0 TO FUP-FLD-CNT(PAN-IDX).
     IF FUP-TEMPLATE(PAN-IDX) = SPACES
      GO TO LOAD-PANEL-FIELDS-EXIT.

     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     STRING "FM_UNIQUE"
      DELIMITED BY SIZE INTO SQL-SEARCH-ITEM.
     MOVE FUP-TEMPLATE(PAN-IDX) TO DISPL-99.
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
       UNTIL ROW-IDX > TCL-ROWCOUNT OR FUF-CNT NOT < 8000
      CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                              TCL-BUFFER-PTR, TCL-BUFFERLEN,
                              TCL-RESULT, TCL-ERROR
      END-CALL
      IF TCL-BUFFERLEN > 0
       SET ADDRESS OF CAT-VFIELD TO TCL-BUFFER-PTR
       IF CFLD-TYPE NOT = "FK"
        ADD 1 TO FUF-CNT
        INITIALIZE FUF-ENTRY(FUF-CNT)
        MOVE CFLD-NAME TO FUF-NAME(FUF-CNT)
        MOVE CFLD-FD   TO FUF-FD(FUF-CNT)
        MOVE "N"       TO FUF-AUDITED(FUF-CNT)
        ADD 1 TO FUP-FLD-CNT(PAN-IDX)
       END-IF
      END-IF
     END-PERFORM.
 LOAD-PANEL-FIELDS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Which fields have a change journal at all - without one, zero
*> changes means "no evidence", not "never changed".
 SCAN-AUDIT-FIELDS.
     MOVE LOW-VALUES TO DB-AUDIT-FIELD.
     CALL "DBGET" USING Secdb-Database DS-AUDIT-FIELD SERIAL
         STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE AUF-FORM  TO FIND-FORM
      MOVE AUF-FIELD TO FIND-FIELD
      PERFORM FIND-PANEL-FIELD
      IF FLD-PTR > 0
       MOVE "Y" TO FUF-AUDITED(FLD-PTR)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-AUDIT-FIELD SERIAL
          STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-DATA-JOURNAL.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF DJ-TIME NOT < WINDOW-CUTOFF
       MOVE DJ-FORM  TO FIND-FORM
       MOVE DJ-FIELD TO FIND-FIELD
       PERFORM FIND-PANEL-FIELD
       IF FLD-PTR > 0
        ADD 1 TO FUF-CHANGES(FLD-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-EDIT-FAILS.
     MOVE LOW-VALUES TO DB-EDIT-FAIL.
     CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
         STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF EF-TIME NOT < WINDOW-CUTOFF
       MOVE EF-FORM  TO FIND-FORM
       MOVE EF-FIELD TO FIND-FIELD
       PERFORM FIND-PANEL-FIELD
       IF FLD-PTR > 0
        ADD 1 TO FUF-FAILS(FLD-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
          STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> Every usage record is one read cycle of its panel; the ones that
*> carry a cursor field are one visit to that field.
 SCAN-USAGE-HISTORY.
     MOVE LOW-VALUES TO DB-USER-USAGE.
     CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF Usage-Start-Time NOT < WINDOW-CUTOFF
       MOVE Usage-Last-Screen  TO FIND-FORM
       MOVE Usage-Cursor-Field TO FIND-FIELD
       PERFORM FIND-PANEL-FIELD
       IF PAN-PTR > 0
        ADD 1 TO FUP-READS(PAN-PTR)
       END-IF
       IF FLD-PTR > 0
        ADD 1 TO FUF-CURSOR(FLD-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> FIND-FORM / FIND-FIELD to PAN-PTR and FLD-PTR (zero when not a
*> panel, or not a field, of this file).
 FIND-PANEL-FIELD.
     MOVE 0 TO PAN-PTR FLD-PTR.
     PERFORM VARYING PAN-IDX FROM 1 BY 1
       UNTIL PAN-IDX > FUP-CNT OR PAN-PTR > 0
      IF FUP-NAME(PAN-IDX) = FIND-FORM
       MOVE PAN-IDX TO PAN-PTR
      END-IF
     END-PERFORM.
     IF PAN-PTR > 0 AND FIND-FIELD NOT = SPACES
      COMPUTE FLD-LAST = FUP-FIRST-FLD(PAN-PTR)
          + FUP-FLD-CNT(PAN-PTR) - 1 END-COMPUTE
      PERFORM VARYING FLD-IDX FROM FUP-FIRST-FLD(PAN-PTR) BY 1
        UNTIL FLD-IDX > FLD-LAST OR FLD-PTR > 0
       IF FUF-NAME(FLD-IDX) = FIND-FIELD
        MOVE FLD-IDX TO FLD-PTR
       END-IF
      END-PERFORM
     END-IF.
*>-----------------------------------------------------------------
 WRITE-FIELD-DETAIL.
     MOVE SPACES TO FLDU-RECORD.
     MOVE WINDOW-DAYS-WRK TO DISP-CNT1.
     STRING "FIELD UTILIZATION - " DELIMITED BY SIZE
            FLDUSAGE-FILE DELIMITED BY SPACE
            " - LAST" DISP-CNT1 " DAYS" DELIMITED BY SIZE
      INTO FLDU-RECORD.
     WRITE FLDU-RECORD.
     MOVE SPACES TO FLDU-RECORD.
     STRING "PANEL,FIELD,FD-TEMPLATE,AUDITED,READS,CHANGES,"
            "EDIT-FAILS,FAIL-PCT,CURSOR,ASSESSMENT"
      DELIMITED BY SIZE INTO FLDU-RECORD.
     WRITE FLDU-RECORD.
     PERFORM VARYING PAN-IDX FROM 1 BY 1 UNTIL PAN-IDX > FUP-CNT
      COMPUTE FLD-LAST = FUP-FIRST-FLD(PAN-IDX)
          + FUP-FLD-CNT(PAN-IDX) - 1 END-COMPUTE
      PERFORM WRITE-ONE-FIELD-LINE
          VARYING FLD-IDX FROM FUP-FIRST-FLD(PAN-IDX) BY 1
          UNTIL FLD-IDX > FLD-LAST
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-ONE-FIELD-LINE.
     PERFORM ASSESS-FIELD.
     MOVE FUP-READS(PAN-IDX)   TO DISP-CNT1.
     MOVE FUF-CHANGES(FLD-IDX) TO DISP-CNT2.
     MOVE FUF-FAILS(FLD-IDX)   TO DISP-CNT3.
     MOVE FUF-CURSOR(FLD-IDX)  TO DISP-CNT4.
     MOVE FIELD-FAIL-PCT       TO DISP-PCT.
     MOVE SPACES TO FLDU-RECORD.
     STRING FUP-NAME(PAN-IDX)    DELIMITED BY SPACE
            ","                  DELIMITED BY SIZE
            FUF-NAME(FLD-IDX)    DELIMITED BY SPACE
            ","                  DELIMITED BY SIZE
            FUF-FD(FLD-IDX)      DELIMITED BY SPACE
            ","                  DELIMITED BY SIZE
            FUF-AUDITED(FLD-IDX) DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            DISP-CNT1            DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            DISP-CNT2            DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            DISP-CNT3            DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            DISP-PCT             DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            DISP-CNT4            DELIMITED BY SIZE
            ","                  DELIMITED BY SIZE
            ASSESSMENT           DELIMITED BY "  "
      INTO FLDU-RECORD.
     WRITE FLDU-RECORD.
*>-----------------------------------------------------------------
*> FLD-IDX of panel PAN-IDX to ASSESSMENT and FIELD-FAIL-PCT. A
*> panel nobody used in the window says nothing about its fields -
*> that is VFORMUSAGE's dormant list, not this one.
 ASSESS-FIELD.
     MOVE SPACES TO ASSESSMENT.
     MOVE 0 TO FIELD-FAIL-PCT.
     IF FUP-READS(PAN-IDX) = 0
      MOVE "PANEL UNUSED" TO ASSESSMENT
     ELSE
      COMPUTE FIELD-FAIL-PCT = (FUF-FAILS(FLD-IDX) * 100)
          / FUP-READS(PAN-IDX) END-COMPUTE
      EVALUATE TRUE
       WHEN FIELD-FAIL-PCT > FAIL-PCT-WRK
        MOVE "EDIT HOT SPOT" TO ASSESSMENT
       WHEN FUF-CHANGES(FLD-IDX) = 0
        AND FUF-FAILS(FLD-IDX) = 0
        AND FUF-CURSOR(FLD-IDX) = 0
        MOVE "NEVER TOUCHED" TO ASSESSMENT
       WHEN FUF-CHANGES(FLD-IDX) = 0
        AND FUF-AUDITED(FLD-IDX) = "Y"
        MOVE "ALWAYS DEFAULTED" TO ASSESSMENT
      END-EVALUATE
     END-IF.
*>-----------------------------------------------------------------
 WRITE-REMOVAL-CANDIDATES.
     MOVE SPACES TO FLDU-RECORD.
     WRITE FLDU-RECORD.
     MOVE SPACES TO FLDU-RECORD.
     STRING "REMOVAL CANDIDATES - NEVER TOUCHED OR ALWAYS DEFAULTED"
      DELIMITED BY SIZE INTO FLDU-RECORD.
     WRITE FLDU-RECORD.
     MOVE 0 TO SECTION-CNT.
     PERFORM VARYING PAN-IDX FROM 1 BY 1 UNTIL PAN-IDX > FUP-CNT
      COMPUTE FLD-LAST = FUP-FIRST-FLD(PAN-IDX)
          + FUP-FLD-CNT(PAN-IDX) - 1 END-COMPUTE
      PERFORM VARYING FLD-IDX FROM FUP-FIRST-FLD(PAN-IDX) BY 1
        UNTIL FLD-IDX > FLD-LAST
       PERFORM ASSESS-FIELD
       IF ASSESSMENT = "NEVER TOUCHED"
        OR ASSESSMENT = "ALWAYS DEFAULTED"
        ADD 1 TO SECTION-CNT
        PERFORM WRITE-ONE-FIELD-LINE
       END-IF
      END-PERFORM
     END-PERFORM.
     IF SECTION-CNT = 0
      MOVE SPACES TO FLDU-RECORD
      STRING "  (NONE)" DELIMITED BY SIZE INTO FLDU-RECORD
      WRITE FLDU-RECORD.
*>-----------------------------------------------------------------
 WRITE-EDIT-HOT-SPOTS.
     MOVE SPACES TO FLDU-RECORD.
     WRITE FLDU-RECORD.
     MOVE SPACES TO FLDU-RECORD.
     MOVE FAIL-PCT-WRK TO DISP-PCT.
     STRING "EDIT HOT SPOTS - FAILING ON MORE THAN" DISP-PCT
            "% OF READS - CHECK THE LABEL AND THE EDIT"
      DELIMITED BY SIZE INTO FLDU-RECORD.
     WRITE FLDU-RECORD.
     MOVE 0 TO SECTION-CNT.
     PERFORM VARYING PAN-IDX FROM 1 BY 1 UNTIL PAN-IDX > FUP-CNT
      COMPUTE FLD-LAST = FUP-FIRST-FLD(PAN-IDX)
          + FUP-FLD-CNT(PAN-IDX) - 1 END-COMPUTE
      PERFORM VARYING FLD-IDX FROM FUP-FIRST-FLD(PAN-IDX) BY 1
        UNTIL FLD-IDX > FLD-LAST
       PERFORM ASSESS-FIELD
       IF ASSESSMENT = "EDIT HOT SPOT"
        ADD 1 TO SECTION-CNT
        PERFORM WRITE-ONE-FIELD-LINE
       END-IF
      END-PERFORM
     END-PERFORM.
     IF SECTION-CNT = 0
      MOVE SPACES TO FLDU-RECORD
      STRING "  (NONE)" DELIMITED BY SIZE INTO FLDU-RECORD
      WRITE FLDU-RECORD.
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
