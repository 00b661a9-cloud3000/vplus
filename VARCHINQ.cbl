>>source format free
*>*****************************************************************
*>*                       V A R C H I N Q                          *
*>*****************************************************************
*>   On-glass inquiry over the retention archives. Once VRETAINPURGE
*>   and VUSAGEARCHIVE have moved a record out of SECDB it lives only
*>   in their archive files, and a two-year-old question - a legal
*>   hold, a discovery request - needed a programmer and grep. This
*>   screen searches the archives of
*>     DATAJRNL  SESSJRNL  POPLOG    EDITFAIL  ERRLOG   RECENTTXN
*>     VIEWLOG   ADMINLOG  AUTHFAIL  CFGAUDIT  (the <DS>.ARC files)
*>     USERUSAGE                               (the usage archive)
*>   by user (either user a record names - the delegate's principal,
*>   the supervisor who accepted a warning), form, key value (found
*>   anywhere in the record's key or value text), correlation ID and
*>   date range, all optional. A filter a dataset does not carry
*>   leaves that dataset out - a correlation ID only finds the
*>   journals that stamp one.
*>
*>   The matches come up in time order, paged twelve to a popup in
*>   VDATAJRNLRPT's columns - when, who, form, field, old value and
*>   new - with the archive each line came from at the end; the
*>   other journals fill the field and value columns with what they
*>   have. The first 200 matches by time are held; more than that
*>   says so and asks for a narrower search.
*>
*>   The archives are the one place purged audit history survives,
*>   so only holders of the audit role (VPLUS_AUDIT_ROLE, AUDITOR
*>   unless configured) may search them, and every search - refused
*>   ones too - is an ADMINLOG record with its criteria and count.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VARCHINQ.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*> Both archives are plain SEQUENTIAL - the images carry raw COMP-5
*> binary fields, as their writers note.
     SELECT ARC-FILE
        ASSIGN TO ARC-FILE-NAME-WRK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ARCQ-STATUS1.

     SELECT USAGE-ARC-FILE
        ASSIGN TO USAGE-FILE-NAME-WRK
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ARCQ-STATUS2.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  ARC-FILE.
 01  ARC-RECORD                   PIC X(3200).
 FD  USAGE-ARC-FILE.
 01  USAGE-ARC-RECORD             PIC X(160).
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 ARCQ-STATUS1            PIC XX.
 01 ARCQ-STATUS2            PIC XX.
 01 ARC-FILE-NAME-WRK       PIC X(80) VALUE SPACES.
 01 USAGE-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 ARC-DIR-WRK             PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-NUM                PIC -(4)9.
 01 MATCH-COUNT             PIC S9(8) COMP-5 VALUE 0.
 01 ARCS-READ               PIC S9(4) COMP-5 VALUE 0.
 01 MATCH-SW                PIC X VALUE "N".
    88 RECORD-MATCHES            VALUE "Y".
 01 END-OF-ARC-SW           PIC X VALUE "N".
    88 END-OF-ARC                VALUE "Y".
 01 OPERATOR-USER           PIC X(32) VALUE SPACES.
 01 AUDIT-ROLE              PIC X(16) VALUE SPACES.
 01 AUDIT-ROLE-SW           PIC X VALUE "N".
    88 AUDIT-ROLE-HELD           VALUE "Y".
 01 FROM-EPOCH              PIC S9(18) COMP-5 VALUE 0.
 01 TO-EPOCH                PIC S9(18) COMP-5 VALUE 0.
 01 EPOCH-BASE-DAYNUM       PIC S9(9) COMP-5 VALUE 0.
 01 KEY-LEN                 PIC S9(4) COMP-5 VALUE 0.
 01 KEY-HITS                PIC S9(4) COMP-5 VALUE 0.
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.

*> The <DS>.ARC files searched, in the order they are read.
 01 ARC-NAMES.
    05 FILLER               PIC X(16) VALUE "DATAJRNL".
    05 FILLER               PIC X(16) VALUE "SESSJRNL".
    05 FILLER               PIC X(16) VALUE "POPLOG".
    05 FILLER               PIC X(16) VALUE "EDITFAIL".
    05 FILLER               PIC X(16) VALUE "ERRLOG".
    05 FILLER               PIC X(16) VALUE "RECENTTXN".
    05 FILLER               PIC X(16) VALUE "VIEWLOG".
    05 FILLER               PIC X(16) VALUE "ADMINLOG".
    05 FILLER               PIC X(16) VALUE "AUTHFAIL".
    05 FILLER               PIC X(16) VALUE "CFGAUDIT".
 01 ARC-NAME-TABLE REDEFINES ARC-NAMES.
    05 ARC-NAME OCCURS 10 TIMES PIC X(16).
 01 ARC-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 ARC-DATASET             PIC X(16) VALUE SPACES.

*> One archived record reduced to what the filters and the screen
*> need. HIT-DETAIL is the value area of the line: old value, ">"
*> and new value where the record has both, free text otherwise.
 01 HIT-USER                PIC X(32) VALUE SPACES.
 01 HIT-USER2               PIC X(32) VALUE SPACES.
 01 HIT-FORM                PIC X(15) VALUE SPACES.
 01 HIT-CORR                PIC X(16) VALUE SPACES.
 01 HIT-TIME                PIC S9(18) COMP-5 VALUE 0.
 01 HIT-KEYTEXT             PIC X(300) VALUE SPACES.
 01 HIT-WHAT                PIC X(16) VALUE SPACES.
 01 HIT-DETAIL              PIC X(55) VALUE SPACES.

*> Matches in time order, the earliest 200 kept.
 01 INQ-TABLE.
    05 INQ-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 INQ-ENTRY OCCURS 200 TIMES.
       10 INQ-TIME              PIC S9(18) COMP-5.
       10 INQ-LINE-TBL          PIC X(120).
 01 INQ-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 INQ-TOP                 PIC S9(4) COMP-5 VALUE 0.
 01 INQ-ROW                 PIC S9(4) COMP-5 VALUE 0.
 01 INQ-DONE-SW             PIC X VALUE "N".
    88 INQ-DONE                  VALUE "Y".
 01 INQ-COUNT-LINE          PIC X(120) VALUE SPACES.
 01 DISP-MATCH-CNT          PIC -------9.
 01 DISP-ARCS-CNT           PIC ---9.

 01 POP-STAMP.
    05 POP-ST-YEAR          PIC 9(4).
    05 POP-ST-MONTH         PIC 9(2).
    05 POP-ST-DAY           PIC 9(2).
    05 POP-ST-HOUR          PIC 9(2).
    05 POP-ST-MIN           PIC 9(2).
    05 POP-ST-SEC           PIC 9(2).
    05 FILLER               PIC X(7).
 01 POP-EPOCH               PIC S9(18) COMP-5 VALUE 0.
 01 POP-DAYNUM              PIC S9(9) COMP-5 VALUE 0.

 01 AQ-CONVERSE-DATA.
      05  AQ-CD-RET-CODE         PIC S9(4) COMP-5.
      05  AQ-CD-LENS.
          10  AQ-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  AQ-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  AQ-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AQ-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  AQ-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AQ-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  AQ-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  AQ-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  AQ-CD-DATA.
        06  AQ-CD-IP-NUM-DATA.
          10  AQ-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  AQ-CD-IP-CHAR-DATA.
          10  AQ-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  AQ-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  AQ-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  AQ-CD-OP-CHAR-DATA.
          10  AQ-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  AQ-CD-DATABUFFER.
          10  AQ-BUF-COMMAND     PIC X(1).
        06  AQ-CD-COLR-DATA      PIC X(8).
        06  AQ-CD-TYPE-DATA      PIC X(8).

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".

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
 0000-BEGIN-VARCHINQ.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO ARCINQ-MATCH-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VARCHINQ "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VARCHINQ"  TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      GO TO VARCHINQ-RETURN.
     PERFORM GET-OPERATOR-USER.
     PERFORM CHECK-AUDIT-ROLE THRU CHECK-AUDIT-ROLE-EXIT.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     IF NOT AUDIT-ROLE-HELD
      MOVE "ARCINQ-REFUSED" TO AAL-ACTION
      PERFORM LOG-SEARCH
      MOVE "VARCHINQ"  TO INTR-ERRNAME
      MOVE 94          TO INTR-ERRNUM
      MOVE 94          TO CSTATUS
      MOVE "ARCHIVE INQUIRY IS RESTRICTED TO THE AUDIT ROLE" TO END-MSG
      GO TO VARCHINQ-RETURN.

     PERFORM SET-SEARCH-LIMITS.
     MOVE 0 TO INQ-CNT MATCH-COUNT ARCS-READ.
     PERFORM SEARCH-ONE-ARCHIVE THRU SEARCH-ONE-ARCHIVE-EXIT
         VARYING ARC-IDX FROM 1 BY 1 UNTIL ARC-IDX > 10.
     PERFORM SEARCH-USAGE-ARCHIVE THRU SEARCH-USAGE-ARCHIVE-EXIT.

     MOVE "ARCHIVE-INQUIRY" TO AAL-ACTION.
     PERFORM LOG-SEARCH.
     MOVE MATCH-COUNT TO ARCINQ-MATCH-CNT.

     PERFORM SHOW-MATCHES.

 VARCHINQ-RETURN.
     Goback.
*>-----------------------------------------------------------------
 GET-OPERATOR-USER.
     MOVE SPACES TO OPERATOR-USER.
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
       MOVE AUTHSESS-USER TO OPERATOR-USER.
*>-----------------------------------------------------------------
*> The operator's USERROLE chain must hold the audit role.
 CHECK-AUDIT-ROLE.
     MOVE "N" TO AUDIT-ROLE-SW.
     IF OPERATOR-USER = SPACES
      GO TO CHECK-AUDIT-ROLE-EXIT.
     MOVE "VPLUS_AUDIT_ROLE" TO CP-NAME.
     MOVE "AUDITOR"          TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE(1:16) TO AUDIT-ROLE.
     IF AUDIT-ROLE = SPACES
      MOVE "AUDITOR" TO AUDIT-ROLE.

     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-USER-ROLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      GO TO CHECK-AUDIT-ROLE-EXIT.
     PERFORM UNTIL END-OF-CHAIN OR AUDIT-ROLE-HELD
      CALL "DBGET" USING Secdb-Database DS-USER-ROLE CHAINED
          STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN AND UR-ROLE = AUDIT-ROLE
       MOVE "Y" TO AUDIT-ROLE-SW
      END-IF
     END-PERFORM.
 CHECK-AUDIT-ROLE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The date range in clock seconds - the whole of the last day -
*> and the key's length for the substring test.
 SET-SEARCH-LIMITS.
     COMPUTE EPOCH-BASE-DAYNUM = FUNCTION INTEGER-OF-DATE(19700101)
     END-COMPUTE.
     MOVE 0 TO FROM-EPOCH TO-EPOCH.
     IF ARCINQ-FROM-DATE > 19700100
      COMPUTE FROM-EPOCH = (FUNCTION INTEGER-OF-DATE(ARCINQ-FROM-DATE)
          - EPOCH-BASE-DAYNUM) * 86400 END-COMPUTE.
     IF ARCINQ-TO-DATE > 19700100
      COMPUTE TO-EPOCH = (FUNCTION INTEGER-OF-DATE(ARCINQ-TO-DATE)
          - EPOCH-BASE-DAYNUM) * 86400 + 86399 END-COMPUTE.

     MOVE 64 TO KEY-LEN.
     PERFORM UNTIL KEY-LEN < 1 OR ARCINQ-KEY(KEY-LEN:1) NOT = SPACE
      SUBTRACT 1 FROM KEY-LEN
     END-PERFORM.

     MOVE ARCINQ-ARCH-DIR TO ARC-DIR-WRK.
     IF ARC-DIR-WRK = SPACES
      MOVE RETAIN-ARCH-DIR TO ARC-DIR-WRK.
     MOVE "USAGEARC.DAT" TO USAGE-FILE-NAME-WRK.
     IF USAGE-ARCH-FILE-NAME NOT = SPACES
      MOVE USAGE-ARCH-FILE-NAME TO USAGE-FILE-NAME-WRK.
*>-----------------------------------------------------------------
*> One dataset's archive file, named as VRETAINPURGE names it. A
*> dataset never archived simply has no file.
 SEARCH-ONE-ARCHIVE.
     MOVE ARC-NAME(ARC-IDX) TO ARC-DATASET.
     MOVE SPACES TO ARC-FILE-NAME-WRK.
     IF ARC-DIR-WRK NOT = SPACES
      STRING ARC-DIR-WRK DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             ARC-DATASET DELIMITED BY SPACE
             ".ARC" DELIMITED BY SIZE
       INTO ARC-FILE-NAME-WRK
     ELSE
      STRING ARC-DATASET DELIMITED BY SPACE
             ".ARC" DELIMITED BY SIZE
       INTO ARC-FILE-NAME-WRK.
     OPEN INPUT ARC-FILE.
     IF ARCQ-STATUS1 NOT = "00"
      GO TO SEARCH-ONE-ARCHIVE-EXIT.
     ADD 1 TO ARCS-READ.

     MOVE "N" TO END-OF-ARC-SW.
     PERFORM UNTIL END-OF-ARC
      READ ARC-FILE
       AT END
        SET END-OF-ARC TO TRUE
       NOT AT END
        PERFORM EXTRACT-ARCHIVED-RECORD
        PERFORM MATCH-FILTERS
        IF RECORD-MATCHES
         PERFORM SAVE-INQ-LINE THRU SAVE-INQ-LINE-EXIT
        END-IF
      END-READ
     END-PERFORM.
     CLOSE ARC-FILE.
 SEARCH-ONE-ARCHIVE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The usage archive VUSAGEARCHIVE appends to.
 SEARCH-USAGE-ARCHIVE.
     MOVE "USERUSAGE" TO ARC-DATASET.
     OPEN INPUT USAGE-ARC-FILE.
     IF ARCQ-STATUS2 NOT = "00"
      GO TO SEARCH-USAGE-ARCHIVE-EXIT.
     ADD 1 TO ARCS-READ.

     MOVE "N" TO END-OF-ARC-SW.
     PERFORM UNTIL END-OF-ARC
      READ USAGE-ARC-FILE
       AT END
        SET END-OF-ARC TO TRUE
       NOT AT END
        MOVE USAGE-ARC-RECORD TO DB-USER-USAGE
        PERFORM CLEAR-HIT
        MOVE Usage-Username       TO HIT-USER
        MOVE Usage-Last-Screen    TO HIT-FORM
        MOVE Usage-Correlation-Id TO HIT-CORR
        MOVE Usage-Start-Time     TO HIT-TIME
        MOVE Usage-Cursor-Field   TO HIT-WHAT
        MOVE Usage-Key-Pressed    TO DISP-NUM
        STRING "KEY" DISP-NUM " IN " DELIMITED BY SIZE
               Usage-Last-Progname DELIMITED BY SPACE
         INTO HIT-DETAIL
        END-STRING
        PERFORM MATCH-FILTERS
        IF RECORD-MATCHES
         PERFORM SAVE-INQ-LINE THRU SAVE-INQ-LINE-EXIT
        END-IF
      END-READ
     END-PERFORM.
     CLOSE USAGE-ARC-FILE.
 SEARCH-USAGE-ARCHIVE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CLEAR-HIT.
     MOVE SPACES TO HIT-USER HIT-USER2 HIT-FORM HIT-CORR
                    HIT-KEYTEXT HIT-WHAT HIT-DETAIL.
     MOVE 0 TO HIT-TIME.
*>-----------------------------------------------------------------
*> The archived image laid over its own record, by dataset. Each
*> archive holds its dataset's record at the front of the image.
 EXTRACT-ARCHIVED-RECORD.
     PERFORM CLEAR-HIT.
     EVALUATE ARC-DATASET
      WHEN "DATAJRNL"
       MOVE ARC-RECORD TO DB-DATA-JOURNAL
       MOVE DJ-USER           TO HIT-USER
       MOVE DJ-ON-BEHALF-OF   TO HIT-USER2
       MOVE DJ-FORM           TO HIT-FORM
       MOVE DJ-CORRELATION-ID TO HIT-CORR
       MOVE DJ-TIME           TO HIT-TIME
       MOVE DJ-FIELD          TO HIT-WHAT
       MOVE DJ-RECORD-KEY     TO HIT-KEYTEXT(1:128)
       MOVE DJ-OLD-VALUE      TO HIT-KEYTEXT(130:80)
       MOVE DJ-NEW-VALUE      TO HIT-KEYTEXT(211:80)
       MOVE DJ-OLD-VALUE      TO HIT-DETAIL(1:26)
       MOVE ">"               TO HIT-DETAIL(28:1)
       MOVE DJ-NEW-VALUE      TO HIT-DETAIL(30:26)
      WHEN "SESSJRNL"
       MOVE ARC-RECORD TO DB-SESS-JOURNAL
       MOVE SJ-USER           TO HIT-USER
       MOVE SJ-SCREEN         TO HIT-FORM
       MOVE SJ-CORRELATION-ID TO HIT-CORR
       MOVE SJ-TIME           TO HIT-TIME
       MOVE SJ-AUTHKEY        TO HIT-KEYTEXT
       STRING "LOCK " SJ-OLD-LOCK ">" SJ-NEW-LOCK
        DELIMITED BY SIZE INTO HIT-WHAT
       STRING SJ-PROGNAME DELIMITED BY SPACE
              " FROM " DELIMITED BY SIZE
              SJ-IPADDR DELIMITED BY SPACE
        INTO HIT-DETAIL
      WHEN "POPLOG"
       MOVE ARC-RECORD TO DB-POPUP-LOG
       PERFORM POPLOG-STAMP-TO-EPOCH THRU POPLOG-STAMP-TO-EPOCH-EXIT
       MOVE POPLOG-USERNAME   TO HIT-USER
       MOVE POP-EPOCH         TO HIT-TIME
       MOVE POPLOG-NAME       TO HIT-WHAT
       MOVE POPLOG-MESSAGE    TO HIT-KEYTEXT
       STRING "REPLY " POPLOG-REPLY " " POPLOG-MESSAGE
        DELIMITED BY SIZE INTO HIT-DETAIL
      WHEN "EDITFAIL"
       MOVE ARC-RECORD TO DB-EDIT-FAIL
       MOVE EF-USER           TO HIT-USER
       MOVE EF-ACCEPTED-BY    TO HIT-USER2
       MOVE EF-FORM           TO HIT-FORM
       MOVE EF-CORRELATION-ID TO HIT-CORR
       MOVE EF-TIME           TO HIT-TIME
       MOVE EF-FIELD          TO HIT-WHAT
       MOVE EF-VALUE          TO HIT-KEYTEXT
       MOVE EF-RULE           TO DISP-NUM
       STRING "RULE" DISP-NUM " " EF-VALUE
        DELIMITED BY SIZE INTO HIT-DETAIL
      WHEN "ERRLOG"
       MOVE ARC-RECORD TO DB-ERROR-LOG
       MOVE EL-USER           TO HIT-USER
       MOVE EL-TIME           TO HIT-TIME
       MOVE EL-DATASET        TO HIT-WHAT
       MOVE EL-CONDITION      TO DISP-NUM
       STRING "CONDITION" DISP-NUM " IN " DELIMITED BY SIZE
              EL-PROGNAME DELIMITED BY SPACE
        INTO HIT-DETAIL
      WHEN "RECENTTXN"
       MOVE ARC-RECORD TO DB-RECENT-TXN
       MOVE RTX-USER          TO HIT-USER
       MOVE RTX-FORM          TO HIT-FORM
       MOVE RTX-TIME          TO HIT-TIME
       MOVE "COMPLETED"       TO HIT-WHAT
       MOVE RTX-KEY-VALUES    TO HIT-KEYTEXT HIT-DETAIL
      WHEN "VIEWLOG"
       MOVE ARC-RECORD TO DB-VIEW-LOG
       MOVE VL-USER           TO HIT-USER
       MOVE VL-FORM           TO HIT-FORM
       MOVE VL-TIME           TO HIT-TIME
       MOVE "VIEWED"          TO HIT-WHAT
       MOVE VL-KEY-VALUE      TO HIT-KEYTEXT HIT-DETAIL
      WHEN "ADMINLOG"
       MOVE ARC-RECORD TO DB-ADMIN-LOG
       MOVE ADL-ACTOR         TO HIT-USER
       MOVE ADL-ON-BEHALF-OF  TO HIT-USER2
       MOVE ADL-TIME          TO HIT-TIME
       MOVE ADL-ACTION        TO HIT-WHAT
       MOVE ADL-TARGET        TO HIT-KEYTEXT(1:48)
       MOVE ADL-OLD-VALUE     TO HIT-KEYTEXT(50:64)
       MOVE ADL-NEW-VALUE     TO HIT-KEYTEXT(115:64)
       MOVE ADL-OLD-VALUE     TO HIT-DETAIL(1:26)
       MOVE ">"               TO HIT-DETAIL(28:1)
       MOVE ADL-NEW-VALUE     TO HIT-DETAIL(30:26)
      WHEN "AUTHFAIL"
       MOVE ARC-RECORD TO DB-AUTH-ATTEMPT
       MOVE AT-USER           TO HIT-USER
       MOVE AT-TIME           TO HIT-TIME
       MOVE "SIGN-ON REFUSED" TO HIT-WHAT
       MOVE AT-IPADDR         TO HIT-KEYTEXT
       STRING "REASON " AT-REASON " FROM " AT-IPADDR
        DELIMITED BY SIZE INTO HIT-DETAIL
      WHEN "CFGAUDIT"
       MOVE ARC-RECORD TO DB-CFG-AUDIT
       MOVE CFA-SET-BY        TO HIT-USER
       MOVE CFA-SET-TIME      TO HIT-TIME
       MOVE CFA-NAME          TO HIT-WHAT
       MOVE CFA-NAME          TO HIT-KEYTEXT(1:32)
       MOVE CFA-OLD-VALUE     TO HIT-KEYTEXT(34:64)
       MOVE CFA-NEW-VALUE     TO HIT-KEYTEXT(99:64)
       MOVE CFA-OLD-VALUE     TO HIT-DETAIL(1:26)
       MOVE ">"               TO HIT-DETAIL(28:1)
       MOVE CFA-NEW-VALUE     TO HIT-DETAIL(30:26)
     END-EVALUATE.
*>-----------------------------------------------------------------
*> Spaces / zero is "any"; a filter the record cannot answer fails.
 MATCH-FILTERS.
     MOVE "Y" TO MATCH-SW.
     IF ARCINQ-USER NOT = SPACES
        AND HIT-USER NOT = ARCINQ-USER AND HIT-USER2 NOT = ARCINQ-USER
      MOVE "N" TO MATCH-SW.
     IF ARCINQ-FORM NOT = SPACES AND HIT-FORM NOT = ARCINQ-FORM
      MOVE "N" TO MATCH-SW.
     IF ARCINQ-CORR-ID NOT = SPACES AND HIT-CORR NOT = ARCINQ-CORR-ID
      MOVE "N" TO MATCH-SW.
     IF FROM-EPOCH > 0 AND HIT-TIME < FROM-EPOCH
      MOVE "N" TO MATCH-SW.
     IF TO-EPOCH > 0 AND HIT-TIME > TO-EPOCH
      MOVE "N" TO MATCH-SW.
     IF KEY-LEN > 0 AND RECORD-MATCHES
      MOVE 0 TO KEY-HITS
      INSPECT HIT-KEYTEXT TALLYING KEY-HITS
          FOR ALL ARCINQ-KEY(1:KEY-LEN)
      IF KEY-HITS = 0
       MOVE "N" TO MATCH-SW.
*>-----------------------------------------------------------------
*> Into the table in time order. Full, a match later than every
*> held line is only counted; an earlier one pushes the latest out.
 SAVE-INQ-LINE.
     ADD 1 TO MATCH-COUNT.
     IF INQ-CNT NOT < 200
      IF HIT-TIME NOT < INQ-TIME(200)
       GO TO SAVE-INQ-LINE-EXIT
      ELSE
       MOVE 199 TO INQ-CNT.
     MOVE INQ-CNT TO INQ-IDX.
     PERFORM UNTIL INQ-IDX < 1
        OR INQ-TIME(INQ-IDX) NOT > HIT-TIME
      MOVE INQ-ENTRY(INQ-IDX) TO INQ-ENTRY(INQ-IDX + 1)
      SUBTRACT 1 FROM INQ-IDX
     END-PERFORM.
     ADD 1 TO INQ-IDX.
     ADD 1 TO INQ-CNT.

     MOVE HIT-TIME TO INQ-TIME(INQ-IDX) DISP-TIME.
     MOVE SPACES TO INQ-LINE-TBL(INQ-IDX).
     MOVE DISP-TIME        TO INQ-LINE-TBL(INQ-IDX)(1:15).
     MOVE HIT-USER         TO INQ-LINE-TBL(INQ-IDX)(17:12).
     MOVE HIT-FORM         TO INQ-LINE-TBL(INQ-IDX)(30:8).
     MOVE HIT-WHAT         TO INQ-LINE-TBL(INQ-IDX)(39:16).
     MOVE HIT-DETAIL       TO INQ-LINE-TBL(INQ-IDX)(56:55).
     MOVE ARC-DATASET      TO INQ-LINE-TBL(INQ-IDX)(112:9).
 SAVE-INQ-LINE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Who searched for what, and how much it found.
 LOG-SEARCH.
     MOVE OPERATOR-USER TO AAL-ACTOR.
     MOVE "VARCHINQ"    TO AAL-PROGRAM.
     MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING "USER=" ARCINQ-USER DELIMITED BY "  "
            " FORM=" ARCINQ-FORM DELIMITED BY "  "
            " CORR=" ARCINQ-CORR-ID DELIMITED BY "  "
      INTO AAL-TARGET.
     STRING "KEY=" ARCINQ-KEY DELIMITED BY SIZE INTO AAL-OLD.
     MOVE MATCH-COUNT TO DISP-MATCH-CNT.
     STRING "FROM " ARCINQ-FROM-DATE " TO " ARCINQ-TO-DATE
            " MATCHES" DISP-MATCH-CNT
      DELIMITED BY SIZE INTO AAL-NEW.
     MOVE SPACES TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
*> VDATAJRNLRPT's inquiry popup: twelve lines a page, Enter pages
*> forward wrapping to the top, Escape closes.
 SHOW-MATCHES.
     PERFORM OPEN-INQUIRY-WINDOW.
     MOVE 1 TO INQ-TOP.
     PERFORM PAINT-INQUIRY-PAGE.

     MOVE "N" TO INQ-DONE-SW.
     PERFORM UNTIL INQ-DONE
      PERFORM CONVERSE-INQUIRY
      IF AQ-CD-KEY = SP2-KEY-ESCAPE OR AQ-CD-RET-CODE NOT = 0
       SET INQ-DONE TO TRUE
      ELSE
       ADD 12 TO INQ-TOP
       IF INQ-TOP > INQ-CNT
        MOVE 1 TO INQ-TOP
       END-IF
       PERFORM PAINT-INQUIRY-PAGE
      END-IF
     END-PERFORM.

     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>-----------------------------------------------------------------
 OPEN-INQUIRY-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VARCQWIN"           TO SP2-WD-NAME.
     MOVE "ARCHIVE INQUIRY"    TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 740                  TO SP2-WD-WIDTH.
     MOVE 200                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VARCQPAN"           TO SP2-PD-NAME.
     MOVE "Archive"            TO SP2-PD-TITLE.
     MOVE 720                  TO SP2-PD-WIDTH.
     MOVE 190                  TO SP2-PD-HEIGHT.
     MOVE 1                    TO SP2-PD-FLD-CNT.
     MOVE 1                    TO SP2-PD-PROG-CNT.
     MOVE 8                    TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 120                  TO SP2-SD-VAR-LEN.
     Move 120                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.
     Move 20                   TO SP2-SD-ID.
     Move 11                   TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE SPACES TO SP2-SD-TEXT.
     STRING "TIME            USER         FORM     FIELD"
      DELIMITED BY SIZE INTO SP2-SD-TEXT.
     MOVE "OLD VALUE" TO SP2-SD-TEXT(56:9).
     MOVE "NEW VALUE" TO SP2-SD-TEXT(85:9).
     MOVE "ARCHIVE"   TO SP2-SD-TEXT(112:7).
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     PERFORM CREATE-COMMAND-FIELD.
*>-----------------------------------------------------------------
 CREATE-COMMAND-FIELD.
     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "AQCMD"              TO SP2-FD-NAME.
     MOVE 176                  TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 20                   TO SP2-FD-WIDTH.
     MOVE 1                    TO SP2-FD-MAX-LEN.
     MOVE 1                    TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>-----------------------------------------------------------------
 PAINT-INQUIRY-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 120                  TO SP2-SD-VAR-LEN.
     Move 120                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     PERFORM VARYING INQ-ROW FROM 1 BY 1 UNTIL INQ-ROW > 12
      COMPUTE SP2-SD-ID = 20 + INQ-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = 11 + (INQ-ROW * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE INQ-IDX = INQ-TOP + INQ-ROW - 1 END-COMPUTE
      IF INQ-IDX NOT > INQ-CNT
       MOVE INQ-LINE-TBL(INQ-IDX) TO SP2-SD-TEXT
      ELSE
       MOVE SPACES TO SP2-SD-TEXT
      END-IF
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     MOVE MATCH-COUNT TO DISP-MATCH-CNT.
     MOVE ARCS-READ   TO DISP-ARCS-CNT.
     MOVE SPACES TO INQ-COUNT-LINE.
     IF MATCH-COUNT > INQ-CNT
      STRING DISP-MATCH-CNT " MATCHES IN" DISP-ARCS-CNT
             " ARCHIVES, EARLIEST 200 SHOWN - NARROW THE SEARCH"
       DELIMITED BY SIZE INTO INQ-COUNT-LINE
     ELSE
      STRING DISP-MATCH-CNT " MATCHES IN" DISP-ARCS-CNT
             " ARCHIVES - ENTER PAGES, ESC CLOSES"
       DELIMITED BY SIZE INTO INQ-COUNT-LINE.
     MOVE 33                   TO SP2-SD-ID.
     MOVE 154                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE INQ-COUNT-LINE       TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------------
 CONVERSE-INQUIRY.
     MOVE LOW-VALUES TO AQ-CD-DATA.
     COMPUTE AQ-CD-LEN-LEN      = FUNCTION LENGTH(AQ-CD-LENS).
     COMPUTE AQ-CD-IP-NUM-LEN   = FUNCTION LENGTH(AQ-CD-IP-NUM-DATA).
     COMPUTE AQ-CD-IP-CHAR-LEN  = FUNCTION LENGTH(AQ-CD-IP-CHAR-DATA).
     COMPUTE AQ-CD-OP-NUM-LEN   = FUNCTION LENGTH(AQ-CD-OP-NUM-DATA).
     COMPUTE AQ-CD-OP-CHAR-LEN  = FUNCTION LENGTH(AQ-CD-OP-CHAR-DATA).
     COMPUTE AQ-CD-FIELD-LEN    = FUNCTION LENGTH(AQ-CD-DATABUFFER).
     COMPUTE AQ-CD-COLR-LEN     = FUNCTION LENGTH(AQ-CD-COLR-DATA).
     COMPUTE AQ-CD-TYPE-LEN     = FUNCTION LENGTH(AQ-CD-TYPE-DATA).
     MOVE "VARCQPAN" TO AQ-CD-NEXT-PANEL.
     MOVE "a"        TO AQ-CD-WAIT-SW.
     MOVE "x"        TO AQ-CD-NEW-WINDOW.
     MOVE SPACES     TO AQ-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS AQ-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL AQ-CONVERSE-DATA.
*>-----------------------------------------------------------------
*> POPLOG keeps a printable stamp, not clock seconds - converted
*> the way VRETAINPURGE converts it.
 POPLOG-STAMP-TO-EPOCH.
     MOVE 0 TO POP-EPOCH.
     MOVE POPLOG-TIME TO POP-STAMP.
     IF POP-ST-YEAR NOT NUMERIC OR POP-ST-YEAR < 1970
      GO TO POPLOG-STAMP-TO-EPOCH-EXIT.
     COMPUTE EPOCH-BASE-DAYNUM = FUNCTION INTEGER-OF-DATE(19700101)
     END-COMPUTE.
     COMPUTE POP-DAYNUM = FUNCTION INTEGER-OF-DATE(
         (POP-ST-YEAR * 10000) + (POP-ST-MONTH * 100) + POP-ST-DAY)
     END-COMPUTE.
     COMPUTE POP-EPOCH = ((POP-DAYNUM - EPOCH-BASE-DAYNUM) * 86400)
         + (POP-ST-HOUR * 3600) + (POP-ST-MIN * 60) + POP-ST-SEC
     END-COMPUTE.
 POPLOG-STAMP-TO-EPOCH-EXIT.
     EXIT.
