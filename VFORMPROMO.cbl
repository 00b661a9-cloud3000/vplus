>>source format free
*>*****************************************************************
*>*                     V F O R M P R O M O                        *
*>*****************************************************************
*>   Forms-file promotion, DEV to TEST to PROD, instead of a hand
*>   copy nobody checked first. Each environment keeps its forms
*>   files (<name>.vform and <name>.pan) in its own directory,
*>   configured through VGETCFG as VPLUS_FORMS_DEV / _TEST / _PROD.
*>     PROMO-REQUEST ("R")  lint the file in PROMO-FROM-ENV with
*>                          VFORMLINT - a failing file is refused and
*>                          logged as refused - then run VFORMDIFF
*>                          against the target environment's current
*>                          version and park the request, with both
*>                          reports, for approval
*>     PROMO-APPROVE ("A")  a second person - never the requester -
*>                          approves PROMO-REQ-ID: the replaced
*>                          version is set aside, the file is copied
*>                          into the next environment, and the record
*>                          completed
*>     PROMO-REJECT  ("X")  a second person turns the request down
*>     PROMO-LIST    ("L")  the PROMOTION history of one forms file
*>                          (or all) to a report
*>   Every promotion record carries who asked, who approved, the
*>   VFILE-VERSION moved and the version it replaced, with the name
*>   of the VOPENFORMF snapshot that version is restored from - the
*>   trail a rollback through "*PRIOR" is traced along.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFORMPROMO.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT PROMO-FILE
        ASSIGN TO PROMO-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRMO-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  PROMO-FILE.
 01  PROMO-RECORD                 PIC X(132).
 WORKING-STORAGE SECTION.
 01 PRMO-STATUS1            PIC XX.
 01 PROMO-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
   COPY "vplus/TCLDBMEM".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 PROMO-ID-CLOCK          PIC 9(12) VALUE 0.

*> The two environments of this promotion and their directories.
 01 TO-ENV                  PIC X(04) VALUE SPACES.
 01 FROM-DIR                PIC X(32) VALUE SPACES.
 01 TO-DIR                  PIC X(32) VALUE SPACES.
 01 ENV-WRK                 PIC X(04) VALUE SPACES.
 01 DIR-WRK                 PIC X(32) VALUE SPACES.
 01 FROM-PATH               PIC X(64) VALUE SPACES.
 01 TO-PATH                 PIC X(64) VALUE SPACES.
 01 ASIDE-PATH              PIC X(64) VALUE SPACES.
 01 VERSION-PATH            PIC X(64) VALUE SPACES.
 01 VERSION-FOUND           PIC S9(8) COMP-5 VALUE 0.
 01 VERSION-DISP            PIC 9(08) VALUE 0.
 01 SNAP-DIR                PIC X(64) VALUE SPACES.
 01 COPY-FAILED-SW          PIC X VALUE "N".
    88 COPY-FAILED              VALUE "Y".
 01 PROMO-USER              PIC X(32) VALUE SPACES.
 01 DISP-VERSION            PIC -------9.
 01 DISP-REPLACED           PIC -------9.
 01 DISP-LINT               PIC ----9.
 01 DISP-DIFF               PIC ----9.
 01 LIST-CNT                PIC S9(8) COMP-5 VALUE 0.
 01 BYTE-IDX                PIC S9(4) COMP-5 VALUE 0.

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

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-PROMOTION       Pic X(16) Value "PROMOTION".

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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSSQL".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VFORMPROMO.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFORMPROMO "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO VFORMPROMO-RETURN.

     PERFORM RESOLVE-PROMO-USER.

     EVALUATE TRUE
      WHEN PROMO-REQUEST
       PERFORM REQUEST-PROMOTION THRU REQUEST-PROMOTION-EXIT
      WHEN PROMO-APPROVE
       PERFORM APPROVE-PROMOTION THRU APPROVE-PROMOTION-EXIT
      WHEN PROMO-REJECT
       PERFORM REJECT-PROMOTION THRU REJECT-PROMOTION-EXIT
      WHEN PROMO-LIST
       PERFORM LIST-PROMOTIONS THRU LIST-PROMOTIONS-EXIT
      WHEN OTHER
       MOVE "VFORMPROMO" TO INTR-ERRNAME
       MOVE 54           TO INTR-ERRNUM
       MOVE 54           TO CSTATUS
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VFORMPROMO-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Lint first: a file that fails is refused here and the refusal
*> logged. A clean file is diffed against what the target runs now
*> and parked for a second person.
 REQUEST-PROMOTION.
     IF PROMO-FORMS-FILE = SPACES
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 71           TO INTR-ERRNUM
      MOVE 71           TO CSTATUS
      GO TO REQUEST-PROMOTION-EXIT.
     PERFORM RESOLVE-ENVIRONMENTS.
     IF CSTATUS NOT = 0
      GO TO REQUEST-PROMOTION-EXIT.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-FORM-PROMOTION.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE PROMO-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     MOVE PROMO-ID-CLOCK   TO PRM-ID.
     MOVE PROMO-FORMS-FILE TO PRM-FORMS-FILE.
     MOVE PROMO-FROM-ENV   TO PRM-FROM-ENV.
     MOVE TO-ENV           TO PRM-TO-ENV.
     MOVE PROMO-USER       TO PRM-REQ-USER.
     MOVE ClockSeconds     TO PRM-REQ-TIME.

     MOVE FROM-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PRM-VERSION.
     MOVE TO-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PRM-REPLACED-VERSION.

     MOVE SPACES TO PRM-LINT-RPT.
     STRING "PROMO" PRM-ID ".LNT" DELIMITED BY SIZE
      INTO PRM-LINT-RPT.
     MOVE FROM-PATH    TO FORMLINT-FILE.
     MOVE PRM-LINT-RPT TO FORMLINT-RPT-NAME.
     MOVE 0 TO CSTATUS.
     CALL "VFORMLINT" USING COMAREA.
     MOVE FORMLINT-ERR-CNT TO PRM-LINT-ERRS.
     IF CSTATUS NOT = 0 OR FORMLINT-ERR-CNT > 0
      IF PRM-LINT-ERRS = 0
       MOVE CSTATUS TO PRM-LINT-ERRS
      END-IF
      MOVE "L" TO PRM-STATE
      PERFORM PUT-PROMOTION
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 81           TO INTR-ERRNUM
      MOVE 81           TO CSTATUS
      MOVE "FORMS FILE FAILS LINT - PROMOTION REFUSED" TO END-MSG
      GO TO REQUEST-PROMOTION-EXIT.

*> Against the target's current version. A first promotion into an
*> environment has nothing there to diff against; the request still
*> stands, with a zero replaced version saying so.
     MOVE SPACES TO PRM-DIFF-RPT.
     STRING "PROMO" PRM-ID ".DIF" DELIMITED BY SIZE
      INTO PRM-DIFF-RPT.
     IF PRM-REPLACED-VERSION NOT = 0
      MOVE TO-PATH      TO FORMDIFF-FILE-A
      MOVE FROM-PATH    TO FORMDIFF-FILE-B
      MOVE PRM-DIFF-RPT TO FORMDIFF-RPT-NAME
      MOVE 0 TO CSTATUS
      CALL "VFORMDIFF" USING COMAREA
      MOVE FORMDIFF-DIFF-CNT TO PRM-DIFF-CNT
     ELSE
      MOVE SPACES TO PRM-DIFF-RPT
      MOVE 0      TO PRM-DIFF-CNT.

     MOVE "P" TO PRM-STATE.
     PERFORM PUT-PROMOTION.
     IF CSTATUS = 0
      MOVE PRM-ID TO PROMO-REQ-ID.
 REQUEST-PROMOTION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The second person's half. The file that lands is the file that
*> was linted and diffed - a source re-saved since the request no
*> longer matches its version and has to be requested again.
 APPROVE-PROMOTION.
     PERFORM GET-PENDING-PROMOTION THRU GET-PENDING-PROMOTION-EXIT.
     IF CSTATUS NOT = 0
      GO TO APPROVE-PROMOTION-EXIT.
     MOVE PRM-FORMS-FILE TO PROMO-FORMS-FILE.
     MOVE PRM-FROM-ENV   TO PROMO-FROM-ENV.
     PERFORM RESOLVE-ENVIRONMENTS.
     IF CSTATUS NOT = 0
      GO TO APPROVE-PROMOTION-EXIT.

     MOVE FROM-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     IF VERSION-FOUND NOT = PRM-VERSION
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 85           TO INTR-ERRNUM
      MOVE 85           TO CSTATUS
      MOVE "SOURCE CHANGED SINCE THE REQUEST - REQUEST AGAIN" TO END-MSG
      GO TO APPROVE-PROMOTION-EXIT.
     MOVE TO-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PRM-REPLACED-VERSION.

*> The replaced version is set aside under its version number, and
*> the snapshot VOPENFORMF keeps of it when a running session moves
*> off it is named on the record.
     MOVE "N" TO COPY-FAILED-SW.
     MOVE SPACES TO PRM-REPLACED-SNAP.
     IF PRM-REPLACED-VERSION NOT = 0
      MOVE PRM-REPLACED-VERSION TO VERSION-DISP
      MOVE SPACES TO ASIDE-PATH
      STRING TO-PATH      DELIMITED BY SPACE
             "."          DELIMITED BY SIZE
             VERSION-DISP DELIMITED BY SIZE
       INTO ASIDE-PATH
      MOVE TO-PATH    TO FROM-PATH
      PERFORM COPY-FORMS-FILE-PAIR
      PERFORM BUILD-REPLACED-SNAP-NAME
      MOVE PRM-FORMS-FILE TO PROMO-FORMS-FILE
      PERFORM RESOLVE-ENVIRONMENTS
     END-IF.
     IF COPY-FAILED
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 84           TO INTR-ERRNUM
      MOVE 84           TO CSTATUS
      MOVE "REPLACED VERSION COULD NOT BE SET ASIDE" TO END-MSG
      GO TO APPROVE-PROMOTION-EXIT.

     MOVE TO-PATH TO ASIDE-PATH.
     PERFORM COPY-FORMS-FILE-PAIR.
     IF COPY-FAILED
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 84           TO INTR-ERRNUM
      MOVE 84           TO CSTATUS
      MOVE "FORMS FILE COULD NOT BE COPIED" TO END-MSG
      GO TO APPROVE-PROMOTION-EXIT.

     PERFORM Get-ClockSeconds.
     MOVE "A"          TO PRM-STATE.
     MOVE PROMO-USER   TO PRM-APPR-USER.
     MOVE ClockSeconds TO PRM-APPR-TIME.
     PERFORM UPDATE-PROMOTION.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE "VFORMPROMO"   TO AAL-PROGRAM.
     MOVE "FORM-PROMOTE" TO AAL-ACTION.
     MOVE PROMO-USER     TO AAL-ACTOR.
     STRING PRM-FORMS-FILE DELIMITED BY SPACE
            " "            DELIMITED BY SIZE
            PRM-FROM-ENV   DELIMITED BY SPACE
            ">"            DELIMITED BY SIZE
            PRM-TO-ENV     DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE PRM-REPLACED-VERSION TO DISP-REPLACED.
     MOVE PRM-VERSION          TO DISP-VERSION.
     STRING "VERSION " DISP-REPLACED DELIMITED BY SIZE INTO AAL-OLD.
     STRING "VERSION " DISP-VERSION  DELIMITED BY SIZE INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
     MOVE 0 TO CSTATUS.
 APPROVE-PROMOTION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 REJECT-PROMOTION.
     PERFORM GET-PENDING-PROMOTION THRU GET-PENDING-PROMOTION-EXIT.
     IF CSTATUS NOT = 0
      GO TO REJECT-PROMOTION-EXIT.
     PERFORM Get-ClockSeconds.
     MOVE "R"          TO PRM-STATE.
     MOVE PROMO-USER   TO PRM-APPR-USER.
     MOVE ClockSeconds TO PRM-APPR-TIME.
     PERFORM UPDATE-PROMOTION.
 REJECT-PROMOTION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A pending request by id, decided by anyone but its requester.
 GET-PENDING-PROMOTION.
     MOVE PROMO-REQ-ID TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-FORM-PROMOTION KEYED
         STATUS-AREA ALL-ITEMS DB-FORM-PROMOTION SEARCH-KEY.
     IF IMAGE-ERRORS
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 17           TO INTR-ERRNUM
      MOVE 17           TO CSTATUS
      GO TO GET-PENDING-PROMOTION-EXIT.
     IF NOT PRM-PENDING
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 82           TO INTR-ERRNUM
      MOVE 82           TO CSTATUS
      MOVE "PROMOTION IS NOT PENDING" TO END-MSG
      GO TO GET-PENDING-PROMOTION-EXIT.
     IF PROMO-USER = PRM-REQ-USER
      OR PROMO-USER = "(UNRESOLVED)"
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 83           TO INTR-ERRNUM
      MOVE 83           TO CSTATUS
      MOVE "A SECOND PERSON MUST DECIDE THIS PROMOTION" TO END-MSG
      GO TO GET-PENDING-PROMOTION-EXIT.
     MOVE 0 TO CSTATUS.
 GET-PENDING-PROMOTION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The promotion history to a report, oldest first - a serial pass,
*> there being no search item for "one forms file".
 LIST-PROMOTIONS.
     MOVE "PROMOTION.RPT" TO PROMO-FILE-NAME-WRK.
     IF PROMO-RPT-NAME NOT = SPACES
      MOVE PROMO-RPT-NAME TO PROMO-FILE-NAME-WRK.
     OPEN OUTPUT PROMO-FILE.
     IF PRMO-STATUS1 NOT = "00"
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO LIST-PROMOTIONS-EXIT.
     MOVE SPACES TO PROMO-RECORD.
     STRING "ID,FORMSFILE,FROM,TO,STATE,VERSION,REPLACED,"
            "REQUESTED-BY,APPROVED-BY,LINT-ERRS,DIFFS,SNAPSHOT"
      DELIMITED BY SIZE INTO PROMO-RECORD.
     WRITE PROMO-RECORD.

     MOVE 0 TO LIST-CNT.
     PERFORM UNTIL END-OF-FILE
      CALL "DBGET" USING Secdb-Database DS-FORM-PROMOTION SERIAL
          STATUS-AREA ALL-ITEMS DB-FORM-PROMOTION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-FILE
       IF PROMO-FORMS-FILE = SPACES
          OR PROMO-FORMS-FILE = PRM-FORMS-FILE
        PERFORM WRITE-PROMOTION-LINE
       END-IF
      END-IF
     END-PERFORM.
     CLOSE PROMO-FILE.
     MOVE 0 TO CSTATUS.
 LIST-PROMOTIONS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-PROMOTION-LINE.
     ADD 1 TO LIST-CNT.
     MOVE PRM-VERSION          TO DISP-VERSION.
     MOVE PRM-REPLACED-VERSION TO DISP-REPLACED.
     MOVE PRM-LINT-ERRS        TO DISP-LINT.
     MOVE PRM-DIFF-CNT         TO DISP-DIFF.
     MOVE SPACES TO PROMO-RECORD.
     STRING PRM-ID            DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            PRM-FORMS-FILE    DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            PRM-FROM-ENV      DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            PRM-TO-ENV        DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            PRM-STATE         DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            DISP-VERSION      DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            DISP-REPLACED     DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            PRM-REQ-USER      DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            PRM-APPR-USER     DELIMITED BY SPACE
            ","               DELIMITED BY SIZE
            DISP-LINT         DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            DISP-DIFF         DELIMITED BY SIZE
            ","               DELIMITED BY SIZE
            PRM-REPLACED-SNAP DELIMITED BY SPACE
      INTO PROMO-RECORD.
     WRITE PROMO-RECORD.
*>-----------------------------------------------------------------
*> DEV goes to TEST, TEST to PROD; nothing is promoted out of PROD.
 RESOLVE-ENVIRONMENTS.
     MOVE 0 TO CSTATUS.
     EVALUATE PROMO-FROM-ENV
      WHEN "DEV"
       MOVE "TEST" TO TO-ENV
      WHEN "TEST"
       MOVE "PROD" TO TO-ENV
      WHEN OTHER
       MOVE "VFORMPROMO" TO INTR-ERRNAME
       MOVE 80           TO INTR-ERRNUM
       MOVE 80           TO CSTATUS
       MOVE "PROMOTION IS FROM DEV OR TEST ONLY" TO END-MSG
     END-EVALUATE.
     IF CSTATUS = 0
      MOVE PROMO-FROM-ENV TO ENV-WRK
      PERFORM GET-ENVIRONMENT-DIR
      MOVE DIR-WRK TO FROM-DIR
      MOVE TO-ENV TO ENV-WRK
      PERFORM GET-ENVIRONMENT-DIR
      MOVE DIR-WRK TO TO-DIR
      MOVE SPACES TO FROM-PATH TO-PATH
      STRING FROM-DIR         DELIMITED BY SPACE
             PROMO-FORMS-FILE DELIMITED BY SPACE
       INTO FROM-PATH
      STRING TO-DIR           DELIMITED BY SPACE
             PROMO-FORMS-FILE DELIMITED BY SPACE
       INTO TO-PATH.
*>-----------------------------------------------------------------
 GET-ENVIRONMENT-DIR.
     MOVE SPACES TO CP-NAME CP-VALUE.
     STRING "VPLUS_FORMS_" ENV-WRK DELIMITED BY SPACE
      INTO CP-NAME.
     STRING "/vforms/" ENV-WRK "/" DELIMITED BY SPACE
      INTO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-WRK.
*>-----------------------------------------------------------------
*> VFILE-VERSION of the forms file at VERSION-PATH, through the same
*> catalog bridge VOPENFORMF reads it with; zero when there is no
*> such file.
 READ-FILE-VERSION.
     MOVE 0 TO VERSION-FOUND.
     MOVE LOW-VALUES TO VPLUS-DB.
     STRING VERSION-PATH DELIMITED BY " "
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
      GO TO READ-FILE-VERSION-EXIT.
     CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                             TCL-BUFFER-PTR, TCL-BUFFERLEN,
                             TCL-RESULT, TCL-ERROR.
     IF TCL-BUFFERLEN > 0
      SET ADDRESS OF VFILE TO TCL-BUFFER-PTR
      MOVE VFILE-VERSION TO VERSION-FOUND.
 READ-FILE-VERSION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The catalog and its panel file travel together: FROM-PATH.vform
*> and .pan copied over ASIDE-PATH.vform and .pan.
 COPY-FORMS-FILE-PAIR.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "file copy -force {" DELIMITED BY SIZE
            FROM-PATH            DELIMITED BY SPACE
            ".vform} {"          DELIMITED BY SIZE
            ASIDE-PATH           DELIMITED BY SPACE
            ".vform}; file copy -force {" DELIMITED BY SIZE
            FROM-PATH            DELIMITED BY SPACE
            ".pan} {"            DELIMITED BY SIZE
            ASIDE-PATH           DELIMITED BY SPACE
            ".pan}"              DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      MOVE "Y" TO COPY-FAILED-SW
      MOVE LOW-VALUES TO DebugBUF
      STRING "VFORMPROMO: copy failed " FROM-PATH " > " ASIDE-PATH
       DELIMITED BY "  " INTO DebugBUF
      CALL "LogDebug" USING DebugBUF.
*>-----------------------------------------------------------------
*> The name VOPENFORMF's BUILD-SNAPSHOT-FILENAME gives the replaced
*> version's snapshot: VFORMSNAP_PATH (or its default volume), the
*> forms-file name, the eight-digit version and ".SNP".
 BUILD-REPLACED-SNAP-NAME.
     MOVE SPACES TO SNAP-DIR.
     ACCEPT SNAP-DIR FROM ENVIRONMENT "VFORMSNAP_PATH".
     IF SNAP-DIR = SPACES
      MOVE "/volume1/panels/vformsnap/" TO SNAP-DIR.
     MOVE PRM-REPLACED-VERSION TO VERSION-DISP.
     MOVE SPACES TO PRM-REPLACED-SNAP.
     STRING SNAP-DIR       DELIMITED BY SPACE
            PRM-FORMS-FILE DELIMITED BY SPACE
            "."            DELIMITED BY SIZE
            VERSION-DISP   DELIMITED BY SIZE
            ".SNP"         DELIMITED BY SIZE
      INTO PRM-REPLACED-SNAP.
*>-----------------------------------------------------------------
 PUT-PROMOTION.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-PROMOTION
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-FORM-PROMOTION
         MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-PROMOTION.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS
     ELSE
      MOVE 0 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-PROMOTION
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 UPDATE-PROMOTION.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-PROMOTION
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-FORM-PROMOTION
         MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-PROMOTION.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPROMO" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS
     ELSE
      MOVE 0 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-PROMOTION
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
*> The person behind this session. Approval needs a real name - an
*> unresolved session can request, never decide.
 RESOLVE-PROMO-USER.
     MOVE "(UNRESOLVED)" TO PROMO-USER.
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
       MOVE AUTHSESS-USER TO PROMO-USER.
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
