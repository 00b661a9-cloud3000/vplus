>>source format free
*>*****************************************************************
*>*                     V F O R M P I L O T                        *
*>*****************************************************************
*>   Pilot rollout of a new forms-file version to a group of users
*>   or devices, instead of everyone at once. The pilot version is
*>   staged beside the forms file (PILOT-SOURCE, by default
*>   <forms file>.PILOT - a .vform/.pan pair like any other); while
*>   the pilot runs VOPENFORMF loads it for the group's sessions and
*>   the forms file as it stands for everybody else.
*>     PILOT-START       ("S") lint the staged version with VFORMLINT
*>                             - a failing file is refused - and
*>                             open a pilot of it against the forms
*>                             file's current version
*>     PILOT-ADD-MEMBER  ("A") put a user ("U") or a device by LDEV
*>                             ("D") into the running pilot's group
*>     PILOT-DROP-MEMBER ("D") take one out again
*>     PILOT-COMPARE     ("C") the pilot group against everyone else
*>                             on the forms file's panels since the
*>                             pilot began: key presses, response
*>                             time, edit failures and what became
*>                             of the transactions they started -
*>                             completed, parked, pended, abandoned
*>     PILOT-PROMOTE     ("P") a second person - never the one who
*>                             started it - puts the pilot version in
*>                             place for everyone, the replaced
*>                             version set aside as a promotion does
*>     PILOT-WITHDRAW    ("W") end the pilot; the group's next open
*>                             is back on the current version
*>   The compare report needs the forms file open (VOPENFORMF) for
*>   its panel directory, as the forms usage report does. Every
*>   start, group change and ending is an ADMINLOG record.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFORMPILOT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT PILOT-FILE
        ASSIGN TO PILOT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLOT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  PILOT-FILE.
 01  PILOT-RECORD                 PIC X(132).
 WORKING-STORAGE SECTION.
 01 PLOT-STATUS1            PIC XX.
 01 PILOT-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
   COPY "vplus/TCLDBMEM".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 PILOT-ID-CLOCK          PIC 9(12) VALUE 0.

 01 PILOT-USER              PIC X(32) VALUE SPACES.
 01 SOURCE-PATH             PIC X(64) VALUE SPACES.
 01 VERSION-PATH            PIC X(64) VALUE SPACES.
 01 VERSION-FOUND           PIC S9(8) COMP-5 VALUE 0.
 01 VERSION-DISP            PIC 9(08) VALUE 0.
 01 FROM-PATH               PIC X(64) VALUE SPACES.
 01 ASIDE-PATH              PIC X(64) VALUE SPACES.
 01 SNAP-DIR                PIC X(64) VALUE SPACES.
 01 COPY-FAILED-SW          PIC X VALUE "N".
    88 COPY-FAILED              VALUE "Y".
 01 PILOT-FOUND-SW          PIC X VALUE "N".
    88 PILOT-FOUND              VALUE "Y".
 01 LATEST-START            PIC S9(18) COMP-5 VALUE 0.
 01 LATEST-ID               PIC X(12) VALUE SPACES.
 01 DISP-VERSION            PIC -------9.
 01 DISP-BASE               PIC -------9.

*> The pilot group, loaded from PILOTMBR for the comparison.
 01 MBR-TABLE.
    05 MBR-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 MBR-ENTRY OCCURS 200 TIMES.
       10 MBR-KIND            PIC X(01).
       10 MBR-NAME            PIC X(32).
 01 MBR-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 MBR-FOUND-SW            PIC X VALUE "N".
    88 MBR-FOUND                VALUE "Y".
 01 CHECK-USER              PIC X(32) VALUE SPACES.
 01 CHECK-LDEV              PIC 9(4)  VALUE 0.
 01 CHECK-LDEV-X            PIC X(15) VALUE SPACES.

*> The two sides of the comparison: 1 the pilot group, 2 everyone
*> else. Response time is bucketed by the second as VRESPTIME does,
*> bucket 121 being "two minutes or more".
 01 GRP-TABLE.
    05 GRP-ENTRY OCCURS 2 TIMES.
       10 GRP-LABEL           PIC X(08).
       10 GRP-KEYS            PIC S9(8) COMP-5.
       10 GRP-RESP-SUM        PIC S9(12) COMP-5.
       10 GRP-HIST OCCURS 121 TIMES PIC S9(8) COMP-5.
       10 GRP-EDIT-FAILS      PIC S9(8) COMP-5.
       10 GRP-STARTED         PIC S9(8) COMP-5.
       10 GRP-COMPLETED       PIC S9(8) COMP-5.
       10 GRP-PARKED          PIC S9(8) COMP-5.
       10 GRP-PENDED          PIC S9(8) COMP-5.
       10 GRP-ABANDONED       PIC S9(8) COMP-5.
       10 GRP-OPEN            PIC S9(8) COMP-5.
 01 GRP-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 BUCKET                  PIC S9(4) COMP-5 VALUE 0.
 01 HIST-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 CUM-COUNT               PIC S9(8) COMP-5 VALUE 0.
 01 PCT-TARGET              PIC S9(8) COMP-5 VALUE 0.
 01 PCT-90                  PIC S9(4) COMP-5 VALUE 0.
 01 AVG-RESP                PIC S9(6)V9 COMP-3 VALUE 0.
 01 FAIL-RATE               PIC S9(6)V9 COMP-3 VALUE 0.
 01 ABANDON-RATE            PIC S9(4)V9 COMP-3 VALUE 0.
 01 DISP-CNT1               PIC ZZZZZZZ9.
 01 DISP-CNT2               PIC ZZZZZZZ9.
 01 DISP-CNT3               PIC ZZZZZZZ9.
 01 DISP-CNT4               PIC ZZZZZZZ9.
 01 DISP-CNT5               PIC ZZZZZZZ9.
 01 DISP-CNT6               PIC ZZZZZZZ9.
 01 DISP-AVG                PIC ZZZZZ9.9.
 01 DISP-P90                PIC ZZZ9.
 01 DISP-RATE               PIC ZZZZZ9.9.
 01 DISP-PCT                PIC ZZZ9.9.
 01 DISP-TIME               PIC -(14)9.

*> Every transaction started on the forms file's panels inside the
*> pilot window, by correlation id: which side started it, whose
*> session it was, and the furthest it got - completed ("C"),
*> parked for dual control ("P") or pended to the work queue ("Q").
 01 TXN-TABLE.
    05 TXN-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 TXN-ENTRY OCCURS 5000 TIMES.
       10 TXN-ID              PIC X(16).
       10 TXN-GRP             PIC S9(4) COMP-5.
       10 TXN-USER            PIC X(32).
       10 TXN-PIN             PIC S9(9) COMP-5.
       10 TXN-STATE           PIC X(01).
 01 TXN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 TXN-PTR                 PIC S9(4) COMP-5 VALUE 0.
 01 TXN-FULL-SW             PIC X VALUE "N".
    88 TXN-FULL                 VALUE "Y".
 01 TXN-KEY                 PIC X(16) VALUE SPACES.

*> Sessions still signed on: a transaction with no outcome whose
*> session is among these is still open, not abandoned.
 01 LIVE-TABLE.
    05 LIVE-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 LIVE-ENTRY OCCURS 1000 TIMES.
       10 LIVE-USER           PIC X(32).
       10 LIVE-PIN            PIC S9(9) COMP-5.
 01 LIVE-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 LIVE-FOUND-SW           PIC X VALUE "N".
    88 LIVE-FOUND               VALUE "Y".

 01 WINDOW-START            PIC S9(18) COMP-5 VALUE 0.
 01 WINDOW-END              PIC S9(18) COMP-5 VALUE 0.
 01 FORM-CHECK              PIC X(15) VALUE SPACES.
 01 FORM-IN-FILE-SW         PIC X VALUE "N".
    88 FORM-IN-FILE             VALUE "Y".

*> Panel directory via VGETFORMINFO, the shape VFORMCATALOG uses.
 01  CAT-FORMINFO.
     05  CMI-BUFFENTRIES    PIC S9(4)  COMP-5.
     05  CMI-ENTRYLEN       PIC S9(4)  COMP-5.
     05  CMI-ENTRYTABLE.
         10  CMI-ENTRY OCCURS 512 TIMES.
             15  CMI-NAME          PIC X(15).
             15  FILLER            PIC X.
             15  CMI-NUMBER        PIC S9(4)  COMP-5.
             15  CMI-NUM-OF-FIELDS PIC S9(4)  COMP-5.
             15  CMI-BUF-LENGTH    PIC S9(4)  COMP-5.
             15  CMI-NEXT-FORM     PIC X(15).
             15  FILLER            PIC X.
             15  CMI-REPEAT-OPTION PIC X.
             15  CMI-NFORM-OPTION  PIC X.
 01  CAT-FORMINFO-LEN       PIC S9(4) COMP-5.
 01  CMI-IDX                PIC S9(4) COMP-5 VALUE 0.

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
 01 DS-FORM-PILOT           Pic X(16) Value "FORMPILOT".
 01 DS-PILOT-MEMBER         Pic X(16) Value "PILOTMBR".
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".
 01 DS-EDIT-FAIL            Pic X(16) Value "EDITFAIL".
 01 DS-TXN-DONE             Pic X(16) Value "TXNDONE".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-WORK-QUEUE           Pic X(16) Value "WORKQUEUE".

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(48).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSSQL".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VFORMPILOT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFORMPILOT "
      delimited by "  " into INTR-CALLNAME.

     IF PILOT-FORMS-FILE = SPACES
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 71           TO INTR-ERRNUM
      MOVE 71           TO CSTATUS
      GO TO VFORMPILOT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO VFORMPILOT-RETURN.

     PERFORM RESOLVE-PILOT-USER.

     EVALUATE TRUE
      WHEN PILOT-START
       PERFORM START-PILOT THRU START-PILOT-EXIT
      WHEN PILOT-ADD-MEMBER
       PERFORM ADD-PILOT-MEMBER THRU ADD-PILOT-MEMBER-EXIT
      WHEN PILOT-DROP-MEMBER
       PERFORM DROP-PILOT-MEMBER THRU DROP-PILOT-MEMBER-EXIT
      WHEN PILOT-COMPARE
       PERFORM COMPARE-PILOT THRU COMPARE-PILOT-EXIT
      WHEN PILOT-PROMOTE
       PERFORM PROMOTE-PILOT THRU PROMOTE-PILOT-EXIT
      WHEN PILOT-WITHDRAW
       PERFORM WITHDRAW-PILOT THRU WITHDRAW-PILOT-EXIT
      WHEN OTHER
       MOVE "VFORMPILOT" TO INTR-ERRNAME
       MOVE 166          TO INTR-ERRNUM
       MOVE 166          TO CSTATUS
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VFORMPILOT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> One pilot per forms file at a time. The staged version has to
*> exist, differ from what everyone runs now and pass lint before
*> anybody's session is pointed at it.
 START-PILOT.
     PERFORM FIND-ACTIVE-PILOT.
     IF PILOT-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 161          TO INTR-ERRNUM
      MOVE 161          TO CSTATUS
      MOVE SPACES TO END-MSG
      STRING "PILOT " PLT-ID " IS ALREADY RUNNING FOR THIS FORMS FILE"
       DELIMITED BY SIZE INTO END-MSG
      GO TO START-PILOT-EXIT.

     MOVE PILOT-SOURCE TO SOURCE-PATH.
     IF SOURCE-PATH = SPACES
      STRING PILOT-FORMS-FILE DELIMITED BY SPACE
             ".PILOT"         DELIMITED BY SIZE
       INTO SOURCE-PATH.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-FORM-PILOT.
     ADD 1 TO MM-PARK-SEQ-CTR.
     COMPUTE PILOT-ID-CLOCK =
         FUNCTION MOD(ClockSeconds, 100000000) * 10000
         + FUNCTION MOD(MM-PARK-SEQ-CTR, 10000).
     MOVE PILOT-ID-CLOCK   TO PLT-ID.
     MOVE PILOT-FORMS-FILE TO PLT-FORMS-FILE.
     MOVE SOURCE-PATH      TO PLT-PATH.

     MOVE SOURCE-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PLT-VERSION.
     MOVE PILOT-FORMS-FILE TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PLT-BASE-VERSION.
     IF PLT-VERSION = 0
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 162          TO INTR-ERRNUM
      MOVE 162          TO CSTATUS
      MOVE "NO STAGED PILOT VERSION FOUND" TO END-MSG
      GO TO START-PILOT-EXIT.
     IF PLT-VERSION = PLT-BASE-VERSION
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 162          TO INTR-ERRNUM
      MOVE 162          TO CSTATUS
      MOVE "PILOT VERSION IS ALREADY THE CURRENT VERSION" TO END-MSG
      GO TO START-PILOT-EXIT.

     MOVE SOURCE-PATH TO FORMLINT-FILE.
     MOVE SPACES TO FORMLINT-RPT-NAME.
     STRING "PILOT" PLT-ID ".LNT" DELIMITED BY SIZE
      INTO FORMLINT-RPT-NAME.
     MOVE 0 TO CSTATUS.
     CALL "VFORMLINT" USING COMAREA.
     IF CSTATUS NOT = 0 OR FORMLINT-ERR-CNT > 0
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 162          TO INTR-ERRNUM
      MOVE 162          TO CSTATUS
      MOVE "PILOT VERSION FAILS LINT - PILOT REFUSED" TO END-MSG
      GO TO START-PILOT-EXIT.

     MOVE "A"          TO PLT-STATE.
     MOVE PILOT-USER   TO PLT-START-USER.
     MOVE ClockSeconds TO PLT-START-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-PILOT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-PILOT.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS
     ELSE
      MOVE 0 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO START-PILOT-EXIT.
     MOVE PLT-ID TO PILOT-ID.

     MOVE "PILOT-START" TO AAL-ACTION.
     PERFORM LOG-PILOT-VERSIONS.
 START-PILOT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A user by sign-on name or a device by LDEV number; a member
*> already in the group is left as it is.
 ADD-PILOT-MEMBER.
     PERFORM CHECK-MEMBER-PARMS THRU CHECK-MEMBER-PARMS-EXIT.
     IF CSTATUS NOT = 0
      GO TO ADD-PILOT-MEMBER-EXIT.
     PERFORM FIND-PILOT-MEMBER.
     IF MBR-FOUND
      GO TO ADD-PILOT-MEMBER-EXIT.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-PILOT-MEMBER.
     MOVE PLT-ID            TO PM-PILOT-ID.
     MOVE PILOT-MEMBER-KIND TO PM-KIND.
     MOVE PILOT-MEMBER      TO PM-MEMBER.
     MOVE PILOT-USER        TO PM-ADDED-BY.
     MOVE ClockSeconds      TO PM-ADDED-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-PILOT-MEMBER
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA ALL-ITEMS DB-PILOT-MEMBER.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO ADD-PILOT-MEMBER-EXIT.

     MOVE "PILOT-MEMBER" TO AAL-ACTION.
     MOVE SPACES TO AAL-NEW.
     STRING "ADD " PILOT-MEMBER-KIND " " PILOT-MEMBER
      DELIMITED BY SIZE INTO AAL-NEW.
     PERFORM LOG-PILOT-MEMBER.
 ADD-PILOT-MEMBER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 DROP-PILOT-MEMBER.
     PERFORM CHECK-MEMBER-PARMS THRU CHECK-MEMBER-PARMS-EXIT.
     IF CSTATUS NOT = 0
      GO TO DROP-PILOT-MEMBER-EXIT.
     PERFORM FIND-PILOT-MEMBER.
     IF NOT MBR-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 165          TO INTR-ERRNUM
      MOVE 165          TO CSTATUS
      MOVE "NOT A MEMBER OF THE PILOT GROUP" TO END-MSG
      GO TO DROP-PILOT-MEMBER-EXIT.

*> FIND-PILOT-MEMBER stopped on the member's record.
     CALL "DBLOCK" USING Secdb-Database DS-PILOT-MEMBER
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA.
     IF CSTATUS NOT = 0
      GO TO DROP-PILOT-MEMBER-EXIT.

     MOVE "PILOT-MEMBER" TO AAL-ACTION.
     MOVE SPACES TO AAL-NEW.
     STRING "DROP " PILOT-MEMBER-KIND " " PILOT-MEMBER
      DELIMITED BY SIZE INTO AAL-NEW.
     PERFORM LOG-PILOT-MEMBER.
 DROP-PILOT-MEMBER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-MEMBER-PARMS.
     PERFORM FIND-ACTIVE-PILOT.
     IF NOT PILOT-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 160          TO INTR-ERRNUM
      MOVE 160          TO CSTATUS
      MOVE "NO PILOT IS RUNNING FOR THIS FORMS FILE" TO END-MSG
      GO TO CHECK-MEMBER-PARMS-EXIT.
     IF (PILOT-MEMBER-KIND NOT = "U" AND PILOT-MEMBER-KIND NOT = "D")
      OR PILOT-MEMBER = SPACES
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 165          TO INTR-ERRNUM
      MOVE 165          TO CSTATUS
      MOVE "MEMBER IS A USER (U) OR A DEVICE LDEV (D)" TO END-MSG
      GO TO CHECK-MEMBER-PARMS-EXIT.
     MOVE 0 TO CSTATUS.
 CHECK-MEMBER-PARMS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A second person decides, as for a promotion. The version that
*> goes in is the version that was piloted - a staged copy re-saved
*> since the start is a different version and needs its own pilot.
*> The version it replaces is set aside under its version number
*> and its VOPENFORMF snapshot named on the pilot record.
 PROMOTE-PILOT.
     PERFORM FIND-ACTIVE-PILOT.
     IF NOT PILOT-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 160          TO INTR-ERRNUM
      MOVE 160          TO CSTATUS
      MOVE "NO PILOT IS RUNNING FOR THIS FORMS FILE" TO END-MSG
      GO TO PROMOTE-PILOT-EXIT.
     IF PILOT-USER = PLT-START-USER
      OR PILOT-USER = "(UNRESOLVED)"
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 163          TO INTR-ERRNUM
      MOVE 163          TO CSTATUS
      MOVE "A SECOND PERSON MUST PROMOTE THIS PILOT" TO END-MSG
      GO TO PROMOTE-PILOT-EXIT.

     MOVE PLT-PATH TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     IF VERSION-FOUND NOT = PLT-VERSION
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 162          TO INTR-ERRNUM
      MOVE 162          TO CSTATUS
      MOVE "STAGED PILOT VERSION CHANGED SINCE THE START" TO END-MSG
      GO TO PROMOTE-PILOT-EXIT.
     MOVE PLT-FORMS-FILE TO VERSION-PATH.
     PERFORM READ-FILE-VERSION THRU READ-FILE-VERSION-EXIT.
     MOVE VERSION-FOUND TO PLT-BASE-VERSION.

     MOVE "N" TO COPY-FAILED-SW.
     MOVE SPACES TO PLT-REPLACED-SNAP.
     IF PLT-BASE-VERSION NOT = 0
      MOVE PLT-BASE-VERSION TO VERSION-DISP
      MOVE SPACES TO ASIDE-PATH
      STRING PLT-FORMS-FILE DELIMITED BY SPACE
             "."            DELIMITED BY SIZE
             VERSION-DISP   DELIMITED BY SIZE
       INTO ASIDE-PATH
      MOVE PLT-FORMS-FILE TO FROM-PATH
      PERFORM COPY-FORMS-FILE-PAIR
      PERFORM BUILD-REPLACED-SNAP-NAME
     END-IF.
     IF COPY-FAILED
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 164          TO INTR-ERRNUM
      MOVE 164          TO CSTATUS
      MOVE "REPLACED VERSION COULD NOT BE SET ASIDE" TO END-MSG
      GO TO PROMOTE-PILOT-EXIT.

     MOVE PLT-PATH       TO FROM-PATH.
     MOVE PLT-FORMS-FILE TO ASIDE-PATH.
     PERFORM COPY-FORMS-FILE-PAIR.
     IF COPY-FAILED
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 164          TO INTR-ERRNUM
      MOVE 164          TO CSTATUS
      MOVE "PILOT VERSION COULD NOT BE PUT IN PLACE" TO END-MSG
      GO TO PROMOTE-PILOT-EXIT.

     MOVE "P" TO PLT-STATE.
     PERFORM END-PILOT-RECORD.
     IF CSTATUS NOT = 0
      GO TO PROMOTE-PILOT-EXIT.
     MOVE "PILOT-PROMOTE" TO AAL-ACTION.
     PERFORM LOG-PILOT-VERSIONS.
 PROMOTE-PILOT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Nothing to copy back: the forms file itself never changed. The
*> group's next open finds no pilot and loads the current version.
 WITHDRAW-PILOT.
     PERFORM FIND-ACTIVE-PILOT.
     IF NOT PILOT-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 160          TO INTR-ERRNUM
      MOVE 160          TO CSTATUS
      MOVE "NO PILOT IS RUNNING FOR THIS FORMS FILE" TO END-MSG
      GO TO WITHDRAW-PILOT-EXIT.
     MOVE "W" TO PLT-STATE.
     PERFORM END-PILOT-RECORD.
     IF CSTATUS NOT = 0
      GO TO WITHDRAW-PILOT-EXIT.
     MOVE "PILOT-WITHDRAW" TO AAL-ACTION.
     PERFORM LOG-PILOT-VERSIONS.
 WITHDRAW-PILOT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 END-PILOT-RECORD.
     PERFORM Get-ClockSeconds.
     MOVE PILOT-USER   TO PLT-END-USER.
     MOVE ClockSeconds TO PLT-END-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-FORM-PILOT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-PILOT.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS
     ELSE
      MOVE 0 TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     MOVE PLT-ID TO PILOT-ID.
*>-----------------------------------------------------------------
*> The running pilot of this forms file, left in DB-FORM-PILOT as
*> the current record of its chain.
 FIND-ACTIVE-PILOT.
     MOVE "N" TO PILOT-FOUND-SW.
     MOVE "FORMSFILE;"     TO SEARCH-ITEM.
     MOVE PILOT-FORMS-FILE TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR PILOT-FOUND
       CALL "DBGET" USING Secdb-Database DS-FORM-PILOT CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-PILOT NULL-ITEM
       IF IMAGE-ERRORS
        SET END-OF-CHAIN TO TRUE
       ELSE
        IF PLT-ACTIVE
         MOVE "Y" TO PILOT-FOUND-SW
        END-IF
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> The pilot a comparison reports on: the running one, or once it
*> has ended the most recent one, so the figures behind a promote
*> or withdraw can still be printed afterwards.
 FIND-REPORT-PILOT.
     PERFORM FIND-ACTIVE-PILOT.
     IF PILOT-FOUND
      GO TO FIND-REPORT-PILOT-EXIT.
     MOVE 0      TO LATEST-START.
     MOVE SPACES TO LATEST-ID.
     MOVE "FORMSFILE;"     TO SEARCH-ITEM.
     MOVE PILOT-FORMS-FILE TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS OR ENTRIES-IN-CHAIN = ZERO
      GO TO FIND-REPORT-PILOT-EXIT.
     PERFORM UNTIL END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-FORM-PILOT CHAINED
          STATUS-AREA ALL-ITEMS DB-FORM-PILOT NULL-ITEM
      IF IMAGE-ERRORS
       SET END-OF-CHAIN TO TRUE
      ELSE
       IF PLT-START-TIME > LATEST-START
        MOVE PLT-START-TIME TO LATEST-START
        MOVE PLT-ID         TO LATEST-ID
       END-IF
      END-IF
     END-PERFORM.
     IF LATEST-ID = SPACES
      GO TO FIND-REPORT-PILOT-EXIT.
     CALL "DBFIND" USING Secdb-Database DS-FORM-PILOT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     PERFORM UNTIL END-OF-CHAIN OR PILOT-FOUND
      CALL "DBGET" USING Secdb-Database DS-FORM-PILOT CHAINED
          STATUS-AREA ALL-ITEMS DB-FORM-PILOT NULL-ITEM
      IF IMAGE-ERRORS
       SET END-OF-CHAIN TO TRUE
      ELSE
       IF PLT-ID = LATEST-ID
        MOVE "Y" TO PILOT-FOUND-SW
       END-IF
      END-IF
     END-PERFORM.
 FIND-REPORT-PILOT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Walks the pilot's member chain for PILOT-MEMBER-KIND and
*> PILOT-MEMBER, stopping on it when it is there.
 FIND-PILOT-MEMBER.
     MOVE "N" TO MBR-FOUND-SW.
     MOVE "PILOTID;" TO SEARCH-ITEM.
     MOVE PLT-ID     TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR MBR-FOUND
       CALL "DBGET" USING Secdb-Database DS-PILOT-MEMBER CHAINED
           STATUS-AREA ALL-ITEMS DB-PILOT-MEMBER NULL-ITEM
       IF IMAGE-ERRORS
        SET END-OF-CHAIN TO TRUE
       ELSE
        IF PM-KIND = PILOT-MEMBER-KIND AND PM-MEMBER = PILOT-MEMBER
         MOVE "Y" TO MBR-FOUND-SW
        END-IF
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
*> The pilot group against everyone else, on this forms file's
*> panels, from the pilot's start to its end (or now). A key press
*> or edit failure belongs to the pilot side when its user - or for
*> a key press its device - is in the group; a transaction to the
*> side that started it. Completed, parked and pended transactions
*> are found on TXNDONE, PENDAPPR and WORKQUEUE; one with none of
*> those whose session has since ended was abandoned, one whose
*> session is still signed on is counted open.
 COMPARE-PILOT.
     If VOPENFORMF-SW NOT = "Y"
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      Move 45            to INTR-ERRNUM
      Move 45 to CSTATUS
      GO TO COMPARE-PILOT-EXIT.
     PERFORM FIND-REPORT-PILOT THRU FIND-REPORT-PILOT-EXIT.
     IF NOT PILOT-FOUND
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 160          TO INTR-ERRNUM
      MOVE 160          TO CSTATUS
      MOVE "NO PILOT HAS RUN FOR THIS FORMS FILE" TO END-MSG
      GO TO COMPARE-PILOT-EXIT.

     MOVE "PILOT.RPT" TO PILOT-FILE-NAME-WRK.
     IF PILOT-RPT-NAME NOT = SPACES
      MOVE PILOT-RPT-NAME TO PILOT-FILE-NAME-WRK.
     OPEN OUTPUT PILOT-FILE.
     IF PLOT-STATUS1 NOT = "00"
      MOVE "VFORMPILOT" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO COMPARE-PILOT-EXIT.

     MOVE PLT-ID TO PILOT-ID.
     MOVE PLT-START-TIME TO WINDOW-START.
     IF PLT-ACTIVE
      PERFORM Get-ClockSeconds
      MOVE ClockSeconds TO WINDOW-END
     ELSE
      MOVE PLT-END-TIME TO WINDOW-END.

     INITIALIZE GRP-TABLE.
     MOVE "PILOT"  TO GRP-LABEL(1).
     MOVE "OTHERS" TO GRP-LABEL(2).
     MOVE 0   TO TXN-CNT.
     MOVE "N" TO TXN-FULL-SW.

     PERFORM LOAD-PILOT-GROUP.
     PERFORM GET-PANEL-DIRECTORY.
     PERFORM LOAD-LIVE-SESSIONS.
     PERFORM SCAN-PILOT-USAGE.
     PERFORM SCAN-PILOT-EDIT-FAILS.
     PERFORM MARK-COMPLETED-TXNS.
     PERFORM MARK-PARKED-TXNS.
     PERFORM MARK-PENDED-TXNS.
     PERFORM TALLY-TXN-OUTCOMES.
     PERFORM WRITE-PILOT-REPORT.
     CLOSE PILOT-FILE.
     MOVE 0 TO CSTATUS.
 COMPARE-PILOT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LOAD-PILOT-GROUP.
     MOVE 0 TO MBR-CNT.
     MOVE "PILOTID;" TO SEARCH-ITEM.
     MOVE PLT-ID     TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-PILOT-MEMBER
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-PILOT-MEMBER CHAINED
           STATUS-AREA ALL-ITEMS DB-PILOT-MEMBER NULL-ITEM
       IF IMAGE-ERRORS
        SET END-OF-CHAIN TO TRUE
       ELSE
        IF MBR-CNT < 200
         ADD 1 TO MBR-CNT
         MOVE PM-KIND   TO MBR-KIND(MBR-CNT)
         MOVE PM-MEMBER TO MBR-NAME(MBR-CNT)
        END-IF
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 GET-PANEL-DIRECTORY.
     INITIALIZE CAT-FORMINFO.
     MOVE 512 TO CMI-BUFFENTRIES.
     MOVE 42  TO CMI-ENTRYLEN.
     MOVE 42  TO CAT-FORMINFO-LEN.
     CALL "VGETFORMINFO" USING COMAREA CAT-FORMINFO CAT-FORMINFO-LEN.
*>-----------------------------------------------------------------
*> Rewound first: resolving the pilot user left AUTHSESS positioned
*> on that user's own entry.
 LOAD-LIVE-SESSIONS.
     MOVE 0 TO LIVE-CNT.
     CALL "DBCLOSE" USING Secdb-Database DS-AUTH-SESSION
         MODE-3 STATUS-AREA.
     MOVE LOW-VALUES TO DB-AUTH-SESSION.
     CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
         STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF AUTHSESS-OK AND LIVE-CNT < 1000
       ADD 1 TO LIVE-CNT
       MOVE AUTHSESS-USER TO LIVE-USER(LIVE-CNT)
       MOVE AUTHSESS-PIN  TO LIVE-PIN(LIVE-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 SCAN-PILOT-USAGE.
     MOVE LOW-VALUES TO DB-USER-USAGE.
     CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF Usage-Start-Time >= WINDOW-START
       AND Usage-Start-Time <= WINDOW-END
       MOVE Usage-Last-Screen TO FORM-CHECK
       PERFORM CHECK-FORM-IN-FILE THRU CHECK-FORM-IN-FILE-EXIT
       IF FORM-IN-FILE
        PERFORM TALLY-PILOT-USAGE THRU TALLY-PILOT-USAGE-EXIT
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-USAGE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-USAGE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 TALLY-PILOT-USAGE.
     MOVE Usage-Username TO CHECK-USER.
     MOVE SPACES TO CHECK-LDEV-X.
     IF Usage-Sldev > 0
      MOVE Usage-Sldev TO CHECK-LDEV
      MOVE CHECK-LDEV  TO CHECK-LDEV-X.
     PERFORM CLASSIFY-SIDE.

     ADD 1 TO GRP-KEYS(GRP-IDX).
     IF Usage-Response-Secs >= 0
      ADD Usage-Response-Secs TO GRP-RESP-SUM(GRP-IDX)
      IF Usage-Response-Secs > 120
       MOVE 121 TO BUCKET
      ELSE
       COMPUTE BUCKET = Usage-Response-Secs + 1 END-COMPUTE
      END-IF
      ADD 1 TO GRP-HIST(GRP-IDX BUCKET).

     IF Usage-Correlation-Id = SPACES
      GO TO TALLY-PILOT-USAGE-EXIT.
     MOVE Usage-Correlation-Id TO TXN-KEY.
     PERFORM FIND-TXN.
     IF TXN-PTR > 0
      GO TO TALLY-PILOT-USAGE-EXIT.
     IF TXN-CNT >= 5000
      SET TXN-FULL TO TRUE
      GO TO TALLY-PILOT-USAGE-EXIT.
     ADD 1 TO TXN-CNT.
     MOVE Usage-Correlation-Id TO TXN-ID(TXN-CNT).
     MOVE GRP-IDX              TO TXN-GRP(TXN-CNT).
     MOVE Usage-Username       TO TXN-USER(TXN-CNT).
     MOVE Usage-Tc-Master-Pin  TO TXN-PIN(TXN-CNT).
     MOVE SPACE                TO TXN-STATE(TXN-CNT).
     ADD 1 TO GRP-STARTED(GRP-IDX).
 TALLY-PILOT-USAGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> GRP-IDX 1 when CHECK-USER or CHECK-LDEV-X is in the pilot group.
 CLASSIFY-SIDE.
     MOVE 2   TO GRP-IDX.
     MOVE "N" TO MBR-FOUND-SW.
     PERFORM VARYING MBR-IDX FROM 1 BY 1
       UNTIL MBR-IDX > MBR-CNT OR MBR-FOUND
      IF (MBR-KIND(MBR-IDX) = "U" AND CHECK-USER NOT = SPACES
           AND MBR-NAME(MBR-IDX) = CHECK-USER)
       OR (MBR-KIND(MBR-IDX) = "D" AND CHECK-LDEV-X NOT = SPACES
           AND MBR-NAME(MBR-IDX) = CHECK-LDEV-X)
       MOVE "Y" TO MBR-FOUND-SW
      END-IF
     END-PERFORM.
     IF MBR-FOUND
      MOVE 1 TO GRP-IDX.
*>-----------------------------------------------------------------
 CHECK-FORM-IN-FILE.
     MOVE "N" TO FORM-IN-FILE-SW.
     IF FORM-CHECK = SPACES
      GO TO CHECK-FORM-IN-FILE-EXIT.
     PERFORM VARYING CMI-IDX FROM 1 BY 1
       UNTIL CMI-IDX > CMI-BUFFENTRIES OR FORM-IN-FILE
      IF CMI-NAME(CMI-IDX) = FORM-CHECK
       MOVE "Y" TO FORM-IN-FILE-SW
      END-IF
     END-PERFORM.
 CHECK-FORM-IN-FILE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 FIND-TXN.
     MOVE 0 TO TXN-PTR.
     PERFORM VARYING TXN-IDX FROM 1 BY 1
       UNTIL TXN-IDX > TXN-CNT OR TXN-PTR > 0
      IF TXN-ID(TXN-IDX) = TXN-KEY
       MOVE TXN-IDX TO TXN-PTR
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> An edit failure goes to the side of the transaction it belongs
*> to; one outside any known transaction by its user.
 SCAN-PILOT-EDIT-FAILS.
     MOVE LOW-VALUES TO DB-EDIT-FAIL.
     CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
         STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF EF-TIME >= WINDOW-START AND EF-TIME <= WINDOW-END
       MOVE EF-FORM TO FORM-CHECK
       PERFORM CHECK-FORM-IN-FILE THRU CHECK-FORM-IN-FILE-EXIT
       IF FORM-IN-FILE
        MOVE 0 TO TXN-PTR
        IF EF-CORRELATION-ID NOT = SPACES
         MOVE EF-CORRELATION-ID TO TXN-KEY
         PERFORM FIND-TXN
        END-IF
        IF TXN-PTR > 0
         MOVE TXN-GRP(TXN-PTR) TO GRP-IDX
        ELSE
         MOVE EF-USER TO CHECK-USER
         MOVE SPACES  TO CHECK-LDEV-X
         PERFORM CLASSIFY-SIDE
        END-IF
        ADD 1 TO GRP-EDIT-FAILS(GRP-IDX)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-EDIT-FAIL SERIAL
          STATUS-AREA ALL-ITEMS DB-EDIT-FAIL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Outcomes, strongest last word first: a completion beats a park,
*> a park (released later) beats a pend.
 MARK-COMPLETED-TXNS.
     MOVE LOW-VALUES TO DB-TXN-COMPLETION.
     CALL "DBGET" USING Secdb-Database DS-TXN-DONE SERIAL
         STATUS-AREA ALL-ITEMS DB-TXN-COMPLETION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF TXD-TIME >= WINDOW-START
       MOVE TXD-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        MOVE "C" TO TXN-STATE(TXN-PTR)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-TXN-DONE SERIAL
          STATUS-AREA ALL-ITEMS DB-TXN-COMPLETION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PARKED-TXNS.
     MOVE LOW-VALUES TO DB-PEND-APPROVAL.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF PA-TIME >= WINDOW-START AND PA-CORRELATION-ID NOT = SPACES
       MOVE PA-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        IF TXN-STATE(TXN-PTR) = SPACE
         MOVE "P" TO TXN-STATE(TXN-PTR)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 MARK-PENDED-TXNS.
     MOVE LOW-VALUES TO DB-WORK-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF WQ-CORRELATION-ID NOT = SPACES
       MOVE WQ-CORRELATION-ID TO TXN-KEY
       PERFORM FIND-TXN
       IF TXN-PTR > 0
        IF TXN-STATE(TXN-PTR) = SPACE
         MOVE "Q" TO TXN-STATE(TXN-PTR)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-WORK-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-WORK-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 TALLY-TXN-OUTCOMES.
     PERFORM VARYING TXN-IDX FROM 1 BY 1 UNTIL TXN-IDX > TXN-CNT
      MOVE TXN-GRP(TXN-IDX) TO GRP-IDX
      EVALUATE TXN-STATE(TXN-IDX)
       WHEN "C"
        ADD 1 TO GRP-COMPLETED(GRP-IDX)
       WHEN "P"
        ADD 1 TO GRP-PARKED(GRP-IDX)
       WHEN "Q"
        ADD 1 TO GRP-PENDED(GRP-IDX)
       WHEN OTHER
        MOVE "N" TO LIVE-FOUND-SW
        PERFORM VARYING LIVE-IDX FROM 1 BY 1
          UNTIL LIVE-IDX > LIVE-CNT OR LIVE-FOUND
         IF LIVE-USER(LIVE-IDX) = TXN-USER(TXN-IDX)
          AND LIVE-PIN(LIVE-IDX) = TXN-PIN(TXN-IDX)
          MOVE "Y" TO LIVE-FOUND-SW
         END-IF
        END-PERFORM
        IF LIVE-FOUND
         ADD 1 TO GRP-OPEN(GRP-IDX)
        ELSE
         ADD 1 TO GRP-ABANDONED(GRP-IDX)
        END-IF
      END-EVALUATE
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-PILOT-REPORT.
     MOVE PLT-VERSION      TO DISP-VERSION.
     MOVE PLT-BASE-VERSION TO DISP-BASE.
     MOVE SPACES TO PILOT-RECORD.
     STRING "FORMS FILE PILOT " PLT-ID " - " DELIMITED BY SIZE
            PLT-FORMS-FILE DELIMITED BY SPACE
            " PILOT VERSION " DISP-VERSION
            " AGAINST VERSION " DISP-BASE DELIMITED BY SIZE
      INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
     MOVE SPACES TO PILOT-RECORD.
     EVALUATE TRUE
      WHEN PLT-ACTIVE
       MOVE "STATE: RUNNING" TO PILOT-RECORD
      WHEN PLT-PROMOTED
       STRING "STATE: PROMOTED BY " PLT-END-USER
        DELIMITED BY SIZE INTO PILOT-RECORD
      WHEN OTHER
       STRING "STATE: WITHDRAWN BY " PLT-END-USER
        DELIMITED BY SIZE INTO PILOT-RECORD
     END-EVALUATE.
     WRITE PILOT-RECORD.
     MOVE SPACES TO PILOT-RECORD.
     MOVE WINDOW-START TO DISP-TIME.
     STRING "WINDOW FROM " DISP-TIME DELIMITED BY SIZE
      INTO PILOT-RECORD.
     MOVE WINDOW-END TO DISP-TIME.
     STRING PILOT-RECORD DELIMITED BY "  "
            " TO " DISP-TIME DELIMITED BY SIZE
      INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
     MOVE MBR-CNT TO DISP-CNT1.
     MOVE SPACES TO PILOT-RECORD.
     STRING "PILOT GROUP MEMBERS " DISP-CNT1
      DELIMITED BY SIZE INTO PILOT-RECORD.
     WRITE PILOT-RECORD.

     MOVE SPACES TO PILOT-RECORD.
     STRING "SIDE,KEYS,AVG RESP,P90 RESP,EDIT FAILS,FAILS PER 100 KEYS"
      DELIMITED BY SIZE INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
     PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > 2
      PERFORM WRITE-GROUP-KEYING-LINE
     END-PERFORM.

     MOVE SPACES TO PILOT-RECORD.
     STRING "SIDE,STARTED,COMPLETED,PARKED,PENDED,OPEN,ABANDONED,"
            "ABANDON PCT"
      DELIMITED BY SIZE INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
     PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > 2
      PERFORM WRITE-GROUP-TXN-LINE
     END-PERFORM.

     IF TXN-FULL
      MOVE SPACES TO PILOT-RECORD
      MOVE "OVERFLOW - MORE THAN 5000 TRANSACTIONS, LATER ONES NOT COUNTED"
        TO PILOT-RECORD
      WRITE PILOT-RECORD.
*>-----------------------------------------------------------------
 WRITE-GROUP-KEYING-LINE.
     MOVE 0 TO AVG-RESP FAIL-RATE PCT-90.
     IF GRP-KEYS(GRP-IDX) > 0
      COMPUTE AVG-RESP ROUNDED =
          GRP-RESP-SUM(GRP-IDX) / GRP-KEYS(GRP-IDX) END-COMPUTE
      COMPUTE FAIL-RATE ROUNDED =
          GRP-EDIT-FAILS(GRP-IDX) * 100 / GRP-KEYS(GRP-IDX) END-COMPUTE
      COMPUTE PCT-TARGET =
          ((GRP-KEYS(GRP-IDX) * 90) + 99) / 100 END-COMPUTE
      PERFORM FIND-GROUP-BUCKET
      MOVE BUCKET TO PCT-90.
     MOVE GRP-KEYS(GRP-IDX)       TO DISP-CNT1.
     MOVE AVG-RESP                TO DISP-AVG.
     MOVE PCT-90                  TO DISP-P90.
     MOVE GRP-EDIT-FAILS(GRP-IDX) TO DISP-CNT2.
     MOVE FAIL-RATE               TO DISP-RATE.
     MOVE SPACES TO PILOT-RECORD.
     STRING GRP-LABEL(GRP-IDX) DELIMITED BY SPACE
            "," DISP-CNT1 "," DISP-AVG "," DISP-P90
            "," DISP-CNT2 "," DISP-RATE
      DELIMITED BY SIZE INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
*>-----------------------------------------------------------------
 WRITE-GROUP-TXN-LINE.
     MOVE 0 TO ABANDON-RATE.
     IF GRP-STARTED(GRP-IDX) > 0
      COMPUTE ABANDON-RATE ROUNDED =
          GRP-ABANDONED(GRP-IDX) * 100 / GRP-STARTED(GRP-IDX)
      END-COMPUTE.
     MOVE GRP-STARTED(GRP-IDX)   TO DISP-CNT1.
     MOVE GRP-COMPLETED(GRP-IDX) TO DISP-CNT2.
     MOVE GRP-PARKED(GRP-IDX)    TO DISP-CNT3.
     MOVE GRP-PENDED(GRP-IDX)    TO DISP-CNT4.
     MOVE GRP-OPEN(GRP-IDX)      TO DISP-CNT5.
     MOVE GRP-ABANDONED(GRP-IDX) TO DISP-CNT6.
     MOVE ABANDON-RATE           TO DISP-PCT.
     MOVE SPACES TO PILOT-RECORD.
     STRING GRP-LABEL(GRP-IDX) DELIMITED BY SPACE
            "," DISP-CNT1 "," DISP-CNT2 "," DISP-CNT3
            "," DISP-CNT4 "," DISP-CNT5 "," DISP-CNT6
            "," DISP-PCT
      DELIMITED BY SIZE INTO PILOT-RECORD.
     WRITE PILOT-RECORD.
*>-----------------------------------------------------------------
*> Percentile out of the cumulative histogram walk VRESPTIME uses.
 FIND-GROUP-BUCKET.
     MOVE 0 TO CUM-COUNT.
     MOVE 120 TO BUCKET.
     PERFORM VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > 121
      ADD GRP-HIST(GRP-IDX HIST-IDX) TO CUM-COUNT
      IF CUM-COUNT >= PCT-TARGET
       COMPUTE BUCKET = HIST-IDX - 1 END-COMPUTE
       IF BUCKET > 120
        MOVE 120 TO BUCKET
       END-IF
       EXIT PERFORM
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 LOG-PILOT-VERSIONS.
     MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW.
     MOVE "VFORMPILOT" TO AAL-PROGRAM.
     MOVE PILOT-USER   TO AAL-ACTOR.
     STRING PLT-FORMS-FILE DELIMITED BY SPACE
            " PILOT "      DELIMITED BY SIZE
            PLT-ID         DELIMITED BY SIZE
      INTO AAL-TARGET.
     MOVE PLT-BASE-VERSION TO DISP-BASE.
     MOVE PLT-VERSION      TO DISP-VERSION.
     STRING "VERSION " DISP-BASE    DELIMITED BY SIZE INTO AAL-OLD.
     STRING "VERSION " DISP-VERSION DELIMITED BY SIZE INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
 LOG-PILOT-MEMBER.
     MOVE "VFORMPILOT" TO AAL-PROGRAM.
     MOVE PILOT-USER   TO AAL-ACTOR.
     MOVE SPACES TO AAL-TARGET AAL-OLD.
     STRING PLT-FORMS-FILE DELIMITED BY SPACE
            " PILOT "      DELIMITED BY SIZE
            PLT-ID         DELIMITED BY SIZE
      INTO AAL-TARGET.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
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
     MOVE "N" TO COPY-FAILED-SW.
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
      STRING "VFORMPILOT: copy failed " FROM-PATH " > " ASIDE-PATH
       DELIMITED BY "  " INTO DebugBUF
      CALL "LogDebug" USING DebugBUF.
*>-----------------------------------------------------------------
*> The name VOPENFORMF's BUILD-SNAPSHOT-FILENAME gives the replaced
*> version's snapshot, as VFORMPROMO records it.
 BUILD-REPLACED-SNAP-NAME.
     MOVE SPACES TO SNAP-DIR.
     ACCEPT SNAP-DIR FROM ENVIRONMENT "VFORMSNAP_PATH".
     IF SNAP-DIR = SPACES
      MOVE "/volume1/panels/vformsnap/" TO SNAP-DIR.
     MOVE PLT-BASE-VERSION TO VERSION-DISP.
     MOVE SPACES TO PLT-REPLACED-SNAP.
     STRING SNAP-DIR       DELIMITED BY SPACE
            PLT-FORMS-FILE DELIMITED BY SPACE
            "."            DELIMITED BY SIZE
            VERSION-DISP   DELIMITED BY SIZE
            ".SNP"         DELIMITED BY SIZE
      INTO PLT-REPLACED-SNAP.
*>-----------------------------------------------------------------
*> The person behind this session. Promotion needs a real name - an
*> unresolved session can start a pilot, never promote one.
 RESOLVE-PILOT-USER.
     MOVE "(UNRESOLVED)" TO PILOT-USER.
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
       MOVE AUTHSESS-USER TO PILOT-USER.
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
