>>source format free
*>*****************************************************************
*>*                        V S O D R P T                           *
*>*****************************************************************
*>   Segregation-of-duties review for the auditors, run by the
*>   scheduler (a RUNPLAN step). Replaces the yearly reconstruction
*>   of toxic combinations by hand from the ACL.
*>   Every access a user currently holds is gathered first - forms
*>   through FORMACL ("@" being every form) and through active,
*>   unexpired FIRECALL grants, roles through USERROLE - and every
*>   SODRULE pair is tried against it. A user holding both sides is
*>   listed with where each side comes from; a pair covered by a
*>   current SODEXCEPT row is listed as EXCEPTED with who recorded
*>   it, anything else as OPEN and counted in SODRPT-CONFLICT-CNT.
*>   The second section lists makers who are also the only possible
*>   approver on a dual-control (DUALCTL) form they can open: their
*>   SUPERVISOR row names themselves, or their supervisor's approval
*>   authority is currently delegated to them. VAPPROVE refuses
*>   maker = approver outright, so such a transaction can only be
*>   released by going around the design; those are counted in
*>   SODRPT-SELF-APPR-CNT.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSODRPT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT SODRPT-FILE
        ASSIGN TO SODRPT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SODR-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  SODRPT-FILE.
 01  SODRPT-RECORD                PIC X(200).
 WORKING-STORAGE SECTION.
 01 SODR-STATUS1            PIC XX.
 01 SODRPT-FILE-NAME-WRK    PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

 01 FIND-USER               PIC X(32) VALUE SPACES.
 01 FIND-KIND               PIC X(01) VALUE SPACE.
 01 FIND-ITEM               PIC X(16) VALUE SPACES.
 01 SIDE-1-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 SIDE-2-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 HELD-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 SKIPPED-CNT             PIC S9(8) COMP-5 VALUE 0.
 01 EXCEPTED-CNT            PIC S9(8) COMP-5 VALUE 0.
 01 SELF-APPR-REASON        PIC X(24) VALUE SPACES.
 01 EXCEPT-SW               PIC X VALUE "N".
    88 EXCEPTION-ON-FILE        VALUE "Y".
 01 DUAL-SW                 PIC X VALUE "N".
    88 DUAL-CONTROL-FORM        VALUE "Y".

 01 DISP-CNT                PIC Z(7)9.
 01 CNT-TEXT                PIC X(12) VALUE SPACES.
 01 LEAD-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 LINE-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 SOD-LINE                PIC X(200) VALUE SPACES.

*> Everything every user holds right now, one entry per grant.
 01 HD-TABLE.
    05 HD-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 HD-ENTRY OCCURS 5000 TIMES.
       10 HD-USER               PIC X(32).
       10 HD-KIND               PIC X(01).
       10 HD-ITEM               PIC X(16).
       10 HD-SOURCE             PIC X(08).
 01 HD-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 HD-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.

*> The distinct users in the holdings table.
 01 US-TABLE.
    05 US-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 US-USER OCCURS 3000 TIMES PIC X(32).
 01 US-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 US-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.

 01 SR-TABLE.
    05 SR-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 SR-ENTRY OCCURS 500 TIMES.
       10 SR-RULE-ID            PIC X(08).
       10 SR-KIND-1             PIC X(01).
       10 SR-ITEM-1             PIC X(16).
       10 SR-KIND-2             PIC X(01).
       10 SR-ITEM-2             PIC X(16).
       10 SR-DESC               PIC X(40).
 01 SR-IDX                  PIC S9(4) COMP-5 VALUE 0.

*> Current exceptions only - expired rows are not loaded.
 01 SX-TABLE.
    05 SX-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 SX-ENTRY OCCURS 1000 TIMES.
       10 SX-USER               PIC X(32).
       10 SX-RULE-ID            PIC X(08).
       10 SX-RECORDED-BY        PIC X(32).
 01 SX-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 SX-FOUND-IDX            PIC S9(4) COMP-5 VALUE 0.

 01 DC-TABLE.
    05 DC-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 DC-FORM-ENTRY OCCURS 500 TIMES PIC X(15).
 01 DC-IDX                  PIC S9(4) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".
 01 DS-SOD-RULE             Pic X(16) Value "SODRULE".
 01 DS-SOD-EXCEPTION        Pic X(16) Value "SODEXCEPT".
 01 DS-DUAL-CONTROL         Pic X(16) Value "DUALCTL".
 01 DS-SUPERVISOR           Pic X(16) Value "SUPERVISOR".
 01 DS-DELEGATION           Pic X(16) Value "DELEGATION".

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
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VSODRPT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO SODRPT-CONFLICT-CNT.
     MOVE 0 TO SODRPT-SELF-APPR-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VSODRPT "
      delimited by "  " into INTR-CALLNAME.

     MOVE "SODRPT.RPT" TO SODRPT-FILE-NAME-WRK.
     IF SODRPT-RPT-NAME NOT = SPACES
      MOVE SODRPT-RPT-NAME TO SODRPT-FILE-NAME-WRK.
     OPEN OUTPUT SODRPT-FILE.
     IF SODR-STATUS1 NOT = "00"
      MOVE "VSODRPT" TO INTR-ERRNAME
      MOVE 35        TO INTR-ERRNUM
      MOVE 35        TO CSTATUS
      GO TO VSODRPT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VSODRPT" TO INTR-ERRNAME
      MOVE 50        TO INTR-ERRNUM
      MOVE 50        TO CSTATUS
      CLOSE SODRPT-FILE
      GO TO VSODRPT-RETURN.

     PERFORM Get-ClockSeconds.
     PERFORM LOAD-FORM-GRANTS.
     PERFORM LOAD-FIRECALL-GRANTS.
     PERFORM LOAD-ROLE-GRANTS.
     PERFORM LOAD-SOD-RULES.
     PERFORM LOAD-SOD-EXCEPTIONS.

     PERFORM WRITE-CONFLICT-SECTION.
     PERFORM WRITE-SELF-APPROVAL-SECTION.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE SODRPT-FILE.

 VSODRPT-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LOAD-FORM-GRANTS.
     MOVE LOW-VALUES TO DB-FORM-ACL.
     CALL "DBGET" USING Secdb-Database DS-FORM-ACL SERIAL
         STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE FACL-USER TO FIND-USER
      MOVE "F"       TO FIND-KIND
      MOVE FACL-FORM TO FIND-ITEM
      PERFORM ADD-HOLDING THRU ADD-HOLDING-EXIT
      IF HD-IDX > 0
       MOVE "FORMACL" TO HD-SOURCE(HD-IDX)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-FORM-ACL SERIAL
          STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Only grants still in force - an expired firecall confers nothing.
 LOAD-FIRECALL-GRANTS.
     MOVE LOW-VALUES TO DB-FIRECALL.
     CALL "DBGET" USING Secdb-Database DS-FIRECALL SERIAL
         STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF FCG-ACTIVE AND FCG-EXPIRE-TIME > ClockSeconds
       MOVE FCG-USER  TO FIND-USER
       MOVE "F"       TO FIND-KIND
       MOVE FCG-FORM  TO FIND-ITEM
       PERFORM ADD-HOLDING THRU ADD-HOLDING-EXIT
       IF HD-IDX > 0
        MOVE "FIRECALL" TO HD-SOURCE(HD-IDX)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-FIRECALL SERIAL
          STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 LOAD-ROLE-GRANTS.
     MOVE LOW-VALUES TO DB-USER-ROLE.
     CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE UR-USER   TO FIND-USER
      MOVE "R"       TO FIND-KIND
      MOVE UR-ROLE   TO FIND-ITEM
      PERFORM ADD-HOLDING THRU ADD-HOLDING-EXIT
      IF HD-IDX > 0
       MOVE "USERROLE" TO HD-SOURCE(HD-IDX)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> HD-IDX comes back zero when the table is full; the overflow is
*> counted and reported rather than silently lost.
 ADD-HOLDING.
     MOVE 0 TO HD-IDX.
     IF HD-CNT < 5000
      ADD 1 TO HD-CNT
      MOVE HD-CNT    TO HD-IDX
      MOVE FIND-USER TO HD-USER(HD-IDX)
      MOVE FIND-KIND TO HD-KIND(HD-IDX)
      MOVE FIND-ITEM TO HD-ITEM(HD-IDX)
      MOVE SPACES    TO HD-SOURCE(HD-IDX)
     ELSE
      ADD 1 TO SKIPPED-CNT.
     IF HD-IDX = 0
      GO TO ADD-HOLDING-EXIT.
     MOVE 0 TO US-IDX.
     PERFORM VARYING US-SCAN-IDX FROM 1 BY 1
         UNTIL US-SCAN-IDX > US-CNT
      IF US-USER(US-SCAN-IDX) = FIND-USER
       MOVE US-SCAN-IDX TO US-IDX
       MOVE US-CNT      TO US-SCAN-IDX
      END-IF
     END-PERFORM.
     IF US-IDX = 0 AND US-CNT < 3000
      ADD 1 TO US-CNT
      MOVE FIND-USER TO US-USER(US-CNT).
 ADD-HOLDING-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LOAD-SOD-RULES.
     MOVE LOW-VALUES TO DB-SOD-RULE.
     CALL "DBGET" USING Secdb-Database DS-SOD-RULE SERIAL
         STATUS-AREA ALL-ITEMS DB-SOD-RULE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF SR-CNT < 500
       ADD 1 TO SR-CNT
       MOVE SOD-RULE-ID TO SR-RULE-ID(SR-CNT)
       MOVE SOD-KIND-1  TO SR-KIND-1(SR-CNT)
       MOVE SOD-ITEM-1  TO SR-ITEM-1(SR-CNT)
       MOVE SOD-KIND-2  TO SR-KIND-2(SR-CNT)
       MOVE SOD-ITEM-2  TO SR-ITEM-2(SR-CNT)
       MOVE SOD-DESC    TO SR-DESC(SR-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SOD-RULE SERIAL
          STATUS-AREA ALL-ITEMS DB-SOD-RULE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 LOAD-SOD-EXCEPTIONS.
     MOVE LOW-VALUES TO DB-SOD-EXCEPTION.
     CALL "DBGET" USING Secdb-Database DS-SOD-EXCEPTION SERIAL
         STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF (SODX-EXPIRE-TIME = 0 OR SODX-EXPIRE-TIME > ClockSeconds)
       AND SX-CNT < 1000
       ADD 1 TO SX-CNT
       MOVE SODX-USER        TO SX-USER(SX-CNT)
       MOVE SODX-RULE-ID     TO SX-RULE-ID(SX-CNT)
       MOVE SODX-RECORDED-BY TO SX-RECORDED-BY(SX-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-SOD-EXCEPTION SERIAL
          STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-CONFLICT-SECTION.
     MOVE SPACES TO SODRPT-RECORD.
     STRING "SEGREGATION OF DUTIES CONFLICTS - USER,RULE,"
            "SIDE 1 (HELD VIA),SIDE 2 (HELD VIA),STATUS,DESCRIPTION"
      DELIMITED BY SIZE INTO SODRPT-RECORD.
     WRITE SODRPT-RECORD.

     PERFORM VARYING US-IDX FROM 1 BY 1 UNTIL US-IDX > US-CNT
      PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > SR-CNT
       PERFORM CHECK-USER-RULE THRU CHECK-USER-RULE-EXIT
      END-PERFORM
     END-PERFORM.

     MOVE SPACES TO SODRPT-RECORD.
     MOVE SODRPT-CONFLICT-CNT TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "OPEN CONFLICTS: " CNT-TEXT
      DELIMITED BY SIZE INTO SODRPT-RECORD.
     WRITE SODRPT-RECORD.
     MOVE SPACES TO SODRPT-RECORD.
     MOVE EXCEPTED-CNT TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "EXCEPTED CONFLICTS: " CNT-TEXT
      DELIMITED BY SIZE INTO SODRPT-RECORD.
     WRITE SODRPT-RECORD.
     IF SKIPPED-CNT > 0
      MOVE SPACES TO SODRPT-RECORD
      MOVE SKIPPED-CNT TO DISP-CNT
      PERFORM TRIM-DISP-CNT
      STRING "TABLE FULL - GRANTS NOT REVIEWED: " CNT-TEXT
       DELIMITED BY SIZE INTO SODRPT-RECORD
      WRITE SODRPT-RECORD.
*>-----------------------------------------------------------------
*> Both sides must be held; a single "@" FORMACL row holds both
*> sides of a form/form pair. A rule naming one item twice is
*> ignored, as VSODCHK does.
 CHECK-USER-RULE.
     IF SR-KIND-1(SR-IDX) = SR-KIND-2(SR-IDX)
      AND SR-ITEM-1(SR-IDX) = SR-ITEM-2(SR-IDX)
      GO TO CHECK-USER-RULE-EXIT.
     MOVE US-USER(US-IDX)   TO FIND-USER.
     MOVE SR-KIND-1(SR-IDX) TO FIND-KIND.
     MOVE SR-ITEM-1(SR-IDX) TO FIND-ITEM.
     PERFORM FIND-HOLDING.
     MOVE HELD-IDX TO SIDE-1-IDX.
     IF SIDE-1-IDX = 0
      GO TO CHECK-USER-RULE-EXIT.
     MOVE SR-KIND-2(SR-IDX) TO FIND-KIND.
     MOVE SR-ITEM-2(SR-IDX) TO FIND-ITEM.
     PERFORM FIND-HOLDING.
     MOVE HELD-IDX TO SIDE-2-IDX.
     IF SIDE-2-IDX = 0
      GO TO CHECK-USER-RULE-EXIT.

     MOVE "N" TO EXCEPT-SW.
     MOVE 0   TO SX-FOUND-IDX.
     PERFORM VARYING SX-IDX FROM 1 BY 1 UNTIL SX-IDX > SX-CNT
      IF SX-USER(SX-IDX) = FIND-USER
       AND SX-RULE-ID(SX-IDX) = SR-RULE-ID(SR-IDX)
       MOVE "Y"    TO EXCEPT-SW
       MOVE SX-IDX TO SX-FOUND-IDX
       MOVE SX-CNT TO SX-IDX
      END-IF
     END-PERFORM.

     MOVE SPACES TO SOD-LINE.
     MOVE 1 TO LINE-PTR.
     STRING FIND-USER              DELIMITED BY SPACE ","
            SR-RULE-ID(SR-IDX)     DELIMITED BY SPACE ","
            HD-ITEM(SIDE-1-IDX)    DELIMITED BY SPACE " (" DELIMITED BY SIZE
            HD-SOURCE(SIDE-1-IDX)  DELIMITED BY SPACE "),"
            HD-ITEM(SIDE-2-IDX)    DELIMITED BY SPACE " (" DELIMITED BY SIZE
            HD-SOURCE(SIDE-2-IDX)  DELIMITED BY SPACE "),"
      INTO SOD-LINE WITH POINTER LINE-PTR.
     IF EXCEPTION-ON-FILE
      ADD 1 TO EXCEPTED-CNT
      STRING "EXCEPTED BY " DELIMITED BY SIZE
             SX-RECORDED-BY(SX-FOUND-IDX) DELIMITED BY SPACE
             "," DELIMITED BY SIZE
       INTO SOD-LINE WITH POINTER LINE-PTR
     ELSE
      ADD 1 TO SODRPT-CONFLICT-CNT
      STRING "OPEN," DELIMITED BY SIZE
       INTO SOD-LINE WITH POINTER LINE-PTR.
     STRING SR-DESC(SR-IDX) DELIMITED BY SIZE
      INTO SOD-LINE WITH POINTER LINE-PTR.
     MOVE SOD-LINE TO SODRPT-RECORD.
     WRITE SODRPT-RECORD.
 CHECK-USER-RULE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> First holding of FIND-USER matching FIND-KIND / FIND-ITEM; an
*> "@" form grant matches any form.
 FIND-HOLDING.
     MOVE 0 TO HELD-IDX.
     PERFORM VARYING HD-SCAN-IDX FROM 1 BY 1
         UNTIL HD-SCAN-IDX > HD-CNT
      IF HD-USER(HD-SCAN-IDX) = FIND-USER
       AND HD-KIND(HD-SCAN-IDX) = FIND-KIND
       AND (HD-ITEM(HD-SCAN-IDX) = FIND-ITEM
            OR (FIND-KIND = "F" AND HD-ITEM(HD-SCAN-IDX) = "@"))
       MOVE HD-SCAN-IDX TO HELD-IDX
       MOVE HD-CNT      TO HD-SCAN-IDX
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-SELF-APPROVAL-SECTION.
     MOVE SPACES TO SODRPT-RECORD.
     WRITE SODRPT-RECORD.
     STRING "DUAL-CONTROL MAKERS WHO ARE THEIR OWN ONLY APPROVER - "
            "USER,FORM (HELD VIA),REASON"
      DELIMITED BY SIZE INTO SODRPT-RECORD.
     WRITE SODRPT-RECORD.

     PERFORM LOAD-DUAL-CONTROL-FORMS.
     IF DC-CNT > 0
      MOVE LOW-VALUES TO DB-SUPERVISOR
      CALL "DBGET" USING Secdb-Database DS-SUPERVISOR SERIAL
          STATUS-AREA ALL-ITEMS DB-SUPERVISOR NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
      PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
       PERFORM CHECK-SELF-APPROVER THRU CHECK-SELF-APPROVER-EXIT
       CALL "DBGET" USING Secdb-Database DS-SUPERVISOR SERIAL
           STATUS-AREA ALL-ITEMS DB-SUPERVISOR NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-FILE
        CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      END-PERFORM
     END-IF.

     MOVE SPACES TO SODRPT-RECORD.
     MOVE SODRPT-SELF-APPR-CNT TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "SELF-APPROVAL EXPOSURES: " CNT-TEXT
      DELIMITED BY SIZE INTO SODRPT-RECORD.
     WRITE SODRPT-RECORD.
*>-----------------------------------------------------------------
 LOAD-DUAL-CONTROL-FORMS.
     MOVE LOW-VALUES TO DB-DUAL-CONTROL.
     CALL "DBGET" USING Secdb-Database DS-DUAL-CONTROL SERIAL
         STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF DC-CNT < 500
       ADD 1 TO DC-CNT
       MOVE DC-FORM TO DC-FORM-ENTRY(DC-CNT)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DUAL-CONTROL SERIAL
          STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The SUPERVISOR row just read decides who reviews SUP-USER's
*> parked work. The delegation probe is a chained read, so the
*> serial scan of SUPERVISOR keeps its place.
 CHECK-SELF-APPROVER.
     MOVE SPACES TO SELF-APPR-REASON.
     IF SUP-SUPVR = SUP-USER
      MOVE "OWN SUPERVISOR" TO SELF-APPR-REASON
     ELSE
      PERFORM CHECK-DELEGATED-TO-SELF.
     IF SELF-APPR-REASON = SPACES
      GO TO CHECK-SELF-APPROVER-EXIT.

     PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL HD-IDX > HD-CNT
      IF HD-USER(HD-IDX) = SUP-USER AND HD-KIND(HD-IDX) = "F"
       MOVE "N" TO DUAL-SW
       IF HD-ITEM(HD-IDX) = "@"
        MOVE "Y" TO DUAL-SW
       ELSE
        PERFORM VARYING DC-IDX FROM 1 BY 1 UNTIL DC-IDX > DC-CNT
         IF DC-FORM-ENTRY(DC-IDX) = HD-ITEM(HD-IDX)
          MOVE "Y"    TO DUAL-SW
          MOVE DC-CNT TO DC-IDX
         END-IF
        END-PERFORM
       END-IF
       IF DUAL-CONTROL-FORM
        ADD 1 TO SODRPT-SELF-APPR-CNT
        MOVE SPACES TO SODRPT-RECORD
        STRING SUP-USER         DELIMITED BY SPACE ","
               HD-ITEM(HD-IDX)   DELIMITED BY SPACE " (" DELIMITED BY SIZE
               HD-SOURCE(HD-IDX) DELIMITED BY SPACE "),"
               SELF-APPR-REASON  DELIMITED BY "  "
         INTO SODRPT-RECORD
        WRITE SODRPT-RECORD
       END-IF
      END-IF
     END-PERFORM.
 CHECK-SELF-APPROVER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The supervisor's approval authority, delegated to the maker
*> for the present, leaves the maker as the only reviewer.
 CHECK-DELEGATED-TO-SELF.
     MOVE "DELEGATE;" TO SEARCH-ITEM.
     MOVE SUP-USER    TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-DELEGATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN OR SELF-APPR-REASON NOT = SPACES
       CALL "DBGET" USING Secdb-Database DS-DELEGATION CHAINED
           STATUS-AREA ALL-ITEMS DB-DELEGATION NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        AND DLG-ACTIVE
        AND DLG-DELEGATOR = SUP-SUPVR
        AND DLG-FROM-TIME <= ClockSeconds
        AND DLG-TO-TIME >= ClockSeconds
        AND (DLG-SCOPE-ALL OR DLG-SCOPE = "APPROVE")
        MOVE "DELEGATE OF OWN APPROVER" TO SELF-APPR-REASON
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 TRIM-DISP-CNT.
     MOVE 0 TO LEAD-CNT.
     INSPECT DISP-CNT TALLYING LEAD-CNT FOR LEADING SPACES.
     MOVE SPACES TO CNT-TEXT.
     MOVE DISP-CNT(LEAD-CNT + 1:) TO CNT-TEXT.
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
