>>source format free
*>*****************************************************************
*>*                     V C E R T A D M I N                        *
*>*****************************************************************
*>   Operator certification registry over SECDB/CERTIFICATION:
*>     CERTADM-GRANT    ("G") a supervisor certifies the named user
*>                      for the named code, valid CERTADM-VALID-DAYS
*>                      days (zero: no expiry) - admin journal
*>                      written
*>     CERTADM-REVOKE   ("R") the user's active certifications for
*>                      the code are revoked
*>     CERTADM-IMPORT   ("I") pending training evidence is read out
*>                      of the training database and becomes
*>                      CERTIFICATION records here - the supervisor
*>                      running the import is the grantor, and never
*>                      for their own evidence
*>     CERTADM-EXPIRING ("E") active certifications lapsing within
*>                      CERTADM-DAYS days (default 30)
*>     CERTADM-LIST     ("L") every certification on file
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCERTADMIN.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT CERTRPT-FILE
        ASSIGN TO CERTRPT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  CERTRPT-FILE.
 01  CERTRPT-RECORD               PIC X(160).
 WORKING-STORAGE SECTION.
 01 CERT-STATUS1            PIC XX.
 01 CERTRPT-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-TIME               PIC -(14)9.
 01 DISP-TIME2              PIC -(14)9.
 01 DISP-DAYS               PIC -----9.
 01 LOOKAHEAD-DAYS          PIC S9(4) COMP-5 VALUE 0.
 01 HORIZON-SECONDS         PIC S9(18) COMP-5 VALUE 0.
 01 DAYS-LEFT               PIC S9(8) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
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
*> The training database the evidence is imported from - a second
*> base open alongside production for the length of the import.
 01  Train-Database.
     05  Train-IMAGE-WORD        PIC X(02) VALUE SPACES.
     05  Train-DBNAME            PIC X(26) VALUE SPACES.
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-CERTIFICATION        Pic X(16) Value "CERTIFICATION".
 01 DS-CERT-EVIDENCE        Pic X(16) Value "CERTEVID".

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
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VCERTADMIN.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO CERTADM-COUNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VCERTADMIN "
      delimited by "  " into INTR-CALLNAME.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO VCERTADMIN-RETURN.

     PERFORM Get-ClockSeconds.
     EVALUATE TRUE
      WHEN CERTADM-GRANT
       PERFORM GRANT-CERTIFICATION THRU GRANT-CERTIFICATION-EXIT
      WHEN CERTADM-REVOKE
       PERFORM REVOKE-CERTIFICATION THRU REVOKE-CERTIFICATION-EXIT
      WHEN CERTADM-IMPORT
       PERFORM IMPORT-TRAINING-EVIDENCE
          THRU IMPORT-TRAINING-EVIDENCE-EXIT
      WHEN CERTADM-EXPIRING
       PERFORM LIST-EXPIRING-CERTS THRU LIST-EXPIRING-CERTS-EXIT
      WHEN OTHER
       PERFORM LIST-CERTIFICATIONS THRU LIST-CERTIFICATIONS-EXIT
     END-EVALUATE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VCERTADMIN-RETURN.
     Goback.
*>-----------------------------------------------------------------
 GRANT-CERTIFICATION.
     IF CERTADM-USER = SPACES OR CERTADM-CODE = SPACES
      OR CERTADM-SUPVR = SPACES OR CERTADM-VALID-DAYS < 0
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      GO TO GRANT-CERTIFICATION-EXIT.

     INITIALIZE DB-CERTIFICATION.
     MOVE CERTADM-USER   TO CERT-USER.
     MOVE CERTADM-CODE   TO CERT-CODE.
     MOVE ClockSeconds   TO CERT-EARNED-TIME.
     MOVE 0              TO CERT-EXPIRE-TIME.
     IF CERTADM-VALID-DAYS > 0
      COMPUTE CERT-EXPIRE-TIME = ClockSeconds
          + (CERTADM-VALID-DAYS * 86400) END-COMPUTE.
     MOVE "S"            TO CERT-SOURCE.
     MOVE CERTADM-SUPVR  TO CERT-GRANTED-BY.
     MOVE SPACES         TO CERT-EVIDENCE-ID.
     MOVE "A"            TO CERT-STATE.
     PERFORM PUT-CERTIFICATION.
     IF CSTATUS NOT = 0
      GO TO GRANT-CERTIFICATION-EXIT.
     MOVE 1 TO CERTADM-COUNT.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE CERTADM-SUPVR  TO AAL-ACTOR.
     MOVE "VCERTADMIN"   TO AAL-PROGRAM.
     MOVE "CERT-GRANT"   TO AAL-ACTION.
     STRING CERTADM-USER DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            CERTADM-CODE DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE CERT-EXPIRE-TIME TO DISP-TIME.
     STRING "EXPIRES " DISP-TIME DELIMITED BY SIZE INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 GRANT-CERTIFICATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 PUT-CERTIFICATION.
     CALL "DBLOCK" USING Secdb-Database DS-CERTIFICATION
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-CERTIFICATION
         MODE-1 STATUS-AREA ALL-ITEMS DB-CERTIFICATION.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 57           TO INTR-ERRNUM
      MOVE 57           TO CSTATUS.
     CALL "DBUNLOCK" USING Secdb-Database DS-CERTIFICATION
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 REVOKE-CERTIFICATION.
     IF CERTADM-USER = SPACES OR CERTADM-CODE = SPACES
      OR CERTADM-SUPVR = SPACES
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      GO TO REVOKE-CERTIFICATION-EXIT.

     MOVE "USERNAME;"  TO SEARCH-ITEM.
     MOVE CERTADM-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CERTIFICATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-CERTIFICATION CHAINED
           STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND CERT-ACTIVE
        AND CERT-CODE = CERTADM-CODE
        MOVE "R" TO CERT-STATE
        CALL "DBLOCK" USING Secdb-Database DS-CERTIFICATION
            MODE-3 STATUS-AREA
        CALL "VDBUPDATE" USING Secdb-Database DS-CERTIFICATION
            MODE-1 STATUS-AREA ALL-ITEMS DB-CERTIFICATION
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
        END-IF
        CALL "DBUNLOCK" USING Secdb-Database DS-CERTIFICATION
            MODE-1 STATUS-AREA
        ADD 1 TO CERTADM-COUNT
       END-IF
      END-PERFORM.
     IF CERTADM-COUNT = 0
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 17           TO INTR-ERRNUM
      MOVE 17           TO CSTATUS
      GO TO REVOKE-CERTIFICATION-EXIT.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE CERTADM-SUPVR  TO AAL-ACTOR.
     MOVE "VCERTADMIN"   TO AAL-PROGRAM.
     MOVE "CERT-REVOKE"  TO AAL-ACTION.
     STRING CERTADM-USER DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            CERTADM-CODE DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE "A" TO AAL-OLD.
     MOVE "R" TO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 REVOKE-CERTIFICATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Training sessions never write production, so their evidence
*> waits in the training database until a supervisor brings it
*> across. Each pending CERTEVID (optionally only CERTADM-USER's)
*> becomes an active training-sourced CERTIFICATION here, valid
*> from the day the form was completed, and is marked imported
*> there. The supervisor's own evidence is left for someone else.
 IMPORT-TRAINING-EVIDENCE.
     IF CERTADM-SUPVR = SPACES
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      GO TO IMPORT-TRAINING-EVIDENCE-EXIT.
*> Run from a training session the "production" base is itself the
*> training database - there is nothing to import into.
     IF MM-TRAINING-MODE
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 54           TO INTR-ERRNUM
      MOVE 54           TO CSTATUS
      GO TO IMPORT-TRAINING-EVIDENCE-EXIT.

     MOVE SPACES TO CP-NAME CP-VALUE.
     MOVE "VPLUS_TRAINING_SECDB" TO CP-NAME.
     MOVE "TESTDB.SECURE.SYS"    TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE SPACES TO Train-Database.
     STRING "  "     DELIMITED BY SIZE
            CP-VALUE DELIMITED BY SPACE
            ";"      DELIMITED BY SIZE
      INTO Train-Database.
     IF Train-Database = Secdb-Database
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 54           TO INTR-ERRNUM
      MOVE 54           TO CSTATUS
      GO TO IMPORT-TRAINING-EVIDENCE-EXIT.
     CALL "DBOPEN" USING Train-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO IMPORT-TRAINING-EVIDENCE-EXIT.

     MOVE LOW-VALUES TO DB-CERT-EVIDENCE.
     CALL "DBGET" USING Train-Database DS-CERT-EVIDENCE SERIAL
         STATUS-AREA ALL-ITEMS DB-CERT-EVIDENCE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR CSTATUS NOT = 0
      IF CEV-PENDING AND CEV-USER NOT = CERTADM-SUPVR
       AND (CERTADM-USER = SPACES OR CEV-USER = CERTADM-USER)
       PERFORM IMPORT-ONE-EVIDENCE THRU IMPORT-ONE-EVIDENCE-EXIT
      END-IF
      CALL "DBGET" USING Train-Database DS-CERT-EVIDENCE SERIAL
          STATUS-AREA ALL-ITEMS DB-CERT-EVIDENCE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CALL "DBCLOSE" USING Train-Database DUMMY MODE-1 STATUS-AREA.
 IMPORT-TRAINING-EVIDENCE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 IMPORT-ONE-EVIDENCE.
     INITIALIZE DB-CERTIFICATION.
     MOVE CEV-USER       TO CERT-USER.
     MOVE CEV-CODE       TO CERT-CODE.
     MOVE CEV-TIME       TO CERT-EARNED-TIME.
     MOVE 0              TO CERT-EXPIRE-TIME.
     IF CEV-VALID-DAYS > 0
      COMPUTE CERT-EXPIRE-TIME = CEV-TIME
          + (CEV-VALID-DAYS * 86400) END-COMPUTE.
     MOVE "T"            TO CERT-SOURCE.
     MOVE CERTADM-SUPVR  TO CERT-GRANTED-BY.
     MOVE CEV-CORRELATION-ID TO CERT-EVIDENCE-ID.
     MOVE "A"            TO CERT-STATE.
     PERFORM PUT-CERTIFICATION.
     IF CSTATUS NOT = 0
      GO TO IMPORT-ONE-EVIDENCE-EXIT.

     MOVE "I" TO CEV-STATE.
     CALL "DBLOCK" USING Train-Database DS-CERT-EVIDENCE
         MODE-3 STATUS-AREA.
     CALL "VDBUPDATE" USING Train-Database DS-CERT-EVIDENCE
         MODE-1 STATUS-AREA ALL-ITEMS DB-CERT-EVIDENCE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Train-Database DS-CERT-EVIDENCE
         MODE-1 STATUS-AREA.
     ADD 1 TO CERTADM-COUNT.

     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE CERTADM-SUPVR  TO AAL-ACTOR.
     MOVE "VCERTADMIN"   TO AAL-PROGRAM.
     MOVE "CERT-IMPORT"  TO AAL-ACTION.
     STRING CEV-USER DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            CEV-CODE DELIMITED BY SPACE
      INTO AAL-TARGET.
     STRING "TRAINING " DELIMITED BY SIZE
            CEV-FORM DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            CEV-CORRELATION-ID DELIMITED BY SPACE
      INTO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 IMPORT-ONE-EVIDENCE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Active certifications with an expiry inside the look-ahead
*> window - the renewal list a supervisor works from.
 LIST-EXPIRING-CERTS.
     MOVE 30 TO LOOKAHEAD-DAYS.
     IF CERTADM-DAYS > 0
      MOVE CERTADM-DAYS TO LOOKAHEAD-DAYS.
     COMPUTE HORIZON-SECONDS = ClockSeconds
         + (LOOKAHEAD-DAYS * 86400) END-COMPUTE.
     MOVE "CERTEXPIRE.RPT" TO CERTRPT-FILE-NAME-WRK.
     IF CERTADM-RPT-NAME NOT = SPACES
      MOVE CERTADM-RPT-NAME TO CERTRPT-FILE-NAME-WRK.
     OPEN OUTPUT CERTRPT-FILE.
     IF CERT-STATUS1 NOT = "00"
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO LIST-EXPIRING-CERTS-EXIT.

     MOVE LOOKAHEAD-DAYS TO DISP-DAYS.
     MOVE SPACES TO CERTRPT-RECORD.
     STRING "CERTIFICATIONS EXPIRING WITHIN " DISP-DAYS " DAYS"
      DELIMITED BY SIZE INTO CERTRPT-RECORD.
     WRITE CERTRPT-RECORD.
     MOVE "USER,CODE,EARNED,EXPIRES,DAYSLEFT,SOURCE"
       TO CERTRPT-RECORD.
     WRITE CERTRPT-RECORD.

     MOVE LOW-VALUES TO DB-CERTIFICATION.
     CALL "DBGET" USING Secdb-Database DS-CERTIFICATION SERIAL
         STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF CERT-ACTIVE AND CERT-EXPIRE-TIME > 0
       AND CERT-EXPIRE-TIME >= ClockSeconds
       AND CERT-EXPIRE-TIME <= HORIZON-SECONDS
       COMPUTE DAYS-LEFT =
           (CERT-EXPIRE-TIME - ClockSeconds) / 86400 END-COMPUTE
       MOVE DAYS-LEFT        TO DISP-DAYS
       MOVE CERT-EARNED-TIME TO DISP-TIME
       MOVE CERT-EXPIRE-TIME TO DISP-TIME2
       MOVE SPACES TO CERTRPT-RECORD
       STRING CERT-USER   DELIMITED BY SPACE ","
              CERT-CODE   DELIMITED BY SPACE ","
              DISP-TIME   DELIMITED BY SIZE  ","
              DISP-TIME2  DELIMITED BY SIZE  ","
              DISP-DAYS   DELIMITED BY SIZE  ","
              CERT-SOURCE
        DELIMITED BY SIZE INTO CERTRPT-RECORD
       WRITE CERTRPT-RECORD
       ADD 1 TO CERTADM-COUNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-CERTIFICATION SERIAL
          STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CLOSE CERTRPT-FILE.
 LIST-EXPIRING-CERTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LIST-CERTIFICATIONS.
     MOVE "CERTIFICATION.RPT" TO CERTRPT-FILE-NAME-WRK.
     IF CERTADM-RPT-NAME NOT = SPACES
      MOVE CERTADM-RPT-NAME TO CERTRPT-FILE-NAME-WRK.
     OPEN OUTPUT CERTRPT-FILE.
     IF CERT-STATUS1 NOT = "00"
      MOVE "VCERTADMIN" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO LIST-CERTIFICATIONS-EXIT.

     MOVE SPACES TO CERTRPT-RECORD.
     STRING "CERTIFICATIONS - USER,CODE,EARNED,EXPIRES,SOURCE,"
            "GRANTEDBY,EVIDENCE,STATE"
      DELIMITED BY SIZE INTO CERTRPT-RECORD.
     WRITE CERTRPT-RECORD.

     MOVE LOW-VALUES TO DB-CERTIFICATION.
     CALL "DBGET" USING Secdb-Database DS-CERTIFICATION SERIAL
         STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE CERT-EARNED-TIME TO DISP-TIME
      MOVE CERT-EXPIRE-TIME TO DISP-TIME2
      MOVE SPACES TO CERTRPT-RECORD
      STRING CERT-USER        DELIMITED BY SPACE ","
             CERT-CODE        DELIMITED BY SPACE ","
             DISP-TIME        DELIMITED BY SIZE  ","
             DISP-TIME2       DELIMITED BY SIZE  ","
             CERT-SOURCE      DELIMITED BY SIZE  ","
             CERT-GRANTED-BY  DELIMITED BY SPACE ","
             CERT-EVIDENCE-ID DELIMITED BY SPACE ","
             CERT-STATE
       DELIMITED BY SIZE INTO CERTRPT-RECORD
      WRITE CERTRPT-RECORD
      ADD 1 TO CERTADM-COUNT
      CALL "DBGET" USING Secdb-Database DS-CERTIFICATION SERIAL
          STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
     CLOSE CERTRPT-FILE.
 LIST-CERTIFICATIONS-EXIT.
     EXIT.
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
