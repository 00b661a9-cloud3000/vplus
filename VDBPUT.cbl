>>source format free
*>*****************************************************************
*>*                         V D B P U T                            *
*>*****************************************************************
*>   DBPUT with SECDB change capture. Takes exactly DBPUT's
*>   parameters and passes them straight through, so a program's
*>   CALL "DBPUT" becomes CALL "VDBPUT" and nothing else changes -
*>   the caller sees the intrinsic's own status area. When the put
*>   went into SECDB and a change log is configured, the new entry
*>   is re-read whole (the put leaves it current) and handed to
*>   VCHGLOG for the warm standby. Other databases pass untouched.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDBPUT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 CAP-OP                  PIC X(01) VALUE "P".
 01 CAP-BEFORE              PIC X(4096) VALUE LOW-VALUES.
 01 CAP-AFTER               PIC X(4096) VALUE LOW-VALUES.

 01  CAP-STATUS-AREA.
     03  CAP-CONDITION-WORD    PIC S9(4) COMP.
         88  CAP-NO-IMAGE-ERRORS     VALUE 0.
     03  FILLER                PIC X(18).

 01  REREAD                PIC S9(4) COMP SYNC VALUE 1.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
 01 DBW-BASE           PIC X(28).
 01 DBW-DATASET        PIC X(16).
 01 DBW-MODE           PIC S9(4) COMP.
 01 DBW-STATUS.
    03  DBW-CONDITION-WORD    PIC S9(4) COMP.
        88  DBW-NO-IMAGE-ERRORS     VALUE 0.
    03  FILLER                PIC X(18).
 01 DBW-LIST           PIC X(02).
 01 DBW-BUFFER         PIC X(4096).
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING DBW-BASE DBW-DATASET DBW-MODE DBW-STATUS
                          DBW-LIST DBW-BUFFER.
 0000-BEGIN-VDBPUT.
     CALL "DBPUT" USING DBW-BASE DBW-DATASET DBW-MODE DBW-STATUS
         DBW-LIST DBW-BUFFER.
     IF NOT DBW-NO-IMAGE-ERRORS
      GO TO VDBPUT-RETURN.

     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     IF MM-CHGLOG-NAME = SPACES
      OR DBW-BASE(3:26) NOT = MM-SECDB-NAME(3:26)
      GO TO VDBPUT-RETURN.

     MOVE LOW-VALUES TO CAP-BEFORE CAP-AFTER.
     CALL "DBGET" USING DBW-BASE DBW-DATASET REREAD
         CAP-STATUS-AREA ALL-ITEMS CAP-AFTER NULL-ITEM.
     IF NOT CAP-NO-IMAGE-ERRORS
      ADD 1 TO MM-CHGLOG-MISSED
      GO TO VDBPUT-RETURN.
     CALL "VCHGLOG" USING CAP-OP DBW-DATASET CAP-BEFORE CAP-AFTER.

 VDBPUT-RETURN.
     Goback.
