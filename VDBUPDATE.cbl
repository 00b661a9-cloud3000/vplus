>>source format free
*>*****************************************************************
*>*                      V D B U P D A T E                         *
*>*****************************************************************
*>   DBUPDATE with SECDB change capture - VDBPUT's companion, with
*>   the same pass-through contract. On SECDB with a change log
*>   configured, the current entry is re-read whole before the
*>   update (the before image is how the standby finds its copy)
*>   and again after it, and both go to VCHGLOG. The update itself
*>   is made whatever happens to the capture.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDBUPDATE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 CAPTURE-SW              PIC X VALUE "N".
    88 CAPTURE-CHANGE          VALUE "Y".
 01 CAP-OP                  PIC X(01) VALUE "U".
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
 0000-BEGIN-VDBUPDATE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "N" TO CAPTURE-SW.
     IF MM-CHGLOG-NAME NOT = SPACES
      AND DBW-BASE(3:26) = MM-SECDB-NAME(3:26)
      MOVE "Y" TO CAPTURE-SW.

     IF CAPTURE-CHANGE
      MOVE LOW-VALUES TO CAP-BEFORE CAP-AFTER
      CALL "DBGET" USING DBW-BASE DBW-DATASET REREAD
          CAP-STATUS-AREA ALL-ITEMS CAP-BEFORE NULL-ITEM
      IF NOT CAP-NO-IMAGE-ERRORS
       MOVE "N" TO CAPTURE-SW
       ADD 1 TO MM-CHGLOG-MISSED
      END-IF
     END-IF.

     CALL "DBUPDATE" USING DBW-BASE DBW-DATASET DBW-MODE DBW-STATUS
         DBW-LIST DBW-BUFFER.
     IF NOT DBW-NO-IMAGE-ERRORS OR NOT CAPTURE-CHANGE
      GO TO VDBUPDATE-RETURN.

     CALL "DBGET" USING DBW-BASE DBW-DATASET REREAD
         CAP-STATUS-AREA ALL-ITEMS CAP-AFTER NULL-ITEM.
     IF NOT CAP-NO-IMAGE-ERRORS
      ADD 1 TO MM-CHGLOG-MISSED
      GO TO VDBUPDATE-RETURN.
     CALL "VCHGLOG" USING CAP-OP DBW-DATASET CAP-BEFORE CAP-AFTER.

 VDBUPDATE-RETURN.
     Goback.
