*>                           report file - id, form, maker, when
*>     APPROVE-VIEW   ("V")  one parked transaction's keyed values,
*>                           header plus the raw buffer in 80-byte
*>                           slices, for the reviewer to read, and
*>                           the documents attached to it (VATTACH
*>                           opens one by its id)
*>     APPROVE-GRANT  ("A")  mark it approved - refused when the
*>                           approver is the maker, that being the
*>                           entire point of four eyes
*>   An approval is released when the maker re-finishes the same
*>   buffer: VFINISHFORM consumes the approved record and stamps
*>   maker and approver on the data journal.
*>   Where the maker has a supervisor on file the reviewer must be
*>   that supervisor or their current delegate (VDELEGCHK); a
*>   delegate's decision carries the supervisor as ON-BEHALF-OF on
*>   the parked record, the admin journal and, at release, the data
*>   journal.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VAPPROVE.
 AUTHOR.     MICHAEL ANDERSON.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
   COPY "vplus/TCLDBMEM".
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 DELEG-CHECK.
    02 DGC-ACTOR     Pic X(32) Value Spaces.
    02 DGC-SUBJECT   Pic X(32) Value Spaces.
    02 DGC-PRINCIPAL Pic X(32) Value Spaces.
    02 DGC-SCOPE     Pic X(08) Value Spaces.
    02 DGC-RESULT    Pic X(01) Value Space.
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-REFUSED         VALUE "N".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-ATTACHMENT           Pic X(16) Value "ATTACHMENT".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
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
      WHEN APPROVE-VIEW
       PERFORM VIEW-PARKED-TXN
      WHEN APPROVE-GRANT
       PERFORM GRANT-APPROVAL THRU GRANT-APPROVAL-EXIT
      WHEN APPROVE-REJECT
       PERFORM REJECT-PARKED-TXN THRU REJECT-PARKED-TXN-EXIT
      WHEN OTHER
       PERFORM LIST-PENDING-TXNS
     END-EVALUATE.
      INTO APPROVE-RECORD.
     WRITE APPROVE-RECORD.

*> A buffer parked scrambled is shown in the clear here; one under
*> a key version since retired is withheld.
     IF PA-ENCRYPTED AND PA-BUFLEN > 0
      MOVE "D"        TO BC-MODE
      MOVE PA-BUFLEN  TO BC-LENGTH
      MOVE PA-BUFFER  TO BC-BUFFER
      MOVE PA-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER  TO PA-BUFFER
      IF BC-KEY-MISSING
       MOVE SPACES TO APPROVE-RECORD
       STRING "BUFFER WITHHELD - KEY VERSION " PA-KEY-VER
              " NOT AVAILABLE"
        DELIMITED BY SIZE INTO APPROVE-RECORD
       WRITE APPROVE-RECORD
       MOVE 0 TO PA-BUFLEN
      END-IF
     END-IF.

     MOVE 1 TO CHUNK-START.
     PERFORM UNTIL CHUNK-START > PA-BUFLEN
      IF PA-BUFLEN - CHUNK-START + 1 > 80
      WRITE APPROVE-RECORD
      COMPUTE CHUNK-START = CHUNK-START + CHUNK-LEN END-COMPUTE
     END-PERFORM.
     IF PA-CORRELATION-ID NOT = SPACES
      PERFORM LIST-TXN-ATTACHMENTS.
     CLOSE APPROVE-FILE.
 VIEW-PARKED-TXN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The documents the operator attached while keying it, each with
*> its id for VATTACH's open action.
 LIST-TXN-ATTACHMENTS.
     MOVE "CORRID;" TO SEARCH-ITEM.
     MOVE PA-CORRELATION-ID TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-ATTACHMENT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-ATTACHMENT CHAINED
           STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        MOVE SPACES TO APPROVE-RECORD
        STRING "ATTACHMENT "  DELIMITED BY SIZE
               ATT-ID         DELIMITED BY SPACE
               " "            DELIMITED BY SIZE
               ATT-FILE-NAME  DELIMITED BY "  "
               " - "          DELIMITED BY SIZE
               ATT-DESC       DELIMITED BY "  "
               " ("           DELIMITED BY SIZE
               ATT-ADDED-BY   DELIMITED BY SPACE
               ") AT "        DELIMITED BY SIZE
               ATT-REPO-PATH  DELIMITED BY SPACE
         INTO APPROVE-RECORD
        WRITE APPROVE-RECORD
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 GRANT-APPROVAL.
     PERFORM FIND-PARKED-TXN.
      MOVE 94          TO CSTATUS
      MOVE "APPROVER MUST DIFFER FROM MAKER" TO END-MSG
      GO TO GRANT-APPROVAL-EXIT.
     PERFORM CHECK-REVIEWER-AUTHORITY.
     IF CSTATUS NOT = 0
      GO TO GRANT-APPROVAL-EXIT.

     PERFORM Get-ClockSeconds.
     MOVE "A"          TO PA-STATE.
     MOVE APPROVE-USER TO PA-APPROVER.
     MOVE ClockSeconds TO PA-APPROVE-TIME.
     PERFORM UPDATE-PARKED-TXN.
     MOVE "DC-APPROVE" TO AAL-ACTION.
     PERFORM LOG-REVIEW-DECISION.
 GRANT-APPROVAL-EXIT.
     EXIT.
*>-----------------------------------------------------------------
      MOVE 94          TO CSTATUS
      MOVE "REVIEWER NAME REQUIRED" TO END-MSG
      GO TO REJECT-PARKED-TXN-EXIT.
     PERFORM CHECK-REVIEWER-AUTHORITY.
     IF CSTATUS NOT = 0
      GO TO REJECT-PARKED-TXN-EXIT.
     PERFORM Get-ClockSeconds.
     MOVE "R"          TO PA-STATE.
     MOVE APPROVE-USER TO PA-APPROVER.
     MOVE ClockSeconds TO PA-APPROVE-TIME.
     PERFORM UPDATE-PARKED-TXN.
     MOVE "DC-REJECT" TO AAL-ACTION.
     PERFORM LOG-REVIEW-DECISION.
 REJECT-PARKED-TXN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The maker's supervisor decides - or, while they are away, the
*> delegate they named. A maker with no supervisor on file keeps
*> the old rule: any second person.
 CHECK-REVIEWER-AUTHORITY.
     MOVE SPACES       TO PA-ON-BEHALF-OF.
     MOVE SPACES       TO DELEG-CHECK.
     MOVE APPROVE-USER TO DGC-ACTOR.
     MOVE PA-USER      TO DGC-SUBJECT.
     MOVE "APPROVE"    TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-REFUSED
      MOVE "VAPPROVE" TO INTR-ERRNAME
      MOVE 137         TO INTR-ERRNUM
      MOVE 137         TO CSTATUS
      MOVE "REVIEWER IS NOT THE MAKER'S SUPERVISOR OR DELEGATE"
        TO END-MSG
     ELSE
      IF DGC-DELEGATED
       MOVE DGC-PRINCIPAL TO PA-ON-BEHALF-OF.
*>-----------------------------------------------------------------
 LOG-REVIEW-DECISION.
     MOVE APPROVE-USER TO AAL-ACTOR.
     MOVE "VAPPROVE"   TO AAL-PROGRAM.
     MOVE SPACES       TO AAL-TARGET AAL-OLD AAL-NEW.
     STRING PA-ID DELIMITED BY SPACE
            "/" DELIMITED BY SIZE
            PA-FORM DELIMITED BY SPACE
      INTO AAL-TARGET.
     MOVE PA-USER  TO AAL-OLD.
     MOVE PA-STATE TO AAL-NEW.
     MOVE PA-ON-BEHALF-OF TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
 FIND-PARKED-TXN.
     MOVE "N" TO FOUND-SW.
     CALL "DBLOCK" USING Secdb-Database DS-PEND-APPROVAL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PEND-APPROVAL
         MODE-1 STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
