*>                     what the user actually did with it (their
*>                     USERUSAGE screens on the granted form
*>                     inside the grant window)
*>   Where the user has a supervisor on file only that supervisor,
*>   or their current delegate, may grant (VDELEGCHK); a delegate's
*>   grant is journalled on the supervisor's behalf. A grant that
*>   would complete a segregation-of-duties pair (VSODCHK) is refused
*>   unless an exception is on file for the user and rule.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFIRECALL.
 AUTHOR.     MICHAEL ANDERSON.
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
 01 SOD-CHECK.
    02 SDC-USER       Pic X(32) Value Spaces.
    02 SDC-KIND       Pic X(01) Value Space.
    02 SDC-ITEM       Pic X(16) Value Spaces.
    02 SDC-RESULT     Pic X(01) Value Space.
       88 SDC-CLEAR           VALUE " ".
       88 SDC-CONFLICT        VALUE "C".
       88 SDC-EXCEPTED        VALUE "E".
    02 SDC-RULE-ID    Pic X(08) Value Spaces.
    02 SDC-OTHER-ITEM Pic X(16) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.

     EVALUATE TRUE
      WHEN FIRECALL-GRANT
       PERFORM GRANT-FIRECALL THRU GRANT-FIRECALL-EXIT
      WHEN FIRECALL-EXPIRE
       PERFORM EXPIRE-PAST-DUE
      WHEN OTHER
      MOVE 63           TO CSTATUS
      GO TO GRANT-FIRECALL-EXIT.

     MOVE SPACES         TO DELEG-CHECK.
     MOVE FIRECALL-SUPVR TO DGC-ACTOR.
     MOVE FIRECALL-USER  TO DGC-SUBJECT.
     MOVE "FIRECALL"     TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-REFUSED
      MOVE "VFIRECALL" TO INTR-ERRNAME
      MOVE 137          TO INTR-ERRNUM
      MOVE 137          TO CSTATUS
      MOVE "GRANTOR IS NOT THE USER'S SUPERVISOR OR DELEGATE"
        TO END-MSG
      GO TO GRANT-FIRECALL-EXIT.

     MOVE SPACES         TO SOD-CHECK.
     MOVE FIRECALL-USER  TO SDC-USER.
     MOVE "F"            TO SDC-KIND.
     MOVE FIRECALL-FORM  TO SDC-ITEM.
     CALL "VSODCHK" USING COMAREA SOD-CHECK.
     IF SDC-CONFLICT
      MOVE "VFIRECALL" TO INTR-ERRNAME
      MOVE 146          TO INTR-ERRNUM
      MOVE 146          TO CSTATUS
      MOVE "GRANT WOULD BREACH SEGREGATION-OF-DUTIES RULE"
        TO END-MSG
      GO TO GRANT-FIRECALL-EXIT.

     PERFORM Get-ClockSeconds.
     INITIALIZE DB-FIRECALL.
     MOVE FIRECALL-USER  TO FCG-USER.
     CALL "DBLOCK" USING Secdb-Database DS-FIRECALL
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-FIRECALL
         MODE-1 STATUS-AREA ALL-ITEMS DB-FIRECALL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
            "/" DELIMITED BY SIZE
            FIRECALL-FORM DELIMITED BY SPACE
      INTO AAL-TARGET.
     IF DGC-DELEGATED
      MOVE DGC-PRINCIPAL TO DELEG-ON-BEHALF-OF.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.

     MOVE ClockSeconds  TO SEV-EPOCH.
       MOVE "E" TO FCG-STATE
       CALL "DBLOCK" USING Secdb-Database DS-FIRECALL
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-FIRECALL
           MODE-1 STATUS-AREA ALL-ITEMS DB-FIRECALL
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
