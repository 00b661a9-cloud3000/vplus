         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.
     IF SYSCTL-REC-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-SYS-CONTROL
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONTROL
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-SYS-CONTROL
          MODE-1 STATUS-AREA ALL-ITEMS DB-SYS-CONTROL.
     IF IMAGE-ERRORS
      PERFORM DATABASE-ERROR
*> Supervisor confirmation of a pending desk move. Stamps who
*> approved it and flips the state to approved; the next read from
*> the approved address re-binds the session there (VREADFIELDS's
*> Check-Session-Binding) instead of holding it as a hijack ("HJ").
 APPROVE-TRANSFER.
     PERFORM FIND-SESSION.
     IF NO-ENTRY
     MOVE "VSESSADMIN"       TO SJ-PROGNAME.
     MOVE AUTHSESS-IPADDR    TO SJ-IPADDR.
     MOVE CORRELATION-ID     TO SJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-SESS-JOURNAL
         STATUS-AREA DB-SESS-JOURNAL.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.

     MOVE AUTHSESS-HANDOFF-USER TO AUTHSESS-USER.
           MODE-3 STATUS-AREA
       IF IMAGE-ERRORS PERFORM DATABASE-ERROR
       END-IF
       CALL "VDBDELETE" USING Secdb-Database DS-FORM-DRAFT
           MODE-1 STATUS-AREA
       IF IMAGE-ERRORS PERFORM DATABASE-ERROR
       END-IF
       MOVE AUTHSESS-USER TO DRAFT-USER
       CALL "VDBPUT" USING Secdb-Database DS-FORM-DRAFT
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT
       IF IMAGE-ERRORS PERFORM DATABASE-ERROR
       END-IF
     CALL "DBLOCK" USING Secdb-Database DS-USER-LOCKOUT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.
     CALL "VDBDELETE" USING Secdb-Database DS-USER-LOCKOUT
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      PERFORM DATABASE-ERROR
     MOVE "VSESSADMIN"       TO SJ-PROGNAME.
     MOVE AUTHSESS-IPADDR    TO SJ-IPADDR.
     MOVE CORRELATION-ID     TO SJ-CORRELATION-ID.
     CALL "VJRNLPUT" USING Secdb-Database DS-SESS-JOURNAL
         STATUS-AREA DB-SESS-JOURNAL.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.
*> A forced termination is a security event the SIEM wants as it
*> happens, same feed VREADFIELDS writes.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.
*>-----------------------------------------------------------------
 UPDATE-AUTHSES.
     CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION.
     IF IMAGE-ERRORS PERFORM DATABASE-ERROR.
*>-----------------------------------------------------------------
