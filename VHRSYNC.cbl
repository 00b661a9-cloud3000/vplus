*>   batch that stops leavers keeping their FORMACL grants until
*>   someone remembers. The extract is one line per employee:
*>   user name in columns 1-32, status in column 34 ("A" active,
*>   "T" terminated), department code in columns 36-43.
*>     Leavers ("T"): every FORMACL grant and USERDFLT default is
*>     removed, the USERPOLICY record deleted, and any live
*>     AUTHSESS is terminated the way VSESSADMIN does - marked
*>     record is created from the "@NEW" template profile (the
*>     "@ALL" default behind it), so a new hire starts with the
*>     shop's standard restrictions, not none.
*>     Departments: the user's USERDEPT row follows the extract's
*>     code, leavers included - connect-time chargeback bills a
*>     leaver's last month to the department they left from.
*>   Every action lands on the sign-off report.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VHRSYNC.
     05  HREXT-USER              PIC X(32).
     05  FILLER                  PIC X(01).
     05  HREXT-STATUS            PIC X(01).
     05  FILLER                  PIC X(01).
     05  HREXT-DEPT              PIC X(08).
     05  FILLER                  PIC X(37).
 FD  HRSYNC-RPT-FILE.
 01  HRSYNC-RPT-RECORD            PIC X(132).
 WORKING-STORAGE SECTION.
 01 SYNC-USER               PIC X(32) VALUE SPACES.
 01 TEMPLATE-FOUND-SW       PIC X VALUE "N".
    88 TEMPLATE-FOUND           VALUE "Y".
 01 DEPT-FOUND-SW           PIC X VALUE "N".
    88 DEPT-FOUND               VALUE "Y".
 01 OLD-DEPT                PIC X(08) VALUE SPACES.
 01 ClockSeconds            PIC S9(18) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-USER-DEFAULT         Pic X(16) Value "USERDFLT".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-USER-DEPT            Pic X(16) Value "USERDEPT".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
      WHEN OTHER
       CONTINUE
     END-EVALUATE.
     IF HREXT-DEPT NOT = SPACES
      PERFORM SYNC-USER-DEPT THRU SYNC-USER-DEPT-EXIT.
 SYNC-ONE-EMPLOYEE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
      END-IF
      CALL "DBLOCK" USING Secdb-Database DS-FORM-ACL
          MODE-3 STATUS-AREA
      CALL "VDBDELETE" USING Secdb-Database DS-FORM-ACL
          MODE-1 STATUS-AREA
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
      CALL "DBLOCK" USING Secdb-Database DS-USER-DEFAULT
          MODE-3 STATUS-AREA
      CALL "VDBDELETE" USING Secdb-Database DS-USER-DEFAULT
          MODE-1 STATUS-AREA
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
      GO TO REMOVE-USER-POLICY-EXIT.
     CALL "DBLOCK" USING Secdb-Database DS-USER-POLICY
         MODE-3 STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database DS-USER-POLICY
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-USER-POLICY
       MOVE "AB" TO AUTHSESS-LOCK
       CALL "DBLOCK" USING Secdb-Database DS-AUTH-SESSION
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
           MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
     MOVE "Y"       TO POL-FORCE-CHANGE-SW.
     CALL "DBLOCK" USING Secdb-Database DS-USER-POLICY
         MODE-3 STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-USER-POLICY
         MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-USER-POLICY
     WRITE HRSYNC-RPT-RECORD.
 ONBOARD-JOINER-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The user's department as the extract has it. Only a change is
*> written (and reported) - the nightly run is otherwise silent.
 SYNC-USER-DEPT.
     MOVE "N" TO DEPT-FOUND-SW.
     MOVE SPACES TO OLD-DEPT.
     MOVE SYNC-USER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-USER-DEPT KEYED
         STATUS-AREA ALL-ITEMS DB-USER-DEPT SEARCH-KEY.
     IF NOT IMAGE-ERRORS AND NOT NO-ENTRY
      MOVE "Y" TO DEPT-FOUND-SW
      MOVE UDEPT-CODE TO OLD-DEPT.
     IF DEPT-FOUND AND OLD-DEPT = HREXT-DEPT
      GO TO SYNC-USER-DEPT-EXIT.

     CALL "VGETCLOCK" USING COMAREA ClockSeconds.
     MOVE SYNC-USER    TO UDEPT-USER.
     MOVE HREXT-DEPT   TO UDEPT-CODE.
     MOVE ClockSeconds TO UDEPT-SET-TIME.
     CALL "DBLOCK" USING Secdb-Database DS-USER-DEPT
         MODE-3 STATUS-AREA.
     IF DEPT-FOUND
      CALL "VDBUPDATE" USING Secdb-Database DS-USER-DEPT
          MODE-1 STATUS-AREA ALL-ITEMS DB-USER-DEPT
     ELSE
      CALL "VDBPUT" USING Secdb-Database DS-USER-DEPT
          MODE-1 STATUS-AREA ALL-ITEMS DB-USER-DEPT.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-USER-DEPT
         MODE-1 STATUS-AREA.
     ADD 1 TO ACTION-COUNT.
     MOVE SPACES TO HRSYNC-RPT-RECORD.
     STRING "SET-DEPT," DELIMITED BY SIZE
            SYNC-USER DELIMITED BY SPACE
            "," DELIMITED BY SIZE
            OLD-DEPT DELIMITED BY SPACE
            ">" DELIMITED BY SIZE
            HREXT-DEPT DELIMITED BY SPACE
      INTO HRSYNC-RPT-RECORD.
     WRITE HRSYNC-RPT-RECORD.
 SYNC-USER-DEPT-EXIT.
     EXIT.
