*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD               PIC X(160).
 FD  CHKPT-FILE.
 01  CHKPT-RECORD                 PIC X(32).
 WORKING-STORAGE SECTION.
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE 62 TO CSTATUS
     ELSE
      CALL "VDBDELETE" USING Secdb-Database DS-USER-USAGE
          MODE-1 STATUS-AREA
      IF IMAGE-ERRORS
       CALL "DBEXPLAIN" USING STATUS-AREA
