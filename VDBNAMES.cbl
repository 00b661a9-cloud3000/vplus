*>     PROD (default):  SECDB.SECURE.SYS   JOBDB.PUB.SYS
*>     TEST:            TESTDB.SECURE.SYS  TESTJOB.PUB.SYS
*>     DEV:             DEVDB.SECURE.SYS   DEVJOB.PUB.SYS
*>
*>   The SECDB change log for the warm standby goes with them:
*>   SECDBCHG.LOG under PROD, nothing captured under TEST or DEV,
*>   and VPLUS_CHGLOG names another (NONE turns capture off).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDBNAMES.
 AUTHOR.     MICHAEL ANDERSON.
 01 ENV-PROFILE       PIC X(08) VALUE SPACES.
 01 ENV-SECDB         PIC X(26) VALUE SPACES.
 01 ENV-JOBDB         PIC X(26) VALUE SPACES.
 01 ENV-CHGLOG        PIC X(64) VALUE SPACES.
 01 SECDB-NAME-WRK    PIC X(26) VALUE SPACES.
 01 JOBDB-NAME-WRK    PIC X(26) VALUE SPACES.
*>########################################################
     IF MM-DBENV-RESOLVED
      GO TO VDBNAMES-RETURN.

     MOVE SPACES TO ENV-PROFILE ENV-SECDB ENV-JOBDB ENV-CHGLOG.
     ACCEPT ENV-PROFILE FROM ENVIRONMENT "VPLUSENV".
     ACCEPT ENV-SECDB   FROM ENVIRONMENT "VPLUS_SECDB".
     ACCEPT ENV-JOBDB   FROM ENVIRONMENT "VPLUS_JOBDB".
     ACCEPT ENV-CHGLOG  FROM ENVIRONMENT "VPLUS_CHGLOG".

*> A training session practices on TEST whatever the environment
*> says - practice keying must never reach production SECDB, its
*> route the training session straight back into production.
     IF MM-TRAINING-MODE
      MOVE "TEST"  TO ENV-PROFILE
      MOVE SPACES TO ENV-SECDB ENV-JOBDB ENV-CHGLOG.

     EVALUATE ENV-PROFILE
      WHEN "TEST"
            ";"            DELIMITED BY SIZE
      INTO MM-SECDB-NAME.
     MOVE JOBDB-NAME-WRK TO MM-JOBDB-NAME.
     MOVE SPACES TO MM-CHGLOG-NAME.
     MOVE 0 TO MM-CHGLOG-MISSED.
     IF ENV-PROFILE = "PROD"
      MOVE "SECDBCHG.LOG" TO MM-CHGLOG-NAME.
     IF ENV-CHGLOG NOT = SPACES
      MOVE ENV-CHGLOG TO MM-CHGLOG-NAME.
     IF MM-CHGLOG-NAME = "NONE"
      MOVE SPACES TO MM-CHGLOG-NAME.
     MOVE "Y" TO MM-DBENV-RESOLVED-SW.

     move LOW-VALUES to DebugBUF.
