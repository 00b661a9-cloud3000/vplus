*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  UNLOAD-FILE.
 01  UNLOAD-RECORD                PIC X(4096).
 FD  CONTROL-FILE.
 01  CONTROL-RECORD               PIC X(80).
 FD  LOADRPT-FILE.
 01 CONTROL-FILE-NAME-WRK   PIC X(80) VALUE SPACES.
 01 LOADRPT-FILE-NAME-WRK   PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 GEN-RECORD              PIC X(4096) VALUE SPACES.
 01 CTL-DATASET             PIC X(16) VALUE SPACES.
 01 CTL-COUNT-TXT           PIC X(8) VALUE SPACES.
 01 CTL-HASH-TXT            PIC X(15) VALUE SPACES.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 HASH-THIS-RECORD.
     PERFORM VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > LENGTH OF GEN-RECORD
      COMPUTE LOAD-HASH = FUNCTION MOD(
          LOAD-HASH + FUNCTION ORD(GEN-RECORD(HASH-POS:1)),
          100000000000000) END-COMPUTE
