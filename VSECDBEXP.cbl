*>
*>--------- F I L E   D A T A   R E C O R D S
 FD  UNLOAD-FILE.
 01  UNLOAD-RECORD                PIC X(4096).
 FD  CONTROL-FILE.
 01  CONTROL-RECORD               PIC X(80).
 WORKING-STORAGE SECTION.
 01 UNLOAD-FILE-NAME-WRK    PIC X(80) VALUE SPACES.
 01 CONTROL-FILE-NAME-WRK   PIC X(80) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 GEN-RECORD              PIC X(4096) VALUE SPACES.
 01 DATASET-COUNT           PIC S9(8) COMP-5 VALUE 0.
 01 DATASET-HASH            PIC S9(18) COMP-5 VALUE 0.
 01 TOTAL-COUNT             PIC S9(8) COMP-5 VALUE 0.
    05 FILLER PIC X(16) VALUE "FIRECALL".
    05 FILLER PIC X(16) VALUE "SUPERVISOR".
    05 FILLER PIC X(16) VALUE "RECERT".
    05 FILLER PIC X(16) VALUE "PROMOTION".
    05 FILLER PIC X(16) VALUE "CERTIFICATION".
    05 FILLER PIC X(16) VALUE "CERTREQ".
    05 FILLER PIC X(16) VALUE "CERTTRAIN".
    05 FILLER PIC X(16) VALUE "CERTEVID".
    05 FILLER PIC X(16) VALUE "DELEGATION".
    05 FILLER PIC X(16) VALUE "DIRGROUP".
    05 FILLER PIC X(16) VALUE "DIRAUTH".
    05 FILLER PIC X(16) VALUE "SUBSCRIPTION".
    05 FILLER PIC X(16) VALUE "RUNSCHED".
    05 FILLER PIC X(16) VALUE "SODRULE".
    05 FILLER PIC X(16) VALUE "SODEXCEPT".
    05 FILLER PIC X(16) VALUE "ACCESSREQ".
    05 FILLER PIC X(16) VALUE "CODETABLE".
    05 FILLER PIC X(16) VALUE "FORMRULE".
    05 FILLER PIC X(16) VALUE "CURRENCY".
    05 FILLER PIC X(16) VALUE "ATTACHMENT".
    05 FILLER PIC X(16) VALUE "MEMO".
    05 FILLER PIC X(16) VALUE "SHIPCKPT".
    05 FILLER PIC X(16) VALUE "JRNLHEAD".
    05 FILLER PIC X(16) VALUE "PRINTLAYOUT".
    05 FILLER PIC X(16) VALUE "PRINTLAYITEM".
    05 FILLER PIC X(16) VALUE "MAINTWIN".
    05 FILLER PIC X(16) VALUE "USERDEPT".
    05 FILLER PIC X(16) VALUE "CONNRATE".
    05 FILLER PIC X(16) VALUE "POPUPLOG".
    05 FILLER PIC X(16) VALUE "SESSREC".
    05 FILLER PIC X(16) VALUE "FORMOWNER".
    05 FILLER PIC X(16) VALUE "RECFORMS".
    05 FILLER PIC X(16) VALUE "FORMPILOT".
    05 FILLER PIC X(16) VALUE "PILOTMBR".
    05 FILLER PIC X(16) VALUE "TXNDONE".
    05 FILLER PIC X(16) VALUE "VERIFYFLD".
    05 FILLER PIC X(16) VALUE "VERIFYQ".
    05 FILLER PIC X(16) VALUE "BATCHCTL".
    05 FILLER PIC X(16) VALUE "EVTFORM".
    05 FILLER PIC X(16) VALUE "EVTCURSOR".
    05 FILLER PIC X(16) VALUE "WQSLA".
    05 FILLER PIC X(16) VALUE "PRTALT".
    05 FILLER PIC X(16) VALUE "PRTSTATUS".
    05 FILLER PIC X(16) VALUE "PRTOUTAGE".
    05 FILLER PIC X(16) VALUE "KEYMACRO".
 01 DATASET-NAME-LIST REDEFINES DATASET-NAME-TABLE.
    05 EXP-DATASET OCCURS 93 TIMES PIC X(16).
 01 EXP-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 EXP-DATASET-WRK         PIC X(16) VALUE SPACES.

      CLOSE CONTROL-FILE
      GO TO VSECDBEXP-RETURN.

     PERFORM UNLOAD-ONE-DATASET THRU UNLOAD-ONE-DATASET-EXIT
         VARYING EXP-IDX FROM 1 BY 1 UNTIL EXP-IDX > 93.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE CONTROL-FILE.
*> Byte-sum hash total over the raw image - cheap, order-blind,
*> and any dropped or damaged record moves it.
 HASH-THIS-RECORD.
     PERFORM VARYING HASH-POS FROM 1 BY 1 UNTIL HASH-POS > LENGTH OF GEN-RECORD
      COMPUTE DATASET-HASH = FUNCTION MOD(
          DATASET-HASH + FUNCTION ORD(GEN-RECORD(HASH-POS:1)),
          100000000000000) END-COMPUTE
