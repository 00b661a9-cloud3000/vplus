*>   keys drops that row's code into the field. Escape leaves the
*>   field untouched; Enter with nothing keyed pages forward,
*>   wrapping at the end. The laminated code sheets retire.
*>   A rule naming "CODETABLE:<table>" lists the codes of that
*>   business-maintained table in effect today (VCODELOOK), so a
*>   retired code is never offered and a future one not yet.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPICKLIST.
 AUTHOR.     MICHAEL ANDERSON.
 01 DISP-LINENO             PIC Z9.
 01 ROW-POS                 PIC S9(4) COMP-5 VALUE 0.
 01 CODE-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 CDL-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 CODE-LOOKUP.
    02 CDL-ACTION     Pic X(01) Value "L".
    02 CDL-TABLE      Pic X(16) Value Spaces.
    02 CDL-CODE       Pic X(16) Value Spaces.
    02 CDL-RESULT     Pic X(01) Value Space.
    02 CDL-DESC       Pic X(40) Value Spaces.
    02 CDL-CNT        Pic S9(4) Comp-5 Value 0.
    02 CDL-ENTRY OCCURS 200 TIMES.
       03 CDL-E-CODE  Pic X(16).
       03 CDL-E-DESC  Pic X(40).

 01 PK-CONVERSE-DATA.
      05  PK-CD-RET-CODE         PIC S9(4) COMP-5.
     MOVE HFLD-LENGTH(FLD-PTR)   TO PICK-LEN.
     MOVE HFLD-BUFSTART(FLD-PTR) TO PICK-START.

     PERFORM LOAD-CODE-TABLE THRU LOAD-CODE-TABLE-EXIT.
     IF PICK-CNT = 0
      MOVE 63 TO CSTATUS
      GO TO VPICKLIST-RETURN.
*> convention the validation probe's keyed views sit beside.
 LOAD-CODE-TABLE.
     MOVE 0 TO PICK-CNT.
     IF LOOKUP-TABLE-NAME(RULE-PTR)(1:10) = "CODETABLE:"
      PERFORM LOAD-EFFECTIVE-CODES
      GO TO LOAD-CODE-TABLE-EXIT.
     MOVE LOW-VALUES TO SQL-TABLE.
     STRING LOOKUP-TABLE-NAME(RULE-PTR) DELIMITED BY SPACE
      INTO SQL-TABLE.
     END-PERFORM.
 LOAD-CODE-TABLE-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> The codes in effect today, code first then description, the
*> same row shape the bridge tables show.
 LOAD-EFFECTIVE-CODES.
     MOVE "L" TO CDL-ACTION.
     MOVE LOOKUP-TABLE-NAME(RULE-PTR)(11:16) TO CDL-TABLE.
     CALL "VCODELOOK" USING COMAREA CODE-LOOKUP.
     PERFORM VARYING CDL-IDX FROM 1 BY 1 UNTIL CDL-IDX > CDL-CNT
      ADD 1 TO PICK-CNT
      MOVE CDL-E-CODE(CDL-IDX) TO PICK-CODE(PICK-CNT)
      MOVE SPACES TO PICK-DISPLAY(PICK-CNT)
      STRING CDL-E-CODE(CDL-IDX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             CDL-E-DESC(CDL-IDX) DELIMITED BY SIZE
       INTO PICK-DISPLAY(PICK-CNT)
     END-PERFORM.
*>---------------------------------------------------------------
 SAVE-PICK-ROW.
     SET ADDRESS OF ROW-TEXT TO TCL-BUFFER-PTR.
