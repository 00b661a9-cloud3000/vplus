     string "VSHOWFORM "
      delimited by " " into INTR-CALLNAME.

*> Conditional field rules settle each field's type before painting.
     If COND-RULE-CNT > 0
        CALL "VCONDFIELDS" USING COMAREA.

*> A web thin-client session gets the panel as a page instead of
*> the window - same fields, edits and messages (VHTMLFORM).
     If Not MM-HTML-RESOLVED
        Move "R" To HTMLFORM-ACTION
        CALL "VHTMLFORM" USING COMAREA.
     If MM-HTML-RENDER
        PERFORM Show-Html-Page THRU Show-Html-Page-Exit
        GO TO SHOWFORM-RETURN.


*>   Display "VSHOWFORM: Adding template data to Field user-data".
     PERFORM VARYING IFLD-IDX FROM 1 BY 1 UNTIL IFLD-IDX > AF-AppFld-Cnt
       END-IF
      END-IF
     END-PERFORM.
*>
     PERFORM Flag-Account-Memos.
*>
*> APPLY message window (IF PUTWINDOW-BUFFER NOT = SPACES)
     IF PUTWINDOW-BUFFER = SPACES
     GOBACK.

*>---------------------------------------------------------------
*> Memos on the account on the panel are flagged the first time it
*> shows, unless the program already has something to say.
 Flag-Account-Memos.
     IF MEMOPAD-FLAG-ON AND PUTWINDOW-BUFFER = SPACES
      MOVE "F" TO MEMOPAD-ACTION
      CALL "VMEMOPAD" USING COMAREA
      IF MEMOPAD-COUNT > 0
       MOVE MEMOPAD-COUNT TO DISP-9
       STRING "MEMOS ON FILE FOR THIS ACCOUNT:" DELIMITED BY SIZE
              DISP-9 DELIMITED BY SIZE
              " - PRESS THE MEMO KEY TO READ THEM" DELIMITED BY SIZE
        INTO PUTWINDOW-BUFFER
      END-IF
     END-IF.
*>---------------------------------------------------------------
*> The panel as a page. The error message lands in PUTWINDOW-BUFFER
*> and the cursor on the first field in error, bottom-up as for the
*> window; the page carries the message, and the buffer is spent
*> once it is on the page, as once it is in the window.
 Show-Html-Page.
     PERFORM VARYING IFLD-IDX FROM AF-AppFld-Cnt BY -1 UNTIL IFLD-IDX < 1
      IF HFLD-ERRFLG(IFLD-IDX) > 0
       PERFORM Build-Field-ErrMsg
       MOVE HFLD-NUMBER(IFLD-IDX) TO CURSOR-POS-FIELD
      END-IF
     END-PERFORM.
     PERFORM Flag-Account-Memos.

     MOVE "P" TO HTMLFORM-ACTION.
     CALL "VHTMLFORM" USING COMAREA.
     IF CSTATUS NOT = 0
        MOVE CSTATUS TO INTR-ERRNUM
        GO TO Show-Html-Page-Exit.
     MOVE SPACES TO PUTWINDOW-BUFFER.
     MOVE "Y" TO VSHOWFORM-SW.
     PERFORM Log-Sensitive-View THRU Log-Sensitive-View-Exit.
 Show-Html-Page-Exit.
     EXIT.
*>---------------------------------------------------------------
*> One VIEWLOG record per presentation of a panel that carries any
*> sensitive field: user (via the session's AUTHSESS record), form,
*> time, and the panel's first-field value as the record key. A
     END-IF.
     CALL "DBLOCK" USING Secdb-Database DS-VIEW-LOG
         VIEW-MODE-3 VIEW-STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-VIEW-LOG
         VIEW-MODE-1 VIEW-STATUS-AREA VIEW-ALL-ITEMS DB-VIEW-LOG.
     IF VIEW-IMAGE-ERRORS
        CALL "DBEXPLAIN" USING VIEW-STATUS-AREA.
