*>   of record number, field name and the same messages an operator
*>   would have seen. Bad legacy data shows up here before the
*>   conversion, not one screenful at a time in production.
*>   BATCHEDIT-NUM-LOCALE reads numbers keyed with a decimal comma
*>   (or a mix of both conventions) into the canonical form first.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBATCHEDIT.
 AUTHOR.     MICHAEL ANDERSON.
 01 DISP-RECNO              PIC -------9.
 01 DISP-ERRS               PIC -------9.
 01 BEDIT-IDX               PIC S9(4) COMP-5 VALUE 0.
 01 BEDIT-START             PIC S9(4) COMP-5 VALUE 0.
 01 BEDIT-LEN               PIC S9(4) COMP-5 VALUE 0.
 01 NUM-LOCALE.
    02 NLC-ACTION     Pic X(01) Value Space.
    02 NLC-DECIMAL    Pic X(01) Value Space.
    02 NLC-GROUP      Pic X(01) Value Space.
    02 NLC-LENGTH     Pic S9(4) Comp-5 Value 0.
    02 NLC-TEXT       Pic X(80) Value Spaces.
    02 NLC-RESULT     Pic X(01) Value Space.
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
      MOVE SPACES TO HFLD-ERRMSG(BEDIT-IDX)
     END-PERFORM.
     MOVE 0 TO NUMERRS.
     IF BATCHEDIT-LOCALE-PERIOD OR BATCHEDIT-LOCALE-COMMA
        OR BATCHEDIT-LOCALE-AUTO
      PERFORM VARYING BEDIT-IDX FROM 1 BY 1
        UNTIL BEDIT-IDX > AF-AppFld-Cnt
       IF (HFLD-DTYPE(BEDIT-IDX)(1:3) = "NUM"
           OR HFLD-DTYPE(BEDIT-IDX)(1:3) = "IMP")
          AND HFLD-LENGTH(BEDIT-IDX) > 0
          AND HFLD-LENGTH(BEDIT-IDX) <= 80
        PERFORM CANONICAL-NUMBER-FIELD
       END-IF
      END-PERFORM
     END-IF.

     CALL "VFIELDEDITS" USING COMAREA.

       WRITE BEDIT-EXCP-RECORD
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> A legacy file keyed with decimal commas, or with a mix: the
*> field is read in the file's locale and laid back canonically,
*> so the edits - and the cleaned copy - see 1234.56 either way.
*> A value that is no number in the locale is left for the edit
*> to refuse.
 CANONICAL-NUMBER-FIELD.
     MOVE HFLD-BUFSTART(BEDIT-IDX) TO BEDIT-START.
     MOVE HFLD-LENGTH(BEDIT-IDX)   TO BEDIT-LEN.
     MOVE SPACES TO NLC-TEXT.
     MOVE MM-CD-DATABUFFER(BEDIT-START:BEDIT-LEN)
       TO NLC-TEXT(1:BEDIT-LEN).
     MOVE BEDIT-LEN TO NLC-LENGTH.
     EVALUATE TRUE
      WHEN BATCHEDIT-LOCALE-PERIOD
       MOVE "C" TO NLC-ACTION
       MOVE "." TO NLC-DECIMAL
       MOVE "," TO NLC-GROUP
      WHEN BATCHEDIT-LOCALE-COMMA
       MOVE "C" TO NLC-ACTION
       MOVE "," TO NLC-DECIMAL
       MOVE "." TO NLC-GROUP
      WHEN OTHER
       MOVE "A" TO NLC-ACTION
       MOVE SPACES TO NLC-DECIMAL NLC-GROUP
     END-EVALUATE.
     CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE.
     IF NLC-OK
      MOVE NLC-TEXT(1:BEDIT-LEN)
        TO MM-CD-DATABUFFER(BEDIT-START:BEDIT-LEN).
*>-----------------------------------------------------------------
 WRITE-EXCEPTION-LINE.
     MOVE RECORD-CNT TO DISP-RECNO.
