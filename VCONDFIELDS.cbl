>>source format free
*>*****************************************************************
*>*                    V C O N D F I E L D S                       *
*>*****************************************************************
*>   The form's conditional field rules (COMAREA COND-RULE-TABLE)
*>   against the buffer as it stands: "reason code is required when
*>   status is CLOSED", "the shipping block is hidden unless delivery
*>   type is SHIP". VREADFIELDS calls this after every read and
*>   VSHOWFORM before every show, so the panel follows its rules no
*>   matter which program drives it - no VGROUPOP calls scattered
*>   through the application to keep in step.
*>   Every rule is judged first (COND-HOLDS). A rule that has lapsed
*>   then gives its target back to the form's own type - only when
*>   the target still shows what the rule did to it, so a change the
*>   program made for itself is left alone. The rules in force are
*>   applied last, so they win over a lapsed rule on the same field:
*>     R  required - an optional field becomes required
*>     H  hidden    - display-only, no enhancement, value cleared
*>     P  protected
*>   Like VGROUPOP, only the HFLD type/enhancement is set here; the
*>   next VSHOWFORM pass repaints whatever changed.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VCONDFIELDS.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1   USAGE POINTER.
 01 CND-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 CND-FLD-IDX       PIC S9(4) COMP-5 VALUE 0.
 01 CND-SRC-PTR       PIC S9(4) COMP-5 VALUE 0.
 01 CND-TGT-PTR       PIC S9(4) COMP-5 VALUE 0.
 01 CND-SOURCE-VALUE  PIC X(32) VALUE SPACES.
 01 CND-TARGETS.
    05 CND-TARGET-PTR OCCURS 20 TIMES PIC S9(4) COMP-5.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
 0000-BEGIN-VCONDFIELDS.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     IF COND-RULE-CNT > 20
      MOVE 20 TO COND-RULE-CNT.

     PERFORM VARYING CND-IDX FROM 1 BY 1
       UNTIL CND-IDX > COND-RULE-CNT
      PERFORM JUDGE-CONDITION
     END-PERFORM.

     PERFORM VARYING CND-IDX FROM 1 BY 1
       UNTIL CND-IDX > COND-RULE-CNT
      IF CND-TARGET-PTR(CND-IDX) > 0 AND NOT COND-HOLDS(CND-IDX)
       MOVE CND-TARGET-PTR(CND-IDX) TO CND-TGT-PTR
       PERFORM RELEASE-TARGET
      END-IF
     END-PERFORM.

     PERFORM VARYING CND-IDX FROM 1 BY 1
       UNTIL CND-IDX > COND-RULE-CNT
      IF CND-TARGET-PTR(CND-IDX) > 0 AND COND-HOLDS(CND-IDX)
       MOVE CND-TARGET-PTR(CND-IDX) TO CND-TGT-PTR
       PERFORM APPLY-TARGET
      END-IF
     END-PERFORM.
 VCONDFIELDS-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> A rule whose source or target is not on this form never holds
*> and touches nothing.
 JUDGE-CONDITION.
     MOVE "N" TO COND-HOLDS-SW(CND-IDX).
     MOVE 0   TO CND-TARGET-PTR(CND-IDX).
     MOVE 0   TO CND-SRC-PTR CND-TGT-PTR.
     PERFORM VARYING CND-FLD-IDX FROM 1 BY 1
       UNTIL CND-FLD-IDX > AF-AppFld-Cnt
      IF HFLD-NAME(CND-FLD-IDX) = COND-SOURCE-NAME(CND-IDX)
       MOVE CND-FLD-IDX TO CND-SRC-PTR
      END-IF
      IF HFLD-NAME(CND-FLD-IDX) = COND-TARGET-NAME(CND-IDX)
       MOVE CND-FLD-IDX TO CND-TGT-PTR
      END-IF
     END-PERFORM.
     IF CND-SRC-PTR > 0 AND CND-TGT-PTR > 0
      MOVE CND-TGT-PTR TO CND-TARGET-PTR(CND-IDX)
      MOVE SPACES TO CND-SOURCE-VALUE
      MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(CND-SRC-PTR):
                            HFLD-LENGTH(CND-SRC-PTR))
        TO CND-SOURCE-VALUE
      IF (CND-SOURCE-VALUE = COND-VALUE(CND-IDX)
          AND NOT COND-NOT-EQUAL(CND-IDX))
      OR (CND-SOURCE-VALUE NOT = COND-VALUE(CND-IDX)
          AND COND-NOT-EQUAL(CND-IDX))
       MOVE "Y" TO COND-HOLDS-SW(CND-IDX)
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 RELEASE-TARGET.
     EVALUATE TRUE
      WHEN COND-REQUIRED(CND-IDX)
       IF HFLD-TYPE(CND-TGT-PTR) = "R "
        AND INITIAL-TYPE(CND-TGT-PTR) NOT = "R "
        MOVE INITIAL-TYPE(CND-TGT-PTR) TO HFLD-TYPE(CND-TGT-PTR)
       END-IF
      WHEN COND-PROTECTED(CND-IDX)
       IF HFLD-TYPE(CND-TGT-PTR) = "P "
        AND INITIAL-TYPE(CND-TGT-PTR) NOT = "P "
        MOVE INITIAL-TYPE(CND-TGT-PTR) TO HFLD-TYPE(CND-TGT-PTR)
       END-IF
      WHEN COND-HIDDEN(CND-IDX)
       IF HFLD-TYPE(CND-TGT-PTR) = "D "
        AND HFLD-ENH(CND-TGT-PTR) = "NONE"
        AND (INITIAL-TYPE(CND-TGT-PTR) NOT = "D "
         OR INITIAL-ENH(CND-TGT-PTR) NOT = "NONE")
        MOVE INITIAL-TYPE(CND-TGT-PTR) TO HFLD-TYPE(CND-TGT-PTR)
        MOVE INITIAL-ENH(CND-TGT-PTR)  TO HFLD-ENH(CND-TGT-PTR)
       END-IF
     END-EVALUATE.
*>-----------------------------------------------------------------
*> Required-when only raises an optional field; a field the program
*> has protected or made display-only stays that way.
 APPLY-TARGET.
     EVALUATE TRUE
      WHEN COND-REQUIRED(CND-IDX)
       IF HFLD-TYPE(CND-TGT-PTR) = "O "
        MOVE "R " TO HFLD-TYPE(CND-TGT-PTR)
       END-IF
      WHEN COND-PROTECTED(CND-IDX)
       MOVE "P " TO HFLD-TYPE(CND-TGT-PTR)
      WHEN COND-HIDDEN(CND-IDX)
       MOVE "D "   TO HFLD-TYPE(CND-TGT-PTR)
       MOVE "NONE" TO HFLD-ENH(CND-TGT-PTR)
       MOVE SPACES TO MM-CD-DATABUFFER(HFLD-BUFSTART(CND-TGT-PTR):
                                       HFLD-LENGTH(CND-TGT-PTR))
     END-EVALUATE.
