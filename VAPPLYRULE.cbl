>>source format free
*>*****************************************************************
*>*                     V A P P L Y R U L E                        *
*>*****************************************************************
*>   One SECDB/FORMRULE row into the COMAREA rule table its kind
*>   feeds - the single place the catalog's precedence lives, for
*>   VINITFORM's load at form entry and for VRULESIM's proposals.
*>   The entries below a table's FRM-BASE mark are the program's
*>   own: a catalog row for the same field (and rule, for cross-
*>   field, warning and conditional rules) is passed over, and the
*>   catalog duplicate guard applies only to a form the program set
*>   none for. A required-field row makes an optional field
*>   required; it never relaxes one.
*>     RAP-MODE "A"  append behind what is already there
*>     RAP-MODE "P"  a proposal - replaces the catalog entry for the
*>                   same field (and rule) when there is one, so the
*>                   replay sees the rule as it would stand
*>   RAP-RESULT "A" added, "R" replaced, "H" held by the program
*>   (or already required), "F" table full, "N" no such optional
*>   field on the form.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VAPPLYRULE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 RULE-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 SLOT-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 CNT-WRK                 PIC S9(4) COMP-5 VALUE 0.
 01 MAX-WRK                 PIC S9(4) COMP-5 VALUE 0.
 01 HELD-SW                 PIC X VALUE "N".
    88 PROGRAM-HOLDS            VALUE "Y".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
*> RAP-RULE is laid out exactly as DB-FORM-RULE (comlib/SECDBS);
*> callers group-move the row in.
 01 RULE-APPLY.
    02 RAP-MODE       Pic X(01).
       88 RAP-APPEND          VALUE "A".
       88 RAP-PROPOSAL        VALUE "P".
    02 RAP-RESULT     Pic X(01).
       88 RAP-ADDED           VALUE "A".
       88 RAP-REPLACED        VALUE "R".
       88 RAP-HELD            VALUE "H".
       88 RAP-FULL            VALUE "F".
       88 RAP-NO-FIELD        VALUE "N".
    02 RAP-RULE.
       03 RAP-FORM       Pic X(15).
       03 RAP-SEQ        Pic S9(4) Comp-5.
       03 RAP-KIND       Pic X(01).
          88 RAP-XFIELD          VALUE "X".
          88 RAP-LOOKUP          VALUE "L".
          88 RAP-COMPUTE         VALUE "C".
          88 RAP-BIZDATE         VALUE "B".
          88 RAP-WARNING         VALUE "W".
          88 RAP-DUPGUARD        VALUE "G".
          88 RAP-BARCODE         VALUE "Z".
          88 RAP-REQUIRED        VALUE "M".
          88 RAP-CURRENCY        VALUE "Y".
          88 RAP-CONDITIONAL     VALUE "D".
       03 RAP-FIELD      Pic X(16).
       03 RAP-OPER       Pic X(02).
       03 RAP-FIELD2     Pic X(16).
       03 RAP-FIELD3     Pic X(16).
       03 RAP-NUM        Pic S9(8) Comp-5.
       03 RAP-TABLE      Pic X(32).
       03 RAP-ITEM       Pic X(32).
       03 RAP-ERRMSG     Pic X(60).
       03 RAP-STAGE      Pic X(01).
       03 RAP-SET-BY     Pic X(32).
       03 RAP-SET-TIME   Pic S9(18) Comp-5.
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA RULE-APPLY.
 0000-BEGIN-VAPPLYRULE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "N" TO RAP-RESULT.
     MOVE "N" TO HELD-SW.
     MOVE 0   TO SLOT-PTR.

     EVALUATE TRUE
      WHEN RAP-XFIELD   PERFORM APPLY-XFIELD-RULE
      WHEN RAP-LOOKUP   PERFORM APPLY-LOOKUP-RULE
      WHEN RAP-COMPUTE  PERFORM APPLY-COMPUTE-RULE
      WHEN RAP-BIZDATE  PERFORM APPLY-BIZDATE-RULE
      WHEN RAP-WARNING  PERFORM APPLY-WARNING-RULE
      WHEN RAP-DUPGUARD PERFORM APPLY-DUPGUARD-RULE
      WHEN RAP-BARCODE  PERFORM APPLY-BARCODE-RULE
      WHEN RAP-REQUIRED PERFORM APPLY-REQUIRED-RULE
      WHEN RAP-CURRENCY PERFORM APPLY-CURRENCY-RULE
      WHEN RAP-CONDITIONAL PERFORM APPLY-CONDITIONAL-RULE
     END-EVALUATE.
 VAPPLYRULE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Where the row goes, once the kind's paragraph has looked for the
*> same key: nowhere when the program holds it, over the catalog
*> entry a proposal replaces, else the next free slot if any.
 CHOOSE-SLOT.
     EVALUATE TRUE
      WHEN PROGRAM-HOLDS
       MOVE "H" TO RAP-RESULT
       MOVE 0   TO SLOT-PTR
      WHEN RAP-PROPOSAL AND SLOT-PTR > 0
       MOVE "R" TO RAP-RESULT
      WHEN CNT-WRK < MAX-WRK
       ADD 1 TO CNT-WRK
       MOVE CNT-WRK TO SLOT-PTR
       MOVE "A" TO RAP-RESULT
      WHEN OTHER
       MOVE "F" TO RAP-RESULT
       MOVE 0   TO SLOT-PTR
     END-EVALUATE.
*>-----------------------------------------------------------------
 APPLY-XFIELD-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > XFIELD-RULE-CNT
      IF XFIELD-NAME1(RULE-IDX) = RAP-FIELD
       AND XFIELD-NAME2(RULE-IDX) = RAP-FIELD2
       IF RULE-IDX NOT > FRM-BASE(1)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE XFIELD-RULE-CNT TO CNT-WRK.
     MOVE 10              TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO XFIELD-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD  TO XFIELD-NAME1(SLOT-PTR)
      MOVE RAP-OPER   TO XFIELD-OPER(SLOT-PTR)
      MOVE RAP-FIELD2 TO XFIELD-NAME2(SLOT-PTR)
      MOVE RAP-ERRMSG TO XFIELD-ERRMSG(SLOT-PTR).
*>-----------------------------------------------------------------
 APPLY-LOOKUP-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > LOOKUP-RULE-CNT
      IF LOOKUP-FIELD-NAME(RULE-IDX) = RAP-FIELD
       IF RULE-IDX NOT > FRM-BASE(2)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE LOOKUP-RULE-CNT TO CNT-WRK.
     MOVE 10              TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO LOOKUP-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD  TO LOOKUP-FIELD-NAME(SLOT-PTR)
      MOVE RAP-TABLE  TO LOOKUP-TABLE-NAME(SLOT-PTR)
      MOVE RAP-ITEM   TO LOOKUP-ITEM-NAME(SLOT-PTR)
      MOVE RAP-ERRMSG TO LOOKUP-ERRMSG(SLOT-PTR).
*>-----------------------------------------------------------------
 APPLY-COMPUTE-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > COMPUTE-RULE-CNT
      IF COMPUTE-TARGET-NAME(RULE-IDX) = RAP-FIELD
       IF RULE-IDX NOT > FRM-BASE(3)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE COMPUTE-RULE-CNT TO CNT-WRK.
     MOVE 10               TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO COMPUTE-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD     TO COMPUTE-TARGET-NAME(SLOT-PTR)
      MOVE RAP-FIELD2    TO COMPUTE-SOURCE1-NAME(SLOT-PTR)
      MOVE RAP-OPER(1:1) TO COMPUTE-OPER(SLOT-PTR)
      MOVE RAP-FIELD3    TO COMPUTE-SOURCE2-NAME(SLOT-PTR)
      MOVE RAP-NUM       TO COMPUTE-DECIMALS(SLOT-PTR).
*>-----------------------------------------------------------------
 APPLY-BIZDATE-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > BIZDATE-RULE-CNT
      IF BIZDATE-FIELD-NAME(RULE-IDX) = RAP-FIELD
       IF RULE-IDX NOT > FRM-BASE(4)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE BIZDATE-RULE-CNT TO CNT-WRK.
     MOVE 10               TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO BIZDATE-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD     TO BIZDATE-FIELD-NAME(SLOT-PTR)
      MOVE RAP-OPER(1:1) TO BIZDATE-MODE(SLOT-PTR)
      MOVE RAP-ERRMSG    TO BIZDATE-ERRMSG(SLOT-PTR).
*>-----------------------------------------------------------------
 APPLY-WARNING-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > WARN-RULE-CNT
      IF WARN-FIELD-NAME(RULE-IDX) = RAP-FIELD
       AND WARN-RULE-NUM(RULE-IDX) = RAP-NUM
       IF RULE-IDX NOT > FRM-BASE(5)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE WARN-RULE-CNT TO CNT-WRK.
     MOVE 10            TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO WARN-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD     TO WARN-FIELD-NAME(SLOT-PTR)
      MOVE RAP-NUM       TO WARN-RULE-NUM(SLOT-PTR)
      MOVE RAP-OPER(1:1) TO WARN-SUPVR-SW(SLOT-PTR).
*>-----------------------------------------------------------------
*> The guard is the program's or the catalog's, never a mix: any
*> key field the program named keeps the whole guard its own. The
*> window rides on the first catalog key row (a proposal may reset
*> it).
 APPLY-DUPGUARD-RULE.
     IF FRM-BASE(6) > 0
      MOVE "Y" TO HELD-SW.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > DUPGUARD-FIELD-CNT
      IF DUPGUARD-FIELD-NAME(RULE-IDX) = RAP-FIELD
       MOVE RULE-IDX TO SLOT-PTR
      END-IF
     END-PERFORM.
     MOVE DUPGUARD-FIELD-CNT TO CNT-WRK.
     MOVE 5                  TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO DUPGUARD-FIELD-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD TO DUPGUARD-FIELD-NAME(SLOT-PTR)
      IF SLOT-PTR = 1 OR (RAP-PROPOSAL AND RAP-NUM > 0)
       MOVE RAP-NUM TO DUPGUARD-WINDOW-SECS
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 APPLY-BARCODE-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > BARCODE-RULE-CNT
      IF BARCODE-FIELD-NAME(RULE-IDX) = RAP-FIELD
       IF RULE-IDX NOT > FRM-BASE(7)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE BARCODE-RULE-CNT TO CNT-WRK.
     MOVE 5                TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO BARCODE-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD     TO BARCODE-FIELD-NAME(SLOT-PTR)
      MOVE RAP-OPER(1:1) TO BARCODE-SYMBOLOGY(SLOT-PTR)
      MOVE RAP-NUM       TO BARCODE-HEIGHT(SLOT-PTR).
*>-----------------------------------------------------------------
*> The form's own field table carries required-ness; it is rebuilt
*> from the forms file at every form entry, so nothing lingers.
 APPLY-REQUIRED-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > AF-AppFld-Cnt OR SLOT-PTR > 0
      IF HFLD-NAME(RULE-IDX) = RAP-FIELD
       MOVE RULE-IDX TO SLOT-PTR
      END-IF
     END-PERFORM.
     IF SLOT-PTR > 0
      EVALUATE HFLD-TYPE(SLOT-PTR)
       WHEN "O "
        MOVE "R " TO HFLD-TYPE(SLOT-PTR)
        MOVE "A"  TO RAP-RESULT
       WHEN "R "
        MOVE "H"  TO RAP-RESULT
      END-EVALUATE
     END-IF.
*>-----------------------------------------------------------------
 APPLY-CURRENCY-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > CURRENCY-RULE-CNT
      IF CURRENCY-AMOUNT-NAME(RULE-IDX) = RAP-FIELD
       IF RULE-IDX NOT > FRM-BASE(8)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE CURRENCY-RULE-CNT TO CNT-WRK.
     MOVE 10                TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO CURRENCY-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD  TO CURRENCY-AMOUNT-NAME(SLOT-PTR)
      MOVE RAP-FIELD2 TO CURRENCY-CODE-NAME(SLOT-PTR).
*>-----------------------------------------------------------------
*> One field may carry several conditions - hidden on one source,
*> required on another - so the rule is the target, the action and
*> the source together.
 APPLY-CONDITIONAL-RULE.
     PERFORM VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > COND-RULE-CNT
      IF COND-TARGET-NAME(RULE-IDX) = RAP-FIELD
       AND COND-ACTION(RULE-IDX) = RAP-OPER(1:1)
       AND COND-SOURCE-NAME(RULE-IDX) = RAP-FIELD2
       IF RULE-IDX NOT > FRM-BASE(9)
        MOVE "Y" TO HELD-SW
       ELSE
        MOVE RULE-IDX TO SLOT-PTR
       END-IF
      END-IF
     END-PERFORM.
     MOVE COND-RULE-CNT TO CNT-WRK.
     MOVE 20            TO MAX-WRK.
     PERFORM CHOOSE-SLOT.
     MOVE CNT-WRK TO COND-RULE-CNT.
     IF SLOT-PTR > 0
      MOVE RAP-FIELD       TO COND-TARGET-NAME(SLOT-PTR)
      MOVE RAP-OPER(1:1)   TO COND-ACTION(SLOT-PTR)
      MOVE RAP-OPER(2:1)   TO COND-TEST(SLOT-PTR)
      MOVE RAP-FIELD2      TO COND-SOURCE-NAME(SLOT-PTR)
      MOVE RAP-ITEM        TO COND-VALUE(SLOT-PTR)
      MOVE RAP-ERRMSG(1:48) TO COND-ERRMSG(SLOT-PTR)
      MOVE "N"             TO COND-HOLDS-SW(SLOT-PTR).
