 01 LKP-IDX          PIC S9(4) COMP-5 VALUE 0.
 01 LKP-VALUE        PIC X(80) VALUE SPACES.
 01 LKP-VALUE-LEN    PIC S9(4) COMP-5 VALUE 0.
 01 LKP-FOUND-SW     PIC X VALUE "N".
    88 LKP-CODE-FOUND   VALUE "Y".
*> Effective-dated code tables (SECDB/CODETABLE) answer through
*> VCODELOOK; a rule reaches them by naming "CODETABLE:<table>".
 01 CODE-LOOKUP.
    02 CDL-ACTION     Pic X(01) Value "V".
    02 CDL-TABLE      Pic X(16) Value Spaces.
    02 CDL-CODE       Pic X(16) Value Spaces.
    02 CDL-RESULT     Pic X(01) Value Space.
       88 CDL-IN-EFFECT       VALUE "Y".
       88 CDL-RETIRED         VALUE "R".
       88 CDL-NOT-YET         VALUE "F".
    02 CDL-DESC       Pic X(40) Value Spaces.
    02 CDL-CNT        Pic S9(4) Comp-5 Value 0.
    02 CDL-ENTRY OCCURS 200 TIMES.
       03 CDL-E-CODE  Pic X(16).
       03 CDL-E-DESC  Pic X(40).
*> Currencies (SECDB/CURRENCY) answer through VCURRLOOK - decimals
*> for a currency rule's amount, the rate for a converting
*> computed field.
 01 CURRENCY-LOOKUP.
    02 CCL-CODE       Pic X(03) Value Spaces.
    02 CCL-RESULT     Pic X(01) Value Space.
       88 CCL-ON-FILE         VALUE "Y".
    02 CCL-DECIMALS   Pic S9(4) Comp-5 Value 0.
    02 CCL-RATE       Pic S9(9)V9(9) Comp-5 Value 0.
    02 CCL-UNIT-NAME  Pic X(12) Value Spaces.
 01 CY-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 CY-FLD-IDX       PIC S9(4) COMP-5 VALUE 0.
 01 CY-CODE-IDX      PIC S9(4) COMP-5 VALUE 0.
 01 CY-AMT-IDX       PIC S9(4) COMP-5 VALUE 0.
 01 CY-DIGIT         PIC 9(01) VALUE 0.
 01 CR-IDX           PIC S9(4) COMP-5 VALUE 0.
 01 CR-HIT           PIC S9(4) COMP-5 VALUE 0.
 01 SQL-SEARCH-ITEM           PIC X(64).
 01 SQL-SEARCH-KEY            PIC X(64).
 01 SQL-TABLE                 PIC X(32).
 01  CF-SRC2-IDX           PIC S9(4) COMP-5 VALUE 0.
 01  CF-DATA1              PIC X(80) VALUE SPACES.
 01  CF-DATA2              PIC X(80) VALUE SPACES.
 01 NUM-LOCALE.
    02 NLC-ACTION     Pic X(01) Value Space.
    02 NLC-DECIMAL    Pic X(01) Value Space.
    02 NLC-GROUP      Pic X(01) Value Space.
    02 NLC-LENGTH     Pic S9(4) Comp-5 Value 0.
    02 NLC-TEXT       Pic X(80) Value Spaces.
    02 NLC-RESULT     Pic X(01) Value Space.
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".
 01  CF-VAL1               PIC S9(12)V9(6) COMP-5 VALUE 0.
 01  CF-VAL2               PIC S9(12)V9(6) COMP-5 VALUE 0.
 01  CF-RESULT             PIC S9(12)V9(6) COMP-5 VALUE 0.
 01  WR-ACCEPT-SW          PIC X VALUE "N".
    88 WR-ACCEPTED             VALUE "Y".
 01  WR-ACCEPTED-BY        PIC X(32) VALUE SPACES.
 01  WR-ON-BEHALF-OF       PIC X(32) VALUE SPACES.
 01 DELEG-CHECK.
    02 DGC-ACTOR     Pic X(32) Value Spaces.
    02 DGC-SUBJECT   Pic X(32) Value Spaces.
    02 DGC-PRINCIPAL Pic X(32) Value Spaces.
    02 DGC-SCOPE     Pic X(08) Value Spaces.
    02 DGC-RESULT    Pic X(01) Value Space.
       88 DGC-DELEGATED       VALUE "Y".
       88 DGC-REFUSED         VALUE "N".
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01  VPOPUP-ASK.
    02 VPA-Name     Pic X(8)  Value Spaces.
    02 VPA-Prompt   Pic X(80) Value Spaces.
     Move quote To quotequote(2:1).
     Move all "0" To Quote-Tracking-Table.

*> Required-when rules judged against the buffer being edited, not
*> whatever it held at the last read.
     IF COND-RULE-CNT > 0
        CALL "VCONDFIELDS" USING COMAREA.

     MOVE 0 TO NUMERRS.
     PERFORM VARYING IFLD-IDX FROM 1 BY 1  UNTIL IFLD-IDX > AF-AppFld-Cnt
        move LOW-VALUES to END-MSG
      END-IF
     END-IF.

*> A currency code is settled before anything converts by it.
     IF NUMERRS = 0 AND CURRENCY-RULE-CNT > 0
      PERFORM CURRENCY-CODE-EDITS
     END-IF.

*> Derived fields fill themselves before the cross-field rules
*> look at them, so a rule comparing total against its parts sees
*> the freshly computed total, never a stale keyed one.

*> Every rejection that survives the pass goes to the failure log -
*> the rejections an operator fixes on the spot are the data the
*> redesign and training decisions have been missing. A replay
*> of history is not a rejection anyone saw.
     IF NUMERRS > 0 AND NOT MM-EDIT-REPLAY
      PERFORM LOG-EDIT-FAILURES
     END-IF.

        END-IF
       END-PERFORM
       IF WR-PTR > 0
        IF MM-EDIT-REPLAY
         MOVE "Y" TO WR-ACCEPT-SW
        ELSE
         PERFORM ASK-WARNING-ACCEPTANCE
        END-IF
        IF WR-ACCEPTED AND NOT MM-EDIT-REPLAY
         PERFORM LOG-WARNING-ACCEPTANCE THRU LOG-WARNING-ACCEPTANCE-EXIT
        END-IF
        IF WR-ACCEPTED
         MOVE 0      TO HFLD-ERRFLG(IFLD-IDX)
         MOVE SPACES TO HFLD-ERRMSG(IFLD-IDX)
         SUBTRACT 1 FROM NUMERRS
*>---------------------------------------------------------*
 ASK-WARNING-ACCEPTANCE.
     MOVE "N" TO WR-ACCEPT-SW.
     MOVE SPACES TO WR-ACCEPTED-BY WR-ON-BEHALF-OF.
     IF WARN-NEEDS-SUPVR(WR-PTR)
*> Designated rules want a supervisor's initials, keyed through
*> the same ask popup the override reasons already ride.
      IF vpa-ok AND VPA-Reply NOT = SPACES
       MOVE "Y" TO WR-ACCEPT-SW
       MOVE VPA-Reply(1:32) TO WR-ACCEPTED-BY
       PERFORM CHECK-WARNING-AUTHORITY
          THRU CHECK-WARNING-AUTHORITY-EXIT
      END-IF
     ELSE
      MOVE LOW-VALUES TO WR-MS-DATA
     IF NOT NO-IMAGE-ERRORS
      GO TO LOG-WARNING-ACCEPTANCE-EXIT.

     PERFORM GET-EF-SESSION-USER.
     PERFORM GET-EF-CLOCK.

     INITIALIZE DB-EDIT-FAIL.
        TO EF-VALUE(1:EF-VAL-LEN).
     CALL "DBLOCK" USING Secdb-Database DS-EDIT-FAIL
         MODE-3 STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-EDIT-FAIL
         MODE-1 STATUS-AREA ALL-ITEMS DB-EDIT-FAIL.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-EDIT-FAIL
         MODE-1 STATUS-AREA.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

*> A delegate's initials are a supervisor act done for someone else
*> - the admin journal records whose authority it was.
     IF WR-ON-BEHALF-OF NOT = SPACES
      MOVE WR-ACCEPTED-BY   TO AAL-ACTOR
      MOVE "VFIELDEDITS"    TO AAL-PROGRAM
      MOVE "WARN-ACCEPT"    TO AAL-ACTION
      MOVE SPACES TO AAL-TARGET AAL-OLD AAL-NEW
      STRING CFNAME DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             HFLD-NAME(IFLD-IDX) DELIMITED BY SPACE
       INTO AAL-TARGET
      MOVE EF-SESSION-USER  TO AAL-OLD
      MOVE HFLD-ERRMSG(IFLD-IDX) TO AAL-NEW
      MOVE WR-ON-BEHALF-OF  TO DELEG-ON-BEHALF-OF
      CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
 LOG-WARNING-ACCEPTANCE-EXIT.
     EXIT.
*>---------------------------------------------------------*
 GET-EF-SESSION-USER.
     MOVE SPACES TO EF-SESSION-USER.
     MOVE "AUTHKEY;"  TO SEARCH-ITEM.
     MOVE AF-Auth-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO EF-SESSION-USER.
*>---------------------------------------------------------*
*> The initials keyed must be the operator's supervisor's, or -
*> while the supervisor is away - their current delegate's, never
*> the operator's own. An operator with no supervisor on file keeps
*> the old rule: any initials accept. Refused initials leave the
*> warning standing like a no.
 CHECK-WARNING-AUTHORITY.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      GO TO CHECK-WARNING-AUTHORITY-EXIT.
     PERFORM GET-EF-SESSION-USER.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     MOVE SPACES          TO DELEG-CHECK.
     MOVE WR-ACCEPTED-BY  TO DGC-ACTOR.
     MOVE EF-SESSION-USER TO DGC-SUBJECT.
     MOVE "WARNING"       TO DGC-SCOPE.
     CALL "VDELEGCHK" USING COMAREA DELEG-CHECK.
     IF DGC-DELEGATED AND WR-ACCEPTED-BY = EF-SESSION-USER
      MOVE "N" TO DGC-RESULT.
     IF DGC-DELEGATED
      MOVE DGC-PRINCIPAL TO WR-ON-BEHALF-OF.
     IF NOT DGC-REFUSED
      GO TO CHECK-WARNING-AUTHORITY-EXIT.

     MOVE "N" TO WR-ACCEPT-SW.
     MOVE LOW-VALUES TO WR-MS-DATA.
     MOVE 1   TO WR-MS-LINE-CNT.
     MOVE "s" TO WR-MS-ICON.
     MOVE "o" TO WR-MS-BUTTON.
     MOVE "Warning" TO WR-MS-TITLE.
     MOVE SPACES TO WR-MS-TEXT.
     STRING WR-ACCEPTED-BY DELIMITED BY SPACE
            " IS NOT YOUR SUPERVISOR OR THEIR DELEGATE"
            DELIMITED BY SIZE
      INTO WR-MS-TEXT.
     CALL "SP2" USING SP2-DISPLAY-MESSAGE WR-MESSAGE-DATA.
 CHECK-WARNING-AUTHORITY-EXIT.
     EXIT.
*>---------------------------------------------------------*
*> One EDITFAIL record per field still in error after this pass:
*> user, form, field, rule number, rejected value (withheld when
       END-IF
       CALL "DBLOCK" USING Secdb-Database DS-EDIT-FAIL
           MODE-3 STATUS-AREA
       CALL "VDBPUT" USING Secdb-Database DS-EDIT-FAIL
           MODE-1 STATUS-AREA ALL-ITEMS DB-EDIT-FAIL
       IF IMAGE-ERRORS
        CALL "DBEXPLAIN" USING STATUS-AREA
       MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(XF-FOUND-IDX):
             HFLD-LENGTH(XF-FOUND-IDX))  TO LKP-VALUE
       IF LKP-VALUE > SPACES
        IF LOOKUP-TABLE-NAME(LKP-IDX)(1:10) = "CODETABLE:"
         PERFORM FIND-CODETABLE-CODE
        ELSE
         PERFORM FIND-LOOKUP-CODE
        END-IF
        IF NOT LKP-CODE-FOUND
         ADD 1 TO NUMERRS
         MOVE 231 TO HFLD-ERRFLG(XF-FOUND-IDX)
         EVALUATE TRUE
          WHEN LOOKUP-ERRMSG(LKP-IDX) > SPACES
           MOVE LOOKUP-ERRMSG(LKP-IDX) TO HFLD-ERRMSG(XF-FOUND-IDX)
          WHEN CDL-RETIRED
           MOVE "CODE HAS BEEN RETIRED" TO HFLD-ERRMSG(XF-FOUND-IDX)
          WHEN CDL-NOT-YET
           MOVE "CODE IS NOT YET IN EFFECT"
             TO HFLD-ERRMSG(XF-FOUND-IDX)
          WHEN OTHER
           MOVE "VALUE NOT IN CODE TABLE" TO HFLD-ERRMSG(XF-FOUND-IDX)
         END-EVALUATE
        END-IF
       END-IF
      END-IF
*> One keyed probe of the rule's code table. The search item name
*> defaults to "CODE" when the rule does not name one.
 FIND-LOOKUP-CODE.
     MOVE "N"   TO LKP-FOUND-SW.
     MOVE SPACE TO CDL-RESULT.
     MOVE LOW-VALUES TO SQL-SEARCH-ITEM.
     IF LOOKUP-ITEM-NAME(LKP-IDX) > SPACES
      STRING LOOKUP-ITEM-NAME(LKP-IDX) DELIMITED BY SPACE
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT = 0 AND TCL-ROWCOUNT > 0
      MOVE "Y" TO LKP-FOUND-SW.
*>---------------------------------------------------------*
*> A CODETABLE rule: the code must be on file for the table and in
*> effect today. A retired code is refused as retired, not as
*> unknown, so the operator knows to pick its successor.
 FIND-CODETABLE-CODE.
     MOVE "N" TO LKP-FOUND-SW.
     MOVE "V" TO CDL-ACTION.
     MOVE LOOKUP-TABLE-NAME(LKP-IDX)(11:16) TO CDL-TABLE.
     MOVE LKP-VALUE(1:16) TO CDL-CODE.
     CALL "VCODELOOK" USING COMAREA CODE-LOOKUP.
     IF CDL-IN-EFFECT
      MOVE "Y" TO LKP-FOUND-SW.
*>---------------------------------------------------------*
*> Computed-field rules (COMAREA COMPUTE-RULE-TABLE): the target
*> field is derived from its two source fields - sum, difference,
*> product, or an amount converted to the base currency at the
*> rate of the currency keyed in the second source field (SECDB/
*> CURRENCY) - rounded to the rule's decimals and written back
*> into the panel buffer right-justified, through the same
*> HFLD-BUFSTART/HFLD-LENGTH slices every other edit uses. The
*> operator's desk calculator retires: a derived field cannot
      PERFORM FIND-FIELD-BY-NAME
      MOVE XF-FOUND-IDX TO CF-SRC2-IDX
      IF CF-TGT-IDX > 0 AND CF-SRC1-IDX > 0 AND CF-SRC2-IDX > 0
       PERFORM APPLY-ONE-COMPUTE-RULE THRU APPLY-ONE-COMPUTE-RULE-EXIT
      END-IF
     END-PERFORM.
*>---------------------------------------------------------*

     MOVE 0 TO CF-VAL1 CF-VAL2.
     INITIALIZE NUM1 NUM2 NUMDEC NUMERR.
     MOVE CF-DATA1 TO MYDATA.
     PERFORM CANONICAL-NUMBER.
     MOVE MYDATA(1:14) TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR = 0
      COMPUTE CF-VAL1 = NUM2N / (10 ** NUMDEC) END-COMPUTE.
     INITIALIZE NUM1 NUM2 NUMDEC NUMERR.
     MOVE CF-DATA2 TO MYDATA.
     PERFORM CANONICAL-NUMBER.
     MOVE MYDATA(1:14) TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR = 0
      COMPUTE CF-VAL2 = NUM2N / (10 ** NUMDEC) END-COMPUTE.
       COMPUTE CF-RESULT = CF-VAL1 - CF-VAL2 END-COMPUTE
      WHEN COMPUTE-OP-PROD(CF-IDX)
       COMPUTE CF-RESULT = CF-VAL1 * CF-VAL2 END-COMPUTE
      WHEN COMPUTE-OP-CONVERT(CF-IDX)
       MOVE CF-DATA2(1:3) TO CCL-CODE
       CALL "VCURRLOOK" USING COMAREA CURRENCY-LOOKUP
       IF NOT CCL-ON-FILE
        GO TO APPLY-ONE-COMPUTE-RULE-EXIT
       END-IF
       COMPUTE CF-RESULT = CF-VAL1 * CCL-RATE END-COMPUTE
      WHEN OTHER
       GO TO APPLY-ONE-COMPUTE-RULE-EXIT
     END-EVALUATE.
        MOVE 202 TO INTR-ERRNUM
        MOVE "1" TO ERROR-SW.

     IF CURRENCY-RULE-CNT > 0
      AND (MY-DATA-TYPE(1:3) = "NUM" OR MY-DATA-TYPE(1:3) = "IMP")
      PERFORM SET-CURRENCY-DECIMALS.

     IF MYDATA > SPACES OR HFLD-TYPE(IFLD-IDX) = "P "
      EVALUATE MY-DATA-TYPE(1:3)
       WHEN "CHA" PERFORM CHAR-EDIT
      END-EVALUATE.
     IF ERRORS
       PERFORM ADD-TO-ERRTBL
       IF INTR-ERRNUM = 202 AND COND-RULE-CNT > 0
          PERFORM COND-REQUIRED-MESSAGE
       END-IF
     ELSE
       PERFORM REMOVE-FROM-ERRTBL.
 Before-Tcl-Edits-EXIT.
     EXIT.

*>---------------------------------------------------------*
*> An empty field that is required only because a conditional rule
*> holds says why: the rule's own message, else "REQUIRED WHEN
*> STATUS IS CLOSED".
 COND-REQUIRED-MESSAGE.
     MOVE 0 TO CR-HIT.
     PERFORM VARYING CR-IDX FROM 1 BY 1
       UNTIL CR-IDX > COND-RULE-CNT OR CR-HIT > 0
      IF COND-TARGET-NAME(CR-IDX) = HFLD-NAME(IFLD-IDX)
       AND COND-REQUIRED(CR-IDX) AND COND-HOLDS(CR-IDX)
       MOVE CR-IDX TO CR-HIT
      END-IF
     END-PERFORM.
     IF CR-HIT > 0
      MOVE 235 TO HFLD-ERRFLG(IFLD-IDX)
      MOVE SPACES TO HFLD-ERRMSG(IFLD-IDX)
      IF COND-ERRMSG(CR-HIT) > SPACES
       MOVE COND-ERRMSG(CR-HIT) TO HFLD-ERRMSG(IFLD-IDX)
      ELSE
       IF COND-NOT-EQUAL(CR-HIT)
        STRING "REQUIRED UNLESS "        DELIMITED BY SIZE
               COND-SOURCE-NAME(CR-HIT)  DELIMITED BY SPACE
               " IS "                    DELIMITED BY SIZE
               COND-VALUE(CR-HIT)        DELIMITED BY "  "
         INTO HFLD-ERRMSG(IFLD-IDX)
       ELSE
        STRING "REQUIRED WHEN "          DELIMITED BY SIZE
               COND-SOURCE-NAME(CR-HIT)  DELIMITED BY SPACE
               " IS "                    DELIMITED BY SIZE
               COND-VALUE(CR-HIT)        DELIMITED BY "  "
         INTO HFLD-ERRMSG(IFLD-IDX)
       END-IF
      END-IF
     END-IF.
*>---------------------------------------------------------*
*> An amount tied to a currency-code field takes that currency's
*> decimal places in place of the digit on its own NUMn/IMPn type,
*> so a JPY amount edits to whole yen and a BHD amount to fils.
*> A code not (yet) on file leaves the field's own digit - the
*> currency-code pass refuses the code itself.
 SET-CURRENCY-DECIMALS.
     MOVE 0 TO CY-CODE-IDX.
     PERFORM VARYING CY-IDX FROM 1 BY 1
       UNTIL CY-IDX > CURRENCY-RULE-CNT OR CY-CODE-IDX > 0
      IF CURRENCY-AMOUNT-NAME(CY-IDX) = HFLD-NAME(IFLD-IDX)
       PERFORM VARYING CY-FLD-IDX FROM 1 BY 1
         UNTIL CY-FLD-IDX > AF-AppFld-Cnt OR CY-CODE-IDX > 0
        IF HFLD-NAME(CY-FLD-IDX) = CURRENCY-CODE-NAME(CY-IDX)
         MOVE CY-FLD-IDX TO CY-CODE-IDX
        END-IF
       END-PERFORM
      END-IF
     END-PERFORM.
     IF CY-CODE-IDX > 0
      MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(CY-CODE-IDX):3) TO CCL-CODE
      CALL "VCURRLOOK" USING COMAREA CURRENCY-LOOKUP
      IF CCL-ON-FILE AND CCL-DECIMALS NOT < 0 AND CCL-DECIMALS NOT > 9
       MOVE CCL-DECIMALS TO CY-DIGIT
       MOVE CY-DIGIT     TO MY-DATA-TYPE(4:1)
      END-IF
     END-IF.
*>---------------------------------------------------------*
*> Currency rules (COMAREA CURRENCY-RULE-TABLE): a keyed amount
*> needs a currency code, and the code must be one on file - the
*> amount's decimals were only as good as the code they came from.
 CURRENCY-CODE-EDITS.
     PERFORM VARYING CY-IDX FROM 1 BY 1
       UNTIL CY-IDX > CURRENCY-RULE-CNT
      MOVE CURRENCY-AMOUNT-NAME(CY-IDX) TO XF-SEARCH-NAME
      PERFORM FIND-FIELD-BY-NAME
      MOVE XF-FOUND-IDX TO CY-AMT-IDX
      MOVE CURRENCY-CODE-NAME(CY-IDX) TO XF-SEARCH-NAME
      PERFORM FIND-FIELD-BY-NAME
      MOVE XF-FOUND-IDX TO CY-CODE-IDX
      IF CY-AMT-IDX > 0 AND CY-CODE-IDX > 0
       IF MM-CD-DATABUFFER(HFLD-BUFSTART(CY-AMT-IDX):
             HFLD-LENGTH(CY-AMT-IDX)) NOT = SPACES
        MOVE MM-CD-DATABUFFER(HFLD-BUFSTART(CY-CODE-IDX):3)
          TO CCL-CODE
        IF CCL-CODE = SPACES
         ADD 1 TO NUMERRS
         MOVE 234 TO HFLD-ERRFLG(CY-CODE-IDX)
         MOVE "CURRENCY CODE REQUIRED FOR THE AMOUNT"
           TO HFLD-ERRMSG(CY-CODE-IDX)
        ELSE
         CALL "VCURRLOOK" USING COMAREA CURRENCY-LOOKUP
         IF NOT CCL-ON-FILE
          ADD 1 TO NUMERRS
          MOVE 234 TO HFLD-ERRFLG(CY-CODE-IDX)
          MOVE "UNKNOWN CURRENCY CODE" TO HFLD-ERRMSG(CY-CODE-IDX)
         END-IF
        END-IF
       END-IF
      END-IF
     END-PERFORM.
*>---------------------------------------------------------*
 After-Tcl-Edits.
     MOVE HFLD-BUFSTART(IFLD-IDX) TO MYOFFSET.
     ELSE
      MOVE MY-DATA-TYPE(4:1) TO PIC9.
     MOVE PIC9 TO PIC9COMP.
     PERFORM CANONICAL-NUMBER.
     IF NLC-BAD
      MOVE "1" TO ERROR-SW
      MOVE 205 TO INTR-ERRNUM
      GO TO NUM-EDIT-EXIT.
     MOVE MYDATA TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0
     CALL "VFILLLEADING" USING THISCHAR MYDATA THISLEN.
 NUM-EDIT-EXIT.
     EXIT.
*>---------------------------------------------------------*
*> The buffer holds numbers canonically - VREADFIELDS has already
*> turned the operator's decimal comma into a period. Grouping
*> commas are taken off here ("1,234.56"), provided each one
*> stands before three digits.
 CANONICAL-NUMBER.
     MOVE "C"    TO NLC-ACTION.
     MOVE "."    TO NLC-DECIMAL.
     MOVE ","    TO NLC-GROUP.
     MOVE 80     TO NLC-LENGTH.
     MOVE MYDATA TO NLC-TEXT.
     CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE.
     IF NLC-OK
      MOVE NLC-TEXT TO MYDATA.
*>---------------------------------------------------------*
 IMP-EDIT.
     IF (MY-DATA-TYPE(4:1) = " ") OR
     ELSE
      MOVE MY-DATA-TYPE(4:1) TO PIC9.
     MOVE PIC9 TO PIC9COMP.
     PERFORM CANONICAL-NUMBER.
     IF NLC-BAD
      MOVE "1" TO ERROR-SW
      MOVE 205 TO INTR-ERRNUM
      GO TO IMP-EDIT-EXIT.
     MOVE MYDATA TO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMERR NOT = 0
