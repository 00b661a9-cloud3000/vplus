>>source format free
*>*****************************************************************
*>*                   V F O R M R U L E R P T                      *
*>*****************************************************************
*>   The per-form rule catalog (SECDB/FORMRULE) in words, for the
*>   business owners of a form: one line per rule giving the form,
*>   the rule's sequence, what kind of rule it is, where it is
*>   enforced (entry edits in VFIELDEDITS, form completion in
*>   VFINISHFORM, print in VPRINTFORM) and what it says. Rules a
*>   program sets for itself are not on file and so not listed -
*>   the catalog is what VINITFORM adds for every program.
*>   Rules staged as proposals (for VRULESIM) are listed too, marked
*>   PROPOSED - they are not enforced until made live.
*>   FORMRULE-RPT-FORM names one form (spaces - every form);
*>   FORMRULE-RPT-NAME the report (spaces - FORMRULE.RPT).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFORMRULERPT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FRULE-FILE
        ASSIGN TO FRULE-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FRUL-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FRULE-FILE.
 01  FRULE-RECORD                 PIC X(250).
 WORKING-STORAGE SECTION.
 01 FRUL-STATUS1            PIC XX.
 01 FRULE-FILE-NAME-WRK     PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.

 01 LIST-CNT                PIC S9(8) COMP-5 VALUE 0.
 01 DISP-SEQ                PIC ---9.
 01 DISP-NUM                PIC -------9.
 01 DISP-CNT                PIC Z(7)9.
 01 KIND-TEXT               PIC X(16) VALUE SPACES.
 01 WHERE-TEXT              PIC X(16) VALUE SPACES.
 01 STAGE-TEXT              PIC X(08) VALUE SPACES.
 01 OPER-TEXT               PIC X(24) VALUE SPACES.
 01 COND-WORD               PIC X(08) VALUE SPACES.
 01 RULE-TEXT               PIC X(160) VALUE SPACES.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-FORM-RULE            Pic X(16) Value "FORMRULE".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
         88  END-OF-CHAIN            VALUE 15.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.

 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VFORMRULERPT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFORMRULERPT "
      delimited by "  " into INTR-CALLNAME.

     MOVE "FORMRULE.RPT" TO FRULE-FILE-NAME-WRK.
     IF FORMRULE-RPT-NAME NOT = SPACES
      MOVE FORMRULE-RPT-NAME TO FRULE-FILE-NAME-WRK.
     OPEN OUTPUT FRULE-FILE.
     IF FRUL-STATUS1 NOT = "00"
      MOVE "VFORMRULERPT" TO INTR-ERRNAME
      MOVE 35              TO INTR-ERRNUM
      MOVE 35              TO CSTATUS
      GO TO VFORMRULERPT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VFORMRULERPT" TO INTR-ERRNAME
      MOVE 50              TO INTR-ERRNUM
      MOVE 50              TO CSTATUS
      CLOSE FRULE-FILE
      GO TO VFORMRULERPT-RETURN.

     MOVE SPACES TO FRULE-RECORD.
     STRING "FORM,SEQ,KIND,STAGE,ENFORCED AT,RULE"
      DELIMITED BY SIZE INTO FRULE-RECORD.
     WRITE FRULE-RECORD.

     IF FORMRULE-RPT-FORM NOT = SPACES
      PERFORM LIST-ONE-FORM
     ELSE
      PERFORM LIST-ALL-FORMS.

     MOVE SPACES TO FRULE-RECORD.
     MOVE LIST-CNT TO DISP-CNT.
     STRING "RULES LISTED: " DELIMITED BY SIZE
            DISP-CNT         DELIMITED BY SIZE
      INTO FRULE-RECORD.
     WRITE FRULE-RECORD.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE FRULE-FILE.

 VFORMRULERPT-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LIST-ONE-FORM.
     MOVE "FORMNAME;"       TO SEARCH-ITEM.
     MOVE FORMRULE-RPT-FORM TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-RULE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-FORM-RULE CHAINED
           STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        PERFORM WRITE-RULE-LINE
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 LIST-ALL-FORMS.
     MOVE LOW-VALUES TO DB-FORM-RULE.
     CALL "DBGET" USING Secdb-Database DS-FORM-RULE SERIAL
         STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      PERFORM WRITE-RULE-LINE
      CALL "DBGET" USING Secdb-Database DS-FORM-RULE SERIAL
          STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> One rule in the words its owner would use for it.
 WRITE-RULE-LINE.
     MOVE SPACES TO RULE-TEXT OPER-TEXT.
     MOVE "ENTRY EDITS" TO WHERE-TEXT.
     MOVE FRU-NUM TO DISP-NUM.
     EVALUATE TRUE
      WHEN FRU-XFIELD
       MOVE "CROSS-FIELD" TO KIND-TEXT
       EVALUATE FRU-OPER
        WHEN "LT" MOVE "MUST BE BEFORE/BELOW"   TO OPER-TEXT
        WHEN "LE" MOVE "MUST NOT EXCEED"        TO OPER-TEXT
        WHEN "GT" MOVE "MUST BE AFTER/ABOVE"    TO OPER-TEXT
        WHEN "GE" MOVE "MUST NOT BE LESS THAN"  TO OPER-TEXT
        WHEN "EQ" MOVE "MUST EQUAL"             TO OPER-TEXT
        WHEN "NE" MOVE "MUST DIFFER FROM"       TO OPER-TEXT
        WHEN OTHER MOVE FRU-OPER                 TO OPER-TEXT
       END-EVALUATE
       STRING FRU-FIELD  DELIMITED BY SPACE
              " "       DELIMITED BY SIZE
              OPER-TEXT DELIMITED BY "  "
              " "       DELIMITED BY SIZE
              FRU-FIELD2 DELIMITED BY SPACE
              " - "     DELIMITED BY SIZE
              FRU-ERRMSG DELIMITED BY "  "
        INTO RULE-TEXT
      WHEN FRU-LOOKUP
       MOVE "LOOKUP" TO KIND-TEXT
       STRING FRU-FIELD  DELIMITED BY SPACE
              " MUST BE ON FILE IN " DELIMITED BY SIZE
              FRU-TABLE  DELIMITED BY SPACE
              " ("      DELIMITED BY SIZE
              FRU-ITEM   DELIMITED BY SPACE
              ") - "    DELIMITED BY SIZE
              FRU-ERRMSG DELIMITED BY "  "
        INTO RULE-TEXT
      WHEN FRU-COMPUTE
       MOVE "COMPUTED" TO KIND-TEXT
       EVALUATE FRU-OPER(1:1)
        WHEN "S" MOVE " PLUS "  TO OPER-TEXT
        WHEN "D" MOVE " MINUS " TO OPER-TEXT
        WHEN "P" MOVE " TIMES " TO OPER-TEXT
        WHEN "X" MOVE " CONVERTED AT THE RATE OF" TO OPER-TEXT
        WHEN OTHER MOVE " ? "   TO OPER-TEXT
       END-EVALUATE
       STRING FRU-FIELD  DELIMITED BY SPACE
              " IS "    DELIMITED BY SIZE
              FRU-FIELD2 DELIMITED BY SPACE
              OPER-TEXT DELIMITED BY "  "
              " "       DELIMITED BY SIZE
              FRU-FIELD3 DELIMITED BY SPACE
              ", "      DELIMITED BY SIZE
              DISP-NUM  DELIMITED BY SIZE
              " DECIMALS" DELIMITED BY SIZE
        INTO RULE-TEXT
      WHEN FRU-BIZDATE
       MOVE "BUSINESS DATE" TO KIND-TEXT
       EVALUATE FRU-OPER(1:1)
        WHEN "N" MOVE "MOVED TO NEXT BUSINESS DAY"     TO OPER-TEXT
        WHEN "P" MOVE "MOVED TO PREVIOUS BUSINESS DAY" TO OPER-TEXT
        WHEN OTHER MOVE "REJECTED"                     TO OPER-TEXT
       END-EVALUATE
       STRING FRU-FIELD  DELIMITED BY SPACE
              " MUST FALL ON A BUSINESS DAY, OTHERWISE "
                        DELIMITED BY SIZE
              OPER-TEXT DELIMITED BY "  "
              " - "     DELIMITED BY SIZE
              FRU-ERRMSG DELIMITED BY "  "
        INTO RULE-TEXT
      WHEN FRU-WARNING
       MOVE "WARNING" TO KIND-TEXT
       IF FRU-OPER(1:1) = "Y"
        MOVE "SUPERVISOR MUST ACCEPT" TO OPER-TEXT
       ELSE
        MOVE "OPERATOR MAY ACCEPT"    TO OPER-TEXT
       END-IF
       IF FRU-NUM = 0
        STRING "ANY EDIT FAILURE ON " DELIMITED BY SIZE
               FRU-FIELD  DELIMITED BY SPACE
               " IS A WARNING - " DELIMITED BY SIZE
               OPER-TEXT DELIMITED BY "  "
         INTO RULE-TEXT
       ELSE
        STRING "EDIT RULE " DELIMITED BY SIZE
               DISP-NUM  DELIMITED BY SIZE
               " ON "    DELIMITED BY SIZE
               FRU-FIELD  DELIMITED BY SPACE
               " IS A WARNING - " DELIMITED BY SIZE
               OPER-TEXT DELIMITED BY "  "
         INTO RULE-TEXT
       END-IF
      WHEN FRU-DUPGUARD
       MOVE "DUPLICATE GUARD" TO KIND-TEXT
       MOVE "FORM COMPLETION" TO WHERE-TEXT
       IF FRU-NUM = 0
        STRING FRU-FIELD  DELIMITED BY SPACE
               " IS PART OF THE DUPLICATE-SUBMISSION KEY"
                         DELIMITED BY SIZE
         INTO RULE-TEXT
       ELSE
        STRING FRU-FIELD  DELIMITED BY SPACE
               " IS PART OF THE DUPLICATE-SUBMISSION KEY, WINDOW "
                         DELIMITED BY SIZE
               DISP-NUM  DELIMITED BY SIZE
               " SECONDS" DELIMITED BY SIZE
         INTO RULE-TEXT
       END-IF
      WHEN FRU-BARCODE
       MOVE "BARCODE" TO KIND-TEXT
       MOVE "PRINT"   TO WHERE-TEXT
       IF FRU-OPER(1:1) = "P"
        MOVE "PDF417"   TO OPER-TEXT
       ELSE
        MOVE "CODE 128" TO OPER-TEXT
       END-IF
       STRING FRU-FIELD  DELIMITED BY SPACE
              " PRINTS AS A " DELIMITED BY SIZE
              OPER-TEXT DELIMITED BY "  "
              " BARCODE, HEIGHT " DELIMITED BY SIZE
              DISP-NUM  DELIMITED BY SIZE
        INTO RULE-TEXT
      WHEN FRU-REQUIRED
       MOVE "REQUIRED FIELD" TO KIND-TEXT
       STRING FRU-FIELD  DELIMITED BY SPACE
              " MUST BE ENTERED" DELIMITED BY SIZE
        INTO RULE-TEXT
      WHEN FRU-CURRENCY
       MOVE "CURRENCY" TO KIND-TEXT
       STRING FRU-FIELD  DELIMITED BY SPACE
              " IS AN AMOUNT IN THE CURRENCY KEYED IN "
                        DELIMITED BY SIZE
              FRU-FIELD2 DELIMITED BY SPACE
              ", TO THAT CURRENCY'S DECIMALS" DELIMITED BY SIZE
        INTO RULE-TEXT
      WHEN FRU-CONDITIONAL
       MOVE "CONDITIONAL" TO KIND-TEXT
       MOVE "READ AND SHOW" TO WHERE-TEXT
       EVALUATE FRU-OPER(1:1)
        WHEN "R" MOVE " IS REQUIRED "  TO OPER-TEXT
        WHEN "H" MOVE " IS HIDDEN "    TO OPER-TEXT
        WHEN "P" MOVE " IS PROTECTED " TO OPER-TEXT
        WHEN OTHER MOVE " ? "          TO OPER-TEXT
       END-EVALUATE
       IF FRU-OPER(2:1) = "N"
        MOVE "UNLESS " TO COND-WORD
       ELSE
        MOVE "WHEN "   TO COND-WORD
       END-IF
       STRING FRU-FIELD  DELIMITED BY SPACE
              OPER-TEXT  DELIMITED BY "  "
              " "        DELIMITED BY SIZE
              COND-WORD  DELIMITED BY SPACE
              " "        DELIMITED BY SIZE
              FRU-FIELD2 DELIMITED BY SPACE
              " IS "     DELIMITED BY SIZE
              FRU-ITEM   DELIMITED BY "  "
        INTO RULE-TEXT
       IF FRU-OPER(1:1) = "R"
        MOVE "ENTRY EDITS" TO WHERE-TEXT
       END-IF
      WHEN OTHER
       MOVE "UNKNOWN KIND" TO KIND-TEXT
       MOVE "NOT LOADED"   TO WHERE-TEXT
       MOVE FRU-FIELD       TO RULE-TEXT
     END-EVALUATE.

     IF FRU-PROPOSED
      MOVE "PROPOSED" TO STAGE-TEXT
     ELSE
      MOVE "LIVE"     TO STAGE-TEXT.
     MOVE FRU-SEQ TO DISP-SEQ.
     MOVE SPACES TO FRULE-RECORD.
     STRING FRU-FORM    DELIMITED BY SPACE ","
            DISP-SEQ   DELIMITED BY SIZE  ","
            KIND-TEXT  DELIMITED BY "  "  ","
            STAGE-TEXT DELIMITED BY SPACE ","
            WHERE-TEXT DELIMITED BY "  "  ","
            RULE-TEXT  DELIMITED BY SIZE
      INTO FRULE-RECORD.
     WRITE FRULE-RECORD.
     ADD 1 TO LIST-CNT.
