*>     KEYMAP     KEY1=CLIENT-OS KEY2=CONNTYPE  NUM1=SP2-CODE
*>                NUM2=LASTKEY
*>     USERPOLICY KEY1=USER      KEY2(1:1)=SINGLE-SESSION-SW
*>                KEY2(2:1)=RECORD-SW
*>                NUM1=HOURS-FROM NUM2=HOURS-TO
*>     SECFORMS   KEY1=FORM      NUM1=2FA-MINUTES
*>     AUDITFLD   KEY1=FORM      KEY2=FIELD
*>     VERIFYFLD  KEY1=FORM      KEY2=FIELD (keyed twice, VVERIFY)
*>     FORMACL    KEY1=USER      KEY2=FORM
*>     RETAINPOL  KEY1=DATASET   KEY2(1:1)=ACTION KEY2(2:1)=HOLD-SW
*>                NUM1=RETAIN-DAYS
*>     PANELTEXT  KEY1=FORM  NUM1=ITEM-ID  NUM2=LANGUAGE
*>                KEY2(1:1)=KIND (S/F)  DATA=TEXT
*>     DISPPROF   KEY1=USER  NUM1=FONT-SCALE-PCT
*>                KEY2(1:1)=HIGH-CONTRAST-SW  KEY2(2:1)=DECIMAL MARK
*>                (. or ,)  KEY2(3:1)=GROUPING (, . ' or N - none)
*>                DATA=color pairs "from>to", space separated
*>     RUNPLAN    KEY1=PLAN  NUM1=STEP-NO  DATA(1:15)=PROGNAME
*>                DATA(16:1)=ON-FAIL (S/C)  DATA(17:64)=PARM
*>                KEY2=REPORT FILE the step writes (for VRPTDIST)
*>     DUALCTL    KEY1=FORM
*>     RECFORMS   KEY1=FORM
*>     EVTFORM    KEY1=FORM  DATA(1:32)=EVENT NAME (VBIZEVENT)
*>     WQSLA      KEY1=FORM  KEY2(1:8)=REASON (blank - any other)
*>                NUM1=WARN-MINUTES  NUM2=BREACH-MINUTES
*>                DATA(1:16)=ESCALATION ROLE  DATA(17:32)=SUPERVISOR
*>     PRTALT     KEY1=PRINTER  NUM1=SEQUENCE  KEY2(1:1)=TYPE (P/M/D)
*>                DATA(1:64)=ALTERNATE PRINTER, MAIL ADDRESS OR DROP
*>                DIRECTORY
*>     USERROLE   KEY1=USER  KEY2=ROLE
*>     FLDPROT    KEY1=ROLE  KEY2=FORM  DATA(1:16)=FIELD
*>     NETALLOW   KEY1=USER (or @ALL)  DATA(1:20)=CIDR
*>     FORMROUTE  KEY1=FORM  KEY2=FIELD  DATA(1:2)=OPER
*>                DATA(3:32)=VALUE  DATA(36:15)=NEXT-FORM
*>     PRINTRATE  KEY1=FORM (or @ALL)  NUM1=CENTS-PER-PAGE
*>     CONNRATE   KEY1=DEPARTMENT (or @ALL)  NUM1=CENTS-PER-HOUR
*>                NUM2=CENTS-PER-SEAT  DATA(1:14)=CENTS-PER-100-TXN
*>     QAPOLICY   KEY1=FORM (or @ALL)  NUM1=SAMPLE-PCT
*>     SUPERVISOR KEY1=USER  KEY2 unused  DATA(1:32)=SUPERVISOR
*>     DIRGROUP   KEY1=DIRECTORY GROUP  KEY2=ROLE
*>     SUBSCRIPTION KEY1(1:32)=REPORT PATTERN  KEY2(1:1)=TYPE (M/D)
*>                KEY2(2:1)=NON-EMPTY-ONLY-SW  DATA(1:64)=ADDRESS
*>     RUNSCHED   KEY1=PLAN  KEY2(1:1)=RULE (D/B/N/L/Q)
*>                KEY2(2:7)=WEEKDAYS, Monday first  NUM1=NTH
*>                DATA=up to four predecessor plans, 16 bytes each
*>     SODRULE    KEY1(1:8)=RULE-ID  KEY2(1:1)=KIND-1 (F/R)
*>                KEY2(2:1)=KIND-2  DATA(1:16)=ITEM-1
*>                DATA(17:16)=ITEM-2  DATA(33:40)=DESCRIPTION
*>     SODEXCEPT  KEY1=USER  KEY2(1:8)=RULE-ID  DATA=REASON (required)
*>                NUM1=DAYS VALID (zero - until withdrawn)
*>     FORMRULE   KEY1(1:15)=FORM  KEY1(17:16)=FIELD
*>                KEY1(33:16)=FIELD2 (lookup: ITEM)
*>                KEY2(1:1)=KIND (X/L/C/B/W/G/Z/M/Y/D)  KEY2(2:2)=OPER
*>                KEY2(4:1)=STAGE (blank - live, P - proposed;
*>                a proposal goes live when changed to blank)
*>                NUM1=SEQ  NUM2=NUM  DATA(1:60)=ERRMSG (X, B),
*>                DATA(1:16)=FIELD3 (C), DATA(1:32)=TABLE and
*>                DATA(33:48)=ERRMSG (L); kind Y ties amount FIELD
*>                to its currency-code FIELD2 (KEY1(33:16)); kind D
*>                makes FIELD required/hidden/protected (OPER R/H/P,
*>                OPER(2:1) N for not-equal) while FIELD2 holds
*>                DATA(1:32)=VALUE, DATA(33:48)=ERRMSG
*>     CURRENCY   KEY1(1:3)=CODE  NUM1=DECIMALS (0-4)
*>                DATA(1:14)=RATE to the base currency ("0.0067")
*>                DATA(17:12)=UNIT NAME  DATA(33:24)=NAME
*>
*>   A FORMACL or USERROLE add or change that would complete a
*>   SODRULE pair for the user is refused (error 146) unless a
*>   SODEXCEPT row documents why that user may hold both (VSODCHK).
*>
*>   Capture mode ("K") is for mapping a new client OS: it pops a
*>   window, the admin presses the key in question, and the raw
    88 RECORD-FOUND             VALUE "Y".
 01 DISP-NUM1               PIC ------9.
 01 DISP-NUM2               PIC ------9.
 01 DISP-NUM3               PIC ------9.
 01 DISP-DATE8              PIC 9(8).
 01 CMAP-POS                PIC S9(4) COMP-5 VALUE 0.
 01 CMAP-NUM                PIC S9(8) COMP-5 VALUE 0.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 DISP-TIME2              PIC -(14)9.
 01 DISP-TIME3              PIC -(14)9.
 01 DISP-RATE               PIC Z(8)9.9(9).
 01 CURRENCY-RATE-WRK       PIC S9(9)V9(9) Comp-5 Value 0.
 01 SOD-CHECK.
    02 SDC-USER       Pic X(32) Value Spaces.
    02 SDC-KIND       Pic X(01) Value Space.
    02 SDC-ITEM       Pic X(16) Value Spaces.
    02 SDC-RESULT     Pic X(01) Value Space.
       88 SDC-CLEAR           VALUE " ".
       88 SDC-CONFLICT        VALUE "C".
       88 SDC-EXCEPTED        VALUE "E".
    02 SDC-RULE-ID    Pic X(08) Value Spaces.
    02 SDC-OTHER-ITEM Pic X(16) Value Spaces.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
      AND POLADM-DATASET NOT = "USERPOLICY"
      AND POLADM-DATASET NOT = "SECFORMS"
      AND POLADM-DATASET NOT = "AUDITFLD"
      AND POLADM-DATASET NOT = "VERIFYFLD"
      AND POLADM-DATASET NOT = "FORMACL"
      AND POLADM-DATASET NOT = "RETAINPOL"
      AND POLADM-DATASET NOT = "HOLIDAYS"
      AND POLADM-DATASET NOT = "DISPPROF"
      AND POLADM-DATASET NOT = "RUNPLAN"
      AND POLADM-DATASET NOT = "DUALCTL"
      AND POLADM-DATASET NOT = "RECFORMS"
      AND POLADM-DATASET NOT = "EVTFORM"
      AND POLADM-DATASET NOT = "WQSLA"
      AND POLADM-DATASET NOT = "PRTALT"
      AND POLADM-DATASET NOT = "USERROLE"
      AND POLADM-DATASET NOT = "FLDPROT"
      AND POLADM-DATASET NOT = "NETALLOW"
      AND POLADM-DATASET NOT = "FORMROUTE"
      AND POLADM-DATASET NOT = "PRINTRATE"
      AND POLADM-DATASET NOT = "CONNRATE"
      AND POLADM-DATASET NOT = "QAPOLICY"
      AND POLADM-DATASET NOT = "SUPERVISOR"
      AND POLADM-DATASET NOT = "DIRGROUP"
      AND POLADM-DATASET NOT = "SUBSCRIPTION"
      AND POLADM-DATASET NOT = "RUNSCHED"
      AND POLADM-DATASET NOT = "SODRULE"
      AND POLADM-DATASET NOT = "SODEXCEPT"
      AND POLADM-DATASET NOT = "FORMRULE"
      AND POLADM-DATASET NOT = "CURRENCY"
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS
      MOVE 50           TO CSTATUS
      GO TO VPOLADMIN-RETURN.

*> An access grant must not complete a segregation-of-duties pair.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND (ADMIN-DATASET = "FORMACL" OR ADMIN-DATASET = "USERROLE")
      PERFORM CHECK-SOD-CONFLICT.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "SODEXCEPT"
      AND POLADM-DATA = SPACES
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS.
*> A catalog rule must name its form, its field and a kind VINITFORM
*> knows how to load, and be either live or a proposal.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "FORMRULE"
      AND (POLADM-KEY1(1:15) = SPACES OR POLADM-KEY1(17:16) = SPACES
       OR (POLADM-KEY2(1:1) NOT = "X" AND NOT = "L" AND NOT = "C"
       AND NOT = "B" AND NOT = "W" AND NOT = "G" AND NOT = "Z"
       AND NOT = "M" AND NOT = "Y" AND NOT = "D")
       OR (POLADM-KEY2(4:1) NOT = SPACE AND NOT = "P")
       OR (POLADM-KEY2(1:1) = "D"
        AND (POLADM-KEY1(33:16) = SPACES
         OR (POLADM-KEY2(2:1) NOT = "R" AND NOT = "H" AND NOT = "P")
         OR (POLADM-KEY2(3:1) NOT = SPACE AND NOT = "N"))))
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS.
*> A numeric locale is a decimal mark and a different separator
*> (or none); blanks leave either to the site.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "DISPPROF"
      AND ((POLADM-KEY2(2:1) NOT = SPACE AND NOT = "." AND NOT = ",")
       OR (POLADM-KEY2(3:1) NOT = SPACE AND NOT = "," AND NOT = "."
        AND NOT = "'" AND NOT = "N")
       OR (POLADM-KEY2(3:1) NOT = SPACE
        AND POLADM-KEY2(3:1) = POLADM-KEY2(2:1)))
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS.
*> A currency needs its code, places an amount can carry, and a
*> rate that converts to something.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "CURRENCY"
      PERFORM PARSE-CURRENCY-RATE
      IF POLADM-KEY1(1:3) = SPACES
       OR POLADM-NUM1 < 0 OR POLADM-NUM1 > 4
       OR NUMERR NOT = 0 OR CURRENCY-RATE-WRK NOT > 0
       MOVE "VPOLADMIN" TO INTR-ERRNAME
       MOVE 63           TO INTR-ERRNUM
       MOVE 63           TO CSTATUS
      END-IF.

*> A service-level target needs its form and a breach point, with
*> any warning coming before it.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "WQSLA"
      AND (POLADM-KEY1(1:15) = SPACES
       OR POLADM-NUM2 < 1 OR POLADM-NUM1 < 0
       OR POLADM-NUM1 NOT < POLADM-NUM2)
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS.

*> A printer alternate needs the printer, a kind the router knows
*> and somewhere to send to - never the printer itself.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "PRTALT"
      AND (POLADM-KEY1 = SPACES OR POLADM-DATA(1:64) = SPACES
       OR (POLADM-KEY2(1:1) NOT = "P" AND POLADM-KEY2(1:1) NOT = "M"
        AND POLADM-KEY2(1:1) NOT = "D")
       OR (POLADM-KEY2(1:1) = "P"
        AND POLADM-DATA(1:64) = POLADM-KEY1))
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 63           TO INTR-ERRNUM
      MOVE 63           TO CSTATUS.

*> A department rate needs its department and three rates that are
*> whole cents, none of them negative.
     IF (POLADM-ADD OR POLADM-CHANGE)
      AND ADMIN-DATASET = "CONNRATE"
      PERFORM PARSE-TXN-RATE THRU PARSE-TXN-RATE-EXIT
      IF POLADM-KEY1(1:8) = SPACES
       OR POLADM-NUM1 < 0 OR POLADM-NUM2 < 0
       OR NUMERR NOT = 0 OR NUM2 < 0
       MOVE "VPOLADMIN" TO INTR-ERRNAME
       MOVE 63           TO INTR-ERRNUM
       MOVE 63           TO CSTATUS
      END-IF.

     EVALUATE TRUE
      WHEN CSTATUS NOT = 0
       CONTINUE
      WHEN POLADM-ADD
       PERFORM ADD-POLICY-RECORD
      WHEN POLADM-CHANGE
     CALL "DBLOCK" USING Secdb-Database ADMIN-DATASET
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBDELETE" USING Secdb-Database ADMIN-DATASET
         MODE-1 STATUS-AREA.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      WHEN "USERPOLICY" MOVE LOW-VALUES TO DB-USER-POLICY
      WHEN "SECFORMS"   MOVE LOW-VALUES TO DB-SECURE-FORM
      WHEN "AUDITFLD"   MOVE LOW-VALUES TO DB-AUDIT-FIELD
      WHEN "VERIFYFLD"  MOVE LOW-VALUES TO DB-VERIFY-FIELD
      WHEN "FORMACL"    MOVE LOW-VALUES TO DB-FORM-ACL
      WHEN "RETAINPOL"  MOVE LOW-VALUES TO DB-RETAIN-POLICY
      WHEN "HOLIDAYS"   MOVE LOW-VALUES TO DB-HOLIDAY
      WHEN "DISPPROF"   MOVE LOW-VALUES TO DB-DISPLAY-PROFILE
      WHEN "RUNPLAN"    MOVE LOW-VALUES TO DB-RUN-PLAN
      WHEN "DUALCTL"    MOVE LOW-VALUES TO DB-DUAL-CONTROL
      WHEN "RECFORMS"   MOVE LOW-VALUES TO DB-RECORD-FORM
      WHEN "EVTFORM"    MOVE LOW-VALUES TO DB-EVENT-FORM
      WHEN "WQSLA"      MOVE LOW-VALUES TO DB-WQ-SLA
      WHEN "PRTALT"     MOVE LOW-VALUES TO DB-PRINTER-ALT
      WHEN "USERROLE"   MOVE LOW-VALUES TO DB-USER-ROLE
      WHEN "FLDPROT"    MOVE LOW-VALUES TO DB-FIELD-PROTECT
      WHEN "NETALLOW"   MOVE LOW-VALUES TO DB-NET-ALLOW
      WHEN "FORMROUTE"  MOVE LOW-VALUES TO DB-FORM-ROUTE
      WHEN "PRINTRATE"  MOVE LOW-VALUES TO DB-PRINT-RATE
      WHEN "CONNRATE"   MOVE LOW-VALUES TO DB-CONN-RATE
      WHEN "QAPOLICY"   MOVE LOW-VALUES TO DB-QA-POLICY
      WHEN "SUPERVISOR" MOVE LOW-VALUES TO DB-SUPERVISOR
      WHEN "DIRGROUP"   MOVE LOW-VALUES TO DB-DIR-GROUP
      WHEN "SUBSCRIPTION" MOVE LOW-VALUES TO DB-RPT-SUBSCRIPTION
      WHEN "RUNSCHED"   MOVE LOW-VALUES TO DB-RUN-SCHEDULE
      WHEN "SODRULE"    MOVE LOW-VALUES TO DB-SOD-RULE
      WHEN "SODEXCEPT"  MOVE LOW-VALUES TO DB-SOD-EXCEPTION
      WHEN "FORMRULE"   MOVE LOW-VALUES TO DB-FORM-RULE
      WHEN "CURRENCY"   MOVE LOW-VALUES TO DB-CURRENCY
     END-EVALUATE.
     PERFORM GET-NEXT-RECORD.
*>-----------------------------------------------------------------
      WHEN "AUDITFLD"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD NULL-ITEM
      WHEN "VERIFYFLD"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-VERIFY-FIELD NULL-ITEM
      WHEN "FORMACL"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
      WHEN "DUALCTL"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL NULL-ITEM
      WHEN "RECFORMS"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-RECORD-FORM NULL-ITEM
      WHEN "EVTFORM"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-EVENT-FORM NULL-ITEM
      WHEN "WQSLA"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-WQ-SLA NULL-ITEM
      WHEN "PRTALT"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-PRINTER-ALT NULL-ITEM
      WHEN "USERROLE"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      WHEN "PRINTRATE"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-PRINT-RATE NULL-ITEM
      WHEN "CONNRATE"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-CONN-RATE NULL-ITEM
      WHEN "QAPOLICY"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-QA-POLICY NULL-ITEM
      WHEN "SUPERVISOR"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-SUPERVISOR NULL-ITEM
      WHEN "DIRGROUP"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-DIR-GROUP NULL-ITEM
      WHEN "SUBSCRIPTION"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-RPT-SUBSCRIPTION NULL-ITEM
      WHEN "RUNSCHED"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE NULL-ITEM
      WHEN "SODRULE"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-SOD-RULE NULL-ITEM
      WHEN "SODEXCEPT"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION NULL-ITEM
      WHEN "FORMRULE"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-FORM-RULE NULL-ITEM
      WHEN "CURRENCY"
       CALL "DBGET" USING Secdb-Database ADMIN-DATASET SERIAL
           STATUS-AREA ALL-ITEMS DB-CURRENCY NULL-ITEM
     END-EVALUATE.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
        AND AUF-FIELD = POLADM-KEY2(1:16)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "VERIFYFLD"
       IF VFD-FORM = POLADM-KEY1(1:15)
        AND VFD-FIELD = POLADM-KEY2(1:16)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "FORMACL"
       IF FACL-USER = POLADM-KEY1(1:32)
        AND FACL-FORM = POLADM-KEY2(1:15)
       IF DC-FORM = POLADM-KEY1(1:15)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "RECFORMS"
       IF RECF-FORM = POLADM-KEY1(1:15)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "EVTFORM"
       IF EVF-FORM = POLADM-KEY1(1:15)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "WQSLA"
       IF SLA-FORM = POLADM-KEY1(1:15)
        AND SLA-REASON = POLADM-KEY2(1:8)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "PRTALT"
       IF PALT-PRINTER = POLADM-KEY1
        AND PALT-SEQ = POLADM-NUM1
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "USERROLE"
       IF UR-USER = POLADM-KEY1(1:32)
        AND UR-ROLE = POLADM-KEY2(1:16)
       IF PRATE-FORM = POLADM-KEY1(1:15)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "CONNRATE"
       IF CRATE-DEPT = POLADM-KEY1(1:8)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "QAPOLICY"
       IF QAP-FORM = POLADM-KEY1(1:15)
        MOVE "Y" TO MATCH-SW
       IF SUP-USER = POLADM-KEY1(1:32)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "DIRGROUP"
       IF DG-GROUP = POLADM-KEY1(1:48)
        AND DG-ROLE = POLADM-KEY2(1:16)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "SUBSCRIPTION"
       IF SUB-RPT-PATTERN = POLADM-KEY1(1:32)
        AND SUB-ADDRESS = POLADM-DATA(1:64)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "RUNSCHED"
       IF RSC-PLAN-NAME = POLADM-KEY1(1:16)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "SODRULE"
       IF SOD-RULE-ID = POLADM-KEY1(1:8)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "SODEXCEPT"
       IF SODX-USER = POLADM-KEY1(1:32)
        AND SODX-RULE-ID = POLADM-KEY2(1:8)
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "FORMRULE"
       IF FRU-FORM = POLADM-KEY1(1:15)
        AND FRU-SEQ = POLADM-NUM1
        MOVE "Y" TO MATCH-SW
       END-IF
      WHEN "CURRENCY"
       IF CCY-CODE = POLADM-KEY1(1:3)
        MOVE "Y" TO MATCH-SW
       END-IF
     END-EVALUATE.
*>-----------------------------------------------------------------
*> The person behind this session, via the AUTHSESS record keyed
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO ACTOR-USER.
*>-----------------------------------------------------------------
*> The user and the form or role being granted, asked of VSODCHK
*> before the row is written. The refusal names the rule and the
*> side already held so the admin knows which exception to record.
 CHECK-SOD-CONFLICT.
     MOVE SPACES            TO SOD-CHECK.
     MOVE POLADM-KEY1(1:32) TO SDC-USER.
     IF ADMIN-DATASET = "FORMACL"
      MOVE "F"               TO SDC-KIND
      MOVE POLADM-KEY2(1:15) TO SDC-ITEM
     ELSE
      MOVE "R"               TO SDC-KIND
      MOVE POLADM-KEY2(1:16) TO SDC-ITEM.
     CALL "VSODCHK" USING COMAREA SOD-CHECK.
     IF SDC-CONFLICT
      MOVE "VPOLADMIN" TO INTR-ERRNAME
      MOVE 146          TO INTR-ERRNUM
      MOVE 146          TO CSTATUS
      MOVE SPACES TO END-MSG
      STRING "SOD RULE " DELIMITED BY SIZE
             SDC-RULE-ID DELIMITED BY SPACE
             " - USER ALREADY HOLDS " DELIMITED BY SIZE
             SDC-OTHER-ITEM DELIMITED BY SPACE
       INTO END-MSG.
*>-----------------------------------------------------------------
 INIT-POLICY-RECORD.
     EVALUATE ADMIN-DATASET
      WHEN "USERPOLICY" INITIALIZE DB-USER-POLICY
      WHEN "SECFORMS"   INITIALIZE DB-SECURE-FORM
      WHEN "AUDITFLD"   INITIALIZE DB-AUDIT-FIELD
      WHEN "VERIFYFLD"  INITIALIZE DB-VERIFY-FIELD
      WHEN "FORMACL"    INITIALIZE DB-FORM-ACL
      WHEN "RETAINPOL"  INITIALIZE DB-RETAIN-POLICY
      WHEN "HOLIDAYS"   INITIALIZE DB-HOLIDAY
      WHEN "DISPPROF"   INITIALIZE DB-DISPLAY-PROFILE
      WHEN "RUNPLAN"    INITIALIZE DB-RUN-PLAN
      WHEN "DUALCTL"    INITIALIZE DB-DUAL-CONTROL
      WHEN "RECFORMS"   INITIALIZE DB-RECORD-FORM
      WHEN "EVTFORM"    INITIALIZE DB-EVENT-FORM
      WHEN "WQSLA"      INITIALIZE DB-WQ-SLA
      WHEN "PRTALT"     INITIALIZE DB-PRINTER-ALT
      WHEN "USERROLE"   INITIALIZE DB-USER-ROLE
      WHEN "FLDPROT"    INITIALIZE DB-FIELD-PROTECT
      WHEN "NETALLOW"   INITIALIZE DB-NET-ALLOW
      WHEN "FORMROUTE"  INITIALIZE DB-FORM-ROUTE
      WHEN "PRINTRATE"  INITIALIZE DB-PRINT-RATE
      WHEN "CONNRATE"   INITIALIZE DB-CONN-RATE
      WHEN "QAPOLICY"   INITIALIZE DB-QA-POLICY
      WHEN "SUPERVISOR" INITIALIZE DB-SUPERVISOR
      WHEN "DIRGROUP"   INITIALIZE DB-DIR-GROUP
      WHEN "SUBSCRIPTION" INITIALIZE DB-RPT-SUBSCRIPTION
      WHEN "RUNSCHED"   INITIALIZE DB-RUN-SCHEDULE
      WHEN "SODRULE"    INITIALIZE DB-SOD-RULE
      WHEN "SODEXCEPT"  INITIALIZE DB-SOD-EXCEPTION
      WHEN "FORMRULE"   INITIALIZE DB-FORM-RULE
      WHEN "CURRENCY"   INITIALIZE DB-CURRENCY
     END-EVALUATE.
*>-----------------------------------------------------------------
 MOVE-PARMS-TO-RECORD.
      WHEN "USERPOLICY"
       MOVE POLADM-KEY1(1:32)  TO POL-USER
       MOVE POLADM-KEY2(1:1)   TO POL-SINGLE-SESSION-SW
       MOVE POLADM-KEY2(2:1)   TO POL-RECORD-SW
       MOVE POLADM-NUM1        TO POL-HOURS-FROM
       MOVE POLADM-NUM2        TO POL-HOURS-TO
      WHEN "SECFORMS"
      WHEN "AUDITFLD"
       MOVE POLADM-KEY1(1:15)  TO AUF-FORM
       MOVE POLADM-KEY2(1:16)  TO AUF-FIELD
      WHEN "VERIFYFLD"
       MOVE POLADM-KEY1(1:15)  TO VFD-FORM
       MOVE POLADM-KEY2(1:16)  TO VFD-FIELD
      WHEN "FORMACL"
       MOVE POLADM-KEY1(1:32)  TO FACL-USER
       MOVE POLADM-KEY2(1:15)  TO FACL-FORM
       MOVE POLADM-KEY1(1:32)  TO DSP-USER
       MOVE POLADM-NUM1        TO DSP-FONT-SCALE-PCT
       MOVE POLADM-KEY2(1:1)   TO DSP-HIGH-CONTRAST-SW
       MOVE POLADM-KEY2(2:1)   TO DSP-DECIMAL-CHAR
       MOVE POLADM-KEY2(3:1)   TO DSP-GROUP-CHAR
       PERFORM PARSE-COLOR-MAP
      WHEN "RUNPLAN"
       MOVE POLADM-KEY1(1:16)  TO RPL-PLAN-NAME
       MOVE POLADM-DATA(1:15)  TO RPL-PROGNAME
       MOVE POLADM-DATA(16:1)  TO RPL-ON-FAIL
       MOVE POLADM-DATA(17:64) TO RPL-PARM
       MOVE POLADM-KEY2(1:16)  TO RPL-RPT-FILE
      WHEN "DUALCTL"
       MOVE POLADM-KEY1(1:15)  TO DC-FORM
      WHEN "RECFORMS"
       MOVE POLADM-KEY1(1:15)  TO RECF-FORM
      WHEN "EVTFORM"
       MOVE POLADM-KEY1(1:15)  TO EVF-FORM
       MOVE POLADM-DATA(1:32)  TO EVF-EVENT
      WHEN "WQSLA"
       MOVE POLADM-KEY1(1:15)  TO SLA-FORM
       MOVE POLADM-KEY2(1:8)   TO SLA-REASON
       MOVE POLADM-NUM1        TO SLA-WARN-MINS
       MOVE POLADM-NUM2        TO SLA-BREACH-MINS
       MOVE POLADM-DATA(1:16)  TO SLA-ESC-ROLE
       MOVE POLADM-DATA(17:32) TO SLA-SUPERVISOR
      WHEN "PRTALT"
       MOVE POLADM-KEY1        TO PALT-PRINTER
       MOVE POLADM-NUM1        TO PALT-SEQ
       MOVE POLADM-KEY2(1:1)   TO PALT-TYPE
       MOVE POLADM-DATA(1:64)  TO PALT-ADDRESS
      WHEN "USERROLE"
       MOVE POLADM-KEY1(1:32)  TO UR-USER
       MOVE POLADM-KEY2(1:16)  TO UR-ROLE
      WHEN "PRINTRATE"
       MOVE POLADM-KEY1(1:15)  TO PRATE-FORM
       MOVE POLADM-NUM1        TO PRATE-CENTS-PER-PAGE
      WHEN "CONNRATE"
       MOVE POLADM-KEY1(1:8)   TO CRATE-DEPT
       MOVE POLADM-NUM1        TO CRATE-CENTS-PER-HOUR
       MOVE POLADM-NUM2        TO CRATE-CENTS-PER-SEAT
       PERFORM PARSE-TXN-RATE THRU PARSE-TXN-RATE-EXIT
       MOVE NUM2               TO CRATE-CENTS-PER-100-TXN
      WHEN "QAPOLICY"
       MOVE POLADM-KEY1(1:15)  TO QAP-FORM
       MOVE POLADM-NUM1        TO QAP-SAMPLE-PCT
      WHEN "SUPERVISOR"
       MOVE POLADM-KEY1(1:32)  TO SUP-USER
       MOVE POLADM-DATA(1:32)  TO SUP-SUPVR
      WHEN "DIRGROUP"
       MOVE POLADM-KEY1(1:48)  TO DG-GROUP
       MOVE POLADM-KEY2(1:16)  TO DG-ROLE
      WHEN "SUBSCRIPTION"
       MOVE POLADM-KEY1(1:32)  TO SUB-RPT-PATTERN
       MOVE POLADM-KEY2(1:1)   TO SUB-DEST-TYPE
       MOVE POLADM-KEY2(2:1)   TO SUB-NONEMPTY-SW
       MOVE POLADM-DATA(1:64)  TO SUB-ADDRESS
      WHEN "RUNSCHED"
       MOVE POLADM-KEY1(1:16)  TO RSC-PLAN-NAME
       MOVE POLADM-KEY2(1:1)   TO RSC-DAY-RULE
       MOVE POLADM-KEY2(2:7)   TO RSC-WEEKDAYS
       MOVE POLADM-NUM1        TO RSC-NTH
       MOVE POLADM-DATA(1:16)  TO RSC-PRED-PLAN(1)
       MOVE POLADM-DATA(17:16) TO RSC-PRED-PLAN(2)
       MOVE POLADM-DATA(33:16) TO RSC-PRED-PLAN(3)
       MOVE POLADM-DATA(49:16) TO RSC-PRED-PLAN(4)
      WHEN "SODRULE"
       MOVE POLADM-KEY1(1:8)   TO SOD-RULE-ID
       MOVE POLADM-KEY2(1:1)   TO SOD-KIND-1
       MOVE POLADM-KEY2(2:1)   TO SOD-KIND-2
       MOVE POLADM-DATA(1:16)  TO SOD-ITEM-1
       MOVE POLADM-DATA(17:16) TO SOD-ITEM-2
       MOVE POLADM-DATA(33:40) TO SOD-DESC
*> Who documented the exception, and when, is stamped here - an
*> exception without an owner is no better than none.
      WHEN "SODEXCEPT"
       MOVE POLADM-KEY1(1:32)  TO SODX-USER
       MOVE POLADM-KEY2(1:8)   TO SODX-RULE-ID
       MOVE POLADM-DATA(1:64)  TO SODX-REASON
       PERFORM RESOLVE-ACTOR-USER
       MOVE ACTOR-USER         TO SODX-RECORDED-BY
       PERFORM Get-ClockSeconds
       MOVE ClockSeconds       TO SODX-RECORD-TIME
       MOVE 0                  TO SODX-EXPIRE-TIME
       IF POLADM-NUM1 > 0
        COMPUTE SODX-EXPIRE-TIME = ClockSeconds
            + (POLADM-NUM1 * 86400) END-COMPUTE
       END-IF
*> The generic items are carved up by kind; whatever a kind does not
*> use is left blank so the rule report shows only what applies.
      WHEN "FORMRULE"
       MOVE POLADM-KEY1(1:15)  TO FRU-FORM
       MOVE POLADM-NUM1        TO FRU-SEQ
       MOVE POLADM-KEY2(1:1)   TO FRU-KIND
       MOVE POLADM-KEY1(17:16) TO FRU-FIELD
       MOVE POLADM-KEY2(2:2)   TO FRU-OPER
       MOVE POLADM-KEY2(4:1)   TO FRU-STAGE
       MOVE POLADM-NUM2        TO FRU-NUM
       MOVE SPACES TO FRU-FIELD2 FRU-FIELD3 FRU-TABLE FRU-ITEM FRU-ERRMSG
       EVALUATE TRUE
        WHEN FRU-XFIELD
         MOVE POLADM-KEY1(33:16) TO FRU-FIELD2
         MOVE POLADM-DATA(1:60)  TO FRU-ERRMSG
        WHEN FRU-LOOKUP
         MOVE POLADM-KEY1(33:16) TO FRU-ITEM
         MOVE POLADM-DATA(1:32)  TO FRU-TABLE
         MOVE POLADM-DATA(33:48) TO FRU-ERRMSG
        WHEN FRU-COMPUTE
         MOVE POLADM-KEY1(33:16) TO FRU-FIELD2
         MOVE POLADM-DATA(1:16)  TO FRU-FIELD3
        WHEN FRU-CURRENCY
         MOVE POLADM-KEY1(33:16) TO FRU-FIELD2
        WHEN FRU-CONDITIONAL
         MOVE POLADM-KEY1(33:16) TO FRU-FIELD2
         MOVE POLADM-DATA(1:32)  TO FRU-ITEM
         MOVE POLADM-DATA(33:48) TO FRU-ERRMSG
        WHEN FRU-BIZDATE
         MOVE POLADM-DATA(1:60)  TO FRU-ERRMSG
       END-EVALUATE
       PERFORM RESOLVE-ACTOR-USER
       MOVE ACTOR-USER         TO FRU-SET-BY
       PERFORM Get-ClockSeconds
       MOVE ClockSeconds       TO FRU-SET-TIME
      WHEN "CURRENCY"
       MOVE POLADM-KEY1(1:3)   TO CCY-CODE
       MOVE POLADM-NUM1        TO CCY-DECIMALS
       PERFORM PARSE-CURRENCY-RATE
       MOVE CURRENCY-RATE-WRK  TO CCY-RATE
       MOVE POLADM-DATA(17:12) TO CCY-UNIT-NAME
       MOVE POLADM-DATA(33:24) TO CCY-NAME
       PERFORM RESOLVE-ACTOR-USER
       MOVE ACTOR-USER         TO CCY-SET-BY
       PERFORM Get-ClockSeconds
       MOVE ClockSeconds       TO CCY-SET-TIME
     END-EVALUATE.
*>-----------------------------------------------------------------
 PUT-CURRENT-RECORD.
     EVALUATE ADMIN-DATASET
      WHEN "PRINTDEST"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-DEST
      WHEN "KEYMAP"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-KEY-MAP
      WHEN "USERPOLICY"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY
      WHEN "SECFORMS"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SECURE-FORM
      WHEN "AUDITFLD"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD
      WHEN "VERIFYFLD"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-FIELD
      WHEN "FORMACL"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ACL
      WHEN "RETAINPOL"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RETAIN-POLICY
      WHEN "HOLIDAYS"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-HOLIDAY
      WHEN "PANELTEXT"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PANEL-TEXT
      WHEN "DISPPROF"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DISPLAY-PROFILE
      WHEN "RUNPLAN"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RUN-PLAN
      WHEN "DUALCTL"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL
      WHEN "RECFORMS"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RECORD-FORM
      WHEN "EVTFORM"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-EVENT-FORM
      WHEN "WQSLA"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-WQ-SLA
      WHEN "PRTALT"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-ALT
      WHEN "USERROLE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-USER-ROLE
      WHEN "FLDPROT"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FIELD-PROTECT
      WHEN "NETALLOW"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-NET-ALLOW
      WHEN "FORMROUTE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ROUTE
      WHEN "PRINTRATE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-RATE
      WHEN "CONNRATE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-CONN-RATE
      WHEN "QAPOLICY"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-QA-POLICY
      WHEN "SUPERVISOR"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SUPERVISOR
      WHEN "DIRGROUP"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DIR-GROUP
      WHEN "SUBSCRIPTION"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RPT-SUBSCRIPTION
      WHEN "RUNSCHED"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE
      WHEN "SODRULE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SOD-RULE
      WHEN "SODEXCEPT"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION
      WHEN "FORMRULE"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-RULE
      WHEN "CURRENCY"
       CALL "VDBPUT" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-CURRENCY
     END-EVALUATE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
 UPDATE-CURRENT-RECORD.
     EVALUATE ADMIN-DATASET
      WHEN "PRINTDEST"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-DEST
      WHEN "KEYMAP"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-KEY-MAP
      WHEN "USERPOLICY"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-USER-POLICY
      WHEN "SECFORMS"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SECURE-FORM
      WHEN "AUDITFLD"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-AUDIT-FIELD
      WHEN "VERIFYFLD"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-VERIFY-FIELD
      WHEN "FORMACL"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ACL
      WHEN "RETAINPOL"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RETAIN-POLICY
      WHEN "HOLIDAYS"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-HOLIDAY
      WHEN "PANELTEXT"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PANEL-TEXT
      WHEN "DISPPROF"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DISPLAY-PROFILE
      WHEN "RUNPLAN"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RUN-PLAN
      WHEN "DUALCTL"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DUAL-CONTROL
      WHEN "RECFORMS"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RECORD-FORM
      WHEN "EVTFORM"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-EVENT-FORM
      WHEN "WQSLA"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-WQ-SLA
      WHEN "PRTALT"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINTER-ALT
      WHEN "USERROLE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-USER-ROLE
      WHEN "FLDPROT"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FIELD-PROTECT
      WHEN "NETALLOW"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-NET-ALLOW
      WHEN "FORMROUTE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-ROUTE
      WHEN "PRINTRATE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-RATE
      WHEN "CONNRATE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-CONN-RATE
      WHEN "QAPOLICY"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-QA-POLICY
      WHEN "SUPERVISOR"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SUPERVISOR
      WHEN "DIRGROUP"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-DIR-GROUP
      WHEN "SUBSCRIPTION"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RPT-SUBSCRIPTION
      WHEN "RUNSCHED"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-RUN-SCHEDULE
      WHEN "SODRULE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SOD-RULE
      WHEN "SODEXCEPT"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-SOD-EXCEPTION
      WHEN "FORMRULE"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-RULE
      WHEN "CURRENCY"
       CALL "VDBUPDATE" USING Secdb-Database ADMIN-DATASET
           MODE-1 STATUS-AREA ALL-ITEMS DB-CURRENCY
     END-EVALUATE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
       STRING "CLIENTOS,CONNTYPE,SP2CODE,LASTKEY"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "USERPOLICY"
       STRING "USER,SINGLESESS,HOURSFROM,HOURSTO,RECORD"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SECFORMS"
       STRING "FORM,2FAMINUTES"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "AUDITFLD"
      WHEN "VERIFYFLD"
       STRING "FORM,FIELD"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "FORMACL"
       STRING "USER,FORM,REQUEST"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RETAINPOL"
       STRING "DATASET,RETAINDAYS,ACTION,HOLD,SETBY,SETTIME"
       STRING "FORM,ITEMID,LANGUAGE,KIND,TEXT"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "DISPPROF"
       STRING "USER,SCALEPCT,CONTRAST,MAPCNT,DECIMAL,GROUP"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RUNPLAN"
       STRING "PLAN,STEP,PROGRAM,ONFAIL,PARM,REPORTFILE"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "DUALCTL"
       STRING "FORM"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RECFORMS"
       STRING "FORM"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "EVTFORM"
       STRING "FORM,EVENT"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "WQSLA"
       STRING "FORM,REASON,WARNMINS,BREACHMINS,ESCROLE,SUPERVISOR"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "PRTALT"
       STRING "PRINTER,SEQ,TYPE,ADDRESS"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "USERROLE"
       STRING "USER,ROLE"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "PRINTRATE"
       STRING "FORM,CENTSPERPAGE"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "CONNRATE"
       STRING "DEPT,CENTSPERHOUR,CENTSPERSEAT,CENTSPER100TXN"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "QAPOLICY"
       STRING "FORM,SAMPLEPCT"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SUPERVISOR"
       STRING "USER,SUPERVISOR"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "DIRGROUP"
       STRING "GROUP,ROLE"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SUBSCRIPTION"
       STRING "PATTERN,DESTTYPE,NONEMPTYONLY,ADDRESS"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RUNSCHED"
       STRING "PLAN,RULE,NTH,WEEKDAYS,PREDECESSORS"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SODRULE"
       STRING "RULE,KIND1,ITEM1,KIND2,ITEM2,DESCRIPTION"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SODEXCEPT"
       STRING "USER,RULE,RECORDEDBY,RECORDED,EXPIRES,REASON"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "FORMRULE"
       STRING "FORM,SEQ,KIND,STAGE,FIELD,OPER,FIELD2,FIELD3,NUM,"
              "TABLE,ITEM,ERRMSG"
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "CURRENCY"
       STRING "CODE,NAME,DECIMALS,RATE,UNIT,SETBY,SET"
        DELIMITED BY SIZE INTO POLADM-RECORD
     END-EVALUATE.
     WRITE POLADM-RECORD.
*>-----------------------------------------------------------------
       STRING POL-USER      DELIMITED BY SPACE ","
              POL-SINGLE-SESSION-SW DELIMITED BY SIZE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              DISP-NUM2     DELIMITED BY SIZE  ","
              POL-RECORD-SW
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SECFORMS"
       MOVE SECF-2FA-MINUTES TO DISP-NUM1
       STRING AUF-FORM      DELIMITED BY SPACE ","
              AUF-FIELD
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "VERIFYFLD"
       STRING VFD-FORM      DELIMITED BY SPACE ","
              VFD-FIELD
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "FORMACL"
       STRING FACL-USER     DELIMITED BY SPACE ","
              FACL-FORM     DELIMITED BY SPACE ","
              FACL-REQ-ID
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RETAINPOL"
       MOVE RP-RETAIN-DAYS TO DISP-NUM1
       STRING DSP-USER      DELIMITED BY SPACE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              DSP-HIGH-CONTRAST-SW DELIMITED BY SIZE ","
              DISP-NUM2     DELIMITED BY SIZE  ","
              DSP-DECIMAL-CHAR DELIMITED BY SIZE ","
              DSP-GROUP-CHAR
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RUNPLAN"
       MOVE RPL-STEP-NO TO DISP-NUM1
              DISP-NUM1     DELIMITED BY SIZE  ","
              RPL-PROGNAME  DELIMITED BY SPACE ","
              RPL-ON-FAIL   DELIMITED BY SIZE  ","
              RPL-PARM      DELIMITED BY "  " ","
              RPL-RPT-FILE
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "DUALCTL"
       STRING DC-FORM
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RECFORMS"
       STRING RECF-FORM
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "EVTFORM"
       STRING EVF-FORM      DELIMITED BY SPACE ","
              EVF-EVENT
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "WQSLA"
       MOVE SLA-WARN-MINS   TO DISP-NUM1
       MOVE SLA-BREACH-MINS TO DISP-NUM2
       STRING SLA-FORM      DELIMITED BY SPACE ","
              SLA-REASON    DELIMITED BY SPACE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              DISP-NUM2     DELIMITED BY SIZE  ","
              SLA-ESC-ROLE  DELIMITED BY SPACE ","
              SLA-SUPERVISOR
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "PRTALT"
       MOVE PALT-SEQ        TO DISP-NUM1
       STRING PALT-PRINTER  DELIMITED BY SPACE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              PALT-TYPE     DELIMITED BY SIZE  ","
              PALT-ADDRESS
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "USERROLE"
       STRING UR-USER DELIMITED BY SPACE ","
              UR-ROLE
       STRING PRATE-FORM    DELIMITED BY SPACE ","
              DISP-NUM1
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "CONNRATE"
       MOVE CRATE-CENTS-PER-HOUR TO DISP-NUM1
       MOVE CRATE-CENTS-PER-SEAT TO DISP-NUM2
       MOVE CRATE-CENTS-PER-100-TXN TO DISP-NUM3
       STRING CRATE-DEPT    DELIMITED BY SPACE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              DISP-NUM2     DELIMITED BY SIZE  ","
              DISP-NUM3
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "QAPOLICY"
       MOVE QAP-SAMPLE-PCT TO DISP-NUM1
       STRING QAP-FORM      DELIMITED BY SPACE ","
       STRING SUP-USER  DELIMITED BY SPACE ","
              SUP-SUPVR
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "DIRGROUP"
       STRING DG-GROUP  DELIMITED BY "  " ","
              DG-ROLE
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SUBSCRIPTION"
       STRING SUB-RPT-PATTERN DELIMITED BY SPACE ","
              SUB-DEST-TYPE   DELIMITED BY SIZE  ","
              SUB-NONEMPTY-SW DELIMITED BY SIZE  ","
              SUB-ADDRESS
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "RUNSCHED"
       MOVE RSC-NTH TO DISP-NUM1
       STRING RSC-PLAN-NAME    DELIMITED BY SPACE ","
              RSC-DAY-RULE     DELIMITED BY SIZE  ","
              DISP-NUM1        DELIMITED BY SIZE  ","
              RSC-WEEKDAYS     DELIMITED BY SIZE  ","
              RSC-PRED-PLAN(1) DELIMITED BY SPACE " " DELIMITED BY SIZE
              RSC-PRED-PLAN(2) DELIMITED BY SPACE " " DELIMITED BY SIZE
              RSC-PRED-PLAN(3) DELIMITED BY SPACE " " DELIMITED BY SIZE
              RSC-PRED-PLAN(4) DELIMITED BY SPACE
        INTO POLADM-RECORD
      WHEN "SODRULE"
       STRING SOD-RULE-ID   DELIMITED BY SPACE ","
              SOD-KIND-1    DELIMITED BY SIZE  ","
              SOD-ITEM-1    DELIMITED BY SPACE ","
              SOD-KIND-2    DELIMITED BY SIZE  ","
              SOD-ITEM-2    DELIMITED BY SPACE ","
              SOD-DESC
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "SODEXCEPT"
       MOVE SODX-RECORD-TIME TO DISP-TIME2
       MOVE SODX-EXPIRE-TIME TO DISP-TIME3
       STRING SODX-USER        DELIMITED BY SPACE ","
              SODX-RULE-ID     DELIMITED BY SPACE ","
              SODX-RECORDED-BY DELIMITED BY SPACE ","
              DISP-TIME2       DELIMITED BY SIZE  ","
              DISP-TIME3       DELIMITED BY SIZE  ","
              SODX-REASON
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "FORMRULE"
       MOVE FRU-SEQ TO DISP-NUM1
       MOVE FRU-NUM TO DISP-NUM2
       STRING FRU-FORM       DELIMITED BY SPACE ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              FRU-KIND       DELIMITED BY SIZE  ","
              FRU-STAGE      DELIMITED BY SIZE  ","
              FRU-FIELD      DELIMITED BY SPACE ","
              FRU-OPER       DELIMITED BY SPACE ","
              FRU-FIELD2     DELIMITED BY SPACE ","
              FRU-FIELD3     DELIMITED BY SPACE ","
              DISP-NUM2     DELIMITED BY SIZE  ","
              FRU-TABLE      DELIMITED BY SPACE ","
              FRU-ITEM       DELIMITED BY SPACE ","
              FRU-ERRMSG
        DELIMITED BY SIZE INTO POLADM-RECORD
      WHEN "CURRENCY"
       MOVE CCY-DECIMALS TO DISP-NUM1
       MOVE CCY-RATE     TO DISP-RATE
       MOVE CCY-SET-TIME TO DISP-TIME2
       STRING CCY-CODE      DELIMITED BY SIZE  ","
              CCY-NAME      DELIMITED BY "  " ","
              DISP-NUM1     DELIMITED BY SIZE  ","
              DISP-RATE     DELIMITED BY SIZE  ","
              CCY-UNIT-NAME DELIMITED BY SPACE ","
              CCY-SET-BY    DELIMITED BY SPACE ","
              DISP-TIME2
        DELIMITED BY SIZE INTO POLADM-RECORD
     END-EVALUATE.
     WRITE POLADM-RECORD.
*>-----------------------------------------------------------------
     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>-----------------------------------------------------------------
*> The rate as typed ("0.0067", "1", "376.5") into CURRENCY-RATE-WRK;
*> NUMERR is left non-zero when it is not a number.
 PARSE-CURRENCY-RATE.
     MOVE 0 TO CURRENCY-RATE-WRK.
     Initialize num1 num2 numdec numerr.
     MOVE POLADM-DATA(1:14) TO num1.
     Call "NUMGET" Using num1 num2 numdec numerr.
     IF numerr = 0 AND numdec NOT > 9
        COMPUTE CURRENCY-RATE-WRK = num2 / (10 ** numdec)
     ELSE
        MOVE 1 TO numerr.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
     Move LOW-VALUES TO TCL-BUFFER.
        Move num2 To ClockSeconds
     Else
        Move 0 To ClockSeconds.
*>-----------------------------------------------------------------
*> The per-hundred-transactions rate as typed in POLADM-DATA, whole
*> cents into NUM2 (spaces - zero); NUMERR is left non-zero when it
*> is not a whole number.
 PARSE-TXN-RATE.
     Initialize num1 num2 numdec numerr.
     IF POLADM-DATA(1:14) = SPACES
        GO TO PARSE-TXN-RATE-EXIT.
     MOVE POLADM-DATA(1:14) TO num1.
     Call "NUMGET" Using num1 num2 numdec numerr.
     IF numerr = 0 AND numdec NOT = 0
        MOVE 1 TO numerr.
 PARSE-TXN-RATE-EXIT.
     EXIT.
