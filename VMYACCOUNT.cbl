>>source format free
*>*****************************************************************
*>*                    V M Y A C C O U N T                         *
*>*****************************************************************
*>   The signed-on operator's own account, on glass. Most help-desk
*>   calls ask what SECDB already knows - which forms may I open,
*>   is my firecall grant still good, why was I locked out, where
*>   am I still signed on - so this screen gathers it for the one
*>   user behind this session and nobody else:
*>     FORM ACCESS     FORMACL rows (none means every form, as
*>                     VINITFORM reads them) and live FIRECALL grants
*>     ROLES           USERROLE
*>     CERTIFICATIONS  CERTIFICATION rows still in force
*>     SESSIONS        live AUTHSESS sessions - workstation, start,
*>                     last read and idle minutes, this one marked
*>     SIGN-ON         AUTHFAIL refusals of the last thirty days and
*>                     any standing USERLOCK
*>     DEFAULTS        saved USERDFLT field defaults
*>     SUBMITTED       the operator's PENDAPPR and QAREVIEW items
*>                     still waiting on someone else
*>
*>   It is read-only but for one thing: the operator may end one of
*>   their own stale sessions by keying its number, which goes
*>   through VSESSADMIN's terminate exactly as the help desk would
*>   (SESSJRNL and ADMINLOG record it, the operator as actor). The
*>   session in use cannot be ended from itself.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VMYACCOUNT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
    COPY "vplus/SP250".
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(512) VALUE LOW-VALUES.
 01 DISP-EPOCH              PIC Z(17)9.
 01 FMT-EPOCH               PIC S9(18) COMP-5 VALUE 0.
 01 FMT-TEXT                PIC X(16) VALUE SPACES.
 01 FMT-TEXT2               PIC X(16) VALUE SPACES.
 01 DISP-IDLE               PIC Z(5)9.
 01 DISP-LINE-CNT           PIC ZZ9.
 01 IDLE-MINUTES            PIC S9(9) COMP-5 VALUE 0.
 01 FAIL-SINCE              PIC S9(18) COMP-5 VALUE 0.
 01 OPERATOR-USER           PIC X(32) VALUE SPACES.
 01 SECTION-CNT             PIC S9(4) COMP-5 VALUE 0.
 01 LINE-WRK                PIC X(120) VALUE SPACES.
 01 HEADING-WRK             PIC X(60) VALUE SPACES.

*> The sessions on the page, numbered as the operator keys them.
 01 SES-TABLE.
    05 SES-CNT              PIC S9(4) COMP-5 VALUE 0.
    05 SES-ENTRY OCCURS 9 TIMES.
       10 SES-AUTHKEY           PIC X(32).
       10 SES-CURRENT-SW        PIC X.
 01 SES-PICK                PIC 9 VALUE 0.

*> Saved across the VSESSADMIN call, which shares the COMAREA.
 01 SAVE-SESSADMIN-ACTION   PIC X(01) VALUE SPACE.
 01 SAVE-SESSADMIN-AUTHKEY  PIC X(32) VALUE SPACES.
 01 SAVE-SESSADMIN-SUPVR    PIC X(32) VALUE SPACES.

*> The account as screen lines, the first 200 kept.
 01 ACCT-TABLE.
    05 ACCT-CNT             PIC S9(4) COMP-5 VALUE 0.
    05 ACCT-LINE-TBL OCCURS 200 TIMES PIC X(120).
 01 ACCT-IDX                PIC S9(4) COMP-5 VALUE 0.
 01 ACCT-TOP                PIC S9(4) COMP-5 VALUE 0.
 01 ACCT-ROW                PIC S9(4) COMP-5 VALUE 0.
 01 ACCT-LOST               PIC S9(4) COMP-5 VALUE 0.
 01 ACCT-DONE-SW            PIC X VALUE "N".
    88 ACCT-DONE                 VALUE "Y".
 01 ACCT-STATUS-LINE        PIC X(120) VALUE SPACES.
 01 ACCT-MSG                PIC X(60) VALUE SPACES.

 01 AQ-CONVERSE-DATA.
      05  AQ-CD-RET-CODE         PIC S9(4) COMP-5.
      05  AQ-CD-LENS.
          10  AQ-CD-LEN-LEN      PIC S9(4) COMP-5.
          10  AQ-CD-IP-NUM-LEN   PIC S9(4) COMP-5.
          10  AQ-CD-IP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AQ-CD-OP-NUM-LEN   PIC S9(4) COMP-5.
          10  AQ-CD-OP-CHAR-LEN  PIC S9(4) COMP-5.
          10  AQ-CD-FIELD-LEN    PIC S9(4) COMP-5.
          10  AQ-CD-COLR-LEN     PIC S9(4) COMP-5.
          10  AQ-CD-TYPE-LEN     PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
      05  AQ-CD-DATA.
        06  AQ-CD-IP-NUM-DATA.
          10  AQ-CD-KEY          PIC S9(4) COMP-5.
          10  FILLER             PIC X(38).
        06  AQ-CD-IP-CHAR-DATA.
          10  AQ-CD-NEXT-PANEL   PIC X(8).
          10  FILLER             PIC X(94).
          10  AQ-CD-WAIT-SW      PIC X.
          10  FILLER             PIC X(3).
        06  AQ-CD-OP-NUM-DATA.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
          10  FILLER             PIC S9(4) COMP-5.
        06  AQ-CD-OP-CHAR-DATA.
          10  AQ-CD-NEW-WINDOW   PIC X.
          10  FILLER             PIC X.
        06  AQ-CD-DATABUFFER.
          10  AQ-BUF-COMMAND     PIC X(1).
        06  AQ-CD-COLR-DATA      PIC X(8).
        06  AQ-CD-TYPE-DATA      PIC X(8).

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".
 01 DS-FORM-ACL             Pic X(16) Value "FORMACL".
 01 DS-FIRECALL             Pic X(16) Value "FIRECALL".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".
 01 DS-CERTIFICATION        Pic X(16) Value "CERTIFICATION".
 01 DS-AUTH-ATTEMPT         Pic X(16) Value "AUTHFAIL".
 01 DS-USER-LOCKOUT         Pic X(16) Value "USERLOCK".
 01 DS-USER-DEFAULT         Pic X(16) Value "USERDFLT".
 01 DS-PEND-APPROVAL        Pic X(16) Value "PENDAPPR".
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".

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
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  KEYED                 PIC S9(4) COMP SYNC VALUE 7.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VMYACCOUNT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VMYACCOUNT "
      delimited by "  " into INTR-CALLNAME.

     PERFORM BUILD-ACCOUNT THRU BUILD-ACCOUNT-EXIT.
     IF CSTATUS NOT = 0
      GO TO VMYACCOUNT-RETURN.

     PERFORM SHOW-ACCOUNT.

 VMYACCOUNT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Everything the screen shows, read fresh - at first and again
*> after each session is ended. The database is closed before the
*> screen comes up and before VSESSADMIN opens its own.
 BUILD-ACCOUNT.
     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VMYACCOUNT" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      GO TO BUILD-ACCOUNT-EXIT.

     PERFORM GET-OPERATOR-USER.
     IF OPERATOR-USER = SPACES
      CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA
      MOVE "VMYACCOUNT" TO INTR-ERRNAME
      MOVE 94           TO INTR-ERRNUM
      MOVE 94           TO CSTATUS
      MOVE "NO SIGNED-ON USER FOR THIS SESSION" TO END-MSG
      GO TO BUILD-ACCOUNT-EXIT.

     PERFORM Get-ClockSeconds.
     MOVE 0 TO ACCT-CNT ACCT-LOST SES-CNT.
     MOVE SPACES TO LINE-WRK.

     PERFORM LIST-FORM-ACCESS THRU LIST-FORM-ACCESS-EXIT.
     PERFORM LIST-FIRECALL-GRANTS THRU LIST-FIRECALL-GRANTS-EXIT.
     PERFORM LIST-ROLES THRU LIST-ROLES-EXIT.
     PERFORM LIST-CERTIFICATIONS THRU LIST-CERTIFICATIONS-EXIT.
     PERFORM LIST-SESSIONS.
     PERFORM LIST-SIGN-ON-TROUBLE THRU LIST-SIGN-ON-TROUBLE-EXIT.
     PERFORM LIST-DEFAULTS THRU LIST-DEFAULTS-EXIT.
     PERFORM LIST-SUBMITTED.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 BUILD-ACCOUNT-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 GET-OPERATOR-USER.
     MOVE SPACES TO OPERATOR-USER.
     MOVE "AUTHKEY;"  TO SEARCH-ITEM.
     MOVE AF-Auth-ID  TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION CHAINED
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF NOT IMAGE-ERRORS
       MOVE AUTHSESS-USER TO OPERATOR-USER.
*>-----------------------------------------------------------------
*> One line into the table; past 200 the line is only counted.
 ADD-LINE.
     IF ACCT-CNT < 200
      ADD 1 TO ACCT-CNT
      MOVE LINE-WRK TO ACCT-LINE-TBL(ACCT-CNT)
     ELSE
      ADD 1 TO ACCT-LOST.
     MOVE SPACES TO LINE-WRK.
*>-----------------------------------------------------------------
*> The section title, a blank line above all but the first.
 ADD-HEADING.
     MOVE SPACES TO LINE-WRK.
     IF ACCT-CNT > 0
      PERFORM ADD-LINE.
     MOVE HEADING-WRK TO LINE-WRK.
     PERFORM ADD-LINE.
     MOVE 0 TO SECTION-CNT.
*>-----------------------------------------------------------------
*> The standing grants, read the way VINITFORM's access check
*> reads them.
 LIST-FORM-ACCESS.
     MOVE "FORM ACCESS" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FORM-ACL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN = ZERO
      MOVE "  NO FORM RESTRICTIONS - EVERY FORM MAY BE OPENED"
        TO LINE-WRK
      PERFORM ADD-LINE
      GO TO LIST-FORM-ACCESS-EXIT.
     PERFORM UNTIL END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-FORM-ACL CHAINED
          STATUS-AREA ALL-ITEMS DB-FORM-ACL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-CHAIN
       CALL "DBEXPLAIN" USING STATUS-AREA
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       IF FACL-FORM = "@"
        MOVE "  EVERY FORM (GRANTED @)" TO LINE-WRK
       ELSE
        MOVE FACL-FORM TO LINE-WRK(3:15)
       END-IF
       IF FACL-REQ-ID NOT = SPACES
        STRING "ACCESS REQUEST " FACL-REQ-ID
         DELIMITED BY SIZE INTO LINE-WRK(30:30)
       END-IF
       PERFORM ADD-LINE
      END-IF
     END-PERFORM.
 LIST-FORM-ACCESS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Emergency grants still active and inside their expiry.
 LIST-FIRECALL-GRANTS.
     MOVE "FIRECALL GRANTS" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-FIRECALL
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-FIRECALL CHAINED
           STATUS-AREA ALL-ITEMS DB-FIRECALL NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND FCG-ACTIVE
          AND FCG-EXPIRE-TIME > ClockSeconds
        MOVE FCG-EXPIRE-TIME TO FMT-EPOCH
        PERFORM FORMAT-TIME
        MOVE FCG-FORM TO LINE-WRK(3:15)
        STRING "GRANTED BY " DELIMITED BY SIZE
               FCG-GRANTED-BY DELIMITED BY SPACE
               "  UNTIL " FMT-TEXT DELIMITED BY SIZE
         INTO LINE-WRK(19:80)
        PERFORM ADD-LINE
        ADD 1 TO SECTION-CNT
       END-IF
      END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NONE IN FORCE" TO LINE-WRK
      PERFORM ADD-LINE.
 LIST-FIRECALL-GRANTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LIST-ROLES.
     MOVE "ROLES" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-USER-ROLE
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-USER-ROLE CHAINED
           STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        MOVE UR-ROLE TO LINE-WRK(3:16)
        PERFORM ADD-LINE
        ADD 1 TO SECTION-CNT
       END-IF
      END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NONE" TO LINE-WRK
      PERFORM ADD-LINE.
 LIST-ROLES-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Active certifications; one past its expiry says so, since the
*> form it gates will refuse the operator.
 LIST-CERTIFICATIONS.
     MOVE "CERTIFICATIONS" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-CERTIFICATION
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-CERTIFICATION CHAINED
           STATUS-AREA ALL-ITEMS DB-CERTIFICATION NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND CERT-ACTIVE
        MOVE CERT-EARNED-TIME TO FMT-EPOCH
        PERFORM FORMAT-TIME
        MOVE FMT-TEXT TO FMT-TEXT2
        MOVE CERT-CODE TO LINE-WRK(3:16)
        IF CERT-EXPIRE-TIME > 0
         MOVE CERT-EXPIRE-TIME TO FMT-EPOCH
         PERFORM FORMAT-TIME
        ELSE
         MOVE "NEVER" TO FMT-TEXT
        END-IF
        STRING "EARNED " FMT-TEXT2 "  EXPIRES " FMT-TEXT
         DELIMITED BY SIZE INTO LINE-WRK(20:50)
        IF CERT-EXPIRE-TIME > 0 AND CERT-EXPIRE-TIME < ClockSeconds
         MOVE "** EXPIRED **" TO LINE-WRK(72:13)
        END-IF
        PERFORM ADD-LINE
        ADD 1 TO SECTION-CNT
       END-IF
      END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NONE" TO LINE-WRK
      PERFORM ADD-LINE.
 LIST-CERTIFICATIONS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Every live session of this user - running, screen-locked,
*> parked or held - numbered for the end-session key. There is no
*> user search item on AUTHSESS, so the scan is serial, as the
*> session console's listing is - rewound first, since finding the
*> operator left the dataset positioned on their own entry.
 LIST-SESSIONS.
     MOVE "SESSIONS (KEY THE NUMBER TO END ONE)" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     CALL "DBCLOSE" USING Secdb-Database DS-AUTH-SESSION
         MODE-3 STATUS-AREA.
     CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
         STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF AUTHSESS-USER = OPERATOR-USER
         AND (AUTHSESS-LOCK = "OK" OR AUTHSESS-LOCK = "SL"
           OR AUTHSESS-LOCK = "PK" OR AUTHSESS-LOCK = "HJ")
       PERFORM FORMAT-SESSION-LINE
      END-IF
      CALL "DBGET" USING Secdb-Database DS-AUTH-SESSION SERIAL
          STATUS-AREA ALL-ITEMS DB-AUTH-SESSION NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NONE" TO LINE-WRK
      PERFORM ADD-LINE.
*>-----------------------------------------------------------------
*> Number, workstation, started, last read and idle time, lock.
*> Only the first nine can be keyed; the rest are still shown.
 FORMAT-SESSION-LINE.
     ADD 1 TO SECTION-CNT.
     IF SES-CNT < 9
      ADD 1 TO SES-CNT
      MOVE AUTHSESS-AUTHKEY TO SES-AUTHKEY(SES-CNT)
      MOVE "N" TO SES-CURRENT-SW(SES-CNT)
      IF AUTHSESS-AUTHKEY = AF-Auth-ID
       MOVE "Y" TO SES-CURRENT-SW(SES-CNT)
      END-IF
      MOVE SES-CNT TO SES-PICK
      MOVE SES-PICK TO LINE-WRK(2:1).
     MOVE AUTHSESS-IPADDR TO LINE-WRK(4:16).
     MOVE AUTHSESS-SLDEV  TO LINE-WRK(21:6).
     MOVE AUTHSESS-START-TIME TO FMT-EPOCH.
     PERFORM FORMAT-TIME.
     STRING "START " FMT-TEXT DELIMITED BY SIZE INTO LINE-WRK(28:22).
     MOVE AUTHSESS-READ-TIME TO FMT-EPOCH.
     PERFORM FORMAT-TIME.
     STRING "LAST " FMT-TEXT DELIMITED BY SIZE INTO LINE-WRK(51:21).
     MOVE 0 TO IDLE-MINUTES.
     IF AUTHSESS-READ-TIME > 0 AND ClockSeconds > AUTHSESS-READ-TIME
      COMPUTE IDLE-MINUTES = (ClockSeconds - AUTHSESS-READ-TIME) / 60
      END-COMPUTE.
     MOVE IDLE-MINUTES TO DISP-IDLE.
     STRING "IDLE" DISP-IDLE " MIN" DELIMITED BY SIZE
      INTO LINE-WRK(73:14).
     STRING "LOCK " AUTHSESS-LOCK DELIMITED BY SIZE
      INTO LINE-WRK(88:7).
     IF AUTHSESS-AUTHKEY = AF-Auth-ID
      MOVE "(THIS SESSION)" TO LINE-WRK(96:14).
     PERFORM ADD-LINE.
*>-----------------------------------------------------------------
*> Refused sign-ons of the last thirty days, and the automatic
*> lockout VPUTAUTH leaves when there were too many.
 LIST-SIGN-ON-TROUBLE.
     MOVE "SIGN-ON REFUSALS (LAST 30 DAYS) AND LOCKOUT" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     COMPUTE FAIL-SINCE = ClockSeconds - (30 * 86400) END-COMPUTE.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-AUTH-ATTEMPT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-AUTH-ATTEMPT CHAINED
           STATUS-AREA ALL-ITEMS DB-AUTH-ATTEMPT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN AND AT-TIME NOT < FAIL-SINCE
        MOVE AT-TIME TO FMT-EPOCH
        PERFORM FORMAT-TIME
        STRING FMT-TEXT "  REFUSED FROM " AT-IPADDR
               "  REASON " AT-REASON
         DELIMITED BY SIZE INTO LINE-WRK(3:70)
        PERFORM ADD-LINE
        ADD 1 TO SECTION-CNT
       END-IF
      END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NO REFUSED SIGN-ONS" TO LINE-WRK
      PERFORM ADD-LINE.

     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBGET" USING Secdb-Database DS-USER-LOCKOUT KEYED
         STATUS-AREA ALL-ITEMS DB-USER-LOCKOUT SEARCH-KEY.
     IF IMAGE-ERRORS
      MOVE "  NOT LOCKED OUT" TO LINE-WRK
      PERFORM ADD-LINE
      GO TO LIST-SIGN-ON-TROUBLE-EXIT.
     MOVE UL-LOCK-TIME TO FMT-EPOCH.
     PERFORM FORMAT-TIME.
     STRING "  ** LOCKED OUT SINCE " FMT-TEXT "  REASON " UL-REASON
            " - THE HELP DESK CAN UNLOCK IT **"
      DELIMITED BY SIZE INTO LINE-WRK.
     PERFORM ADD-LINE.
 LIST-SIGN-ON-TROUBLE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 LIST-DEFAULTS.
     MOVE "SAVED FIELD DEFAULTS" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     MOVE "USERNAME;"   TO SEARCH-ITEM.
     MOVE OPERATOR-USER TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-USER-DEFAULT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-USER-DEFAULT CHAINED
           STATUS-AREA ALL-ITEMS DB-USER-DEFAULT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        MOVE UD-FIELD-NAME TO LINE-WRK(3:16)
        MOVE "="           TO LINE-WRK(20:1)
        MOVE UD-VALUE      TO LINE-WRK(22:64)
        PERFORM ADD-LINE
        ADD 1 TO SECTION-CNT
       END-IF
      END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NONE" TO LINE-WRK
      PERFORM ADD-LINE.
 LIST-DEFAULTS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Work the operator submitted that still waits on someone else -
*> an approval not yet decided, a QA sample not yet reviewed.
*> Neither dataset is searchable by user, so both are read serially
*> as VQAREVIEW reads its queue.
 LIST-SUBMITTED.
     MOVE "SUBMITTED AND STILL PENDING" TO HEADING-WRK.
     PERFORM ADD-HEADING.
     CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
         STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF PA-USER = OPERATOR-USER AND PA-PENDING
       MOVE PA-TIME TO FMT-EPOCH
       PERFORM FORMAT-TIME
       STRING "APPROVAL   " PA-ID " " PA-FORM " SUBMITTED " FMT-TEXT
        DELIMITED BY SIZE INTO LINE-WRK(3:70)
       IF PA-ON-BEHALF-OF NOT = SPACES
        STRING "FOR " DELIMITED BY SIZE
               PA-ON-BEHALF-OF DELIMITED BY SPACE
         INTO LINE-WRK(74:40)
       END-IF
       PERFORM ADD-LINE
       ADD 1 TO SECTION-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PEND-APPROVAL SERIAL
          STATUS-AREA ALL-ITEMS DB-PEND-APPROVAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.

     CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
         STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF QR-USER = OPERATOR-USER AND QR-PENDING
       MOVE QR-TIME TO FMT-EPOCH
       PERFORM FORMAT-TIME
       STRING "QA REVIEW  " QR-ID " " QR-FORM " COMPLETED " FMT-TEXT
        DELIMITED BY SIZE INTO LINE-WRK(3:70)
       PERFORM ADD-LINE
       ADD 1 TO SECTION-CNT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-QA-REVIEW SERIAL
          STATUS-AREA ALL-ITEMS DB-QA-REVIEW NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
     IF SECTION-CNT = 0
      MOVE "  NOTHING PENDING" TO LINE-WRK
      PERFORM ADD-LINE.
*>-----------------------------------------------------------------
*> Clock seconds as "YYYY-MM-DD HH:MM", the way VMAINTWIN shows a
*> window's start; zero is a dash.
 FORMAT-TIME.
     MOVE "-" TO FMT-TEXT.
     IF FMT-EPOCH > 0
      MOVE FMT-EPOCH TO DISP-EPOCH
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "set MYATIME [clock format " DELIMITED BY SIZE
             DISP-EPOCH                   DELIMITED BY SIZE
             " -format {%Y-%m-%d %H:%M}]" DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      IF TCL-RESULT = 0
       MOVE LOW-VALUES TO TCL-VARNAME
       MOVE SPACES TO TCL-BUFFER
       STRING "MYATIME" DELIMITED BY SIZE INTO TCL-VARNAME
       CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
       MOVE SPACES TO FMT-TEXT
       STRING TCL-BUFFER DELIMITED BY X"00" INTO FMT-TEXT.
*>-----------------------------------------------------------------
*> VARCHINQ's popup: twelve lines a page, Enter pages forward
*> wrapping to the top, Escape closes. A session number in the
*> command field ends that session and the account is read again.
 SHOW-ACCOUNT.
     PERFORM OPEN-ACCOUNT-WINDOW.
     MOVE 1 TO ACCT-TOP.
     MOVE SPACES TO ACCT-MSG.
     PERFORM PAINT-ACCOUNT-PAGE.

     MOVE "N" TO ACCT-DONE-SW.
     PERFORM UNTIL ACCT-DONE
      PERFORM CONVERSE-ACCOUNT
      IF AQ-CD-KEY = SP2-KEY-ESCAPE OR AQ-CD-RET-CODE NOT = 0
       SET ACCT-DONE TO TRUE
      ELSE
       MOVE SPACES TO ACCT-MSG
       IF AQ-BUF-COMMAND = SPACES
        ADD 12 TO ACCT-TOP
        IF ACCT-TOP > ACCT-CNT
         MOVE 1 TO ACCT-TOP
        END-IF
       ELSE
        PERFORM END-OWN-SESSION THRU END-OWN-SESSION-EXIT
        IF ACCT-TOP > ACCT-CNT
         MOVE 1 TO ACCT-TOP
        END-IF
       END-IF
       PERFORM PAINT-ACCOUNT-PAGE
      END-IF
     END-PERFORM.

     CALL "SP2" USING SP2-CLOSE-WINDOW SP2-NULL-PARM.
     MOVE SP2-MOUSE-ARROW TO SP2-NP-RET-CODE.
     CALL "SP2" USING SP2-SET-MOUSE-SHAPE SP2-NULL-PARM.
*>-----------------------------------------------------------------
*> The keyed session goes through the session console's terminate,
*> the operator as its actor. The caller's own SESSADMIN request
*> fields are put back afterwards, and a failure is reported on the
*> screen rather than returned - the account view itself is fine.
 END-OWN-SESSION.
     IF AQ-BUF-COMMAND NOT NUMERIC
      MOVE "KEY A SESSION NUMBER, ENTER TO PAGE OR ESC TO CLOSE"
        TO ACCT-MSG
      GO TO END-OWN-SESSION-EXIT.
     MOVE AQ-BUF-COMMAND TO SES-PICK.
     IF SES-PICK < 1 OR SES-PICK > SES-CNT
      MOVE "NO SUCH SESSION NUMBER" TO ACCT-MSG
      GO TO END-OWN-SESSION-EXIT.
     IF SES-CURRENT-SW(SES-PICK) = "Y"
      MOVE "THE SESSION IN USE CANNOT BE ENDED FROM HERE" TO ACCT-MSG
      GO TO END-OWN-SESSION-EXIT.

     MOVE SESSADMIN-ACTION     TO SAVE-SESSADMIN-ACTION.
     MOVE SESSADMIN-AUTHKEY    TO SAVE-SESSADMIN-AUTHKEY.
     MOVE SESSADMIN-SUPVR-USER TO SAVE-SESSADMIN-SUPVR.
     MOVE "T"                  TO SESSADMIN-ACTION.
     MOVE SES-AUTHKEY(SES-PICK) TO SESSADMIN-AUTHKEY.
     MOVE SPACES               TO SESSADMIN-SUPVR-USER.
     CALL "VSESSADMIN" USING COMAREA.
     MOVE SAVE-SESSADMIN-ACTION  TO SESSADMIN-ACTION.
     MOVE SAVE-SESSADMIN-AUTHKEY TO SESSADMIN-AUTHKEY.
     MOVE SAVE-SESSADMIN-SUPVR   TO SESSADMIN-SUPVR-USER.

     IF CSTATUS NOT = 0
      MOVE 0 TO CSTATUS
      MOVE SPACES TO ACCT-MSG
      STRING "SESSION " SES-PICK " COULD NOT BE ENDED"
       DELIMITED BY SIZE INTO ACCT-MSG
      GO TO END-OWN-SESSION-EXIT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VMYACCOUNT "
      delimited by "  " into INTR-CALLNAME.
     MOVE SPACES TO ACCT-MSG.
     STRING "SESSION " SES-PICK " ENDED"
      DELIMITED BY SIZE INTO ACCT-MSG.
     PERFORM BUILD-ACCOUNT THRU BUILD-ACCOUNT-EXIT.
     IF CSTATUS NOT = 0
      MOVE 0 TO CSTATUS
      MOVE "SESSION ENDED - THE ACCOUNT COULD NOT BE READ AGAIN"
        TO ACCT-MSG.
 END-OWN-SESSION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 OPEN-ACCOUNT-WINDOW.
     MOVE LOW-VALUES TO SP2-WD-DATA.
     MOVE "VMYACWIN"           TO SP2-WD-NAME.
     MOVE "MY ACCOUNT"         TO SP2-WD-TITLE.
     MOVE "d"                  TO SP2-WD-BOR-TYPE.
     MOVE 740                  TO SP2-WD-WIDTH.
     MOVE 200                  TO SP2-WD-HEIGHT.
     MOVE 1                    TO SP2-WD-CELL-WIDTH.
     MOVE 2                    TO SP2-WD-CELL-HEIGHT.
     MOVE -1                   TO SP2-WD-ROW.
     MOVE -1                   TO SP2-WD-COL.
     CALL "SP2" USING SP2-OPEN-WINDOW SP2-WINDOW-DEF.

     MOVE LOW-VALUES TO SP2-PANEL-DEF.
     MOVE "VMYACPAN"           TO SP2-PD-NAME.
     MOVE "Account"            TO SP2-PD-TITLE.
     MOVE 720                  TO SP2-PD-WIDTH.
     MOVE 190                  TO SP2-PD-HEIGHT.
     MOVE 1                    TO SP2-PD-FLD-CNT.
     MOVE 1                    TO SP2-PD-PROG-CNT.
     MOVE 8                    TO SP2-PD-PROG-LEN.
     CALL "SP2" USING SP2-SET-PANEL-DEF SP2-PANEL-DEF.

     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 120                  TO SP2-SD-VAR-LEN.
     Move 120                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.
     Move 20                   TO SP2-SD-ID.
     Move 11                   TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE SPACES TO SP2-SD-TEXT.
     STRING "WHAT THE SYSTEM HOLDS FOR " DELIMITED BY SIZE
            OPERATOR-USER DELIMITED BY SPACE
      INTO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.

     PERFORM CREATE-COMMAND-FIELD.
*>-----------------------------------------------------------------
 CREATE-COMMAND-FIELD.
     MOVE LOW-VALUES           TO SP2-FIELD-DEF.
     MOVE +30                  TO SP2-FD-LEN-LEN.
     MOVE +52                  TO SP2-FD-NUM-LEN.
     MOVE +74                  TO SP2-FD-CHAR-LEN.
     MOVE  -1                  TO SP2-FD-LENL-LEN.
     MOVE +44                  TO SP2-FD-NUML-LEN.
     MOVE 1                    TO SP2-FD-ID.
     MOVE "MACMD"              TO SP2-FD-NAME.
     MOVE 176                  TO SP2-FD-ROW.
     MOVE 9                    TO SP2-FD-COL.
     MOVE 20                   TO SP2-FD-WIDTH.
     MOVE 1                    TO SP2-FD-MAX-LEN.
     MOVE 1                    TO SP2-FD-PROG-LEN.
     MOVE 1                    TO SP2-FD-FLD-NUM.
     MOVE 1                    TO SP2-FD-TAB-NUM.
     MOVE 1                    TO SP2-FD-FONT-ID.
     CALL "SP2" USING SP2-SET-FIELD-DEF SP2-FIELD-DEF.
*>-----------------------------------------------------------------
 PAINT-ACCOUNT-PAGE.
     MOVE LOW-VALUES           TO SP2-STATIC-DEF.
     Move +10                  TO SP2-SD-LEN-LEN.
     Move +12                  TO SP2-SD-NUM-LEN.
     Move +4                   TO SP2-SD-CHAR-LEN.
     Move 120                  TO SP2-SD-VAR-LEN.
     Move 120                  TO SP2-SD-TEXT-LEN.
     Move 1                    TO SP2-SD-FONT-ID.
     Move 'l'                  TO SP2-SD-JUSTIFY.

     PERFORM VARYING ACCT-ROW FROM 1 BY 1 UNTIL ACCT-ROW > 12
      COMPUTE SP2-SD-ID = 20 + ACCT-ROW END-COMPUTE
      COMPUTE SP2-SD-ROW = 11 + (ACCT-ROW * 11) END-COMPUTE
      Move 9 TO SP2-SD-COL
      COMPUTE ACCT-IDX = ACCT-TOP + ACCT-ROW - 1 END-COMPUTE
      IF ACCT-IDX NOT > ACCT-CNT
       MOVE ACCT-LINE-TBL(ACCT-IDX) TO SP2-SD-TEXT
      ELSE
       MOVE SPACES TO SP2-SD-TEXT
      END-IF
      CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF
     END-PERFORM.

     MOVE SPACES TO ACCT-STATUS-LINE.
     IF ACCT-MSG NOT = SPACES
      STRING ACCT-MSG DELIMITED BY "  "
             " - ENTER PAGES, ESC CLOSES" DELIMITED BY SIZE
       INTO ACCT-STATUS-LINE
     ELSE
      MOVE ACCT-CNT TO DISP-LINE-CNT
      IF ACCT-LOST > 0
       STRING DISP-LINE-CNT " LINES SHOWN, MORE NOT - "
              "ENTER PAGES, SESSION NUMBER ENDS IT, ESC CLOSES"
        DELIMITED BY SIZE INTO ACCT-STATUS-LINE
      ELSE
       STRING DISP-LINE-CNT " LINES - "
              "ENTER PAGES, SESSION NUMBER ENDS IT, ESC CLOSES"
        DELIMITED BY SIZE INTO ACCT-STATUS-LINE.
     MOVE 33                   TO SP2-SD-ID.
     MOVE 154                  TO SP2-SD-ROW.
     Move 9                    TO SP2-SD-COL.
     MOVE ACCT-STATUS-LINE     TO SP2-SD-TEXT.
     CALL "SP2" USING SP2-SET-STATIC-DEF SP2-STATIC-DEF.
*>-----------------------------------------------------------------
 CONVERSE-ACCOUNT.
     MOVE LOW-VALUES TO AQ-CD-DATA.
     COMPUTE AQ-CD-LEN-LEN      = FUNCTION LENGTH(AQ-CD-LENS).
     COMPUTE AQ-CD-IP-NUM-LEN   = FUNCTION LENGTH(AQ-CD-IP-NUM-DATA).
     COMPUTE AQ-CD-IP-CHAR-LEN  = FUNCTION LENGTH(AQ-CD-IP-CHAR-DATA).
     COMPUTE AQ-CD-OP-NUM-LEN   = FUNCTION LENGTH(AQ-CD-OP-NUM-DATA).
     COMPUTE AQ-CD-OP-CHAR-LEN  = FUNCTION LENGTH(AQ-CD-OP-CHAR-DATA).
     COMPUTE AQ-CD-FIELD-LEN    = FUNCTION LENGTH(AQ-CD-DATABUFFER).
     COMPUTE AQ-CD-COLR-LEN     = FUNCTION LENGTH(AQ-CD-COLR-DATA).
     COMPUTE AQ-CD-TYPE-LEN     = FUNCTION LENGTH(AQ-CD-TYPE-DATA).
     MOVE "VMYACPAN" TO AQ-CD-NEXT-PANEL.
     MOVE "a"        TO AQ-CD-WAIT-SW.
     MOVE "x"        TO AQ-CD-NEW-WINDOW.
     MOVE SPACES     TO AQ-CD-DATABUFFER.
     CALL "SP2" USING SP2-SET-PANEL-FIELDS AQ-CD-DATABUFFER.
     CALL "SP2" USING SP2-CONVERSE-PANEL AQ-CONVERSE-DATA.
*>-----------------------------------------------------------------
 Get-ClockSeconds.
     Move LOW-VALUES TO TCL-BUFFER.
     Move 0 To TCL-RESULT.
     Move 0 To ClockSeconds.
     String "set STIME [clock seconds]" delimited by size into TCL-BUFFER.
     CALL "TCLEVAL" USING My-Tcl TCL-BUFFER TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "STIME" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     String TCL-BUFFER delimited by x"00" into num1
     Call "NUMGET" Using num1 num2 numdec numerr
     If Numdec = 0 and Numerr = 0
        Move num2 To ClockSeconds
     Else
        Move 0 To ClockSeconds.
