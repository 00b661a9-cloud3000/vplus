>>source format free
*>*****************************************************************
*>*                      V V I E W A N O M                         *
*>*****************************************************************
*>   Nightly peer-baseline review of sensitive-data browsing, run by
*>   the scheduler (a RUNPLAN step). A fixed ALERTRULE count cannot
*>   tell a collections clerk's ordinary volume from a teller who
*>   suddenly pages through 400 accounts, so this compares each user
*>   against their own history and against their peers instead.
*>   For every user and form it counts VIEWLOG (sensitive panels
*>   looked at) and DATAJRNL (fields changed) for the day examined
*>   and for the baseline window before it, giving the user's normal
*>   daily volume. Every USERROLE role gets the same per-member
*>   daily volume for the form; a user's peer baseline is the most
*>   generous of their roles, or the whole shop for a user with no
*>   role at all. A user/form is flagged when
*>     VOLUME   today's views (or changes) reach VIEWANOM-MIN-COUNT
*>              and exceed VIEWANOM-FACTOR times both the user's own
*>              and the peer daily average
*>     VIEWONLY the user viewed records on a form somebody does
*>              maintain, yet changed nothing on it all window
*>   The flags are ranked by how many times normal the day was and
*>   written to the review list for the security office; each flag
*>   also goes to the SIEM feed through VSECEVENT ("BV" view volume,
*>   "BC" change volume, "VN" viewed but never changed).
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VVIEWANOM.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT VIEWANOM-FILE
        ASSIGN TO VIEWANOM-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VANM-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  VIEWANOM-FILE.
 01  VIEWANOM-RECORD              PIC X(160).
 WORKING-STORAGE SECTION.
 01 VANM-STATUS1            PIC XX.
 01 VIEWANOM-FILE-NAME-WRK  PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".

 01 WINDOW-DAYS             PIC S9(4) COMP-5 VALUE 0.
 01 ANOM-FACTOR             PIC S9(4) COMP-5 VALUE 0.
 01 MIN-COUNT               PIC S9(4) COMP-5 VALUE 0.
 01 END-TIME                PIC S9(18) COMP-5 VALUE 0.
 01 TODAY-START             PIC S9(18) COMP-5 VALUE 0.
 01 WINDOW-START            PIC S9(18) COMP-5 VALUE 0.
 01 FIND-USER               PIC X(32) VALUE SPACES.
 01 FIND-FORM               PIC X(15) VALUE SPACES.
 01 FIND-ROLE               PIC X(16) VALUE SPACES.
 01 ACTIVE-USERS            PIC S9(8) COMP-5 VALUE 0.
 01 ROLE-HELD-SW            PIC X VALUE "N".
    88 USER-HAS-ROLE            VALUE "Y".
 01 FIRST-SEEN-SW           PIC X VALUE "N".
    88 USER-FIRST-SEEN          VALUE "Y".
 01 SKIPPED-CNT             PIC S9(8) COMP-5 VALUE 0.

 01 USER-AVG-V              PIC S9(7)V99 COMP-3 VALUE 0.
 01 USER-AVG-C              PIC S9(7)V99 COMP-3 VALUE 0.
 01 PEER-AVG-V              PIC S9(7)V99 COMP-3 VALUE 0.
 01 PEER-AVG-C              PIC S9(7)V99 COMP-3 VALUE 0.
 01 ROLE-AVG-V              PIC S9(7)V99 COMP-3 VALUE 0.
 01 ROLE-AVG-C              PIC S9(7)V99 COMP-3 VALUE 0.
 01 NORMAL-V                PIC S9(7)V99 COMP-3 VALUE 0.
 01 NORMAL-C                PIC S9(7)V99 COMP-3 VALUE 0.
 01 RATIO-V                 PIC S9(7)V9 COMP-3 VALUE 0.
 01 RATIO-C                 PIC S9(7)V9 COMP-3 VALUE 0.
 01 PEER-DIVISOR            PIC S9(8) COMP-5 VALUE 0.
 01 SHOP-CHGS               PIC S9(8) COMP-5 VALUE 0.

 01 DISP-CNT                PIC Z(7)9.
 01 DISP-AVG                PIC Z(6)9.99.
 01 DISP-SCORE              PIC Z(6)9.9.
 01 DISP-RANK               PIC Z(4)9.
 01 CNT-TEXT                PIC X(12) VALUE SPACES.
 01 LEAD-CNT                PIC S9(4) COMP-5 VALUE 0.
 01 LINE-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 ANOM-LINE               PIC X(160) VALUE SPACES.

*> One entry per user and form seen in the window. Today's counts
*> and the baseline counts are kept apart; the averages, score and
*> reasons are filled in by the evaluation pass.
 01 UF-TABLE.
    05 UF-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 UF-ENTRY OCCURS 3000 TIMES.
       10 UF-USER               PIC X(32).
       10 UF-FORM               PIC X(15).
       10 UF-TODAY-VIEWS        PIC S9(8) COMP-5.
       10 UF-TODAY-CHGS         PIC S9(8) COMP-5.
       10 UF-BASE-VIEWS         PIC S9(8) COMP-5.
       10 UF-BASE-CHGS          PIC S9(8) COMP-5.
       10 UF-USER-AVG-V         PIC S9(7)V99 COMP-3.
       10 UF-PEER-AVG-V         PIC S9(7)V99 COMP-3.
       10 UF-SCORE              PIC S9(7)V9 COMP-3.
       10 UF-VIEW-VOL-SW        PIC X(01).
          88 UF-VIEW-VOLUME             VALUE "Y".
       10 UF-CHG-VOL-SW         PIC X(01).
          88 UF-CHG-VOLUME              VALUE "Y".
       10 UF-VIEW-ONLY-SW       PIC X(01).
          88 UF-VIEW-ONLY               VALUE "Y".
 01 UF-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 UF-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.

*> USERROLE membership, and the member count of every role.
 01 RM-TABLE.
    05 RM-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 RM-ENTRY OCCURS 2000 TIMES.
       10 RM-USER               PIC X(32).
       10 RM-ROLE               PIC X(16).
 01 RM-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 RC-TABLE.
    05 RC-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 RC-ENTRY OCCURS 200 TIMES.
       10 RC-ROLE               PIC X(16).
       10 RC-MEMBERS            PIC S9(8) COMP-5.
 01 RC-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 RC-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.

*> Baseline totals per role and form. "@ALL" is the whole shop,
*> the peer group of a user who holds no role.
 01 RF-TABLE.
    05 RF-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 RF-ENTRY OCCURS 3000 TIMES.
       10 RF-ROLE               PIC X(16).
       10 RF-FORM               PIC X(15).
       10 RF-BASE-VIEWS         PIC S9(8) COMP-5.
       10 RF-BASE-CHGS          PIC S9(8) COMP-5.
 01 RF-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 RF-SCAN-IDX             PIC S9(4) COMP-5 VALUE 0.
 01 ALL-ROLE                PIC X(16) VALUE "@ALL".

*> The flagged entries, ranked by score.
 01 FL-TABLE.
    05 FL-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 FL-UF-IDX OCCURS 3000 TIMES PIC S9(4) COMP-5.
 01 FL-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 FL-IDX2                 PIC S9(4) COMP-5 VALUE 0.
 01 FL-SWAP                 PIC S9(4) COMP-5 VALUE 0.
 01 FL-SWAPPED-SW           PIC X VALUE "N".
    88 FL-SWAPPED               VALUE "Y".

 01 SEC-EVENT.
    02 SEV-EPOCH    Pic S9(18) Comp-5 Value 0.
    02 SEV-USER     Pic X(32) Value Spaces.
    02 SEV-IPADDR   Pic X(16) Value Spaces.
    02 SEV-SCREEN   Pic X(15) Value Spaces.
    02 SEV-REASON   Pic X(02) Value Spaces.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-VIEW-LOG             Pic X(16) Value "VIEWLOG".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-USER-ROLE            Pic X(16) Value "USERROLE".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
     03  ENTRIES-IN-CHAIN  PIC S9(9) COMP.
     03  PREV-RECORD-NO    PIC S9(9) COMP.
     03  NEXT-RECORD-NO    PIC S9(9) COMP.

 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VVIEWANOM.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO VIEWANOM-FLAG-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VVIEWANOM "
      delimited by "  " into INTR-CALLNAME.

     MOVE VIEWANOM-WINDOW-DAYS TO WINDOW-DAYS.
     IF WINDOW-DAYS NOT > 0
      MOVE 30 TO WINDOW-DAYS.
     MOVE VIEWANOM-FACTOR TO ANOM-FACTOR.
     IF ANOM-FACTOR NOT > 0
      MOVE 5 TO ANOM-FACTOR.
     MOVE VIEWANOM-MIN-COUNT TO MIN-COUNT.
     IF MIN-COUNT NOT > 0
      MOVE 20 TO MIN-COUNT.

     MOVE "VIEWANOM.RPT" TO VIEWANOM-FILE-NAME-WRK.
     IF VIEWANOM-RPT-NAME NOT = SPACES
      MOVE VIEWANOM-RPT-NAME TO VIEWANOM-FILE-NAME-WRK.
     OPEN OUTPUT VIEWANOM-FILE.
     IF VANM-STATUS1 NOT = "00"
      MOVE "VVIEWANOM" TO INTR-ERRNAME
      MOVE 35          TO INTR-ERRNUM
      MOVE 35          TO CSTATUS
      GO TO VVIEWANOM-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VVIEWANOM" TO INTR-ERRNAME
      MOVE 50          TO INTR-ERRNUM
      MOVE 50          TO CSTATUS
      CLOSE VIEWANOM-FILE
      GO TO VVIEWANOM-RETURN.

     MOVE VIEWANOM-END-TIME TO END-TIME.
     IF END-TIME NOT > 0
      PERFORM Get-ClockSeconds
      MOVE ClockSeconds TO END-TIME.
     COMPUTE TODAY-START  = END-TIME - 86400.
     COMPUTE WINDOW-START = TODAY-START - (WINDOW-DAYS * 86400).

     PERFORM COUNT-VIEW-LOG.
     PERFORM COUNT-DATA-JOURNAL.
     PERFORM LOAD-USER-ROLES.
     PERFORM BUILD-PEER-TOTALS.

     MOVE 0 TO FL-CNT.
     PERFORM EVALUATE-ONE-ENTRY
         VARYING UF-IDX FROM 1 BY 1 UNTIL UF-IDX > UF-CNT.
     PERFORM RANK-FLAGS.
     PERFORM WRITE-REVIEW-LIST.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE VIEWANOM-FILE.
     MOVE FL-CNT TO VIEWANOM-FLAG-CNT.

 VVIEWANOM-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Sensitive-panel views inside the window, split between the day
*> examined and the baseline before it.
 COUNT-VIEW-LOG.
     MOVE LOW-VALUES TO DB-VIEW-LOG.
     CALL "DBGET" USING Secdb-Database DS-VIEW-LOG SERIAL
         STATUS-AREA ALL-ITEMS DB-VIEW-LOG NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF VL-TIME >= WINDOW-START AND VL-TIME < END-TIME
       MOVE VL-USER TO FIND-USER
       MOVE VL-FORM TO FIND-FORM
       PERFORM FIND-OR-ADD-ENTRY
       IF UF-IDX > 0
        IF VL-TIME >= TODAY-START
         ADD 1 TO UF-TODAY-VIEWS(UF-IDX)
        ELSE
         ADD 1 TO UF-BASE-VIEWS(UF-IDX)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-VIEW-LOG SERIAL
          STATUS-AREA ALL-ITEMS DB-VIEW-LOG NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Field changes inside the window, one DATAJRNL record apiece.
 COUNT-DATA-JOURNAL.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF DJ-TIME >= WINDOW-START AND DJ-TIME < END-TIME
       MOVE DJ-USER TO FIND-USER
       MOVE DJ-FORM TO FIND-FORM
       PERFORM FIND-OR-ADD-ENTRY
       IF UF-IDX > 0
        IF DJ-TIME >= TODAY-START
         ADD 1 TO UF-TODAY-CHGS(UF-IDX)
        ELSE
         ADD 1 TO UF-BASE-CHGS(UF-IDX)
        END-IF
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> UF-IDX comes back zero when the table is full; the overflow is
*> counted and reported rather than silently lost.
 FIND-OR-ADD-ENTRY.
     MOVE 0 TO UF-IDX.
     PERFORM VARYING UF-SCAN-IDX FROM 1 BY 1 UNTIL UF-SCAN-IDX > UF-CNT
      IF UF-USER(UF-SCAN-IDX) = FIND-USER
       AND UF-FORM(UF-SCAN-IDX) = FIND-FORM
       MOVE UF-SCAN-IDX TO UF-IDX
       MOVE UF-CNT      TO UF-SCAN-IDX
      END-IF
     END-PERFORM.
     IF UF-IDX = 0
      IF UF-CNT < 3000
       ADD 1 TO UF-CNT
       MOVE UF-CNT TO UF-IDX
       INITIALIZE UF-ENTRY(UF-IDX)
       MOVE FIND-USER TO UF-USER(UF-IDX)
       MOVE FIND-FORM TO UF-FORM(UF-IDX)
      ELSE
       ADD 1 TO SKIPPED-CNT
      END-IF
     END-IF.
*>-----------------------------------------------------------------
 LOAD-USER-ROLES.
     MOVE 0 TO RM-CNT.
     MOVE 0 TO RC-CNT.
     MOVE LOW-VALUES TO DB-USER-ROLE.
     CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
         STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF RM-CNT < 2000
       ADD 1 TO RM-CNT
       MOVE UR-USER TO RM-USER(RM-CNT)
       MOVE UR-ROLE TO RM-ROLE(RM-CNT)
       MOVE UR-ROLE TO FIND-ROLE
       PERFORM FIND-OR-ADD-ROLE
       IF RC-IDX > 0
        ADD 1 TO RC-MEMBERS(RC-IDX)
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-USER-ROLE SERIAL
          STATUS-AREA ALL-ITEMS DB-USER-ROLE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 FIND-OR-ADD-ROLE.
     MOVE 0 TO RC-IDX.
     PERFORM VARYING RC-SCAN-IDX FROM 1 BY 1 UNTIL RC-SCAN-IDX > RC-CNT
      IF RC-ROLE(RC-SCAN-IDX) = FIND-ROLE
       MOVE RC-SCAN-IDX TO RC-IDX
       MOVE RC-CNT      TO RC-SCAN-IDX
      END-IF
     END-PERFORM.
     IF RC-IDX = 0 AND RC-CNT < 200
      ADD 1 TO RC-CNT
      MOVE RC-CNT    TO RC-IDX
      MOVE FIND-ROLE TO RC-ROLE(RC-IDX)
      MOVE 0         TO RC-MEMBERS(RC-IDX).
*>-----------------------------------------------------------------
*> Every user/form baseline is added to the totals of each role the
*> user holds and to the shop-wide "@ALL" totals. The shop's member
*> count is the number of distinct users active in the window.
 BUILD-PEER-TOTALS.
     MOVE 0 TO RF-CNT.
     MOVE 0 TO ACTIVE-USERS.
     PERFORM VARYING UF-IDX FROM 1 BY 1 UNTIL UF-IDX > UF-CNT
      MOVE UF-FORM(UF-IDX) TO FIND-FORM
      PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-CNT
       IF RM-USER(RM-IDX) = UF-USER(UF-IDX)
        MOVE RM-ROLE(RM-IDX) TO FIND-ROLE
        PERFORM ADD-TO-ROLE-FORM
       END-IF
      END-PERFORM
      MOVE ALL-ROLE TO FIND-ROLE
      PERFORM ADD-TO-ROLE-FORM
      MOVE "Y" TO FIRST-SEEN-SW
      PERFORM VARYING UF-SCAN-IDX FROM 1 BY 1
          UNTIL UF-SCAN-IDX >= UF-IDX
       IF UF-USER(UF-SCAN-IDX) = UF-USER(UF-IDX)
        MOVE "N"    TO FIRST-SEEN-SW
        MOVE UF-IDX TO UF-SCAN-IDX
       END-IF
      END-PERFORM
      IF USER-FIRST-SEEN
       ADD 1 TO ACTIVE-USERS
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 ADD-TO-ROLE-FORM.
     PERFORM FIND-ROLE-FORM.
     IF RF-IDX = 0 AND RF-CNT < 3000
      ADD 1 TO RF-CNT
      MOVE RF-CNT    TO RF-IDX
      MOVE FIND-ROLE TO RF-ROLE(RF-IDX)
      MOVE FIND-FORM TO RF-FORM(RF-IDX)
      MOVE 0         TO RF-BASE-VIEWS(RF-IDX)
      MOVE 0         TO RF-BASE-CHGS(RF-IDX)
     END-IF.
     IF RF-IDX > 0
      ADD UF-BASE-VIEWS(UF-IDX) TO RF-BASE-VIEWS(RF-IDX)
      ADD UF-BASE-CHGS(UF-IDX)  TO RF-BASE-CHGS(RF-IDX).
*>-----------------------------------------------------------------
 FIND-ROLE-FORM.
     MOVE 0 TO RF-IDX.
     PERFORM VARYING RF-SCAN-IDX FROM 1 BY 1 UNTIL RF-SCAN-IDX > RF-CNT
      IF RF-ROLE(RF-SCAN-IDX) = FIND-ROLE
       AND RF-FORM(RF-SCAN-IDX) = FIND-FORM
       MOVE RF-SCAN-IDX TO RF-IDX
       MOVE RF-CNT      TO RF-SCAN-IDX
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> The user's own daily average against the peer daily average,
*> then the three tests. The score is how many times the higher of
*> the two normals the day ran to, whichever of views or changes
*> ran further.
 EVALUATE-ONE-ENTRY.
     COMPUTE USER-AVG-V ROUNDED = UF-BASE-VIEWS(UF-IDX) / WINDOW-DAYS.
     COMPUTE USER-AVG-C ROUNDED = UF-BASE-CHGS(UF-IDX) / WINDOW-DAYS.
     PERFORM PEER-AVERAGES.
     MOVE USER-AVG-V TO UF-USER-AVG-V(UF-IDX).
     MOVE PEER-AVG-V TO UF-PEER-AVG-V(UF-IDX).

     MOVE USER-AVG-V TO NORMAL-V.
     IF PEER-AVG-V > NORMAL-V
      MOVE PEER-AVG-V TO NORMAL-V.
     MOVE USER-AVG-C TO NORMAL-C.
     IF PEER-AVG-C > NORMAL-C
      MOVE PEER-AVG-C TO NORMAL-C.

     IF NORMAL-V < 1
      COMPUTE RATIO-V ROUNDED = UF-TODAY-VIEWS(UF-IDX)
     ELSE
      COMPUTE RATIO-V ROUNDED = UF-TODAY-VIEWS(UF-IDX) / NORMAL-V
     END-IF.
     IF NORMAL-C < 1
      COMPUTE RATIO-C ROUNDED = UF-TODAY-CHGS(UF-IDX)
     ELSE
      COMPUTE RATIO-C ROUNDED = UF-TODAY-CHGS(UF-IDX) / NORMAL-C
     END-IF.
     MOVE RATIO-V TO UF-SCORE(UF-IDX).
     IF RATIO-C > RATIO-V
      MOVE RATIO-C TO UF-SCORE(UF-IDX).

     IF UF-TODAY-VIEWS(UF-IDX) >= MIN-COUNT
      AND UF-TODAY-VIEWS(UF-IDX) > ANOM-FACTOR * USER-AVG-V
      AND UF-TODAY-VIEWS(UF-IDX) > ANOM-FACTOR * PEER-AVG-V
      MOVE "Y" TO UF-VIEW-VOL-SW(UF-IDX).
     IF UF-TODAY-CHGS(UF-IDX) >= MIN-COUNT
      AND UF-TODAY-CHGS(UF-IDX) > ANOM-FACTOR * USER-AVG-C
      AND UF-TODAY-CHGS(UF-IDX) > ANOM-FACTOR * PEER-AVG-C
      MOVE "Y" TO UF-CHG-VOL-SW(UF-IDX).
*> A pure inquiry panel nobody ever maintains would put every one of
*> its users on this list every night, so only a form the shop does
*> change counts.
     IF UF-TODAY-VIEWS(UF-IDX) > 0
      AND UF-BASE-CHGS(UF-IDX) = 0 AND UF-TODAY-CHGS(UF-IDX) = 0
      AND SHOP-CHGS > 0
      MOVE "Y" TO UF-VIEW-ONLY-SW(UF-IDX).

     IF UF-VIEW-VOLUME(UF-IDX) OR UF-CHG-VOLUME(UF-IDX)
      OR UF-VIEW-ONLY(UF-IDX)
      ADD 1 TO FL-CNT
      MOVE UF-IDX TO FL-UF-IDX(FL-CNT).
*>-----------------------------------------------------------------
*> Per-member daily average of each role the user holds on this
*> form; the most generous role is the peer baseline. A user with
*> no role is measured against the whole shop. SHOP-CHGS is the
*> shop's baseline change count on the form.
 PEER-AVERAGES.
     MOVE 0 TO PEER-AVG-V.
     MOVE 0 TO PEER-AVG-C.
     MOVE "N" TO ROLE-HELD-SW.
     MOVE UF-FORM(UF-IDX) TO FIND-FORM.
     PERFORM VARYING RM-IDX FROM 1 BY 1 UNTIL RM-IDX > RM-CNT
      IF RM-USER(RM-IDX) = UF-USER(UF-IDX)
       MOVE "Y" TO ROLE-HELD-SW
       MOVE RM-ROLE(RM-IDX) TO FIND-ROLE
       PERFORM FIND-OR-ADD-ROLE
       MOVE 1 TO PEER-DIVISOR
       IF RC-IDX > 0 AND RC-MEMBERS(RC-IDX) > 0
        MOVE RC-MEMBERS(RC-IDX) TO PEER-DIVISOR
       END-IF
       PERFORM ROLE-AVERAGES
      END-IF
     END-PERFORM.

     MOVE ALL-ROLE TO FIND-ROLE.
     PERFORM FIND-ROLE-FORM.
     MOVE 0 TO SHOP-CHGS.
     IF RF-IDX > 0
      MOVE RF-BASE-CHGS(RF-IDX) TO SHOP-CHGS.
     PERFORM VARYING UF-SCAN-IDX FROM 1 BY 1 UNTIL UF-SCAN-IDX > UF-CNT
      IF UF-FORM(UF-SCAN-IDX) = FIND-FORM
       ADD UF-TODAY-CHGS(UF-SCAN-IDX) TO SHOP-CHGS
      END-IF
     END-PERFORM.
     IF NOT USER-HAS-ROLE
      MOVE 1 TO PEER-DIVISOR
      IF ACTIVE-USERS > 0
       MOVE ACTIVE-USERS TO PEER-DIVISOR
      END-IF
      PERFORM ROLE-AVERAGES.
*>-----------------------------------------------------------------
 ROLE-AVERAGES.
     PERFORM FIND-ROLE-FORM.
     IF RF-IDX > 0
      COMPUTE ROLE-AVG-V ROUNDED =
          RF-BASE-VIEWS(RF-IDX) / (PEER-DIVISOR * WINDOW-DAYS)
      COMPUTE ROLE-AVG-C ROUNDED =
          RF-BASE-CHGS(RF-IDX) / (PEER-DIVISOR * WINDOW-DAYS)
      IF ROLE-AVG-V > PEER-AVG-V
       MOVE ROLE-AVG-V TO PEER-AVG-V
      END-IF
      IF ROLE-AVG-C > PEER-AVG-C
       MOVE ROLE-AVG-C TO PEER-AVG-C
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> Plain exchange sort, highest score first.
 RANK-FLAGS.
     MOVE "Y" TO FL-SWAPPED-SW.
     PERFORM UNTIL NOT FL-SWAPPED
      MOVE "N" TO FL-SWAPPED-SW
      PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX >= FL-CNT
       COMPUTE FL-IDX2 = FL-IDX + 1 END-COMPUTE
       IF UF-SCORE(FL-UF-IDX(FL-IDX)) < UF-SCORE(FL-UF-IDX(FL-IDX2))
        MOVE FL-UF-IDX(FL-IDX)  TO FL-SWAP
        MOVE FL-UF-IDX(FL-IDX2) TO FL-UF-IDX(FL-IDX)
        MOVE FL-SWAP            TO FL-UF-IDX(FL-IDX2)
        MOVE "Y" TO FL-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-REVIEW-LIST.
     MOVE SPACES TO VIEWANOM-RECORD.
     STRING "SENSITIVE BROWSING REVIEW LIST - RANK,USER,FORM,"
            "VIEWS TODAY,USER AVG,PEER AVG,CHANGES TODAY,SCORE,FLAGS"
      DELIMITED BY SIZE INTO VIEWANOM-RECORD.
     WRITE VIEWANOM-RECORD.
     MOVE SPACES TO VIEWANOM-RECORD.
     MOVE WINDOW-DAYS TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "BASELINE WINDOW DAYS: " CNT-TEXT
      DELIMITED BY SIZE INTO VIEWANOM-RECORD.
     WRITE VIEWANOM-RECORD.

     PERFORM WRITE-ONE-FLAG
         VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-CNT.

     MOVE SPACES TO VIEWANOM-RECORD.
     MOVE FL-CNT TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING "USERS/FORMS FLAGGED: " CNT-TEXT
      DELIMITED BY SIZE INTO VIEWANOM-RECORD.
     WRITE VIEWANOM-RECORD.
     IF SKIPPED-CNT > 0
      MOVE SPACES TO VIEWANOM-RECORD
      MOVE SKIPPED-CNT TO DISP-CNT
      PERFORM TRIM-DISP-CNT
      STRING "TABLE FULL - LOG RECORDS NOT ANALYSED: " CNT-TEXT
       DELIMITED BY SIZE INTO VIEWANOM-RECORD
      WRITE VIEWANOM-RECORD.
*>-----------------------------------------------------------------
 WRITE-ONE-FLAG.
     MOVE FL-UF-IDX(FL-IDX) TO UF-IDX.
     MOVE SPACES TO ANOM-LINE.
     MOVE 1 TO LINE-PTR.
     MOVE FL-IDX TO DISP-RANK.
     STRING DISP-RANK          DELIMITED BY SIZE  ","
            UF-USER(UF-IDX)    DELIMITED BY SPACE ","
            UF-FORM(UF-IDX)    DELIMITED BY SPACE ","
      INTO ANOM-LINE WITH POINTER LINE-PTR.
     MOVE UF-TODAY-VIEWS(UF-IDX) TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING CNT-TEXT DELIMITED BY SPACE "," DELIMITED BY SIZE
      INTO ANOM-LINE WITH POINTER LINE-PTR.
     MOVE UF-USER-AVG-V(UF-IDX) TO DISP-AVG.
     STRING DISP-AVG DELIMITED BY SIZE "," DELIMITED BY SIZE
      INTO ANOM-LINE WITH POINTER LINE-PTR.
     MOVE UF-PEER-AVG-V(UF-IDX) TO DISP-AVG.
     STRING DISP-AVG DELIMITED BY SIZE "," DELIMITED BY SIZE
      INTO ANOM-LINE WITH POINTER LINE-PTR.
     MOVE UF-TODAY-CHGS(UF-IDX) TO DISP-CNT.
     PERFORM TRIM-DISP-CNT.
     STRING CNT-TEXT DELIMITED BY SPACE "," DELIMITED BY SIZE
      INTO ANOM-LINE WITH POINTER LINE-PTR.
     MOVE UF-SCORE(UF-IDX) TO DISP-SCORE.
     STRING DISP-SCORE DELIMITED BY SIZE "," DELIMITED BY SIZE
      INTO ANOM-LINE WITH POINTER LINE-PTR.

     MOVE END-TIME        TO SEV-EPOCH.
     MOVE UF-USER(UF-IDX) TO SEV-USER.
     MOVE SPACES          TO SEV-IPADDR.
     MOVE UF-FORM(UF-IDX) TO SEV-SCREEN.
     IF UF-VIEW-VOLUME(UF-IDX)
      STRING "VOLUME-VIEWS " DELIMITED BY SIZE
       INTO ANOM-LINE WITH POINTER LINE-PTR
      MOVE "BV" TO SEV-REASON
      CALL "VSECEVENT" USING COMAREA SEC-EVENT.
     IF UF-CHG-VOLUME(UF-IDX)
      STRING "VOLUME-CHANGES " DELIMITED BY SIZE
       INTO ANOM-LINE WITH POINTER LINE-PTR
      MOVE "BC" TO SEV-REASON
      CALL "VSECEVENT" USING COMAREA SEC-EVENT.
     IF UF-VIEW-ONLY(UF-IDX)
      STRING "VIEWED-NEVER-CHANGED" DELIMITED BY SIZE
       INTO ANOM-LINE WITH POINTER LINE-PTR
      MOVE "VN" TO SEV-REASON
      CALL "VSECEVENT" USING COMAREA SEC-EVENT.

     MOVE ANOM-LINE TO VIEWANOM-RECORD.
     WRITE VIEWANOM-RECORD.
*>-----------------------------------------------------------------
 TRIM-DISP-CNT.
     MOVE 0 TO LEAD-CNT.
     INSPECT DISP-CNT TALLYING LEAD-CNT FOR LEADING SPACES.
     MOVE SPACES TO CNT-TEXT.
     MOVE DISP-CNT(LEAD-CNT + 1:) TO CNT-TEXT.
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
