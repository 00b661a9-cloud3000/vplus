>>source format free
*>*****************************************************************
*>*                      V B I N D R E C O N                       *
*>*****************************************************************
*>   Nightly reconciliation of the SQL write-backs against the data
*>   journal. Every change DATAJRNL recorded on BINDRECON-DATE to a
*>   field bound in SECDB/DATABIND - the last one of each
*>   transaction, per field - is checked against the bound row,
*>   read back through the binding's own view and key column the
*>   way VINITFORM prefills it. A row that does not hold the value
*>   the journal says was committed is reported (BINDRECON-RPT-NAME,
*>   BINDRECON.RPT by default) with the transaction's correlation
*>   ID, user and time, as one of:
*>     LATER-CHANGED  the row was changed since - by a later
*>                    journalled change (named on the line), or,
*>                    where the write-back is on record and nothing
*>                    later is, by something writing outside VPLUS
*>     NEVER-WRITTEN  the transaction went to write-back (it
*>                    completed, or wrote other bound fields) but no
*>                    write-back of this field is on record
*>     MISSING-ROW    the view finds no row under the key
*>   A change whose transaction never reached write-back (abandoned,
*>   parked and not yet released) is not expected in the table and
*>   is only counted; so is one made before the bound row's key was
*>   known, which names no row to read.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBINDRECON.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT BINDRECON-FILE
        ASSIGN TO BINDRECON-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BRC-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  BINDRECON-FILE.
 01  BINDRECON-RECORD             PIC X(500).
 WORKING-STORAGE SECTION.
 01 BRC-STATUS1             PIC XX.
 01 BINDRECON-FILE-NAME-WRK PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 RECON-DAY               PIC 9(8) VALUE 0.
 01 DAY-NUMBER              PIC S9(9) COMP-5 VALUE 0.
 01 DAY-START               PIC S9(18) COMP-5 VALUE 0.
 01 DAY-END                 PIC S9(18) COMP-5 VALUE 0.
 01 CLASS-TEXT              PIC X(13) VALUE SPACES.
 01 ROW-VALUE               PIC X(80) VALUE SPACES.
 01 ROW-LEN                 PIC S9(8) COMP-5 VALUE 0.
 01 ROW-FOUND-SW            PIC X VALUE "N".
    88 ROW-FOUND               VALUE "Y".
 01 ROW-READ-SW             PIC X VALUE "N".
    88 ROW-READ                VALUE "Y".
 01 TXN-DONE-SW             PIC X VALUE "N".
    88 TXN-DONE                VALUE "Y".
 01 DISP-TIME               PIC -(14)9.
 01 DISP-TIME2              PIC -(14)9.
 01 DISP-CNT                PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-CNT4               PIC -------9.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
   COPY "vplus/VPLUSSQL".

*> The bindings, loaded once. BT-TABLE is the SQL table the
*> write-back updates - the view name up to its colon - so two
*> forms bound to the same column of the same table are seen to
*> be writing the same place.
 01 BT-TABLE-AREA.
    05 BT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 BT-ENTRY OCCURS 256 TIMES.
       10 BT-FORM               PIC X(15).
       10 BT-FIELD              PIC X(16).
       10 BT-VIEW               PIC X(32).
       10 BT-TABLE              PIC X(32).
       10 BT-COLUMN             PIC X(32).
       10 BT-KEY-COLUMN         PIC X(32).
 01 BT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 BT-PTR                  PIC S9(4) COMP-5 VALUE 0.

*> The day's changes to bound fields, one per transaction and
*> field - a later entry of the same transaction replaces the
*> value, since only its last is what the finish committed. A day
*> with more than 2000 is checked on its first 2000 and says so.
 01 CD-TABLE.
    05 CD-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 CD-ENTRY OCCURS 2000 TIMES.
       10 CD-CORR               PIC X(16).
       10 CD-USER               PIC X(32).
       10 CD-TIME               PIC S9(18) COMP-5.
       10 CD-FORM               PIC X(15).
       10 CD-FIELD              PIC X(16).
       10 CD-BT-IDX             PIC S9(4) COMP-5.
       10 CD-KEY                PIC X(64).
       10 CD-NEW                PIC X(80).
       10 CD-WRITTEN-SW         PIC X(01).
          88 CD-WRITTEN                VALUE "Y".
       10 CD-TXN-WROTE-SW       PIC X(01).
          88 CD-TXN-WROTE              VALUE "Y".
       10 CD-LATER-SW           PIC X(01).
          88 CD-LATER                  VALUE "Y".
       10 CD-LATER-USER         PIC X(32).
       10 CD-LATER-TIME         PIC S9(18) COMP-5.
 01 CD-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 CD-PTR                  PIC S9(4) COMP-5 VALUE 0.
 01 CD-FULL-SW              PIC X VALUE "N".
    88 CD-FULL                 VALUE "Y".

 01 CNT-AGREED              PIC S9(8) COMP-5 VALUE 0.
 01 CNT-LATER               PIC S9(8) COMP-5 VALUE 0.
 01 CNT-NEVER               PIC S9(8) COMP-5 VALUE 0.
 01 CNT-MISSING             PIC S9(8) COMP-5 VALUE 0.
 01 CNT-UNCOMMITTED         PIC S9(8) COMP-5 VALUE 0.
 01 CNT-NO-KEY              PIC S9(8) COMP-5 VALUE 0.
 01 CNT-UNREAD              PIC S9(8) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-DATA-BINDING         Pic X(16) Value "DATABIND".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-TXN-DONE             Pic X(16) Value "TXNDONE".

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
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
 01 BIND-ROW-TEXT      PIC X(80).
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VBINDRECON.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO BINDRECON-CHECKED BINDRECON-MISMATCHED.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBINDRECON "
      delimited by "  " into INTR-CALLNAME.

*> The whole of the day asked for - by default yesterday, the day
*> the nightly run follows.
     MOVE BINDRECON-DATE TO RECON-DAY.
     IF RECON-DAY < 19700101
      PERFORM Get-ClockSeconds
      COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(19700101)
          + ClockSeconds / 86400 - 1
      END-COMPUTE
      COMPUTE RECON-DAY = FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
      END-COMPUTE.
     COMPUTE DAY-START = (FUNCTION INTEGER-OF-DATE(RECON-DAY)
         - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
     END-COMPUTE.
     COMPUTE DAY-END = DAY-START + 86399 END-COMPUTE.

     MOVE "BINDRECON.RPT" TO BINDRECON-FILE-NAME-WRK.
     IF BINDRECON-RPT-NAME NOT = SPACES
      MOVE BINDRECON-RPT-NAME TO BINDRECON-FILE-NAME-WRK.
     OPEN OUTPUT BINDRECON-FILE.
     IF BRC-STATUS1 NOT = "00"
      MOVE "VBINDRECON" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO VBINDRECON-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBINDRECON" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      CLOSE BINDRECON-FILE
      GO TO VBINDRECON-RETURN.

     PERFORM LOAD-BINDINGS.
     IF BT-CNT > 0
      PERFORM LOAD-DAY-CHANGES.

     MOVE SPACES TO BINDRECON-RECORD.
     STRING "WRITE-BACK RECONCILIATION " RECON-DAY
            " - CLASS,CORRELATION,USER,TIME,FORM,FIELD,TABLE,COLUMN,"
            "KEY,JOURNALVALUE,TABLEVALUE,LATERUSER,LATERTIME"
      DELIMITED BY SIZE INTO BINDRECON-RECORD.
     WRITE BINDRECON-RECORD.
     PERFORM CHECK-ONE-CHANGE THRU CHECK-ONE-CHANGE-EXIT
         VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-CNT.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     PERFORM WRITE-TOTALS.
     CLOSE BINDRECON-FILE.

 VBINDRECON-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LOAD-BINDINGS.
     MOVE 0 TO BT-CNT.
     MOVE LOW-VALUES TO DB-DATA-BINDING.
     CALL "DBGET" USING Secdb-Database DS-DATA-BINDING SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-BINDING NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE OR BT-CNT NOT < 256
      ADD 1 TO BT-CNT
      MOVE DBN-FORM       TO BT-FORM(BT-CNT)
      MOVE DBN-FIELD      TO BT-FIELD(BT-CNT)
      MOVE DBN-TABLE      TO BT-VIEW(BT-CNT)
      MOVE SPACES         TO BT-TABLE(BT-CNT)
      UNSTRING DBN-TABLE DELIMITED BY ":"
          INTO BT-TABLE(BT-CNT)
      END-UNSTRING
      MOVE DBN-COLUMN     TO BT-COLUMN(BT-CNT)
      MOVE DBN-KEY-COLUMN TO BT-KEY-COLUMN(BT-CNT)
      CALL "DBGET" USING Secdb-Database DS-DATA-BINDING SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-BINDING NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
*> One pass over the journal, which VJRNLPUT appends in time order:
*> nothing before the day matters; the day's entries become (or
*> update) candidates; any entry of a candidate's own transaction,
*> even after the day, is its write-back; any other transaction's
*> change to the same row and column since is a later change.
 LOAD-DAY-CHANGES.
     MOVE 0 TO CD-CNT.
     MOVE LOW-VALUES TO DB-DATA-JOURNAL.
     CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
         STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF DJ-TIME NOT < DAY-START
       PERFORM NOTE-JOURNAL-ENTRY THRU NOTE-JOURNAL-ENTRY-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-DATA-JOURNAL SERIAL
          STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
     END-PERFORM.
*>-----------------------------------------------------------------
 NOTE-JOURNAL-ENTRY.
     MOVE 0 TO BT-PTR.
     PERFORM VARYING BT-IDX FROM 1 BY 1
       UNTIL BT-IDX > BT-CNT OR BT-PTR > 0
      IF BT-FORM(BT-IDX) = DJ-FORM AND BT-FIELD(BT-IDX) = DJ-FIELD
       MOVE BT-IDX TO BT-PTR
      END-IF
     END-PERFORM.
     IF BT-PTR = 0
      GO TO NOTE-JOURNAL-ENTRY-EXIT.

*> Earlier candidates: this transaction's own, or overtaken.
     MOVE 0 TO CD-PTR.
     PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-CNT
      IF DJ-CORRELATION-ID NOT = SPACES
       AND CD-CORR(CD-IDX) = DJ-CORRELATION-ID
       IF DJ-WRITEBACK
        MOVE "Y" TO CD-TXN-WROTE-SW(CD-IDX)
       END-IF
       IF CD-FORM(CD-IDX) = DJ-FORM AND CD-FIELD(CD-IDX) = DJ-FIELD
        MOVE CD-IDX TO CD-PTR
       END-IF
      ELSE
       IF DJ-BIND-KEY NOT = SPACES
        AND CD-KEY(CD-IDX) = DJ-BIND-KEY
        AND BT-TABLE(CD-BT-IDX(CD-IDX)) = BT-TABLE(BT-PTR)
        AND BT-COLUMN(CD-BT-IDX(CD-IDX)) = BT-COLUMN(BT-PTR)
        MOVE "Y"     TO CD-LATER-SW(CD-IDX)
        MOVE DJ-USER TO CD-LATER-USER(CD-IDX)
        MOVE DJ-TIME TO CD-LATER-TIME(CD-IDX)
       END-IF
      END-IF
     END-PERFORM.

     IF CD-PTR = 0
      IF DJ-TIME > DAY-END
       GO TO NOTE-JOURNAL-ENTRY-EXIT
      END-IF
      IF CD-CNT NOT < 2000
       MOVE "Y" TO CD-FULL-SW
       GO TO NOTE-JOURNAL-ENTRY-EXIT
      END-IF
      ADD 1 TO CD-CNT
      MOVE CD-CNT TO CD-PTR
      INITIALIZE CD-ENTRY(CD-PTR)
      MOVE DJ-CORRELATION-ID TO CD-CORR(CD-PTR)
      MOVE DJ-FORM           TO CD-FORM(CD-PTR)
      MOVE DJ-FIELD          TO CD-FIELD(CD-PTR)
      MOVE BT-PTR            TO CD-BT-IDX(CD-PTR)
      MOVE "N" TO CD-WRITTEN-SW(CD-PTR) CD-LATER-SW(CD-PTR)
      MOVE "N" TO CD-TXN-WROTE-SW(CD-PTR)
      IF DJ-WRITEBACK
       MOVE "Y" TO CD-TXN-WROTE-SW(CD-PTR)
      END-IF
     END-IF.

     MOVE DJ-USER      TO CD-USER(CD-PTR).
     MOVE DJ-TIME      TO CD-TIME(CD-PTR).
     MOVE DJ-NEW-VALUE TO CD-NEW(CD-PTR).
     IF DJ-BIND-KEY NOT = SPACES
      MOVE DJ-BIND-KEY TO CD-KEY(CD-PTR).
     IF DJ-WRITEBACK
      MOVE "Y" TO CD-WRITTEN-SW(CD-PTR).
 NOTE-JOURNAL-ENTRY-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-ONE-CHANGE.
     IF CD-KEY(CD-IDX) = SPACES
      ADD 1 TO CNT-NO-KEY
      GO TO CHECK-ONE-CHANGE-EXIT.
*> A change nothing tried to write is not expected in the table -
*> unless its transaction completed, when it should have been.
     IF NOT CD-TXN-WROTE(CD-IDX)
      PERFORM CHECK-TXN-DONE
      IF NOT TXN-DONE
       ADD 1 TO CNT-UNCOMMITTED
       GO TO CHECK-ONE-CHANGE-EXIT
      END-IF
     END-IF.

     MOVE CD-BT-IDX(CD-IDX) TO BT-PTR.
     PERFORM READ-BOUND-ROW THRU READ-BOUND-ROW-EXIT.
     IF NOT ROW-READ
      ADD 1 TO CNT-UNREAD
      MOVE "NOT-READ" TO CLASS-TEXT
      PERFORM WRITE-MISMATCH
      GO TO CHECK-ONE-CHANGE-EXIT.

     ADD 1 TO BINDRECON-CHECKED.
     EVALUATE TRUE
      WHEN NOT ROW-FOUND
       MOVE "MISSING-ROW"   TO CLASS-TEXT
       ADD 1 TO CNT-MISSING
      WHEN ROW-VALUE(1:64) = CD-NEW(CD-IDX)(1:64)
       ADD 1 TO CNT-AGREED
       GO TO CHECK-ONE-CHANGE-EXIT
      WHEN CD-LATER(CD-IDX) OR CD-WRITTEN(CD-IDX)
       MOVE "LATER-CHANGED" TO CLASS-TEXT
       ADD 1 TO CNT-LATER
      WHEN OTHER
       MOVE "NEVER-WRITTEN" TO CLASS-TEXT
       ADD 1 TO CNT-NEVER
     END-EVALUATE.
     ADD 1 TO BINDRECON-MISMATCHED.
     PERFORM WRITE-MISMATCH.
 CHECK-ONE-CHANGE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CHECK-TXN-DONE.
     MOVE "N" TO TXN-DONE-SW.
     IF CD-CORR(CD-IDX) NOT = SPACES
      MOVE "CORRID;"       TO SEARCH-ITEM
      MOVE CD-CORR(CD-IDX) TO SEARCH-KEY
      CALL "DBFIND" USING Secdb-Database DS-TXN-DONE
          MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY
      IF IMAGE-ERRORS AND NOT NO-ENTRY
       CALL "DBEXPLAIN" USING STATUS-AREA
      END-IF
      IF NO-IMAGE-ERRORS AND ENTRIES-IN-CHAIN > 0
       MOVE "Y" TO TXN-DONE-SW
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> The same keyed view VINITFORM prefills the field from. A bridge
*> failure proves nothing about the row and is reported as such.
 READ-BOUND-ROW.
     MOVE "N" TO ROW-READ-SW ROW-FOUND-SW.
     MOVE SPACES TO ROW-VALUE.
     MOVE LOW-VALUES TO SQL-SEARCH-ITEM SQL-SEARCH-KEY.
     STRING BT-KEY-COLUMN(BT-PTR) DELIMITED BY SPACE
      INTO SQL-SEARCH-ITEM.
     STRING CD-KEY(CD-IDX) DELIMITED BY "  "
      INTO SQL-SEARCH-KEY.
     CALL "TCLSETVAR" USING MY-TCL, SQL-SEARCH-ITEM, SQL-SEARCH-KEY.
     MOVE LOW-VALUES TO SQL-TABLE.
     STRING BT-VIEW(BT-PTR) DELIMITED BY SPACE INTO SQL-TABLE.
     MOVE 0 TO TCL-ROWCOUNT.
     CALL "SQLGetResultSet" USING MY-TCL, TCL-RESULTSET-PTR,
                                  SQL-TABLE, TCL-ROWCOUNT,
                                  TCL-RESULT, TCL-ERROR.
     IF TCL-RESULT NOT = 0
      GO TO READ-BOUND-ROW-EXIT.
     MOVE "Y" TO ROW-READ-SW.
     IF TCL-ROWCOUNT < 1
      GO TO READ-BOUND-ROW-EXIT.
     MOVE 0 TO TCL-BUFFERLEN.
     CALL "SQLGetNext" USING MY-TCL, TCL-RESULTSET-PTR,
                             TCL-BUFFER-PTR, TCL-BUFFERLEN,
                             TCL-RESULT, TCL-ERROR
     END-CALL.
     IF TCL-RESULT NOT = 0
      MOVE "N" TO ROW-READ-SW
      GO TO READ-BOUND-ROW-EXIT.
     MOVE "Y" TO ROW-FOUND-SW.
     IF TCL-BUFFERLEN > 0
      SET ADDRESS OF BIND-ROW-TEXT TO TCL-BUFFER-PTR
      MOVE TCL-BUFFERLEN TO ROW-LEN
      IF ROW-LEN > 80
       MOVE 80 TO ROW-LEN
      END-IF
      MOVE BIND-ROW-TEXT(1:ROW-LEN) TO ROW-VALUE(1:ROW-LEN).
 READ-BOUND-ROW-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 WRITE-MISMATCH.
     MOVE CD-TIME(CD-IDX) TO DISP-TIME.
     MOVE SPACES TO BINDRECON-RECORD.
     IF CD-LATER(CD-IDX)
      MOVE CD-LATER-TIME(CD-IDX) TO DISP-TIME2
      STRING CLASS-TEXT             DELIMITED BY SPACE ","
             CD-CORR(CD-IDX)        DELIMITED BY SPACE ","
             CD-USER(CD-IDX)        DELIMITED BY SPACE ","
             DISP-TIME              DELIMITED BY SIZE  ","
             CD-FORM(CD-IDX)        DELIMITED BY SPACE ","
             CD-FIELD(CD-IDX)       DELIMITED BY SPACE ","
             BT-TABLE(BT-PTR)       DELIMITED BY SPACE ","
             BT-COLUMN(BT-PTR)      DELIMITED BY SPACE ","
             CD-KEY(CD-IDX)         DELIMITED BY "  " ","
             CD-NEW(CD-IDX)         DELIMITED BY "  " ","
             ROW-VALUE              DELIMITED BY "  " ","
             CD-LATER-USER(CD-IDX)  DELIMITED BY SPACE ","
             DISP-TIME2             DELIMITED BY SIZE
       INTO BINDRECON-RECORD
     ELSE
      IF CLASS-TEXT = "LATER-CHANGED"
       STRING CLASS-TEXT             DELIMITED BY SPACE ","
              CD-CORR(CD-IDX)        DELIMITED BY SPACE ","
              CD-USER(CD-IDX)        DELIMITED BY SPACE ","
              DISP-TIME              DELIMITED BY SIZE  ","
              CD-FORM(CD-IDX)        DELIMITED BY SPACE ","
              CD-FIELD(CD-IDX)       DELIMITED BY SPACE ","
              BT-TABLE(BT-PTR)       DELIMITED BY SPACE ","
              BT-COLUMN(BT-PTR)      DELIMITED BY SPACE ","
              CD-KEY(CD-IDX)         DELIMITED BY "  " ","
              CD-NEW(CD-IDX)         DELIMITED BY "  " ","
              ROW-VALUE              DELIMITED BY "  " ","
              "(NOT JOURNALLED)"     DELIMITED BY SIZE  ","
        INTO BINDRECON-RECORD
      ELSE
       STRING CLASS-TEXT             DELIMITED BY SPACE ","
              CD-CORR(CD-IDX)        DELIMITED BY SPACE ","
              CD-USER(CD-IDX)        DELIMITED BY SPACE ","
              DISP-TIME              DELIMITED BY SIZE  ","
              CD-FORM(CD-IDX)        DELIMITED BY SPACE ","
              CD-FIELD(CD-IDX)       DELIMITED BY SPACE ","
              BT-TABLE(BT-PTR)       DELIMITED BY SPACE ","
              BT-COLUMN(BT-PTR)      DELIMITED BY SPACE ","
              CD-KEY(CD-IDX)         DELIMITED BY "  " ","
              CD-NEW(CD-IDX)         DELIMITED BY "  " ","
              ROW-VALUE              DELIMITED BY "  " ",,"
        INTO BINDRECON-RECORD
      END-IF
     END-IF.
     WRITE BINDRECON-RECORD.
*>-----------------------------------------------------------------
 WRITE-TOTALS.
     MOVE BINDRECON-CHECKED TO DISP-CNT.
     MOVE CNT-AGREED        TO DISP-CNT2.
     MOVE BINDRECON-MISMATCHED TO DISP-CNT3.
     MOVE SPACES TO BINDRECON-RECORD.
     STRING "ROWS CHECKED" DISP-CNT " AGREED" DISP-CNT2
            " DISAGREED" DISP-CNT3
      DELIMITED BY SIZE INTO BINDRECON-RECORD.
     WRITE BINDRECON-RECORD.

     MOVE CNT-LATER   TO DISP-CNT.
     MOVE CNT-NEVER   TO DISP-CNT2.
     MOVE CNT-MISSING TO DISP-CNT3.
     MOVE SPACES TO BINDRECON-RECORD.
     STRING "LATER-CHANGED" DISP-CNT " NEVER-WRITTEN" DISP-CNT2
            " MISSING-ROW" DISP-CNT3
      DELIMITED BY SIZE INTO BINDRECON-RECORD.
     WRITE BINDRECON-RECORD.

     MOVE CNT-UNCOMMITTED TO DISP-CNT.
     MOVE CNT-NO-KEY      TO DISP-CNT2.
     MOVE CNT-UNREAD      TO DISP-CNT3.
     MOVE SPACES TO BINDRECON-RECORD.
     STRING "NOT CHECKED: NEVER COMMITTED" DISP-CNT " NO ROW KEY"
            DISP-CNT2 " ROW NOT READABLE" DISP-CNT3
      DELIMITED BY SIZE INTO BINDRECON-RECORD.
     WRITE BINDRECON-RECORD.
     IF CD-FULL
      MOVE SPACES TO BINDRECON-RECORD
      STRING "MORE THAN 2000 BOUND-FIELD CHANGES ON THE DAY - "
             "THE REST WERE NOT CHECKED"
       DELIMITED BY SIZE INTO BINDRECON-RECORD
      WRITE BINDRECON-RECORD.
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
