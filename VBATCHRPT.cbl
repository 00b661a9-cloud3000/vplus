>>source format free
*>*****************************************************************
*>*                      V B A T C H R P T                         *
*>*****************************************************************
*>   Batch-balancing report over SECDB/BATCHCTL (VBATCHCTL). Every
*>   batch opened between BATCHRPT-FROM-DATE and BATCHRPT-TO-DATE
*>   (YYYYMMDD; zero - open ended), day by day in the order opened:
*>   operator, form, amount field, documents and hash total keyed
*>   against expected, and its state - still OPEN, BALANCED, or
*>   FORCED with who forced it and why. Each day closes with its
*>   count of open, balanced and forced batches; the run with the
*>   same three over the whole window.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBATCHRPT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT BATCHRPT-FILE
        ASSIGN TO BATCHRPT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BRPT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  BATCHRPT-FILE.
 01  BATCHRPT-RECORD              PIC X(200).
 WORKING-STORAGE SECTION.
 01 BRPT-STATUS1            PIC XX.
 01 BATCHRPT-FILE-NAME-WRK  PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DISP-CNT                PIC -------9.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-TOT                PIC -(13)9.999.
 01 DISP-TOT2               PIC -(13)9.999.
 01 STATE-TEXT              PIC X(08) VALUE SPACES.

*> The batches in the window, sorted by day and opening time. A
*> window holding more than 2000 is reported on its first 2000 and
*> says so.
 01 BT-TABLE.
    05 BT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 BT-ENTRY OCCURS 2000 TIMES.
       10 BT-DAY                PIC 9(8).
       10 BT-OPEN-TIME          PIC S9(18) COMP-5.
       10 BT-ID                 PIC X(12).
       10 BT-USER               PIC X(32).
       10 BT-FORM               PIC X(15).
       10 BT-AMT-FIELD          PIC X(16).
       10 BT-EXP-COUNT          PIC S9(8) COMP-5.
       10 BT-ACT-COUNT          PIC S9(8) COMP-5.
       10 BT-EXP-TOTAL          PIC S9(13)V999 COMP-5.
       10 BT-ACT-TOTAL          PIC S9(13)V999 COMP-5.
       10 BT-STATE              PIC X(01).
       10 BT-CLOSER             PIC X(32).
       10 BT-REASON             PIC X(64).
 01 BT-SWAP-ENTRY           PIC X(212).
 01 BT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 BT-IDX2                 PIC S9(4) COMP-5 VALUE 0.
 01 BT-FULL-SW              PIC X VALUE "N".
    88 BT-FULL                 VALUE "Y".
 01 BT-SWAPPED-SW           PIC X VALUE "N".
    88 BT-SWAPPED              VALUE "Y".
 01 CUR-DAY                 PIC 9(8) VALUE 0.
 01 DAY-OPEN                PIC S9(8) COMP-5 VALUE 0.
 01 DAY-BALANCED            PIC S9(8) COMP-5 VALUE 0.
 01 DAY-FORCED              PIC S9(8) COMP-5 VALUE 0.
 01 TOT-OPEN                PIC S9(8) COMP-5 VALUE 0.
 01 TOT-BALANCED            PIC S9(8) COMP-5 VALUE 0.
 01 TOT-FORCED              PIC S9(8) COMP-5 VALUE 0.

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-BATCH-CONTROL        Pic X(16) Value "BATCHCTL".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
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
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VBATCHRPT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE 0 TO CSTATUS.

     move LOW-VALUES TO INTR-CALLNAME
     string "VBATCHRPT "
      delimited by "  " into INTR-CALLNAME.

     MOVE "BATCHBAL.RPT" TO BATCHRPT-FILE-NAME-WRK.
     IF BATCHRPT-RPT-NAME NOT = SPACES
      MOVE BATCHRPT-RPT-NAME TO BATCHRPT-FILE-NAME-WRK.
     OPEN OUTPUT BATCHRPT-FILE.
     IF BRPT-STATUS1 NOT = "00"
      MOVE "VBATCHRPT" TO INTR-ERRNAME
      MOVE 35           TO INTR-ERRNUM
      MOVE 35           TO CSTATUS
      GO TO VBATCHRPT-RETURN.

     CALL "VDBNAMES" USING COMAREA.
     MOVE MM-SECDB-NAME TO Secdb-Database.
     CALL "DBOPEN" USING Secdb-Database DB-PASSWORD MODE-1 STATUS-AREA.
     IF NOT NO-IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      MOVE "VBATCHRPT" TO INTR-ERRNAME
      MOVE 50           TO INTR-ERRNUM
      MOVE 50           TO CSTATUS
      CLOSE BATCHRPT-FILE
      GO TO VBATCHRPT-RETURN.

     PERFORM LOAD-BATCHES.
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

     PERFORM SORT-BATCHES.
     PERFORM WRITE-REPORT.
     CLOSE BATCHRPT-FILE.

 VBATCHRPT-RETURN.
     Goback.
*>-----------------------------------------------------------------
 LOAD-BATCHES.
     MOVE 0 TO BT-CNT.
     MOVE LOW-VALUES TO DB-BATCH-CONTROL.
     CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
         STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF (BATCHRPT-FROM-DATE = 0 OR BCH-DAY >= BATCHRPT-FROM-DATE)
       AND (BATCHRPT-TO-DATE = 0 OR BCH-DAY <= BATCHRPT-TO-DATE)
       IF BT-CNT < 2000
        ADD 1 TO BT-CNT
        MOVE BCH-DAY        TO BT-DAY(BT-CNT)
        MOVE BCH-OPEN-TIME  TO BT-OPEN-TIME(BT-CNT)
        MOVE BCH-ID         TO BT-ID(BT-CNT)
        MOVE BCH-USER       TO BT-USER(BT-CNT)
        MOVE BCH-FORM       TO BT-FORM(BT-CNT)
        MOVE BCH-AMT-FIELD  TO BT-AMT-FIELD(BT-CNT)
        MOVE BCH-EXP-COUNT  TO BT-EXP-COUNT(BT-CNT)
        MOVE BCH-ACT-COUNT  TO BT-ACT-COUNT(BT-CNT)
        MOVE BCH-EXP-TOTAL  TO BT-EXP-TOTAL(BT-CNT)
        MOVE BCH-ACT-TOTAL  TO BT-ACT-TOTAL(BT-CNT)
        MOVE BCH-STATE      TO BT-STATE(BT-CNT)
        MOVE BCH-CLOSER     TO BT-CLOSER(BT-CNT)
        MOVE BCH-REASON     TO BT-REASON(BT-CNT)
       ELSE
        MOVE "Y" TO BT-FULL-SW
       END-IF
      END-IF
      CALL "DBGET" USING Secdb-Database DS-BATCH-CONTROL SERIAL
          STATUS-AREA ALL-ITEMS DB-BATCH-CONTROL NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> Exchange sort on day, then opening time.
 SORT-BATCHES.
     MOVE "Y" TO BT-SWAPPED-SW.
     PERFORM UNTIL NOT BT-SWAPPED
      MOVE "N" TO BT-SWAPPED-SW
      PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX >= BT-CNT
       COMPUTE BT-IDX2 = BT-IDX + 1 END-COMPUTE
       IF BT-DAY(BT-IDX) > BT-DAY(BT-IDX2)
        OR (BT-DAY(BT-IDX) = BT-DAY(BT-IDX2)
            AND BT-OPEN-TIME(BT-IDX) > BT-OPEN-TIME(BT-IDX2))
        MOVE BT-ENTRY(BT-IDX)  TO BT-SWAP-ENTRY
        MOVE BT-ENTRY(BT-IDX2) TO BT-ENTRY(BT-IDX)
        MOVE BT-SWAP-ENTRY     TO BT-ENTRY(BT-IDX2)
        MOVE "Y" TO BT-SWAPPED-SW
       END-IF
      END-PERFORM
     END-PERFORM.
*>-----------------------------------------------------------------
 WRITE-REPORT.
     MOVE SPACES TO BATCHRPT-RECORD.
     STRING "BATCH BALANCING - DAY,ID,OPERATOR,FORM,AMOUNTFIELD,"
            "STATE,DOCS,EXPDOCS,TOTAL,EXPTOTAL,FORCEDBY,REASON"
      DELIMITED BY SIZE INTO BATCHRPT-RECORD.
     WRITE BATCHRPT-RECORD.

     MOVE 0 TO CUR-DAY TOT-OPEN TOT-BALANCED TOT-FORCED.
     MOVE 0 TO DAY-OPEN DAY-BALANCED DAY-FORCED.
     PERFORM WRITE-ONE-BATCH
         VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-CNT.
     IF BT-CNT > 0
      PERFORM WRITE-DAY-TOTALS.

     MOVE TOT-OPEN     TO DISP-CNT.
     MOVE TOT-BALANCED TO DISP-CNT2.
     MOVE TOT-FORCED   TO DISP-CNT3.
     MOVE SPACES TO BATCHRPT-RECORD.
     STRING "ALL DAYS: OPEN" DISP-CNT " BALANCED" DISP-CNT2
            " FORCED" DISP-CNT3
      DELIMITED BY SIZE INTO BATCHRPT-RECORD.
     WRITE BATCHRPT-RECORD.
     IF BT-FULL
      MOVE SPACES TO BATCHRPT-RECORD
      STRING "MORE THAN 2000 BATCHES IN THE WINDOW - "
             "NARROW THE DATES FOR THE REST"
       DELIMITED BY SIZE INTO BATCHRPT-RECORD
      WRITE BATCHRPT-RECORD.
*>-----------------------------------------------------------------
 WRITE-ONE-BATCH.
     IF BT-DAY(BT-IDX) NOT = CUR-DAY
      IF CUR-DAY NOT = 0
       PERFORM WRITE-DAY-TOTALS
      END-IF
      MOVE BT-DAY(BT-IDX) TO CUR-DAY
      MOVE 0 TO DAY-OPEN DAY-BALANCED DAY-FORCED
     END-IF.

     EVALUATE BT-STATE(BT-IDX)
      WHEN "B"
       MOVE "BALANCED" TO STATE-TEXT
       ADD 1 TO DAY-BALANCED TOT-BALANCED
      WHEN "F"
       MOVE "FORCED"   TO STATE-TEXT
       ADD 1 TO DAY-FORCED TOT-FORCED
      WHEN OTHER
       MOVE "OPEN"     TO STATE-TEXT
       ADD 1 TO DAY-OPEN TOT-OPEN
     END-EVALUATE.

     MOVE BT-ACT-COUNT(BT-IDX) TO DISP-CNT.
     MOVE BT-EXP-COUNT(BT-IDX) TO DISP-CNT2.
     MOVE BT-ACT-TOTAL(BT-IDX) TO DISP-TOT.
     MOVE BT-EXP-TOTAL(BT-IDX) TO DISP-TOT2.
     MOVE SPACES TO BATCHRPT-RECORD.
     IF BT-STATE(BT-IDX) = "F"
      STRING BT-DAY(BT-IDX)       DELIMITED BY SIZE  ","
             BT-ID(BT-IDX)        DELIMITED BY SPACE ","
             BT-USER(BT-IDX)      DELIMITED BY SPACE ","
             BT-FORM(BT-IDX)      DELIMITED BY SPACE ","
             BT-AMT-FIELD(BT-IDX) DELIMITED BY SPACE ","
             STATE-TEXT           DELIMITED BY SPACE ","
             DISP-CNT             DELIMITED BY SIZE  ","
             DISP-CNT2            DELIMITED BY SIZE  ","
             DISP-TOT             DELIMITED BY SIZE  ","
             DISP-TOT2            DELIMITED BY SIZE  ","
             BT-CLOSER(BT-IDX)    DELIMITED BY SPACE ","
             BT-REASON(BT-IDX)    DELIMITED BY "  "
       INTO BATCHRPT-RECORD
     ELSE
      STRING BT-DAY(BT-IDX)       DELIMITED BY SIZE  ","
             BT-ID(BT-IDX)        DELIMITED BY SPACE ","
             BT-USER(BT-IDX)      DELIMITED BY SPACE ","
             BT-FORM(BT-IDX)      DELIMITED BY SPACE ","
             BT-AMT-FIELD(BT-IDX) DELIMITED BY SPACE ","
             STATE-TEXT           DELIMITED BY SPACE ","
             DISP-CNT             DELIMITED BY SIZE  ","
             DISP-CNT2            DELIMITED BY SIZE  ","
             DISP-TOT             DELIMITED BY SIZE  ","
             DISP-TOT2            DELIMITED BY SIZE
       INTO BATCHRPT-RECORD.
     WRITE BATCHRPT-RECORD.
*>-----------------------------------------------------------------
 WRITE-DAY-TOTALS.
     MOVE DAY-OPEN     TO DISP-CNT.
     MOVE DAY-BALANCED TO DISP-CNT2.
     MOVE DAY-FORCED   TO DISP-CNT3.
     MOVE SPACES TO BATCHRPT-RECORD.
     STRING "DAY " CUR-DAY ": OPEN" DISP-CNT " BALANCED" DISP-CNT2
            " FORCED" DISP-CNT3
      DELIMITED BY SIZE INTO BATCHRPT-RECORD.
     WRITE BATCHRPT-RECORD.
