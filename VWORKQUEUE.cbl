*>     WORKQ-REOPEN ("O") restore the item's buffer into the
*>                  conversation (the caller must be sitting on the
*>                  same form) and mark it done
*>     WORKQ-VIEW   ("V") one item to the report file - header,
*>                  the parked buffer in 80-byte slices and its edit
*>                  messages - read-only, the item stays where it is
*>   Done items keep their who/when skeleton with the buffer
*>   cleared - the referral trail survives the work. Items the
*>   nightly intake raised come back with their edit messages
*>   standing on the fields they were raised against. Items that
*>   outrun their service-level target are warned on and escalated
*>   by VWQSLA; the list shows how far past it each one is and the
*>   view carries its escalation history.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VWORKQUEUE.
 AUTHOR.     MICHAEL ANDERSON.
 01 WQ-ID-CLOCK             PIC 9(12) VALUE 0.
 01 AGE-MINUTES             PIC S9(8) COMP-5 VALUE 0.
 01 DISP-AGE                PIC -------9.
 01 WQ-MSG-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 WQ-FLD-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 CHUNK-START             PIC S9(8) COMP-5 VALUE 0.
 01 CHUNK-LEN               PIC S9(8) COMP-5 VALUE 0.
 01 DISP-TIME               PIC -(14)9.
 01 WQ-ESC-IDX              PIC S9(4) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 SENS-CHK-IDX            PIC S9(4) COMP-5 VALUE 0.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
      WHEN WORKQ-CLAIM
       PERFORM CLAIM-QUEUE-ITEM
      WHEN WORKQ-REOPEN
       PERFORM REOPEN-QUEUE-ITEM THRU REOPEN-QUEUE-ITEM-EXIT
      WHEN WORKQ-VIEW
       PERFORM VIEW-QUEUE-ITEM THRU VIEW-QUEUE-ITEM-EXIT
      WHEN OTHER
       PERFORM LIST-QUEUE-ITEMS
     END-EVALUATE.
     MOVE WORKQ-REASON    TO WQ-REASON.
     MOVE WORKQ-ROLE      TO WQ-TARGET-ROLE.
     MOVE "P"             TO WQ-STATE.
     MOVE CORRELATION-ID  TO WQ-CORRELATION-ID.
     MOVE 0               TO WQ-MSG-CNT.
     MOVE AF-AppBuf-Len   TO WQ-BUFLEN-WRK.
     IF WQ-BUFLEN-WRK > 3000
      MOVE 3000 TO WQ-BUFLEN-WRK.
     IF WQ-BUFLEN-WRK > 0
      MOVE MM-CD-DATABUFFER(1:WQ-BUFLEN-WRK)
        TO WQ-BUFFER(1:WQ-BUFLEN-WRK).
*> A panel carrying sensitive fields parks scrambled, as its draft
*> would.
     MOVE SPACE  TO WQ-ENC-SW.
     MOVE SPACES TO WQ-KEY-VER.
     PERFORM VARYING SENS-CHK-IDX FROM 1 BY 1
       UNTIL SENS-CHK-IDX > AF-AppFld-Cnt OR WQ-ENCRYPTED
      IF FIELD-SENSITIVE(SENS-CHK-IDX) = "Y"
       MOVE "Y" TO WQ-ENC-SW
      END-IF
     END-PERFORM.
     IF WQ-ENCRYPTED AND WQ-BUFLEN-WRK > 0
      MOVE "E"           TO BC-MODE
      MOVE WQ-BUFLEN-WRK TO BC-LENGTH
      MOVE WQ-BUFFER     TO BC-BUFFER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER     TO WQ-BUFFER
      MOVE BC-KEY-VER    TO WQ-KEY-VER
     ELSE
      MOVE SPACE TO WQ-ENC-SW.
     CALL "DBLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-WORK-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA

     PERFORM Get-ClockSeconds.
     MOVE SPACES TO WORKQ-RECORD.
     STRING "WORK QUEUE - ID,FORM,PENDEDBY,REASON,STATE,AGEMINS,SLA"
      DELIMITED BY SIZE INTO WORKQ-RECORD.
     WRITE WORKQ-RECORD.

              WQ-USER   DELIMITED BY SPACE ","
              WQ-REASON DELIMITED BY SPACE ","
              WQ-STATE  DELIMITED BY SIZE  ","
              DISP-AGE  DELIMITED BY SIZE  ","
              WQ-SLA-STATE
        DELIMITED BY SIZE INTO WORKQ-RECORD
       WRITE WORKQ-RECORD
      END-IF
     CLOSE WORKQ-FILE.
 LIST-QUEUE-ITEMS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> One item for the handler to read before claiming it - the
*> VAPPROVE view layout, with the intake's edit messages under it.
 VIEW-QUEUE-ITEM.
     PERFORM FIND-QUEUE-ITEM.
     IF NOT RECORD-FOUND
      MOVE "VWORKQUEUE" TO INTR-ERRNAME
      MOVE 17            TO INTR-ERRNUM
      MOVE 17            TO CSTATUS
      GO TO VIEW-QUEUE-ITEM-EXIT.

     MOVE "WORKQUEUE.RPT" TO WORKQ-FILE-NAME-WRK.
     IF WORKQ-RPT-NAME NOT = SPACES
      MOVE WORKQ-RPT-NAME TO WORKQ-FILE-NAME-WRK.
     OPEN OUTPUT WORKQ-FILE.
     IF WRKQ-STATUS1 NOT = "00"
      MOVE "VWORKQUEUE" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO VIEW-QUEUE-ITEM-EXIT.

     MOVE WQ-TIME TO DISP-TIME.
     MOVE SPACES TO WORKQ-RECORD.
     STRING "ID="        DELIMITED BY SIZE
            WQ-ID        DELIMITED BY SPACE
            " FORM="     DELIMITED BY SIZE
            WQ-FORM      DELIMITED BY SPACE
            " PENDEDBY=" DELIMITED BY SIZE
            WQ-USER      DELIMITED BY SPACE
            " REASON="   DELIMITED BY SIZE
            WQ-REASON    DELIMITED BY SPACE
            " ROLE="     DELIMITED BY SIZE
            WQ-TARGET-ROLE DELIMITED BY SPACE
            " STATE="    DELIMITED BY SIZE
            WQ-STATE     DELIMITED BY SIZE
            " TIME="     DELIMITED BY SIZE
            DISP-TIME    DELIMITED BY SIZE
      INTO WORKQ-RECORD.
     WRITE WORKQ-RECORD.
     IF WQ-CLAIMED-BY NOT = SPACES
      MOVE WQ-CLAIM-TIME TO DISP-TIME
      MOVE SPACES TO WORKQ-RECORD
      STRING "CLAIMEDBY=" DELIMITED BY SIZE
             WQ-CLAIMED-BY DELIMITED BY SPACE
             " TIME="     DELIMITED BY SIZE
             DISP-TIME    DELIMITED BY SIZE
       INTO WORKQ-RECORD
      WRITE WORKQ-RECORD.
     PERFORM VARYING WQ-ESC-IDX FROM 1 BY 1
       UNTIL WQ-ESC-IDX > WQ-ESC-CNT OR WQ-ESC-IDX > 4
      MOVE WQ-ESC-TIME(WQ-ESC-IDX) TO DISP-TIME
      MOVE SPACES TO WORKQ-RECORD
      IF WQ-ESC-KIND(WQ-ESC-IDX) = "B"
       STRING "SLA BREACHED - ESCALATED FROM " DELIMITED BY SIZE
              WQ-ESC-FROM-ROLE(WQ-ESC-IDX)      DELIMITED BY SPACE
              " TO "                            DELIMITED BY SIZE
              WQ-ESC-TO-ROLE(WQ-ESC-IDX)        DELIMITED BY SPACE
              " NOTIFIED="                      DELIMITED BY SIZE
              WQ-ESC-NOTIFIED(WQ-ESC-IDX)       DELIMITED BY SPACE
              " TIME="                          DELIMITED BY SIZE
              DISP-TIME                         DELIMITED BY SIZE
        INTO WORKQ-RECORD
      ELSE
       STRING "SLA WARNING - ROLE "             DELIMITED BY SIZE
              WQ-ESC-FROM-ROLE(WQ-ESC-IDX)      DELIMITED BY SPACE
              " NOTIFIED="                      DELIMITED BY SIZE
              WQ-ESC-NOTIFIED(WQ-ESC-IDX)       DELIMITED BY SPACE
              " TIME="                          DELIMITED BY SIZE
              DISP-TIME                         DELIMITED BY SIZE
        INTO WORKQ-RECORD
      END-IF
      WRITE WORKQ-RECORD
     END-PERFORM.

     MOVE WQ-BUFLEN TO WQ-BUFLEN-WRK.
     IF WQ-BUFLEN-WRK > 3000
      MOVE 3000 TO WQ-BUFLEN-WRK.
     PERFORM UNSCRAMBLE-QUEUE-BUFFER.
     IF BC-KEY-MISSING
      MOVE SPACES TO WORKQ-RECORD
      STRING "BUFFER WITHHELD - KEY VERSION " WQ-KEY-VER
             " NOT AVAILABLE"
       DELIMITED BY SIZE INTO WORKQ-RECORD
      WRITE WORKQ-RECORD
      MOVE 0 TO WQ-BUFLEN-WRK.
     MOVE 1 TO CHUNK-START.
     PERFORM UNTIL CHUNK-START > WQ-BUFLEN-WRK
      IF WQ-BUFLEN-WRK - CHUNK-START + 1 > 80
       MOVE 80 TO CHUNK-LEN
      ELSE
       COMPUTE CHUNK-LEN = WQ-BUFLEN-WRK - CHUNK-START + 1
       END-COMPUTE
      END-IF
      MOVE SPACES TO WORKQ-RECORD
      MOVE WQ-BUFFER(CHUNK-START:CHUNK-LEN)
        TO WORKQ-RECORD(1:CHUNK-LEN)
      WRITE WORKQ-RECORD
      COMPUTE CHUNK-START = CHUNK-START + CHUNK-LEN END-COMPUTE
     END-PERFORM.

     PERFORM VARYING WQ-MSG-IDX FROM 1 BY 1
       UNTIL WQ-MSG-IDX > WQ-MSG-CNT OR WQ-MSG-IDX > 5
      MOVE SPACES TO WORKQ-RECORD
      STRING "EDIT "  DELIMITED BY SIZE
             WQ-MSG-FIELD(WQ-MSG-IDX) DELIMITED BY SPACE
             ": "     WQ-MSG-TEXT(WQ-MSG-IDX)  DELIMITED BY SIZE
       INTO WORKQ-RECORD
      WRITE WORKQ-RECORD
     END-PERFORM.
     CLOSE WORKQ-FILE.
 VIEW-QUEUE-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 CLAIM-QUEUE-ITEM.
     PERFORM FIND-QUEUE-ITEM.
     MOVE "C"          TO WQ-STATE.
     MOVE WORKQ-USER   TO WQ-CLAIMED-BY.
     MOVE ClockSeconds TO WQ-CLAIM-TIME.
     IF WQ-FIRST-CLAIM-TIME = 0
      MOVE ClockSeconds TO WQ-FIRST-CLAIM-TIME.
     PERFORM UPDATE-QUEUE-ITEM.
 CLAIM-QUEUE-ITEM-EXIT.
     EXIT.
     MOVE WQ-BUFLEN TO WQ-BUFLEN-WRK.
     IF WQ-BUFLEN-WRK > 3000
      MOVE 3000 TO WQ-BUFLEN-WRK.
     PERFORM UNSCRAMBLE-QUEUE-BUFFER.
     IF BC-KEY-MISSING
      MOVE "VWORKQUEUE" TO INTR-ERRNAME
      MOVE 158           TO INTR-ERRNUM
      MOVE 158           TO CSTATUS
      MOVE "ITEM BUFFER KEY VERSION NOT AVAILABLE" TO END-MSG
      GO TO REOPEN-QUEUE-ITEM-EXIT.
     IF WQ-BUFLEN-WRK > 0
      MOVE WQ-BUFFER(1:WQ-BUFLEN-WRK)
        TO MM-CD-DATABUFFER(1:WQ-BUFLEN-WRK)
      MOVE WQ-BUFFER(1:WQ-BUFLEN-WRK)
        TO LAST-BUFFER(1:WQ-BUFLEN-WRK).
     IF WQ-MSG-CNT > 0
      PERFORM RESTORE-QUEUE-MESSAGES.
     IF WQ-CORRELATION-ID NOT = SPACES
      MOVE WQ-CORRELATION-ID TO CORRELATION-ID.

     PERFORM Get-ClockSeconds.
     MOVE "D"          TO WQ-STATE.
     IF WQ-CLAIMED-BY = SPACES
      MOVE WORKQ-USER  TO WQ-CLAIMED-BY.
     MOVE ClockSeconds TO WQ-CLAIM-TIME.
     MOVE ClockSeconds TO WQ-DONE-TIME.
     IF WQ-FIRST-CLAIM-TIME = 0
      MOVE ClockSeconds TO WQ-FIRST-CLAIM-TIME.
     MOVE 0            TO WQ-BUFLEN.
     MOVE SPACES       TO WQ-BUFFER.
     MOVE SPACE        TO WQ-ENC-SW.
     MOVE SPACES       TO WQ-KEY-VER.
     PERFORM UPDATE-QUEUE-ITEM.
 REOPEN-QUEUE-ITEM-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A scrambled item reads back in the clear only inside the runtime;
*> BC-KEY-MISSING says its key version has been retired.
 UNSCRAMBLE-QUEUE-BUFFER.
     MOVE "Y" TO BC-KEY-SW.
     IF WQ-ENCRYPTED AND WQ-BUFLEN-WRK > 0
      MOVE "D"           TO BC-MODE
      MOVE WQ-BUFLEN-WRK TO BC-LENGTH
      MOVE WQ-BUFFER     TO BC-BUFFER
      MOVE WQ-KEY-VER    TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER     TO WQ-BUFFER.
*>-----------------------------------------------------------------
*> The edit messages the item was raised with go back on their
*> fields the way VSETERROR would put them there - the handler
*> reopens onto the same errors the intake edits reported.
 RESTORE-QUEUE-MESSAGES.
     PERFORM VARYING WQ-MSG-IDX FROM 1 BY 1
       UNTIL WQ-MSG-IDX > WQ-MSG-CNT OR WQ-MSG-IDX > 5
      PERFORM VARYING WQ-FLD-IDX FROM 1 BY 1
        UNTIL WQ-FLD-IDX > AF-AppFld-Cnt
       IF HFLD-NAME(WQ-FLD-IDX) = WQ-MSG-FIELD(WQ-MSG-IDX)
        IF WQ-MSG-RULE(WQ-MSG-IDX) > 0
         MOVE WQ-MSG-RULE(WQ-MSG-IDX) TO HFLD-ERRFLG(WQ-FLD-IDX)
        ELSE
         MOVE HFLD-NUMBER(WQ-FLD-IDX) TO HFLD-ERRFLG(WQ-FLD-IDX)
        END-IF
        MOVE WQ-MSG-TEXT(WQ-MSG-IDX) TO HFLD-ERRMSG(WQ-FLD-IDX)
        ADD 1 TO NUMERRS
       END-IF
      END-PERFORM
     END-PERFORM.
     MOVE WQ-MSG-TEXT(1) TO END-MSG.
*>-----------------------------------------------------------------
 FIND-QUEUE-ITEM.
     MOVE "N" TO FOUND-SW.
     CALL "DBLOCK" USING Secdb-Database DS-WORK-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-WORK-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-WORK-QUEUE.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
