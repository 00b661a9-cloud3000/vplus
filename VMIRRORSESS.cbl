    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
      PERFORM FIND-MIRROR
      IF NOT NO-ENTRY
       PERFORM LOCK-MIRROR
       CALL "VDBDELETE" USING Secdb-Database DS-SCREEN-MIRROR
            MODE-1 STATUS-AREA
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      MOVE "D"        TO BC-MODE
      MOVE MIR-BUFLEN TO BC-LENGTH
      MOVE MIR-BUFFER TO BC-BUFFER
      MOVE MIR-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER  TO MIR-BUFFER.

            " BUFLEN=" disp-buflen    DELIMITED BY SIZE
      INTO MIRROR-RECORD.
     WRITE MIRROR-RECORD.
*> Scrambled under a key version no longer configured - the image
*> is withheld rather than dumped unreadable.
     IF MIR-ENCRYPTED AND BC-KEY-MISSING
      MOVE SPACES TO MIRROR-RECORD
      STRING "BUFFER WITHHELD - KEY VERSION " MIR-KEY-VER
             " NOT AVAILABLE"
       DELIMITED BY SIZE INTO MIRROR-RECORD
      WRITE MIRROR-RECORD
      MOVE 0 TO MIR-BUFLEN.

     MOVE 1 TO CHUNK-START.
     PERFORM UNTIL CHUNK-START > MIR-BUFLEN
     MOVE ClockSeconds          TO AK-TIME.
     MOVE MIRROR-INJECT-CODE    TO AK-SP2-CODE.
     MOVE "P"                   TO AK-STATE.
     MOVE SPACE                 TO AK-ORIGIN.
     MOVE SPACES                TO AK-MACRO-NAME AK-FLD-NAME
                                   AK-FLD-VALUE.
     CALL "DBLOCK" USING Secdb-Database DS-ASSIST-KEY
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBPUT" USING Secdb-Database DS-ASSIST-KEY
         MODE-1 STATUS-AREA ALL-ITEMS DB-ASSIST-KEY.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
      IF CONDITION-WORD = 0
       CALL "DBLOCK" USING Secdb-Database DS-ASSIST-KEY
           MODE-3 STATUS-AREA
       CALL "VDBDELETE" USING Secdb-Database DS-ASSIST-KEY
           MODE-1 STATUS-AREA
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-ASSIST-KEY
     EXIT.
*>-----------------------------------------------------------------
*> Chain to the first still-pending key; a zero condition word on
*> return means it is the current record. The operator's own macro
*> steps are not the assist's to discard.
 FIND-PENDING-KEY.
     PERFORM UNTIL END-OF-CHAIN
      CALL "DBGET" USING Secdb-Database DS-ASSIST-KEY CHAINED
       EXIT PERFORM
      END-IF
      IF NOT END-OF-CHAIN
       IF AK-PENDING AND NOT AK-FROM-MACRO
        MOVE 0 TO CONDITION-WORD
        EXIT PERFORM
       END-IF
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
 UPDATE-AUTHSES.
     CALL "VDBUPDATE" USING Secdb-Database DS-AUTH-SESSION
         MODE-1 STATUS-AREA ALL-ITEMS DB-AUTH-SESSION.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
*>-----------------------------------------------------------------
