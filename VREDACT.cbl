*>   strike. The archived PDF files themselves are outside this
*>   program's reach and are listed on the report for manual
*>   disposal when their index rows match.
*>   Transaction attachments (ATTACHMENT) are found the same way -
*>   the subject in the form key, the client file name or the
*>   description - and also by transaction: every attachment of a
*>   transaction whose journal carried the subject belongs to the
*>   subject too. Their repository files are listed for manual
*>   disposal like the PDFs.
*>   Account memos (MEMO) are found by the subject in the memo key
*>   or the memo text.
*>   A starred DATAJRNL entry is flagged redacted and the redaction
*>   recorded on ADMINLOG, so the journal's hash chain still
*>   verifies: the change is accounted for, not tampering.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VREDACT.
 AUTHOR.     MICHAEL ANDERSON.
 01 RECORD-CHANGED-SW       PIC X VALUE "N".
    88 RECORD-CHANGED           VALUE "Y".
 01 STRIDX                  PIC S9(4) COMP-5 VALUE 0.
 01 KEY-CHANGED-SW          PIC X VALUE "N".
    88 KEY-CHANGED              VALUE "Y".
*> Correlation ids of the transactions whose journal carried the
*> subject - their attachments are the subject's.
 01 SUBJECT-TXN-TABLE.
    05 SUBJECT-TXN-CNT      PIC S9(4) COMP-5 VALUE 0.
    05 SUBJECT-TXN-ID OCCURS 200 TIMES PIC X(16).
 01 TXN-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 TXN-MATCH-SW            PIC X VALUE "N".
    88 TXN-MATCHED              VALUE "Y".
 01 DISP-SEQ                PIC 9(9).
 01 ADMIN-ACTION-LOG.
    02 AAL-ACTOR    Pic X(32) Value Spaces.
    02 AAL-PROGRAM  Pic X(15) Value Spaces.
    02 AAL-ACTION   Pic X(16) Value Spaces.
    02 AAL-TARGET   Pic X(48) Value Spaces.
    02 AAL-OLD      Pic X(64) Value Spaces.
    02 AAL-NEW      Pic X(64) Value Spaces.
 01 BUFCRYPT-PARMS.
    02 BC-MODE      Pic X(01) Value Space.
    02 BC-LENGTH    Pic S9(8) Comp-5 Value 0.
    02 BC-BUFFER    Pic X(3000) Value Spaces.
    02 BC-KEY-VER   Pic X(02) Value Spaces.
    02 BC-KEY-SW    Pic X(01) Value Space.
       88 BC-KEY-MISSING Value "N".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
 01 DS-EDIT-FAIL            Pic X(16) Value "EDITFAIL".
 01 DS-SCREEN-MIRROR        Pic X(16) Value "SCREENMIR".
 01 DS-PRINT-ARCHIVE        Pic X(16) Value "PRINTARCH".
 01 DS-ATTACHMENT           Pic X(16) Value "ATTACHMENT".
 01 DS-MEMO                 Pic X(16) Value "MEMO".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
     PERFORM SCAN-EDIT-FAIL.
     PERFORM SCAN-SCREEN-MIRROR.
     PERFORM SCAN-PRINT-ARCHIVE.
     PERFORM SCAN-ATTACHMENTS.
     PERFORM SCAN-MEMOS.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE REDACT-FILE.
       MOVE "D" TO BC-MODE
       MOVE SCAN-LIMIT TO BC-LENGTH
       MOVE DRAFT-BUFFER TO BC-BUFFER
       MOVE DRAFT-KEY-VER TO BC-KEY-VER
       CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
       MOVE BC-BUFFER TO DRAFT-BUFFER
       IF BC-KEY-MISSING
        MOVE 0 TO SCAN-LIMIT
        MOVE SPACES TO REDACT-RECORD
        STRING "FORMDRAFT," DELIMITED BY SIZE
               DRAFT-USER DELIMITED BY SPACE
               " "          DELIMITED BY SIZE
               DRAFT-FORM DELIMITED BY SPACE
               ",NOT SCANNED - KEY VERSION " DELIMITED BY SIZE
               DRAFT-KEY-VER DELIMITED BY SIZE
               " NOT AVAILABLE" DELIMITED BY SIZE
         INTO REDACT-RECORD
        WRITE REDACT-RECORD
       END-IF
      END-IF
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (SCAN-LIMIT - SUBJECT-LEN + 1)
       MOVE DRAFT-BUFFER TO BC-BUFFER
       CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
       MOVE BC-BUFFER TO DRAFT-BUFFER
       MOVE BC-KEY-VER TO DRAFT-KEY-VER
      END-IF
      IF HIT-CNT > 0
       ADD HIT-CNT TO FOUND-COUNT
     CALL "DBLOCK" USING Secdb-Database DS-FORM-DRAFT
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-FORM-DRAFT
         MODE-1 STATUS-AREA ALL-ITEMS DB-FORM-DRAFT.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-FORM-DRAFT
              DISP-TIME    DELIMITED BY SIZE
        INTO REDACT-RECORD
       WRITE REDACT-RECORD
       PERFORM NOTE-SUBJECT-TXN THRU NOTE-SUBJECT-TXN-EXIT
      END-IF
      IF RECORD-CHANGED
       MOVE "Y" TO DJ-REDACTED-SW
       CALL "DBLOCK" USING Secdb-Database DS-DATA-JOURNAL
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-DATA-JOURNAL
           MODE-1 STATUS-AREA ALL-ITEMS DB-DATA-JOURNAL
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       ELSE
        IF DJ-CHAIN-SEQ > 0
         PERFORM LOG-JOURNAL-REDACTION
        END-IF
       END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-DATA-JOURNAL
           MODE-1 STATUS-AREA
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> A starred journal entry no longer matches the hash it was sealed
*> with. The redaction goes on ADMINLOG against the entry's chain
*> sequence - that chained record is what VJRNLVERIFY accepts as
*> the reason, where an unexplained change is reported as tampering.
 LOG-JOURNAL-REDACTION.
     MOVE SPACES TO ADMIN-ACTION-LOG.
     MOVE DJ-CHAIN-SEQ TO DISP-SEQ.
     MOVE "VREDACT"     TO AAL-ACTOR.
     MOVE "VREDACT"     TO AAL-PROGRAM.
     MOVE "JRNL-REDACT" TO AAL-ACTION.
     STRING "DATAJRNL " DISP-SEQ
      DELIMITED BY SIZE INTO AAL-TARGET.
     STRING DJ-USER  DELIMITED BY SPACE
            " "      DELIMITED BY SIZE
            DJ-FORM  DELIMITED BY SPACE
            " "      DELIMITED BY SIZE
            DJ-FIELD DELIMITED BY SPACE
      INTO AAL-OLD.
     MOVE "SUBJECT VALUE STARRED OUT" TO AAL-NEW.
     CALL "VADMINLOG" USING COMAREA ADMIN-ACTION-LOG.
*>-----------------------------------------------------------------
 SCAN-EDIT-FAIL.
     MOVE LOW-VALUES TO DB-EDIT-FAIL.
      IF RECORD-CHANGED
       CALL "DBLOCK" USING Secdb-Database DS-EDIT-FAIL
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-EDIT-FAIL
           MODE-1 STATUS-AREA ALL-ITEMS DB-EDIT-FAIL
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
       MOVE "D" TO BC-MODE
       MOVE SCAN-LIMIT TO BC-LENGTH
       MOVE MIR-BUFFER TO BC-BUFFER
       MOVE MIR-KEY-VER TO BC-KEY-VER
       CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
       MOVE BC-BUFFER TO MIR-BUFFER
       IF BC-KEY-MISSING
        MOVE 0 TO SCAN-LIMIT
        MOVE SPACES TO REDACT-RECORD
        STRING "SCREENMIR," DELIMITED BY SIZE
               MIR-USER DELIMITED BY SPACE
               " "          DELIMITED BY SIZE
               MIR-SCREEN DELIMITED BY SPACE
               ",NOT SCANNED - KEY VERSION " DELIMITED BY SIZE
               MIR-KEY-VER DELIMITED BY SIZE
               " NOT AVAILABLE" DELIMITED BY SIZE
         INTO REDACT-RECORD
        WRITE REDACT-RECORD
       END-IF
      END-IF
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (SCAN-LIMIT - SUBJECT-LEN + 1)
       MOVE MIR-BUFFER TO BC-BUFFER
       CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
       MOVE BC-BUFFER TO MIR-BUFFER
       MOVE BC-KEY-VER TO MIR-KEY-VER
      END-IF
      IF HIT-CNT > 0
       ADD HIT-CNT TO FOUND-COUNT
      IF RECORD-CHANGED
       CALL "DBLOCK" USING Secdb-Database DS-SCREEN-MIRROR
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-SCREEN-MIRROR
           MODE-1 STATUS-AREA ALL-ITEMS DB-SCREEN-MIRROR
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      IF RECORD-CHANGED
       CALL "DBLOCK" USING Secdb-Database DS-PRINT-ARCHIVE
           MODE-3 STATUS-AREA
       CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-ARCHIVE
           MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-ARCHIVE
       IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
       END-IF
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 NOTE-SUBJECT-TXN.
     IF DJ-CORRELATION-ID = SPACES
      GO TO NOTE-SUBJECT-TXN-EXIT.
     PERFORM VARYING TXN-IDX FROM 1 BY 1
       UNTIL TXN-IDX > SUBJECT-TXN-CNT
      IF SUBJECT-TXN-ID(TXN-IDX) = DJ-CORRELATION-ID
       GO TO NOTE-SUBJECT-TXN-EXIT
      END-IF
     END-PERFORM.
     IF SUBJECT-TXN-CNT < 200
      ADD 1 TO SUBJECT-TXN-CNT
      MOVE DJ-CORRELATION-ID TO SUBJECT-TXN-ID(SUBJECT-TXN-CNT).
 NOTE-SUBJECT-TXN-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The form key is a search item, so a starred key cannot be
*> updated in place - the row is deleted and put back starred.
*> A row found only by its transaction has no text to star; its
*> file is what the erasure is about, and it is listed.
 SCAN-ATTACHMENTS.
     MOVE LOW-VALUES TO DB-ATTACHMENT.
     CALL "DBGET" USING Secdb-Database DS-ATTACHMENT SERIAL
         STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO HIT-CNT
      MOVE "N" TO RECORD-CHANGED-SW KEY-CHANGED-SW TXN-MATCH-SW
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (32 - SUBJECT-LEN + 1)
       IF ATT-FORM-KEY(SCAN-POS:SUBJECT-LEN)
          = SUBJECT-TEXT(1:SUBJECT-LEN)
        ADD 1 TO HIT-CNT
        IF REDACT-APPLY
         MOVE ALL "*" TO ATT-FORM-KEY(SCAN-POS:SUBJECT-LEN)
         MOVE "Y" TO RECORD-CHANGED-SW KEY-CHANGED-SW
        END-IF
       END-IF
      END-PERFORM
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (40 - SUBJECT-LEN + 1)
       IF ATT-FILE-NAME(SCAN-POS:SUBJECT-LEN)
          = SUBJECT-TEXT(1:SUBJECT-LEN)
        ADD 1 TO HIT-CNT
        IF REDACT-APPLY
         MOVE ALL "*" TO ATT-FILE-NAME(SCAN-POS:SUBJECT-LEN)
         MOVE "Y" TO RECORD-CHANGED-SW
        END-IF
       END-IF
       IF ATT-DESC(SCAN-POS:SUBJECT-LEN)
          = SUBJECT-TEXT(1:SUBJECT-LEN)
        ADD 1 TO HIT-CNT
        IF REDACT-APPLY
         MOVE ALL "*" TO ATT-DESC(SCAN-POS:SUBJECT-LEN)
         MOVE "Y" TO RECORD-CHANGED-SW
        END-IF
       END-IF
      END-PERFORM
      IF ATT-CORRELATION-ID NOT = SPACES
       PERFORM VARYING TXN-IDX FROM 1 BY 1
         UNTIL TXN-IDX > SUBJECT-TXN-CNT OR TXN-MATCHED
        IF SUBJECT-TXN-ID(TXN-IDX) = ATT-CORRELATION-ID
         MOVE "Y" TO TXN-MATCH-SW
        END-IF
       END-PERFORM
      END-IF
      IF HIT-CNT > 0 OR TXN-MATCHED
       IF HIT-CNT > 0
        ADD HIT-CNT TO FOUND-COUNT
       ELSE
        ADD 1 TO FOUND-COUNT
       END-IF
       MOVE SPACES TO REDACT-RECORD
       STRING "ATTACHMENT,"      DELIMITED BY SIZE
              ATT-ID             DELIMITED BY SPACE
              ",FILE AT "        DELIMITED BY SIZE
              ATT-REPO-PATH      DELIMITED BY SPACE
              " TRANSACTION "    DELIMITED BY SIZE
              ATT-CORRELATION-ID DELIMITED BY SPACE
        INTO REDACT-RECORD
       WRITE REDACT-RECORD
      END-IF
      IF RECORD-CHANGED
       CALL "DBLOCK" USING Secdb-Database DS-ATTACHMENT
           MODE-3 STATUS-AREA
       IF KEY-CHANGED
        CALL "VDBDELETE" USING Secdb-Database DS-ATTACHMENT
            MODE-1 STATUS-AREA
        IF IMAGE-ERRORS
         CALL "DBEXPLAIN" USING STATUS-AREA
        ELSE
         CALL "VDBPUT" USING Secdb-Database DS-ATTACHMENT
             MODE-1 STATUS-AREA ALL-ITEMS DB-ATTACHMENT
         IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
         END-IF
        END-IF
       ELSE
        CALL "VDBUPDATE" USING Secdb-Database DS-ATTACHMENT
            MODE-1 STATUS-AREA ALL-ITEMS DB-ATTACHMENT
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
        END-IF
       END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-ATTACHMENT
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-ATTACHMENT SERIAL
          STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The memo key is a search item - a starred key goes back as a
*> delete and put, like the attachment form key.
 SCAN-MEMOS.
     MOVE LOW-VALUES TO DB-MEMO.
     CALL "DBGET" USING Secdb-Database DS-MEMO SERIAL
         STATUS-AREA ALL-ITEMS DB-MEMO NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      MOVE 0 TO HIT-CNT
      MOVE "N" TO RECORD-CHANGED-SW KEY-CHANGED-SW
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (32 - SUBJECT-LEN + 1)
       IF MEMO-KEY(SCAN-POS:SUBJECT-LEN)
          = SUBJECT-TEXT(1:SUBJECT-LEN)
        ADD 1 TO HIT-CNT
        IF REDACT-APPLY
         MOVE ALL "*" TO MEMO-KEY(SCAN-POS:SUBJECT-LEN)
         MOVE "Y" TO RECORD-CHANGED-SW KEY-CHANGED-SW
        END-IF
       END-IF
      END-PERFORM
      PERFORM VARYING SCAN-POS FROM 1 BY 1
        UNTIL SCAN-POS > (64 - SUBJECT-LEN + 1)
       IF MEMO-TEXT(SCAN-POS:SUBJECT-LEN)
          = SUBJECT-TEXT(1:SUBJECT-LEN)
        ADD 1 TO HIT-CNT
        IF REDACT-APPLY
         MOVE ALL "*" TO MEMO-TEXT(SCAN-POS:SUBJECT-LEN)
         MOVE "Y" TO RECORD-CHANGED-SW
        END-IF
       END-IF
      END-PERFORM
      IF HIT-CNT > 0
       ADD HIT-CNT TO FOUND-COUNT
       MOVE SPACES TO REDACT-RECORD
       STRING "MEMO,"            DELIMITED BY SIZE
              MEMO-ID            DELIMITED BY SPACE
              ",BY "             DELIMITED BY SIZE
              MEMO-AUTHOR        DELIMITED BY SPACE
              " ON FORM "        DELIMITED BY SIZE
              MEMO-FORM          DELIMITED BY SPACE
        INTO REDACT-RECORD
       WRITE REDACT-RECORD
      END-IF
      IF RECORD-CHANGED
       CALL "DBLOCK" USING Secdb-Database DS-MEMO
           MODE-3 STATUS-AREA
       IF KEY-CHANGED
        CALL "VDBDELETE" USING Secdb-Database DS-MEMO
            MODE-1 STATUS-AREA
        IF IMAGE-ERRORS
         CALL "DBEXPLAIN" USING STATUS-AREA
        ELSE
         CALL "VDBPUT" USING Secdb-Database DS-MEMO
             MODE-1 STATUS-AREA ALL-ITEMS DB-MEMO
         IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
         END-IF
        END-IF
       ELSE
        CALL "VDBUPDATE" USING Secdb-Database DS-MEMO
            MODE-1 STATUS-AREA ALL-ITEMS DB-MEMO
        IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA
        END-IF
       END-IF
       CALL "DBUNLOCK" USING Secdb-Database DS-MEMO
           MODE-1 STATUS-AREA
      END-IF
      CALL "DBGET" USING Secdb-Database DS-MEMO SERIAL
          STATUS-AREA ALL-ITEMS DB-MEMO NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
