*>   in the VAPPROVE shape:
*>     QAREV-LIST ("L") pending sampled items to the report file
*>     QAREV-VIEW ("V") one item: header, the committed buffer in
*>                80-byte slices, the DATAJRNL before/after
*>                records its correlation id pulls, and the
*>                documents attached to it (VATTACH opens one)
*>     QAREV-PASS ("P") / QAREV-FAIL ("F") record the verdict with
*>                the reviewer's name and a reason code
*>   The verdicts feed VQAREPORT's monthly keying-quality rollup.
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
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-QA-REVIEW            Pic X(16) Value "QAREVIEW".
 01 DS-DATA-JOURNAL         Pic X(16) Value "DATAJRNL".
 01 DS-ATTACHMENT           Pic X(16) Value "ATTACHMENT".

 01  STATUS-AREA.
     03  CONDITION-WORD    PIC S9(4) COMP.
         88  NO-IMAGE-ERRORS         VALUE 0.
         88  IMAGE-ERRORS  VALUES ARE -9999 THRU -1, 1 THRU  9999.
         88  END-OF-FILE             VALUE 11.
         88  END-OF-CHAIN            VALUE 15.
         88  NO-ENTRY                VALUE 17.
     03  RECORD-LENGTH     PIC S9(4) COMP.
     03  RECORD-NUMBER     PIC S9(9) COMP.
 01  MODE-1                PIC S9(4) COMP SYNC VALUE 1.
 01  MODE-3                PIC S9(4) COMP SYNC VALUE 3.
 01  SERIAL                PIC S9(4) COMP SYNC VALUE 2.
 01  CHAINED               PIC S9(4) COMP SYNC VALUE 5.
 01  NULL-ITEM             PIC XX VALUE "; ".
 01  ALL-ITEMS             PIC XX VALUE "@;".
 01  SEARCH-ITEM           PIC X(18).
 01  SEARCH-KEY            PIC X(32).
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
      INTO QAREV-RECORD.
     WRITE QAREV-RECORD.

*> A buffer parked scrambled is shown in the clear here; one under
*> a key version since retired is withheld.
     IF QR-ENCRYPTED AND QR-BUFLEN > 0
      MOVE "D"        TO BC-MODE
      MOVE QR-BUFLEN  TO BC-LENGTH
      MOVE QR-BUFFER  TO BC-BUFFER
      MOVE QR-KEY-VER TO BC-KEY-VER
      CALL "VBUFCRYPT" USING COMAREA BUFCRYPT-PARMS
      MOVE BC-BUFFER  TO QR-BUFFER
      IF BC-KEY-MISSING
       MOVE SPACES TO QAREV-RECORD
       STRING "BUFFER WITHHELD - KEY VERSION " QR-KEY-VER
              " NOT AVAILABLE"
        DELIMITED BY SIZE INTO QAREV-RECORD
       WRITE QAREV-RECORD
       MOVE 0 TO QR-BUFLEN
      END-IF
     END-IF.

     MOVE 1 TO CHUNK-START.
     PERFORM UNTIL CHUNK-START > QR-BUFLEN
      IF QR-BUFLEN - CHUNK-START + 1 > 80
      STRING "CHANGES (DATAJRNL) FOR " QR-CORRELATION-ID
       DELIMITED BY SIZE INTO QAREV-RECORD
      WRITE QAREV-RECORD
      PERFORM LIST-JOURNAL-CHANGES
      PERFORM LIST-TXN-ATTACHMENTS.

     CLOSE QAREV-FILE.
 VIEW-SAMPLED-ITEM-EXIT.
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The documents the operator attached while keying it, each with
*> its id for VATTACH's open action.
 LIST-TXN-ATTACHMENTS.
     MOVE "CORRID;" TO SEARCH-ITEM.
     MOVE QR-CORRELATION-ID TO SEARCH-KEY.
     CALL "DBFIND" USING Secdb-Database DS-ATTACHMENT
         MODE-1 STATUS-AREA SEARCH-ITEM SEARCH-KEY.
     IF IMAGE-ERRORS AND NOT NO-ENTRY
      CALL "DBEXPLAIN" USING STATUS-AREA.
     IF ENTRIES-IN-CHAIN NOT = ZERO
      PERFORM UNTIL END-OF-CHAIN
       CALL "DBGET" USING Secdb-Database DS-ATTACHMENT CHAINED
           STATUS-AREA ALL-ITEMS DB-ATTACHMENT NULL-ITEM
       IF IMAGE-ERRORS AND NOT END-OF-CHAIN
        CALL "DBEXPLAIN" USING STATUS-AREA
        EXIT PERFORM
       END-IF
       IF NOT END-OF-CHAIN
        MOVE SPACES TO QAREV-RECORD
        STRING "ATTACHMENT "  DELIMITED BY SIZE
               ATT-ID         DELIMITED BY SPACE
               " "            DELIMITED BY SIZE
               ATT-FILE-NAME  DELIMITED BY "  "
               " - "          DELIMITED BY SIZE
               ATT-DESC       DELIMITED BY "  "
               " ("           DELIMITED BY SIZE
               ATT-ADDED-BY   DELIMITED BY SPACE
               ") AT "        DELIMITED BY SIZE
               ATT-REPO-PATH  DELIMITED BY SPACE
         INTO QAREV-RECORD
        WRITE QAREV-RECORD
       END-IF
      END-PERFORM.
*>-----------------------------------------------------------------
 RECORD-VERDICT.
     PERFORM FIND-SAMPLED-ITEM.
*> skeleton stay, the keying does not.
     MOVE 0      TO QR-BUFLEN.
     MOVE SPACES TO QR-BUFFER.
     MOVE SPACE  TO QR-ENC-SW.
     MOVE SPACES TO QR-KEY-VER.
     CALL "DBLOCK" USING Secdb-Database DS-QA-REVIEW
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-QA-REVIEW
         MODE-1 STATUS-AREA ALL-ITEMS DB-QA-REVIEW.
     IF IMAGE-ERRORS
      CALL "DBEXPLAIN" USING STATUS-AREA
