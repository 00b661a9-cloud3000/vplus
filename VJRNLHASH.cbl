>>source format free
*>*****************************************************************
*>*                      V J R N L H A S H                         *
*>*****************************************************************
*>   Chain hash for one audit journal entry - DATAJRNL, SESSJRNL,
*>   ADMINLOG or CFGAUDIT. The entry's items are laid out in a fixed
*>   canonical text (journal name, chain sequence, every item at its
*>   full width, binary times edited, the previous entry's hash
*>   last) and the SHA-256 of that text comes back as 64 hex
*>   characters - spaces when the digest could not be taken. The
*>   entry's own hash item is not part of the text, and neither is
*>   DATAJRNL's redaction switch. VJRNLPUT seals with this and
*>   VJRNLVERIFY recomputes with it, so the two can never disagree
*>   about what was hashed.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VJRNLHASH.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 HASH-TEXT               PIC X(1024) VALUE SPACES.
 01 DISP-SEQ                PIC 9(9).
 01 DISP-TIME               PIC -(18)9.
 01 HASH-PTR                PIC S9(4) COMP-5 VALUE 0.
 01 TCL-COMMAND             PIC X(256) VALUE LOW-VALUES.
   COPY "vplus/TCLDBMEM".

 01  Secdb-Database.
     05  Sec-IMAGE-WORD          PIC X(02) VALUE SPACES.
     05  Sec-DBNAME              PIC X(26) VALUE SPACES.
     COPY "comlib/SECDBS".
*>########################################################
 LINKAGE SECTION.
 01 JH-DATASET         PIC X(16).
 01 JH-RECORD          PIC X(3200).
 01 JH-HASH-OUT        PIC X(64).
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING JH-DATASET JH-RECORD JH-HASH-OUT.
 0000-BEGIN-VJRNLHASH.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE SPACES TO JH-HASH-OUT.
     MOVE SPACES TO HASH-TEXT.

     EVALUATE JH-DATASET
      WHEN "DATAJRNL"  PERFORM BUILD-DATAJRNL-TEXT
      WHEN "SESSJRNL"  PERFORM BUILD-SESSJRNL-TEXT
      WHEN "ADMINLOG"  PERFORM BUILD-ADMINLOG-TEXT
      WHEN "CFGAUDIT"  PERFORM BUILD-CFGAUDIT-TEXT
      WHEN OTHER       GO TO VJRNLHASH-RETURN
     END-EVALUATE.

*> The text travels to Tcl NUL-terminated, so no byte of it may be
*> a NUL; a LOW-VALUES-initialised item hashes as blanks both when
*> it is sealed and when it is checked.
     INSPECT HASH-TEXT REPLACING ALL X"00" BY SPACE.
     PERFORM DIGEST-HASH-TEXT.

 VJRNLHASH-RETURN.
     Goback.
*>-----------------------------------------------------------------
 BUILD-DATAJRNL-TEXT.
     MOVE JH-RECORD(1:LENGTH OF DB-DATA-JOURNAL) TO DB-DATA-JOURNAL.
     MOVE DJ-CHAIN-SEQ TO DISP-SEQ.
     MOVE DJ-TIME TO DISP-TIME.
     MOVE 1 TO HASH-PTR.
     STRING "DATAJRNL|" DISP-SEQ "|"
            DJ-USER "|" DJ-FORM "|" DJ-FIELD "|" DISP-TIME "|"
            DJ-OLD-VALUE "|" DJ-NEW-VALUE "|"
            DJ-CORRELATION-ID "|" DJ-ON-BEHALF-OF "|"
            DJ-CHAIN-PREV "|"
      DELIMITED BY SIZE INTO HASH-TEXT WITH POINTER HASH-PTR.
*> The record key came later than the chain; entries sealed before
*> it carry none and must hash as they always did.
     IF DJ-RECORD-KEY > SPACES
      STRING DJ-RECORD-KEY "|"
       DELIMITED BY SIZE INTO HASH-TEXT WITH POINTER HASH-PTR
     END-IF.
*> Likewise the bound row's key and the write-back mark.
     IF DJ-BIND-KEY > SPACES OR DJ-WRITEBACK-SW > SPACES
      STRING DJ-BIND-KEY "|" DJ-WRITEBACK-SW "|"
       DELIMITED BY SIZE INTO HASH-TEXT WITH POINTER HASH-PTR
     END-IF.
*>-----------------------------------------------------------------
 BUILD-SESSJRNL-TEXT.
     MOVE JH-RECORD(1:LENGTH OF DB-SESS-JOURNAL) TO DB-SESS-JOURNAL.
     MOVE SJ-CHAIN-SEQ TO DISP-SEQ.
     MOVE SJ-TIME TO DISP-TIME.
     STRING "SESSJRNL|" DISP-SEQ "|"
            SJ-AUTHKEY "|" SJ-USER "|" DISP-TIME "|"
            SJ-OLD-LOCK "|" SJ-NEW-LOCK "|" SJ-SCREEN "|"
            SJ-PROGNAME "|" SJ-IPADDR "|" SJ-CORRELATION-ID "|"
            SJ-CHAIN-PREV "|"
      DELIMITED BY SIZE INTO HASH-TEXT.
*>-----------------------------------------------------------------
 BUILD-ADMINLOG-TEXT.
     MOVE JH-RECORD(1:LENGTH OF DB-ADMIN-LOG) TO DB-ADMIN-LOG.
     MOVE ADL-CHAIN-SEQ TO DISP-SEQ.
     MOVE ADL-TIME TO DISP-TIME.
     STRING "ADMINLOG|" DISP-SEQ "|"
            ADL-ACTOR "|" ADL-PROGRAM "|" ADL-ACTION "|"
            ADL-TARGET "|" ADL-OLD-VALUE "|" ADL-NEW-VALUE "|"
            DISP-TIME "|" ADL-ON-BEHALF-OF "|"
            ADL-CHAIN-PREV "|"
      DELIMITED BY SIZE INTO HASH-TEXT.
*>-----------------------------------------------------------------
 BUILD-CFGAUDIT-TEXT.
     MOVE JH-RECORD(1:LENGTH OF DB-CFG-AUDIT) TO DB-CFG-AUDIT.
     MOVE CFA-CHAIN-SEQ TO DISP-SEQ.
     MOVE CFA-SET-TIME TO DISP-TIME.
     STRING "CFGAUDIT|" DISP-SEQ "|"
            CFA-NAME "|" CFA-OLD-VALUE "|" CFA-NEW-VALUE "|"
            CFA-SET-BY "|" DISP-TIME "|"
            CFA-CHAIN-PREV "|"
      DELIMITED BY SIZE INTO HASH-TEXT.
*>-----------------------------------------------------------------
*> SHA-256 through the Tcl side, the text fed to sha256sum on its
*> standard input less its blank padding (every text ends in "|",
*> so no item's own trailing blanks are lost). JHDIG comes back U
*> when the digest could not be taken, otherwise the 64-character
*> hex digest.
 DIGEST-HASH-TEXT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "JHTEXT" DELIMITED BY SIZE INTO TCL-VARNAME.
     MOVE HASH-TEXT TO TCL-BUFFER(1:LENGTH OF HASH-TEXT).
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set JHDIG U; catch { set JHDIG [lindex [exec "
            "sha256sum << [string trimright $JHTEXT]] 0] }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "JHDIG" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     IF TCL-BUFFER(2:1) NOT = LOW-VALUE AND TCL-BUFFER(2:1) NOT = SPACE
      STRING TCL-BUFFER DELIMITED BY x"00" INTO JH-HASH-OUT.
