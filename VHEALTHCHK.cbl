*>     - a round trip through the Tcl / SQL catalog bridge
*>     - writability of the PDF spool and SIEM feed directories
*>       (a probe file written and removed through the Tcl side)
*>     - every printer on file (PRTSTATUS, PRINTDEST, DEVICES,
*>       PRTALT) asked of the host spooler through lpstat; one the
*>       spooler does not answer for, or reports disabled, fails. A
*>       printer whose answer differs from its PRTSTATUS row is
*>       marked down or up through VPRTOUTAGE, so new output fails
*>       over to its alternates
*>     - print-queue depth of still-QUEUED jobs, failed when it
*>       passes the caller's ceiling
*>   Every check lands as one OK/FAIL line in the status file the
 01 QUEUE-DEPTH             PIC S9(8) COMP-5 VALUE 0.
 01 DISP-DEPTH              PIC -------9.
 01 PROBE-DIR               PIC X(64) VALUE SPACES.
 01 SAVE-CSTATUS            PIC S9(4) COMP-5 VALUE 0.
 01 NEW-PRINTER             PIC X(64) VALUE SPACES.

*> The printers known anywhere on file, and the state PRTSTATUS
*> holds for each.
 01 PT-TABLE.
    05 PT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 PT-ENTRY OCCURS 64 TIMES.
       10 PT-PRINTER            PIC X(64).
       10 PT-STATE              PIC X(01).
 01 PT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 PT-PTR                  PIC S9(4) COMP-5 VALUE 0.
 01 ClockSeconds            PIC S9(18) Comp-5 Value 0.
 01 DISP-CLOCK              PIC -(14)9.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 DB-PASSWORD             Pic X(8)  Value spaces.
 01 DUMMY                   Pic X(8)  Value spaces.
 01 DS-PRINT-QUEUE          Pic X(16) Value "PRINTQUEUE".
 01 DS-PRINTER-STATUS       Pic X(16) Value "PRTSTATUS".
 01 DS-PRINT-DEST           Pic X(16) Value "PRINTDEST".
 01 DS-DEVICES              Pic X(16) Value "DEVICES".
 01 DS-PRINTER-ALT          Pic X(16) Value "PRTALT".
 01 SECDB-UP-SW             Pic X Value "N".
    88 SECDB-UP                 Value "Y".

      MOVE HEALTHCHK-FEED-DIR TO PROBE-DIR.
     MOVE "FEEDDIR" TO CHECK-NAME.
     PERFORM CHECK-DIR-WRITABLE.
     PERFORM CHECK-PRINTERS THRU CHECK-PRINTERS-EXIT.
     PERFORM CHECK-QUEUE-DEPTH.

     IF FAIL-COUNT > 0
     IF TCL-BUFFER(1:1) = "0"
      MOVE "Y" TO CHECK-OK-SW.
     PERFORM WRITE-CHECK-LINE.
*>-----------------------------------------------------------------
*> Needs SECDB for the list of printers; with SECDB down there is
*> nothing to ask about and the SECDB line has already failed.
 CHECK-PRINTERS.
     IF NOT SECDB-UP
      GO TO CHECK-PRINTERS-EXIT.
     MOVE 0 TO PT-CNT.

     MOVE LOW-VALUES TO DB-PRINTER-STATUS.
     CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS NULL-ITEM.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE PST-PRINTER TO NEW-PRINTER
      PERFORM ADD-PRINTER-NAME
      IF PT-PTR > 0
       MOVE PST-STATE TO PT-STATE(PT-PTR)
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINTER-STATUS SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINTER-STATUS NULL-ITEM
     END-PERFORM.

     MOVE LOW-VALUES TO DB-PRINT-DEST.
     CALL "DBGET" USING Secdb-Database DS-PRINT-DEST SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINT-DEST NULL-ITEM.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      IF DEST-PRINTER
       MOVE DEST-ADDRESS TO NEW-PRINTER
       PERFORM ADD-PRINTER-NAME
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-DEST SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-DEST NULL-ITEM
     END-PERFORM.

     MOVE LOW-VALUES TO DB-DEVICES.
     CALL "DBGET" USING Secdb-Database DS-DEVICES SERIAL
         STATUS-AREA ALL-ITEMS DB-DEVICES NULL-ITEM.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE DEV-PRINTER TO NEW-PRINTER
      PERFORM ADD-PRINTER-NAME
      CALL "DBGET" USING Secdb-Database DS-DEVICES SERIAL
          STATUS-AREA ALL-ITEMS DB-DEVICES NULL-ITEM
     END-PERFORM.

     MOVE LOW-VALUES TO DB-PRINTER-ALT.
     CALL "DBGET" USING Secdb-Database DS-PRINTER-ALT SERIAL
         STATUS-AREA ALL-ITEMS DB-PRINTER-ALT NULL-ITEM.
     PERFORM UNTIL END-OF-FILE OR IMAGE-ERRORS
      MOVE PALT-PRINTER TO NEW-PRINTER
      PERFORM ADD-PRINTER-NAME
      IF PALT-TO-PRINTER
       MOVE PALT-ADDRESS TO NEW-PRINTER
       PERFORM ADD-PRINTER-NAME
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINTER-ALT SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINTER-ALT NULL-ITEM
     END-PERFORM.

     PERFORM CHECK-ONE-PRINTER VARYING PT-IDX FROM 1 BY 1
         UNTIL PT-IDX > PT-CNT.
 CHECK-PRINTERS-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> PT-PTR is left on the printer's entry - zero for a blank name
*> or a full table.
 ADD-PRINTER-NAME.
     MOVE 0 TO PT-PTR.
     IF NEW-PRINTER NOT = SPACES
      PERFORM VARYING PT-IDX FROM 1 BY 1
        UNTIL PT-IDX > PT-CNT OR PT-PTR > 0
       IF PT-PRINTER(PT-IDX) = NEW-PRINTER
        MOVE PT-IDX TO PT-PTR
       END-IF
      END-PERFORM
      IF PT-PTR = 0 AND PT-CNT < 64
       ADD 1 TO PT-CNT
       MOVE PT-CNT      TO PT-PTR
       MOVE NEW-PRINTER TO PT-PRINTER(PT-PTR)
       MOVE SPACE       TO PT-STATE(PT-PTR)
      END-IF
     END-IF.
*>-----------------------------------------------------------------
*> lpstat fails outright for a queue the spooler does not know or
*> cannot reach, and says "disabled" for one that is stopped.
 CHECK-ONE-PRINTER.
     MOVE "N" TO CHECK-OK-SW.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set VHPRT 1; catch { set vhp [exec lpstat -p {"
              DELIMITED BY SIZE
            PT-PRINTER(PT-IDX) DELIMITED BY SPACE
            "}]; if {[string first disabled $vhp] < 0} "
              DELIMITED BY SIZE
            "{ set VHPRT 0 } }" DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VHPRT" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     IF TCL-BUFFER(1:1) = "0"
      MOVE "Y" TO CHECK-OK-SW.

     MOVE SPACES TO STATUS-RECORD.
     IF CHECK-OK
      STRING "PRINTER " DELIMITED BY SIZE
             PT-PRINTER(PT-IDX) DELIMITED BY SPACE
             " OK" DELIMITED BY SIZE INTO STATUS-RECORD
     ELSE
      ADD 1 TO FAIL-COUNT
      STRING "PRINTER " DELIMITED BY SIZE
             PT-PRINTER(PT-IDX) DELIMITED BY SPACE
             " FAIL" DELIMITED BY SIZE INTO STATUS-RECORD.
     WRITE STATUS-RECORD.

     IF CHECK-OK AND PT-STATE(PT-IDX) = "D"
      MOVE "U" TO PRTOUT-ACTION
      MOVE "ANSWERING AGAIN" TO PRTOUT-REASON
      PERFORM SET-PRINTER-STATE.
     IF NOT CHECK-OK AND PT-STATE(PT-IDX) NOT = "D"
      MOVE "D" TO PRTOUT-ACTION
      MOVE "NO ANSWER FROM THE SPOOLER" TO PRTOUT-REASON
      PERFORM SET-PRINTER-STATE.
*>-----------------------------------------------------------------
 SET-PRINTER-STATE.
     MOVE CSTATUS TO SAVE-CSTATUS.
     SET PRTOUT-BY-MONITOR TO TRUE.
     MOVE PT-PRINTER(PT-IDX) TO PRTOUT-PRINTER.
     MOVE SPACES TO PRTOUT-TARGET PRTOUT-RPT-NAME.
     MOVE 0 TO PRTOUT-DAYS.
     CALL "VPRTOUTAGE" USING COMAREA.
     MOVE SAVE-CSTATUS TO CSTATUS.
     move LOW-VALUES TO INTR-CALLNAME
     string "VHEALTHCHK "
      delimited by "  " into INTR-CALLNAME.
*>-----------------------------------------------------------------
 CHECK-QUEUE-DEPTH.
     MOVE "PRINTQUEUE" TO CHECK-NAME.
