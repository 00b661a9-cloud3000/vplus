*>   for PRTQ-QUEUED jobs, resolves each one's destination from
*>   DB-PRINT-DEST - by user first, then by program, then by form -
*>   and sends the PDF there: an e-mail attachment via the client
*>   mailer, a copy into a shared drop directory, or the host
*>   spooler for a printer, all through the Tcl bridge. A delivered
*>   job's PRTQ-STATUS advances to DELIVERED; a job with no
*>   destination on file, or whose delivery failed, is left QUEUED
*>   for the next run and reported. A job that carries its own
*>   recipient (a burst merge document, or output waiting on a
*>   printer) goes straight there without consulting PRINTDEST.
*>   Printer output follows VPRTROUTE: while a printer is down it
*>   goes to the printer's first alternate that can take it and the
*>   job's owner is told where; with none it waits on the queue. A
*>   job held when its printer went down waits for the outage
*>   console (VPRTOUTAGE) to re-route it, or for the printer.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VPRTDELIVER.
 AUTHOR.     MICHAEL ANDERSON.
 01 DEST-KIND-WANTED        PIC X VALUE SPACE.
 01 DELIVERY-OK-SW          PIC X VALUE "N".
    88 DELIVERY-OK                VALUE "Y".
 01 JOB-WAITING-SW          PIC X VALUE "N".
    88 JOB-WAITING                VALUE "Y".
 01 WAIT-REASON             PIC X(40) VALUE SPACES.

*> Where output for a printer goes just now (VPRTROUTE).
 01 PRINTER-ROUTE.
    02 PRR-PRINTER        Pic X(64) Value Spaces.
    02 PRR-MODE           Pic X(01) Value "R".
       88 PRR-ROUTING             VALUE "R".
       88 PRR-QUERY               VALUE "Q".
    02 PRR-RESULT         Pic X(01) Value Space.
       88 PRR-PRINTER-UP          VALUE "U".
       88 PRR-ALTERNATE           VALUE "A".
       88 PRR-NO-ROUTE            VALUE "N".
    02 PRR-ROUTE-TYPE     Pic X(01) Value Space.
    02 PRR-ROUTE-ADDRESS  Pic X(64) Value Spaces.

*> Owners told their output went to an alternate, held until the
*> run has let go of the database.
 01 NT-TABLE.
    05 NT-CNT               PIC S9(4) COMP-5 VALUE 0.
    05 NT-ENTRY OCCURS 500 TIMES.
       10 NT-USER               PIC X(32).
       10 NT-TEXT               PIC X(240).
 01 NT-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 TCL-COMMAND             PIC X(2048) VALUE LOW-VALUES.
   COPY "vplus/TCLDBMEM".

      CLOSE DELIVER-FILE
      GO TO VPRTDELIVER-RETURN.

     MOVE 0 TO NT-CNT.
     PERFORM SCAN-PRINT-QUEUE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
     CLOSE DELIVER-FILE.
     PERFORM POST-NOTIFICATIONS.
     MOVE DELIVERED-COUNT TO PRTDELIVER-COUNT.

 VPRTDELIVER-RETURN.

     PERFORM UNTIL END-OF-FILE
      IF PRTQ-QUEUED
       PERFORM DELIVER-ONE-JOB THRU DELIVER-ONE-JOB-EXIT
      END-IF
      CALL "DBGET" USING Secdb-Database DS-PRINT-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE NULL-ITEM
     END-PERFORM.
*>-----------------------------------------------------------------
 DELIVER-ONE-JOB.
     PERFORM RESOLVE-DESTINATION THRU RESOLVE-DESTINATION-EXIT.
     IF NOT DEST-FOUND
      PERFORM WRITE-REPORT-LINE-NODEST
      GO TO DELIVER-ONE-JOB-EXIT.
            PRTQ-PDF-NAME  DELIMITED BY SPACE
      INTO PDF-PATH.

     IF DEST-PRINTER
      PERFORM ROUTE-PRINTER-JOB THRU ROUTE-PRINTER-JOB-EXIT
      IF JOB-WAITING
       PERFORM WRITE-REPORT-LINE-WAITING
       GO TO DELIVER-ONE-JOB-EXIT
      END-IF
     END-IF.

     MOVE "N" TO DELIVERY-OK-SW.
     EVALUATE TRUE
      WHEN DEST-MAIL
       PERFORM DELIVER-BY-MAIL
      WHEN DEST-DROP-DIR
       PERFORM DELIVER-BY-DROP
      WHEN DEST-PRINTER
       PERFORM DELIVER-BY-PRINTER
      WHEN OTHER
       CONTINUE
     END-EVALUATE.
     EXIT.
*>-----------------------------------------------------------------
*> Destination search order: the user behind the job's Auth-ID, then
*> the producing program, then the form. First match wins. A
*> recipient stamped on the job itself overrides the lot.
 RESOLVE-DESTINATION.
     MOVE "N" TO DEST-FOUND-SW.
     IF PRTQ-RECIPIENT NOT = SPACES
      AND (PRTQ-RECIP-MAIL OR PRTQ-RECIP-DROP OR PRTQ-RECIP-PRINTER)
      INITIALIZE DB-PRINT-DEST
      MOVE PRTQ-JOB-ID     TO DEST-KEY
      MOVE PRTQ-RECIP-TYPE TO DEST-TYPE
      MOVE PRTQ-RECIPIENT  TO DEST-ADDRESS
      MOVE "Y" TO DEST-FOUND-SW
      GO TO RESOLVE-DESTINATION-EXIT.
     PERFORM GET-QUEUE-USER.
     IF QUEUE-USER NOT = SPACES
      MOVE QUEUE-USER TO SEARCH-KEY
      MOVE "U" TO DEST-KIND-WANTED
      PERFORM FIND-DESTINATION THRU FIND-DESTINATION-EXIT.
     IF NOT DEST-FOUND
      MOVE PRTQ-PROGNAME TO SEARCH-KEY
      MOVE "P" TO DEST-KIND-WANTED
      PERFORM FIND-DESTINATION THRU FIND-DESTINATION-EXIT.
     IF NOT DEST-FOUND
      MOVE PRTQ-CFNAME TO SEARCH-KEY
      MOVE "F" TO DEST-KIND-WANTED
      PERFORM FIND-DESTINATION THRU FIND-DESTINATION-EXIT.
 RESOLVE-DESTINATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Chain through PRINTDEST entries under SEARCH-KEY looking for one
*> of the wanted kind that the batch agent can actually deliver to.
*> Printer entries are skipped here - a job addressed to a printer
*> carries it as its own recipient and is resolved above.
 FIND-DESTINATION.
     IF SEARCH-KEY = SPACES
      GO TO FIND-DESTINATION-EXIT.
 FIND-DESTINATION-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> A printer destination, past VPRTROUTE. A held job stays put
*> while its printer is down - the outage console offers it for
*> re-routing; a printer with nowhere else to send its output
*> leaves the job waiting on it.
 ROUTE-PRINTER-JOB.
     MOVE "N" TO JOB-WAITING-SW.
     MOVE DEST-ADDRESS TO PRR-PRINTER.
     IF PRTQ-HELD-FOR-REROUTE
      SET PRR-QUERY TO TRUE
      CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE
      IF NOT PRR-PRINTER-UP
       MOVE "Y" TO JOB-WAITING-SW
       MOVE "HELD - RE-ROUTE OFFERED" TO WAIT-REASON
      END-IF
      GO TO ROUTE-PRINTER-JOB-EXIT.

     SET PRR-ROUTING TO TRUE.
     CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE.
     EVALUATE TRUE
      WHEN PRR-PRINTER-UP
       CONTINUE
      WHEN PRR-ALTERNATE
       MOVE DEST-ADDRESS      TO PRTQ-ROUTED-FROM
       MOVE PRR-ROUTE-TYPE    TO DEST-TYPE
       MOVE PRR-ROUTE-ADDRESS TO DEST-ADDRESS
       PERFORM QUEUE-FAILOVER-NOTICE
      WHEN OTHER
       MOVE "Y" TO JOB-WAITING-SW
       MOVE "PRINTER DOWN - NO ALTERNATE" TO WAIT-REASON
       IF NOT PRTQ-RECIP-PRINTER OR PRTQ-RECIPIENT NOT = DEST-ADDRESS
        MOVE DEST-ADDRESS TO PRTQ-RECIPIENT
        SET PRTQ-RECIP-PRINTER TO TRUE
        PERFORM UPDATE-QUEUE-JOB
       END-IF
     END-EVALUATE.
 ROUTE-PRINTER-JOB-EXIT.
     EXIT.
*>-----------------------------------------------------------------
 QUEUE-FAILOVER-NOTICE.
     PERFORM GET-QUEUE-USER.
     IF NT-CNT < 500 AND QUEUE-USER NOT = SPACES
      ADD 1 TO NT-CNT
      MOVE QUEUE-USER TO NT-USER(NT-CNT)
      MOVE SPACES TO NT-TEXT(NT-CNT)
      STRING "PRINT JOB " DELIMITED BY SIZE
             PRTQ-JOB-ID DELIMITED BY SPACE
             " - PRINTER " DELIMITED BY SIZE
             PRTQ-ROUTED-FROM DELIMITED BY SPACE
             " IS DOWN, OUTPUT SENT TO " DELIMITED BY SIZE
             DEST-ADDRESS DELIMITED BY SPACE
       INTO NT-TEXT(NT-CNT).
*>-----------------------------------------------------------------
 POST-NOTIFICATIONS.
     PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-CNT
      MOVE "P"             TO OPERMSG-ACTION
      MOVE NT-USER(NT-IDX) TO OPERMSG-TARGET-USER
      MOVE NT-TEXT(NT-IDX) TO OPERMSG-TEXT
      CALL "VOPERMSG" USING COMAREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> The user behind the queued job, via the AUTHSESS record keyed by
*> the job's Auth-ID. A job whose session is long gone simply has no
*> per-user destination and falls through to program/form routing.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE "Y" TO DELIVERY-OK-SW.
*>-----------------------------------------------------------------
*> Hand the PDF to the host spooler, the way VPRINTFORM's direct
*> route does.
 DELIVER-BY-PRINTER.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "exec lp -d " DELIMITED BY SIZE
            DEST-ADDRESS  DELIMITED BY SPACE
            " "           DELIMITED BY SIZE
            PDF-PATH      DELIMITED BY SPACE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT = 0
      MOVE "Y" TO DELIVERY-OK-SW.
*>-----------------------------------------------------------------
 ADVANCE-QUEUE-STATUS.
     SET PRTQ-DELIVERED TO TRUE.
     MOVE SPACE TO PRTQ-HOLD-SW.
     PERFORM UPDATE-QUEUE-JOB.
*>-----------------------------------------------------------------
 UPDATE-QUEUE-JOB.
     CALL "DBLOCK" USING Secdb-Database DS-PRINT-QUEUE
         MODE-3 STATUS-AREA.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
         MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.
     CALL "DBUNLOCK" USING Secdb-Database DS-PRINT-QUEUE
             "FAILED"
       DELIMITED BY SIZE INTO DELIVER-RECORD.
     WRITE DELIVER-RECORD.
*>-----------------------------------------------------------------
 WRITE-REPORT-LINE-WAITING.
     MOVE SPACES TO DELIVER-RECORD.
     STRING PRTQ-JOB-ID    DELIMITED BY SPACE ","
            PRTQ-PDF-NAME  DELIMITED BY SPACE ","
            DEST-TYPE      DELIMITED BY SIZE  ","
            DEST-ADDRESS   DELIMITED BY SPACE ","
            WAIT-REASON    DELIMITED BY "  "
      INTO DELIVER-RECORD.
     WRITE DELIVER-RECORD.
*>-----------------------------------------------------------------
 WRITE-REPORT-LINE-NODEST.
     MOVE SPACES TO DELIVER-RECORD.
