*>   (SECDB/ADMINLOG). Every administrative program calls here
*>   with the actor, the action, its target key and the before and
*>   after images; this program adds the timestamp and puts the
*>   record, sealed onto the journal's hash chain by VJRNLPUT.
*>   Nothing in the system rewrites or deletes ADMINLOG
*>   rows - the retention purge is the only thing that ever
*>   removes them, on the auditors' schedule.
*>   A caller recording a delegate's act sets DELEG-ON-BEHALF-OF in
*>   COMAREA first; it is stamped on the record and cleared here.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VADMINLOG.
 AUTHOR.     MICHAEL ANDERSON.
     MOVE AAL-OLD      TO ADL-OLD-VALUE.
     MOVE AAL-NEW      TO ADL-NEW-VALUE.
     MOVE ClockSeconds TO ADL-TIME.
     MOVE DELEG-ON-BEHALF-OF TO ADL-ON-BEHALF-OF.
     CALL "VJRNLPUT" USING Secdb-Database DS-ADMIN-LOG
         STATUS-AREA DB-ADMIN-LOG.
     IF IMAGE-ERRORS CALL "DBEXPLAIN" USING STATUS-AREA.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

 VADMINLOG-RETURN.
*> A delegate's stamp belongs to this one record only.
     MOVE SPACES TO DELEG-ON-BEHALF-OF.
     Goback.
