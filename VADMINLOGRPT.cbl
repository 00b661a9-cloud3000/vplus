      GO TO VADMINLOGRPT-RETURN.

     MOVE SPACES TO ADMLOG-RECORD.
     STRING "ADMIN ACTIONS - TIME,ACTOR,PROGRAM,ACTION,TARGET,OLD,NEW,"
            "ONBEHALFOF"
      DELIMITED BY SIZE INTO ADMLOG-RECORD.
     WRITE ADMLOG-RECORD.

            ADL-OLD-VALUE DELIMITED BY "  "
            ","           DELIMITED BY SIZE
            ADL-NEW-VALUE DELIMITED BY "  "
            ","           DELIMITED BY SIZE
            ADL-ON-BEHALF-OF DELIMITED BY SPACE
      INTO ADMLOG-RECORD.
     WRITE ADMLOG-RECORD.
