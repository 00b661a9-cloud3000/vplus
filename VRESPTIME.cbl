*> Records written before the response-time capture existed carry a
*> zero; zero is also a legitimate sub-second response, so they all
*> count. Heartbeat reads never produce a usage record, so nothing
*> here is a timeout artifact. Keys fed from an operator macro were
*> never waited on by anyone, so they are left out.
 ADD-ONE-SAMPLE.
     IF Usage-Response-Secs < 0
      GO TO ADD-ONE-SAMPLE-EXIT.
     IF Usage-Macro-Name NOT = SPACES AND NOT = LOW-VALUES
      GO TO ADD-ONE-SAMPLE-EXIT.
     IF Usage-Response-Secs > 120
      MOVE 121 TO BUCKET
     ELSE
