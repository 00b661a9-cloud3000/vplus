*>     - median response seconds, from Usage-Response-Secs
*>     - print jobs submitted, from PRINTQUEUE (submit stamp inside
*>       the window, attributed through the job's AUTHSESS user)
*>     - double-key items verified in the window (VERIFYQ), counted
*>       against both the first keyer and the verifier, and the
*>       mismatches per hundred of them
*>   One block per operator, then a shift summary line.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VSHIFTRPT.
 01 DISP-CNT2               PIC -------9.
 01 DISP-CNT3               PIC -------9.
 01 DISP-RATE               PIC ----9.99.
 01 DISP-CNT4               PIC -------9.
 01 DISP-RATE2              PIC ----9.99.
 01 DISP-MEDIAN             PIC -----9.
 01 SHIFT-ENTER-KEY         PIC S9(4) COMP-5 VALUE 8.

       10 OP-KEYS               PIC S9(8) COMP-5.
       10 OP-EDIT-FAILS         PIC S9(8) COMP-5.
       10 OP-PRINT-JOBS         PIC S9(8) COMP-5.
       10 OP-VERIFIED           PIC S9(8) COMP-5.
       10 OP-MISMATCHES         PIC S9(8) COMP-5.
       10 OP-SAMPLE-CNT         PIC S9(4) COMP-5.
       10 OP-SAMPLE OCCURS 500 TIMES PIC S9(8) COMP-5.
 01 OP-IDX                  PIC S9(4) COMP-5 VALUE 0.
    88 SAMP-SWAPPED            VALUE "Y".
 01 MEDIAN-SECS             PIC S9(8) COMP-5 VALUE 0.
 01 FAIL-RATE               PIC S9(6)V99 COMP-5 VALUE 0.
 01 MISMATCH-RATE           PIC S9(6)V99 COMP-5 VALUE 0.
 01 TOT-SCREENS             PIC S9(8) COMP-5 VALUE 0.
 01 TOT-FAILS               PIC S9(8) COMP-5 VALUE 0.
 01 TOT-PRINTS              PIC S9(8) COMP-5 VALUE 0.
 01 DS-USER-USAGE           Pic X(16) Value "USERUSAGE".
 01 DS-EDIT-FAIL            Pic X(16) Value "EDITFAIL".
 01 DS-PRINT-QUEUE          Pic X(16) Value "PRINTQUEUE".
 01 DS-VERIFY-QUEUE         Pic X(16) Value "VERIFYQ".
 01 DS-AUTH-SESSION         Pic X(16) Value "AUTHSESS".

 01  STATUS-AREA.
     PERFORM SCAN-USER-USAGE.
     PERFORM SCAN-EDIT-FAIL.
     PERFORM SCAN-PRINT-QUEUE.
     PERFORM SCAN-VERIFY-QUEUE.

     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.

       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
*> A verification compares two people's keying; neither can say
*> which of them slipped, so a mismatch counts against both until a
*> supervisor looks - the rate is what matters, not the one item.
 SCAN-VERIFY-QUEUE.
     MOVE LOW-VALUES TO DB-VERIFY-QUEUE.
     CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
         STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM.
     IF IMAGE-ERRORS AND NOT END-OF-FILE
      CALL "DBEXPLAIN" USING STATUS-AREA.
     PERFORM UNTIL END-OF-FILE
      IF VQ-FIRST-KEYING AND VQ-VERIFIER NOT = SPACES
       AND VQ-VERIFY-TIME >= SHIFTRPT-FROM-TIME
       AND VQ-VERIFY-TIME <= SHIFTRPT-TO-TIME
       MOVE VQ-USER TO SCORE-USER
       PERFORM TALLY-VERIFICATION
       MOVE VQ-VERIFIER TO SCORE-USER
       PERFORM TALLY-VERIFICATION
      END-IF
      CALL "DBGET" USING Secdb-Database DS-VERIFY-QUEUE SERIAL
          STATUS-AREA ALL-ITEMS DB-VERIFY-QUEUE NULL-ITEM
      IF IMAGE-ERRORS AND NOT END-OF-FILE
       CALL "DBEXPLAIN" USING STATUS-AREA
     END-PERFORM.
*>-----------------------------------------------------------------
 TALLY-VERIFICATION.
     PERFORM FIND-OPERATOR-SLOT.
     IF OP-PTR > 0
      ADD 1 TO OP-VERIFIED(OP-PTR)
      IF VQ-MISMATCH-CNT > 0
       ADD 1 TO OP-MISMATCHES(OP-PTR).
*>-----------------------------------------------------------------
*> The chained probe moves dataset currency, so the caller's serial
*> scan position on PRINTQUEUE is unaffected - different datasets.
 RESOLVE-QUEUE-USER.
 WRITE-SCORECARDS.
     MOVE SPACES TO SHIFT-RECORD.
     STRING "OPERATOR SCORECARD - "
            "USER,SCREENS,KEYS,FAILSPER100,MEDIANSECS,PRINTJOBS,"
            "VERIFIED,MISMATCHPER100"
      DELIMITED BY SIZE INTO SHIFT-RECORD.
     WRITE SHIFT-RECORD.

      COMPUTE FAIL-RATE =
          (OP-EDIT-FAILS(OP-IDX) * 100) / OP-SCREENS(OP-IDX)
      END-COMPUTE.
     MOVE 0 TO MISMATCH-RATE.
     IF OP-VERIFIED(OP-IDX) > 0
      COMPUTE MISMATCH-RATE =
          (OP-MISMATCHES(OP-IDX) * 100) / OP-VERIFIED(OP-IDX)
      END-COMPUTE.

     ADD OP-SCREENS(OP-IDX)    TO TOT-SCREENS.
     ADD OP-EDIT-FAILS(OP-IDX) TO TOT-FAILS.
     MOVE OP-PRINT-JOBS(OP-IDX) TO DISP-CNT3.
     MOVE FAIL-RATE             TO DISP-RATE.
     MOVE MEDIAN-SECS           TO DISP-MEDIAN.
     MOVE OP-VERIFIED(OP-IDX)   TO DISP-CNT4.
     MOVE MISMATCH-RATE         TO DISP-RATE2.
     MOVE SPACES TO SHIFT-RECORD.
     STRING OP-USER(OP-IDX) DELIMITED BY SPACE ","
            DISP-CNT        DELIMITED BY SIZE  ","
            DISP-CNT2       DELIMITED BY SIZE  ","
            DISP-RATE       DELIMITED BY SIZE  ","
            DISP-MEDIAN     DELIMITED BY SIZE  ","
            DISP-CNT3       DELIMITED BY SIZE  ","
            DISP-CNT4       DELIMITED BY SIZE  ","
            DISP-RATE2
      DELIMITED BY SIZE INTO SHIFT-RECORD.
     WRITE SHIFT-RECORD.
*>-----------------------------------------------------------------
