>>source format free
*>*****************************************************************
*>*                     V N U M L O C A L E                        *
*>*****************************************************************
*>   One number between the canonical form the buffer holds (a
*>   period for the decimal point, no grouping) and a numeric
*>   locale - the decimal mark and grouping separator a site or an
*>   operator keys and reads ("1.234,56" in Spain, "1,234.56" here).
*>     NLC-ACTION   "C" text keyed in the locale, to canonical
*>                  "D" canonical text, to the locale for display
*>                  "A" text keyed either way, to canonical - the
*>                      marks decide; a lone mark with exactly three
*>                      digits after it is the locale's call
*>     NLC-DECIMAL  the locale's decimal mark, spaces for the
*>                  session's own (DPF-DECIMAL-CHAR from the display
*>                  profile, resolved at VOPENTERM)
*>     NLC-GROUP    its grouping separator when NLC-DECIMAL is given
*>                  (space - none)
*>     NLC-LENGTH   the characters of NLC-TEXT that are the value
*>     NLC-RESULT   "N" when the text has a second decimal mark or a
*>                  grouping separator out of place (among the
*>                  decimals, or not before three digits) - the
*>                  text is left as keyed, for the edit to refuse
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VNUMLOCALE.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DEC-CHAR                PIC X(01) VALUE ".".
 01 GRP-CHAR                PIC X(01) VALUE ",".
 01 THIS-CHAR               PIC X(01) VALUE SPACE.
 01 SIGN-CHAR               PIC X(01) VALUE SPACE.
 01 SEEN-DECIMAL-SW         PIC X(01) VALUE "N".
    88 SEEN-DECIMAL                VALUE "Y".
 01 SEEN-TEXT-SW            PIC X(01) VALUE "N".
    88 SEEN-TEXT                   VALUE "Y".
 01 OUT-TEXT                PIC X(80) VALUE SPACES.
 01 TEXT-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 IN-IDX                  PIC S9(4) COMP-5 VALUE 0.
 01 OUT-IDX                 PIC S9(4) COMP-5 VALUE 0.
 01 PERIOD-CNT              PIC S9(4) COMP-5 VALUE 0.
 01 COMMA-CNT               PIC S9(4) COMP-5 VALUE 0.
 01 LAST-PERIOD             PIC S9(4) COMP-5 VALUE 0.
 01 LAST-COMMA              PIC S9(4) COMP-5 VALUE 0.
 01 LAST-MARK               PIC S9(4) COMP-5 VALUE 0.
 01 TAIL-DIGITS             PIC S9(4) COMP-5 VALUE 0.
 01 FIRST-POS               PIC S9(4) COMP-5 VALUE 0.
 01 LAST-POS                PIC S9(4) COMP-5 VALUE 0.
 01 INT-START               PIC S9(4) COMP-5 VALUE 0.
 01 INT-END                 PIC S9(4) COMP-5 VALUE 0.
 01 DIGIT-CNT               PIC S9(4) COMP-5 VALUE 0.
 01 FRAC-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 OUT-START               PIC S9(4) COMP-5 VALUE 0.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 NUM-LOCALE.
    02 NLC-ACTION     Pic X(01).
       88 NLC-CANONICAL       VALUE "C".
       88 NLC-DISPLAY         VALUE "D".
       88 NLC-AUTO            VALUE "A".
    02 NLC-DECIMAL    Pic X(01).
    02 NLC-GROUP      Pic X(01).
    02 NLC-LENGTH     Pic S9(4) Comp-5.
    02 NLC-TEXT       Pic X(80).
    02 NLC-RESULT     Pic X(01).
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".
    COPY "vplus/VPLUSMEM".
*>########################################################
 PROCEDURE DIVISION USING COMAREA NUM-LOCALE.
 0000-BEGIN-VNUMLOCALE.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     MOVE "Y" TO NLC-RESULT.
     MOVE NLC-LENGTH TO TEXT-LEN.
     IF TEXT-LEN < 1 OR TEXT-LEN > 80
        MOVE 80 TO TEXT-LEN.

*> The caller's locale, else the session's, else the house default.
     IF NLC-DECIMAL = "." OR NLC-DECIMAL = ","
        MOVE NLC-DECIMAL TO DEC-CHAR
        MOVE NLC-GROUP   TO GRP-CHAR
     ELSE
        IF DPF-DECIMAL-CHAR = "." OR DPF-DECIMAL-CHAR = ","
           MOVE DPF-DECIMAL-CHAR TO DEC-CHAR
           MOVE DPF-GROUP-CHAR   TO GRP-CHAR
        ELSE
           MOVE "."   TO DEC-CHAR
           MOVE SPACE TO GRP-CHAR
        END-IF
     END-IF.
     IF GRP-CHAR = DEC-CHAR OR GRP-CHAR < SPACE
        MOVE SPACE TO GRP-CHAR.

     EVALUATE TRUE
      WHEN NLC-DISPLAY
       PERFORM DISPLAY-FORM THRU DISPLAY-FORM-EXIT
      WHEN NLC-AUTO
       PERFORM DETECT-LOCALE
       PERFORM CANONICAL-FORM
      WHEN OTHER
       PERFORM CANONICAL-FORM
     END-EVALUATE.

 VNUMLOCALE-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Drop the grouping separators and turn the decimal mark into a
*> period, left-justified. Leading spaces go; anything else is
*> carried through for NUMGET to judge.
 CANONICAL-FORM.
     MOVE SPACES TO OUT-TEXT.
     MOVE 0 TO OUT-IDX.
     MOVE "N" TO SEEN-DECIMAL-SW SEEN-TEXT-SW.
     PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > TEXT-LEN
        MOVE NLC-TEXT(IN-IDX:1) TO THIS-CHAR
        EVALUATE TRUE
         WHEN THIS-CHAR = DEC-CHAR
          IF SEEN-DECIMAL
             MOVE "N" TO NLC-RESULT
          END-IF
          MOVE "Y" TO SEEN-DECIMAL-SW SEEN-TEXT-SW
          ADD 1 TO OUT-IDX
          MOVE "." TO OUT-TEXT(OUT-IDX:1)
         WHEN THIS-CHAR = GRP-CHAR AND GRP-CHAR NOT = SPACE
          IF SEEN-DECIMAL OR NOT SEEN-TEXT
             MOVE "N" TO NLC-RESULT
          END-IF
          PERFORM CHECK-GROUP-DIGITS
         WHEN THIS-CHAR = SPACE AND NOT SEEN-TEXT
          CONTINUE
         WHEN OTHER
          MOVE "Y" TO SEEN-TEXT-SW
          ADD 1 TO OUT-IDX
          MOVE THIS-CHAR TO OUT-TEXT(OUT-IDX:1)
        END-EVALUATE
     END-PERFORM.
     IF NLC-OK
        MOVE OUT-TEXT(1:TEXT-LEN) TO NLC-TEXT(1:TEXT-LEN).
*>-----------------------------------------------------------------
*> A grouping separator stands before exactly three digits - "1,5"
*> is a mistyped decimal, not fifteen.
 CHECK-GROUP-DIGITS.
     IF IN-IDX + 3 > TEXT-LEN
        MOVE "N" TO NLC-RESULT
     ELSE
        IF NLC-TEXT(IN-IDX + 1:3) IS NOT NUMERIC
           MOVE "N" TO NLC-RESULT
        END-IF
        IF IN-IDX + 4 <= TEXT-LEN
           AND NLC-TEXT(IN-IDX + 4:1) IS NUMERIC
           MOVE "N" TO NLC-RESULT
        END-IF
     END-IF.
*>-----------------------------------------------------------------
*> A legacy value keyed either way. Both marks present - the last
*> one is the decimal point. One mark more than once - it groups.
*> One mark once - a decimal point, unless exactly three digits
*> follow it ("1.234"), when only the locale can say.
 DETECT-LOCALE.
     MOVE 0 TO PERIOD-CNT COMMA-CNT LAST-PERIOD LAST-COMMA.
     INSPECT NLC-TEXT(1:TEXT-LEN) TALLYING PERIOD-CNT FOR ALL ".".
     INSPECT NLC-TEXT(1:TEXT-LEN) TALLYING COMMA-CNT FOR ALL ",".
     PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > TEXT-LEN
        IF NLC-TEXT(IN-IDX:1) = "."
           MOVE IN-IDX TO LAST-PERIOD
        END-IF
        IF NLC-TEXT(IN-IDX:1) = ","
           MOVE IN-IDX TO LAST-COMMA
        END-IF
     END-PERFORM.

     EVALUATE TRUE
      WHEN PERIOD-CNT > 0 AND COMMA-CNT > 0
       IF LAST-PERIOD > LAST-COMMA
          MOVE "." TO DEC-CHAR
          MOVE "," TO GRP-CHAR
       ELSE
          MOVE "," TO DEC-CHAR
          MOVE "." TO GRP-CHAR
       END-IF
      WHEN PERIOD-CNT > 1
       MOVE "," TO DEC-CHAR
       MOVE "." TO GRP-CHAR
      WHEN COMMA-CNT > 1
       MOVE "." TO DEC-CHAR
       MOVE "," TO GRP-CHAR
      WHEN PERIOD-CNT = 1 OR COMMA-CNT = 1
       IF PERIOD-CNT = 1
          MOVE LAST-PERIOD TO LAST-MARK
       ELSE
          MOVE LAST-COMMA TO LAST-MARK
       END-IF
       MOVE 0 TO TAIL-DIGITS
       PERFORM VARYING IN-IDX FROM LAST-MARK BY 1
         UNTIL IN-IDX >= TEXT-LEN
           OR NLC-TEXT(IN-IDX + 1:1) IS NOT NUMERIC
          ADD 1 TO TAIL-DIGITS
       END-PERFORM
       IF TAIL-DIGITS NOT = 3
          MOVE NLC-TEXT(LAST-MARK:1) TO DEC-CHAR
       END-IF
       IF DEC-CHAR = ","
          MOVE "." TO GRP-CHAR
       ELSE
          MOVE "," TO GRP-CHAR
       END-IF
     END-EVALUATE.
*>-----------------------------------------------------------------
*> Canonical to the locale. Without grouping only the decimal mark
*> changes, fill and all. With grouping the whole digits take their
*> separators and the value keeps its justification, the zero fill
*> giving way to spaces; a value the separators would not fit is
*> shown ungrouped.
 DISPLAY-FORM.
     IF DEC-CHAR = "." AND GRP-CHAR = SPACE
        GO TO DISPLAY-FORM-EXIT.

     MOVE 0 TO FIRST-POS LAST-POS.
     PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > TEXT-LEN
        IF NLC-TEXT(IN-IDX:1) NOT = SPACE
           IF FIRST-POS = 0
              MOVE IN-IDX TO FIRST-POS
           END-IF
           MOVE IN-IDX TO LAST-POS
        END-IF
     END-PERFORM.
     IF FIRST-POS = 0
        GO TO DISPLAY-FORM-EXIT.

     MOVE SPACE TO SIGN-CHAR.
     MOVE FIRST-POS TO INT-START.
     IF NLC-TEXT(FIRST-POS:1) = "-" OR NLC-TEXT(FIRST-POS:1) = "+"
        MOVE NLC-TEXT(FIRST-POS:1) TO SIGN-CHAR
        ADD 1 TO INT-START.
     PERFORM UNTIL INT-START >= LAST-POS
        OR NLC-TEXT(INT-START:1) NOT = "0"
        OR NLC-TEXT(INT-START + 1:1) IS NOT NUMERIC
        ADD 1 TO INT-START
     END-PERFORM.
     MOVE INT-START TO INT-END.
     PERFORM UNTIL INT-END > LAST-POS
        OR NLC-TEXT(INT-END:1) IS NOT NUMERIC
        ADD 1 TO INT-END
     END-PERFORM.
     SUBTRACT 1 FROM INT-END.
     COMPUTE DIGIT-CNT = INT-END - INT-START + 1 END-COMPUTE.
     COMPUTE FRAC-LEN = LAST-POS - INT-END END-COMPUTE.

*> Not a canonical number - shown as it stands.
     IF DIGIT-CNT < 1
        GO TO DISPLAY-FORM-EXIT.
     IF FRAC-LEN > 0
        IF NLC-TEXT(INT-END + 1:1) NOT = "."
           GO TO DISPLAY-FORM-EXIT
        END-IF
        IF FRAC-LEN > 1
           AND NLC-TEXT(INT-END + 2:FRAC-LEN - 1) IS NOT NUMERIC
           GO TO DISPLAY-FORM-EXIT
        END-IF
     END-IF.

     IF GRP-CHAR = SPACE OR DIGIT-CNT < 4
        INSPECT NLC-TEXT(1:TEXT-LEN) REPLACING ALL "." BY DEC-CHAR
        GO TO DISPLAY-FORM-EXIT.

     MOVE SPACES TO OUT-TEXT.
     MOVE 0 TO OUT-IDX.
     IF SIGN-CHAR NOT = SPACE
        ADD 1 TO OUT-IDX
        MOVE SIGN-CHAR TO OUT-TEXT(OUT-IDX:1).
     PERFORM VARYING IN-IDX FROM INT-START BY 1 UNTIL IN-IDX > INT-END
        IF IN-IDX > INT-START
           AND FUNCTION MOD(INT-END - IN-IDX + 1, 3) = 0
           ADD 1 TO OUT-IDX
           MOVE GRP-CHAR TO OUT-TEXT(OUT-IDX:1)
        END-IF
        ADD 1 TO OUT-IDX
        MOVE NLC-TEXT(IN-IDX:1) TO OUT-TEXT(OUT-IDX:1)
     END-PERFORM.
     IF FRAC-LEN > 0
        ADD 1 TO OUT-IDX
        MOVE DEC-CHAR TO OUT-TEXT(OUT-IDX:1)
        IF FRAC-LEN > 1
           MOVE NLC-TEXT(INT-END + 2:FRAC-LEN - 1)
             TO OUT-TEXT(OUT-IDX + 1:FRAC-LEN - 1)
           COMPUTE OUT-IDX = OUT-IDX + FRAC-LEN - 1 END-COMPUTE
        END-IF
     END-IF.

     IF OUT-IDX > TEXT-LEN
        INSPECT NLC-TEXT(1:TEXT-LEN) REPLACING ALL "." BY DEC-CHAR
        GO TO DISPLAY-FORM-EXIT.

     IF FIRST-POS = 1 AND LAST-POS < TEXT-LEN
        MOVE 1 TO OUT-START
     ELSE
        COMPUTE OUT-START = TEXT-LEN - OUT-IDX + 1 END-COMPUTE.
     MOVE SPACES TO NLC-TEXT(1:TEXT-LEN).
     MOVE OUT-TEXT(1:OUT-IDX) TO NLC-TEXT(OUT-START:OUT-IDX).
 DISPLAY-FORM-EXIT.
     EXIT.
