 01  Printer-Name         Pic X(64) Value Spaces.
 01  Printer-Found-Sw     Pic X Value "N".
     88  Printer-Found         Value "Y".
*> A down printer's output: sent to an alternate printer, or left on
*> the queue for VPRTDELIVER - to a mail or drop alternate, or held
*> for the printer itself when nothing else can take it.
 01  Printer-Queued-Sw    Pic X Value "N".
     88  Printer-Queued        Value "Y".
 01  Routed-From          Pic X(64) Value Spaces.
 01  PRINTER-ROUTE.
     02 PRR-PRINTER       Pic X(64) Value Spaces.
     02 PRR-MODE          Pic X(01) Value "R".
        88 PRR-ROUTING        Value "R".
        88 PRR-QUERY          Value "Q".
     02 PRR-RESULT        Pic X(01) Value Space.
        88 PRR-PRINTER-UP     Value "U".
        88 PRR-ALTERNATE      Value "A".
        88 PRR-NO-ROUTE       Value "N".
     02 PRR-ROUTE-TYPE    Pic X(01) Value Space.
     02 PRR-ROUTE-ADDRESS Pic X(64) Value Spaces.
 01  Dest-Kind-Wanted     Pic X Value Space.
 01  Errlog-Progname      Pic X(15) Value "VPRINTFORM".
 01  Errlog-Dataset       Pic X(16) Value Spaces.
 01  BAR-PTR              Pic S9(4) Comp-5 Value 0.
 01  BAR-SYM-NAME         Pic X(8)  Value Spaces.
 01  BAR-HEIGHT-DISP      Pic ZZZ9  Value Zero.
*> Print layout (PRINT-LAYOUT-GROUP, loaded by VPRTLAYLOAD) work
*> areas.
 01  PRL-IDX               Pic S9(4) Comp-5 Value 0.
 01  LOGO-WIDTH-DISP      Pic ZZZ9  Value Zero.
 01  LOGO-HEIGHT-DISP     Pic ZZZ9  Value Zero.
 01  CHK-AMT-ROW          Pic S9(4) Comp-5 Value 0.
 01  CHK-AMT-COL          Pic S9(4) Comp-5 Value 0.

*> Negotiable-document printing (check mode) work areas.
 01  CHK-FLD-IDX          Pic S9(4) Comp-5 Value 0.
     05 FILLER            Pic X(7).
 01  CHK-DAYNUM           Pic S9(9) Comp-5 Value 0.
 01  CHK-BASE-DAYNUM      Pic S9(9) Comp-5 Value 0.
 01  AMT-VALUE            Pic S9(12)V9(4) Comp-5 Value 0.
 01  AMT-DOLLARS          Pic 9(12) Comp-5 Value 0.
 01  AMT-FRACTION         Pic 9(4) Value 0.
*> The check amount's currency: its places and the word the amount
*> is spelled in - two places and DOLLARS unless a currency rule
*> ties the amount field to a currency-code field.
 01  AMT-DECIMALS         Pic S9(4) Comp-5 Value 2.
 01  AMT-UNIT-NAME        Pic X(12) Value "DOLLARS".
 01  CHK-CY-IDX           Pic S9(4) Comp-5 Value 0.
 01  CHK-CY-CODE-PTR      Pic S9(4) Comp-5 Value 0.
 01  CURRENCY-LOOKUP.
     02 CCL-CODE          Pic X(03) Value Spaces.
     02 CCL-RESULT        Pic X(01) Value Space.
        88 CCL-ON-FILE        Value "Y".
     02 CCL-DECIMALS      Pic S9(4) Comp-5 Value 0.
     02 CCL-RATE          Pic S9(9)V9(9) Comp-5 Value 0.
     02 CCL-UNIT-NAME     Pic X(12) Value Spaces.
 01  AMT-GROUP            Pic S9(4) Comp-5 Value 0.
 01  AMT-G-HUNDREDS       Pic S9(4) Comp-5 Value 0.
 01  AMT-G-TENS           Pic S9(4) Comp-5 Value 0.
 01  CHK-ROW-DISP         Pic ZZZ9 Value Zero.
 01  CHK-COL-DISP         Pic ZZZ9 Value Zero.
 01  CHK-REPRINT-DISP     Pic ZZZ9 Value Zero.
 01  CHK-FRAC-DISP        Pic 9(4) Value Zero.
 01  ONES-WORD-TABLE.
     05 FILLER Pic X(12) Value "ONE".
     05 FILLER Pic X(12) Value "TWO".
 01 SENS-KEEP         Pic S9(4) Comp-5 Value 4.
 01 SENS-LEN          Pic S9(4) Comp-5 Value 0.
 01 SENS-LEN2         Pic S9(4) Comp-5 Value 0.

*> Numbers print in the operator's numeric locale; the amount for
*> the check words is read whichever way it was keyed.
 01 NUM-LOCALE.
    02 NLC-ACTION     Pic X(01) Value Space.
    02 NLC-DECIMAL    Pic X(01) Value Space.
    02 NLC-GROUP      Pic X(01) Value Space.
    02 NLC-LENGTH     Pic S9(4) Comp-5 Value 0.
    02 NLC-TEXT       Pic X(80) Value Spaces.
    02 NLC-RESULT     Pic X(01) Value Space.
       88 NLC-OK              VALUE "Y".
       88 NLC-BAD             VALUE "N".
*>*########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
     CALL "LogDebug" USING DebugBUF.

     Perform Load-Print-Profile.
     CALL "VPRTLAYLOAD" USING COMAREA.

*> Negotiable documents: a second print of the same form and key
*> value inside the guard window is refused outright unless a
      Into Tcl-Command.
     CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result.

*> A form with a print layout prints the layout's page - letterhead,
*> fixed paragraphs and the fields where the layout puts them -
*> instead of the screen image.
     If PRL-FOUND
        Perform Print-Layout-Page
        Go To Print-Check-Extras.

*> Write out the Static text.
     Perform PDF-Courier.
     PERFORM VARYING ISTAT-IDX FROM 1 BY 1 UNTIL ISTAT-IDX > ISTAT-CNT
       Move HFLD-COLUMN(IFLD-IDX)      To PDF-COL
       MOVE HFLD-ENH(IFLD-IDX)         TO PDF-ENH
       Move HFLD-LENGTH(IFLD-IDX)      To SENS-LEN
       Perform Print-Field-Value
      End-If
     End-Perform.

 Print-Check-Extras.
*> Check mode: the spelled-out amount goes down where the rule
*> says (or one row under the amount field), and a reprint wears
*> its stamp where nobody can miss it.
     EXIT.
*>---------------------------------------------------------------
*> The designated amount field, spelled out the way a check wants
*> it: "ONE THOUSAND TWO HUNDRED THIRTY FOUR AND 56/100 DOLLARS",
*> in the unit and places of the amount's currency. The amount is
*> read with either decimal mark - "1.234,56" words the same.
 Print-Amount-In-Words.
     Move 0 To CHK-FLD-PTR.
     Perform Varying CHK-FLD-IDX From 1 By 1
        Go To Print-Amount-In-Words-Exit.

     Initialize NUM1 NUM2 NUMDEC NUMERR.
     Move "A"    To NLC-ACTION.
     Move Spaces To NLC-DECIMAL NLC-GROUP NLC-TEXT.
     Move HFLD-LENGTH(CHK-FLD-PTR) To NLC-LENGTH.
     If NLC-LENGTH > 80
        Move 80 To NLC-LENGTH.
     Move MM-CD-DATABUFFER(HFLD-BUFSTART(CHK-FLD-PTR):NLC-LENGTH)
       To NLC-TEXT(1:NLC-LENGTH).
     CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE.
     Move NLC-TEXT(1:14) To NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     If NUMERR Not = 0
        Go To Print-Amount-In-Words-Exit.
     Perform Resolve-Check-Currency.
     Compute AMT-VALUE = NUM2N / (10 ** NUMDEC) End-Compute.
     Move AMT-VALUE To AMT-DOLLARS.
     Compute AMT-FRACTION =
         (AMT-VALUE - AMT-DOLLARS) * (10 ** AMT-DECIMALS) End-Compute.

     Perform Convert-Amount-To-Words.

*> The amount field's printed position - its screen position, or
*> where the print layout places it.
     Move HFLD-ROW(CHK-FLD-PTR)    To CHK-AMT-ROW.
     Move HFLD-COLUMN(CHK-FLD-PTR) To CHK-AMT-COL.
     If PRL-FOUND
        Perform Varying PRL-IDX From 1 By 1 Until PRL-IDX > PRL-ITEM-CNT
           If PRL-ITEM-FLD-IDX(PRL-IDX) = CHK-FLD-PTR
              Move PRL-ITEM-ROW(PRL-IDX) To CHK-AMT-ROW
              Move PRL-ITEM-COL(PRL-IDX) To CHK-AMT-COL
           End-If
        End-Perform
     End-If.
     If CHECK-WORDS-ROW > 0
        Move CHECK-WORDS-ROW To PDF-SRC-ROW
     Else
        Compute PDF-SRC-ROW = CHK-AMT-ROW + 1 End-Compute.
     Perform Position-On-Page.
     If CHECK-WORDS-COL > 0
        Move CHECK-WORDS-COL To PDF-COL
     Else
        Move CHK-AMT-COL To PDF-COL.

     Move LOW-VALUES To Tcl-Command.
     String "LP2pdf_textarea " Delimited by size
     CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result.
 Print-Amount-In-Words-Exit.
     EXIT.
*>---------------------------------------------------------------
*> A currency rule on the amount field names the field holding its
*> currency code; the code's row gives the places and unit word.
 Resolve-Check-Currency.
     Move 2         To AMT-DECIMALS.
     Move "DOLLARS" To AMT-UNIT-NAME.
     Move 0 To CHK-CY-CODE-PTR.
     Perform Varying CHK-CY-IDX From 1 By 1
       Until CHK-CY-IDX > CURRENCY-RULE-CNT Or CHK-CY-CODE-PTR > 0
        If CURRENCY-AMOUNT-NAME(CHK-CY-IDX) = CHECK-AMOUNT-FIELD
           Perform Varying CHK-FLD-IDX From 1 By 1
             Until CHK-FLD-IDX > AF-AppFld-Cnt Or CHK-CY-CODE-PTR > 0
              If HFLD-NAME(CHK-FLD-IDX) = CURRENCY-CODE-NAME(CHK-CY-IDX)
                 Move CHK-FLD-IDX To CHK-CY-CODE-PTR
              End-If
           End-Perform
        End-If
     End-Perform.
     If CHK-CY-CODE-PTR > 0
        Move MM-CD-DATABUFFER(HFLD-BUFSTART(CHK-CY-CODE-PTR):3)
          To CCL-CODE
        CALL "VCURRLOOK" USING COMAREA CURRENCY-LOOKUP
        If CCL-ON-FILE And CCL-DECIMALS Not < 0 And CCL-DECIMALS Not > 4
           Move CCL-DECIMALS To AMT-DECIMALS
           If CCL-UNIT-NAME > Spaces
              Move CCL-UNIT-NAME To AMT-UNIT-NAME
           End-If
        End-If
     End-If.
*>---------------------------------------------------------------
 Convert-Amount-To-Words.
     Move Spaces To WORDS-TEXT.
     If AMT-GROUP > 0
        Perform Convert-Amount-Group.

*> The minor units as a fraction of the currency's own places -
*> 56/100 DOLLARS, 500/1000 DINARS; a currency with none (YEN)
*> has no fraction to state.
     If AMT-DECIMALS > 0
        Move "AND" To WORD-TOKEN
        Perform Append-Amount-Word
        Move AMT-FRACTION To CHK-FRAC-DISP
        Move Spaces To WORD-TOKEN
        Evaluate AMT-DECIMALS
         When 1
          String CHK-FRAC-DISP(4:1) "/10"
            Delimited By Size Into WORD-TOKEN
         When 3
          String CHK-FRAC-DISP(2:3) "/1000"
            Delimited By Size Into WORD-TOKEN
         When 4
          String CHK-FRAC-DISP "/10000"
            Delimited By Size Into WORD-TOKEN
         When Other
          String CHK-FRAC-DISP(3:2) "/100"
            Delimited By Size Into WORD-TOKEN
        End-Evaluate
        Perform Append-Amount-Word
     End-If.
     Move AMT-UNIT-NAME To WORD-TOKEN.
     Perform Append-Amount-Word.
     If WORDS-POS > 1
        Compute WORDS-POS = WORDS-POS - 2 End-Compute.
     End-String.
     CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result.
*>---------------------------------------------------------------
*> One field's value at PDF-COL/PDF-ROW - IFLD-IDX the field,
*> SENS-LEN the characters of it to print. Sensitive fields
*> print with all but the last few characters masked.
 Print-Field-Value.
     Move Spaces                     To SENS-PRINT-TEXT.
     Move MM-CD-DATABUFFER(HFLD-BUFSTART(IFLD-IDX):SENS-LEN)
       To SENS-PRINT-TEXT(1:SENS-LEN).
     If FIELD-SENSITIVE(IFLD-IDX) = "Y"
        And SENS-LEN > SENS-KEEP
        And SENS-PRINT-TEXT(1:SENS-LEN) > Spaces
        Compute SENS-LEN2 = SENS-LEN - SENS-KEEP End-Compute
        Move All "*" To SENS-PRINT-TEXT(1:SENS-LEN2)
     End-If.
     If HFLD-DTYPE(IFLD-IDX)(1:3) = "NUM"
        And FIELD-SENSITIVE(IFLD-IDX) Not = "Y"
        And SENS-LEN > 0 And SENS-LEN <= 80
        Move "D"    To NLC-ACTION
        Move Spaces To NLC-DECIMAL NLC-GROUP NLC-TEXT
        Move SENS-LEN To NLC-LENGTH
        Move SENS-PRINT-TEXT(1:SENS-LEN) To NLC-TEXT(1:SENS-LEN)
        CALL "VNUMLOCALE" USING COMAREA NUM-LOCALE
        Move NLC-TEXT(1:SENS-LEN) To SENS-PRINT-TEXT(1:SENS-LEN)
     End-If.
*> A field with a barcode rule prints as a scannable symbol at its
*> own position instead of text - the receiving dock's scanner
*> reads the job id or account number straight off the page.
     Move 0 To BAR-PTR.
     Perform Varying BAR-IDX From 1 By 1
       Until BAR-IDX > BARCODE-RULE-CNT Or BAR-PTR > 0
      If BARCODE-FIELD-NAME(BAR-IDX) = HFLD-NAME(IFLD-IDX)
         And FIELD-SENSITIVE(IFLD-IDX) Not = "Y"
         Move BAR-IDX To BAR-PTR
      End-If
     End-Perform.
     If BAR-PTR > 0
      Perform Print-Field-Barcode
     Else
      Move LOW-VALUES To Tcl-Command
      String "LP2pdf_textarea " Delimited by size
             MM-CFNAME          Delimited By Space
             " {" SENS-PRINT-TEXT(1:SENS-LEN) "} "
             PDF-COL " " PDF-ROW
       Delimited By Size Into Tcl-Command
      End-String
      CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result End-Call
     End-If.
*>---------------------------------------------------------------
*> The form's print layout, in the page-row order VPRTLAYLOAD left
*> it in: the logo, then each text line and field where the layout
*> puts it, in the item's own font. A field item whose field is not
*> on the panel is skipped.
 Print-Layout-Page.
     If PRL-LOGO-FILE Not = Spaces
        Perform Print-Layout-Logo.
     Perform Varying PRL-IDX From 1 By 1 Until PRL-IDX > PRL-ITEM-CNT
      If PRL-ITEM-FONT(PRL-IDX) = "B"
         Perform PDF-Courier-Bold
      Else
         Perform PDF-Courier
      End-If
      Move PRL-ITEM-ROW(PRL-IDX) To PDF-SRC-ROW
      Move PRL-ITEM-COL(PRL-IDX) To PDF-COL
      If PRL-ITEM-TYPE(PRL-IDX) = "F"
       If PRL-ITEM-FLD-IDX(PRL-IDX) > 0
          Perform Position-On-Page
          Move PRL-ITEM-FLD-IDX(PRL-IDX) To IFLD-IDX
          Move PRL-ITEM-WIDTH(PRL-IDX)   To SENS-LEN
          Perform Print-Field-Value
       End-If
      Else
       Perform Position-On-Page
       Move PRL-ITEM-TEXT(PRL-IDX) To PDF-TEXT
       Perform Get-actual-length
       Move LOW-VALUES To Tcl-Command
       String "LP2pdf_textarea " Delimited by size
              MM-CFNAME          Delimited By Space
              " {" PDF-TEXT(1:StrIdx) "} "
              PDF-COL " " PDF-ROW
        Delimited By Size Into Tcl-Command
       End-String
       CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result End-Call
      End-If
     End-Perform.
*>---------------------------------------------------------------
*> The letterhead logo through the LP2pdf image primitive, probed
*> for first the way the barcode primitive is - on a runtime still
*> carrying the old package the letter simply goes out without it.
 Print-Layout-Logo.
     Move PRL-LOGO-ROW To PDF-SRC-ROW.
     If PDF-SRC-ROW < 1
        Move 1 To PDF-SRC-ROW.
     Perform Position-On-Page.
     Move PRL-LOGO-COL    To PDF-COL.
     Move PRL-LOGO-WIDTH  To LOGO-WIDTH-DISP.
     Move PRL-LOGO-HEIGHT To LOGO-HEIGHT-DISP.
     Move LOW-VALUES To Tcl-Command.
     String "if {[llength [info commands LP2pdf_image]] > 0} "
            "{ LP2pdf_image "   Delimited By Size
            MM-CFNAME           Delimited By Space
            " {"                Delimited By Size
            PRL-LOGO-FILE        Delimited By Space
            "} "                Delimited By Size
            PDF-COL " " PDF-ROW " " LOGO-WIDTH-DISP " "
            LOGO-HEIGHT-DISP " }" Delimited By Size
      Into Tcl-Command
     End-String.
     CALL "TCLEVAL" USING MY-Tcl Tcl-Command Tcl-Result.
*>---------------------------------------------------------------
*> One barcode through the LP2pdf barcode primitive: symbology,
*> the field's value, and the field's own column/row with the
*> rule's bar height. Code 128 for the flat account-number cases,
        Set PRTQ-REPRINTED To True
        Move Pdf-Name To PRTQ-PDF-NAME
        Move Current-Pdf-Page To PRTQ-PAGE-CNT
        Perform Queue-For-Outage
        CALL "VDBUPDATE" USING Secdb-Database DS-PRINT-QUEUE
            STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
     Else
        INITIALIZE DB-PRINT-QUEUE
        Move Current-Pdf-Page To PRTQ-PAGE-CNT
        Move PRINT-SUBJECT    To PRTQ-SUBJECT
        Move CORRELATION-ID   To PRTQ-CORRELATION-ID
        Perform Queue-For-Outage
        CALL "VDBPUT" USING Secdb-Database DS-PRINT-QUEUE
            MODE-1 STATUS-AREA ALL-ITEMS DB-PRINT-QUEUE
     End-If.
     If IMAGE-ERRORS
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 LOG-PRINT-QUEUE-EXIT.
     EXIT.
*>---------------------------------------------------------------
*> Output that cannot go to the printer now waits on the queue with
*> its recipient - the alternate, or the down printer itself - and
*> the printer it was meant for.
 Queue-For-Outage.
     If Routed-From Not = Spaces
        Move Routed-From To PRTQ-ROUTED-FROM.
     If Printer-Queued
        Set PRTQ-QUEUED To True
        If PRR-ALTERNATE
           Move PRR-ROUTE-ADDRESS To PRTQ-RECIPIENT
           Move PRR-ROUTE-TYPE    To PRTQ-RECIP-TYPE
        Else
           Move Printer-Name      To PRTQ-RECIPIENT
           Set PRTQ-RECIP-PRINTER To True
        End-If
     End-If.
*>---------------------------------------------------------------
 Get-actual-length.
     Perform Varying StrIdx From 128 By -1 Until StrIdx < 2 or PDF-TEXT(StrIdx:1) > " "
     STRING MM-CFNAME DELIMITED BY Space
            ".pdf" delimited by size INTO Pdf-Name.

*> PRINTFILNUM selects the route: a real printer file number asks
*> for hard copy straight to the assigned printer - configured per
*> device, per user or per form - with no browser in the loop. Zero
*> keeps the long-standing PDF-behind-a-link delivery. A direct
*> request with no printer on file falls back to the link, so the
*> output is never simply lost. The route is settled before the job
*> is logged, so a job a down printer cannot take is queued.
     Move "N"    To Printer-Queued-Sw.
     Move Spaces To Routed-From.
     If PRINTFILNUM > 0
        Perform Resolve-Direct-Printer Thru RESOLVE-DIRECT-PRINTER-EXIT
        If Printer-Found
           Perform Route-Around-Outage
        End-If
     Else
        Move "N" To Printer-Found-Sw.

     Perform Log-Print-Queue THRU LOG-PRINT-QUEUE-EXIT.

     If Printer-Found
        If Not Printer-Queued
           Perform PDF-To-Printer
        End-If
        If Routed-From Not = Spaces Or Printer-Queued
           Perform Tell-Outage-Route
        End-If
     Else
        If Web-Client
           Perform PDF-To-Web
     CALL "DBCLOSE" USING Secdb-Database DUMMY MODE-1 STATUS-AREA.
 RESOLVE-DIRECT-PRINTER-EXIT.
     EXIT.
*>----------------------------------------------------------------
*> A printer marked down sends the job to its first alternate that
*> can take it (VPRTROUTE): another printer prints it now, a mail or
*> drop alternate has it delivered from the queue. With no alternate
*> the job waits on the queue for the printer.
 Route-Around-Outage.
     Move Printer-Name To PRR-PRINTER.
     Set PRR-ROUTING To True.
     CALL "VPRTROUTE" USING COMAREA PRINTER-ROUTE.
     Evaluate True
        When PRR-PRINTER-UP
           Continue
        When PRR-ALTERNATE
           Move Printer-Name To Routed-From
           If PRR-ROUTE-TYPE = "P"
              Move PRR-ROUTE-ADDRESS To Printer-Name
           Else
              Move "Y" To Printer-Queued-Sw
           End-If
        When Other
           Move "Y" To Printer-Queued-Sw
     End-Evaluate.
*>----------------------------------------------------------------
*> The operator is told where the output went.
 Tell-Outage-Route.
     Move Spaces To END-MSG.
     Evaluate True
        When Not Printer-Queued
           String "PRINTER " Delimited By Size
                  Routed-From Delimited By Space
                  " IS DOWN - OUTPUT SENT TO PRINTER " Delimited By Size
                  Printer-Name Delimited By Space
            Into END-MSG
        When PRR-ALTERNATE And PRR-ROUTE-TYPE = "M"
           String "PRINTER " Delimited By Size
                  Routed-From Delimited By Space
                  " IS DOWN - OUTPUT WILL BE MAILED TO " Delimited By Size
                  PRR-ROUTE-ADDRESS Delimited By Space
            Into END-MSG
        When PRR-ALTERNATE
           String "PRINTER " Delimited By Size
                  Routed-From Delimited By Space
                  " IS DOWN - OUTPUT WILL BE PLACED IN " Delimited By Size
                  PRR-ROUTE-ADDRESS Delimited By Space
            Into END-MSG
        When Other
           String "PRINTER " Delimited By Size
                  Printer-Name Delimited By Space
                  " IS DOWN - JOB " Delimited By Size
                  PRINT-JOB-ID Delimited By Space
                  " HELD UNTIL IT IS BACK OR RE-ROUTED" Delimited By Size
            Into END-MSG
     End-Evaluate.
*>----------------------------------------------------------------
 Find-Printer-Dest.
     If Search-Key = Spaces
