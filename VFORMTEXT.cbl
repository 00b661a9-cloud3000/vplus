>>source format free
*>*****************************************************************
*>*                      V F O R M T E X T                         *
*>*****************************************************************
*>   Forms-file text round trip. EXPORT writes the whole catalog of
*>   a forms file - VFILE, PD_TEMPLATE, VPANEL, FD_TEMPLATE, VSAVFLD,
*>   FONTS, the per-panel VFIELD / VSTATIC rows, every table the
*>   .vform holds - to a line-sequential text file; LOAD builds a
*>   brand-new .vform from such a text. Export, load, then VFORMDIFF
*>   the two files: no differences. The text is what change control
*>   reviews line by line before VFORMPROMO, and what a damaged
*>   catalog is rebuilt from.
*>
*>   The catalog is read and written through the Tcl side, the same
*>   bridge SQLGetResultSet and ::viewplus::SQLEXEC sit on, under a
*>   handle of its own (VFXDB) so the runtime's open forms file is
*>   never disturbed.
*>
*>   Text layout, version 1. Every line is a keyword followed by Tcl
*>   list elements; braces quote anything holding spaces.
*>     VFORMTEXT 1 <source>      first line - layout version and
*>                               the forms file it came from
*>     SCHEMA <create-sql>       one per table and index, all before
*>                               any data
*>     TABLE <name> {<col> ...}  starts a table's rows, names its
*>                               columns in order
*>     ROW {<value> ...}         one catalog row, one value per
*>                               column, in rowid order
*>     END <name> <rows>         closes the table with its row count;
*>                               LOAD checks the count
*>     POST <create-sql>         views and triggers, applied after
*>                               the data so no trigger fires on it
*>     + <text>                  continuation of the line above, for
*>                               lines longer than 1900 characters
*>   Tables come in name order. Each value carries its storage class
*>   as a prefix:
*>     T:text    I:integer    R:real    N: null
*>     X:hex     blob bytes as hexadecimal
*>     H:hex     text holding tabs, newlines or non-ASCII, as UTF-8
*>               hexadecimal so the line stays one printable line
*>
*>   LOAD never writes over an existing forms file; it builds the
*>   new .vform in one transaction and deletes it again if any line
*>   fails or any table's count disagrees with its END line. The
*>   panel file (.pan) is not catalog and travels separately.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VFORMTEXT.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

     SELECT FORMTEXT-FILE
        ASSIGN TO FORMTEXT-FILE-NAME-WRK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FTXT-STATUS1.

 DATA DIVISION.
 FILE SECTION.
*>
*>--------- F I L E   D A T A   R E C O R D
 FD  FORMTEXT-FILE.
 01  FORMTEXT-RECORD              PIC X(2000).
 WORKING-STORAGE SECTION.
 01 FTXT-STATUS1            PIC XX.
 01 FORMTEXT-FILE-NAME-WRK  PIC X(64) VALUE SPACES.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 VFORM-PATH              PIC X(80) VALUE SPACES.
 01 END-OF-TEXT-SW          PIC X VALUE "N".
    88 END-OF-TEXT              VALUE "Y".
 01 VFX-OPEN-SW             PIC X VALUE "0".
    88 VFX-NOT-OPEN             VALUE "0".
    88 VFX-OPEN                 VALUE "1".
    88 VFX-TARGET-EXISTS        VALUE "2".
 01 VFX-NUMBER              PIC S9(8) COMP-5 VALUE 0.
 01 VFX-OUT-CNT             PIC S9(8) COMP-5 VALUE 0.
 01 VFX-OUT-IDX             PIC S9(8) COMP-5 VALUE 0.
 01 VFX-TABLE-IDX           PIC S9(8) COMP-5 VALUE 0.
 01 VFX-INDEX-DISP          PIC Z(7)9.
 01 LINE-LEN                PIC S9(4) COMP-5 VALUE 0.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(4096) VALUE LOW-VALUES.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA.
*>*---------------------------------------------------------*
 0000-BEGIN-VFORMTEXT.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE 0 TO CSTATUS.
     MOVE 0 TO FORMTEXT-TABLE-CNT.
     MOVE 0 TO FORMTEXT-ROW-CNT.

     move LOW-VALUES TO INTR-CALLNAME
     string "VFORMTEXT "
      delimited by "  " into INTR-CALLNAME.

     IF FORMTEXT-FORMS-FILE = SPACES
      OR NOT (FORMTEXT-EXPORT OR FORMTEXT-LOAD)
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 63            TO INTR-ERRNUM
      MOVE 63            TO CSTATUS
      GO TO VFORMTEXT-RETURN.

     MOVE SPACES TO VFORM-PATH.
     STRING FORMTEXT-FORMS-FILE DELIMITED BY SPACE
            ".vform"            DELIMITED BY SIZE
      INTO VFORM-PATH.
     MOVE SPACES TO FORMTEXT-FILE-NAME-WRK.
     IF FORMTEXT-TEXT-FILE NOT = SPACES
      MOVE FORMTEXT-TEXT-FILE TO FORMTEXT-FILE-NAME-WRK
     ELSE
      STRING FORMTEXT-FORMS-FILE DELIMITED BY SPACE
             ".vftxt"            DELIMITED BY SIZE
       INTO FORMTEXT-FILE-NAME-WRK.

     PERFORM DEFINE-VFX-PROCS.

     IF FORMTEXT-EXPORT
      PERFORM EXPORT-FORMS-FILE THRU EXPORT-FORMS-FILE-EXIT
     ELSE
      PERFORM LOAD-FORMS-FILE THRU LOAD-FORMS-FILE-EXIT.

 VFORMTEXT-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> Export: open the catalog read-only, write the header and schema,
*> then each table's rows, then the views and triggers.
 EXPORT-FORMS-FILE.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set VFXOK 0; set VFX_ROWS 0; if {[file exists {"
                                    DELIMITED BY SIZE
            VFORM-PATH              DELIMITED BY SPACE
            "}]} { catch { package require sqlite3; sqlite3 VFXDB {"
                                    DELIMITED BY SIZE
            VFORM-PATH              DELIMITED BY SPACE
            "} -readonly 1; VFXDB eval {SELECT count(*) FROM "
            "sqlite_master}; set VFXOK 1 } }"
                                    DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     PERFORM GET-VFX-OPEN-STATE.
     IF NOT VFX-OPEN
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 142           TO INTR-ERRNUM
      MOVE 142           TO CSTATUS
      GO TO EXPORT-FORMS-FILE-EXIT.

     OPEN OUTPUT FORMTEXT-FILE.
     IF FTXT-STATUS1 NOT = "00"
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      PERFORM CLOSE-VFX-CATALOG
      GO TO EXPORT-FORMS-FILE-EXIT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "vfx_schema {"          DELIMITED BY SIZE
            FORMTEXT-FORMS-FILE     DELIMITED BY SPACE
            "}"                     DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      GO TO EXPORT-FORMS-FILE-FAILED.
     PERFORM WRITE-VFX-OUT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFX_TCNT" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM GET-VFX-NUMBER.
     MOVE VFX-NUMBER TO FORMTEXT-TABLE-CNT.

     PERFORM VARYING VFX-TABLE-IDX FROM 0 BY 1
       UNTIL VFX-TABLE-IDX NOT < FORMTEXT-TABLE-CNT
        OR TCL-RESULT NOT = 0
      MOVE VFX-TABLE-IDX TO VFX-INDEX-DISP
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "vfx_dump [lindex $VFX_TABLES " DELIMITED BY SIZE
             VFX-INDEX-DISP                  DELIMITED BY SIZE
             "]"                             DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      IF TCL-RESULT = 0
       PERFORM WRITE-VFX-OUT
      END-IF
     END-PERFORM.
     IF TCL-RESULT NOT = 0
      GO TO EXPORT-FORMS-FILE-FAILED.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "vfx_post" DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     IF TCL-RESULT NOT = 0
      GO TO EXPORT-FORMS-FILE-FAILED.
     PERFORM WRITE-VFX-OUT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFX_ROWS" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM GET-VFX-NUMBER.
     MOVE VFX-NUMBER TO FORMTEXT-ROW-CNT.
     CLOSE FORMTEXT-FILE.
     PERFORM CLOSE-VFX-CATALOG.
     GO TO EXPORT-FORMS-FILE-EXIT.

*> A half-written text is worse than none - it would load cleanly
*> into a short catalog if its END lines happened to be missing.
 EXPORT-FORMS-FILE-FAILED.
     CLOSE FORMTEXT-FILE.
     PERFORM CLOSE-VFX-CATALOG.
     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "catch {file delete {"  DELIMITED BY SIZE
            FORMTEXT-FILE-NAME-WRK  DELIMITED BY SPACE
            "}}"                    DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     MOVE "VFORMTEXT" TO INTR-ERRNAME.
     MOVE 143           TO INTR-ERRNUM.
     MOVE 143           TO CSTATUS.
     MOVE "FORMS FILE EXPORT FAILED" TO END-MSG.
     move LOW-VALUES to DebugBUF.
     string "VFORMTEXT: export failed " VFORM-PATH
      DELIMITED BY "  " into DebugBUF.
     CALL "LogDebug" USING DebugBUF.
 EXPORT-FORMS-FILE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> Load: refuse an existing target, create it inside one
*> transaction, feed the text through line by line and let the
*> Tcl side apply each complete line.
 LOAD-FORMS-FILE.
     OPEN INPUT FORMTEXT-FILE.
     IF FTXT-STATUS1 NOT = "00"
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 35            TO INTR-ERRNUM
      MOVE 35            TO CSTATUS
      GO TO LOAD-FORMS-FILE-EXIT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set VFXOK 0; set VFX_ERR {}; set VFX_PEND {}; "
            "set VFX_ROWS 0; set VFX_TABS 0; set VFX_HDR 0; "
            "if {[file exists {"    DELIMITED BY SIZE
            VFORM-PATH              DELIMITED BY SPACE
            "}]} { set VFXOK 2 } else { catch { package require "
            "sqlite3; sqlite3 VFXDB {"
                                    DELIMITED BY SIZE
            VFORM-PATH              DELIMITED BY SPACE
            "}; VFXDB eval BEGIN; set VFXOK 1 } }"
                                    DELIMITED BY SIZE
      INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
     PERFORM GET-VFX-OPEN-STATE.
     IF VFX-TARGET-EXISTS
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 141           TO INTR-ERRNUM
      MOVE 141           TO CSTATUS
      CLOSE FORMTEXT-FILE
      GO TO LOAD-FORMS-FILE-EXIT.
     IF NOT VFX-OPEN
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 142           TO INTR-ERRNUM
      MOVE 142           TO CSTATUS
      CLOSE FORMTEXT-FILE
      GO TO LOAD-FORMS-FILE-EXIT.

     MOVE "N" TO END-OF-TEXT-SW.
     PERFORM UNTIL END-OF-TEXT
      READ FORMTEXT-FILE
       AT END
        SET END-OF-TEXT TO TRUE
       NOT AT END
        PERFORM FEED-ONE-LINE
      END-READ
     END-PERFORM.
     CLOSE FORMTEXT-FILE.

     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "vfx_finish" DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VFX_ERR" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     IF TCL-RESULT NOT = 0
      OR (TCL-BUFFER(1:1) NOT = LOW-VALUE
          AND TCL-BUFFER(1:1) NOT = SPACE)
      MOVE LOW-VALUES TO DebugBUF
      STRING "VFORMTEXT: load failed " DELIMITED BY SIZE
             VFORM-PATH                DELIMITED BY SPACE
             " - "                     DELIMITED BY SIZE
             TCL-BUFFER                DELIMITED BY x"00"
       INTO DebugBUF
      CALL "LogDebug" USING DebugBUF
      MOVE LOW-VALUES TO TCL-COMMAND
      STRING "catch {VFXDB close}; catch {file delete {"
                                   DELIMITED BY SIZE
             VFORM-PATH            DELIMITED BY SPACE
             "}}"                  DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      MOVE "VFORMTEXT" TO INTR-ERRNAME
      MOVE 143           TO INTR-ERRNUM
      MOVE 143           TO CSTATUS
      MOVE "FORMS FILE LOAD FAILED - NOTHING BUILT" TO END-MSG
      GO TO LOAD-FORMS-FILE-EXIT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFX_TABS" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM GET-VFX-NUMBER.
     MOVE VFX-NUMBER TO FORMTEXT-TABLE-CNT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFX_ROWS" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM GET-VFX-NUMBER.
     MOVE VFX-NUMBER TO FORMTEXT-ROW-CNT.
 LOAD-FORMS-FILE-EXIT.
     EXIT.
*>-----------------------------------------------------------------
*> The record as read, trailing pad stripped, handed across in
*> VFXIN - a continuation line is only appended, a new line applies
*> the one before it.
 FEED-ONE-LINE.
     PERFORM VARYING LINE-LEN FROM 2000 BY -1
       UNTIL LINE-LEN < 1 OR FORMTEXT-RECORD(LINE-LEN:1) NOT = SPACE
      CONTINUE
     END-PERFORM.
     MOVE LOW-VALUES TO TCL-BUFFER.
     IF LINE-LEN > 0
      MOVE FORMTEXT-RECORD(1:LINE-LEN) TO TCL-BUFFER(1:LINE-LEN).
     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFXIN" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "vfx_feed $VFXIN" DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
*>-----------------------------------------------------------------
*> Write every line the last Tcl step left in VFX_OUT.
 WRITE-VFX-OUT.
     MOVE LOW-VALUES TO TCL-VARNAME.
     STRING "VFX_OCNT" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM GET-VFX-NUMBER.
     MOVE VFX-NUMBER TO VFX-OUT-CNT.
     PERFORM VARYING VFX-OUT-IDX FROM 0 BY 1
       UNTIL VFX-OUT-IDX NOT < VFX-OUT-CNT
      MOVE VFX-OUT-IDX TO VFX-INDEX-DISP
      MOVE LOW-VALUES TO TCL-COMMAND
      MOVE 0 TO TCL-RESULT
      STRING "set VFXLINE [lindex $VFX_OUT " DELIMITED BY SIZE
             VFX-INDEX-DISP                  DELIMITED BY SIZE
             "]"                             DELIMITED BY SIZE
       INTO TCL-COMMAND
      CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
      MOVE LOW-VALUES TO TCL-VARNAME
      MOVE SPACES TO TCL-BUFFER
      STRING "VFXLINE" DELIMITED BY SIZE INTO TCL-VARNAME
      CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
      MOVE SPACES TO FORMTEXT-RECORD
      STRING TCL-BUFFER DELIMITED BY x"00" INTO FORMTEXT-RECORD
      WRITE FORMTEXT-RECORD
     END-PERFORM.
*>-----------------------------------------------------------------
 GET-VFX-OPEN-STATE.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VFXOK" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE "0" TO VFX-OPEN-SW.
     IF TCL-BUFFER(1:1) = "1" OR TCL-BUFFER(1:1) = "2"
      MOVE TCL-BUFFER(1:1) TO VFX-OPEN-SW.
*>-----------------------------------------------------------------
 CLOSE-VFX-CATALOG.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "catch {VFXDB close}" DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
*>-----------------------------------------------------------------
*> Integer Tcl variable named in TCL-VARNAME into VFX-NUMBER, the
*> NUMGET conversion Get-ClockSeconds uses.
 GET-VFX-NUMBER.
     MOVE 0 TO VFX-NUMBER.
     MOVE SPACES TO TCL-BUFFER.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     STRING TCL-BUFFER DELIMITED BY x"00" INTO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     IF NUMDEC = 0 AND NUMERR = 0
      MOVE NUM2 TO VFX-NUMBER.
*>-----------------------------------------------------------------
*> The Tcl procedures behind both directions. vfx_enc tags a value
*> with its storage class; vfx_emit splits an over-long line into
*> continuation lines that never end on a blank (line-sequential
*> output drops trailing blanks); vfx_schema / vfx_dump / vfx_post
*> build the export lines in VFX_OUT; vfx_feed / vfx_apply /
*> vfx_insert / vfx_finish are the loader.
 DEFINE-VFX-PROCS.
     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_enc {v ty} { switch -- $ty { "
            "null {return N:} integer {return I:$v} "
            "real {return R:$v} "
            "blob {return X:[binary encode hex $v]} }; "
            "if {[regexp {[^\x20-\x7e]} $v]} { return "
            "H:[binary encode hex [encoding convertto utf-8 $v]] }; "
            "return T:$v }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_emit {line} { global VFX_OUT; set pfx {}; "
            "while {[string length $line] > 1900} { set cut 1899; "
            "while {$cut > 0 && [string index $line $cut] eq { }} "
            "{ incr cut -1 }; "
            "lappend VFX_OUT $pfx[string range $line 0 $cut]; "
            "set line [string range $line [expr {$cut + 1}] end]; "
            "set pfx {+ } }; lappend VFX_OUT $pfx$line }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_schema {src} { "
            "global VFX_OUT VFX_OCNT VFX_TABLES VFX_TCNT; "
            "set VFX_OUT {}; vfx_emit [list VFORMTEXT 1 $src]; "
            "VFXDB eval {SELECT sql FROM sqlite_master "
            "WHERE sql NOT NULL AND name NOT LIKE 'sqlite_%' "
            "AND type IN ('table','index') "
            "ORDER BY CASE type WHEN 'table' THEN 0 ELSE 1 END, name} "
            "{ vfx_emit [list SCHEMA "
            "[string map [list \n { } \r { } \t { }] $sql]] }; "
            "set VFX_TABLES [VFXDB eval {SELECT name FROM sqlite_master "
            "WHERE type = 'table' AND name NOT LIKE 'sqlite_%' "
            "ORDER BY name}]; "
            "set VFX_TCNT [llength $VFX_TABLES]; "
            "set VFX_OCNT [llength $VFX_OUT] }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_dump {t} { global VFX_OUT VFX_OCNT VFX_ROWS; "
            "set VFX_OUT {}; set cols {}; set q {}; "
            "VFXDB eval ""PRAGMA table_info(\""$t\"")"" c "
            "{ lappend cols $c(name); "
            "lappend q ""\""$c(name)\"""" "
            """typeof(\""$c(name)\"")"" }; "
            "vfx_emit [list TABLE $t $cols]; "
            "set sql ""SELECT [join $q ,] FROM \""$t\""""; "
            "if {[catch {VFXDB eval ""$sql ORDER BY rowid""} flat]} "
            "{ set flat [VFXDB eval $sql] }; "
            "set n 0; set row {}; "
            "foreach {v ty} $flat { lappend row [vfx_enc $v $ty]; "
            "if {[llength $row] == [llength $cols]} "
            "{ vfx_emit [list ROW $row]; set row {}; incr n } }; "
            "vfx_emit [list END $t $n]; incr VFX_ROWS $n; "
            "set VFX_OCNT [llength $VFX_OUT] }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_post {} { global VFX_OUT VFX_OCNT; "
            "set VFX_OUT {}; "
            "VFXDB eval {SELECT sql FROM sqlite_master "
            "WHERE sql NOT NULL AND type IN ('view','trigger') "
            "ORDER BY name} { vfx_emit [list POST "
            "[string map [list \n { } \r { } \t { }] $sql]] }; "
            "set VFX_OCNT [llength $VFX_OUT] }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_feed {line} { global VFX_PEND; "
            "if {[string range $line 0 1] eq {+ }} "
            "{ append VFX_PEND [string range $line 2 end]; return }; "
            "if {$VFX_PEND ne {}} { vfx_apply $VFX_PEND }; "
            "set VFX_PEND $line }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_apply {line} { "
            "global VFX_ERR VFX_T VFX_C VFX_N VFX_ROWS VFX_HDR "
            "VFX_TABS; if {$VFX_ERR ne {}} return; "
            "if {[catch { set k [lindex $line 0]; "
            "if {!$VFX_HDR && $k ne {VFORMTEXT}} "
            "{ error {not a VFORMTEXT file} }; "
            "switch -- $k { "
            "VFORMTEXT { if {[lindex $line 1] ne 1} "
            "{ error ""layout version [lindex $line 1] "
            "not supported"" }; set VFX_HDR 1 } "
            "SCHEMA - POST { VFXDB eval [lindex $line 1] } "
            "TABLE { set VFX_T [lindex $line 1]; "
            "set VFX_C [lindex $line 2]; set VFX_N 0; "
            "incr VFX_TABS } "
            "ROW { vfx_insert [lindex $line 1]; incr VFX_N; "
            "incr VFX_ROWS } "
            "END { if {[lindex $line 1] ne $VFX_T "
            "|| [lindex $line 2] != $VFX_N} "
            "{ error ""row count for $VFX_T does not match END"" } } "
            "default { error ""unrecognised line "
            "[string range $line 0 39]"" } } } msg]} "
            "{ set VFX_ERR $msg } }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_insert {row} { global VFX_T VFX_C; "
            "if {[llength $row] != [llength $VFX_C]} "
            "{ error ""column count wrong in $VFX_T"" }; "
            "set qc {}; set ph {}; set i 0; "
            "foreach c $VFX_C e $row { lappend qc ""\""$c\""""; "
            "set v [string range $e 2 end]; "
            "switch -- [string index $e 0] { "
            "N { lappend ph NULL } "
            "I { set v$i $v; lappend ph ""CAST(:v$i AS INTEGER)"" } "
            "R { set v$i $v; lappend ph ""CAST(:v$i AS REAL)"" } "
            "X { set v$i [binary decode hex $v]; lappend ph "":v$i"" } "
            "H { set v$i [encoding convertfrom utf-8 "
            "[binary decode hex $v]]; lappend ph "":v$i"" } "
            "default { set v$i $v; lappend ph "":v$i"" } }; "
            "incr i }; "
            "VFXDB eval ""INSERT INTO \""$VFX_T\"" ([join $qc ,]) "
            "VALUES ([join $ph ,])"" }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-COMMAND.
     STRING "proc vfx_finish {} { global VFX_PEND VFX_ERR VFX_HDR; "
            "if {$VFX_PEND ne {}} { vfx_apply $VFX_PEND }; "
            "set VFX_PEND {}; "
            "if {$VFX_ERR eq {} && !$VFX_HDR} "
            "{ set VFX_ERR {not a VFORMTEXT file} }; "
            "if {$VFX_ERR eq {}} { VFXDB eval COMMIT } "
            "else { catch { VFXDB eval ROLLBACK } }; "
            "VFXDB close }"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.
