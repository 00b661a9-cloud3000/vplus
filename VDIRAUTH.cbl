>>source format free
*>*****************************************************************
*>*                       V D I R A U T H                          *
*>*****************************************************************
*>   Verifies a sign-on credential against the corporate directory
*>   (LDAP or Active Directory) through the Tcl bridge, and returns
*>   the user's directory groups for the role mapping. Called by
*>   VPUTAUTH; everything about the directory is configuration,
*>   resolved through VGETCFG:
*>     VPLUS_DIR_AUTH        "Y" turns directory sign-on on
*>     VPLUS_DIR_HOST        directory server
*>     VPLUS_DIR_PORT        389 (default), or 636 for LDAPS
*>     VPLUS_DIR_BIND_DN     the DN bound as, %U standing for the
*>                           user - "uid=%U,ou=people,dc=corp,dc=com"
*>                           or, for Active Directory, "%U@corp.com"
*>     VPLUS_DIR_GROUP_BASE  where groups are searched for the bound
*>                           DN as a member; spaces skips the search
*>   DAP-RESULT comes back
*>     "D" directory sign-on is not configured - nothing was asked
*>     "Y" the directory accepted the credential
*>     "N" the directory refused it (or it could never be valid -
*>         a blank credential, a user name carrying DN syntax)
*>     "U" the directory could not be reached or did not answer -
*>         the caller's fallback rule decides
*>   The credential is handed across in a Tcl variable, never pasted
*>   into a command, and the variable is cleared before return.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VDIRAUTH.
 AUTHOR.     MICHAEL ANDERSON.
 ENVIRONMENT DIVISION.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 GLOBAL-ADDRESS1         USAGE POINTER.
 01 DebugBUF                PIC X(256) VALUE SPACES.
 01 NUM1                    PIC X(14)  Value Spaces.
 01 NUM2                    PIC S9(14) Value Zero.
 01 NUMDEC                  PIC S9(4)  Comp-5 Value 0.
 01 NUMERR                  PIC S9(4)  Comp-5 Value 0.
   COPY "vplus/TCLDBMEM".
 01 TCL-COMMAND             PIC X(2048) VALUE LOW-VALUES.
 01 CFG-PARM.
    02 CP-NAME      Pic X(32) Value Spaces.
    02 CP-VALUE     Pic X(64) Value Spaces.
    02 CP-SOURCE    Pic X(01) Value Space.
 01 DIR-HOST                PIC X(64) VALUE SPACES.
 01 DIR-PORT                PIC X(64) VALUE SPACES.
 01 DIR-BIND-DN             PIC X(64) VALUE SPACES.
 01 DIR-GROUP-BASE          PIC X(64) VALUE SPACES.
 01 BAD-CHAR-CNT            PIC S9(4) COMP-5 VALUE 0.
 01 GROUP-IDX               PIC S9(4) COMP-5 VALUE 0.
 01 GROUP-TOTAL             PIC S9(8) COMP-5 VALUE 0.
 01 GROUP-INDEX-DISP        PIC Z(3)9.
*>########################################################
 LINKAGE SECTION.
    COPY "vplus/COMAREA".
 01 DIR-AUTH-PARMS.
    02 DAP-USER         Pic X(32).
    02 DAP-PASSWORD     Pic X(64).
    02 DAP-RESULT       Pic X(01).
       88 DAP-NOT-CONFIGURED     VALUE "D".
       88 DAP-ACCEPTED           VALUE "Y".
       88 DAP-REFUSED            VALUE "N".
       88 DAP-UNREACHABLE        VALUE "U".
    02 DAP-MESSAGE      Pic X(80).
    02 DAP-GROUP-CNT    Pic S9(4) Comp-5.
    02 DAP-GROUP        Pic X(48) OCCURS 32 TIMES.
    COPY "vplus/VPLUSMEM".
 01 My-Tcl             USAGE POINTER.
*>########################################################
 PROCEDURE DIVISION USING COMAREA DIR-AUTH-PARMS.
 0000-BEGIN-VDIRAUTH.
     CALL "GetPtrVplusBlock1" USING GLOBAL-ADDRESS1.
     SET ADDRESS OF VPLUSMEM TO GLOBAL-ADDRESS1.
     SET ADDRESS OF My-Tcl TO ADDRESS of TCL of VPLUSMEM.
     MOVE "D"    TO DAP-RESULT.
     MOVE SPACES TO DAP-MESSAGE.
     MOVE 0      TO DAP-GROUP-CNT.

     MOVE "VPLUS_DIR_AUTH" TO CP-NAME.
     MOVE "N"              TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     IF CP-VALUE(1:1) NOT = "Y"
        GO TO VDIRAUTH-RETURN.

     MOVE "VPLUS_DIR_HOST" TO CP-NAME.
     MOVE SPACES           TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-HOST.
     MOVE "VPLUS_DIR_PORT" TO CP-NAME.
     MOVE "389"            TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-PORT.
     MOVE "VPLUS_DIR_BIND_DN" TO CP-NAME.
     MOVE SPACES              TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-BIND-DN.
     MOVE "VPLUS_DIR_GROUP_BASE" TO CP-NAME.
     MOVE SPACES                 TO CP-VALUE.
     CALL "VGETCFG" USING COMAREA CFG-PARM.
     MOVE CP-VALUE TO DIR-GROUP-BASE.

*> Switched on but not told where to go is an outage, not a pass.
     IF DIR-HOST = SPACES OR DIR-BIND-DN = SPACES
        MOVE "U" TO DAP-RESULT
        MOVE "DIRECTORY HOST OR BIND DN NOT CONFIGURED" TO DAP-MESSAGE
        GO TO VDIRAUTH-RETURN.

*> A blank credential would be an anonymous bind, which most
*> directories accept - never a sign-on. Neither is a user name
*> that would rewrite the DN or the group filter around it.
     MOVE 0 TO BAD-CHAR-CNT.
     INSPECT DAP-USER TALLYING BAD-CHAR-CNT
         FOR ALL "," ALL "+" ALL '"' ALL "\" ALL "<" ALL ">"
             ALL ";" ALL "=" ALL "*" ALL "(" ALL ")".
     IF DAP-PASSWORD = SPACES OR DAP-USER = SPACES
        OR BAD-CHAR-CNT > 0
        MOVE "N" TO DAP-RESULT
        MOVE "CREDENTIAL OR USER NAME NOT ACCEPTABLE" TO DAP-MESSAGE
        GO TO VDIRAUTH-RETURN.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_HOST" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING DIR-HOST DELIMITED BY SPACE INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_PORT" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING DIR-PORT DELIMITED BY SPACE INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_DNFMT" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING DIR-BIND-DN DELIMITED BY "  " INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_BASE" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING DIR-GROUP-BASE DELIMITED BY "  " INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_USER" DELIMITED BY SIZE INTO TCL-VARNAME.
     STRING DAP-USER DELIMITED BY SPACE INTO TCL-BUFFER.
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
*> The credential may carry embedded blanks; only the trailing pad
*> is dropped.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE LOW-VALUES TO TCL-BUFFER.
     STRING "VDA_PW" DELIMITED BY SIZE INTO TCL-VARNAME.
     PERFORM VARYING GROUP-IDX FROM 64 BY -1
       UNTIL GROUP-IDX < 1 OR DAP-PASSWORD(GROUP-IDX:1) NOT = SPACE
        CONTINUE
     END-PERFORM.
     MOVE DAP-PASSWORD(1:GROUP-IDX) TO TCL-BUFFER(1:GROUP-IDX).
     CALL "TCLSETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE LOW-VALUES TO TCL-BUFFER.

*> Reached and refused with invalidCredentials is a "no"; anything
*> else going wrong - no ldap package, no route, no answer, a bind
*> that died for some other reason - is an outage.
     MOVE LOW-VALUES TO TCL-COMMAND.
     MOVE 0 TO TCL-RESULT.
     STRING "set VDA_RC U; set VDA_GROUPS {}; set VDA_MSG {}; "
            "if {![catch {package require ldap} VDA_MSG]} { "
            "if {![catch {if {$VDA_PORT == 636} "
            "{ set h [::ldap::secure_connect $VDA_HOST $VDA_PORT] } "
            "else { set h [::ldap::connect $VDA_HOST $VDA_PORT] }} "
            "VDA_MSG]} { "
            "set dn [string map [list %U $VDA_USER] $VDA_DNFMT]; "
            "if {[catch {::ldap::bind $h $dn $VDA_PW} VDA_MSG]} { "
            "if {[string match -nocase *invalidCredentials* $VDA_MSG]} "
            "{ set VDA_RC N } } else { set VDA_RC Y; "
            "if {$VDA_BASE ne {}} { catch { "
            "foreach e [::ldap::search $h $VDA_BASE "
            """(member=$dn)"" {cn}] { set a [lindex $e 1]; "
            "if {[dict exists $a cn]} "
            "{ lappend VDA_GROUPS [lindex [dict get $a cn] 0] } } } } }; "
            "catch {::ldap::unbind $h}; catch {::ldap::disconnect $h} "
            "} }; set VDA_PW {}; set VDA_GCNT [llength $VDA_GROUPS]"
      DELIMITED BY SIZE INTO TCL-COMMAND.
     CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VDA_RC" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     MOVE "U" TO DAP-RESULT.
     IF TCL-RESULT = 0
        AND (TCL-BUFFER(1:1) = "Y" OR TCL-BUFFER(1:1) = "N")
        MOVE TCL-BUFFER(1:1) TO DAP-RESULT.

     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VDA_MSG" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     STRING TCL-BUFFER DELIMITED BY x"00" INTO DAP-MESSAGE.

     IF DAP-ACCEPTED
        PERFORM GET-DIRECTORY-GROUPS.

     move LOW-VALUES to DebugBUF.
     string "VDIRAUTH: " DAP-USER " " DAP-RESULT " " DAP-MESSAGE
      DELIMITED BY size into DebugBUF.
     CALL "LogDebug" USING DebugBUF.

 VDIRAUTH-RETURN.
     Goback.
*>-----------------------------------------------------------------
*> The cn of each group the bound DN is a member of, first 32.
 GET-DIRECTORY-GROUPS.
     MOVE LOW-VALUES TO TCL-VARNAME.
     MOVE SPACES TO TCL-BUFFER.
     STRING "VDA_GCNT" DELIMITED BY SIZE INTO TCL-VARNAME.
     CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER.
     Initialize num1 num2 numdec numerr.
     STRING TCL-BUFFER DELIMITED BY x"00" INTO NUM1.
     CALL "NUMGET" USING NUM1 NUM2 NUMDEC NUMERR.
     MOVE 0 TO GROUP-TOTAL.
     IF NUMDEC = 0 AND NUMERR = 0
        MOVE NUM2 TO GROUP-TOTAL.
     IF GROUP-TOTAL > 32
        MOVE 32 TO GROUP-TOTAL.

     PERFORM VARYING GROUP-IDX FROM 1 BY 1
       UNTIL GROUP-IDX > GROUP-TOTAL
        COMPUTE GROUP-INDEX-DISP = GROUP-IDX - 1
        MOVE LOW-VALUES TO TCL-COMMAND
        MOVE 0 TO TCL-RESULT
        STRING "set VDA_G [lindex $VDA_GROUPS " DELIMITED BY SIZE
               GROUP-INDEX-DISP                 DELIMITED BY SIZE
               "]"                              DELIMITED BY SIZE
         INTO TCL-COMMAND
        CALL "TCLEVAL" USING My-Tcl TCL-COMMAND TCL-RESULT
        MOVE LOW-VALUES TO TCL-VARNAME
        MOVE SPACES TO TCL-BUFFER
        STRING "VDA_G" DELIMITED BY SIZE INTO TCL-VARNAME
        CALL "TCLGETVAR" USING My-Tcl TCL-VARNAME TCL-BUFFER
        ADD 1 TO DAP-GROUP-CNT
        MOVE SPACES TO DAP-GROUP(DAP-GROUP-CNT)
        STRING TCL-BUFFER DELIMITED BY x"00"
         INTO DAP-GROUP(DAP-GROUP-CNT)
     END-PERFORM.
