*>   Deterministic and self-contained, like VLOCKHASH: nothing
*>   outside this program participates in the computation. Both
*>   sides of an exchange must of course run the same key.
*>
*>   Key versions: every encrypted record carries the version of the
*>   key it was written under (BC-KEY-VER). Encryption always uses
*>   the current version, VPLUS_BUFKEY_VERSION, whose key phrase is
*>   VPLUS_BUFKEY_<version>; decryption uses whatever version the
*>   record names, so every version still configured stays
*>   readable. Spaces is the original unversioned VPLUS_BUFKEY,
*>   which is also what encryption falls back to while no version is
*>   set or the current version's key is missing. A record naming a
*>   version whose key is no longer configured comes back untouched
*>   with BC-KEY-MISSING set. VBUFKEYROT moves stored buffers onto
*>   the current version, after which the old key can be retired.
 IDENTIFICATION DIVISION.
 PROGRAM-ID. VBUFCRYPT.
 AUTHOR.     MICHAEL ANDERSON.
       88 BC-DECRYPT    Value "D".
    02 BC-LENGTH    Pic S9(8) Comp-5.
    02 BC-BUFFER    Pic X(3000).
    02 BC-KEY-VER   Pic X(02).
    02 BC-KEY-SW    Pic X(01).
       88 BC-KEY-MISSING Value "N".
*>########################################################
 PROCEDURE DIVISION USING COMAREA BUFCRYPT-PARMS.
 0000-BEGIN-VBUFCRYPT.
     MOVE "Y" TO BC-KEY-SW.
     IF BC-LENGTH < 1
        GO TO VBUFCRYPT-RETURN.
     IF BC-LENGTH > 3000
        MOVE 3000 TO BC-LENGTH.

     IF NOT BC-DECRYPT
        MOVE "VPLUS_BUFKEY_VERSION" TO CP-NAME
        MOVE SPACES TO CP-VALUE
        CALL "VGETCFG" USING COMAREA CFG-PARM
        MOVE CP-VALUE(1:2) TO BC-KEY-VER.

*> A versioned key phrase has no default - a version that is not
*> configured cannot be read, and is never written.
     IF BC-KEY-VER NOT = SPACES
        MOVE SPACES TO CP-NAME
        STRING "VPLUS_BUFKEY_" DELIMITED BY SIZE
               BC-KEY-VER      DELIMITED BY SPACE
         INTO CP-NAME
        MOVE SPACES TO CP-VALUE
        CALL "VGETCFG" USING COMAREA CFG-PARM
        IF CP-VALUE = SPACES
           IF BC-DECRYPT
              MOVE "N" TO BC-KEY-SW
              GO TO VBUFCRYPT-RETURN
           ELSE
              MOVE SPACES TO BC-KEY-VER
           END-IF
        END-IF
     END-IF.

*> The base key phrase: environment / SYSCFG first, shop default
*> last.
     IF BC-KEY-VER = SPACES
        MOVE "VPLUS_BUFKEY" TO CP-NAME
        MOVE "SECDB-BUFFER-KEY" TO CP-VALUE
        CALL "VGETCFG" USING COMAREA CFG-PARM.

     MOVE 0 TO KEY-SEED.
     PERFORM VARYING KEY-POS FROM 1 BY 1 UNTIL KEY-POS > 64
