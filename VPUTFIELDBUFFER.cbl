     If NOT FIELD-FOUND
      Move 501 To CSTATUS
      Go To VPUTFIELDBUFFER-RETURN.
*> The VARYING step has already moved X one past the match.
     Subtract 1 From X.

     If Buffer-Len < 1
      Move -3 To cstatus
