      * the pick-list a description search fills (key, description,
      * status - the caller then keys the key they want); ALRTO is
      * the message line.
      * PF8/PF7 walk to the next/previous key on file; PF4 takes the
      * record on screen to the OJTU maintenance panel (OJTM02).
      ******************************************************************
       01  OJTM01I.
           02 KEYL                   COMP PIC S9(4).
