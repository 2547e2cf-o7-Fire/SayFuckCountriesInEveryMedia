      *> FD for the extract subscriber master. Pair with SUBSCSEL.
      *>-----------------------------------------------------------
FD  SUBSCRIBER-MASTER
    RECORD CONTAINS 58 CHARACTERS
    LABEL RECORDS ARE STANDARD.
COPY SUBSCRIB.
