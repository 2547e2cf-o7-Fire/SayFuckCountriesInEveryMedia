      *> FILE-CONTROL and COPY this into FILE SECTION.
      *>-----------------------------------------------------------
FD  PNDUPD
    RECORD CONTAINS 122 CHARACTERS
    LABEL RECORDS ARE STANDARD.
COPY PENDUPD.
