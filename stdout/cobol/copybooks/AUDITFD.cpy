      *> FD + record for the shared AUDIT-LOG file (request 009).
      *> One line is appended per run by every program that opens
      *> Ass, recording job name, run date/time, and records read.
      *> AUDIT-OPERATOR-ID names the operator who authorised a run
      *> that needs one (CYCLE-BACKOUT); it is blank on every other
      *> line, and on lines written before the field existed.
      *>-----------------------------------------------------------
FD  AUDIT-LOG
    RECORD CONTAINS 48 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  AUDIT-LOG-RECORD.
    05  AUDIT-JOB-NAME          PIC X(8).
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  AUDIT-RECORD-COUNT      PIC 9(9).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  AUDIT-OPERATOR-ID       PIC X(8).
