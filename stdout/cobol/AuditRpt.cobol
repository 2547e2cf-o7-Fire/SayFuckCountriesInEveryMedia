    05  AP-SWING-PCT            PIC 9(3).

FD  AUDIT-ARCHIVE
    RECORD CONTAINS 48 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  AUDIT-ARCHIVE-RECORD        PIC X(48).

FD  RUN-HISTORY
    RECORD CONTAINS 132 CHARACTERS
        10  AE-DATE              PIC X(8).
        10  AE-TIME              PIC X(8).
        10  AE-COUNT             PIC 9(9).
        10  AE-OPERATOR          PIC X(8).

01  WS-MAX-JOBS                 PIC 9(2) VALUE 99.
01  WS-JOB-COUNT                PIC 9(2) VALUE ZERO.
    05  RD-DELTA                PIC +ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  RD-FLAG                 PIC X(24).
    05  RD-OPERATOR             PIC X(22).

01  WS-NO-RUN-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(1)  VALUE SPACE.
    05  AL-RECORD-COUNT         PIC 9(9).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  AL-OPERATOR-ID          PIC X(8).

01  WS-JOB-NAME                 PIC X(8) VALUE 'AUDITRPT'.

                            TO AE-TIME(WS-ENTRY-COUNT)
                        MOVE AUDIT-RECORD-COUNT
                            TO AE-COUNT(WS-ENTRY-COUNT)
                        MOVE AUDIT-OPERATOR-ID
                            TO AE-OPERATOR(WS-ENTRY-COUNT)
                    ELSE
                        ADD 1 TO WS-OVERFLOW-COUNT
                    END-IF
                MOVE AE-DATE(WS-SCAN-IDX)  TO AL-RUN-DATE
                MOVE AE-TIME(WS-SCAN-IDX)  TO AL-RUN-TIME
                MOVE AE-COUNT(WS-SCAN-IDX) TO AL-RECORD-COUNT
                MOVE AE-OPERATOR(WS-SCAN-IDX) TO AL-OPERATOR-ID
                MOVE WS-ARCHIVE-LINE TO AUDIT-ARCHIVE-RECORD
                WRITE AUDIT-ARCHIVE-RECORD
                ADD 1 TO WS-ARCHIVED-COUNT
            MOVE AE-DATE(WS-SCAN-IDX)  TO AUDIT-RUN-DATE
            MOVE AE-TIME(WS-SCAN-IDX)  TO AUDIT-RUN-TIME
            MOVE AE-COUNT(WS-SCAN-IDX) TO AUDIT-RECORD-COUNT
            MOVE AE-OPERATOR(WS-SCAN-IDX) TO AUDIT-OPERATOR-ID
            WRITE AUDIT-LOG-RECORD
            ADD 1 TO WS-KEPT-COUNT
        END-IF
    MOVE AE-TIME(WS-SCAN-IDX) TO RD-TIME
    MOVE AE-COUNT(WS-SCAN-IDX) TO RD-COUNT
    MOVE SPACES TO RD-FLAG
    MOVE SPACES TO RD-OPERATOR
    IF AE-OPERATOR(WS-SCAN-IDX) NOT = SPACES
        STRING 'AUTHORISED BY ' AE-OPERATOR(WS-SCAN-IDX)
            DELIMITED BY SIZE INTO RD-OPERATOR
    END-IF
    IF WS-HAS-PRIOR
        COMPUTE WS-DELTA = AE-COUNT(WS-SCAN-IDX) - WS-PRIOR-COUNT
        MOVE WS-DELTA TO RD-DELTA
