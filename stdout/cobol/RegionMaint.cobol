        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-REGION-STATUS.

COPY RGNTSEL.

COPY AUDITSEL.

              ==RGN-IS-ACTIVE==       BY ==NEWR-IS-ACTIVE==
              ==RGN-IS-INACTIVE==     BY ==NEWR-IS-INACTIVE==.

COPY RGNTFD.

COPY AUDITFD.

01  WS-CHANGED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-DELETED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-SCHEDULED-COUNT          PIC 9(9) VALUE ZERO.

01  WS-MAX-TRANS                PIC 9(5) VALUE 999.
01  WS-TRANS-COUNT              PIC 9(5) VALUE ZERO.

01  WS-MATCH-IDX                PIC 9(5) VALUE ZERO.

*> Transactions dated after tonight's business date are not
*> applied - they are kept whole and written back when the file is
*> drained, so they are offered again on the next run.
01  WS-MAX-HELD                 PIC 9(5) VALUE 999.
01  WS-HELD-COUNT               PIC 9(5) VALUE ZERO.
01  WS-HELD-TABLE.
    05  WS-HELD-TRANS OCCURS 999 TIMES
                      INDEXED BY WS-H-IDX
                                PIC X(43).
01  WS-HELD-OVERFLOW            PIC X(1) VALUE 'N'.
    88  WS-IS-HELD-OVERFLOW         VALUE 'Y'.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'RGNMAINT'.
        DISPLAY 'REGION-MAINT: CHANGED        : ' WS-CHANGED-COUNT
        DISPLAY 'REGION-MAINT: DELETED        : ' WS-DELETED-COUNT
        DISPLAY 'REGION-MAINT: SKIPPED        : ' WS-SKIPPED-COUNT
        DISPLAY 'REGION-MAINT: HELD FOR LATER : ' WS-SCHEDULED-COUNT
        MOVE ZERO TO RETURN-CODE
    ELSE
        DISPLAY 'REGION-MAINT: UNABLE TO OPEN REGION MASTER - FILE STATUS '
                AT END
                    SET WS-TRANS-EOF TO TRUE
                NOT AT END
                    IF RT-EFFECTIVE-DATE NOT = SPACES
                            AND RT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                        PERFORM HOLD-DATED-TRANS
                    ELSE
                        PERFORM STORE-TRANS-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGION-TRANS
    END-IF.

HOLD-DATED-TRANS.
    IF WS-HELD-COUNT < WS-MAX-HELD
        ADD 1 TO WS-HELD-COUNT
        MOVE REGION-TRANS-RECORD TO WS-HELD-TRANS(WS-HELD-COUNT)
        ADD 1 TO WS-SCHEDULED-COUNT
    ELSE
        IF NOT WS-IS-HELD-OVERFLOW
            DISPLAY 'REGION-MAINT: MORE THAN ' WS-MAX-HELD
                ' DATED TRANSACTIONS TO KEEP - FILE LEFT INTACT'
        END-IF
        SET WS-IS-HELD-OVERFLOW TO TRUE
    END-IF.

STORE-TRANS-ENTRY.
    PERFORM FIND-TRANS-BY-CODE
    IF WS-MATCH-IDX = ZERO
    CLOSE NEW-REGION-MASTER.

DRAIN-REGION-TRANS.
    *> All transactions due tonight have now been applied (or
    *> reported as not-found) - rewrite the file with only the
    *> dated ones still to come, so nothing is re-applied on the
    *> next run. If the held table overflowed, leave the file as it
    *> stands rather than lose rows; re-applying a change is
    *> harmless.
    IF WS-TRANS-OK AND NOT WS-IS-HELD-OVERFLOW
        OPEN OUTPUT REGION-TRANS
        PERFORM VARYING WS-H-IDX FROM 1 BY 1
                UNTIL WS-H-IDX > WS-HELD-COUNT
            MOVE WS-HELD-TRANS(WS-H-IDX) TO REGION-TRANS-RECORD
            WRITE REGION-TRANS-RECORD
        END-PERFORM
        CLOSE REGION-TRANS
    END-IF.

