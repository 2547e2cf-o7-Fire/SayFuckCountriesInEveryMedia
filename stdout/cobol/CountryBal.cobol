
COPY SUBSCSEL.

COPY WJRNSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY SUBSCFD.

COPY WJRNFD.

COPY AUDITFD.

COPY CYCSFD.
    88  WS-PENDING-OK               VALUE '00'.
    88  WS-PENDING-EOF              VALUE '10'.

01  WS-WJRN-STATUS              PIC XX.
    88  WS-WJRN-OK                  VALUE '00'.

01  WS-EXTRACT-FILE-NAME        PIC X(30) VALUE SPACES.

*> One row per downstream consumer; this is a small control table
        10  ST-ACTIVE-FLAG       PIC X(1).
            88  ST-IS-ACTIVE         VALUE 'Y'.
        10  ST-PENDING-DATE      PIC X(8).
        10  ST-CODE-SCHEME       PIC X(6).
        10  ST-PRIOR-EXTRACT     PIC X(8).

01  WS-SUB-IDX                  PIC 9(2) VALUE ZERO.
01  WS-MATCH-IDX                PIC 9(2) VALUE ZERO.
                            TO ST-MODE(WS-SUBSCRIBER-COUNT)
                        MOVE SUB-LAST-EXTRACT
                            TO ST-LAST-EXTRACT(WS-SUBSCRIBER-COUNT)
                               ST-PRIOR-EXTRACT(WS-SUBSCRIBER-COUNT)
                        MOVE SUB-ACTIVE-FLAG
                            TO ST-ACTIVE-FLAG(WS-SUBSCRIBER-COUNT)
                        MOVE SUB-CODE-SCHEME
                            TO ST-CODE-SCHEME(WS-SUBSCRIBER-COUNT)
                        MOVE SPACES
                            TO ST-PENDING-DATE(WS-SUBSCRIBER-COUNT)
                    ELSE
    END-IF.

REWRITE-SUBSCRIBER-MASTER.
    *> Every window about to move is journalled first, with the
    *> value it held before, so a backout or restart of the date
    *> puts back exactly that - a night held out of balance stays
    *> inside the window it is put back to.
    PERFORM OPEN-WINDOW-JOURNAL
    PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
            UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT
        IF ST-LAST-EXTRACT(WS-SUB-IDX)
                NOT = ST-PRIOR-EXTRACT(WS-SUB-IDX)
            MOVE WS-CURRENT-DATE TO WJ-BUSINESS-DATE
            MOVE ST-ID(WS-SUB-IDX) TO WJ-SUB-ID
            MOVE ST-PRIOR-EXTRACT(WS-SUB-IDX) TO WJ-PRIOR-EXTRACT
            MOVE ST-LAST-EXTRACT(WS-SUB-IDX) TO WJ-NEW-EXTRACT
            WRITE WINDOW-JOURNAL-RECORD
        END-IF
    END-PERFORM
    CLOSE WINDOW-JOURNAL
    OPEN OUTPUT SUBSCRIBER-MASTER
    PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
            UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT
        MOVE ST-MODE(WS-SUB-IDX) TO SUB-MODE
        MOVE ST-LAST-EXTRACT(WS-SUB-IDX) TO SUB-LAST-EXTRACT
        MOVE ST-ACTIVE-FLAG(WS-SUB-IDX) TO SUB-ACTIVE-FLAG
        MOVE ST-CODE-SCHEME(WS-SUB-IDX) TO SUB-CODE-SCHEME
        WRITE SUBSCRIBER-RECORD
    END-PERFORM
    CLOSE SUBSCRIBER-MASTER.

OPEN-WINDOW-JOURNAL.
    OPEN EXTEND WINDOW-JOURNAL
    IF NOT WS-WJRN-OK
        CLOSE WINDOW-JOURNAL
        OPEN OUTPUT WINDOW-JOURNAL
    END-IF.

COMPARE-TOTALS.
    IF WS-HAS-TRAILER
        IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
