
COPY CTRYKSEL.

COPY XREFSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY CTRYKFD.

COPY XREFFD.

COPY AUDITFD.

COPY CYCSFD.
01  WS-KEYED-STATUS             PIC XX.
    88  WS-KEYED-OK                 VALUE '00'.

01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.

01  WS-EXTRACT-FILE-NAME        PIC X(30) VALUE SPACES.

*> Each cycle's extract is also kept as a dated generation file
        10  ST-LAST-EXTRACT      PIC X(8).
        10  ST-ACTIVE-FLAG       PIC X(1).
            88  ST-IS-ACTIVE         VALUE 'Y'.
        10  ST-CODE-SCHEME       PIC X(6).
            88  ST-USES-OWN-CODE     VALUE SPACES 'OWN   '.

01  WS-SUB-IDX                  PIC 9(2) VALUE ZERO.

*> Country code cross-reference for subscribers that want another
*> code scheme. A living code with no mapping must not be trusted
*> under our own spelling - the whole feed fails, so the
*> subscriber's window stays put until the mapping is keyed. The
*> edit only demands mappings for active codes, so an inactive or
*> merged code with none goes out untranslated and is counted on
*> the report instead.
01  WS-MAX-XREF                 PIC 9(5) VALUE 9999.
01  WS-XREF-COUNT               PIC 9(5) VALUE ZERO.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-X-IDX.
        10  XR-CODE              PIC X(3).
        10  XR-SCHEME            PIC X(6).
        10  XR-ALT-CODE          PIC X(3).
01  WS-XLATE-IN                 PIC X(3) VALUE SPACES.
01  WS-XLATE-OUT                PIC X(3) VALUE SPACES.
01  WS-UNMAPPED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-UNXLATED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-ROW-LIVE                 PIC X VALUE 'Y'.
    88  WS-ROW-IS-LIVE              VALUE 'Y'.
01  WS-ACTIVE-COUNT             PIC 9(2) VALUE ZERO.

01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM LOAD-SUBSCRIBER-MASTER
    PERFORM LOAD-XREF-TABLE
    IF WS-SUBSCR-NOT-FOUND
        *> Only a genuinely absent subscriber.ctl triggers the
        *> legacy migration - an I/O failure on a file that exists
                            TO ST-LAST-EXTRACT(WS-SUBSCRIBER-COUNT)
                        MOVE SUB-ACTIVE-FLAG
                            TO ST-ACTIVE-FLAG(WS-SUBSCRIBER-COUNT)
                        MOVE SUB-CODE-SCHEME
                            TO ST-CODE-SCHEME(WS-SUBSCRIBER-COUNT)
                    ELSE
                        DISPLAY 'COUNTRY-XTR: SUBSCRIBER MASTER '
                            'PAST TABLE LIMIT - ROW IGNORED'
        CLOSE SUBSCRIBER-MASTER
    END-IF.

LOAD-XREF-TABLE.
    *> Loaded whether or not a subscriber needs it today; a missing
    *> master only matters once a non-OWN subscriber asks for a
    *> code, and then every row is unmapped and that feed fails.
    OPEN INPUT XREF-MASTER
    IF WS-XREF-OK
        PERFORM UNTIL WS-XREF-EOF
            READ XREF-MASTER
                AT END
                    SET WS-XREF-EOF TO TRUE
                NOT AT END
                    IF WS-XREF-COUNT < WS-MAX-XREF
                        ADD 1 TO WS-XREF-COUNT
                        MOVE XREF-CODE TO XR-CODE(WS-XREF-COUNT)
                        MOVE XREF-SCHEME TO XR-SCHEME(WS-XREF-COUNT)
                        MOVE XREF-ALT-CODE
                            TO XR-ALT-CODE(WS-XREF-COUNT)
                    ELSE
                        DISPLAY 'COUNTRY-XTR: CROSS-REFERENCE PAST '
                            'TABLE LIMIT - ROW IGNORED'
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
    END-IF.

MIGRATE-LEGACY-CONTROLS.
    *> First run after cutover: build a single BILLING subscriber
    *> from the old one-consumer control cards (xtr.parm mode and
    MOVE 'FULL ' TO ST-MODE(1)
    MOVE SPACES TO ST-LAST-EXTRACT(1)
    MOVE 'Y' TO ST-ACTIVE-FLAG(1)
    MOVE SPACES TO ST-CODE-SCHEME(1)
    OPEN INPUT XTR-PARM
    IF WS-PARM-OK
        READ XTR-PARM
    MOVE ST-MODE(1) TO SUB-MODE
    MOVE ST-LAST-EXTRACT(1) TO SUB-LAST-EXTRACT
    MOVE ST-ACTIVE-FLAG(1) TO SUB-ACTIVE-FLAG
    MOVE ST-CODE-SCHEME(1) TO SUB-CODE-SCHEME
    WRITE SUBSCRIBER-RECORD
    CLOSE SUBSCRIBER-MASTER.

    MOVE ZERO TO WS-RECORD-COUNT
    MOVE ZERO TO WS-POPULATION-HASH
    MOVE ZERO TO WS-MISSING-COUNT
    MOVE ZERO TO WS-UNMAPPED-COUNT
    MOVE ZERO TO WS-UNXLATED-COUNT
    MOVE ST-OUTPUT-FILE(WS-SUB-IDX) TO WS-EXTRACT-FILE-NAME
    MOVE SPACES TO WS-GEN-FILE-NAME
    STRING ST-OUTPUT-FILE(WS-SUB-IDX) DELIMITED BY SPACE
    ELSE
        PERFORM RUN-FULL-EXTRACT
    END-IF
    IF WS-UNMAPPED-COUNT > 0
        DISPLAY 'COUNTRY-XTR: SUBSCRIBER ' ST-ID(WS-SUB-IDX) ' - '
            WS-UNMAPPED-COUNT ' CODES WITH NO '
            ST-CODE-SCHEME(WS-SUB-IDX) ' MAPPING'
        SET WS-IS-OPEN-FAILED TO TRUE
    END-IF
    IF WS-IS-OPEN-FAILED
        DISPLAY 'COUNTRY-XTR: SUBSCRIBER ' ST-ID(WS-SUB-IDX)
            ' EXTRACT FAILED - WINDOW NOT STAGED'
                WS-RECORD-COUNT
            DISPLAY 'COUNTRY-XTR: POPULATION HASH  : '
                WS-POPULATION-HASH
            PERFORM REPORT-UNXLATED-CODES
            CLOSE Ass
            CLOSE BILLING-EXTRACT
            CLOSE EXTRACT-GEN
                        MOVE 'FULL   ' TO BX-CHANGE-TYPE
                END-EVALUATE
                MOVE CTRY-SUCCESSOR-CODE TO BX-SUCCESSOR-CODE
                MOVE 'Y' TO WS-ROW-LIVE
                IF NOT CTRY-IS-ACTIVE
                    MOVE 'N' TO WS-ROW-LIVE
                END-IF
                PERFORM TRANSLATE-EXTRACT-CODES
                ADD CTRY-POPULATION TO WS-POPULATION-HASH
                WRITE BILL-EXTRACT-RECORD
                WRITE EXTRACT-GEN-RECORD FROM BILL-EXTRACT-RECORD
                    WS-RECORD-COUNT
                DISPLAY 'COUNTRY-XTR: POPULATION HASH  : '
                    WS-POPULATION-HASH
                PERFORM REPORT-UNXLATED-CODES
                IF WS-MISSING-COUNT > 0
                    DISPLAY 'COUNTRY-XTR: CHANGED CODES NO LONGER '
                        'ON FILE: ' WS-MISSING-COUNT
                    MOVE 'CHANGED' TO BX-CHANGE-TYPE
            END-EVALUATE
            MOVE KCTRY-SUCCESSOR-CODE TO BX-SUCCESSOR-CODE
            MOVE 'Y' TO WS-ROW-LIVE
            IF NOT KCTRY-IS-ACTIVE
                MOVE 'N' TO WS-ROW-LIVE
            END-IF
            PERFORM TRANSLATE-EXTRACT-CODES
            ADD KCTRY-POPULATION TO WS-POPULATION-HASH
            WRITE BILL-EXTRACT-RECORD
            WRITE EXTRACT-GEN-RECORD FROM BILL-EXTRACT-RECORD
    END-READ.

TRANSLATE-EXTRACT-CODES.
    *> Country and successor codes go out in the subscriber's own
    *> scheme. The row is still written so the trailer and hash
    *> stay whole, but an unmapped code fails the feed below -
    *> unless the row is inactive or merged, when its own code goes
    *> out as it stands. A successor is always living, so it must
    *> map.
    IF NOT ST-USES-OWN-CODE(WS-SUB-IDX)
        MOVE BX-COUNTRY-CODE TO WS-XLATE-IN
        PERFORM LOOKUP-ALT-CODE
        EVALUATE TRUE
            WHEN WS-XLATE-OUT NOT = SPACES
                MOVE WS-XLATE-OUT TO BX-COUNTRY-CODE
            WHEN WS-ROW-IS-LIVE
                PERFORM NOTE-UNMAPPED-CODE
                MOVE WS-XLATE-OUT TO BX-COUNTRY-CODE
            WHEN OTHER
                DISPLAY 'COUNTRY-XTR: NO ' ST-CODE-SCHEME(WS-SUB-IDX)
                    ' CODE FOR ' WS-XLATE-IN ' - NOT ACTIVE, SENT '
                    'UNTRANSLATED - SUBSCRIBER ' ST-ID(WS-SUB-IDX)
                ADD 1 TO WS-UNXLATED-COUNT
        END-EVALUATE
        IF BX-SUCCESSOR-CODE NOT = SPACES
            MOVE BX-SUCCESSOR-CODE TO WS-XLATE-IN
            PERFORM LOOKUP-ALT-CODE
            IF WS-XLATE-OUT = SPACES
                PERFORM NOTE-UNMAPPED-CODE
            END-IF
            MOVE WS-XLATE-OUT TO BX-SUCCESSOR-CODE
        END-IF
    END-IF.

LOOKUP-ALT-CODE.
    MOVE SPACES TO WS-XLATE-OUT
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-XREF-COUNT
               OR WS-XLATE-OUT NOT = SPACES
        IF XR-CODE(WS-X-IDX) = WS-XLATE-IN
                AND XR-SCHEME(WS-X-IDX) = ST-CODE-SCHEME(WS-SUB-IDX)
            MOVE XR-ALT-CODE(WS-X-IDX) TO WS-XLATE-OUT
        END-IF
    END-PERFORM.

NOTE-UNMAPPED-CODE.
    DISPLAY 'COUNTRY-XTR: NO ' ST-CODE-SCHEME(WS-SUB-IDX)
        ' CODE FOR ' WS-XLATE-IN ' - SUBSCRIBER '
        ST-ID(WS-SUB-IDX)
    ADD 1 TO WS-UNMAPPED-COUNT.

REPORT-UNXLATED-CODES.
    IF WS-UNXLATED-COUNT > 0
        DISPLAY 'COUNTRY-XTR: DEAD CODES SENT UNTRANSLATED: '
            WS-UNXLATED-COUNT
    END-IF.

WRITE-TRAILER-RECORD.
    *> Control totals for the receiving side - COUNTRY-BAL re-reads
    *> the finished extract and proves these against the details
