
COPY REGIONSEL.

COPY XREFSEL.

COPY VNDXSEL.

COPY SUBSCSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY REGIONFD.

COPY XREFFD.

COPY VNDXFD.

COPY SUBSCFD.

FD  EXCEPTION-FILE
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD.
    88  WS-REGION-OK                VALUE '00'.
    88  WS-REGION-EOF               VALUE '10'.

01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.

01  WS-VXPARM-STATUS            PIC XX.
    88  WS-VXPARM-OK                VALUE '00'.

01  WS-SUBSCR-STATUS            PIC XX.
    88  WS-SUBSCR-OK                VALUE '00'.
    88  WS-SUBSCR-EOF               VALUE '10'.

01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.
01  WS-WARNING-COUNT            PIC 9(9) VALUE ZERO.

01  WS-MAX-REGIONS              PIC 9(3) VALUE 999.
01  WS-REGION-COUNT             PIC 9(3) VALUE ZERO.
01  WS-SUCCESSOR-FOUND          PIC X VALUE 'N'.
    88  WS-IS-SUCCESSOR-FOUND       VALUE 'Y'.

*> Alternate code schemes something live depends on: one row per
*> scheme, from vendxref.parm and the active subscribers on
*> subscriber.ctl. Either kind covers active countries only - a
*> dead row goes out on a feed under its own code. A subscriber's
*> scheme is a hard exception, since COUNTRY-XTR would fail that
*> feed; a vendor's is a warning: the vendor row just rejects as
*> NOXREF at VENDOR-LOAD, nothing tonight breaks.
01  WS-MAX-SCHEMES              PIC 9(2) VALUE 20.
01  WS-SCHEME-COUNT             PIC 9(2) VALUE ZERO.
01  WS-SCHEME-TABLE.
    05  WS-SCHEME-ENTRY OCCURS 20 TIMES
                        INDEXED BY WS-N-IDX.
        10  NS-SCHEME            PIC X(6).
        10  NS-NEEDED-BY         PIC X(20).
        10  NS-SEVERITY          PIC X(1).
            88  NS-IS-SUBSCRIBER     VALUE 'S'.
            88  NS-IS-VENDOR         VALUE 'V'.
01  WS-NEED-SCHEME              PIC X(6) VALUE SPACES.
    88  WS-NEED-IS-OWN-CODE         VALUE SPACES 'OWN   '.
01  WS-NEED-BY                  PIC X(20) VALUE SPACES.
01  WS-NEED-SEVERITY            PIC X(1) VALUE SPACE.
01  WS-SCHEME-MATCH-IDX         PIC 9(2) VALUE ZERO.

01  WS-MAX-XREF                 PIC 9(5) VALUE 9999.
01  WS-XREF-COUNT               PIC 9(5) VALUE ZERO.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-X-IDX.
        10  XR-CODE              PIC X(3).
        10  XR-SCHEME            PIC X(6).
01  WS-MAPPING-FOUND            PIC X VALUE 'N'.
    88  WS-IS-MAPPING-FOUND         VALUE 'Y'.

01  WS-EXC-DETAIL.
    05  EXC-TYPE                PIC X(12).
    05  FILLER                  PIC X(1) VALUE SPACE.
    IF WS-ASS-OK
        OPEN OUTPUT EXCEPTION-FILE
        PERFORM LOAD-REGION-TABLE
        PERFORM LOAD-NEEDED-SCHEMES
        IF WS-SCHEME-COUNT > 0
            PERFORM LOAD-XREF-TABLE
        END-IF
        PERFORM VALIDATE-ASS-UNTIL-EOF
        PERFORM CLOSE-FILES
        DISPLAY 'COUNTRY-EDIT: RECORDS READ    : ' WS-RECORD-COUNT
        DISPLAY 'COUNTRY-EDIT: EXCEPTIONS FOUND: ' WS-EXCEPTION-COUNT
        IF WS-WARNING-COUNT > 0
            DISPLAY 'COUNTRY-EDIT: XREF WARNINGS   : ' WS-WARNING-COUNT
        END-IF
        IF WS-EXCEPTION-COUNT > 0
            DISPLAY 'COUNTRY-EDIT: VALIDATION FAILED - FUCK WILL NOT RUN'
            MOVE 8 TO RETURN-CODE
        DISPLAY 'COUNTRY-EDIT: REGION CODES WILL NOT BE VALIDATED'
    END-IF.

LOAD-NEEDED-SCHEMES.
    OPEN INPUT SUBSCRIBER-MASTER
    IF WS-SUBSCR-OK
        PERFORM UNTIL WS-SUBSCR-EOF
            READ SUBSCRIBER-MASTER
                AT END
                    SET WS-SUBSCR-EOF TO TRUE
                NOT AT END
                    IF SUB-IS-ACTIVE AND NOT SUB-USES-OWN-CODE
                        MOVE SUB-CODE-SCHEME TO WS-NEED-SCHEME
                        MOVE SPACES TO WS-NEED-BY
                        STRING 'SUBSCRIBER ' SUB-ID
                            DELIMITED BY SIZE INTO WS-NEED-BY
                        MOVE 'S' TO WS-NEED-SEVERITY
                        PERFORM ADD-NEEDED-SCHEME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MASTER
    END-IF
    OPEN INPUT VENDXREF-PARM
    IF WS-VXPARM-OK
        READ VENDXREF-PARM
            AT END
                CONTINUE
            NOT AT END
                MOVE VX-FEED1-SCHEME TO WS-NEED-SCHEME
                MOVE 'VENDOR 1' TO WS-NEED-BY
                MOVE 'V' TO WS-NEED-SEVERITY
                PERFORM ADD-NEEDED-SCHEME
                MOVE VX-FEED2-SCHEME TO WS-NEED-SCHEME
                MOVE 'VENDOR 2' TO WS-NEED-BY
                PERFORM ADD-NEEDED-SCHEME
        END-READ
        CLOSE VENDXREF-PARM
    END-IF.

ADD-NEEDED-SCHEME.
    *> Subscribers are loaded first, so a scheme a subscriber and a
    *> vendor share keeps the subscriber's (hard) severity.
    IF NOT WS-NEED-IS-OWN-CODE
        MOVE ZERO TO WS-SCHEME-MATCH-IDX
        PERFORM VARYING WS-N-IDX FROM 1 BY 1
                UNTIL WS-N-IDX > WS-SCHEME-COUNT
            IF NS-SCHEME(WS-N-IDX) = WS-NEED-SCHEME
                MOVE WS-N-IDX TO WS-SCHEME-MATCH-IDX
            END-IF
        END-PERFORM
        IF WS-SCHEME-MATCH-IDX = ZERO
            IF WS-SCHEME-COUNT < WS-MAX-SCHEMES
                ADD 1 TO WS-SCHEME-COUNT
                MOVE WS-NEED-SCHEME TO NS-SCHEME(WS-SCHEME-COUNT)
                MOVE WS-NEED-BY TO NS-NEEDED-BY(WS-SCHEME-COUNT)
                MOVE WS-NEED-SEVERITY TO NS-SEVERITY(WS-SCHEME-COUNT)
            ELSE
                DISPLAY 'COUNTRY-EDIT: TOO MANY CODE SCHEMES - '
                    WS-NEED-SCHEME ' NOT CHECKED'
            END-IF
        END-IF
    END-IF.

LOAD-XREF-TABLE.
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
                    ELSE
                        DISPLAY 'COUNTRY-EDIT: CROSS-REFERENCE PAST '
                            'TABLE LIMIT - ROW IGNORED'
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
    ELSE
        DISPLAY 'COUNTRY-EDIT: NO CROSS-REFERENCE MASTER - FILE STATUS '
            WS-XREF-STATUS
    END-IF.

VALIDATE-ASS-UNTIL-EOF.
    PERFORM UNTIL WS-ASS-EOF
        READ Ass
                PERFORM CHECK-DUPLICATE-CODE
                PERFORM CHECK-REGION-CODE
                PERFORM CHECK-LIFECYCLE-STATUS
                PERFORM CHECK-CODE-MAPPINGS
        END-READ
    END-PERFORM
    PERFORM CHECK-MERGED-SUCCESSORS.
        END-IF
    END-PERFORM.

CHECK-CODE-MAPPINGS.
    PERFORM VARYING WS-N-IDX FROM 1 BY 1
            UNTIL WS-N-IDX > WS-SCHEME-COUNT
        IF CTRY-IS-ACTIVE
            MOVE 'N' TO WS-MAPPING-FOUND
            PERFORM VARYING WS-X-IDX FROM 1 BY 1
                    UNTIL WS-X-IDX > WS-XREF-COUNT
                       OR WS-IS-MAPPING-FOUND
                IF XR-CODE(WS-X-IDX) = CTRY-CODE
                        AND XR-SCHEME(WS-X-IDX) = NS-SCHEME(WS-N-IDX)
                    SET WS-IS-MAPPING-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-IS-MAPPING-FOUND
                MOVE WS-RECORD-COUNT TO EXC-RECORD-NUM
                MOVE CTRY-CODE TO EXC-CODE
                MOVE SPACES TO EXC-NAME
                STRING NS-SCHEME(WS-N-IDX) DELIMITED BY SPACE
                       ' FOR ' NS-NEEDED-BY(WS-N-IDX)
                           DELIMITED BY SIZE
                    INTO EXC-NAME
                IF NS-IS-SUBSCRIBER(WS-N-IDX)
                    MOVE 'NO XREF' TO EXC-TYPE
                    PERFORM WRITE-EXCEPTION
                ELSE
                    MOVE 'XREF WARNING' TO EXC-TYPE
                    PERFORM WRITE-WARNING
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-MALFORMED-RECORD.
    IF CTRY-CODE = SPACES OR CTRY-CODE(1:1) = SPACE
            OR CTRY-CODE(2:1) = SPACE OR CTRY-CODE(3:1) = SPACE
    WRITE EXC-LINE
    ADD 1 TO WS-EXCEPTION-COUNT.

WRITE-WARNING.
    *> Listed with the exceptions for the analyst but does not fail
    *> the edit.
    MOVE WS-EXC-DETAIL TO EXC-LINE
    WRITE EXC-LINE
    ADD 1 TO WS-WARNING-COUNT.

CLOSE-FILES.
    CLOSE Ass
    CLOSE EXCEPTION-FILE.
