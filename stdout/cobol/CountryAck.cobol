
COPY BUSDSEL.

COPY SUBSCSEL.

COPY XREFSEL.

DATA DIVISION.
FILE SECTION.
FD  BILLING-EXTRACT

COPY BUSDFD.

COPY SUBSCFD.

COPY XREFFD.

WORKING-STORAGE SECTION.
01  WS-EXTRACT-STATUS           PIC XX.
    88  WS-EXTRACT-OK               VALUE '00'.
*> STEP020 and the delta path walks the keyed history), and billing
*> has agreed to return the acknowledgment file in the same order -
*> the sequence checks below refuse the run if either promise is
*> broken rather than mis-matching silently. When billing takes
*> another code scheme the rows keep our code order but not our
*> spelling, so both sides are read back to our own code first;
*> the match, the checks and the requeue all work on our code.
01  WS-EXT-HOLD.
    05  WS-EXT-CODE             PIC X(3).
    05  WS-EXT-NAME             PIC X(40).
01  WS-REQUEUED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-NO-MASTER-COUNT          PIC 9(9) VALUE ZERO.

*> The code scheme on the subscriber row that writes the feed this
*> program reads. Only that scheme's cross-reference rows are kept,
*> turned round to read alternate code to our code.
01  WS-SUBSCR-STATUS            PIC XX.
    88  WS-SUBSCR-OK                VALUE '00'.
    88  WS-SUBSCR-EOF               VALUE '10'.
01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.
01  WS-FEED-FILE-NAME           PIC X(30)
    VALUE 'country-billing.xtr'.
01  WS-FEED-SCHEME              PIC X(6) VALUE SPACES.
    88  WS-FEED-USES-OWN-CODE       VALUE SPACES 'OWN   '.
01  WS-MAX-XREF                 PIC 9(5) VALUE 9999.
01  WS-XREF-COUNT               PIC 9(5) VALUE ZERO.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-X-IDX.
        10  XR-CODE              PIC X(3).
        10  XR-ALT-CODE          PIC X(3).
01  WS-XLATE-IN                 PIC X(3) VALUE SPACES.
01  WS-XLATE-OUT                PIC X(3) VALUE SPACES.

01  WS-LINES-ON-PAGE            PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 60.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-CYCLE-DATE-PARM
    PERFORM LOAD-FEED-SCHEME
    IF NOT WS-IS-OPEN-FAILED
        PERFORM OPEN-FILES
    END-IF
    IF WS-IS-OPEN-FAILED
        MOVE 16 TO RETURN-CODE
    ELSE
            'FROM FIRST ACKNOWLEDGMENT ROW'
    END-IF.

LOAD-FEED-SCHEME.
    *> A subscriber.ctl that cannot be read, or has no row for this
    *> feed, leaves our own code - the feed as it was before code
    *> schemes. A scheme with no cross-reference rows is refused:
    *> every code would match under the wrong country.
    OPEN INPUT SUBSCRIBER-MASTER
    IF WS-SUBSCR-OK
        PERFORM UNTIL WS-SUBSCR-EOF
            READ SUBSCRIBER-MASTER
                AT END
                    SET WS-SUBSCR-EOF TO TRUE
                NOT AT END
                    IF SUB-OUTPUT-FILE = WS-FEED-FILE-NAME
                        MOVE SUB-CODE-SCHEME TO WS-FEED-SCHEME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MASTER
    END-IF
    IF NOT WS-FEED-USES-OWN-CODE
        PERFORM LOAD-XREF-TABLE
        IF WS-XREF-COUNT = ZERO
            DISPLAY 'COUNTRY-ACK: FEED IS IN CODE SCHEME '
                WS-FEED-SCHEME ' BUT country-xref.txt HAS NO '
                'ROWS FOR IT - NOTHING RECONCILED'
            SET WS-IS-OPEN-FAILED TO TRUE
        ELSE
            DISPLAY 'COUNTRY-ACK: FEED CODE SCHEME : ' WS-FEED-SCHEME
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
                    IF XREF-SCHEME = WS-FEED-SCHEME
                        IF WS-XREF-COUNT < WS-MAX-XREF
                            ADD 1 TO WS-XREF-COUNT
                            MOVE XREF-CODE TO XR-CODE(WS-XREF-COUNT)
                            MOVE XREF-ALT-CODE
                                TO XR-ALT-CODE(WS-XREF-COUNT)
                        ELSE
                            DISPLAY 'COUNTRY-ACK: CROSS-REFERENCE '
                                'PAST TABLE LIMIT - ROW IGNORED'
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
    END-IF.

TRANSLATE-TO-OWN-CODE.
    *> An inactive or merged country with no mapping went out under
    *> our own code, so a code with no mapping is taken as it stands.
    MOVE SPACES TO WS-XLATE-OUT
    IF NOT WS-FEED-USES-OWN-CODE
        PERFORM VARYING WS-X-IDX FROM 1 BY 1
                UNTIL WS-X-IDX > WS-XREF-COUNT
                   OR WS-XLATE-OUT NOT = SPACES
            IF XR-ALT-CODE(WS-X-IDX) = WS-XLATE-IN
                MOVE XR-CODE(WS-X-IDX) TO WS-XLATE-OUT
            END-IF
        END-PERFORM
    END-IF
    IF WS-XLATE-OUT = SPACES
        MOVE WS-XLATE-IN TO WS-XLATE-OUT
    END-IF.

OPEN-FILES.
    OPEN INPUT BILLING-EXTRACT
    IF NOT WS-EXTRACT-OK
                    MOVE HIGH-VALUES TO WS-EXT-CODE
                ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                    MOVE BX-COUNTRY-CODE TO WS-XLATE-IN
                    PERFORM TRANSLATE-TO-OWN-CODE
                    IF WS-XLATE-OUT < WS-EXT-PRIOR-CODE
                        SET WS-IS-OUT-OF-SEQUENCE TO TRUE
                        DISPLAY 'COUNTRY-ACK: EXTRACT OUT OF '
                            'SEQUENCE AT CODE ' BX-COUNTRY-CODE
                    END-IF
                    MOVE WS-XLATE-OUT TO WS-EXT-CODE
                                         WS-EXT-PRIOR-CODE
                    MOVE BX-COUNTRY-NAME TO WS-EXT-NAME
                    MOVE BX-POPULATION TO WS-EXT-POPULATION
                END-IF
                    MOVE AK-BUSINESS-DATE TO DL-DISPOSITION
                    PERFORM WRITE-EXCEPTION-LINE
                ELSE
                    MOVE AK-COUNTRY-CODE TO WS-XLATE-IN
                    PERFORM TRANSLATE-TO-OWN-CODE
                    IF WS-XLATE-OUT < WS-ACK-PRIOR-CODE
                        SET WS-IS-OUT-OF-SEQUENCE TO TRUE
                        DISPLAY 'COUNTRY-ACK: ACK FILE OUT OF '
                            'SEQUENCE AT CODE ' AK-COUNTRY-CODE
                    END-IF
                    MOVE WS-XLATE-OUT TO WS-AK-CODE
                                         WS-ACK-PRIOR-CODE
                    MOVE AK-DISPOSITION TO WS-AK-DISPOSITION
                    MOVE AK-REASON-CODE TO WS-AK-REASON
                    SET WS-IS-ACK-ROW-HELD TO TRUE
                MOVE WS-OPERATOR-ID TO PU-OPERATOR-ID
                MOVE SPACE TO PU-STATUS-FLAG
                MOVE SPACES TO PU-SUCCESSOR-CODE
                MOVE SPACES TO PU-EFFECTIVE-DATE
                *> A re-send of values already posted once - it
                *> queues pre-approved under the CNTRYACK id.
                SET PU-IS-APPROVED TO TRUE
                MOVE WS-OPERATOR-ID TO PU-APPROVER-ID
                MOVE PU-SUBMITTED-DATE TO PU-DECIDED-DATE
                MOVE PU-SUBMITTED-TIME TO PU-DECIDED-TIME
                WRITE PENDING-UPDATE-RECORD
                ADD 1 TO WS-REQUEUED-COUNT
                MOVE 'REQUEUED FOR NEXT CYCLE' TO DL-DISPOSITION
