
COPY HISTSEL.

COPY SCHPSEL.

COPY AUDITSEL.

COPY BUSDSEL.

COPY HISTFD.

COPY SCHPFD.

COPY AUDITFD.

COPY BUSDFD.
    88  WS-IS-OUT-OF-SEQUENCE       VALUE 'Y'.

01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
01  WS-HIST-EFF-DATE            PIC X(8) VALUE SPACES.

*> Future-dated pending updates COUNTRY-APPLY posted this business
*> date - their history rows carry the scheduled effective date
*> rather than the cycle date, unless history already holds a row
*> for the country at that date.
01  WS-SCHPOST-STATUS           PIC XX.
    88  WS-SCHPOST-OK               VALUE '00'.
    88  WS-SCHPOST-EOF              VALUE '10'.
01  WS-MAX-SCHED                PIC 9(5) VALUE 9999.
01  WS-SCHED-COUNT              PIC 9(5) VALUE ZERO.
01  WS-SCHED-TABLE.
    05  WS-SCHED-ENTRY OCCURS 9999 TIMES
                       INDEXED BY WS-S-IDX.
        10  ST-CODE             PIC X(3).
        10  ST-EFFECTIVE-DATE   PIC X(8).
01  WS-SCHEDULED-HIST-COUNT     PIC 9(9) VALUE ZERO.
01  WS-CHANGE-TYPE              PIC X(7).

01  WS-BUSDATE-STATUS           PIC XX.
    ELSE
        PERFORM OPEN-ASS
        IF WS-ASS-OK
            PERFORM LOAD-SCHEDULED-POSTINGS
            PERFORM OPEN-SECONDARY-FILES
            PERFORM MERGE-VERSION-FILES
            DISPLAY 'COUNTRY-HIST: RECORDS READ   : ' WS-TODAY-RECORD-COUNT
            DISPLAY 'COUNTRY-HIST: NEW COUNTRIES  : ' WS-NEW-COUNT
            DISPLAY 'COUNTRY-HIST: CHANGED ROWS   : ' WS-CHANGED-COUNT
            DISPLAY 'COUNTRY-HIST: SCHEDULED ROWS : '
                WS-SCHEDULED-HIST-COUNT
            IF WS-IS-OUT-OF-SEQUENCE
                DISPLAY 'COUNTRY-HIST: INPUT OUT OF CODE SEQUENCE - '
                    'VERSIONING ABANDONED'
        END-IF
    END-IF.

LOAD-SCHEDULED-POSTINGS.
    *> A list left over from an earlier night belongs to that
    *> night's history - only rows posted under today's business
    *> date are taken.
    OPEN INPUT SCHED-POSTED
    IF WS-SCHPOST-OK
        PERFORM UNTIL WS-SCHPOST-EOF
            READ SCHED-POSTED
                AT END
                    SET WS-SCHPOST-EOF TO TRUE
                NOT AT END
                    IF SP-BUSINESS-DATE = WS-TODAY-DATE
                            AND WS-SCHED-COUNT < WS-MAX-SCHED
                        ADD 1 TO WS-SCHED-COUNT
                        MOVE SP-CODE TO ST-CODE(WS-SCHED-COUNT)
                        MOVE SP-EFFECTIVE-DATE
                            TO ST-EFFECTIVE-DATE(WS-SCHED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCHED-POSTED
    END-IF.

OPEN-SECONDARY-FILES.
    OPEN INPUT YESTERDAY-ASS
    IF NOT WS-YESTERDAY-OK AND NOT WS-YESTERDAY-NOT-FOUND
    END-IF.

WRITE-HIST-ROW.
    PERFORM FIND-HIST-EFF-DATE
    MOVE CTRY-CODE TO CHIST-CODE
    MOVE WS-HIST-EFF-DATE TO CHIST-EFF-DATE
    MOVE CTRY-NAME TO CHIST-NAME
    MOVE CTRY-REGION-CODE TO CHIST-REGION-CODE
    MOVE CTRY-POPULATION TO CHIST-POPULATION
            REWRITE COUNTRY-HIST-RECORD
    END-WRITE.

FIND-HIST-EFF-DATE.
    MOVE WS-TODAY-DATE TO WS-HIST-EFF-DATE
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-SCHED-COUNT
        IF ST-CODE(WS-S-IDX) = CTRY-CODE
            MOVE ST-EFFECTIVE-DATE(WS-S-IDX) TO WS-HIST-EFF-DATE
        END-IF
    END-PERFORM
    IF WS-HIST-EFF-DATE NOT = WS-TODAY-DATE
        PERFORM CHECK-SCHEDULED-SLOT
    END-IF
    IF WS-HIST-EFF-DATE NOT = WS-TODAY-DATE
        ADD 1 TO WS-SCHEDULED-HIST-COUNT
    END-IF.

CHECK-SCHEDULED-SLOT.
    *> A row already on file at the scheduled date is an earlier
    *> night's history and must not be written over - the change
    *> takes tonight's date instead, as COUNTRY-APPLY does for a
    *> row approved late. A row identical to tonight's is this
    *> date's own posting from an override rerun, and stays put.
    MOVE CTRY-CODE TO CHIST-CODE
    MOVE WS-HIST-EFF-DATE TO CHIST-EFF-DATE
    READ COUNTRY-HIST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CHIST-NAME NOT = CTRY-NAME
                    OR CHIST-REGION-CODE NOT = CTRY-REGION-CODE
                    OR CHIST-POPULATION NOT = CTRY-POPULATION
                    OR CHIST-LAST-UPDATED NOT = CTRY-LAST-UPDATED
                    OR CHIST-STATUS-FLAG NOT = CTRY-STATUS-FLAG
                    OR CHIST-SUCCESSOR-CODE NOT = CTRY-SUCCESSOR-CODE
                MOVE WS-TODAY-DATE TO WS-HIST-EFF-DATE
            END-IF
    END-READ.

CLOSE-FILES.
    IF WS-ASS-OK OR WS-ASS-EOF
        CLOSE Ass
