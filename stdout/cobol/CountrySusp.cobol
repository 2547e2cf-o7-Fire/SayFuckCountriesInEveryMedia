
COPY SUSPSEL.

COPY RLGNSEL.

COPY SJRNSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY SUSPFD.

COPY RLGNFD.

COPY SJRNFD.

COPY AUDITFD.

COPY CYCSFD.
    88  WS-SUSP-OK                  VALUE '00'.
    88  WS-SUSP-EOF                 VALUE '10'.

01  WS-RLGN-STATUS              PIC XX.
    88  WS-RLGN-OK                  VALUE '00'.
    88  WS-RLGN-EOF                 VALUE '10'.

01  WS-SJRN-STATUS              PIC XX.
    88  WS-SJRN-OK                  VALUE '00'.

01  WS-SWING-PCT                PIC 9(3) VALUE 25.

01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
01  WS-RELEASED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-PASSED-COUNT             PIC 9(9) VALUE ZERO.
01  WS-STILL-HELD-COUNT         PIC 9(9) VALUE ZERO.
01  WS-PLANNED-MOVE-COUNT       PIC 9(9) VALUE ZERO.

*> Region moves REGION-REALIGN has queued, from region-realign.ctl.
*> A region change that matches a planned move from its effective
*> date on is expected, not suspicious - it flows through and the
*> register row is marked landed. If the register outgrows the
*> table the rest are simply screened as usual, and the file is
*> not rewritten so no row is lost.
01  WS-MAX-PLANNED              PIC 9(5) VALUE 9999.
01  WS-PLANNED-COUNT            PIC 9(5) VALUE ZERO.
01  WS-PLANNED-TABLE.
    05  WS-PLANNED-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-PL-IDX.
        10  PL-CODE              PIC X(3).
        10  PL-OLD-REGION        PIC X(3).
        10  PL-NEW-REGION        PIC X(3).
        10  PL-EFFECTIVE-DATE    PIC X(8).
        10  PL-PLANNED-DATE      PIC X(8).
        10  PL-STATUS            PIC X(1).
            88  PL-IS-PLANNED        VALUE 'P'.
            88  PL-IS-LANDED         VALUE 'L'.
        10  PL-LANDED-DATE       PIC X(8).
01  WS-PLANNED-OVERFLOW         PIC X VALUE 'N'.
    88  WS-IS-PLANNED-OVERFLOW      VALUE 'Y'.
01  WS-PLANNED-CHANGED          PIC X VALUE 'N'.
    88  WS-IS-PLANNED-CHANGED       VALUE 'Y'.
01  WS-PLANNED-MATCH            PIC X VALUE 'N'.
    88  WS-IS-PLANNED-MOVE          VALUE 'Y'.

*> Matched-merge holds: STEP025 keeps countries.txt in code order
*> and yesterday's image is last night's sorted file, so the
    05  FILLER                  PIC X(21) VALUE 'TOTAL ROWS IN HOLD:'.
    05  FTR-COUNT               PIC ZZZ,ZZZ,ZZ9.

01  WS-PLANNED-FOOTER.
    05  FILLER                  PIC X(29)
        VALUE 'PLANNED REGION MOVES PASSED:'.
    05  PFT-COUNT               PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'CNTRSUSP'.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-SWING-PARM
    PERFORM LOAD-PLANNED-MOVES
    PERFORM OPEN-FILES
    IF WS-ASS-OK
        PERFORM MERGE-SCREEN-FILES
        PERFORM SAVE-PLANNED-MOVES
        PERFORM WRITE-DAILY-HELD-REPORT
        PERFORM CLOSE-FILES
        DISPLAY 'COUNTRY-SUSP: RECORDS READ   : ' WS-RECORD-COUNT
        DISPLAY 'COUNTRY-SUSP: HELD TODAY     : ' WS-HELD-COUNT
        DISPLAY 'COUNTRY-SUSP: RELEASES APPLIED: ' WS-RELEASED-COUNT
        DISPLAY 'COUNTRY-SUSP: STILL IN HOLD  : ' WS-STILL-HELD-COUNT
        DISPLAY 'COUNTRY-SUSP: PLANNED MOVES  : ' WS-PLANNED-MOVE-COUNT
        IF WS-IS-OUT-OF-SEQUENCE
            *> Screening against the wrong baseline would let the
            *> very rows this step exists to catch flow through
            WS-SWING-PCT '% SWING THRESHOLD'
    END-IF.

LOAD-PLANNED-MOVES.
    *> No region-realign.ctl simply means no moves are planned.
    OPEN INPUT REALIGN-REGISTER
    IF WS-RLGN-OK
        PERFORM UNTIL WS-RLGN-EOF
            READ REALIGN-REGISTER
                AT END
                    SET WS-RLGN-EOF TO TRUE
                NOT AT END
                    IF WS-PLANNED-COUNT < WS-MAX-PLANNED
                        ADD 1 TO WS-PLANNED-COUNT
                        PERFORM STORE-PLANNED-MOVE
                    ELSE
                        SET WS-IS-PLANNED-OVERFLOW TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REALIGN-REGISTER
    END-IF
    IF WS-IS-PLANNED-OVERFLOW
        DISPLAY 'COUNTRY-SUSP: MORE THAN ' WS-MAX-PLANNED
            ' PLANNED REGION MOVES - THE REST ARE SCREENED AS USUAL'
    END-IF.

STORE-PLANNED-MOVE.
    MOVE RG-CODE TO PL-CODE(WS-PLANNED-COUNT)
    MOVE RG-OLD-REGION TO PL-OLD-REGION(WS-PLANNED-COUNT)
    MOVE RG-NEW-REGION TO PL-NEW-REGION(WS-PLANNED-COUNT)
    MOVE RG-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE(WS-PLANNED-COUNT)
    MOVE RG-PLANNED-DATE TO PL-PLANNED-DATE(WS-PLANNED-COUNT)
    MOVE RG-STATUS TO PL-STATUS(WS-PLANNED-COUNT)
    MOVE RG-LANDED-DATE TO PL-LANDED-DATE(WS-PLANNED-COUNT).

OPEN-FILES.
    OPEN INPUT Ass
    IF WS-ASS-OK
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
        END-IF
        PERFORM OPEN-SUSP-JOURNAL
    END-IF.

OPEN-SUSP-JOURNAL.
    *> The journal only ever holds tonight's business date: a rerun
    *> of the same date adds to it, any other date starts it afresh.
    MOVE SPACES TO SJ-BUSINESS-DATE
    OPEN INPUT SUSP-JOURNAL
    IF WS-SJRN-OK
        READ SUSP-JOURNAL
            AT END
                MOVE SPACES TO SJ-BUSINESS-DATE
        END-READ
        CLOSE SUSP-JOURNAL
    END-IF
    IF SJ-BUSINESS-DATE = WS-TODAY-DATE
        OPEN EXTEND SUSP-JOURNAL
    ELSE
        OPEN OUTPUT SUSP-JOURNAL
    END-IF.

MERGE-SCREEN-FILES.
    MOVE 'N' TO WS-SUSPICIOUS
    MOVE SPACES TO WS-HOLD-REASON
    IF CTRY-REGION-CODE NOT = YEST-REGION-CODE
        PERFORM FIND-PLANNED-MOVE
        IF WS-IS-PLANNED-MOVE
            ADD 1 TO WS-PLANNED-MOVE-COUNT
        ELSE
            SET WS-IS-SUSPICIOUS TO TRUE
            MOVE 'REGNCHG ' TO WS-HOLD-REASON
        END-IF
    END-IF
    COMPUTE WS-POP-DELTA =
        CTRY-POPULATION - YEST-POPULATION
        END-IF
    END-IF.

FIND-PLANNED-MOVE.
    *> Only the exact move that was planned passes, and only from
    *> its effective date on. A row already landed still matches on
    *> the business date it landed, so a rerun of this step screens
    *> the same way; any later change of region is screened again.
    MOVE 'N' TO WS-PLANNED-MATCH
    PERFORM VARYING WS-PL-IDX FROM 1 BY 1
            UNTIL WS-PL-IDX > WS-PLANNED-COUNT
               OR WS-IS-PLANNED-MOVE
        IF PL-CODE(WS-PL-IDX) = CTRY-CODE
                AND PL-OLD-REGION(WS-PL-IDX) = YEST-REGION-CODE
                AND PL-NEW-REGION(WS-PL-IDX) = CTRY-REGION-CODE
                AND PL-EFFECTIVE-DATE(WS-PL-IDX) NOT > WS-TODAY-DATE
            IF PL-IS-PLANNED(WS-PL-IDX)
                SET WS-IS-PLANNED-MOVE TO TRUE
                SET PL-IS-LANDED(WS-PL-IDX) TO TRUE
                MOVE WS-TODAY-DATE TO PL-LANDED-DATE(WS-PL-IDX)
                SET WS-IS-PLANNED-CHANGED TO TRUE
            ELSE
                IF PL-IS-LANDED(WS-PL-IDX)
                        AND PL-LANDED-DATE(WS-PL-IDX) = WS-TODAY-DATE
                    SET WS-IS-PLANNED-MOVE TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

HANDLE-SUSPICIOUS-CHANGE.
    *> If the operator already released exactly these values, the
    *> change re-entered through the pending queue - let it flow
    *> and retire the suspense row. Anything else is held: the
    *> stream keeps running on yesterday's values and the new
    *> values wait in suspense for review.
    *> Whatever happens to the suspense row, the journal gets its
    *> state beforehand so CYCLE-BACKOUT can put it back.
    MOVE CTRY-CODE TO SUSP-CODE
    READ SUSPENSE-FILE
        INVALID KEY
            SET SJ-ROW-WAS-NEW TO TRUE
            PERFORM WRITE-SUSP-JOURNAL
            PERFORM HOLD-TODAYS-ROW
        NOT INVALID KEY
            SET SJ-HAS-BEFORE-IMAGE TO TRUE
            PERFORM WRITE-SUSP-JOURNAL
            IF SUSP-IS-RELEASED
                    AND SUSP-POPULATION = CTRY-POPULATION
                    AND SUSP-REGION-CODE = CTRY-REGION-CODE
            END-IF
    END-READ.

WRITE-SUSP-JOURNAL.
    MOVE WS-TODAY-DATE TO SJ-BUSINESS-DATE
    MOVE WS-JOB-NAME TO SJ-JOB-NAME
    MOVE CTRY-CODE TO SJ-CODE
    IF SJ-HAS-BEFORE-IMAGE
        MOVE SUSPENSE-RECORD TO SJ-BEFORE-IMAGE
    ELSE
        MOVE SPACES TO SJ-BEFORE-IMAGE
    END-IF
    WRITE SUSP-JOURNAL-RECORD.

HOLD-TODAYS-ROW.
    MOVE CTRY-CODE TO SUSP-CODE
    MOVE CTRY-NAME TO SUSP-NAME
    MOVE YEST-SUCCESSOR-CODE TO SCRN-SUCCESSOR-CODE
    WRITE SCREENED-RECORD.

SAVE-PLANNED-MOVES.
    IF WS-IS-PLANNED-CHANGED AND NOT WS-IS-PLANNED-OVERFLOW
        OPEN OUTPUT REALIGN-REGISTER
        PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                UNTIL WS-PL-IDX > WS-PLANNED-COUNT
            MOVE PL-CODE(WS-PL-IDX) TO RG-CODE
            MOVE PL-OLD-REGION(WS-PL-IDX) TO RG-OLD-REGION
            MOVE PL-NEW-REGION(WS-PL-IDX) TO RG-NEW-REGION
            MOVE PL-EFFECTIVE-DATE(WS-PL-IDX) TO RG-EFFECTIVE-DATE
            MOVE PL-PLANNED-DATE(WS-PL-IDX) TO RG-PLANNED-DATE
            MOVE PL-STATUS(WS-PL-IDX) TO RG-STATUS
            MOVE PL-LANDED-DATE(WS-PL-IDX) TO RG-LANDED-DATE
            WRITE REALIGN-REGISTER-RECORD
        END-PERFORM
        CLOSE REALIGN-REGISTER
    END-IF.

WRITE-DAILY-HELD-REPORT.
    *> Every run reports everything still in hold, not just today's
    *> catches, so held rows cannot rot unseen.
    MOVE WS-STILL-HELD-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-PLANNED-MOVE-COUNT TO PFT-COUNT
    MOVE WS-PLANNED-FOOTER TO RPT-LINE
    WRITE RPT-LINE
    CLOSE SUSPENSE-REPORT.

WRITE-HELD-DETAIL-LINE.
        CLOSE YESTERDAY-ASS
    END-IF
    CLOSE SCREENED-ASS
    CLOSE SUSPENSE-FILE
    CLOSE SUSP-JOURNAL.

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD
