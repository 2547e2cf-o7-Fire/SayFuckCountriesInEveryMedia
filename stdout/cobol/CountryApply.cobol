
COPY PNDUPDSEL.

    SELECT APPROVAL-REPORT ASSIGN TO "country-aprv.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SCHEDULE-REPORT ASSIGN TO "country-sched.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

COPY SCHPSEL.

COPY PNDDSEL.

COPY RLGNSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY PNDUPDFD.

FD  APPROVAL-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

FD  SCHEDULE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SCHED-LINE                  PIC X(132).

COPY SCHPFD.

COPY PNDDFD.

COPY RLGNFD.

COPY AUDITFD.

COPY CYCSFD.
        10  PT-LAST-UPDATED      PIC X(8).
        10  PT-STATUS-FLAG       PIC X(1).
        10  PT-SUCCESSOR-CODE    PIC X(3).
        10  PT-EFFECTIVE-DATE    PIC X(8).
        10  PT-SUBMITTED-DATE    PIC X(8).
        10  PT-DRAINED-IDX       PIC 9(5).
        10  PT-REALIGN-FLAG      PIC X(1).
            88  PT-IS-REALIGNMENT    VALUE 'Y'.
        10  PT-APPLIED           PIC X(1).
            88  PT-IS-APPLIED        VALUE 'Y' 'H'.
            88  PT-IS-HELD-BACK      VALUE 'H'.

01  WS-MATCH-IDX                 PIC 9(5) VALUE ZERO.

01  WS-SCHPOST-STATUS            PIC XX.
    88  WS-SCHPOST-OK                VALUE '00'.
01  WS-SCHED-POSTED-COUNT        PIC 9(9) VALUE ZERO.

*> Rows still awaiting their second signature, and approved rows
*> scheduled for a later business date, are not posted - they are
*> kept here whole and written back when the queue is drained, so
*> they are offered again tomorrow night.
01  WS-APPROVED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-AWAITING-COUNT            PIC 9(9) VALUE ZERO.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-SCHEDULED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-MAX-HELD                  PIC 9(5) VALUE 9999.
01  WS-HELD-COUNT                PIC 9(5) VALUE ZERO.
01  WS-HELD-TABLE.
    05  WS-HELD-ROW OCCURS 9999 TIMES
                    INDEXED BY WS-H-IDX
                                 PIC X(122).
01  WS-HELD-OVERFLOW             PIC X(1) VALUE 'N'.
    88  WS-IS-HELD-OVERFLOW          VALUE 'Y'.

*> Rows the drain takes off the queue for good (posted or
*> rejected), kept whole so CYCLE-BACKOUT can put them back if
*> this business date is ever backed out.
01  WS-DRAINED-STATUS            PIC XX.
    88  WS-DRAINED-OK                VALUE '00'.
01  WS-MAX-DRAINED               PIC 9(5) VALUE 9999.
01  WS-DRAINED-COUNT             PIC 9(5) VALUE ZERO.
01  WS-DRAINED-TABLE.
    05  WS-DRAINED-ROW OCCURS 9999 TIMES
                       INDEXED BY WS-D-IDX
                                 PIC X(122).

*> Forward schedule: every held row that carries an effective
*> date, kept in effective-date/code order as it is loaded.
01  WS-SCHED-COUNT               PIC 9(5) VALUE ZERO.
01  WS-SCHED-TABLE.
    05  WS-SCHED-ENTRY OCCURS 9999 TIMES
                       INDEXED BY WS-S-IDX.
        10  SK-EFFECTIVE-DATE    PIC X(8).
        10  SK-CODE              PIC X(3).
        10  SK-HELD-IDX          PIC 9(5).
        10  SK-CONFLICT-FLAG     PIC X(1).
            88  SK-IS-CONFLICT       VALUE 'Y'.
01  WS-SCHED-KEY.
    05  WS-SCHED-KEY-DATE        PIC X(8).
    05  WS-SCHED-KEY-CODE        PIC X(3).
01  WS-INSERT-IDX                PIC 9(5) VALUE ZERO.
01  WS-SHIFT-IDX                 PIC 9(5) VALUE ZERO.
01  WS-HELD-BEFORE               PIC 9(5) VALUE ZERO.
01  WS-SAME-CODE-COUNT           PIC 9(5) VALUE ZERO.
01  WS-CLASH-ROW-COUNT           PIC 9(9) VALUE ZERO.

*> A scheduled change keyed before the country was last updated
*> would post stale fields over the newer ones, so it goes back on
*> the queue awaiting approval again and is listed on the forward
*> schedule. COUNTRY-APRV then shows it beside the country as it
*> now stands, to be rejected (and re-keyed) or approved afresh.
*> A REGION-REALIGN move is the exception: only its region is
*> posted, so it is matched against region-realign.ctl instead.
01  WS-CONFLICT-COUNT            PIC 9(9) VALUE ZERO.
01  WS-REALIGNED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-RLGN-STATUS               PIC XX.
    88  WS-RLGN-OK                   VALUE '00'.
    88  WS-RLGN-EOF                  VALUE '10'.
01  WS-MAX-PLANNED               PIC 9(5) VALUE 9999.
01  WS-PLANNED-COUNT             PIC 9(5) VALUE ZERO.
01  WS-PLANNED-TABLE.
    05  WS-PLANNED-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-R-IDX.
        10  PL-CODE              PIC X(3).
        10  PL-NEW-REGION        PIC X(3).
        10  PL-EFFECTIVE-DATE    PIC X(8).
        10  PL-PLANNED-DATE      PIC X(8).
01  WS-PLANNED-MATCH             PIC X(1) VALUE 'N'.
    88  WS-IS-PLANNED-MOVE           VALUE 'Y'.

COPY PENDUPD
    REPLACING ==PENDING-UPDATE-RECORD== BY ==WS-SCHED-ROW==
              LEADING ==PU-==           BY ==SQ-==.

01  WS-SCHED-LINES-ON-PAGE       PIC 9(4) VALUE ZERO.
01  WS-SCHED-PAGE-NUMBER         PIC 9(4) VALUE ZERO.

01  WS-SCHED-HEADING-1.
    05  FILLER                   PIC X(40)
        VALUE 'FORWARD SCHEDULE OF PENDING UPDATES'.
    05  FILLER                   PIC X(5)  VALUE 'PAGE:'.
    05  SH1-PAGE-NUMBER          PIC ZZZ9.

01  WS-SCHED-HEADING-3.
    05  FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
    05  FILLER                   PIC X(5)  VALUE 'CODE'.
    05  FILLER                   PIC X(8)  VALUE 'ACTION'.
    05  FILLER                   PIC X(27) VALUE 'COUNTRY NAME'.
    05  FILLER                   PIC X(7)  VALUE 'REGION'.
    05  FILLER                   PIC X(14) VALUE '  POPULATION'.
    05  FILLER                   PIC X(10) VALUE 'APPROVAL'.
    05  FILLER                   PIC X(10) VALUE 'OPERATOR'.
    05  FILLER                   PIC X(30) VALUE 'NOTE'.

01  WS-SCHED-DETAIL-LINE.
    05  SL-EFFECTIVE-DATE        PIC X(10).
    05  SL-CODE                  PIC X(5).
    05  SL-ACTION                PIC X(8).
    05  SL-NAME                  PIC X(27).
    05  SL-REGION                PIC X(7).
    05  SL-POPULATION            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(3) VALUE SPACES.
    05  SL-APPROVAL              PIC X(10).
    05  SL-OPERATOR              PIC X(10).
    05  SL-NOTE                  PIC X(41).

01  WS-WAIT-DAYS                 PIC S9(5) VALUE ZERO.
01  WS-TODAY-DATE-NUM            PIC 9(8)  VALUE ZERO.
01  WS-SUBMITTED-DATE-NUM        PIC 9(8)  VALUE ZERO.

01  WS-LINES-ON-PAGE             PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER               PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE            PIC 9(4) VALUE 60.

01  WS-HEADING-1.
    05  FILLER                   PIC X(40)
        VALUE 'PENDING UPDATES AWAITING APPROVAL'.
    05  FILLER                   PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER           PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
    05  H2-REPORT-DATE           PIC X(8).
    05  FILLER                   PIC X(5)  VALUE SPACES.
    05  FILLER                   PIC X(10) VALUE 'RUN TIME: '.
    05  H2-REPORT-TIME           PIC X(8).

01  WS-HEADING-3.
    05  FILLER                   PIC X(5)  VALUE 'CODE'.
    05  FILLER                   PIC X(8)  VALUE 'ACTION'.
    05  FILLER                   PIC X(27) VALUE 'COUNTRY NAME'.
    05  FILLER                   PIC X(7)  VALUE 'REGION'.
    05  FILLER                   PIC X(15) VALUE '  POPULATION'.
    05  FILLER                   PIC X(10) VALUE 'SUBMITTED'.
    05  FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
    05  FILLER                   PIC X(10) VALUE 'OPERATOR'.
    05  FILLER                   PIC X(8)  VALUE 'DAYS'.
    05  FILLER                   PIC X(30) VALUE 'DECISION'.

01  WS-DETAIL-LINE.
    05  DL-CODE                  PIC X(5).
    05  DL-ACTION                PIC X(8).
    05  DL-NAME                  PIC X(27).
    05  DL-REGION                PIC X(7).
    05  DL-POPULATION            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  DL-SUBMITTED-DATE        PIC X(10).
    05  DL-EFFECTIVE-DATE        PIC X(10).
    05  DL-OPERATOR              PIC X(10).
    05  DL-WAIT-DAYS             PIC ZZZZ9.
    05  FILLER                   PIC X(3) VALUE SPACES.
    05  DL-DECISION              PIC X(32).

01  WS-FOOTER-LINE.
    05  FL-LABEL                 PIC X(30).
    05  FL-COUNT                 PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'CNTRAPLY'.
MAIN.
    ACCEPT WS-STEP-START-TIME FROM TIME
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM OPEN-ASS
    IF WS-ASS-OK
        PERFORM LOAD-PLANNED-MOVES
        OPEN OUTPUT APPROVAL-REPORT
        PERFORM WRITE-PAGE-HEADING
        PERFORM LOAD-PENDING-TABLE
        PERFORM WRITE-APPROVAL-SUMMARY
        CLOSE APPROVAL-REPORT
        PERFORM APPLY-TO-ASS-UNTIL-EOF
        PERFORM WRITE-UNMATCHED-ADDS
        PERFORM WRITE-FORWARD-SCHEDULE
        PERFORM WRITE-SCHEDULED-POSTINGS
        CLOSE Ass
        CLOSE NEW-ASS
        DISPLAY 'COUNTRY-APPLY: RECORDS READ   : ' WS-RECORD-COUNT
        DISPLAY 'COUNTRY-APPLY: CHANGED        : ' WS-CHANGED-COUNT
        DISPLAY 'COUNTRY-APPLY: DELETED        : ' WS-DELETED-COUNT
        DISPLAY 'COUNTRY-APPLY: SKIPPED        : ' WS-SKIPPED-COUNT
        DISPLAY 'COUNTRY-APPLY: APPROVED ROWS  : ' WS-APPROVED-COUNT
        DISPLAY 'COUNTRY-APPLY: AWAITING ROWS  : ' WS-AWAITING-COUNT
        DISPLAY 'COUNTRY-APPLY: REJECTED ROWS  : ' WS-REJECTED-COUNT
        DISPLAY 'COUNTRY-APPLY: SCHEDULED ROWS : ' WS-SCHEDULED-COUNT
        DISPLAY 'COUNTRY-APPLY: REGION MOVES   : ' WS-REALIGNED-COUNT
        DISPLAY 'COUNTRY-APPLY: HELD - REAPPRV : ' WS-CONFLICT-COUNT
        PERFORM DRAIN-PENDING-QUEUE
        MOVE ZERO TO RETURN-CODE
    ELSE
                AT END
                    SET WS-PNDUPD-EOF TO TRUE
                NOT AT END
                    PERFORM ROUTE-PENDING-ROW
            END-READ
        END-PERFORM
        CLOSE PNDUPD
    END-IF
    IF WS-AWAITING-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
        MOVE '(NOTHING AWAITING APPROVAL)' TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

ROUTE-PENDING-ROW.
    *> Only a row a second user has approved is posted, and only
    *> once the business date reaches its effective date. A
    *> rejected row is dropped with the queue; anything else waits.
    EVALUATE TRUE
        WHEN PU-IS-APPROVED
                AND PU-EFFECTIVE-DATE NOT = SPACES
                AND PU-EFFECTIVE-DATE > WS-BUSINESS-DATE
            ADD 1 TO WS-SCHEDULED-COUNT
            PERFORM HOLD-QUEUED-ROW
        WHEN PU-IS-APPROVED
            ADD 1 TO WS-APPROVED-COUNT
            PERFORM KEEP-DRAINED-ROW
            PERFORM STORE-PENDING-ENTRY
        WHEN PU-IS-REJECTED
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM KEEP-DRAINED-ROW
            MOVE SPACES TO DL-DECISION
            STRING 'REJECTED BY ' DELIMITED BY SIZE
                PU-APPROVER-ID DELIMITED BY SPACE
                ' - DROPPED' DELIMITED BY SIZE
                INTO DL-DECISION
            PERFORM WRITE-APPROVAL-DETAIL
        WHEN OTHER
            ADD 1 TO WS-AWAITING-COUNT
            PERFORM HOLD-QUEUED-ROW
            MOVE 'AWAITING SECOND USER' TO DL-DECISION
            PERFORM WRITE-APPROVAL-DETAIL
    END-EVALUATE.

HOLD-QUEUED-ROW.
    IF WS-HELD-COUNT < WS-MAX-HELD
        ADD 1 TO WS-HELD-COUNT
        MOVE PENDING-UPDATE-RECORD TO WS-HELD-ROW(WS-HELD-COUNT)
        IF PU-EFFECTIVE-DATE NOT = SPACES
            PERFORM INSERT-SCHEDULE-ENTRY
        END-IF
    ELSE
        IF NOT WS-IS-HELD-OVERFLOW
            DISPLAY 'COUNTRY-APPLY: MORE THAN ' WS-MAX-HELD
                ' ROWS TO KEEP QUEUED - QUEUE LEFT INTACT'
        END-IF
        SET WS-IS-HELD-OVERFLOW TO TRUE
    END-IF.

KEEP-DRAINED-ROW.
    *> A drained row that cannot be kept could never be put back,
    *> so the queue is left intact instead - the same fallback as
    *> a held-table overflow.
    IF WS-DRAINED-COUNT < WS-MAX-DRAINED
        ADD 1 TO WS-DRAINED-COUNT
        MOVE PENDING-UPDATE-RECORD TO WS-DRAINED-ROW(WS-DRAINED-COUNT)
    ELSE
        IF NOT WS-IS-HELD-OVERFLOW
            DISPLAY 'COUNTRY-APPLY: MORE THAN ' WS-MAX-DRAINED
                ' ROWS TO DRAIN - QUEUE LEFT INTACT'
        END-IF
        SET WS-IS-HELD-OVERFLOW TO TRUE
    END-IF.

WRITE-APPROVAL-DETAIL.
    MOVE PU-CODE TO DL-CODE
    EVALUATE TRUE
        WHEN PU-ACTION-ADD
            MOVE 'ADD' TO DL-ACTION
        WHEN PU-ACTION-CHANGE
            MOVE 'CHANGE' TO DL-ACTION
        WHEN PU-ACTION-DELETE
            MOVE 'DELETE' TO DL-ACTION
        WHEN OTHER
            MOVE PU-ACTION TO DL-ACTION
    END-EVALUATE
    MOVE PU-NAME TO DL-NAME
    MOVE PU-REGION-CODE TO DL-REGION
    MOVE PU-POPULATION TO DL-POPULATION
    MOVE PU-SUBMITTED-DATE TO DL-SUBMITTED-DATE
    IF PU-EFFECTIVE-DATE = SPACES
        MOVE 'NEXT RUN' TO DL-EFFECTIVE-DATE
    ELSE
        MOVE PU-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE
    END-IF
    MOVE PU-OPERATOR-ID TO DL-OPERATOR
    MOVE ZERO TO WS-WAIT-DAYS
    IF PU-SUBMITTED-DATE IS NUMERIC AND WS-BUSINESS-DATE IS NUMERIC
        MOVE PU-SUBMITTED-DATE TO WS-SUBMITTED-DATE-NUM
        MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE-NUM
        COMPUTE WS-WAIT-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
            - FUNCTION INTEGER-OF-DATE(WS-SUBMITTED-DATE-NUM)
        IF WS-WAIT-DAYS < ZERO
            MOVE ZERO TO WS-WAIT-DAYS
        END-IF
    END-IF
    MOVE WS-WAIT-DAYS TO DL-WAIT-DAYS
    IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
        PERFORM WRITE-PAGE-HEADING
    END-IF
    MOVE WS-DETAIL-LINE TO RPT-LINE
    WRITE RPT-LINE
    ADD 1 TO WS-LINES-ON-PAGE.

WRITE-APPROVAL-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE 'APPROVED - POSTED TONIGHT    :' TO FL-LABEL
    MOVE WS-APPROVED-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    WRITE RPT-LINE
    MOVE 'STILL AWAITING APPROVAL      :' TO FL-LABEL
    MOVE WS-AWAITING-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    WRITE RPT-LINE
    MOVE 'REJECTED - DROPPED           :' TO FL-LABEL
    MOVE WS-REJECTED-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    WRITE RPT-LINE.

WRITE-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE ZERO TO WS-LINES-ON-PAGE
    MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
    MOVE WS-BUSINESS-DATE TO H2-REPORT-DATE
    MOVE WS-CURRENT-TIME TO H2-REPORT-TIME
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
    END-IF
    MOVE WS-HEADING-1 TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-HEADING-2 TO RPT-LINE
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-HEADING-3 TO RPT-LINE
    WRITE RPT-LINE.

STORE-PENDING-ENTRY.
    PERFORM FIND-PENDING-BY-CODE
    IF WS-MATCH-IDX = ZERO
        MOVE PU-LAST-UPDATED  TO PT-LAST-UPDATED(WS-MATCH-IDX)
        MOVE PU-STATUS-FLAG   TO PT-STATUS-FLAG(WS-MATCH-IDX)
        MOVE PU-SUCCESSOR-CODE TO PT-SUCCESSOR-CODE(WS-MATCH-IDX)
        *> A row approved only after its effective date had passed
        *> missed the cycles in between, and a delta subscriber's
        *> window may already be past that date - history takes
        *> tonight's date for it so the change is still sent.
        IF PU-EFFECTIVE-DATE NOT = SPACES
                AND PU-DECIDED-DATE > PU-EFFECTIVE-DATE
            MOVE WS-BUSINESS-DATE TO PT-EFFECTIVE-DATE(WS-MATCH-IDX)
        ELSE
            MOVE PU-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE(WS-MATCH-IDX)
        END-IF
        MOVE PU-SUBMITTED-DATE TO PT-SUBMITTED-DATE(WS-MATCH-IDX)
        MOVE WS-DRAINED-COUNT TO PT-DRAINED-IDX(WS-MATCH-IDX)
        PERFORM FIND-PLANNED-MOVE
        IF WS-IS-PLANNED-MOVE
            MOVE 'Y' TO PT-REALIGN-FLAG(WS-MATCH-IDX)
        ELSE
            MOVE 'N' TO PT-REALIGN-FLAG(WS-MATCH-IDX)
        END-IF
        MOVE 'N'              TO PT-APPLIED(WS-MATCH-IDX)
    END-IF.

LOAD-PLANNED-MOVES.
    OPEN INPUT REALIGN-REGISTER
    IF WS-RLGN-OK
        PERFORM UNTIL WS-RLGN-EOF
            READ REALIGN-REGISTER
                AT END
                    SET WS-RLGN-EOF TO TRUE
                NOT AT END
                    IF (RG-IS-PLANNED
                            OR RG-LANDED-DATE = WS-BUSINESS-DATE)
                            AND WS-PLANNED-COUNT < WS-MAX-PLANNED
                        ADD 1 TO WS-PLANNED-COUNT
                        MOVE RG-CODE TO PL-CODE(WS-PLANNED-COUNT)
                        MOVE RG-NEW-REGION
                            TO PL-NEW-REGION(WS-PLANNED-COUNT)
                        MOVE RG-EFFECTIVE-DATE
                            TO PL-EFFECTIVE-DATE(WS-PLANNED-COUNT)
                        MOVE RG-PLANNED-DATE
                            TO PL-PLANNED-DATE(WS-PLANNED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REALIGN-REGISTER
    END-IF.

FIND-PLANNED-MOVE.
    *> The queued row REGION-REALIGN wrote for a registered move:
    *> same country, new region, effective date and planning date.
    MOVE 'N' TO WS-PLANNED-MATCH
    IF PU-ACTION-CHANGE
        PERFORM VARYING WS-R-IDX FROM 1 BY 1
                UNTIL WS-R-IDX > WS-PLANNED-COUNT
                   OR WS-IS-PLANNED-MOVE
            IF PL-CODE(WS-R-IDX) = PU-CODE
                    AND PL-NEW-REGION(WS-R-IDX) = PU-REGION-CODE
                    AND PL-EFFECTIVE-DATE(WS-R-IDX) = PU-EFFECTIVE-DATE
                    AND PL-PLANNED-DATE(WS-R-IDX) = PU-SUBMITTED-DATE
                SET WS-IS-PLANNED-MOVE TO TRUE
            END-IF
        END-PERFORM
    END-IF.

FIND-PENDING-BY-CODE.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-P-IDX FROM 1 BY 1
        WHEN PT-ACTION(WS-MATCH-IDX) = 'D'
            SET PT-IS-APPLIED(WS-MATCH-IDX) TO TRUE
            ADD 1 TO WS-DELETED-COUNT
        WHEN PT-ACTION(WS-MATCH-IDX) = 'C'
                AND PT-IS-REALIGNMENT(WS-MATCH-IDX)
            *> Only the region moves - whatever else has been posted
            *> to the country since the move was planned stands.
            MOVE PT-REGION-CODE(WS-MATCH-IDX)  TO CTRY-REGION-CODE
            IF PT-LAST-UPDATED(WS-MATCH-IDX) > CTRY-LAST-UPDATED
                MOVE PT-LAST-UPDATED(WS-MATCH-IDX)
                    TO CTRY-LAST-UPDATED
            END-IF
            PERFORM WRITE-UNCHANGED-RECORD
            SET PT-IS-APPLIED(WS-MATCH-IDX) TO TRUE
            ADD 1 TO WS-CHANGED-COUNT
            ADD 1 TO WS-REALIGNED-COUNT
        WHEN PT-ACTION(WS-MATCH-IDX) = 'C'
                AND PT-EFFECTIVE-DATE(WS-MATCH-IDX) NOT = SPACES
                AND CTRY-LAST-UPDATED > PT-SUBMITTED-DATE(WS-MATCH-IDX)
            PERFORM WRITE-UNCHANGED-RECORD
            PERFORM HOLD-CONFLICTING-ROW
        WHEN PT-ACTION(WS-MATCH-IDX) = 'C'
            MOVE PT-NAME(WS-MATCH-IDX)         TO CTRY-NAME
            MOVE PT-REGION-CODE(WS-MATCH-IDX)  TO CTRY-REGION-CODE
            ADD 1 TO WS-SKIPPED-COUNT
    END-EVALUATE.

HOLD-CONFLICTING-ROW.
    *> Back on the queue, out of the drained copy, and onto the
    *> forward schedule flagged. The approval is withdrawn - kept
    *> approved it would only be drained and held again every night
    *> - and the row is re-offered as of tonight, so an approval
    *> given now, with the newer country in view, lets it post.
    MOVE 'H' TO PT-APPLIED(WS-MATCH-IDX)
    ADD 1 TO WS-CONFLICT-COUNT
    MOVE WS-DRAINED-ROW(PT-DRAINED-IDX(WS-MATCH-IDX))
        TO PENDING-UPDATE-RECORD
    MOVE SPACES TO WS-DRAINED-ROW(PT-DRAINED-IDX(WS-MATCH-IDX))
    MOVE 'P' TO PU-APPROVAL-STATUS
    MOVE SPACES TO PU-APPROVER-ID PU-DECIDED-DATE PU-DECIDED-TIME
    MOVE WS-BUSINESS-DATE TO PU-SUBMITTED-DATE
    MOVE WS-CURRENT-TIME(1:6) TO PU-SUBMITTED-TIME
    MOVE WS-HELD-COUNT TO WS-HELD-BEFORE
    PERFORM HOLD-QUEUED-ROW
    IF WS-HELD-COUNT > WS-HELD-BEFORE
        MOVE 'Y' TO SK-CONFLICT-FLAG(WS-INSERT-IDX)
    END-IF.

FIND-PENDING-FOR-ASS-RECORD.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-P-IDX FROM 1 BY 1
                MOVE PT-SUCCESSOR-CODE(WS-P-IDX)
                    TO NEWA-SUCCESSOR-CODE
                WRITE NEW-ASS-RECORD
                SET PT-IS-APPLIED(WS-P-IDX) TO TRUE
                ADD 1 TO WS-ADDED-COUNT
            ELSE
                DISPLAY 'COUNTRY-APPLY: COUNTRY NOT FOUND FOR '
        END-IF
    END-PERFORM.

INSERT-SCHEDULE-ENTRY.
    *> Insertion into effective-date/code order - the queue is
    *> small and arrives in submission order.
    MOVE PU-EFFECTIVE-DATE TO WS-SCHED-KEY-DATE
    MOVE PU-CODE TO WS-SCHED-KEY-CODE
    MOVE 1 TO WS-INSERT-IDX
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-SCHED-COUNT
        IF SK-EFFECTIVE-DATE(WS-S-IDX) < WS-SCHED-KEY-DATE
           OR (SK-EFFECTIVE-DATE(WS-S-IDX) = WS-SCHED-KEY-DATE
               AND SK-CODE(WS-S-IDX) NOT > WS-SCHED-KEY-CODE)
            SET WS-INSERT-IDX TO WS-S-IDX
            ADD 1 TO WS-INSERT-IDX
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SHIFT-IDX FROM WS-SCHED-COUNT BY -1
            UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
        MOVE WS-SCHED-ENTRY(WS-SHIFT-IDX)
            TO WS-SCHED-ENTRY(WS-SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-SCHED-COUNT
    MOVE WS-SCHED-KEY-DATE TO SK-EFFECTIVE-DATE(WS-INSERT-IDX)
    MOVE WS-SCHED-KEY-CODE TO SK-CODE(WS-INSERT-IDX)
    MOVE WS-HELD-COUNT TO SK-HELD-IDX(WS-INSERT-IDX)
    MOVE 'N' TO SK-CONFLICT-FLAG(WS-INSERT-IDX).

WRITE-FORWARD-SCHEDULE.
    OPEN OUTPUT SCHEDULE-REPORT
    PERFORM WRITE-SCHED-HEADING
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-SCHED-COUNT
        PERFORM WRITE-SCHED-DETAIL
    END-PERFORM
    IF WS-SCHED-COUNT = ZERO
        MOVE '(NO CHANGES SCHEDULED AHEAD)' TO SCHED-LINE
        WRITE SCHED-LINE
    END-IF
    MOVE SPACES TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE 'SCHEDULED CHANGES WAITING    :' TO FL-LABEL
    MOVE WS-SCHED-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE 'ROWS CLASHING ON ONE COUNTRY :' TO FL-LABEL
    MOVE WS-CLASH-ROW-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE 'HELD - UPDATED SINCE KEYED   :' TO FL-LABEL
    MOVE WS-CONFLICT-COUNT TO FL-COUNT
    MOVE WS-FOOTER-LINE TO SCHED-LINE
    WRITE SCHED-LINE
    CLOSE SCHEDULE-REPORT.

WRITE-SCHED-DETAIL.
    MOVE WS-HELD-ROW(SK-HELD-IDX(WS-S-IDX)) TO WS-SCHED-ROW
    MOVE SQ-EFFECTIVE-DATE TO SL-EFFECTIVE-DATE
    MOVE SQ-CODE TO SL-CODE
    EVALUATE TRUE
        WHEN SQ-ACTION-ADD
            MOVE 'ADD' TO SL-ACTION
        WHEN SQ-ACTION-CHANGE
            MOVE 'CHANGE' TO SL-ACTION
        WHEN SQ-ACTION-DELETE
            MOVE 'DELETE' TO SL-ACTION
        WHEN OTHER
            MOVE SQ-ACTION TO SL-ACTION
    END-EVALUATE
    MOVE SQ-NAME TO SL-NAME
    MOVE SQ-REGION-CODE TO SL-REGION
    MOVE SQ-POPULATION TO SL-POPULATION
    IF SQ-IS-APPROVED
        MOVE 'APPROVED' TO SL-APPROVAL
    ELSE
        MOVE 'AWAITING' TO SL-APPROVAL
    END-IF
    MOVE SQ-OPERATOR-ID TO SL-OPERATOR
    *> Two scheduled changes to one country will both post - the
    *> later one wins on the day, or both land the same night in
    *> queue order. Either way somebody should look.
    MOVE ZERO TO WS-SAME-CODE-COUNT
    PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
            UNTIL WS-SHIFT-IDX > WS-SCHED-COUNT
        IF SK-CODE(WS-SHIFT-IDX) = SQ-CODE
            ADD 1 TO WS-SAME-CODE-COUNT
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN SK-IS-CONFLICT(WS-S-IDX)
            MOVE 'UPDATED SINCE KEYED - BACK FOR APPROVAL' TO SL-NOTE
        WHEN WS-SAME-CODE-COUNT > 1
            ADD 1 TO WS-CLASH-ROW-COUNT
            MOVE '** WARNING - ANOTHER CHANGE IS SCHEDULED' TO SL-NOTE
        WHEN SQ-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
            MOVE 'PAST DUE - POSTS ONCE APPROVED' TO SL-NOTE
        WHEN OTHER
            MOVE SPACES TO SL-NOTE
    END-EVALUATE
    IF WS-SCHED-LINES-ON-PAGE >= WS-LINES-PER-PAGE
        PERFORM WRITE-SCHED-HEADING
    END-IF
    MOVE WS-SCHED-DETAIL-LINE TO SCHED-LINE
    WRITE SCHED-LINE
    ADD 1 TO WS-SCHED-LINES-ON-PAGE.

WRITE-SCHED-HEADING.
    ADD 1 TO WS-SCHED-PAGE-NUMBER
    MOVE ZERO TO WS-SCHED-LINES-ON-PAGE
    MOVE WS-SCHED-PAGE-NUMBER TO SH1-PAGE-NUMBER
    MOVE WS-BUSINESS-DATE TO H2-REPORT-DATE
    MOVE WS-CURRENT-TIME TO H2-REPORT-TIME
    IF WS-SCHED-PAGE-NUMBER > 1
        MOVE SPACES TO SCHED-LINE
        WRITE SCHED-LINE
    END-IF
    MOVE WS-SCHED-HEADING-1 TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE WS-HEADING-2 TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE SPACES TO SCHED-LINE
    WRITE SCHED-LINE
    MOVE WS-SCHED-HEADING-3 TO SCHED-LINE
    WRITE SCHED-LINE.

WRITE-SCHEDULED-POSTINGS.
    *> Tonight's postings of future-dated rows, for COUNTRY-HIST to
    *> stamp with the scheduled effective date. Rewritten every
    *> cycle, so an empty list means nothing scheduled fell due.
    OPEN OUTPUT SCHED-POSTED
    PERFORM VARYING WS-P-IDX FROM 1 BY 1
            UNTIL WS-P-IDX > WS-PENDING-COUNT
        IF PT-IS-APPLIED(WS-P-IDX)
                AND NOT PT-IS-HELD-BACK(WS-P-IDX)
                AND PT-EFFECTIVE-DATE(WS-P-IDX) NOT = SPACES
            MOVE PT-CODE(WS-P-IDX) TO SP-CODE
            MOVE PT-ACTION(WS-P-IDX) TO SP-ACTION
            MOVE PT-EFFECTIVE-DATE(WS-P-IDX) TO SP-EFFECTIVE-DATE
            MOVE WS-BUSINESS-DATE TO SP-BUSINESS-DATE
            WRITE SCHED-POSTED-RECORD
            ADD 1 TO WS-SCHED-POSTED-COUNT
        END-IF
    END-PERFORM
    CLOSE SCHED-POSTED.

DRAIN-PENDING-QUEUE.
    *> All approved rows due tonight have now been applied (or
    *> reported as not-found) - rewrite the queue with only the rows
    *> still awaiting approval or scheduled ahead, so nothing is
    *> re-applied on the next batch cycle. If the held table
    *> overflowed, leave the queue as it stands rather than lose
    *> rows; re-posting an approved row is harmless. The drained
    *> copy only ever holds rows taken off under tonight's business
    *> date: a rerun of the same date adds to it, any other date
    *> starts it afresh.
    PERFORM OPEN-DRAINED-COPY
    IF WS-PNDUPD-OK AND NOT WS-IS-HELD-OVERFLOW
        OPEN OUTPUT PNDUPD
        PERFORM VARYING WS-H-IDX FROM 1 BY 1
                UNTIL WS-H-IDX > WS-HELD-COUNT
            MOVE WS-HELD-ROW(WS-H-IDX) TO PENDING-UPDATE-RECORD
            WRITE PENDING-UPDATE-RECORD
        END-PERFORM
        CLOSE PNDUPD
        PERFORM VARYING WS-D-IDX FROM 1 BY 1
                UNTIL WS-D-IDX > WS-DRAINED-COUNT
            IF WS-DRAINED-ROW(WS-D-IDX) NOT = SPACES
                MOVE WS-BUSINESS-DATE TO PD-BUSINESS-DATE
                MOVE WS-DRAINED-ROW(WS-D-IDX) TO PD-PENDING-ROW
                WRITE PNDUPD-DRAINED-RECORD
            END-IF
        END-PERFORM
    END-IF
    CLOSE PNDUPD-DRAINED.

OPEN-DRAINED-COPY.
    MOVE SPACES TO PD-BUSINESS-DATE
    OPEN INPUT PNDUPD-DRAINED
    IF WS-DRAINED-OK
        READ PNDUPD-DRAINED
            AT END
                MOVE SPACES TO PD-BUSINESS-DATE
        END-READ
        CLOSE PNDUPD-DRAINED
    END-IF
    IF PD-BUSINESS-DATE = WS-BUSINESS-DATE
        OPEN EXTEND PNDUPD-DRAINED
    ELSE
        OPEN OUTPUT PNDUPD-DRAINED
    END-IF.

READ-BUSINESS-DATE.
