
COPY PNDUPDSEL.

COPY SJRNSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY PNDUPDFD.

COPY SJRNFD.

COPY AUDITFD.

COPY CYCSFD.
01  WS-PNDUPD-STATUS            PIC XX.
    88  WS-PNDUPD-OK                VALUE '00'.

01  WS-SJRN-STATUS              PIC XX.
    88  WS-SJRN-OK                  VALUE '00'.

*> Defaults: page the supervisor after a week, and after three
*> weeks let the system decide. REJECT is the safe default
*> disposition - the stream keeps running on the old values, just
            CLOSE PNDUPD
            OPEN OUTPUT PNDUPD
        END-IF
        PERFORM OPEN-SUSP-JOURNAL
        OPEN OUTPUT AGING-REPORT
        MOVE 'COUNTRY SUSPENSE AGING REPORT' TO WS-SECTION-TITLE
        PERFORM WRITE-PAGE-HEADING
        PERFORM AUTO-DISPOSE-STALE-ROWS
        CLOSE AGING-REPORT
        CLOSE PNDUPD
        CLOSE SUSP-JOURNAL
        CLOSE SUSPENSE-FILE
        DISPLAY 'SUSP-AGE: ROWS IN HOLD   : ' WS-HELD-COUNT
        DISPLAY 'SUSP-AGE: ESCALATED      : ' WS-ESCALATED-COUNT
    PERFORM WRITE-CYCLE-STATUS
    STOP RUN.

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

READ-BUSINESS-DATE.
    OPEN INPUT BUSDATE-PARM
    IF WS-BUSDATE-OK
    *> audit line below says so in as many words, and a released
    *> row re-enters through the pending queue under the reserved
    *> SUSPAGE operator id exactly as an operator release would.
    *> The row as it stood goes on the suspense journal first, so
    *> CYCLE-BACKOUT can put it back in hold.
    MOVE WS-TODAY-DATE TO SJ-BUSINESS-DATE
    MOVE WS-JOB-NAME TO SJ-JOB-NAME
    MOVE SUSP-CODE TO SJ-CODE
    SET SJ-HAS-BEFORE-IMAGE TO TRUE
    MOVE SUSPENSE-RECORD TO SJ-BEFORE-IMAGE
    WRITE SUSP-JOURNAL-RECORD
    IF WS-AUTO-RELEASE
        PERFORM QUEUE-AUTO-RELEASE
        MOVE 'R' TO SUSP-STATUS
    *> COUNTRY-APPLY lands this row.
    MOVE SPACE TO PU-STATUS-FLAG
    MOVE SPACES TO PU-SUCCESSOR-CODE
    MOVE SPACES TO PU-EFFECTIVE-DATE
    *> The auto-release is the disposition suspage.parm already
    *> authorised - it queues pre-approved under the SUSPAGE id.
    SET PU-IS-APPROVED TO TRUE
    MOVE WS-OPERATOR-ID TO PU-APPROVER-ID
    MOVE PU-SUBMITTED-DATE TO PU-DECIDED-DATE
    MOVE PU-SUBMITTED-TIME TO PU-DECIDED-TIME
    WRITE PENDING-UPDATE-RECORD.

WRITE-PAGE-HEADING.
