    *> hold must not resurrect a merged country.
    MOVE SPACE TO PU-STATUS-FLAG
    MOVE SPACES TO PU-SUCCESSOR-CODE
    MOVE SPACES TO PU-EFFECTIVE-DATE
    *> A release is one reviewer's decision, so like any operator
    *> submission it waits for a second user on COUNTRY-APRV.
    MOVE 'P' TO PU-APPROVAL-STATUS
    MOVE SPACES TO PU-APPROVER-ID PU-DECIDED-DATE PU-DECIDED-TIME
    EXEC CICS ASSIGN
        USERID(PU-OPERATOR-ID)
    END-EXEC
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM MOVE-SUSPENSE-TO-MAP
            MOVE 'ROW RELEASED - APPLIES ONCE A SECOND USER APPROVES IT'
                TO RMSGO
        ELSE
            MOVE 'UNABLE TO UPDATE SUSPENSE ROW - NOTIFY SUPPORT'
