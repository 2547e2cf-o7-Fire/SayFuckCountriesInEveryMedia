01  WS-ROW-IDX                     PIC 9(2) VALUE ZERO.
01  WS-SCAN-IDX                    PIC 9(2) VALUE ZERO.
01  WS-SELECTED-IDX                PIC 9(2) VALUE ZERO.
01  WS-SELECTED-ACTION             PIC X(1) VALUE SPACE.
    88  WS-IS-HISTORY-SELECT           VALUE 'H'.
01  WS-FILTER-LEN                  PIC 9(2) VALUE ZERO.
01  WS-BACK-COUNT                  PIC 9(2) VALUE ZERO.
01  WS-BROWSE-DONE                 PIC X(1) VALUE 'N'.
    ELSE
        PERFORM FIND-SELECTED-ROW
        IF WS-SELECTED-IDX > ZERO
            IF WS-IS-HISTORY-SELECT
                PERFORM PASS-SELECTION-TO-HISTORY
            ELSE
                PERFORM PASS-SELECTION-TO-MAINT
            END-IF
        ELSE
            MOVE BNAMEI TO WS-CA-NAME-FILTER
            MOVE BRGNI TO WS-CA-REGION-FILTER

FIND-SELECTED-ROW.
    MOVE ZERO TO WS-SELECTED-IDX
    MOVE SPACE TO WS-SELECTED-ACTION
    PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
            UNTIL WS-SCAN-IDX > WS-CA-PAGE-COUNT
        IF (BSELI(WS-SCAN-IDX) = 'S' OR BSELI(WS-SCAN-IDX) = 'H')
                AND WS-CA-ROW-CODE(WS-SCAN-IDX) NOT = SPACES
            MOVE WS-SCAN-IDX TO WS-SELECTED-IDX
            MOVE BSELI(WS-SCAN-IDX) TO WS-SELECTED-ACTION
        END-IF
    END-PERFORM.

        LENGTH(LENGTH OF WS-XCTL-AREA)
    END-EXEC.

PASS-SELECTION-TO-HISTORY.
    *> H opens the chosen code's COUNTRY-HIST timeline in
    *> COUNTRY-HINQ, which starts on the newest row.
    MOVE 'B' TO WS-XCTL-STATE
    MOVE WS-CA-ROW-CODE(WS-SELECTED-IDX) TO WS-XCTL-CODE
    EXEC CICS XCTL PROGRAM('COUNTRY-HINQ')
        COMMAREA(WS-XCTL-AREA)
        LENGTH(LENGTH OF WS-XCTL-AREA)
    END-EXEC.

PAGE-FORWARD.
    IF WS-CA-PAGE-COUNT = ZERO
        MOVE LOW-VALUES TO WS-START-CODE
        WHEN WS-IS-PAGE-REDISPLAY OR WS-IS-BROWSE-DONE
            MOVE 'END OF FILE REACHED - PF7 TO GO BACK' TO BMSGO
        WHEN OTHER
            MOVE SPACES TO BMSGO
            STRING 'TYPE S TO MAINTAIN OR H FOR HISTORY BESIDE A '
                   'COUNTRY - PF8 FOR MORE'
                DELIMITED BY SIZE INTO BMSGO
    END-EVALUATE
    MOVE WS-CA-NAME-FILTER TO BNAMEO
    MOVE WS-CA-REGION-FILTER TO BRGNO
