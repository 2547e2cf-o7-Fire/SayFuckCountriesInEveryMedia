IDENTIFICATION DIVISION.
PROGRAM-ID. XREF-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY XREFSEL.

    SELECT XREF-TRANS ASSIGN TO "country-xref.trn"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.

COPY AUDITSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
COPY XREFFD.

FD  XREF-TRANS
    RECORD CONTAINS 13 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  XREF-TRANS-RECORD.
    05  XN-ACTION                   PIC X(1).
        88  XN-ACTION-ADD               VALUE 'A'.
        88  XN-ACTION-CHANGE            VALUE 'C'.
        88  XN-ACTION-DELETE            VALUE 'D'.
    05  XN-CODE                     PIC X(3).
    05  XN-SCHEME                   PIC X(6).
    05  XN-ALT-CODE                 PIC X(3).

COPY AUDITFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.
    88  WS-XREF-NOT-FOUND           VALUE '35'.

01  WS-TRANS-STATUS             PIC XX.
    88  WS-TRANS-OK                 VALUE '00'.
    88  WS-TRANS-EOF                VALUE '10'.
    88  WS-TRANS-NOT-FOUND          VALUE '35'.

01  WS-RECORD-COUNT             PIC 9(9) VALUE ZERO.
01  WS-WRITTEN-COUNT            PIC 9(9) VALUE ZERO.
01  WS-TRANS-READ-COUNT         PIC 9(9) VALUE ZERO.
01  WS-ADDED-COUNT              PIC 9(9) VALUE ZERO.
01  WS-CHANGED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-DELETED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-REJECTED-COUNT           PIC 9(9) VALUE ZERO.

*> The whole master is held in code + scheme order and written
*> back in place once the transactions are applied, the way
*> COUNTRY-BAL rewrites subscriber.ctl - it is a small reference
*> table, a few rows per country.
01  WS-MAX-XREF                 PIC 9(5) VALUE 9999.
01  WS-XREF-COUNT               PIC 9(5) VALUE ZERO.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-X-IDX.
        10  XM-CODE              PIC X(3).
        10  XM-SCHEME            PIC X(6).
        10  XM-ALT-CODE          PIC X(3).
        10  XM-LIVE-FLAG         PIC X(1).
            88  XM-IS-LIVE           VALUE 'Y'.
            88  XM-IS-DELETED        VALUE 'N'.
01  WS-TABLE-FULL               PIC X VALUE 'N'.
    88  WS-IS-TABLE-FULL            VALUE 'Y'.

*> Rejected transactions are written back to country-xref.trn
*> instead of drained, so the operator corrects and reruns them
*> rather than keying them again.
01  WS-MAX-REJECTS              PIC 9(3) VALUE 999.
01  WS-REJECT-KEPT              PIC 9(3) VALUE ZERO.
01  WS-REJECT-TABLE.
    05  WS-REJECT-ENTRY OCCURS 999 TIMES
                        INDEXED BY WS-J-IDX
                        PIC X(13).

01  WS-MATCH-IDX                PIC 9(5) VALUE ZERO.
01  WS-INSERT-IDX               PIC 9(5) VALUE ZERO.
01  WS-SHIFT-IDX                PIC 9(5) VALUE ZERO.
01  WS-ALT-OWNER                PIC X(3) VALUE SPACES.
01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'XREFMANT'.
01  WS-CURRENT-TIME              PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BUSINESS-DATE
    PERFORM LOAD-XREF-TABLE
    EVALUATE TRUE
        WHEN NOT WS-XREF-NOT-FOUND
                AND NOT WS-XREF-OK AND NOT WS-XREF-EOF
            DISPLAY 'XREF-MAINT: UNABLE TO OPEN country-xref.txt - '
                'FILE STATUS ' WS-XREF-STATUS
            DISPLAY 'XREF-MAINT: MASTER LEFT ALONE - NOTHING APPLIED'
            MOVE 16 TO RETURN-CODE
        WHEN WS-IS-TABLE-FULL
            *> Rewriting from a partial table would drop every row
            *> past the limit - refuse and leave the transactions.
            DISPLAY 'XREF-MAINT: MASTER PAST TABLE LIMIT OF '
                WS-MAX-XREF ' - NOTHING APPLIED'
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            PERFORM APPLY-TRANS-UNTIL-EOF
            IF WS-TRANS-READ-COUNT > 0
                PERFORM REWRITE-XREF-MASTER
                PERFORM DRAIN-XREF-TRANS
            ELSE
                MOVE WS-RECORD-COUNT TO WS-WRITTEN-COUNT
            END-IF
            DISPLAY 'XREF-MAINT: RECORDS READ   : ' WS-RECORD-COUNT
            DISPLAY 'XREF-MAINT: TRANSACTIONS   : ' WS-TRANS-READ-COUNT
            DISPLAY 'XREF-MAINT: ADDED          : ' WS-ADDED-COUNT
            DISPLAY 'XREF-MAINT: CHANGED        : ' WS-CHANGED-COUNT
            DISPLAY 'XREF-MAINT: DELETED        : ' WS-DELETED-COUNT
            DISPLAY 'XREF-MAINT: SKIPPED        : ' WS-SKIPPED-COUNT
            DISPLAY 'XREF-MAINT: REJECTED       : ' WS-REJECTED-COUNT
            DISPLAY 'XREF-MAINT: RECORDS WRITTEN: ' WS-WRITTEN-COUNT
            IF WS-REJECTED-COUNT > 0
                DISPLAY 'XREF-MAINT: REJECTED TRANSACTIONS LEFT ON '
                    'country-xref.trn FOR CORRECTION'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
    END-EVALUATE
    PERFORM WRITE-AUDIT-LOG
    STOP RUN.

READ-BUSINESS-DATE.
    OPEN INPUT BUSDATE-PARM
    IF WS-BUSDATE-OK
        READ BUSDATE-PARM
            AT END
                CONTINUE
            NOT AT END
                MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-READ
        CLOSE BUSDATE-PARM
    END-IF
    IF WS-BUSINESS-DATE = SPACES
        ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
        DISPLAY 'XREF-MAINT: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF.

LOAD-XREF-TABLE.
    OPEN INPUT XREF-MASTER
    IF WS-XREF-OK
        PERFORM UNTIL WS-XREF-EOF
            READ XREF-MASTER
                AT END
                    SET WS-XREF-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE XREF-CODE TO XN-CODE
                    MOVE XREF-SCHEME TO XN-SCHEME
                    MOVE XREF-ALT-CODE TO XN-ALT-CODE
                    PERFORM INSERT-XREF-ENTRY
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
    ELSE
        IF WS-XREF-NOT-FOUND
            DISPLAY 'XREF-MAINT: NO country-xref.txt FOUND - '
                'STARTING AN EMPTY MASTER'
        END-IF
    END-IF.

APPLY-TRANS-UNTIL-EOF.
    OPEN INPUT XREF-TRANS
    IF WS-TRANS-OK
        PERFORM UNTIL WS-TRANS-EOF
            READ XREF-TRANS
                AT END
                    SET WS-TRANS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRANS-READ-COUNT
                    PERFORM APPLY-ONE-TRANS
            END-READ
        END-PERFORM
        CLOSE XREF-TRANS
    ELSE
        IF NOT WS-TRANS-NOT-FOUND
            DISPLAY 'XREF-MAINT: WARNING - TRANS FILE STATUS '
                WS-TRANS-STATUS
        END-IF
    END-IF.

APPLY-ONE-TRANS.
    *> Transactions apply in the order keyed, so a D then an A for
    *> the same country and scheme re-maps it in one run.
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM FIND-XREF-BY-KEY
    EVALUATE TRUE
        WHEN NOT XN-ACTION-ADD AND NOT XN-ACTION-CHANGE
                AND NOT XN-ACTION-DELETE
            MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
        WHEN XN-CODE = SPACES
            MOVE 'NO COUNTRY CODE' TO WS-REJECT-REASON
        WHEN XN-SCHEME = SPACES OR XN-SCHEME = 'OWN   '
            MOVE 'NO ALTERNATE SCHEME' TO WS-REJECT-REASON
        WHEN XN-ACTION-DELETE
            IF WS-MATCH-IDX = ZERO
                DISPLAY 'XREF-MAINT: MAPPING NOT FOUND FOR D - CODE '
                    XN-CODE ' SCHEME ' XN-SCHEME
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                SET XM-IS-DELETED(WS-MATCH-IDX) TO TRUE
                ADD 1 TO WS-DELETED-COUNT
            END-IF
        WHEN XN-ALT-CODE = SPACES
            MOVE 'NO ALTERNATE CODE' TO WS-REJECT-REASON
        WHEN XN-ACTION-CHANGE AND WS-MATCH-IDX = ZERO
            MOVE 'NO MAPPING TO CHANGE' TO WS-REJECT-REASON
        WHEN XN-ACTION-ADD AND WS-MATCH-IDX NOT = ZERO
            *> An add already on file is satisfied; a different
            *> alternate code has to come in as a change.
            IF XM-ALT-CODE(WS-MATCH-IDX) = XN-ALT-CODE
                ADD 1 TO WS-SKIPPED-COUNT
            ELSE
                MOVE 'ALREADY MAPPED - KEY A CHANGE' TO WS-REJECT-REASON
            END-IF
        WHEN OTHER
            PERFORM FIND-ALT-CODE-OWNER
            IF WS-ALT-OWNER NOT = SPACES
                    AND WS-ALT-OWNER NOT = XN-CODE
                MOVE SPACES TO WS-REJECT-REASON
                STRING 'ALT CODE ALREADY USED BY ' WS-ALT-OWNER
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
            ELSE
                IF XN-ACTION-ADD
                    PERFORM INSERT-XREF-ENTRY
                    IF NOT WS-IS-TABLE-FULL
                        ADD 1 TO WS-ADDED-COUNT
                    END-IF
                ELSE
                    MOVE XN-ALT-CODE TO XM-ALT-CODE(WS-MATCH-IDX)
                    ADD 1 TO WS-CHANGED-COUNT
                END-IF
            END-IF
    END-EVALUATE
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM REJECT-TRANS
    END-IF.

FIND-XREF-BY-KEY.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-XREF-COUNT
        IF XM-IS-LIVE(WS-X-IDX)
                AND XM-CODE(WS-X-IDX) = XN-CODE
                AND XM-SCHEME(WS-X-IDX) = XN-SCHEME
            MOVE WS-X-IDX TO WS-MATCH-IDX
        END-IF
    END-PERFORM.

FIND-ALT-CODE-OWNER.
    *> An alternate code must name one country within its scheme,
    *> or an inbound vendor code would translate ambiguously.
    MOVE SPACES TO WS-ALT-OWNER
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-XREF-COUNT
        IF XM-IS-LIVE(WS-X-IDX)
                AND XM-SCHEME(WS-X-IDX) = XN-SCHEME
                AND XM-ALT-CODE(WS-X-IDX) = XN-ALT-CODE
            MOVE XM-CODE(WS-X-IDX) TO WS-ALT-OWNER
        END-IF
    END-PERFORM.

INSERT-XREF-ENTRY.
    *> Keeps the table in code + scheme order so the rewritten
    *> master reads the way an operator expects to find it.
    IF WS-XREF-COUNT < WS-MAX-XREF
        MOVE 1 TO WS-INSERT-IDX
        PERFORM VARYING WS-X-IDX FROM 1 BY 1
                UNTIL WS-X-IDX > WS-XREF-COUNT
            IF XM-CODE(WS-X-IDX) < XN-CODE
                    OR (XM-CODE(WS-X-IDX) = XN-CODE
                        AND XM-SCHEME(WS-X-IDX) <= XN-SCHEME)
                COMPUTE WS-INSERT-IDX = WS-X-IDX + 1
            END-IF
        END-PERFORM
        PERFORM VARYING WS-SHIFT-IDX FROM WS-XREF-COUNT BY -1
                UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
            MOVE WS-XREF-ENTRY(WS-SHIFT-IDX)
                TO WS-XREF-ENTRY(WS-SHIFT-IDX + 1)
        END-PERFORM
        ADD 1 TO WS-XREF-COUNT
        MOVE XN-CODE TO XM-CODE(WS-INSERT-IDX)
        MOVE XN-SCHEME TO XM-SCHEME(WS-INSERT-IDX)
        MOVE XN-ALT-CODE TO XM-ALT-CODE(WS-INSERT-IDX)
        SET XM-IS-LIVE(WS-INSERT-IDX) TO TRUE
    ELSE
        SET WS-IS-TABLE-FULL TO TRUE
        MOVE 'MASTER TABLE FULL' TO WS-REJECT-REASON
    END-IF.

REJECT-TRANS.
    DISPLAY 'XREF-MAINT: REJECTED ' XN-ACTION ' ' XN-CODE ' '
        XN-SCHEME ' ' XN-ALT-CODE ' - ' WS-REJECT-REASON
    ADD 1 TO WS-REJECTED-COUNT
    IF WS-REJECT-KEPT < WS-MAX-REJECTS
        ADD 1 TO WS-REJECT-KEPT
        MOVE XREF-TRANS-RECORD TO WS-REJECT-ENTRY(WS-REJECT-KEPT)
    ELSE
        DISPLAY 'XREF-MAINT: REJECT TABLE FULL - ' XN-CODE ' '
            XN-SCHEME ' MUST BE KEYED AGAIN'
    END-IF.

REWRITE-XREF-MASTER.
    OPEN OUTPUT XREF-MASTER
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-XREF-COUNT
        IF XM-IS-LIVE(WS-X-IDX)
            MOVE XM-CODE(WS-X-IDX) TO XREF-CODE
            MOVE XM-SCHEME(WS-X-IDX) TO XREF-SCHEME
            MOVE XM-ALT-CODE(WS-X-IDX) TO XREF-ALT-CODE
            WRITE XREF-RECORD
            ADD 1 TO WS-WRITTEN-COUNT
        END-IF
    END-PERFORM
    CLOSE XREF-MASTER.

DRAIN-XREF-TRANS.
    *> Applied transactions must not be re-applied on the next
    *> run; only the rejected ones are written back.
    OPEN OUTPUT XREF-TRANS
    PERFORM VARYING WS-J-IDX FROM 1 BY 1
            UNTIL WS-J-IDX > WS-REJECT-KEPT
        MOVE WS-REJECT-ENTRY(WS-J-IDX) TO XREF-TRANS-RECORD
        WRITE XREF-TRANS-RECORD
    END-PERFORM
    CLOSE XREF-TRANS.

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
    MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE
    MOVE WS-CURRENT-TIME TO AUDIT-RUN-TIME
    MOVE WS-RECORD-COUNT TO AUDIT-RECORD-COUNT
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
