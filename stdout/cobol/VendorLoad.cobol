
COPY CTRYKSEL.

COPY XREFSEL.

COPY VNDXSEL.

COPY RFRQSEL.

COPY PNDUPDSEL.

COPY AUDITSEL.

COPY CTRYKFD.

COPY XREFFD.

COPY VNDXFD.

COPY RFRQFD.

COPY PNDUPDFD.

COPY AUDITFD.
01  WS-PNDUPD-STATUS            PIC XX.
    88  WS-PNDUPD-OK                VALUE '00'.

01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.

01  WS-VXPARM-STATUS            PIC XX.
    88  WS-VXPARM-OK                VALUE '00'.

01  WS-RFRQ-STATUS              PIC XX.
    88  WS-RFRQ-OK                  VALUE '00'.
    88  WS-RFRQ-EOF                 VALUE '10'.

*> Code scheme each vendor sends, from vendxref.parm. Blank or OWN
*> is our own code and is taken as delivered; any other scheme is
*> translated to our code through country-xref.txt.
01  WS-FEED1-SCHEME             PIC X(6) VALUE SPACES.
01  WS-FEED2-SCHEME             PIC X(6) VALUE SPACES.
01  WS-FEED-SCHEME              PIC X(6) VALUE SPACES.
    88  WS-FEED-USES-OWN-CODE       VALUE SPACES 'OWN   '.

01  WS-MAX-XREF                 PIC 9(5) VALUE 9999.
01  WS-XREF-COUNT               PIC 9(5) VALUE ZERO.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-X-IDX.
        10  XR-CODE              PIC X(3).
        10  XR-SCHEME            PIC X(6).
        10  XR-ALT-CODE          PIC X(3).
01  WS-OUR-CODE                 PIC X(3) VALUE SPACES.

01  WS-SINGLE-FEED              PIC X VALUE 'N'.
    88  WS-IS-SINGLE-FEED           VALUE 'Y'.

01  WS-DISCREPANCY-COUNT        PIC 9(9) VALUE ZERO.
01  WS-V1-ONLY-COUNT            PIC 9(9) VALUE ZERO.
01  WS-V2-ONLY-COUNT            PIC 9(9) VALUE ZERO.
01  WS-NOXREF-COUNT             PIC 9(9) VALUE ZERO.

*> Current valid row from each feed for the matched merge. Both
*> vendors deliver in their own code order by contract and the
*> sequence checks still reject anything out of that order, but a
*> translated feed no longer runs in our code order - so each
*> feed's clean rows are held in a table in our code order and
*> the merge takes its rows from there. HIGH-VALUES in a hold
*> code marks that feed exhausted.
01  WS-V1-HOLD.
    05  WS-V1-CODE              PIC X(3).
    05  WS-V1-POPULATION        PIC 9(10).
01  WS-V1-PRIOR-CODE            PIC X(3) VALUE LOW-VALUES.
01  WS-V2-PRIOR-CODE            PIC X(3) VALUE LOW-VALUES.

01  WS-MAX-FEED-ROWS            PIC 9(5) VALUE 9999.
01  WS-V1-ROW-COUNT             PIC 9(5) VALUE ZERO.
01  WS-V1-NEXT-ROW              PIC 9(5) VALUE ZERO.
01  WS-V1-TABLE.
    05  WS-V1-ENTRY OCCURS 9999 TIMES
                    INDEXED BY WS-V1-IDX.
        10  V1T-CODE             PIC X(3).
        10  V1T-POPULATION       PIC 9(10).
        10  V1T-NAME             PIC X(40).
        10  V1T-REGION-CODE      PIC X(3).
        10  V1T-QUEUED-FLAG      PIC X(1).
01  WS-V2-ROW-COUNT             PIC 9(5) VALUE ZERO.
01  WS-V2-NEXT-ROW              PIC 9(5) VALUE ZERO.
01  WS-V2-TABLE.
    05  WS-V2-ENTRY OCCURS 9999 TIMES
                    INDEXED BY WS-V2-IDX.
        10  V2T-CODE             PIC X(3).
        10  V2T-POPULATION       PIC 9(10).
01  WS-INSERT-IDX               PIC 9(5) VALUE ZERO.
01  WS-SHIFT-IDX                PIC 9(5) VALUE ZERO.

*> Countries POP-STALE asked the vendors to refresh. Each one
*> still outstanding is looked for among this run's clean feed
*> rows and marked back or still missing on pop-refresh.ctl.
01  WS-MAX-REQUESTS             PIC 9(5) VALUE 9999.
01  WS-REQUEST-COUNT            PIC 9(5) VALUE ZERO.
01  WS-REQUEST-TABLE.
    05  WS-REQUEST-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-RQ-IDX
                                    PIC X(31).
01  WS-REQUEST-BACK-COUNT       PIC 9(9) VALUE ZERO.
01  WS-REQUEST-MISSING-COUNT    PIC 9(9) VALUE ZERO.

01  WS-FEED-ID                  PIC X(2) VALUE SPACES.
01  WS-FEED-LINE                PIC X(60) VALUE SPACES.
01  WS-ROW-VALID                PIC X VALUE 'N'.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RC-RULING               PIC X(40).

01  WS-REFRESH-HEADING.
    05  FILLER                  PIC X(5)  VALUE 'CODE'.
    05  FILLER                  PIC X(11) VALUE 'REQUESTED'.
    05  FILLER                  PIC X(12) VALUE 'FIRST ASKED'.
    05  FILLER                  PIC X(4)  VALUE 'V1'.
    05  FILLER                  PIC X(4)  VALUE 'V2'.
    05  FILLER                  PIC X(30) VALUE 'REFRESH REQUEST'.

01  WS-REFRESH-LINE.
    05  RF-CODE                 PIC X(5).
    05  RF-REQUEST-DATE         PIC X(11).
    05  RF-FIRST-REQUEST-DATE   PIC X(12).
    05  RF-V1-BACK              PIC X(4).
    05  RF-V2-BACK              PIC X(4).
    05  RF-RESULT               PIC X(30).

01  WS-RPT-COUNT-LINE.
    05  RPT-COUNT-LABEL         PIC X(30).
    05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-TOLERANCE-PARM
    PERFORM READ-SCHEME-PARM
    PERFORM LOAD-XREF-TABLE
    PERFORM OPEN-FILES
    IF NOT WS-FEED1-OK
        DISPLAY 'VENDOR-LOAD: UNABLE TO OPEN VENDOR FEED - FILE STATUS '
            PERFORM PRIME-FEED-1
            PERFORM PRIME-FEED-2
            PERFORM RECONCILE-UNTIL-BOTH-EOF
            PERFORM CHECK-REFRESH-REQUESTS
            PERFORM WRITE-RECON-TOTALS
            CLOSE RECON-REPORT
            PERFORM CLOSE-FILES
            DISPLAY 'VENDOR-LOAD: VENDOR 2 ROWS  : ' WS-FEED2-READ-COUNT
            DISPLAY 'VENDOR-LOAD: ROWS ACCEPTED  : ' WS-ACCEPTED-COUNT
            DISPLAY 'VENDOR-LOAD: ROWS REJECTED  : ' WS-REJECTED-COUNT
            IF WS-NOXREF-COUNT > 0
                DISPLAY 'VENDOR-LOAD: UNMAPPED CODES : ' WS-NOXREF-COUNT
            END-IF
            DISPLAY 'VENDOR-LOAD: DISCREPANCIES  : ' WS-DISCREPANCY-COUNT
            IF WS-REQUEST-BACK-COUNT > 0 OR WS-REQUEST-MISSING-COUNT > 0
                DISPLAY 'VENDOR-LOAD: REFRESHES BACK : '
                    WS-REQUEST-BACK-COUNT
                DISPLAY 'VENDOR-LOAD: STILL MISSING  : '
                    WS-REQUEST-MISSING-COUNT
            END-IF
            EVALUATE TRUE
                WHEN WS-DISCREPANCY-COUNT > 0
                    DISPLAY 'VENDOR-LOAD: SEE vendor-recon.rpt FOR '
            WS-TOLERANCE-PCT '% TOLERANCE'
    END-IF.

READ-SCHEME-PARM.
    OPEN INPUT VENDXREF-PARM
    IF WS-VXPARM-OK
        READ VENDXREF-PARM
            AT END
                CONTINUE
            NOT AT END
                MOVE VX-FEED1-SCHEME TO WS-FEED1-SCHEME
                MOVE VX-FEED2-SCHEME TO WS-FEED2-SCHEME
        END-READ
        CLOSE VENDXREF-PARM
    END-IF
    MOVE WS-FEED1-SCHEME TO WS-FEED-SCHEME
    IF NOT WS-FEED-USES-OWN-CODE
        DISPLAY 'VENDOR-LOAD: VENDOR 1 CODES TRANSLATED FROM '
            WS-FEED1-SCHEME
    END-IF
    MOVE WS-FEED2-SCHEME TO WS-FEED-SCHEME
    IF NOT WS-FEED-USES-OWN-CODE
        DISPLAY 'VENDOR-LOAD: VENDOR 2 CODES TRANSLATED FROM '
            WS-FEED2-SCHEME
    END-IF.

LOAD-XREF-TABLE.
    *> Only the two vendors' schemes are kept. A missing master is
    *> not fatal - every row of a translated feed then rejects as
    *> NOXREF, which is exactly what the analyst needs to see.
    OPEN INPUT XREF-MASTER
    IF WS-XREF-OK
        PERFORM UNTIL WS-XREF-EOF
            READ XREF-MASTER
                AT END
                    SET WS-XREF-EOF TO TRUE
                NOT AT END
                    IF XREF-SCHEME = WS-FEED1-SCHEME
                            OR XREF-SCHEME = WS-FEED2-SCHEME
                        IF WS-XREF-COUNT < WS-MAX-XREF
                            ADD 1 TO WS-XREF-COUNT
                            MOVE XREF-CODE
                                TO XR-CODE(WS-XREF-COUNT)
                            MOVE XREF-SCHEME
                                TO XR-SCHEME(WS-XREF-COUNT)
                            MOVE XREF-ALT-CODE
                                TO XR-ALT-CODE(WS-XREF-COUNT)
                        ELSE
                            DISPLAY 'VENDOR-LOAD: CROSS-REFERENCE '
                                'PAST TABLE LIMIT - ROW IGNORED'
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
    ELSE
        MOVE WS-FEED1-SCHEME TO WS-FEED-SCHEME
        IF NOT WS-FEED-USES-OWN-CODE
            DISPLAY 'VENDOR-LOAD: NO country-xref.txt - FILE STATUS '
                WS-XREF-STATUS
        ELSE
            MOVE WS-FEED2-SCHEME TO WS-FEED-SCHEME
            IF NOT WS-FEED-USES-OWN-CODE
                DISPLAY 'VENDOR-LOAD: NO country-xref.txt - FILE '
                    'STATUS ' WS-XREF-STATUS
            END-IF
        END-IF
    END-IF.

OPEN-FILES.
    OPEN INPUT VENDOR-FEED
    IF WS-FEED1-OK

PRIME-FEED-1.
    MOVE HIGH-VALUES TO WS-V1-CODE
    PERFORM LOAD-FEED-1-TABLE
    PERFORM READ-NEXT-VALID-V1.

PRIME-FEED-2.
    MOVE HIGH-VALUES TO WS-V2-CODE
    IF NOT WS-IS-SINGLE-FEED
        PERFORM LOAD-FEED-2-TABLE
        PERFORM READ-NEXT-VALID-V2
    END-IF.

LOAD-FEED-1-TABLE.
    *> Reads the whole vendor-1 feed; broken rows are rejected here
    *> so the merge below only ever sees clean rows.
    MOVE WS-FEED1-SCHEME TO WS-FEED-SCHEME
    PERFORM UNTIL WS-FEED1-EOF
        READ VENDOR-FEED
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-FEED1-READ-COUNT
                MOVE 'V1' TO WS-FEED-ID
                    IF WS-VENDOR-CODE(1:3) = WS-V1-PRIOR-CODE
                        MOVE 'DUPLICAT' TO REJ-REASON
                        PERFORM WRITE-REJECT
                    ELSE
                        IF WS-VENDOR-CODE(1:3) < WS-V1-PRIOR-CODE
                            MOVE 'SEQERR  ' TO REJ-REASON
                            PERFORM WRITE-REJECT
                        ELSE
                            MOVE WS-VENDOR-CODE(1:3) TO WS-V1-PRIOR-CODE
                            PERFORM STORE-V1-ENTRY
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

STORE-V1-ENTRY.
    *> Insert in our code order; a second row landing on the same
    *> code of ours is a duplicate however the vendor spelled it.
    MOVE 1 TO WS-INSERT-IDX
    PERFORM VARYING WS-V1-IDX FROM 1 BY 1
            UNTIL WS-V1-IDX > WS-V1-ROW-COUNT
        IF V1T-CODE(WS-V1-IDX) <= WS-OUR-CODE
            COMPUTE WS-INSERT-IDX = WS-V1-IDX + 1
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-INSERT-IDX > 1
                AND V1T-CODE(WS-INSERT-IDX - 1) = WS-OUR-CODE
            MOVE 'DUPLICAT' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN WS-V1-ROW-COUNT NOT < WS-MAX-FEED-ROWS
            MOVE 'TBLFULL ' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN OTHER
            PERFORM VARYING WS-SHIFT-IDX FROM WS-V1-ROW-COUNT BY -1
                    UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                MOVE WS-V1-ENTRY(WS-SHIFT-IDX)
                    TO WS-V1-ENTRY(WS-SHIFT-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-V1-ROW-COUNT
            MOVE WS-OUR-CODE TO V1T-CODE(WS-INSERT-IDX)
            MOVE WS-POPULATION TO V1T-POPULATION(WS-INSERT-IDX)
            MOVE KCTRY-NAME TO V1T-NAME(WS-INSERT-IDX)
            MOVE KCTRY-REGION-CODE TO V1T-REGION-CODE(WS-INSERT-IDX)
            MOVE 'N' TO V1T-QUEUED-FLAG(WS-INSERT-IDX)
    END-EVALUATE.

LOAD-FEED-2-TABLE.
    MOVE WS-FEED2-SCHEME TO WS-FEED-SCHEME
    PERFORM UNTIL WS-FEED2-EOF
        READ VENDOR-FEED-2
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-FEED2-READ-COUNT
                MOVE 'V2' TO WS-FEED-ID
                    IF WS-VENDOR-CODE(1:3) = WS-V2-PRIOR-CODE
                        MOVE 'DUPLICAT' TO REJ-REASON
                        PERFORM WRITE-REJECT
                    ELSE
                        IF WS-VENDOR-CODE(1:3) < WS-V2-PRIOR-CODE
                            MOVE 'SEQERR  ' TO REJ-REASON
                            PERFORM WRITE-REJECT
                        ELSE
                            MOVE WS-VENDOR-CODE(1:3) TO WS-V2-PRIOR-CODE
                            PERFORM STORE-V2-ENTRY
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

STORE-V2-ENTRY.
    MOVE 1 TO WS-INSERT-IDX
    PERFORM VARYING WS-V2-IDX FROM 1 BY 1
            UNTIL WS-V2-IDX > WS-V2-ROW-COUNT
        IF V2T-CODE(WS-V2-IDX) <= WS-OUR-CODE
            COMPUTE WS-INSERT-IDX = WS-V2-IDX + 1
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-INSERT-IDX > 1
                AND V2T-CODE(WS-INSERT-IDX - 1) = WS-OUR-CODE
            MOVE 'DUPLICAT' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN WS-V2-ROW-COUNT NOT < WS-MAX-FEED-ROWS
            MOVE 'TBLFULL ' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN OTHER
            PERFORM VARYING WS-SHIFT-IDX FROM WS-V2-ROW-COUNT BY -1
                    UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                MOVE WS-V2-ENTRY(WS-SHIFT-IDX)
                    TO WS-V2-ENTRY(WS-SHIFT-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-V2-ROW-COUNT
            MOVE WS-OUR-CODE TO V2T-CODE(WS-INSERT-IDX)
            MOVE WS-POPULATION TO V2T-POPULATION(WS-INSERT-IDX)
    END-EVALUATE.

READ-NEXT-VALID-V1.
    IF WS-V1-NEXT-ROW < WS-V1-ROW-COUNT
        ADD 1 TO WS-V1-NEXT-ROW
        MOVE V1T-CODE(WS-V1-NEXT-ROW) TO WS-V1-CODE
        MOVE V1T-POPULATION(WS-V1-NEXT-ROW) TO WS-V1-POPULATION
        MOVE V1T-NAME(WS-V1-NEXT-ROW) TO WS-V1-NAME
        MOVE V1T-REGION-CODE(WS-V1-NEXT-ROW) TO WS-V1-REGION-CODE
    ELSE
        MOVE HIGH-VALUES TO WS-V1-CODE
    END-IF.

READ-NEXT-VALID-V2.
    IF WS-V2-NEXT-ROW < WS-V2-ROW-COUNT
        ADD 1 TO WS-V2-NEXT-ROW
        MOVE V2T-CODE(WS-V2-NEXT-ROW) TO WS-V2-CODE
        MOVE V2T-POPULATION(WS-V2-NEXT-ROW) TO WS-V2-POPULATION
    ELSE
        MOVE HIGH-VALUES TO WS-V2-CODE
    END-IF.

EDIT-ONE-FEED-ROW.
    MOVE 'N' TO WS-ROW-VALID
    MOVE SPACES TO WS-VENDOR-CODE
        WHEN WS-UNSTRING-FIELDS < 2
            MOVE 'SHORTROW' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN WS-FEED-USES-OWN-CODE AND WS-VENDOR-CODE-LEN NOT = 3
            MOVE 'BADCODE ' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN WS-VENDOR-CODE-LEN = 0 OR WS-VENDOR-CODE-LEN > 3
            MOVE 'BADCODE ' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN NOT WS-POP-IS-VALID
            MOVE 'BADPOP  ' TO REJ-REASON
            PERFORM WRITE-REJECT
        WHEN OTHER
            PERFORM TRANSLATE-VENDOR-CODE
            IF WS-OUR-CODE = SPACES
                *> Kept apart from NOTONASS - the country may well
                *> be on file; it is the mapping that is missing.
                MOVE 'NOXREF  ' TO REJ-REASON
                PERFORM WRITE-REJECT
                ADD 1 TO WS-NOXREF-COUNT
            ELSE
                MOVE WS-OUR-CODE TO KCTRY-CODE
                READ COUNTRY-KEYED
                    INVALID KEY
                        MOVE 'NOTONASS' TO REJ-REASON
                        PERFORM WRITE-REJECT
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ROW-VALID
                END-READ
            END-IF
    END-EVALUATE.

TRANSLATE-VENDOR-CODE.
    MOVE SPACES TO WS-OUR-CODE
    IF WS-FEED-USES-OWN-CODE
        MOVE WS-VENDOR-CODE(1:3) TO WS-OUR-CODE
    ELSE
        PERFORM VARYING WS-X-IDX FROM 1 BY 1
                UNTIL WS-X-IDX > WS-XREF-COUNT
                   OR WS-OUR-CODE NOT = SPACES
            IF XR-SCHEME(WS-X-IDX) = WS-FEED-SCHEME
                    AND XR-ALT-CODE(WS-X-IDX) = WS-VENDOR-CODE(1:3)
                MOVE XR-CODE(WS-X-IDX) TO WS-OUR-CODE
            END-IF
        END-PERFORM
    END-IF.

VALIDATE-POPULATION-TEXT.
    MOVE 'N' TO WS-POP-VALID
    MOVE ZERO TO WS-POPULATION
    MOVE WS-CURRENT-DATE TO PU-SUBMITTED-DATE
    MOVE WS-CURRENT-TIME(1:6) TO PU-SUBMITTED-TIME
    MOVE WS-OPERATOR-ID TO PU-OPERATOR-ID
    MOVE 'Y' TO V1T-QUEUED-FLAG(WS-V1-NEXT-ROW)
    *> Blank status keeps the country's current lifecycle when
    *> COUNTRY-APPLY lands this row.
    MOVE SPACE TO PU-STATUS-FLAG
    MOVE SPACES TO PU-SUCCESSOR-CODE
    MOVE SPACES TO PU-EFFECTIVE-DATE
    *> A feed row has no submitting operator for a second person to
    *> check - it queues pre-approved under the VENDLOAD id, and
    *> COUNTRY-SUSP still screens the values it lands.
    SET PU-IS-APPROVED TO TRUE
    MOVE WS-OPERATOR-ID TO PU-APPROVER-ID
    MOVE PU-SUBMITTED-DATE TO PU-DECIDED-DATE
    MOVE PU-SUBMITTED-TIME TO PU-DECIDED-TIME
    WRITE PENDING-UPDATE-RECORD
    ADD 1 TO WS-ACCEPTED-COUNT.

CHECK-REFRESH-REQUESTS.
    *> No pop-refresh.ctl simply means nothing has been asked for.
    OPEN INPUT REFRESH-CONTROL
    IF WS-RFRQ-OK
        PERFORM UNTIL WS-RFRQ-EOF
            READ REFRESH-CONTROL
                AT END
                    SET WS-RFRQ-EOF TO TRUE
                NOT AT END
                    IF WS-REQUEST-COUNT < WS-MAX-REQUESTS
                        ADD 1 TO WS-REQUEST-COUNT
                        MOVE REFRESH-CONTROL-RECORD
                            TO WS-REQUEST-ENTRY(WS-REQUEST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFRESH-CONTROL
        IF WS-REQUEST-COUNT > 0
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE 'REFRESH REQUESTS FROM POP-STALE (pop-refresh.ctl)'
                TO RPT-LINE
            WRITE RPT-LINE
            MOVE WS-REFRESH-HEADING TO RPT-LINE
            WRITE RPT-LINE
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                    UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
                PERFORM MARK-ONE-REQUEST
            END-PERFORM
            OPEN OUTPUT REFRESH-CONTROL
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                    UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
                MOVE WS-REQUEST-ENTRY(WS-RQ-IDX)
                    TO REFRESH-CONTROL-RECORD
                WRITE REFRESH-CONTROL-RECORD
            END-PERFORM
            CLOSE REFRESH-CONTROL
        END-IF
    END-IF.

MARK-ONE-REQUEST.
    *> A request already answered by an earlier load stays as it
    *> was until POP-STALE next decides whether it is still stale.
    MOVE WS-REQUEST-ENTRY(WS-RQ-IDX) TO REFRESH-CONTROL-RECORD
    IF NOT RQ-IS-BACK
        MOVE 'N' TO RQ-V1-BACK-FLAG
        MOVE 'N' TO RQ-V2-BACK-FLAG
        MOVE 'N' TO RQ-QUEUED-FLAG
        PERFORM VARYING WS-V1-IDX FROM 1 BY 1
                UNTIL WS-V1-IDX > WS-V1-ROW-COUNT
                   OR RQ-V1-BACK-FLAG = 'Y'
            IF V1T-CODE(WS-V1-IDX) = RQ-CODE
                MOVE 'Y' TO RQ-V1-BACK-FLAG
                MOVE V1T-QUEUED-FLAG(WS-V1-IDX) TO RQ-QUEUED-FLAG
            END-IF
        END-PERFORM
        PERFORM VARYING WS-V2-IDX FROM 1 BY 1
                UNTIL WS-V2-IDX > WS-V2-ROW-COUNT
                   OR RQ-V2-BACK-FLAG = 'Y'
            IF V2T-CODE(WS-V2-IDX) = RQ-CODE
                MOVE 'Y' TO RQ-V2-BACK-FLAG
            END-IF
        END-PERFORM
        MOVE RQ-CODE TO RF-CODE
        MOVE RQ-REQUEST-DATE TO RF-REQUEST-DATE
        MOVE RQ-FIRST-REQUEST-DATE TO RF-FIRST-REQUEST-DATE
        MOVE RQ-V1-BACK-FLAG TO RF-V1-BACK
        MOVE RQ-V2-BACK-FLAG TO RF-V2-BACK
        IF RQ-V1-BACK-FLAG = 'Y' OR RQ-V2-BACK-FLAG = 'Y'
            SET RQ-IS-BACK TO TRUE
            ADD 1 TO WS-REQUEST-BACK-COUNT
            IF RQ-WAS-QUEUED
                MOVE 'CAME BACK - QUEUED' TO RF-RESULT
            ELSE
                MOVE 'CAME BACK - NOT QUEUED' TO RF-RESULT
            END-IF
        ELSE
            SET RQ-IS-MISSING TO TRUE
            ADD 1 TO WS-REQUEST-MISSING-COUNT
            MOVE 'STILL MISSING' TO RF-RESULT
        END-IF
        MOVE WS-CURRENT-DATE TO RQ-CHECKED-DATE
        MOVE WS-REFRESH-LINE TO RPT-LINE
        WRITE RPT-LINE
        MOVE REFRESH-CONTROL-RECORD TO WS-REQUEST-ENTRY(WS-RQ-IDX)
    END-IF.

WRITE-REJECT.
    MOVE WS-FEED-ID TO REJ-FEED-ID
    MOVE WS-FEED-LINE TO REJ-FEED-LINE
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    STRING 'VENDOR 1 CODES: ' WS-FEED1-SCHEME
           '  VENDOR 2 CODES: ' WS-FEED2-SCHEME
           '  (BLANK = OWN CODE)'
        DELIMITED BY SIZE INTO RPT-LINE
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-RECON-HEADING TO RPT-LINE
    WRITE RPT-LINE.
    MOVE 'FEED ROWS REJECTED          :' TO RPT-COUNT-LABEL
    MOVE WS-REJECTED-COUNT TO RPT-COUNT-VALUE
    MOVE WS-RPT-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    MOVE '  OF WHICH UNMAPPED (NOXREF):' TO RPT-COUNT-LABEL
    MOVE WS-NOXREF-COUNT TO RPT-COUNT-VALUE
    MOVE WS-RPT-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    IF WS-REQUEST-BACK-COUNT > 0 OR WS-REQUEST-MISSING-COUNT > 0
        MOVE 'REFRESH REQUESTS CAME BACK  :' TO RPT-COUNT-LABEL
        MOVE WS-REQUEST-BACK-COUNT TO RPT-COUNT-VALUE
        MOVE WS-RPT-COUNT-LINE TO RPT-LINE
        WRITE RPT-LINE
        MOVE 'REFRESH REQUESTS STILL OUT  :' TO RPT-COUNT-LABEL
        MOVE WS-REQUEST-MISSING-COUNT TO RPT-COUNT-VALUE
        MOVE WS-RPT-COUNT-LINE TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

CLOSE-FILES.
    CLOSE VENDOR-FEED
