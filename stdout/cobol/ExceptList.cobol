IDENTIFICATION DIVISION.
PROGRAM-ID. EXCEPT-LIST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WORKLIST-REPORT ASSIGN TO "exception-worklist.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT WORKLIST-FILE ASSIGN USING WS-WORKLIST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKLIST-STATUS.

    SELECT SOURCE-REPORT ASSIGN USING WS-SOURCE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.

    SELECT SUSPAGE-PARM ASSIGN TO "suspage.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

COPY SUSPSEL.

COPY AUDITSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
FD  WORKLIST-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

*> The open items of the last worklist, carried to the next run so
*> each item can be judged new, still open or cleared. An 'H' row
*> leads, dated with the business date the list was built for.
FD  WORKLIST-FILE
    RECORD CONTAINS 46 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  WORKLIST-RECORD.
    05  EW-RECORD-TYPE          PIC X(1).
        88  EW-IS-HEADER            VALUE 'H'.
        88  EW-IS-DETAIL            VALUE 'D'.
    05  EW-LIST-DATE            PIC X(8).
    05  EW-SOURCE               PIC X(8).
    05  EW-ITEM-CODE            PIC X(8).
    05  EW-EXCEPTION-TYPE       PIC X(12).
    05  EW-FIRST-SEEN           PIC X(8).
    05  EW-SEVERITY             PIC X(1).

*> Every printed source is read as a plain 132-byte image; the
*> 80-byte exception and reject files simply arrive space-padded.
FD  SOURCE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SOURCE-LINE                 PIC X(132).

FD  SUSPAGE-PARM
    RECORD CONTAINS 9 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SUSPAGE-PARM-RECORD.
    05  AP-WARN-DAYS            PIC 9(3).
    05  FILLER                  PIC X(1).
    05  AP-MAX-DAYS             PIC 9(3).
    05  FILLER                  PIC X(1).
    05  AP-DISPOSITION          PIC X(1).

COPY SUSPFD.

COPY AUDITFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-WORKLIST-FILE-NAME       PIC X(30) VALUE SPACES.
01  WS-WORKLIST-STATUS          PIC XX.
    88  WS-WORKLIST-OK              VALUE '00'.
    88  WS-WORKLIST-EOF             VALUE '10'.
01  WS-SOURCE-FILE-NAME         PIC X(30) VALUE SPACES.
01  WS-SOURCE-STATUS            PIC XX.
    88  WS-SOURCE-OK                VALUE '00'.
    88  WS-SOURCE-EOF               VALUE '10'.
01  WS-PARM-STATUS              PIC XX.
    88  WS-PARM-OK                  VALUE '00'.
01  WS-SUSP-STATUS              PIC XX.
    88  WS-SUSP-OK                  VALUE '00'.
    88  WS-SUSP-EOF                 VALUE '10'.
    88  WS-SUSP-NOT-FOUND           VALUE '35'.

*> Same default SUSP-AGE escalates on when suspage.parm is absent.
01  WS-WARN-DAYS                PIC 9(3) VALUE 7.

*> Where each exception comes from. SUSP and SUSPAGE both read
*> country-susp.dat - the file the held report and the escalation
*> page are printed from - so a held row's days open are exact.
01  WS-SOURCE-DEFINITIONS.
    05  FILLER  PIC X(38) VALUE 'EDIT    country-edit.exc'.
    05  FILLER  PIC X(38) VALUE 'SUSP    country-susp.dat'.
    05  FILLER  PIC X(38) VALUE 'SUSPAGE country-susp.dat'.
    05  FILLER  PIC X(38) VALUE 'VENDRECNvendor-recon.rpt'.
    05  FILLER  PIC X(38) VALUE 'VENDREJ vendor-pop.rej'.
    05  FILLER  PIC X(38) VALUE 'ACK     country-ack.rpt'.
    05  FILLER  PIC X(38) VALUE 'BAL     country-bal.rpt'.
01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-DEFINITIONS.
    05  WS-SOURCE-ENTRY OCCURS 7 TIMES.
        10  WS-SOURCE-NAME         PIC X(8).
        10  WS-SOURCE-FILE         PIC X(30).
01  WS-SOURCE-COUNT                PIC 9(2) VALUE 7.
01  WS-SOURCE-RESULTS.
    05  WS-SOURCE-RESULT OCCURS 7 TIMES.
        10  SR-AVAILABLE-FLAG      PIC X(1).
            88  SR-IS-AVAILABLE        VALUE 'Y'.
        10  SR-ITEM-COUNT          PIC 9(5).
01  WS-SOURCE-IDX                  PIC 9(2) VALUE ZERO.
01  WS-EDIT-SOURCE                 PIC 9(2) VALUE 1.
01  WS-SUSP-SOURCE                 PIC 9(2) VALUE 2.
01  WS-SUSPAGE-SOURCE              PIC 9(2) VALUE 3.
01  WS-VENDRECN-SOURCE             PIC 9(2) VALUE 4.
01  WS-VENDREJ-SOURCE              PIC 9(2) VALUE 5.
01  WS-ACK-SOURCE                  PIC 9(2) VALUE 6.
01  WS-BAL-SOURCE                  PIC 9(2) VALUE 7.
01  WS-CURRENT-SOURCE              PIC 9(2) VALUE ZERO.

*> Severity (1 HIGH, 2 MEDIUM, 3 LOW) and the action needed, by
*> source and exception type. A blank type is the source's default
*> for any exception not listed above it.
01  WS-ACTION-DEFINITIONS.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'NO REGION'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'FIX REGION ON COUNTRY-MAINT OR ADD IT ON REGION-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'INACT REGION'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'MOVE COUNTRY OFF THE RETIRED REGION ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'DUPLICATE'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'DELETE THE DUPLICATE ROW ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'MALFORMED'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'CORRECT THE MALFORMED ROW ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'NO XREF'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'ADD THE SUBSCRIBER CODE MAPPING ON XREF-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE 'XREF WARNING'.
    05  FILLER  PIC X(1)  VALUE '3'.
    05  FILLER  PIC X(55)
        VALUE 'ADD THE VENDOR CODE MAPPING ON XREF-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'EDIT'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'CORRECT STATUS OR SUCCESSOR ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'SUSP'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'RELEASE OR REJECT THE HELD ROW ON SUSP-REVW'.
    05  FILLER  PIC X(8)  VALUE 'SUSPAGE'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'PAST WARNING AGE - SUPERVISOR TO DECIDE ON SUSP-REVW'.
    05  FILLER  PIC X(8)  VALUE 'VENDRECN'.
    05  FILLER  PIC X(12) VALUE 'TOLERANCE'.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'RULE ON THE VENDOR FIGURES AND KEY IT ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'VENDRECN'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '3'.
    05  FILLER  PIC X(55)
        VALUE 'CONFIRM VENDOR COVERAGE FOR THE COUNTRY'.
    05  FILLER  PIC X(8)  VALUE 'VENDREJ'.
    05  FILLER  PIC X(12) VALUE 'NOXREF'.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'ADD THE VENDOR CODE MAPPING ON XREF-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'VENDREJ'.
    05  FILLER  PIC X(12) VALUE 'NOTONASS'.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'ADD THE COUNTRY OR HAVE THE VENDOR CORRECT THE CODE'.
    05  FILLER  PIC X(8)  VALUE 'VENDREJ'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '3'.
    05  FILLER  PIC X(55)
        VALUE 'RETURN THE ROW TO THE VENDOR FOR CORRECTION'.
    05  FILLER  PIC X(8)  VALUE 'ACK'.
    05  FILLER  PIC X(12) VALUE 'NOT REQUEUED'.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'REJECTED AND NOT REQUEUED - RESUBMIT ON COUNTRY-MAINT'.
    05  FILLER  PIC X(8)  VALUE 'ACK'.
    05  FILLER  PIC X(12) VALUE 'REJECTED'.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'CORRECT THE REQUEUED ROW BEFORE THE NEXT COUNTRY-APPLY'.
    05  FILLER  PIC X(8)  VALUE 'ACK'.
    05  FILLER  PIC X(12) VALUE 'UNACKED'.
    05  FILLER  PIC X(1)  VALUE '2'.
    05  FILLER  PIC X(55)
        VALUE 'CHASE BILLING FOR A DISPOSITION'.
    05  FILLER  PIC X(8)  VALUE 'ACK'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '3'.
    05  FILLER  PIC X(55)
        VALUE 'CHECK billing-ack.dat AGAINST THE CYCLE SENT'.
    05  FILLER  PIC X(8)  VALUE 'BAL'.
    05  FILLER  PIC X(12) VALUE SPACES.
    05  FILLER  PIC X(1)  VALUE '1'.
    05  FILLER  PIC X(55)
        VALUE 'FEED HELD - RERUN XTR AND BAL (SEE restart-plan.rpt)'.
01  WS-ACTION-TABLE REDEFINES WS-ACTION-DEFINITIONS.
    05  WS-ACTION-ENTRY OCCURS 19 TIMES.
        10  AT-SOURCE              PIC X(8).
        10  AT-TYPE                PIC X(12).
        10  AT-SEVERITY            PIC X(1).
        10  AT-ACTION              PIC X(55).
01  WS-ACTION-COUNT                PIC 9(2) VALUE 19.
01  WS-ACTION-IDX                  PIC 9(2) VALUE ZERO.

*> Today's open items, kept in worklist order: severity first,
*> then longest open, so the oldest high-severity item leads.
01  WS-MAX-ITEMS                   PIC 9(5) VALUE 9999.
01  WS-ITEM-COUNT                  PIC 9(5) VALUE ZERO.
01  WS-ITEM-TABLE.
    05  WS-ITEM-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-IT-IDX.
        10  IT-SEVERITY            PIC X(1).
        10  IT-DAYS-OPEN           PIC 9(5).
        10  IT-SOURCE              PIC X(8).
        10  IT-CODE                PIC X(8).
        10  IT-TYPE                PIC X(12).
        10  IT-STATUS              PIC X(1).
            88  IT-IS-NEW              VALUE 'N'.
            88  IT-IS-STILL-OPEN       VALUE 'S'.
            88  IT-IS-UNCHECKED        VALUE 'U'.
        10  IT-FIRST-SEEN          PIC X(8).
        10  IT-ACTION              PIC X(55).
01  WS-ITEM-OVERFLOW               PIC 9(5) VALUE ZERO.
01  WS-INSERT-IDX                  PIC 9(5) VALUE ZERO.
01  WS-SHIFT-IDX                   PIC 9(5) VALUE ZERO.
01  WS-ITEM-IDX                    PIC 9(5) VALUE ZERO.

*> The item being added.
01  WS-NEW-ITEM.
    05  WS-NEW-SEVERITY            PIC X(1).
    05  WS-NEW-DAYS-OPEN           PIC 9(5).
    05  WS-NEW-SOURCE              PIC X(8).
    05  WS-NEW-CODE                PIC X(8).
    05  WS-NEW-TYPE                PIC X(12).
    05  WS-NEW-STATUS              PIC X(1).
    05  WS-NEW-FIRST-SEEN          PIC X(8).
    05  WS-NEW-ACTION              PIC X(55).
01  WS-LOOKUP-TYPE                 PIC X(12) VALUE SPACES.
01  WS-OPENED-DATE                 PIC X(8) VALUE SPACES.
01  WS-DUPLICATE-ITEM              PIC X(1) VALUE 'N'.
    88  WS-IS-DUPLICATE-ITEM           VALUE 'Y'.

*> The last worklist's items.
01  WS-MAX-LAST-ITEMS              PIC 9(5) VALUE 9999.
01  WS-LAST-COUNT                  PIC 9(5) VALUE ZERO.
01  WS-LAST-TABLE.
    05  WS-LAST-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-LW-IDX.
        10  LW-SOURCE              PIC X(8).
        10  LW-CODE                PIC X(8).
        10  LW-TYPE                PIC X(12).
        10  LW-FIRST-SEEN          PIC X(8).
        10  LW-SEVERITY            PIC X(1).
        10  LW-MATCHED-FLAG        PIC X(1).
            88  LW-IS-MATCHED          VALUE 'Y'.
01  WS-LAST-LIST-DATE              PIC X(8) VALUE SPACES.
01  WS-RERUN-FLAG                  PIC X(1) VALUE 'N'.
    88  WS-IS-RERUN                    VALUE 'Y'.
01  WS-LAST-FOUND                  PIC X(1) VALUE 'N'.
    88  WS-LAST-IS-FOUND               VALUE 'Y'.
*> SUSP and SUSPAGE are one family: a held row that passes its
*> warning age is the same item, escalated - not a new one.
01  WS-NEW-FAMILY                  PIC X(8) VALUE SPACES.
01  WS-LAST-FAMILY                 PIC X(8) VALUE SPACES.

*> Fields picked out of the printed sources.
01  WS-PARSE-CODE                  PIC X(10) VALUE SPACES.
01  WS-PARSE-TEXT                  PIC X(20) VALUE SPACES.
01  WS-BAL-SUB-ID                  PIC X(8) VALUE SPACES.

01  WS-BUSINESS-DATE-NUM           PIC 9(8) VALUE ZERO.
01  WS-BUSINESS-INT                PIC 9(8) VALUE ZERO.
01  WS-DATE-NUM                    PIC 9(8) VALUE ZERO.
01  WS-DAYS-WORK                   PIC S9(8) VALUE ZERO.

01  WS-HIGH-COUNT                  PIC 9(9) VALUE ZERO.
01  WS-MEDIUM-COUNT                PIC 9(9) VALUE ZERO.
01  WS-LOW-COUNT                   PIC 9(9) VALUE ZERO.
01  WS-NEW-COUNT                   PIC 9(9) VALUE ZERO.
01  WS-STILL-OPEN-COUNT            PIC 9(9) VALUE ZERO.
01  WS-UNCHECKED-COUNT             PIC 9(9) VALUE ZERO.
01  WS-CLEARED-COUNT               PIC 9(9) VALUE ZERO.

01  WS-LINES-ON-PAGE               PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER                 PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE              PIC 9(4) VALUE 60.
01  WS-SAVE-LINE                   PIC X(132) VALUE SPACES.

01  WS-CURRENT-TIME.
    05  WS-CURRENT-HH              PIC 9(2).
    05  WS-CURRENT-MN              PIC 9(2).
    05  WS-CURRENT-SS              PIC 9(2).
    05  FILLER                     PIC 9(2).

01  WS-REPORT-DATE                 PIC X(10).
01  WS-REPORT-TIME                 PIC X(8).

01  WS-HEADING-1.
    05  FILLER                  PIC X(30)
        VALUE 'MORNING EXCEPTION WORKLIST'.
    05  FILLER                  PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER          PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
    05  H2-REPORT-DATE          PIC X(10).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
    05  H2-REPORT-TIME          PIC X(8).

01  WS-ITEM-CAPTION.
    05  FILLER                  PIC X(10) VALUE 'SEVERITY'.
    05  FILLER                  PIC X(10) VALUE 'CODE'.
    05  FILLER                  PIC X(10) VALUE 'SOURCE'.
    05  FILLER                  PIC X(14) VALUE 'EXCEPTION'.
    05  FILLER                  PIC X(14) VALUE 'STATUS'.
    05  FILLER                  PIC X(9)  VALUE 'DAYS OPEN'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(55) VALUE 'ACTION'.

01  WS-ITEM-LINE.
    05  WL-SEVERITY             PIC X(10).
    05  WL-CODE                 PIC X(10).
    05  WL-SOURCE               PIC X(10).
    05  WL-TYPE                 PIC X(14).
    05  WL-STATUS               PIC X(14).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  WL-DAYS-OPEN            PIC ZZZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  WL-ACTION               PIC X(55).

01  WS-RPT-COUNT-LINE.
    05  RPT-COUNT-LABEL         PIC X(30).
    05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'EXCPLIST'.
01  WS-AUDIT-TIME                PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BUSINESS-DATE
    PERFORM READ-AGING-PARM
    PERFORM LOAD-LAST-WORKLIST
    PERFORM COLLECT-EDIT-EXCEPTIONS
    PERFORM COLLECT-SUSPENSE-HOLDS
    PERFORM COLLECT-VENDOR-RECON
    PERFORM COLLECT-VENDOR-REJECTS
    PERFORM COLLECT-ACK-EXCEPTIONS
    PERFORM COLLECT-BALANCING-FAILURES
    PERFORM CARRY-UNCHECKED-ITEMS
    PERFORM COUNT-WORKLIST-ITEMS
    PERFORM WRITE-WORKLIST-REPORT
    PERFORM SAVE-WORKLIST
    DISPLAY 'EXCEPT-LIST: BUSINESS DATE   : ' WS-BUSINESS-DATE
    DISPLAY 'EXCEPT-LIST: OPEN ITEMS      : ' WS-ITEM-COUNT
    DISPLAY 'EXCEPT-LIST:   HIGH SEVERITY : ' WS-HIGH-COUNT
    DISPLAY 'EXCEPT-LIST:   NEW TODAY     : ' WS-NEW-COUNT
    DISPLAY 'EXCEPT-LIST: CLEARED         : ' WS-CLEARED-COUNT
    IF WS-ITEM-OVERFLOW > ZERO
        DISPLAY 'EXCEPT-LIST: WORKLIST FULL - ' WS-ITEM-OVERFLOW
            ' ITEM(S) NOT LISTED'
    END-IF
    *> High-severity items flag the step; it runs COND=EVEN after
    *> every other step, so nothing downstream tests this code.
    IF WS-HIGH-COUNT > ZERO OR WS-ITEM-OVERFLOW > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF
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
        DISPLAY 'EXCEPT-LIST: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF
    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
    COMPUTE WS-BUSINESS-INT =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).

READ-AGING-PARM.
    OPEN INPUT SUSPAGE-PARM
    IF WS-PARM-OK
        READ SUSPAGE-PARM
            AT END
                CONTINUE
            NOT AT END
                IF AP-WARN-DAYS NUMERIC AND AP-WARN-DAYS > ZERO
                    MOVE AP-WARN-DAYS TO WS-WARN-DAYS
                END-IF
        END-READ
        CLOSE SUSPAGE-PARM
    END-IF.

LOAD-LAST-WORKLIST.
    *> A rerun for the same business date must still compare with
    *> the list before it, so the list being replaced is kept as
    *> exception-worklist.prev and a rerun reads that instead.
    MOVE 'exception-worklist.dat' TO WS-WORKLIST-FILE-NAME
    PERFORM READ-WORKLIST-FILE
    IF WS-LAST-LIST-DATE = WS-BUSINESS-DATE
        SET WS-IS-RERUN TO TRUE
        MOVE 'exception-worklist.prev' TO WS-WORKLIST-FILE-NAME
        PERFORM READ-WORKLIST-FILE
    END-IF.

READ-WORKLIST-FILE.
    MOVE ZERO TO WS-LAST-COUNT
    MOVE SPACES TO WS-LAST-LIST-DATE
    OPEN INPUT WORKLIST-FILE
    IF WS-WORKLIST-OK
        PERFORM UNTIL WS-WORKLIST-EOF
            READ WORKLIST-FILE
                AT END
                    SET WS-WORKLIST-EOF TO TRUE
                NOT AT END
                    IF EW-IS-HEADER
                        MOVE EW-LIST-DATE TO WS-LAST-LIST-DATE
                    ELSE
                        PERFORM STORE-LAST-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WORKLIST-FILE
    END-IF.

STORE-LAST-ITEM.
    IF WS-LAST-COUNT < WS-MAX-LAST-ITEMS
        ADD 1 TO WS-LAST-COUNT
        MOVE EW-SOURCE TO LW-SOURCE(WS-LAST-COUNT)
        MOVE EW-ITEM-CODE TO LW-CODE(WS-LAST-COUNT)
        MOVE EW-EXCEPTION-TYPE TO LW-TYPE(WS-LAST-COUNT)
        MOVE EW-FIRST-SEEN TO LW-FIRST-SEEN(WS-LAST-COUNT)
        MOVE EW-SEVERITY TO LW-SEVERITY(WS-LAST-COUNT)
        MOVE 'N' TO LW-MATCHED-FLAG(WS-LAST-COUNT)
    END-IF.

OPEN-SOURCE-REPORT.
    MOVE WS-SOURCE-FILE(WS-CURRENT-SOURCE) TO WS-SOURCE-FILE-NAME
    MOVE ZERO TO SR-ITEM-COUNT(WS-CURRENT-SOURCE)
    OPEN INPUT SOURCE-REPORT
    IF WS-SOURCE-OK
        MOVE 'Y' TO SR-AVAILABLE-FLAG(WS-CURRENT-SOURCE)
    ELSE
        MOVE 'N' TO SR-AVAILABLE-FLAG(WS-CURRENT-SOURCE)
    END-IF.

COLLECT-EDIT-EXCEPTIONS.
    *> country-edit.exc: type in columns 1-12, record number, then
    *> the country code in columns 26-28. No headings.
    MOVE WS-EDIT-SOURCE TO WS-CURRENT-SOURCE
    PERFORM OPEN-SOURCE-REPORT
    IF SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
        PERFORM UNTIL WS-SOURCE-EOF
            READ SOURCE-REPORT
                AT END
                    SET WS-SOURCE-EOF TO TRUE
                NOT AT END
                    IF SOURCE-LINE(1:12) NOT = SPACES
                        MOVE SOURCE-LINE(26:3) TO WS-NEW-CODE
                        MOVE SOURCE-LINE(1:12) TO WS-NEW-TYPE
                        MOVE SOURCE-LINE(1:12) TO WS-LOOKUP-TYPE
                        MOVE SPACES TO WS-OPENED-DATE
                        PERFORM ADD-WORK-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REPORT
    END-IF.

COLLECT-SUSPENSE-HOLDS.
    *> Every row still in hold is open. Past the suspage.parm
    *> warning age it is the SUSP-AGE escalation instead, and its
    *> days open run from the day it was held.
    MOVE 'Y' TO SR-AVAILABLE-FLAG(WS-SUSP-SOURCE)
    MOVE 'Y' TO SR-AVAILABLE-FLAG(WS-SUSPAGE-SOURCE)
    MOVE ZERO TO SR-ITEM-COUNT(WS-SUSP-SOURCE)
    MOVE ZERO TO SR-ITEM-COUNT(WS-SUSPAGE-SOURCE)
    OPEN INPUT SUSPENSE-FILE
    EVALUATE TRUE
        WHEN WS-SUSP-OK
            MOVE LOW-VALUES TO SUSP-CODE
            START SUSPENSE-FILE KEY NOT < SUSP-CODE
                INVALID KEY
                    MOVE '10' TO WS-SUSP-STATUS
            END-START
            PERFORM UNTIL WS-SUSP-EOF
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        SET WS-SUSP-EOF TO TRUE
                    NOT AT END
                        IF SUSP-IS-HELD
                            PERFORM ADD-SUSPENSE-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE
        WHEN WS-SUSP-NOT-FOUND
            *> Nothing has ever been held.
            CONTINUE
        WHEN OTHER
            MOVE 'N' TO SR-AVAILABLE-FLAG(WS-SUSP-SOURCE)
            MOVE 'N' TO SR-AVAILABLE-FLAG(WS-SUSPAGE-SOURCE)
    END-EVALUATE.

ADD-SUSPENSE-ITEM.
    MOVE SUSP-HELD-DATE TO WS-OPENED-DATE
    PERFORM COMPUTE-DAYS-OPEN
    IF WS-NEW-DAYS-OPEN > WS-WARN-DAYS
        MOVE WS-SUSPAGE-SOURCE TO WS-CURRENT-SOURCE
    ELSE
        MOVE WS-SUSP-SOURCE TO WS-CURRENT-SOURCE
    END-IF
    MOVE SUSP-CODE TO WS-NEW-CODE
    MOVE SUSP-REASON TO WS-NEW-TYPE
    MOVE SPACES TO WS-LOOKUP-TYPE
    PERFORM ADD-WORK-ITEM.

COLLECT-VENDOR-RECON.
    *> vendor-recon.rpt: code in columns 1-3 and the ruling from
    *> column 57. Only rows VENDOR-LOAD did not queue are open.
    MOVE WS-VENDRECN-SOURCE TO WS-CURRENT-SOURCE
    PERFORM OPEN-SOURCE-REPORT
    IF SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
        PERFORM UNTIL WS-SOURCE-EOF
            READ SOURCE-REPORT
                AT END
                    SET WS-SOURCE-EOF TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-NEW-TYPE
                    EVALUATE TRUE
                        WHEN SOURCE-LINE(57:16) = 'BEYOND TOLERANCE'
                            MOVE 'TOLERANCE' TO WS-NEW-TYPE
                        WHEN SOURCE-LINE(57:13) = 'VENDOR 1 ONLY'
                            MOVE 'V1 ONLY' TO WS-NEW-TYPE
                        WHEN SOURCE-LINE(57:13) = 'VENDOR 2 ONLY'
                            MOVE 'V2 ONLY' TO WS-NEW-TYPE
                    END-EVALUATE
                    IF WS-NEW-TYPE NOT = SPACES
                        MOVE SOURCE-LINE(1:3) TO WS-NEW-CODE
                        MOVE WS-NEW-TYPE TO WS-LOOKUP-TYPE
                        MOVE SPACES TO WS-OPENED-DATE
                        PERFORM ADD-WORK-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REPORT
    END-IF.

COLLECT-VENDOR-REJECTS.
    *> vendor-pop.rej: feed id in columns 1-2, reason in 4-11 and
    *> the rejected feed line from column 13. The code is the
    *> vendor's own, as delivered, up to the first comma.
    MOVE WS-VENDREJ-SOURCE TO WS-CURRENT-SOURCE
    PERFORM OPEN-SOURCE-REPORT
    IF SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
        PERFORM UNTIL WS-SOURCE-EOF
            READ SOURCE-REPORT
                AT END
                    SET WS-SOURCE-EOF TO TRUE
                NOT AT END
                    IF SOURCE-LINE(4:8) NOT = SPACES
                        MOVE SPACES TO WS-PARSE-CODE
                        UNSTRING SOURCE-LINE(13:60) DELIMITED BY ','
                            INTO WS-PARSE-CODE
                        END-UNSTRING
                        IF WS-PARSE-CODE = SPACES
                            MOVE '*NONE*' TO WS-PARSE-CODE
                        END-IF
                        MOVE WS-PARSE-CODE TO WS-NEW-CODE
                        MOVE SPACES TO WS-NEW-TYPE
                        STRING SOURCE-LINE(4:8) DELIMITED BY SPACE
                               ' ' SOURCE-LINE(1:2)
                               DELIMITED BY SIZE
                            INTO WS-NEW-TYPE
                        MOVE SOURCE-LINE(4:8) TO WS-LOOKUP-TYPE
                        MOVE SPACES TO WS-OPENED-DATE
                        PERFORM ADD-WORK-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REPORT
    END-IF.

COLLECT-ACK-EXCEPTIONS.
    *> country-ack.rpt: code in columns 1-3, exception in 48-58
    *> and disposition from column 69. A rejection COUNTRY-ACK
    *> could not requeue is worse than one waiting on the queue.
    MOVE WS-ACK-SOURCE TO WS-CURRENT-SOURCE
    PERFORM OPEN-SOURCE-REPORT
    IF SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
        PERFORM UNTIL WS-SOURCE-EOF
            READ SOURCE-REPORT
                AT END
                    SET WS-SOURCE-EOF TO TRUE
                NOT AT END
                    MOVE SOURCE-LINE(48:11) TO WS-PARSE-TEXT
                    IF WS-PARSE-TEXT = 'WRONG DATE' OR 'REJECTED'
                            OR 'UNACKED' OR 'NOT SENT'
                        MOVE WS-PARSE-TEXT TO WS-NEW-TYPE
                        IF WS-PARSE-TEXT = 'REJECTED'
                                AND SOURCE-LINE(69:12) = 'NOT REQUEUED'
                            MOVE 'NOT REQUEUED' TO WS-NEW-TYPE
                        END-IF
                        MOVE SOURCE-LINE(1:3) TO WS-NEW-CODE
                        MOVE WS-NEW-TYPE TO WS-LOOKUP-TYPE
                        MOVE SPACES TO WS-OPENED-DATE
                        PERFORM ADD-WORK-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REPORT
    END-IF.

COLLECT-BALANCING-FAILURES.
    *> country-bal.rpt is by subscriber, not by country: each
    *> 'SUBSCRIBER: ' section ends in a VERDICT line, and a feed
    *> that did not balance is listed under its subscriber id.
    MOVE WS-BAL-SOURCE TO WS-CURRENT-SOURCE
    PERFORM OPEN-SOURCE-REPORT
    IF SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
        MOVE SPACES TO WS-BAL-SUB-ID
        PERFORM UNTIL WS-SOURCE-EOF
            READ SOURCE-REPORT
                AT END
                    SET WS-SOURCE-EOF TO TRUE
                NOT AT END
                    IF SOURCE-LINE(1:12) = 'SUBSCRIBER: '
                        MOVE SOURCE-LINE(13:8) TO WS-BAL-SUB-ID
                    END-IF
                    IF SOURCE-LINE(1:7) = 'VERDICT'
                            AND SOURCE-LINE(31:10) NOT = 'IN BALANCE'
                        MOVE SOURCE-LINE(31:20) TO WS-PARSE-TEXT
                        IF WS-PARSE-TEXT = 'OUT OF BALANCE'
                            MOVE 'OUT OF BAL' TO WS-NEW-TYPE
                        ELSE
                            MOVE WS-PARSE-TEXT TO WS-NEW-TYPE
                        END-IF
                        MOVE WS-BAL-SUB-ID TO WS-NEW-CODE
                        MOVE WS-NEW-TYPE TO WS-LOOKUP-TYPE
                        MOVE SPACES TO WS-OPENED-DATE
                        PERFORM ADD-WORK-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOURCE-REPORT
    END-IF.

ADD-WORK-ITEM.
    *> WS-CURRENT-SOURCE, WS-NEW-CODE, WS-NEW-TYPE and
    *> WS-LOOKUP-TYPE are set; WS-OPENED-DATE is the day the item
    *> opened when the source knows it, otherwise blank.
    MOVE WS-SOURCE-NAME(WS-CURRENT-SOURCE) TO WS-NEW-SOURCE
    MOVE 'N' TO WS-DUPLICATE-ITEM
    PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-ITEM-COUNT
               OR WS-IS-DUPLICATE-ITEM
        IF IT-SOURCE(WS-IT-IDX) = WS-NEW-SOURCE
                AND IT-CODE(WS-IT-IDX) = WS-NEW-CODE
                AND IT-TYPE(WS-IT-IDX) = WS-NEW-TYPE
            SET WS-IS-DUPLICATE-ITEM TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-IS-DUPLICATE-ITEM
        ADD 1 TO SR-ITEM-COUNT(WS-CURRENT-SOURCE)
        PERFORM FIND-ITEM-ACTION
        PERFORM MATCH-LAST-WORKLIST
        IF WS-LAST-IS-FOUND
            MOVE 'S' TO WS-NEW-STATUS
            IF WS-OPENED-DATE = SPACES
                MOVE LW-FIRST-SEEN(WS-LW-IDX) TO WS-OPENED-DATE
            END-IF
        ELSE
            MOVE 'N' TO WS-NEW-STATUS
            IF WS-OPENED-DATE = SPACES
                MOVE WS-BUSINESS-DATE TO WS-OPENED-DATE
            END-IF
        END-IF
        MOVE WS-OPENED-DATE TO WS-NEW-FIRST-SEEN
        PERFORM COMPUTE-DAYS-OPEN
        PERFORM INSERT-WORK-ITEM
    END-IF.

FIND-ITEM-ACTION.
    *> Exact type first, then the source's blank-type default.
    MOVE '3' TO WS-NEW-SEVERITY
    MOVE SPACES TO WS-NEW-ACTION
    MOVE ZERO TO WS-ACTION-IDX
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-ACTION-COUNT
               OR WS-ACTION-IDX NOT = ZERO
        IF AT-SOURCE(WS-SOURCE-IDX) = WS-NEW-SOURCE
                AND AT-TYPE(WS-SOURCE-IDX) = WS-LOOKUP-TYPE
            MOVE WS-SOURCE-IDX TO WS-ACTION-IDX
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-ACTION-COUNT
               OR WS-ACTION-IDX NOT = ZERO
        IF AT-SOURCE(WS-SOURCE-IDX) = WS-NEW-SOURCE
                AND AT-TYPE(WS-SOURCE-IDX) = SPACES
            MOVE WS-SOURCE-IDX TO WS-ACTION-IDX
        END-IF
    END-PERFORM
    IF WS-ACTION-IDX NOT = ZERO
        MOVE AT-SEVERITY(WS-ACTION-IDX) TO WS-NEW-SEVERITY
        MOVE AT-ACTION(WS-ACTION-IDX) TO WS-NEW-ACTION
    END-IF.

MATCH-LAST-WORKLIST.
    MOVE 'N' TO WS-LAST-FOUND
    MOVE WS-NEW-SOURCE TO WS-NEW-FAMILY
    IF WS-NEW-FAMILY = 'SUSPAGE'
        MOVE 'SUSP' TO WS-NEW-FAMILY
    END-IF
    PERFORM VARYING WS-LW-IDX FROM 1 BY 1
            UNTIL WS-LW-IDX > WS-LAST-COUNT
               OR WS-LAST-IS-FOUND
        MOVE LW-SOURCE(WS-LW-IDX) TO WS-LAST-FAMILY
        IF WS-LAST-FAMILY = 'SUSPAGE'
            MOVE 'SUSP' TO WS-LAST-FAMILY
        END-IF
        IF WS-LAST-FAMILY = WS-NEW-FAMILY
                AND LW-CODE(WS-LW-IDX) = WS-NEW-CODE
                AND LW-TYPE(WS-LW-IDX) = WS-NEW-TYPE
                AND NOT LW-IS-MATCHED(WS-LW-IDX)
            MOVE 'Y' TO LW-MATCHED-FLAG(WS-LW-IDX)
            SET WS-LAST-IS-FOUND TO TRUE
        END-IF
    END-PERFORM
    *> The loop has stepped one past the match.
    IF WS-LAST-IS-FOUND
        SET WS-LW-IDX DOWN BY 1
    END-IF.

COMPUTE-DAYS-OPEN.
    MOVE ZERO TO WS-NEW-DAYS-OPEN
    IF WS-OPENED-DATE NUMERIC
        MOVE WS-OPENED-DATE TO WS-DATE-NUM
        COMPUTE WS-DAYS-WORK = WS-BUSINESS-INT
            - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-DAYS-WORK > ZERO
            MOVE WS-DAYS-WORK TO WS-NEW-DAYS-OPEN
        END-IF
    END-IF.

INSERT-WORK-ITEM.
    *> Ordered insert, as VENDOR-LOAD builds its feed tables: the
    *> new item goes ahead of the first item of lower severity, or
    *> of the same severity but open fewer days.
    IF WS-ITEM-COUNT >= WS-MAX-ITEMS
        ADD 1 TO WS-ITEM-OVERFLOW
    ELSE
        MOVE ZERO TO WS-INSERT-IDX
        PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-INSERT-IDX NOT = ZERO
            IF IT-SEVERITY(WS-ITEM-IDX) > WS-NEW-SEVERITY
                MOVE WS-ITEM-IDX TO WS-INSERT-IDX
            ELSE
                IF IT-SEVERITY(WS-ITEM-IDX) = WS-NEW-SEVERITY
                        AND IT-DAYS-OPEN(WS-ITEM-IDX) < WS-NEW-DAYS-OPEN
                    MOVE WS-ITEM-IDX TO WS-INSERT-IDX
                END-IF
            END-IF
        END-PERFORM
        ADD 1 TO WS-ITEM-COUNT
        IF WS-INSERT-IDX = ZERO
            MOVE WS-ITEM-COUNT TO WS-INSERT-IDX
        ELSE
            PERFORM VARYING WS-SHIFT-IDX FROM WS-ITEM-COUNT BY -1
                    UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
                MOVE WS-ITEM-ENTRY(WS-SHIFT-IDX - 1)
                    TO WS-ITEM-ENTRY(WS-SHIFT-IDX)
            END-PERFORM
        END-IF
        MOVE WS-NEW-SEVERITY TO IT-SEVERITY(WS-INSERT-IDX)
        MOVE WS-NEW-DAYS-OPEN TO IT-DAYS-OPEN(WS-INSERT-IDX)
        MOVE WS-NEW-SOURCE TO IT-SOURCE(WS-INSERT-IDX)
        MOVE WS-NEW-CODE TO IT-CODE(WS-INSERT-IDX)
        MOVE WS-NEW-TYPE TO IT-TYPE(WS-INSERT-IDX)
        MOVE WS-NEW-STATUS TO IT-STATUS(WS-INSERT-IDX)
        MOVE WS-NEW-FIRST-SEEN TO IT-FIRST-SEEN(WS-INSERT-IDX)
        MOVE WS-NEW-ACTION TO IT-ACTION(WS-INSERT-IDX)
    END-IF.

CARRY-UNCHECKED-ITEMS.
    *> A source whose output is missing today proves nothing either
    *> way: its items from the last list stay open, unchecked,
    *> rather than being reported cleared.
    PERFORM VARYING WS-LW-IDX FROM 1 BY 1
            UNTIL WS-LW-IDX > WS-LAST-COUNT
        IF NOT LW-IS-MATCHED(WS-LW-IDX)
            PERFORM FIND-LAST-ITEM-SOURCE
            IF WS-CURRENT-SOURCE NOT = ZERO
                IF NOT SR-IS-AVAILABLE(WS-CURRENT-SOURCE)
                    MOVE 'Y' TO LW-MATCHED-FLAG(WS-LW-IDX)
                    MOVE LW-SEVERITY(WS-LW-IDX) TO WS-NEW-SEVERITY
                    MOVE LW-SOURCE(WS-LW-IDX) TO WS-NEW-SOURCE
                    MOVE LW-CODE(WS-LW-IDX) TO WS-NEW-CODE
                    MOVE LW-TYPE(WS-LW-IDX) TO WS-NEW-TYPE
                    MOVE 'U' TO WS-NEW-STATUS
                    MOVE LW-FIRST-SEEN(WS-LW-IDX) TO WS-NEW-FIRST-SEEN
                    MOVE LW-FIRST-SEEN(WS-LW-IDX) TO WS-OPENED-DATE
                    MOVE SPACES TO WS-NEW-ACTION
                    STRING 'NOT RECHECKED - ' DELIMITED BY SIZE
                           WS-SOURCE-FILE(WS-CURRENT-SOURCE)
                           DELIMITED BY SPACE
                           ' MISSING' DELIMITED BY SIZE
                        INTO WS-NEW-ACTION
                    PERFORM COMPUTE-DAYS-OPEN
                    PERFORM INSERT-WORK-ITEM
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-LAST-ITEM-SOURCE.
    MOVE ZERO TO WS-CURRENT-SOURCE
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
        IF WS-SOURCE-NAME(WS-SOURCE-IDX) = LW-SOURCE(WS-LW-IDX)
            MOVE WS-SOURCE-IDX TO WS-CURRENT-SOURCE
        END-IF
    END-PERFORM.

COUNT-WORKLIST-ITEMS.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        EVALUATE IT-SEVERITY(WS-ITEM-IDX)
            WHEN '1'
                ADD 1 TO WS-HIGH-COUNT
            WHEN '2'
                ADD 1 TO WS-MEDIUM-COUNT
            WHEN OTHER
                ADD 1 TO WS-LOW-COUNT
        END-EVALUATE
        EVALUATE TRUE
            WHEN IT-IS-NEW(WS-ITEM-IDX)
                ADD 1 TO WS-NEW-COUNT
            WHEN IT-IS-UNCHECKED(WS-ITEM-IDX)
                ADD 1 TO WS-UNCHECKED-COUNT
            WHEN OTHER
                ADD 1 TO WS-STILL-OPEN-COUNT
        END-EVALUATE
    END-PERFORM
    PERFORM VARYING WS-LW-IDX FROM 1 BY 1
            UNTIL WS-LW-IDX > WS-LAST-COUNT
        IF NOT LW-IS-MATCHED(WS-LW-IDX)
            ADD 1 TO WS-CLEARED-COUNT
        END-IF
    END-PERFORM.

WRITE-WORKLIST-REPORT.
    OPEN OUTPUT WORKLIST-REPORT
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-BUSINESS-DATE(1:4) '-' WS-BUSINESS-DATE(5:2) '-'
           WS-BUSINESS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-REPORT-DATE
    STRING WS-CURRENT-HH ':' WS-CURRENT-MN ':' WS-CURRENT-SS
        DELIMITED BY SIZE INTO WS-REPORT-TIME
    PERFORM WRITE-PAGE-HEADING
    MOVE SPACES TO RPT-LINE
    IF WS-LAST-LIST-DATE = SPACES
        STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               '   NO EARLIER WORKLIST - EVERY ITEM IS NEW'
            DELIMITED BY SIZE INTO RPT-LINE
    ELSE
        STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               '   COMPARED WITH THE WORKLIST FOR ' WS-LAST-LIST-DATE
            DELIMITED BY SIZE INTO RPT-LINE
    END-IF
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
        IF NOT SR-IS-AVAILABLE(WS-SOURCE-IDX)
            MOVE SPACES TO RPT-LINE
            STRING 'SOURCE NOT AVAILABLE: ' DELIMITED BY SIZE
                   WS-SOURCE-NAME(WS-SOURCE-IDX) DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   WS-SOURCE-FILE(WS-SOURCE-IDX) DELIMITED BY SPACE
                   ') - ITS OPEN ITEMS ARE CARRIED FORWARD UNCHECKED'
                   DELIMITED BY SIZE
                INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'OPEN ITEMS' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-ITEM-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        PERFORM WRITE-OPEN-ITEM-LINE
    END-PERFORM
    IF WS-ITEM-COUNT = ZERO
        MOVE '  NONE' TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'CLEARED SINCE THE LAST WORKLIST' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-ITEM-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-LW-IDX FROM 1 BY 1
            UNTIL WS-LW-IDX > WS-LAST-COUNT
        IF NOT LW-IS-MATCHED(WS-LW-IDX)
            PERFORM WRITE-CLEARED-ITEM-LINE
        END-IF
    END-PERFORM
    IF WS-CLEARED-COUNT = ZERO
        MOVE '  NONE' TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    PERFORM WRITE-REPORT-FOOTER
    CLOSE WORKLIST-REPORT.

WRITE-OPEN-ITEM-LINE.
    MOVE SPACES TO WS-ITEM-LINE
    MOVE IT-SEVERITY(WS-ITEM-IDX) TO WS-NEW-SEVERITY
    PERFORM DESCRIBE-SEVERITY
    MOVE IT-CODE(WS-ITEM-IDX) TO WL-CODE
    MOVE IT-SOURCE(WS-ITEM-IDX) TO WL-SOURCE
    MOVE IT-TYPE(WS-ITEM-IDX) TO WL-TYPE
    EVALUATE TRUE
        WHEN IT-IS-NEW(WS-ITEM-IDX)
            MOVE 'NEW' TO WL-STATUS
        WHEN IT-IS-UNCHECKED(WS-ITEM-IDX)
            MOVE 'NOT RECHECKED' TO WL-STATUS
        WHEN OTHER
            MOVE 'STILL OPEN' TO WL-STATUS
    END-EVALUATE
    MOVE IT-DAYS-OPEN(WS-ITEM-IDX) TO WL-DAYS-OPEN
    MOVE IT-ACTION(WS-ITEM-IDX) TO WL-ACTION
    MOVE WS-ITEM-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-CLEARED-ITEM-LINE.
    MOVE SPACES TO WS-ITEM-LINE
    MOVE LW-SEVERITY(WS-LW-IDX) TO WS-NEW-SEVERITY
    PERFORM DESCRIBE-SEVERITY
    MOVE LW-CODE(WS-LW-IDX) TO WL-CODE
    MOVE LW-SOURCE(WS-LW-IDX) TO WL-SOURCE
    MOVE LW-TYPE(WS-LW-IDX) TO WL-TYPE
    MOVE 'CLEARED' TO WL-STATUS
    MOVE LW-FIRST-SEEN(WS-LW-IDX) TO WS-OPENED-DATE
    PERFORM COMPUTE-DAYS-OPEN
    MOVE WS-NEW-DAYS-OPEN TO WL-DAYS-OPEN
    MOVE 'NONE - NO LONGER REPORTED BY ITS SOURCE' TO WL-ACTION
    MOVE WS-ITEM-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

DESCRIBE-SEVERITY.
    EVALUATE WS-NEW-SEVERITY
        WHEN '1'
            MOVE 'HIGH' TO WL-SEVERITY
        WHEN '2'
            MOVE 'MEDIUM' TO WL-SEVERITY
        WHEN OTHER
            MOVE 'LOW' TO WL-SEVERITY
    END-EVALUATE.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'OPEN ITEMS                  :' TO RPT-COUNT-LABEL
    MOVE WS-ITEM-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE '  HIGH                      :' TO RPT-COUNT-LABEL
    MOVE WS-HIGH-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE '  MEDIUM                    :' TO RPT-COUNT-LABEL
    MOVE WS-MEDIUM-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE '  LOW                       :' TO RPT-COUNT-LABEL
    MOVE WS-LOW-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'NEW SINCE THE LAST WORKLIST :' TO RPT-COUNT-LABEL
    MOVE WS-NEW-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'STILL OPEN                  :' TO RPT-COUNT-LABEL
    MOVE WS-STILL-OPEN-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'NOT RECHECKED               :' TO RPT-COUNT-LABEL
    MOVE WS-UNCHECKED-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'CLEARED                     :' TO RPT-COUNT-LABEL
    MOVE WS-CLEARED-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    IF WS-ITEM-OVERFLOW > ZERO
        MOVE 'NOT LISTED - WORKLIST FULL  :' TO RPT-COUNT-LABEL
        MOVE WS-ITEM-OVERFLOW TO RPT-COUNT-VALUE
        PERFORM WRITE-COUNT-LINE
    END-IF.

WRITE-COUNT-LINE.
    MOVE WS-RPT-COUNT-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
        MOVE RPT-LINE TO WS-SAVE-LINE
        PERFORM WRITE-PAGE-HEADING
        MOVE WS-SAVE-LINE TO RPT-LINE
    END-IF
    WRITE RPT-LINE
    ADD 1 TO WS-LINES-ON-PAGE.

WRITE-PAGE-HEADING.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE ZERO TO WS-LINES-ON-PAGE
    MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
    MOVE WS-REPORT-DATE TO H2-REPORT-DATE
    MOVE WS-REPORT-TIME TO H2-REPORT-TIME
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO RPT-LINE
        WRITE RPT-LINE
    END-IF
    MOVE WS-HEADING-1 TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-HEADING-2 TO RPT-LINE
    WRITE RPT-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE.

SAVE-WORKLIST.
    *> On the first run for a business date the list being replaced
    *> becomes exception-worklist.prev; a rerun leaves it alone.
    IF NOT WS-IS-RERUN AND WS-LAST-LIST-DATE NOT = SPACES
        MOVE 'exception-worklist.prev' TO WS-WORKLIST-FILE-NAME
        OPEN OUTPUT WORKLIST-FILE
        MOVE SPACES TO WORKLIST-RECORD
        MOVE 'H' TO EW-RECORD-TYPE
        MOVE WS-LAST-LIST-DATE TO EW-LIST-DATE
        WRITE WORKLIST-RECORD
        PERFORM VARYING WS-LW-IDX FROM 1 BY 1
                UNTIL WS-LW-IDX > WS-LAST-COUNT
            MOVE SPACES TO WORKLIST-RECORD
            MOVE 'D' TO EW-RECORD-TYPE
            MOVE WS-LAST-LIST-DATE TO EW-LIST-DATE
            MOVE LW-SOURCE(WS-LW-IDX) TO EW-SOURCE
            MOVE LW-CODE(WS-LW-IDX) TO EW-ITEM-CODE
            MOVE LW-TYPE(WS-LW-IDX) TO EW-EXCEPTION-TYPE
            MOVE LW-FIRST-SEEN(WS-LW-IDX) TO EW-FIRST-SEEN
            MOVE LW-SEVERITY(WS-LW-IDX) TO EW-SEVERITY
            WRITE WORKLIST-RECORD
        END-PERFORM
        CLOSE WORKLIST-FILE
    END-IF
    MOVE 'exception-worklist.dat' TO WS-WORKLIST-FILE-NAME
    OPEN OUTPUT WORKLIST-FILE
    MOVE SPACES TO WORKLIST-RECORD
    MOVE 'H' TO EW-RECORD-TYPE
    MOVE WS-BUSINESS-DATE TO EW-LIST-DATE
    WRITE WORKLIST-RECORD
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        MOVE SPACES TO WORKLIST-RECORD
        MOVE 'D' TO EW-RECORD-TYPE
        MOVE WS-BUSINESS-DATE TO EW-LIST-DATE
        MOVE IT-SOURCE(WS-ITEM-IDX) TO EW-SOURCE
        MOVE IT-CODE(WS-ITEM-IDX) TO EW-ITEM-CODE
        MOVE IT-TYPE(WS-ITEM-IDX) TO EW-EXCEPTION-TYPE
        MOVE IT-FIRST-SEEN(WS-ITEM-IDX) TO EW-FIRST-SEEN
        MOVE IT-SEVERITY(WS-ITEM-IDX) TO EW-SEVERITY
        WRITE WORKLIST-RECORD
    END-PERFORM
    CLOSE WORKLIST-FILE.

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
    MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE
    MOVE WS-AUDIT-TIME TO AUDIT-RUN-TIME
    MOVE WS-ITEM-COUNT TO AUDIT-RECORD-COUNT
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
