IDENTIFICATION DIVISION.
PROGRAM-ID. RESTART-PLAN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-REPORT ASSIGN TO "restart-plan.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RESTART-CARD ASSIGN TO "fuckjob.restart"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT COPY-FROM-FILE ASSIGN USING WS-COPY-FROM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-FROM-STATUS.

    SELECT COPY-TO-FILE ASSIGN USING WS-COPY-TO-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPY-TO-STATUS.

    SELECT RESTART-CTL ASSIGN TO "fuck.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTART-STATUS.

    SELECT XTR-PENDING ASSIGN TO "xtr-lastrun.pending"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

COPY SUBSCSEL.

COPY WJRNSEL.

COPY HISTSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
FD  PLAN-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

FD  RESTART-CARD
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RESTART-CARD-RECORD         PIC X(80).

*> Both sides of a copy-back (regions.txt / countries.txt against
*> the .applied or .screened file the IEBGENER step copies from)
*> are read as plain images; a 34-byte region row simply arrives
*> space-padded.
FD  COPY-FROM-FILE
    RECORD CONTAINS 68 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  COPY-FROM-RECORD.
    05  CF-CODE                 PIC X(3).
    05  FILLER                  PIC X(65).

FD  COPY-TO-FILE
    RECORD CONTAINS 68 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  COPY-TO-RECORD.
    05  CO-CODE                 PIC X(3).
    05  FILLER                  PIC X(65).

FD  RESTART-CTL
    RECORD CONTAINS 12 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RESTART-CTL-RECORD.
    05  RCTL-RECORD-COUNT       PIC 9(9).
    05  RCTL-LAST-CODE          PIC X(3).

FD  XTR-PENDING
    RECORD CONTAINS 16 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  XTR-PENDING-RECORD.
    05  XP-SUB-ID               PIC X(8).
    05  XP-EXTRACT-DATE         PIC X(8).

COPY SUBSCFD.

COPY WJRNFD.

COPY HISTFD.

COPY AUDITFD.

COPY CYCSFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-COPY-FROM-NAME           PIC X(30) VALUE SPACES.
01  WS-COPY-TO-NAME             PIC X(30) VALUE SPACES.
01  WS-COPY-FROM-STATUS         PIC XX.
    88  WS-COPY-FROM-OK             VALUE '00'.
    88  WS-COPY-FROM-EOF            VALUE '10'.
01  WS-COPY-TO-STATUS           PIC XX.
    88  WS-COPY-TO-OK               VALUE '00'.
    88  WS-COPY-TO-EOF              VALUE '10'.
01  WS-RESTART-STATUS           PIC XX.
    88  WS-RESTART-OK               VALUE '00'.
01  WS-PENDING-STATUS           PIC XX.
    88  WS-PENDING-OK               VALUE '00'.
    88  WS-PENDING-EOF              VALUE '10'.
01  WS-WJRN-STATUS              PIC XX.
    88  WS-WJRN-OK                  VALUE '00'.
    88  WS-WJRN-EOF                 VALUE '10'.
01  WS-SUBSCR-STATUS            PIC XX.
    88  WS-SUBSCR-OK                VALUE '00'.
    88  WS-SUBSCR-EOF               VALUE '10'.
    88  WS-SUBSCR-NOT-FOUND         VALUE '35'.
01  WS-HIST-STATUS              PIC XX.
    88  WS-HIST-OK                  VALUE '00'.
    88  WS-HIST-EOF                 VALUE '10'.

*> The FUCKJOB steps in stream order, by JCL step name, with the
*> job name each program stamps on its cycle-status row. Kind P
*> writes a row; U is an IEBGENER copy-back or the SORT, which
*> write none and are proven from the files they leave behind;
*> E is the COND=EVEN reconciliation step, which always runs.
01  WS-STEP-DEFINITIONS.
    05  FILLER  PIC X(17) VALUE 'RGNMAINTRGNMAINTP'.
    05  FILLER  PIC X(17) VALUE 'RGNREPR         U'.
    05  FILLER  PIC X(17) VALUE 'APPLY   CNTRAPLYP'.
    05  FILLER  PIC X(17) VALUE 'APLYREPR        U'.
    05  FILLER  PIC X(17) VALUE 'EDIT    CNTREDITP'.
    05  FILLER  PIC X(17) VALUE 'SORT            U'.
    05  FILLER  PIC X(17) VALUE 'REPRO           U'.
    05  FILLER  PIC X(17) VALUE 'SUSP    CNTRSUSPP'.
    05  FILLER  PIC X(17) VALUE 'SUSPAGE SUSPAGE P'.
    05  FILLER  PIC X(17) VALUE 'SUSPREPR        U'.
    05  FILLER  PIC X(17) VALUE 'KEYLOAD CNTRLOADP'.
    05  FILLER  PIC X(17) VALUE 'FUCK    FUCK    P'.
    05  FILLER  PIC X(17) VALUE 'XTR     CNTRYXTRP'.
    05  FILLER  PIC X(17) VALUE 'BAL     CNTRYBALP'.
    05  FILLER  PIC X(17) VALUE 'RECON   CYCRECONE'.
01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
    05  WS-STEP-ENTRY OCCURS 15 TIMES.
        10  WS-STEP-NAME           PIC X(8).
        10  WS-STEP-JOB            PIC X(8).
        10  WS-STEP-KIND           PIC X(1).
            88  WS-STEP-WRITES-ROW     VALUE 'P'.
            88  WS-STEP-IS-UTILITY     VALUE 'U'.
01  WS-STEP-COUNT                  PIC 9(2) VALUE 15.

*> Positions in the step table the plan reasons about by name.
01  WS-RGNMAINT-STEP               PIC 9(2) VALUE 1.
01  WS-RGNREPR-STEP                PIC 9(2) VALUE 2.
01  WS-APPLY-STEP                  PIC 9(2) VALUE 3.
01  WS-APLYREPR-STEP               PIC 9(2) VALUE 4.
01  WS-EDIT-STEP                   PIC 9(2) VALUE 5.
01  WS-SORT-STEP                   PIC 9(2) VALUE 6.
01  WS-SUSP-STEP                   PIC 9(2) VALUE 8.
01  WS-SUSPAGE-STEP                PIC 9(2) VALUE 9.
01  WS-SUSPREPR-STEP               PIC 9(2) VALUE 10.
01  WS-KEYLOAD-STEP                PIC 9(2) VALUE 11.
01  WS-FUCK-STEP                   PIC 9(2) VALUE 12.
01  WS-XTR-STEP                    PIC 9(2) VALUE 13.
01  WS-BAL-STEP                    PIC 9(2) VALUE 14.
01  WS-LAST-PLANNED-STEP           PIC 9(2) VALUE 14.

01  WS-STEP-RESULTS.
    05  WS-STEP-RESULT OCCURS 15 TIMES.
        10  PS-ROW-FLAG            PIC X(1).
            88  PS-HAS-ROW             VALUE 'Y'.
        10  PS-RETURN-CODE         PIC 9(2).
        10  PS-RECORDS-IN          PIC 9(9).
        10  PS-RECORDS-OUT         PIC 9(9).
        10  PS-ACTION              PIC X(10).
        10  PS-NOTE                PIC X(60).
01  WS-STEP-IDX                    PIC 9(2) VALUE ZERO.
01  WS-FOUND-IDX                   PIC 9(2) VALUE ZERO.

*> Record counts a skipped step must have taken in from the step
*> before it - the same hand-offs CYCLE-RECON proves. A step that
*> will not be rerun but read the wrong count ran on the wrong
*> input, and no restart point can put that right.
01  WS-HANDOFF-DEFINITIONS.
    05  FILLER  PIC X(18) VALUE 'CNTRAPLYOCNTREDITI'.
    05  FILLER  PIC X(18) VALUE 'CNTREDITICNTRSUSPI'.
    05  FILLER  PIC X(18) VALUE 'CNTRSUSPOCNTRLOADI'.
    05  FILLER  PIC X(18) VALUE 'CNTRSUSPOFUCK    I'.
    05  FILLER  PIC X(18) VALUE 'CNTRYXTROCNTRYBALI'.
01  WS-HANDOFF-TABLE REDEFINES WS-HANDOFF-DEFINITIONS.
    05  WS-HANDOFF-ENTRY OCCURS 5 TIMES.
        10  HO-FROM-JOB            PIC X(8).
        10  HO-FROM-SIDE           PIC X(1).
        10  HO-TO-JOB              PIC X(8).
        10  HO-TO-SIDE             PIC X(1).
01  WS-HANDOFF-COUNT               PIC 9(2) VALUE 5.
01  WS-HANDOFF-IDX                 PIC 9(2) VALUE ZERO.
01  WS-FIND-JOB                    PIC X(8) VALUE SPACES.
01  WS-FIND-SIDE                   PIC X(1) VALUE SPACE.
01  WS-FOUND-COUNT                 PIC 9(9) VALUE ZERO.
01  WS-FROM-IDX                    PIC 9(2) VALUE ZERO.
01  WS-FROM-COUNT                  PIC 9(9) VALUE ZERO.
01  WS-TO-IDX                      PIC 9(2) VALUE ZERO.
01  WS-TO-COUNT                    PIC 9(9) VALUE ZERO.

01  WS-FAILED-STEP                 PIC 9(2) VALUE ZERO.
01  WS-RESTART-STEP                PIC 9(2) VALUE ZERO.
01  WS-RESTART-NOTE                PIC X(60) VALUE SPACES.
01  WS-PLAN-STATE                  PIC X(1) VALUE 'P'.
    88  WS-PLAN-MADE                   VALUE 'P'.
    88  WS-PLAN-REFUSED                VALUE 'R'.
    88  WS-PLAN-COMPLETE               VALUE 'C'.
01  WS-CYCSTAT-READABLE            PIC X(1) VALUE 'Y'.
    88  WS-CYCSTAT-IS-READABLE         VALUE 'Y'.
01  WS-CYCSTAT-EOF-FLAG            PIC X VALUE 'N'.
    88  WS-CYCSTAT-AT-END              VALUE 'Y'.
01  WS-ROWS-FOR-DATE               PIC 9(9) VALUE ZERO.

*> Refusals (R), inputs to put back before release (P) and
*> advisories (A), printed in that order on the plan.
01  WS-MESSAGE-TABLE.
    05  WS-MESSAGE-ENTRY OCCURS 40 TIMES.
        10  MSG-TYPE               PIC X(1).
        10  MSG-TEXT               PIC X(100).
01  WS-MESSAGE-COUNT               PIC 9(2) VALUE ZERO.
01  WS-MESSAGE-IDX                 PIC 9(2) VALUE ZERO.
01  WS-MAX-MESSAGES                PIC 9(2) VALUE 40.
01  WS-NEW-MSG-TYPE                PIC X(1) VALUE SPACE.
01  WS-NEW-MSG-TEXT                PIC X(100) VALUE SPACES.
01  WS-REFUSAL-COUNT               PIC 9(4) VALUE ZERO.
01  WS-PUTBACK-COUNT               PIC 9(4) VALUE ZERO.
01  WS-ADVISORY-COUNT              PIC 9(4) VALUE ZERO.
01  WS-LIST-TYPE                   PIC X(1) VALUE SPACE.
01  WS-LIST-NUMBER                 PIC 9(2) VALUE ZERO.

*> Copy-back proof: every row of the source must be on the target
*> exactly once and nothing else - the rows may be re-ordered,
*> because SORT/REPRO legitimately re-sequence countries.txt after
*> APLYREPR has copied it back.
01  WS-MAX-COPY-ROWS               PIC 9(4) VALUE 9999.
01  WS-COPY-ROW-COUNT              PIC 9(4) VALUE ZERO.
01  WS-COPY-TABLE.
    05  WS-COPY-ENTRY OCCURS 1 TO 9999 TIMES
                      DEPENDING ON WS-COPY-ROW-COUNT
                      INDEXED BY WS-CT-IDX.
        10  CT-ROW                 PIC X(68).
        10  CT-USED-FLAG           PIC X(1).
            88  CT-IS-USED             VALUE 'Y'.
01  WS-COPY-FROM-FOUND             PIC X(1) VALUE 'N'.
    88  WS-COPY-FROM-IS-FOUND          VALUE 'Y'.
01  WS-COPY-MATCH                  PIC X(1) VALUE 'N'.
    88  WS-COPY-MATCHES                VALUE 'Y'.
01  WS-COPY-OVERFLOW               PIC X(1) VALUE 'N'.
    88  WS-COPY-IS-OVERFLOW            VALUE 'Y'.
01  WS-COPY-FROM-COUNT             PIC 9(9) VALUE ZERO.
01  WS-COPY-TO-COUNT               PIC 9(9) VALUE ZERO.
01  WS-ROW-MATCHED                 PIC X(1) VALUE 'N'.
    88  WS-ROW-IS-MATCHED              VALUE 'Y'.

01  WS-CHECKPOINT-COUNT            PIC 9(9) VALUE ZERO.
01  WS-CHECKPOINT-CODE             PIC X(3) VALUE SPACES.
01  WS-SKIP-COUNT                  PIC 9(9) VALUE ZERO.

*> Each subscriber's window as COUNTRY-BAL journalled it before
*> its first move under the business date - where a window BAL
*> already advanced goes back to. The generation catalogue cannot
*> say: XTR catalogues nights BAL then held out of balance.
01  WS-MAX-WINS                    PIC 9(4) VALUE 999.
01  WS-WIN-COUNT                   PIC 9(4) VALUE ZERO.
01  WS-WIN-TABLE.
    05  WS-WIN-ENTRY OCCURS 1 TO 999 TIMES
                     DEPENDING ON WS-WIN-COUNT
                     INDEXED BY WS-WIN-IDX.
        10  WT-SUB-ID              PIC X(8).
        10  WT-PRIOR-DATE          PIC X(8).
01  WS-WIN-MATCH-IDX               PIC 9(4) VALUE ZERO.
01  WS-PRIOR-DATE                  PIC X(8) VALUE SPACES.
01  WS-PENDING-ROWS                PIC 9(4) VALUE ZERO.
01  WS-PENDING-OTHER-DATE          PIC 9(4) VALUE ZERO.

01  WS-HIST-POSTED                 PIC X(1) VALUE 'N'.
    88  WS-HIST-IS-POSTED              VALUE 'Y'.

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
    05  FILLER                  PIC X(23) VALUE 'FUCKJOB RESTART PLAN'.
    05  FILLER                  PIC X(7)  VALUE SPACES.
    05  FILLER                  PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER          PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
    05  H2-REPORT-DATE          PIC X(10).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
    05  H2-REPORT-TIME          PIC X(8).

01  WS-STEP-CAPTION.
    05  FILLER                  PIC X(10) VALUE 'STEP'.
    05  FILLER                  PIC X(10) VALUE 'JOB'.
    05  FILLER                  PIC X(5)  VALUE 'ROW'.
    05  FILLER                  PIC X(4)  VALUE 'RC'.
    05  FILLER                  PIC X(14) VALUE ' RECORDS IN'.
    05  FILLER                  PIC X(13) VALUE 'RECORDS OUT'.
    05  FILLER                  PIC X(10) VALUE 'ACTION'.
    05  FILLER                  PIC X(60) VALUE 'NOTE'.

01  WS-STEP-LINE.
    05  SL-STEP                 PIC X(10).
    05  SL-JOB                  PIC X(10).
    05  SL-ROW                  PIC X(5).
    05  SL-RC                   PIC X(4).
    05  SL-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  SL-RECORDS-OUT          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SL-ACTION               PIC X(10).
    05  SL-NOTE                 PIC X(60).

01  WS-MESSAGE-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  ML-NUMBER               PIC Z9.
    05  FILLER                  PIC X(2)  VALUE '. '.
    05  ML-TEXT                 PIC X(100).

01  WS-CARD-LINE                PIC X(80) VALUE SPACES.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'RSTPLAN'.
01  WS-AUDIT-TIME                PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.
01  WS-BUSDATE-OVERRIDE           PIC X(1) VALUE SPACE.
    88  WS-IS-OVERRIDE-RUN           VALUE 'Y'.

01  WS-CYCSTAT-STATUS            PIC XX.
    88  WS-CYCSTAT-OK                VALUE '00'.
    88  WS-CYCSTAT-NOT-FOUND         VALUE '35'.

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BUSINESS-DATE
    PERFORM INITIALIZE-PLAN
    PERFORM LOAD-TONIGHTS-ROWS
    IF WS-CYCSTAT-IS-READABLE
        PERFORM FIND-FAILED-STEP
        IF WS-FAILED-STEP = ZERO
            SET WS-PLAN-COMPLETE TO TRUE
        ELSE
            PERFORM CHECK-STEP-ORDER
            IF WS-PLAN-MADE
                PERFORM CHOOSE-RESTART-STEP
            END-IF
            IF WS-PLAN-MADE
                PERFORM CHECK-SKIPPED-HANDOFFS
            END-IF
            IF WS-PLAN-MADE
                PERFORM CHECK-FUCK-CHECKPOINT
                PERFORM CHECK-SUBSCRIBER-WINDOWS
            END-IF
        END-IF
        PERFORM CHECK-HISTORY-POSTING
        PERFORM MARK-STEP-ACTIONS
        PERFORM WRITE-PLAN-REPORT
        PERFORM WRITE-RESTART-CARD
        DISPLAY 'RESTART-PLAN: BUSINESS DATE  : ' WS-BUSINESS-DATE
        DISPLAY 'RESTART-PLAN: STEP ROWS FOUND: ' WS-ROWS-FOR-DATE
        EVALUATE TRUE
            WHEN WS-PLAN-COMPLETE
                DISPLAY 'RESTART-PLAN: CYCLE COMPLETE - NOTHING TO '
                    'RESTART'
                MOVE ZERO TO RETURN-CODE
            WHEN WS-PLAN-REFUSED
                DISPLAY 'RESTART-PLAN: FILES ARE INCONSISTENT - NO '
                    'RESTART PLANNED, SEE restart-plan.rpt'
                MOVE 8 TO RETURN-CODE
            WHEN OTHER
                DISPLAY 'RESTART-PLAN: RESTART FROM STEP '
                    WS-STEP-NAME(WS-RESTART-STEP)
                    ' - JOB CARD ON fuckjob.restart'
                IF WS-PUTBACK-COUNT > 0
                    DISPLAY 'RESTART-PLAN: ' WS-PUTBACK-COUNT
                        ' INPUT(S) TO PUT BACK BEFORE RELEASE'
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
        END-EVALUATE
    ELSE
        DISPLAY 'RESTART-PLAN: UNABLE TO OPEN cycle-status.dat - '
            'FILE STATUS ' WS-CYCSTAT-STATUS
        MOVE 16 TO RETURN-CODE
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
                MOVE BD-OVERRIDE-FLAG TO WS-BUSDATE-OVERRIDE
        END-READ
        CLOSE BUSDATE-PARM
    END-IF
    IF WS-BUSINESS-DATE = SPACES
        ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
        DISPLAY 'RESTART-PLAN: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF.

INITIALIZE-PLAN.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE 'N' TO PS-ROW-FLAG(WS-STEP-IDX)
        MOVE ZERO TO PS-RETURN-CODE(WS-STEP-IDX)
        MOVE ZERO TO PS-RECORDS-IN(WS-STEP-IDX)
        MOVE ZERO TO PS-RECORDS-OUT(WS-STEP-IDX)
        MOVE SPACES TO PS-ACTION(WS-STEP-IDX)
        MOVE SPACES TO PS-NOTE(WS-STEP-IDX)
    END-PERFORM.

LOAD-TONIGHTS-ROWS.
    *> No cycle-status file at all just means nothing has run yet
    *> - every step is missing and the plan is the whole stream.
    OPEN INPUT CYCLE-STATUS
    EVALUATE TRUE
        WHEN WS-CYCSTAT-OK
            PERFORM UNTIL WS-CYCSTAT-AT-END
                READ CYCLE-STATUS NEXT RECORD
                    AT END
                        SET WS-CYCSTAT-AT-END TO TRUE
                    NOT AT END
                        IF CYC-BUSINESS-DATE = WS-BUSINESS-DATE
                            PERFORM TAKE-TONIGHTS-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CYCLE-STATUS
        WHEN WS-CYCSTAT-NOT-FOUND
            CONTINUE
        WHEN OTHER
            MOVE 'N' TO WS-CYCSTAT-READABLE
    END-EVALUATE.

TAKE-TONIGHTS-ROW.
    MOVE CYC-JOB-NAME TO WS-FIND-JOB
    PERFORM FIND-STEP-BY-JOB
    IF WS-FOUND-IDX NOT = ZERO
        ADD 1 TO WS-ROWS-FOR-DATE
        MOVE 'Y' TO PS-ROW-FLAG(WS-FOUND-IDX)
        MOVE CYC-RETURN-CODE TO PS-RETURN-CODE(WS-FOUND-IDX)
        MOVE CYC-RECORDS-IN TO PS-RECORDS-IN(WS-FOUND-IDX)
        MOVE CYC-RECORDS-OUT TO PS-RECORDS-OUT(WS-FOUND-IDX)
    END-IF.

FIND-STEP-BY-JOB.
    MOVE ZERO TO WS-FOUND-IDX
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-STEP-JOB(WS-STEP-IDX) = WS-FIND-JOB
                AND WS-FIND-JOB NOT = SPACES
            MOVE WS-STEP-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

FIND-FAILED-STEP.
    *> The first row-writing step that left no row, or ended
    *> nonzero. CYCLE-RECON's own row says nothing about the data.
    MOVE ZERO TO WS-FAILED-STEP
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-LAST-PLANNED-STEP
               OR WS-FAILED-STEP NOT = ZERO
        IF WS-STEP-WRITES-ROW(WS-STEP-IDX)
            IF NOT PS-HAS-ROW(WS-STEP-IDX)
                MOVE WS-STEP-IDX TO WS-FAILED-STEP
                MOVE 'NO CYCLE-STATUS ROW - STEP DID NOT COMPLETE'
                    TO WS-RESTART-NOTE
            ELSE
                IF PS-RETURN-CODE(WS-STEP-IDX) NOT = ZERO
                    MOVE WS-STEP-IDX TO WS-FAILED-STEP
                    MOVE SPACES TO WS-RESTART-NOTE
                    STRING 'STEP ENDED RC ' PS-RETURN-CODE(WS-STEP-IDX)
                        DELIMITED BY SIZE INTO WS-RESTART-NOTE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-STEP-ORDER.
    *> A step that abended leaves no row, and COND bypasses every
    *> step after it - so a later row under the same business date
    *> means steps were run by hand out of order. If the failed
    *> step did leave a row (it ended nonzero), later rows can only
    *> be left over from an earlier attempt and are simply rerun.
    IF NOT PS-HAS-ROW(WS-FAILED-STEP)
        PERFORM VARYING WS-STEP-IDX FROM WS-FAILED-STEP BY 1
                UNTIL WS-STEP-IDX > WS-LAST-PLANNED-STEP
            IF PS-HAS-ROW(WS-STEP-IDX)
                MOVE SPACES TO WS-NEW-MSG-TEXT
                STRING WS-STEP-JOB(WS-STEP-IDX) DELIMITED BY SPACE
                       ' HAS A ROW FOR THIS DATE BUT '
                       DELIMITED BY SIZE
                       WS-STEP-JOB(WS-FAILED-STEP) DELIMITED BY SPACE
                       ' NEVER COMPLETED - STEPS WERE RUN OUT OF ORDER'
                       DELIMITED BY SIZE
                    INTO WS-NEW-MSG-TEXT
                PERFORM ADD-REFUSAL
            END-IF
        END-PERFORM
    END-IF.

CHOOSE-RESTART-STEP.
    *> Start from the failed step, then walk back over any copy-back
    *> the failed step depends on that the files show never landed.
    MOVE WS-FAILED-STEP TO WS-RESTART-STEP
    EVALUATE WS-FAILED-STEP
        WHEN WS-APPLY-STEP
            PERFORM VERIFY-REGION-COPY-BACK
        WHEN WS-EDIT-STEP
            PERFORM VERIFY-APPLIED-COPY-BACK
        WHEN WS-SUSP-STEP
            *> SUSP reads the sorted file - re-sort rather than trust
            *> whatever order a failed or out-of-sequence run saw.
            MOVE WS-SORT-STEP TO WS-RESTART-STEP
            PERFORM VERIFY-APPLIED-COPY-BACK
            IF NOT PS-HAS-ROW(WS-SUSP-STEP)
                STRING 'COUNTRY-SUSP ENDED WITHOUT A ROW - ANY RELEASED '
                    'SUSPENSE ROW IT ALREADY CONSUMED WILL BE HELD'
                    DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
                PERFORM ADD-ADVISORY
                STRING '  AGAIN AND NEEDS RELEASING ON SUSP-REVW ONCE '
                    'MORE'
                    DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
                PERFORM ADD-ADVISORY
            END-IF
        WHEN WS-SUSPAGE-STEP
            PERFORM VERIFY-APPLIED-COPY-BACK
            IF WS-PLAN-MADE
                PERFORM VERIFY-SCREENED-FILE
            END-IF
        WHEN WS-KEYLOAD-STEP
        WHEN WS-FUCK-STEP
            PERFORM VERIFY-SCREENED-FILE
            IF WS-PLAN-MADE
                PERFORM VERIFY-SCREENED-COPY-BACK
            END-IF
        WHEN WS-BAL-STEP
            PERFORM CHOOSE-BAL-RESTART
    END-EVALUATE.

VERIFY-REGION-COPY-BACK.
    *> REGION-MAINT drained region-maint.trn when it finished, so
    *> it must not run again; tonight's regions now live only in
    *> regions.txt.applied until RGNREPR copies them back.
    MOVE 'regions.txt.applied' TO WS-COPY-FROM-NAME
    MOVE 'regions.txt' TO WS-COPY-TO-NAME
    PERFORM COMPARE-COPY-PAIR
    EVALUATE TRUE
        WHEN NOT WS-COPY-FROM-IS-FOUND
            MOVE 'REGION-MAINT DRAINED region-maint.trn BUT '
                TO WS-NEW-MSG-TEXT
            MOVE 'regions.txt.applied IS MISSING - TONIGHT''S REGION'
                TO WS-NEW-MSG-TEXT(43:50)
            PERFORM ADD-REFUSAL
            MOVE '  CHANGES CAN ONLY COME BACK FROM A BACKOUT'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-COPY-FROM-COUNT NOT = PS-RECORDS-OUT(WS-RGNMAINT-STEP)
            MOVE SPACES TO WS-NEW-MSG-TEXT
            STRING 'regions.txt.applied HOLDS ' WS-COPY-FROM-COUNT
                   ' ROWS BUT REGION-MAINT WROTE '
                   PS-RECORDS-OUT(WS-RGNMAINT-STEP)
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN NOT WS-COPY-MATCHES
            MOVE WS-RGNREPR-STEP TO WS-RESTART-STEP
            MOVE 'regions.txt NOT YET COPIED BACK FROM .applied'
                TO WS-RESTART-NOTE
    END-EVALUATE.

VERIFY-APPLIED-COPY-BACK.
    *> COUNTRY-APPLY drained the pending queue when it finished,
    *> so it must not run again; tonight's changes now live only in
    *> countries.txt.applied. Once COUNTRY-SUSP has screened the
    *> file, a missed copy-back can no longer be replayed - its
    *> holds and releases were judged against the wrong data.
    MOVE 'countries.txt.applied' TO WS-COPY-FROM-NAME
    MOVE 'countries.txt' TO WS-COPY-TO-NAME
    PERFORM COMPARE-COPY-PAIR
    EVALUATE TRUE
        WHEN NOT WS-COPY-FROM-IS-FOUND
            MOVE 'COUNTRY-APPLY DRAINED THE PENDING QUEUE BUT '
                TO WS-NEW-MSG-TEXT
            MOVE 'countries.txt.applied IS MISSING - THE POSTED'
                TO WS-NEW-MSG-TEXT(45:46)
            PERFORM ADD-REFUSAL
            MOVE '  CHANGES CAN ONLY COME BACK FROM A BACKOUT'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-COPY-FROM-COUNT NOT = PS-RECORDS-OUT(WS-APPLY-STEP)
            MOVE SPACES TO WS-NEW-MSG-TEXT
            STRING 'countries.txt.applied HOLDS ' WS-COPY-FROM-COUNT
                   ' ROWS BUT COUNTRY-APPLY WROTE '
                   PS-RECORDS-OUT(WS-APPLY-STEP)
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-COPY-MATCHES
            CONTINUE
        WHEN PS-HAS-ROW(WS-SUSP-STEP)
            MOVE 'COUNTRY-APPLY DRAINED THE PENDING QUEUE BUT '
                TO WS-NEW-MSG-TEXT
            MOVE 'countries.txt.applied WAS NEVER COPIED BACK, AND'
                TO WS-NEW-MSG-TEXT(45:49)
            PERFORM ADD-REFUSAL
            STRING '  COUNTRY-SUSP HAS ALREADY SCREENED THE STALE '
                'countries.txt'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN OTHER
            MOVE WS-APLYREPR-STEP TO WS-RESTART-STEP
            MOVE 'countries.txt NOT YET COPIED BACK FROM .applied'
                TO WS-RESTART-NOTE
    END-EVALUATE.

VERIFY-SCREENED-FILE.
    *> COUNTRY-SUSP has run; what it passed on is only on
    *> countries.txt.screened until SUSPREPR copies it back.
    MOVE 'countries.txt.screened' TO WS-COPY-FROM-NAME
    MOVE 'countries.txt' TO WS-COPY-TO-NAME
    PERFORM COMPARE-COPY-PAIR
    EVALUATE TRUE
        WHEN NOT WS-COPY-FROM-IS-FOUND
            STRING 'COUNTRY-SUSP HAS RUN BUT countries.txt.screened IS '
                'MISSING'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-COPY-FROM-COUNT NOT = PS-RECORDS-OUT(WS-SUSP-STEP)
            MOVE SPACES TO WS-NEW-MSG-TEXT
            STRING 'countries.txt.screened HOLDS ' WS-COPY-FROM-COUNT
                   ' ROWS BUT COUNTRY-SUSP PASSED ON '
                   PS-RECORDS-OUT(WS-SUSP-STEP)
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-COPY-FROM-COUNT = ZERO
            STRING 'countries.txt.screened IS EMPTY - THERE IS NOTHING '
                'TO RESTART FROM'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
    END-EVALUATE.

VERIFY-SCREENED-COPY-BACK.
    *> Uses the comparison VERIFY-SCREENED-FILE has just made.
    IF NOT WS-COPY-MATCHES
        MOVE WS-SUSPREPR-STEP TO WS-RESTART-STEP
        MOVE 'countries.txt NOT YET COPIED BACK FROM .screened'
            TO WS-RESTART-NOTE
    END-IF.

CHOOSE-BAL-RESTART.
    *> A BAL that abended left nothing behind but the staged dates,
    *> so it can simply run again. A BAL that finished out of
    *> balance has already advanced the windows of the feeds that
    *> did balance; the fix is a fresh extract, and those windows
    *> go back first (see CHECK-SUBSCRIBER-WINDOWS).
    IF PS-HAS-ROW(WS-BAL-STEP)
        MOVE WS-XTR-STEP TO WS-RESTART-STEP
        MOVE SPACES TO WS-RESTART-NOTE
        STRING 'BAL ENDED RC ' PS-RETURN-CODE(WS-BAL-STEP)
               ' - FEEDS ARE RE-EXTRACTED BEFORE REBALANCING'
            DELIMITED BY SIZE INTO WS-RESTART-NOTE
    ELSE
        PERFORM COUNT-STAGED-DATES
        IF WS-PENDING-ROWS = ZERO OR WS-PENDING-OTHER-DATE > 0
            MOVE WS-XTR-STEP TO WS-RESTART-STEP
            MOVE 'xtr-lastrun.pending NOT STAGED FOR THIS DATE'
                TO WS-RESTART-NOTE
        END-IF
    END-IF.

COUNT-STAGED-DATES.
    MOVE ZERO TO WS-PENDING-ROWS
    MOVE ZERO TO WS-PENDING-OTHER-DATE
    OPEN INPUT XTR-PENDING
    IF WS-PENDING-OK
        PERFORM UNTIL WS-PENDING-EOF
            READ XTR-PENDING
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-PENDING-ROWS
                    IF XP-EXTRACT-DATE NOT = WS-BUSINESS-DATE
                        ADD 1 TO WS-PENDING-OTHER-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XTR-PENDING
    END-IF.

CHECK-SKIPPED-HANDOFFS.
    *> Only steps before the restart point are skipped; anything
    *> from there on is rerun and will read its input afresh.
    PERFORM VARYING WS-HANDOFF-IDX FROM 1 BY 1
            UNTIL WS-HANDOFF-IDX > WS-HANDOFF-COUNT
        MOVE HO-FROM-JOB(WS-HANDOFF-IDX) TO WS-FIND-JOB
        MOVE HO-FROM-SIDE(WS-HANDOFF-IDX) TO WS-FIND-SIDE
        PERFORM FIND-STEP-COUNT
        MOVE WS-FOUND-IDX TO WS-FROM-IDX
        MOVE WS-FOUND-COUNT TO WS-FROM-COUNT
        MOVE HO-TO-JOB(WS-HANDOFF-IDX) TO WS-FIND-JOB
        MOVE HO-TO-SIDE(WS-HANDOFF-IDX) TO WS-FIND-SIDE
        PERFORM FIND-STEP-COUNT
        MOVE WS-FOUND-IDX TO WS-TO-IDX
        MOVE WS-FOUND-COUNT TO WS-TO-COUNT
        IF WS-TO-IDX < WS-RESTART-STEP
                AND WS-FROM-COUNT NOT = WS-TO-COUNT
            MOVE SPACES TO WS-NEW-MSG-TEXT
            STRING HO-TO-JOB(WS-HANDOFF-IDX) DELIMITED BY SPACE
                   ' TOOK IN ' WS-TO-COUNT ' RECORDS BUT '
                   DELIMITED BY SIZE
                   HO-FROM-JOB(WS-HANDOFF-IDX) DELIMITED BY SPACE
                   ' PASSED ON ' WS-FROM-COUNT
                   ' - IT RAN ON THE WRONG INPUT'
                   DELIMITED BY SIZE
                INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-PERFORM.

FIND-STEP-COUNT.
    PERFORM FIND-STEP-BY-JOB
    MOVE ZERO TO WS-FOUND-COUNT
    IF WS-FOUND-IDX NOT = ZERO
        IF WS-FIND-SIDE = 'O'
            MOVE PS-RECORDS-OUT(WS-FOUND-IDX) TO WS-FOUND-COUNT
        ELSE
            MOVE PS-RECORDS-IN(WS-FOUND-IDX) TO WS-FOUND-COUNT
        END-IF
    END-IF.

CHECK-FUCK-CHECKPOINT.
    *> FUCK resumes from fuck.ctl. That is right only when FUCK is
    *> itself the restart point and the checkpoint still lines up
    *> with countries.txt - FUCK refuses a mismatch with RC 8, and
    *> a checkpoint left from the failed run is wrong for any
    *> countries.txt an earlier restart point will rebuild.
    IF WS-RESTART-STEP <= WS-FUCK-STEP
        PERFORM READ-FUCK-CHECKPOINT
        IF WS-CHECKPOINT-COUNT > ZERO
            IF WS-RESTART-STEP < WS-FUCK-STEP
                MOVE SPACES TO WS-NEW-MSG-TEXT
                STRING 'EMPTY fuck.ctl - ITS CHECKPOINT (RECORD '
                       WS-CHECKPOINT-COUNT ', CODE ' WS-CHECKPOINT-CODE
                       ') IS FROM THE FAILED RUN'
                    DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
                PERFORM ADD-PUTBACK
            ELSE
                PERFORM MATCH-CHECKPOINT-TO-FILE
            END-IF
        END-IF
    END-IF.

READ-FUCK-CHECKPOINT.
    MOVE ZERO TO WS-CHECKPOINT-COUNT
    MOVE SPACES TO WS-CHECKPOINT-CODE
    OPEN INPUT RESTART-CTL
    IF WS-RESTART-OK
        READ RESTART-CTL
            AT END
                CONTINUE
            NOT AT END
                IF RCTL-RECORD-COUNT NUMERIC
                    MOVE RCTL-RECORD-COUNT TO WS-CHECKPOINT-COUNT
                    MOVE RCTL-LAST-CODE TO WS-CHECKPOINT-CODE
                END-IF
        END-READ
        CLOSE RESTART-CTL
    END-IF.

MATCH-CHECKPOINT-TO-FILE.
    MOVE 'countries.txt' TO WS-COPY-TO-NAME
    MOVE ZERO TO WS-SKIP-COUNT
    MOVE SPACES TO CO-CODE
    OPEN INPUT COPY-TO-FILE
    IF WS-COPY-TO-OK
        PERFORM UNTIL WS-SKIP-COUNT = WS-CHECKPOINT-COUNT
                   OR WS-COPY-TO-EOF
            READ COPY-TO-FILE
                AT END
                    SET WS-COPY-TO-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SKIP-COUNT
            END-READ
        END-PERFORM
        CLOSE COPY-TO-FILE
    END-IF
    IF WS-SKIP-COUNT = WS-CHECKPOINT-COUNT
            AND CO-CODE = WS-CHECKPOINT-CODE
        MOVE SPACES TO WS-NEW-MSG-TEXT
        STRING 'FUCK WILL RESUME AFTER CHECKPOINTED RECORD '
               WS-CHECKPOINT-COUNT ' (CODE ' WS-CHECKPOINT-CODE ')'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-ADVISORY
    ELSE
        MOVE SPACES TO WS-NEW-MSG-TEXT
        STRING 'EMPTY fuck.ctl - CHECKPOINT (RECORD '
               WS-CHECKPOINT-COUNT ', CODE ' WS-CHECKPOINT-CODE
               ') DOES NOT MATCH countries.txt'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-PUTBACK
    END-IF.

CHECK-SUBSCRIBER-WINDOWS.
    *> COUNTRY-XTR only stages the cycle date and COUNTRY-BAL
    *> promotes it. If BAL has already moved a delta subscriber's
    *> window onto this business date, a fresh XTR would send that
    *> subscriber nothing for tonight - the window goes back to the
    *> value BAL journalled before moving it.
    IF WS-RESTART-STEP <= WS-XTR-STEP
        IF PS-HAS-ROW(WS-XTR-STEP)
            MOVE SPACES TO WS-NEW-MSG-TEXT
            STRING 'COUNTRY-XTR RERUNS - xtr-gens.ctl WILL CATALOGUE '
                   'A SECOND GENERATION FOR THIS DATE'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-ADVISORY
        END-IF
        PERFORM LOAD-PRIOR-WINDOWS
        OPEN INPUT SUBSCRIBER-MASTER
        IF WS-SUBSCR-OK
            PERFORM UNTIL WS-SUBSCR-EOF
                READ SUBSCRIBER-MASTER
                    AT END
                        SET WS-SUBSCR-EOF TO TRUE
                    NOT AT END
                        IF SUB-IS-ACTIVE AND SUB-MODE-DELTA
                                AND SUB-LAST-EXTRACT NOT = SPACES
                                AND SUB-LAST-EXTRACT >= WS-BUSINESS-DATE
                            PERFORM ADD-WINDOW-PUTBACK
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUBSCRIBER-MASTER
        ELSE
            IF PS-HAS-ROW(WS-XTR-STEP)
                MOVE SPACES TO WS-NEW-MSG-TEXT
                STRING 'COUNTRY-XTR HAS RUN BUT subscriber.ctl CANNOT '
                       'BE READ - FILE STATUS ' WS-SUBSCR-STATUS
                    DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
                PERFORM ADD-REFUSAL
            END-IF
        END-IF
    END-IF.

LOAD-PRIOR-WINDOWS.
    MOVE ZERO TO WS-WIN-COUNT
    OPEN INPUT WINDOW-JOURNAL
    IF WS-WJRN-OK
        PERFORM UNTIL WS-WJRN-EOF
            READ WINDOW-JOURNAL
                AT END
                    SET WS-WJRN-EOF TO TRUE
                NOT AT END
                    IF WJ-BUSINESS-DATE = WS-BUSINESS-DATE
                        PERFORM STORE-PRIOR-WINDOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WINDOW-JOURNAL
    END-IF.

STORE-PRIOR-WINDOW.
    *> Only the first row for a subscriber counts - a later one was
    *> written after the night had already moved the window.
    PERFORM FIND-PRIOR-WINDOW
    IF WS-WIN-MATCH-IDX = ZERO AND WS-WIN-COUNT < WS-MAX-WINS
        ADD 1 TO WS-WIN-COUNT
        MOVE WJ-SUB-ID TO WT-SUB-ID(WS-WIN-COUNT)
        MOVE WJ-PRIOR-EXTRACT TO WT-PRIOR-DATE(WS-WIN-COUNT)
    END-IF.

FIND-PRIOR-WINDOW.
    MOVE ZERO TO WS-WIN-MATCH-IDX
    PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
            UNTIL WS-WIN-IDX > WS-WIN-COUNT
        IF WT-SUB-ID(WS-WIN-IDX) = WJ-SUB-ID
            SET WS-WIN-MATCH-IDX TO WS-WIN-IDX
        END-IF
    END-PERFORM.

ADD-WINDOW-PUTBACK.
    MOVE SUB-ID TO WJ-SUB-ID
    PERFORM FIND-PRIOR-WINDOW
    MOVE SPACES TO WS-PRIOR-DATE
    IF WS-WIN-MATCH-IDX NOT = ZERO
        MOVE WT-PRIOR-DATE(WS-WIN-MATCH-IDX) TO WS-PRIOR-DATE
    END-IF
    MOVE SPACES TO WS-NEW-MSG-TEXT
    EVALUATE TRUE
        WHEN WS-WIN-MATCH-IDX = ZERO
            STRING 'RESET ' SUB-ID ' WINDOW ON subscriber.ctl FROM '
                   SUB-LAST-EXTRACT ' TO BLANK (FULL) - NOT ON '
                   'xtr-window.jrnl'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        WHEN WS-PRIOR-DATE = SPACES
            STRING 'RESET ' SUB-ID ' WINDOW ON subscriber.ctl FROM '
                   SUB-LAST-EXTRACT ' TO BLANK (FULL) AS JOURNALLED'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        WHEN OTHER
            STRING 'RESET ' SUB-ID ' WINDOW ON subscriber.ctl FROM '
                   SUB-LAST-EXTRACT ' TO ' WS-PRIOR-DATE
                   ' (xtr-window.jrnl)'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
    END-EVALUATE
    PERFORM ADD-PUTBACK.

CHECK-HISTORY-POSTING.
    *> COUNTRY-HIST runs outside the stream and refuses a business
    *> date it has already posted unless busdate.parm carries the
    *> override flag - and an override re-post doubles the rows.
    PERFORM FIND-HISTORY-POSTING
    EVALUATE TRUE
        WHEN WS-HIST-IS-POSTED AND WS-PLAN-MADE
                AND WS-RESTART-STEP <= WS-SUSPREPR-STEP
            MOVE 'COUNTRY-HIST HAS ALREADY POSTED THIS DATE FROM A '
                TO WS-NEW-MSG-TEXT
            MOVE 'countries.txt THIS RESTART REBUILDS - BACK THOSE'
                TO WS-NEW-MSG-TEXT(50:49)
            PERFORM ADD-ADVISORY
            STRING '  HISTORY ROWS OUT BEFORE RE-POSTING WITH THE '
                'OVERRIDE FLAG'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-ADVISORY
        WHEN WS-HIST-IS-POSTED
            STRING 'COUNTRY-HIST HAS ALREADY POSTED THIS DATE - DO NOT '
                'POST IT AGAIN'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-ADVISORY
        WHEN OTHER
            STRING 'COUNTRY-HIST HAS NOT POSTED THIS DATE - RUN IT ONCE '
                'THE CYCLE COMPLETES'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-ADVISORY
    END-EVALUATE
    IF WS-IS-OVERRIDE-RUN
        STRING 'busdate.parm CARRIES THE OVERRIDE FLAG - CLEAR IT '
            'UNLESS A RE-POST IS INTENDED'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-ADVISORY
    END-IF.

FIND-HISTORY-POSTING.
    MOVE 'N' TO WS-HIST-POSTED
    OPEN INPUT COUNTRY-HIST
    IF WS-HIST-OK
        PERFORM UNTIL WS-HIST-EOF OR WS-HIST-IS-POSTED
            READ COUNTRY-HIST NEXT RECORD
                AT END
                    SET WS-HIST-EOF TO TRUE
                NOT AT END
                    IF CHIST-EFF-DATE = WS-BUSINESS-DATE
                        SET WS-HIST-IS-POSTED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COUNTRY-HIST
    END-IF.

COMPARE-COPY-PAIR.
    *> Loads WS-COPY-FROM-NAME, then proves WS-COPY-TO-NAME holds
    *> exactly those rows. Rows normally line up one for one, so
    *> the same position is tried before searching.
    MOVE 'N' TO WS-COPY-FROM-FOUND
    MOVE 'N' TO WS-COPY-MATCH
    MOVE 'N' TO WS-COPY-OVERFLOW
    MOVE ZERO TO WS-COPY-ROW-COUNT
    MOVE ZERO TO WS-COPY-FROM-COUNT
    MOVE ZERO TO WS-COPY-TO-COUNT
    OPEN INPUT COPY-FROM-FILE
    IF WS-COPY-FROM-OK
        SET WS-COPY-FROM-IS-FOUND TO TRUE
        PERFORM UNTIL WS-COPY-FROM-EOF
            READ COPY-FROM-FILE
                AT END
                    SET WS-COPY-FROM-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-COPY-FROM-COUNT
                    IF WS-COPY-ROW-COUNT < WS-MAX-COPY-ROWS
                        ADD 1 TO WS-COPY-ROW-COUNT
                        MOVE COPY-FROM-RECORD
                            TO CT-ROW(WS-COPY-ROW-COUNT)
                        MOVE 'N' TO CT-USED-FLAG(WS-COPY-ROW-COUNT)
                    ELSE
                        SET WS-COPY-IS-OVERFLOW TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COPY-FROM-FILE
        SET WS-COPY-MATCHES TO TRUE
        OPEN INPUT COPY-TO-FILE
        IF WS-COPY-TO-OK
            PERFORM UNTIL WS-COPY-TO-EOF
                READ COPY-TO-FILE
                    AT END
                        SET WS-COPY-TO-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-COPY-TO-COUNT
                        PERFORM MATCH-COPY-ROW
                END-READ
            END-PERFORM
            CLOSE COPY-TO-FILE
        END-IF
        IF WS-COPY-TO-COUNT NOT = WS-COPY-FROM-COUNT
                OR WS-COPY-IS-OVERFLOW
            MOVE 'N' TO WS-COPY-MATCH
        END-IF
    END-IF.

MATCH-COPY-ROW.
    MOVE 'N' TO WS-ROW-MATCHED
    IF WS-COPY-TO-COUNT <= WS-COPY-ROW-COUNT
        IF CT-ROW(WS-COPY-TO-COUNT) = COPY-TO-RECORD
                AND NOT CT-IS-USED(WS-COPY-TO-COUNT)
            MOVE 'Y' TO CT-USED-FLAG(WS-COPY-TO-COUNT)
            SET WS-ROW-IS-MATCHED TO TRUE
        END-IF
    END-IF
    IF NOT WS-ROW-IS-MATCHED
        PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-COPY-ROW-COUNT
                   OR WS-ROW-IS-MATCHED
            IF CT-ROW(WS-CT-IDX) = COPY-TO-RECORD
                    AND NOT CT-IS-USED(WS-CT-IDX)
                MOVE 'Y' TO CT-USED-FLAG(WS-CT-IDX)
                SET WS-ROW-IS-MATCHED TO TRUE
            END-IF
        END-PERFORM
    END-IF
    IF NOT WS-ROW-IS-MATCHED
        MOVE 'N' TO WS-COPY-MATCH
    END-IF.

ADD-REFUSAL.
    MOVE 'R' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-REFUSAL-COUNT
    SET WS-PLAN-REFUSED TO TRUE
    PERFORM ADD-PLAN-MESSAGE.

ADD-PUTBACK.
    MOVE 'P' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-PUTBACK-COUNT
    PERFORM ADD-PLAN-MESSAGE.

ADD-ADVISORY.
    MOVE 'A' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-ADVISORY-COUNT
    PERFORM ADD-PLAN-MESSAGE.

ADD-PLAN-MESSAGE.
    IF WS-MESSAGE-COUNT < WS-MAX-MESSAGES
        ADD 1 TO WS-MESSAGE-COUNT
        MOVE WS-NEW-MSG-TYPE TO MSG-TYPE(WS-MESSAGE-COUNT)
        MOVE WS-NEW-MSG-TEXT TO MSG-TEXT(WS-MESSAGE-COUNT)
    END-IF
    MOVE SPACES TO WS-NEW-MSG-TEXT.

MARK-STEP-ACTIONS.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        EVALUATE TRUE
            WHEN WS-PLAN-COMPLETE
                MOVE 'DONE' TO PS-ACTION(WS-STEP-IDX)
            WHEN WS-PLAN-REFUSED
                MOVE 'HOLD' TO PS-ACTION(WS-STEP-IDX)
            WHEN WS-STEP-IDX < WS-RESTART-STEP
                MOVE 'SKIP' TO PS-ACTION(WS-STEP-IDX)
                PERFORM NOTE-SKIPPED-STEP
            WHEN WS-STEP-IDX = WS-RESTART-STEP
                MOVE 'RESTART' TO PS-ACTION(WS-STEP-IDX)
                MOVE WS-RESTART-NOTE TO PS-NOTE(WS-STEP-IDX)
            WHEN OTHER
                MOVE 'RUN' TO PS-ACTION(WS-STEP-IDX)
                IF WS-STEP-IDX = WS-FAILED-STEP
                    MOVE WS-RESTART-NOTE TO PS-NOTE(WS-STEP-IDX)
                    IF WS-RESTART-STEP NOT = WS-FAILED-STEP
                        MOVE SPACES TO PS-NOTE(WS-STEP-IDX)
                        STRING 'FAILED STEP - RUNS AFTER '
                               WS-STEP-NAME(WS-RESTART-STEP)
                            DELIMITED BY SIZE INTO PS-NOTE(WS-STEP-IDX)
                    END-IF
                ELSE
                    IF PS-HAS-ROW(WS-STEP-IDX)
                            AND WS-STEP-WRITES-ROW(WS-STEP-IDX)
                        STRING 'RERUN - ROW FROM AN EARLIER ATTEMPT IS '
                            'REPLACED'
                            DELIMITED BY SIZE INTO PS-NOTE(WS-STEP-IDX)
                    END-IF
                END-IF
        END-EVALUATE
    END-PERFORM.

NOTE-SKIPPED-STEP.
    EVALUATE TRUE
        WHEN WS-STEP-IDX = WS-RGNMAINT-STEP
            MOVE 'COMPLETE - NOT RERUNNABLE, TRANSACTIONS DRAINED'
                TO PS-NOTE(WS-STEP-IDX)
        WHEN WS-STEP-IDX = WS-APPLY-STEP
            MOVE 'COMPLETE - NOT RERUNNABLE, PENDING QUEUE DRAINED'
                TO PS-NOTE(WS-STEP-IDX)
        WHEN WS-STEP-IS-UTILITY(WS-STEP-IDX)
            MOVE 'DONE - LATER STEP COMPLETED ON ITS OUTPUT'
                TO PS-NOTE(WS-STEP-IDX)
        WHEN OTHER
            MOVE 'COMPLETE' TO PS-NOTE(WS-STEP-IDX)
    END-EVALUATE.

WRITE-PLAN-REPORT.
    OPEN OUTPUT PLAN-REPORT
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-BUSINESS-DATE(1:4) '-' WS-BUSINESS-DATE(5:2) '-'
           WS-BUSINESS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-REPORT-DATE
    STRING WS-CURRENT-HH ':' WS-CURRENT-MN ':' WS-CURRENT-SS
        DELIMITED BY SIZE INTO WS-REPORT-TIME
    PERFORM WRITE-PAGE-HEADING
    MOVE SPACES TO RPT-LINE
    STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-STEP-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        PERFORM WRITE-STEP-LINE
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-PLAN-COMPLETE
            MOVE SPACES TO RPT-LINE
            STRING 'CYCLE COMPLETE - EVERY STEP ENDED RC 00, NOTHING TO '
                'RESTART'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
        WHEN WS-PLAN-REFUSED
            MOVE SPACES TO RPT-LINE
            STRING '** NO RESTART PLANNED - THE FILES DO NOT AGREE WITH '
                'THE CYCLE-STATUS ROWS **'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE 'R' TO WS-LIST-TYPE
            MOVE 'REFUSED BECAUSE:' TO RPT-LINE
            PERFORM WRITE-MESSAGE-LIST
        WHEN OTHER
            MOVE SPACES TO RPT-LINE
            STRING 'RESTART FROM STEP ' WS-STEP-NAME(WS-RESTART-STEP)
                   ' - JOB CARD WRITTEN TO fuckjob.restart'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE 'P' TO WS-LIST-TYPE
            IF WS-PUTBACK-COUNT > 0
                MOVE 'PUT BACK BEFORE RELEASING THE RESTART:'
                    TO RPT-LINE
            ELSE
                MOVE 'NOTHING TO PUT BACK BEFORE RELEASE' TO RPT-LINE
            END-IF
            PERFORM WRITE-MESSAGE-LIST
    END-EVALUATE
    MOVE 'A' TO WS-LIST-TYPE
    MOVE 'NOTES:' TO RPT-LINE
    PERFORM WRITE-MESSAGE-LIST
    CLOSE PLAN-REPORT.

WRITE-STEP-LINE.
    MOVE SPACES TO WS-STEP-LINE
    MOVE WS-STEP-NAME(WS-STEP-IDX) TO SL-STEP
    MOVE WS-STEP-JOB(WS-STEP-IDX) TO SL-JOB
    MOVE ZERO TO SL-RECORDS-IN
    MOVE ZERO TO SL-RECORDS-OUT
    EVALUATE TRUE
        WHEN PS-HAS-ROW(WS-STEP-IDX)
            MOVE 'YES' TO SL-ROW
            MOVE PS-RETURN-CODE(WS-STEP-IDX) TO SL-RC
            MOVE PS-RECORDS-IN(WS-STEP-IDX) TO SL-RECORDS-IN
            MOVE PS-RECORDS-OUT(WS-STEP-IDX) TO SL-RECORDS-OUT
        WHEN WS-STEP-IS-UTILITY(WS-STEP-IDX)
            MOVE '-' TO SL-ROW
        WHEN OTHER
            MOVE 'NO' TO SL-ROW
    END-EVALUATE
    MOVE PS-ACTION(WS-STEP-IDX) TO SL-ACTION
    MOVE PS-NOTE(WS-STEP-IDX) TO SL-NOTE
    MOVE WS-STEP-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-MESSAGE-LIST.
    *> Caption is already in RPT-LINE; lines of the list type
    *> follow, numbered - a text starting with two spaces carries
    *> on the item above it.
    PERFORM WRITE-REPORT-LINE
    MOVE ZERO TO WS-LIST-NUMBER
    PERFORM VARYING WS-MESSAGE-IDX FROM 1 BY 1
            UNTIL WS-MESSAGE-IDX > WS-MESSAGE-COUNT
        IF MSG-TYPE(WS-MESSAGE-IDX) = WS-LIST-TYPE
            MOVE SPACES TO WS-MESSAGE-LINE
            IF MSG-TEXT(WS-MESSAGE-IDX)(1:2) = SPACES
                MOVE MSG-TEXT(WS-MESSAGE-IDX)(3:98) TO ML-TEXT
            ELSE
                ADD 1 TO WS-LIST-NUMBER
                MOVE WS-LIST-NUMBER TO ML-NUMBER
                MOVE MSG-TEXT(WS-MESSAGE-IDX) TO ML-TEXT
            END-IF
            MOVE WS-MESSAGE-LINE TO RPT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-RESTART-CARD.
    *> The card replaces FUCKJOB's JOB statement for the rerun; the
    *> file is emptied whenever no restart is planned so a card
    *> from an earlier night can never be released by mistake.
    OPEN OUTPUT RESTART-CARD
    IF WS-PLAN-MADE
        MOVE '//FUCKJOB  JOB (ACCTNO),''COUNTRY BATCH'',CLASS=A,MSGCLASS=X,'
            TO RESTART-CARD-RECORD
        WRITE RESTART-CARD-RECORD
        MOVE '//             MSGLEVEL=(1,1),NOTIFY=&SYSUID,REGION=0M,'
            TO RESTART-CARD-RECORD
        WRITE RESTART-CARD-RECORD
        MOVE SPACES TO WS-CARD-LINE
        STRING '//             RESTART=' WS-STEP-NAME(WS-RESTART-STEP)
            DELIMITED BY SIZE INTO WS-CARD-LINE
        MOVE WS-CARD-LINE TO RESTART-CARD-RECORD
        WRITE RESTART-CARD-RECORD
        MOVE SPACES TO WS-CARD-LINE
        STRING '//* RESTART PLANNED BY RESTART-PLAN FOR BUSINESS DATE '
               WS-BUSINESS-DATE
            DELIMITED BY SIZE INTO WS-CARD-LINE
        MOVE WS-CARD-LINE TO RESTART-CARD-RECORD
        WRITE RESTART-CARD-RECORD
        IF WS-PUTBACK-COUNT > 0
            MOVE SPACES TO RESTART-CARD-RECORD
            STRING '//* DO NOT RELEASE UNTIL THE PUT-BACKS ON '
                'restart-plan.rpt ARE DONE'
                DELIMITED BY SIZE INTO RESTART-CARD-RECORD
            WRITE RESTART-CARD-RECORD
        END-IF
    END-IF
    CLOSE RESTART-CARD.

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

WRITE-AUDIT-LOG.
    MOVE SPACES TO AUDIT-LOG-RECORD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
    MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE
    MOVE WS-AUDIT-TIME TO AUDIT-RUN-TIME
    MOVE WS-ROWS-FOR-DATE TO AUDIT-RECORD-COUNT
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
