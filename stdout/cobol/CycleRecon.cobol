IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLE-RECON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-REPORT ASSIGN TO "cycle-control.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RECON-PARM ASSIGN TO "cycrecon.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT BILLING-EXTRACT ASSIGN USING WS-EXTRACT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.

COPY SUBSCSEL.

COPY AUDITSEL.

COPY CYCSSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

FD  RECON-PARM
    RECORD CONTAINS 8 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RECON-PARM-RECORD.
    05  CP-LOOKBACK-CYCLES      PIC 9(2).
    05  CP-OUTLIER-FACTOR       PIC 9(2).
    05  CP-FLOOR-SECONDS        PIC 9(4).

FD  BILLING-EXTRACT
    RECORD CONTAINS 63 CHARACTERS
    LABEL RECORDS ARE STANDARD.
COPY BILLXTR.

COPY SUBSCFD.

COPY AUDITFD.

COPY CYCSFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-PARM-STATUS              PIC XX.
    88  WS-PARM-OK                  VALUE '00'.

01  WS-EXTRACT-STATUS           PIC XX.
    88  WS-EXTRACT-OK               VALUE '00'.
    88  WS-EXTRACT-EOF              VALUE '10'.

01  WS-SUBSCR-STATUS            PIC XX.
    88  WS-SUBSCR-OK                VALUE '00'.
    88  WS-SUBSCR-EOF               VALUE '10'.

01  WS-CYCSTAT-EOF-FLAG         PIC X VALUE 'N'.
    88  WS-CYCSTAT-AT-END           VALUE 'Y'.

01  WS-EXTRACT-FILE-NAME        PIC X(30) VALUE SPACES.
01  WS-TRAILER-FLAG             PIC X VALUE 'N'.
    88  WS-TRAILER-FOUND            VALUE 'Y'.
01  WS-TRAILER-MODE             PIC X(5) VALUE SPACES.
    88  WS-TRAILER-NOT-FULL         VALUE 'DELTA' 'RESND'.

*> The FUCKJOB steps that write a cycle-status row, in stream
*> order - the same list CYCLE-INQ shows. IEBGENER copy-backs and
*> the SORT write no row of their own; a lost copy-back shows up
*> as a broken hand-off between the steps either side of it.
01  WS-STEP-DEFINITIONS.
    05  FILLER  PIC X(18) VALUE 'RGN MAINT RGNMAINT'.
    05  FILLER  PIC X(18) VALUE 'APPLY     CNTRAPLY'.
    05  FILLER  PIC X(18) VALUE 'EDIT      CNTREDIT'.
    05  FILLER  PIC X(18) VALUE 'SUSPENSE  CNTRSUSP'.
    05  FILLER  PIC X(18) VALUE 'SUSP AGE  SUSPAGE '.
    05  FILLER  PIC X(18) VALUE 'KEY LOAD  CNTRLOAD'.
    05  FILLER  PIC X(18) VALUE 'FUCK      FUCK    '.
    05  FILLER  PIC X(18) VALUE 'EXTRACT   CNTRYXTR'.
    05  FILLER  PIC X(18) VALUE 'BALANCE   CNTRYBAL'.
01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
    05  WS-STEP-ENTRY OCCURS 9 TIMES.
        10  WS-STEP-LABEL          PIC X(10).
        10  WS-STEP-JOB            PIC X(8).
01  WS-STEP-COUNT                  PIC 9(2) VALUE 9.

*> What each step did tonight, plus the run times it took on the
*> most recent earlier cycles - the window slides forward as the
*> file is read, since cycle-status.dat is in business-date order.
01  WS-STEP-RESULTS.
    05  WS-STEP-RESULT OCCURS 9 TIMES
                       INDEXED BY WS-SR-IDX.
        10  SR-FOUND-FLAG          PIC X(1).
            88  SR-IS-FOUND            VALUE 'Y'.
        10  SR-START-TIME          PIC X(8).
        10  SR-END-TIME            PIC X(8).
        10  SR-RETURN-CODE         PIC 9(2).
        10  SR-RECORDS-IN          PIC 9(9).
        10  SR-RECORDS-OUT         PIC 9(9).
        10  SR-ELAPSED             PIC 9(7).
        10  SR-NORM                PIC 9(7).
        10  SR-HIST-COUNT          PIC 9(2).
        10  SR-HIST-ELAPSED        PIC 9(7) OCCURS 30 TIMES.
        10  SR-NOTE                PIC X(36).
01  WS-STEP-IDX                    PIC 9(2) VALUE ZERO.
01  WS-HIST-IDX                    PIC 9(2) VALUE ZERO.
01  WS-HIST-SUM                    PIC 9(9) VALUE ZERO.

*> Record hand-offs proven from the cycle-status counts: the
*> count one step passed on (O = records out, I = records in)
*> against the count the next step took in.
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
01  WS-FOUND-IDX                   PIC 9(2) VALUE ZERO.
01  WS-FOUND-COUNT                 PIC 9(9) VALUE ZERO.
01  WS-FROM-IDX                    PIC 9(2) VALUE ZERO.
01  WS-TO-IDX                      PIC 9(2) VALUE ZERO.
01  WS-FROM-COUNT                  PIC 9(9) VALUE ZERO.
01  WS-TO-COUNT                    PIC 9(9) VALUE ZERO.
01  WS-FUCK-IDX                    PIC 9(2) VALUE ZERO.

*> Run-time norm controls from cycrecon.parm: how many earlier
*> cycles make the norm, how many times over (or under) it counts
*> as far outside, and a floor in seconds below which a swing is
*> noise - a 2-second step taking 7 is not worth a page.
01  WS-LOOKBACK-CYCLES          PIC 9(2) VALUE 10.
01  WS-OUTLIER-FACTOR           PIC 9(2) VALUE 3.
01  WS-FLOOR-SECONDS            PIC 9(4) VALUE 60.
01  WS-MIN-HISTORY              PIC 9(2) VALUE 3.
01  WS-FLOOR-HUNDREDTHS         PIC 9(7) VALUE ZERO.

01  WS-TIME-WORK                PIC X(8).
01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
    05  WS-TIME-HH              PIC 9(2).
    05  WS-TIME-MM              PIC 9(2).
    05  WS-TIME-SS              PIC 9(2).
    05  WS-TIME-CC              PIC 9(2).
01  WS-START-HUNDREDTHS         PIC 9(7) VALUE ZERO.
01  WS-END-HUNDREDTHS           PIC 9(7) VALUE ZERO.
01  WS-TIME-HUNDREDTHS          PIC 9(7) VALUE ZERO.
01  WS-ELAPSED-HUNDREDTHS       PIC 9(7) VALUE ZERO.
01  WS-ELAPSED-VALID            PIC X VALUE 'N'.
    88  WS-IS-ELAPSED-VALID         VALUE 'Y'.
01  WS-NORM-LIMIT               PIC 9(9) VALUE ZERO.

01  WS-ROWS-FOR-DATE            PIC 9(9) VALUE ZERO.
01  WS-MISSING-COUNT            PIC 9(9) VALUE ZERO.
01  WS-FAILED-STEP-COUNT        PIC 9(9) VALUE ZERO.
01  WS-HANDOFF-PROVEN           PIC 9(9) VALUE ZERO.
01  WS-BREAK-COUNT              PIC 9(9) VALUE ZERO.
01  WS-OUTLIER-COUNT            PIC 9(9) VALUE ZERO.
01  WS-FULL-FEED-COUNT          PIC 9(9) VALUE ZERO.

01  WS-LINES-ON-PAGE            PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 60.

01  WS-CURRENT-TIME.
    05  WS-CURRENT-HH           PIC 9(2).
    05  WS-CURRENT-MN           PIC 9(2).
    05  WS-CURRENT-SS           PIC 9(2).
    05  FILLER                  PIC 9(2).

01  WS-REPORT-DATE              PIC X(10).
01  WS-REPORT-TIME              PIC X(8).

01  WS-HEADING-1.
    05  FILLER                  PIC X(23) VALUE 'CYCLE CONTROL REPORT'.
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
    05  FILLER                  PIC X(11) VALUE 'STEP'.
    05  FILLER                  PIC X(10) VALUE 'JOB'.
    05  FILLER                  PIC X(10) VALUE 'START'.
    05  FILLER                  PIC X(10) VALUE 'END'.
    05  FILLER                  PIC X(10) VALUE 'ELAPSED'.
    05  FILLER                  PIC X(10) VALUE '   NORM'.
    05  FILLER                  PIC X(4)  VALUE 'RC'.
    05  FILLER                  PIC X(14) VALUE ' RECORDS IN'.
    05  FILLER                  PIC X(13) VALUE 'RECORDS OUT'.
    05  FILLER                  PIC X(36) VALUE 'NOTE'.

01  WS-STEP-LINE.
    05  SL-LABEL                PIC X(11).
    05  SL-JOB                  PIC X(10).
    05  SL-START                PIC X(10).
    05  SL-END                  PIC X(10).
    05  SL-ELAPSED              PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  SL-NORM                 PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  SL-RC                   PIC X(4).
    05  SL-RECORDS-IN           PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(3)  VALUE SPACES.
    05  SL-RECORDS-OUT          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  SL-NOTE                 PIC X(36).

01  WS-HANDOFF-CAPTION.
    05  FILLER                  PIC X(26) VALUE 'PASSED ON BY'.
    05  FILLER                  PIC X(11) VALUE '      COUNT'.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(26) VALUE 'TAKEN IN BY'.
    05  FILLER                  PIC X(11) VALUE '      COUNT'.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(36) VALUE 'RESULT'.

01  WS-HANDOFF-LINE.
    05  HL-FROM                 PIC X(26).
    05  HL-FROM-COUNT           PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  HL-TO                   PIC X(26).
    05  HL-TO-COUNT             PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  HL-RESULT               PIC X(36).

01  WS-COUNT-DESC               PIC X(26) VALUE SPACES.
01  WS-SAVE-LINE                PIC X(132) VALUE SPACES.

01  WS-RPT-COUNT-LINE.
    05  RPT-COUNT-LABEL         PIC X(30).
    05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'CYCRECON'.
01  WS-AUDIT-TIME                PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.

01  WS-CYCSTAT-STATUS            PIC XX.
    88  WS-CYCSTAT-OK                VALUE '00'.
01  WS-STEP-START-TIME           PIC X(8).

PROCEDURE DIVISION.
MAIN.
    ACCEPT WS-STEP-START-TIME FROM TIME
    PERFORM READ-BUSINESS-DATE
    PERFORM READ-RECON-PARM
    PERFORM INITIALIZE-STEP-RESULTS
    OPEN INPUT CYCLE-STATUS
    IF WS-CYCSTAT-OK
        PERFORM SCAN-CYCLE-STATUS
        CLOSE CYCLE-STATUS
        OPEN OUTPUT CONTROL-REPORT
        PERFORM FORMAT-REPORT-STAMP
        PERFORM WRITE-PAGE-HEADING
        PERFORM CHECK-STEP-COMPLETION
        PERFORM PROVE-HANDOFFS
        PERFORM PROVE-FULL-FEEDS
        PERFORM WRITE-REPORT-FOOTER
        CLOSE CONTROL-REPORT
        DISPLAY 'CYCLE-RECON: BUSINESS DATE    : ' WS-BUSINESS-DATE
        DISPLAY 'CYCLE-RECON: STEP ROWS FOUND  : ' WS-ROWS-FOR-DATE
        DISPLAY 'CYCLE-RECON: STEPS MISSING    : ' WS-MISSING-COUNT
        DISPLAY 'CYCLE-RECON: HAND-OFFS PROVEN : ' WS-HANDOFF-PROVEN
        DISPLAY 'CYCLE-RECON: BREAKS           : ' WS-BREAK-COUNT
        DISPLAY 'CYCLE-RECON: RUN-TIME OUTLIERS: ' WS-OUTLIER-COUNT
        EVALUATE TRUE
            WHEN WS-BREAK-COUNT > 0
                DISPLAY 'CYCLE-RECON: CYCLE DID NOT RECONCILE - SEE '
                    'cycle-control.rpt'
                MOVE 8 TO RETURN-CODE
            WHEN WS-OUTLIER-COUNT > 0
                DISPLAY 'CYCLE-RECON: RECONCILED - RUN-TIME OUTLIERS '
                    'ON cycle-control.rpt'
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE ZERO TO RETURN-CODE
        END-EVALUATE
    ELSE
        DISPLAY 'CYCLE-RECON: UNABLE TO OPEN cycle-status.dat - '
            'FILE STATUS ' WS-CYCSTAT-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF
    PERFORM WRITE-AUDIT-LOG
    PERFORM WRITE-CYCLE-STATUS
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
        DISPLAY 'CYCLE-RECON: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF.

READ-RECON-PARM.
    OPEN INPUT RECON-PARM
    IF WS-PARM-OK
        READ RECON-PARM
            AT END
                CONTINUE
            NOT AT END
                IF CP-LOOKBACK-CYCLES NUMERIC
                        AND CP-LOOKBACK-CYCLES > 0
                    MOVE CP-LOOKBACK-CYCLES TO WS-LOOKBACK-CYCLES
                END-IF
                IF CP-OUTLIER-FACTOR NUMERIC
                        AND CP-OUTLIER-FACTOR > 1
                    MOVE CP-OUTLIER-FACTOR TO WS-OUTLIER-FACTOR
                END-IF
                IF CP-FLOOR-SECONDS NUMERIC
                    MOVE CP-FLOOR-SECONDS TO WS-FLOOR-SECONDS
                END-IF
        END-READ
        CLOSE RECON-PARM
    ELSE
        DISPLAY 'CYCLE-RECON: NO cycrecon.parm FOUND - NORM OVER '
            WS-LOOKBACK-CYCLES ' CYCLES, ' WS-OUTLIER-FACTOR
            'X, ' WS-FLOOR-SECONDS ' SECOND FLOOR'
    END-IF
    IF WS-LOOKBACK-CYCLES > 30
        MOVE 30 TO WS-LOOKBACK-CYCLES
    END-IF
    COMPUTE WS-FLOOR-HUNDREDTHS = WS-FLOOR-SECONDS * 100.

INITIALIZE-STEP-RESULTS.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE 'N' TO SR-FOUND-FLAG(WS-STEP-IDX)
        MOVE SPACES TO SR-START-TIME(WS-STEP-IDX)
        MOVE SPACES TO SR-END-TIME(WS-STEP-IDX)
        MOVE ZERO TO SR-RETURN-CODE(WS-STEP-IDX)
        MOVE ZERO TO SR-RECORDS-IN(WS-STEP-IDX)
        MOVE ZERO TO SR-RECORDS-OUT(WS-STEP-IDX)
        MOVE ZERO TO SR-ELAPSED(WS-STEP-IDX)
        MOVE ZERO TO SR-NORM(WS-STEP-IDX)
        MOVE ZERO TO SR-HIST-COUNT(WS-STEP-IDX)
        MOVE SPACES TO SR-NOTE(WS-STEP-IDX)
    END-PERFORM.

SCAN-CYCLE-STATUS.
    *> One sequential pass: tonight's rows fill the step results,
    *> earlier rows feed each step's run-time window. Rows after
    *> the business date (a later cycle already run) are ignored.
    PERFORM UNTIL WS-CYCSTAT-AT-END
        READ CYCLE-STATUS NEXT RECORD
            AT END
                SET WS-CYCSTAT-AT-END TO TRUE
            NOT AT END
                PERFORM FIND-STEP-FOR-ROW
                IF WS-FOUND-IDX NOT = ZERO
                    EVALUATE TRUE
                        WHEN CYC-BUSINESS-DATE = WS-BUSINESS-DATE
                            PERFORM TAKE-TONIGHTS-ROW
                        WHEN CYC-BUSINESS-DATE < WS-BUSINESS-DATE
                            PERFORM ADD-TO-RUN-TIME-WINDOW
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.

FIND-STEP-FOR-ROW.
    MOVE ZERO TO WS-FOUND-IDX
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-STEP-JOB(WS-STEP-IDX) = CYC-JOB-NAME
            MOVE WS-STEP-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

TAKE-TONIGHTS-ROW.
    ADD 1 TO WS-ROWS-FOR-DATE
    SET SR-IS-FOUND(WS-FOUND-IDX) TO TRUE
    MOVE CYC-START-TIME TO SR-START-TIME(WS-FOUND-IDX)
    MOVE CYC-END-TIME TO SR-END-TIME(WS-FOUND-IDX)
    MOVE CYC-RETURN-CODE TO SR-RETURN-CODE(WS-FOUND-IDX)
    MOVE CYC-RECORDS-IN TO SR-RECORDS-IN(WS-FOUND-IDX)
    MOVE CYC-RECORDS-OUT TO SR-RECORDS-OUT(WS-FOUND-IDX)
    PERFORM COMPUTE-ROW-ELAPSED
    IF WS-IS-ELAPSED-VALID
        MOVE WS-ELAPSED-HUNDREDTHS TO SR-ELAPSED(WS-FOUND-IDX)
    END-IF.

ADD-TO-RUN-TIME-WINDOW.
    *> Oldest run drops off the front once the window is full.
    PERFORM COMPUTE-ROW-ELAPSED
    IF WS-IS-ELAPSED-VALID
        IF SR-HIST-COUNT(WS-FOUND-IDX) >= WS-LOOKBACK-CYCLES
            PERFORM VARYING WS-HIST-IDX FROM 2 BY 1
                    UNTIL WS-HIST-IDX > SR-HIST-COUNT(WS-FOUND-IDX)
                MOVE SR-HIST-ELAPSED(WS-FOUND-IDX, WS-HIST-IDX)
                    TO SR-HIST-ELAPSED(WS-FOUND-IDX, WS-HIST-IDX - 1)
            END-PERFORM
        ELSE
            ADD 1 TO SR-HIST-COUNT(WS-FOUND-IDX)
        END-IF
        MOVE WS-ELAPSED-HUNDREDTHS TO SR-HIST-ELAPSED(WS-FOUND-IDX,
            SR-HIST-COUNT(WS-FOUND-IDX))
    END-IF.

COMPUTE-ROW-ELAPSED.
    *> Start and end are HHMMSScc from ACCEPT FROM TIME; a step
    *> that runs across midnight ends "before" it started.
    MOVE 'N' TO WS-ELAPSED-VALID
    MOVE CYC-START-TIME TO WS-TIME-WORK
    IF WS-TIME-WORK NUMERIC
        PERFORM CONVERT-TIME-TO-HUNDREDTHS
        MOVE WS-TIME-HUNDREDTHS TO WS-START-HUNDREDTHS
        MOVE CYC-END-TIME TO WS-TIME-WORK
        IF WS-TIME-WORK NUMERIC
            PERFORM CONVERT-TIME-TO-HUNDREDTHS
            MOVE WS-TIME-HUNDREDTHS TO WS-END-HUNDREDTHS
            IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS
                COMPUTE WS-ELAPSED-HUNDREDTHS = WS-END-HUNDREDTHS
                    + 8640000 - WS-START-HUNDREDTHS
            ELSE
                COMPUTE WS-ELAPSED-HUNDREDTHS = WS-END-HUNDREDTHS
                    - WS-START-HUNDREDTHS
            END-IF
            SET WS-IS-ELAPSED-VALID TO TRUE
        END-IF
    END-IF.

CONVERT-TIME-TO-HUNDREDTHS.
    COMPUTE WS-TIME-HUNDREDTHS = WS-TIME-HH * 360000
        + WS-TIME-MM * 6000 + WS-TIME-SS * 100 + WS-TIME-CC.

CHECK-STEP-COMPLETION.
    MOVE 'STEP COMPLETION' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-STEP-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        PERFORM JUDGE-ONE-STEP
        PERFORM WRITE-STEP-LINE
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

JUDGE-ONE-STEP.
    PERFORM COMPUTE-STEP-NORM
    EVALUATE TRUE
        WHEN NOT SR-IS-FOUND(WS-STEP-IDX)
            ADD 1 TO WS-MISSING-COUNT
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** MISSING - NO CYCLE-STATUS ROW'
                TO SR-NOTE(WS-STEP-IDX)
        WHEN SR-RETURN-CODE(WS-STEP-IDX) NOT = ZERO
            ADD 1 TO WS-FAILED-STEP-COUNT
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** STEP ENDED NONZERO'
                TO SR-NOTE(WS-STEP-IDX)
            PERFORM JUDGE-STEP-RUN-TIME
        WHEN OTHER
            PERFORM JUDGE-STEP-RUN-TIME
    END-EVALUATE.

COMPUTE-STEP-NORM.
    MOVE ZERO TO WS-HIST-SUM
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > SR-HIST-COUNT(WS-STEP-IDX)
        ADD SR-HIST-ELAPSED(WS-STEP-IDX, WS-HIST-IDX) TO WS-HIST-SUM
    END-PERFORM
    IF SR-HIST-COUNT(WS-STEP-IDX) > 0
        COMPUTE SR-NORM(WS-STEP-IDX) =
            WS-HIST-SUM / SR-HIST-COUNT(WS-STEP-IDX)
    END-IF.

JUDGE-STEP-RUN-TIME.
    *> Too few earlier cycles and there is no norm to be outside
    *> of; the floor keeps sub-minute steps from paging anyone.
    IF SR-HIST-COUNT(WS-STEP-IDX) >= WS-MIN-HISTORY
        COMPUTE WS-NORM-LIMIT =
            SR-NORM(WS-STEP-IDX) * WS-OUTLIER-FACTOR
        IF SR-ELAPSED(WS-STEP-IDX) > WS-NORM-LIMIT
                AND SR-ELAPSED(WS-STEP-IDX) - SR-NORM(WS-STEP-IDX)
                    > WS-FLOOR-HUNDREDTHS
            ADD 1 TO WS-OUTLIER-COUNT
            IF SR-NOTE(WS-STEP-IDX) = SPACES
                MOVE 'RUN TIME FAR ABOVE NORM'
                    TO SR-NOTE(WS-STEP-IDX)
            END-IF
        END-IF
        COMPUTE WS-NORM-LIMIT =
            SR-ELAPSED(WS-STEP-IDX) * WS-OUTLIER-FACTOR
        IF WS-NORM-LIMIT < SR-NORM(WS-STEP-IDX)
                AND SR-NORM(WS-STEP-IDX) - SR-ELAPSED(WS-STEP-IDX)
                    > WS-FLOOR-HUNDREDTHS
            ADD 1 TO WS-OUTLIER-COUNT
            IF SR-NOTE(WS-STEP-IDX) = SPACES
                MOVE 'RUN TIME FAR BELOW NORM'
                    TO SR-NOTE(WS-STEP-IDX)
            END-IF
        END-IF
    END-IF.

WRITE-STEP-LINE.
    MOVE SPACES TO WS-STEP-LINE
    MOVE WS-STEP-LABEL(WS-STEP-IDX) TO SL-LABEL
    MOVE WS-STEP-JOB(WS-STEP-IDX) TO SL-JOB
    IF SR-IS-FOUND(WS-STEP-IDX)
        MOVE SR-START-TIME(WS-STEP-IDX) TO WS-TIME-WORK
        STRING WS-TIME-WORK(1:2) ':' WS-TIME-WORK(3:2) ':'
               WS-TIME-WORK(5:2)
            DELIMITED BY SIZE INTO SL-START
        MOVE SR-END-TIME(WS-STEP-IDX) TO WS-TIME-WORK
        STRING WS-TIME-WORK(1:2) ':' WS-TIME-WORK(3:2) ':'
               WS-TIME-WORK(5:2)
            DELIMITED BY SIZE INTO SL-END
        COMPUTE SL-ELAPSED = SR-ELAPSED(WS-STEP-IDX) / 100
        MOVE SR-RETURN-CODE(WS-STEP-IDX) TO SL-RC
        MOVE SR-RECORDS-IN(WS-STEP-IDX) TO SL-RECORDS-IN
        MOVE SR-RECORDS-OUT(WS-STEP-IDX) TO SL-RECORDS-OUT
    ELSE
        MOVE ZERO TO SL-ELAPSED
        MOVE ZERO TO SL-RECORDS-IN
        MOVE ZERO TO SL-RECORDS-OUT
    END-IF
    IF SR-HIST-COUNT(WS-STEP-IDX) > 0
        COMPUTE SL-NORM = SR-NORM(WS-STEP-IDX) / 100
    ELSE
        MOVE ZERO TO SL-NORM
    END-IF
    MOVE SR-NOTE(WS-STEP-IDX) TO SL-NOTE
    MOVE WS-STEP-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

PROVE-HANDOFFS.
    MOVE 'RECORD HAND-OFFS' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-HANDOFF-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-HANDOFF-IDX FROM 1 BY 1
            UNTIL WS-HANDOFF-IDX > WS-HANDOFF-COUNT
        PERFORM PROVE-ONE-HANDOFF
    END-PERFORM.

PROVE-ONE-HANDOFF.
    MOVE SPACES TO WS-HANDOFF-LINE
    MOVE HO-FROM-JOB(WS-HANDOFF-IDX) TO WS-FIND-JOB
    MOVE HO-FROM-SIDE(WS-HANDOFF-IDX) TO WS-FIND-SIDE
    PERFORM FIND-STEP-COUNT
    MOVE WS-FOUND-IDX TO WS-FROM-IDX
    MOVE WS-FOUND-COUNT TO WS-FROM-COUNT
    PERFORM DESCRIBE-COUNT
    MOVE WS-COUNT-DESC TO HL-FROM
    MOVE HO-TO-JOB(WS-HANDOFF-IDX) TO WS-FIND-JOB
    MOVE HO-TO-SIDE(WS-HANDOFF-IDX) TO WS-FIND-SIDE
    PERFORM FIND-STEP-COUNT
    MOVE WS-FOUND-IDX TO WS-TO-IDX
    MOVE WS-FOUND-COUNT TO WS-TO-COUNT
    PERFORM DESCRIBE-COUNT
    MOVE WS-COUNT-DESC TO HL-TO
    MOVE WS-FROM-COUNT TO HL-FROM-COUNT
    MOVE WS-TO-COUNT TO HL-TO-COUNT
    EVALUATE TRUE
        WHEN WS-FROM-IDX = ZERO OR WS-TO-IDX = ZERO
            *> The missing step is already counted as a break.
            MOVE 'NOT PROVEN - STEP MISSING' TO HL-RESULT
        WHEN WS-FROM-COUNT = WS-TO-COUNT
            ADD 1 TO WS-HANDOFF-PROVEN
            MOVE 'OK' TO HL-RESULT
        WHEN WS-FROM-COUNT > WS-TO-COUNT
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** BREAK - RECORDS LOST' TO HL-RESULT
        WHEN OTHER
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** BREAK - RECORDS GAINED' TO HL-RESULT
    END-EVALUATE
    MOVE WS-HANDOFF-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

FIND-STEP-COUNT.
    *> Index and count for a job's records in (I) or out (O);
    *> zero index when the step left no row tonight.
    MOVE ZERO TO WS-FOUND-IDX
    MOVE ZERO TO WS-FOUND-COUNT
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-STEP-JOB(WS-STEP-IDX) = WS-FIND-JOB
                AND SR-IS-FOUND(WS-STEP-IDX)
            MOVE WS-STEP-IDX TO WS-FOUND-IDX
            IF WS-FIND-SIDE = 'O'
                MOVE SR-RECORDS-OUT(WS-STEP-IDX) TO WS-FOUND-COUNT
            ELSE
                MOVE SR-RECORDS-IN(WS-STEP-IDX) TO WS-FOUND-COUNT
            END-IF
        END-IF
    END-PERFORM.

DESCRIBE-COUNT.
    MOVE SPACES TO WS-COUNT-DESC
    IF WS-FIND-SIDE = 'O'
        STRING WS-FIND-JOB DELIMITED BY SPACE
               ' RECORDS OUT' DELIMITED BY SIZE
            INTO WS-COUNT-DESC
    ELSE
        STRING WS-FIND-JOB DELIMITED BY SPACE
               ' RECORDS IN' DELIMITED BY SIZE
            INTO WS-COUNT-DESC
    END-IF.

PROVE-FULL-FEEDS.
    *> A full extract carries one detail per row FUCK processed,
    *> so FUCK's count is proven against the trailer of every
    *> active subscriber's feed that went out FULL tonight. Delta
    *> feeds carry only changes and are not comparable.
    MOVE 'FUCK    ' TO WS-FIND-JOB
    MOVE 'I' TO WS-FIND-SIDE
    PERFORM FIND-STEP-COUNT
    MOVE WS-FOUND-IDX TO WS-FUCK-IDX
    MOVE WS-FOUND-COUNT TO WS-FROM-COUNT
    OPEN INPUT SUBSCRIBER-MASTER
    IF WS-SUBSCR-OK
        PERFORM UNTIL WS-SUBSCR-EOF
            READ SUBSCRIBER-MASTER
                AT END
                    SET WS-SUBSCR-EOF TO TRUE
                NOT AT END
                    IF SUB-IS-ACTIVE
                        PERFORM PROVE-ONE-FULL-FEED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MASTER
    ELSE
        MOVE SPACES TO RPT-LINE
        STRING 'NO subscriber.ctl - FILE STATUS ' WS-SUBSCR-STATUS
               ' - FULL FEEDS NOT PROVEN'
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

PROVE-ONE-FULL-FEED.
    MOVE SPACES TO WS-HANDOFF-LINE
    MOVE 'FUCK RECORDS IN' TO HL-FROM
    MOVE WS-FROM-COUNT TO HL-FROM-COUNT
    STRING 'XTR FEED ' SUB-ID DELIMITED BY SIZE INTO HL-TO
    MOVE ZERO TO WS-TO-COUNT
    MOVE 'N' TO WS-TRAILER-FLAG
    MOVE SPACES TO WS-TRAILER-MODE
    MOVE SUB-OUTPUT-FILE TO WS-EXTRACT-FILE-NAME
    OPEN INPUT BILLING-EXTRACT
    IF WS-EXTRACT-OK
        PERFORM UNTIL WS-EXTRACT-EOF
            READ BILLING-EXTRACT
                AT END
                    CONTINUE
                NOT AT END
                    IF BT-IS-TRAILER
                        MOVE BT-RECORD-COUNT TO WS-TO-COUNT
                        MOVE BT-EXTRACT-MODE TO WS-TRAILER-MODE
                        SET WS-TRAILER-FOUND TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BILLING-EXTRACT
    END-IF
    MOVE WS-TO-COUNT TO HL-TO-COUNT
    EVALUATE TRUE
        WHEN NOT WS-TRAILER-FOUND
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** BREAK - NO EXTRACT TRAILER' TO HL-RESULT
        WHEN WS-TRAILER-NOT-FULL
            MOVE 'DELTA FEED - NOT COMPARABLE' TO HL-RESULT
        WHEN WS-FUCK-IDX = ZERO
            MOVE 'NOT PROVEN - STEP MISSING' TO HL-RESULT
        WHEN WS-FROM-COUNT = WS-TO-COUNT
            ADD 1 TO WS-HANDOFF-PROVEN
            ADD 1 TO WS-FULL-FEED-COUNT
            MOVE 'OK' TO HL-RESULT
        WHEN WS-FROM-COUNT > WS-TO-COUNT
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** BREAK - RECORDS LOST' TO HL-RESULT
        WHEN OTHER
            ADD 1 TO WS-BREAK-COUNT
            MOVE '** BREAK - RECORDS GAINED' TO HL-RESULT
    END-EVALUATE
    MOVE WS-HANDOFF-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'BUSINESS DATE               :' TO RPT-COUNT-LABEL
    MOVE SPACES TO RPT-LINE
    STRING RPT-COUNT-LABEL ' ' WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'STEPS EXPECTED              :' TO RPT-COUNT-LABEL
    MOVE WS-STEP-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'STEPS MISSING               :' TO RPT-COUNT-LABEL
    MOVE WS-MISSING-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'STEPS ENDED NONZERO         :' TO RPT-COUNT-LABEL
    MOVE WS-FAILED-STEP-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'HAND-OFFS PROVEN            :' TO RPT-COUNT-LABEL
    MOVE WS-HANDOFF-PROVEN TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'FULL FEEDS PROVEN           :' TO RPT-COUNT-LABEL
    MOVE WS-FULL-FEED-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'BREAKS                      :' TO RPT-COUNT-LABEL
    MOVE WS-BREAK-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    MOVE 'RUN-TIME OUTLIERS           :' TO RPT-COUNT-LABEL
    MOVE WS-OUTLIER-COUNT TO RPT-COUNT-VALUE
    PERFORM WRITE-COUNT-LINE
    IF WS-BREAK-COUNT = ZERO
        MOVE 'CYCLE RECONCILED - EVERY HAND-OFF PROVEN' TO RPT-LINE
    ELSE
        MOVE '** CYCLE DID NOT RECONCILE **' TO RPT-LINE
    END-IF
    PERFORM WRITE-REPORT-LINE.

WRITE-COUNT-LINE.
    MOVE WS-RPT-COUNT-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

FORMAT-REPORT-STAMP.
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-BUSINESS-DATE(1:4) '-' WS-BUSINESS-DATE(5:2) '-'
           WS-BUSINESS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-REPORT-DATE
    STRING WS-CURRENT-HH ':' WS-CURRENT-MN ':' WS-CURRENT-SS
        DELIMITED BY SIZE INTO WS-REPORT-TIME.

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

WRITE-CYCLE-STATUS.
    *> Step-completion row for the CYCLE-INQ operator screen - a
    *> rerun of the same step and business date replaces its row.
    OPEN I-O CYCLE-STATUS
    IF NOT WS-CYCSTAT-OK
        CLOSE CYCLE-STATUS
        OPEN OUTPUT CYCLE-STATUS
        CLOSE CYCLE-STATUS
        OPEN I-O CYCLE-STATUS
    END-IF
    IF WS-CYCSTAT-OK
        MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
        MOVE WS-JOB-NAME TO CYC-JOB-NAME
        MOVE WS-STEP-START-TIME TO CYC-START-TIME
        ACCEPT CYC-END-TIME FROM TIME
        MOVE RETURN-CODE TO CYC-RETURN-CODE
        MOVE WS-ROWS-FOR-DATE TO CYC-RECORDS-IN
        MOVE WS-BREAK-COUNT TO CYC-RECORDS-OUT
        WRITE CYCLE-STATUS-RECORD
            INVALID KEY
                REWRITE CYCLE-STATUS-RECORD
        END-WRITE
        CLOSE CYCLE-STATUS
    END-IF.
