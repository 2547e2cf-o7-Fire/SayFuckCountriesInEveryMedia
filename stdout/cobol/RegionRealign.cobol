IDENTIFICATION DIVISION.
PROGRAM-ID. REGION-REALIGN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Ass ASSIGN TO "countries.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASS-STATUS.

COPY REGIONSEL.

COPY PNDUPDSEL.

COPY RLGNSEL.

COPY RGNTSEL.

    SELECT REALIGN-PARM ASSIGN TO "realign.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT REALIGN-LIST ASSIGN TO "realign-list.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.

    SELECT REALIGN-REPORT ASSIGN TO "region-realign.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

COPY AUDITSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
COPY ASSFD.

COPY REGIONFD.

COPY PNDUPDFD.

COPY RLGNFD.

COPY RGNTFD.

*> The realignment card: the region the countries leave, the region
*> they join, the business date the move takes effect (blank means
*> the current business date), Y to retire the old region once it
*> is empty, and the two people who asked for and signed off the
*> move - they must differ, as on COUNTRY-APRV.
FD  REALIGN-PARM
    RECORD CONTAINS 36 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REALIGN-PARM-RECORD.
    05  RA-OLD-REGION           PIC X(3).
    05  FILLER                  PIC X(1).
    05  RA-NEW-REGION           PIC X(3).
    05  FILLER                  PIC X(1).
    05  RA-EFFECTIVE-DATE       PIC X(8).
    05  FILLER                  PIC X(1).
    05  RA-RETIRE-FLAG          PIC X(1).
        88  RA-RETIRE-OLD-REGION    VALUE 'Y'.
    05  FILLER                  PIC X(1).
    05  RA-REQUESTED-BY         PIC X(8).
    05  FILLER                  PIC X(1).
    05  RA-APPROVED-BY          PIC X(8).

*> Optional: one country code per line. When present only these
*> countries move; when absent every country on the old region does.
FD  REALIGN-LIST
    RECORD CONTAINS 3 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REALIGN-LIST-RECORD.
    05  RL-LIST-CODE            PIC X(3).

FD  REALIGN-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

COPY AUDITFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-ASS-STATUS               PIC XX.
    88  WS-ASS-OK                   VALUE '00'.
    88  WS-ASS-EOF                  VALUE '10'.

01  WS-REGION-STATUS            PIC XX.
    88  WS-REGION-OK                VALUE '00'.
    88  WS-REGION-EOF               VALUE '10'.

01  WS-PNDUPD-STATUS            PIC XX.
    88  WS-PNDUPD-OK                VALUE '00'.
    88  WS-PNDUPD-EOF               VALUE '10'.

01  WS-RLGN-STATUS              PIC XX.
    88  WS-RLGN-OK                  VALUE '00'.
    88  WS-RLGN-EOF                 VALUE '10'.

01  WS-TRANS-STATUS             PIC XX.
    88  WS-TRANS-OK                 VALUE '00'.

01  WS-PARM-STATUS              PIC XX.
    88  WS-PARM-OK                  VALUE '00'.

01  WS-LIST-STATUS              PIC XX.
    88  WS-LIST-OK                  VALUE '00'.
    88  WS-LIST-EOF                 VALUE '10'.

01  WS-CARD-FOUND               PIC X VALUE 'N'.
    88  WS-HAS-CARD                 VALUE 'Y'.
01  WS-OLD-REGION               PIC X(3) VALUE SPACES.
01  WS-NEW-REGION               PIC X(3) VALUE SPACES.
01  WS-EFFECTIVE-DATE           PIC X(8) VALUE SPACES.
01  WS-RETIRE-FLAG              PIC X VALUE 'N'.
    88  WS-WANTS-RETIRE             VALUE 'Y'.
01  WS-REQUESTED-BY             PIC X(8) VALUE SPACES.
01  WS-APPROVED-BY              PIC X(8) VALUE SPACES.

*> Any reason to refuse the card is listed on the report and
*> nothing is queued, registered or retired.
01  WS-REFUSED                  PIC X VALUE 'N'.
    88  WS-IS-REFUSED               VALUE 'Y'.
01  WS-MAX-REASONS              PIC 9(2) VALUE 10.
01  WS-REASON-COUNT             PIC 9(2) VALUE ZERO.
01  WS-REASON-TABLE.
    05  WS-REASON-TEXT OCCURS 10 TIMES
                       INDEXED BY WS-RS-IDX
                                PIC X(70).
01  WS-NEW-REASON               PIC X(70) VALUE SPACES.

01  WS-MAX-REGIONS              PIC 9(3) VALUE 999.
01  WS-REGION-COUNT             PIC 9(3) VALUE ZERO.
01  WS-REGION-TABLE.
    05  WS-REGION-ENTRY OCCURS 999 TIMES
                        INDEXED BY WS-R-IDX.
        10  RGT-CODE             PIC X(3).
        10  RGT-NAME             PIC X(30).
        10  RGT-ACTIVE-FLAG      PIC X(1).
            88  RGT-IS-ACTIVE        VALUE 'Y'.
        10  RGT-BEFORE-COUNT     PIC 9(7).
        10  RGT-BEFORE-POP       PIC 9(12).
        10  RGT-AFTER-COUNT      PIC 9(7).
        10  RGT-AFTER-POP        PIC 9(12).
01  WS-MATCH-IDX                PIC 9(3) VALUE ZERO.
01  WS-OLD-IDX                  PIC 9(3) VALUE ZERO.
01  WS-NEW-IDX                  PIC 9(3) VALUE ZERO.
01  WS-FIND-REGION              PIC X(3) VALUE SPACES.
01  WS-OLD-REGION-NAME          PIC X(30) VALUE SPACES.
01  WS-NEW-REGION-NAME          PIC X(30) VALUE SPACES.
*> Active rows on a region not on regions.txt - COUNTRY-EDIT flags
*> these; they are shown so the rollup still balances.
01  WS-UNKNOWN-COUNT            PIC 9(7) VALUE ZERO.
01  WS-UNKNOWN-POP              PIC 9(12) VALUE ZERO.

01  WS-MAX-LIST                 PIC 9(5) VALUE 9999.
01  WS-LIST-COUNT               PIC 9(5) VALUE ZERO.
01  WS-LIST-GIVEN               PIC X VALUE 'N'.
    88  WS-HAS-LIST                 VALUE 'Y'.
01  WS-LIST-TABLE.
    05  WS-LIST-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-L-IDX.
        10  LST-CODE             PIC X(3).
        10  LST-FOUND-REGION     PIC X(3).
        10  LST-FOUND-FLAG       PIC X(1).
            88  LST-IS-FOUND         VALUE 'Y'.
01  WS-IN-LIST                  PIC X VALUE 'N'.
    88  WS-IS-IN-LIST               VALUE 'Y'.

*> Moves already on region-realign.ctl. A rerun of the same card
*> finds its countries there and does not queue them twice.
01  WS-MAX-PLANNED              PIC 9(5) VALUE 9999.
01  WS-PLANNED-COUNT            PIC 9(5) VALUE ZERO.
01  WS-PLANNED-TABLE.
    05  WS-PLANNED-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-PL-IDX.
        10  PL-RECORD            PIC X(34).
01  WS-PLANNED-WORK.
    05  PW-CODE                 PIC X(3).
    05  PW-OLD-REGION           PIC X(3).
    05  PW-NEW-REGION           PIC X(3).
    05  PW-EFFECTIVE-DATE       PIC X(8).
    05  PW-PLANNED-DATE         PIC X(8).
    05  PW-STATUS               PIC X(1).
        88  PW-IS-PLANNED           VALUE 'P'.
    05  PW-LANDED-DATE          PIC X(8).
01  WS-ALREADY-PLANNED          PIC X VALUE 'N'.
    88  WS-IS-ALREADY-PLANNED       VALUE 'Y'.

*> Codes with a change still waiting on the pending-update queue.
*> COUNTRY-APPLY keeps only the last row per code, so queuing a
*> move behind one would silently drop the other change.
01  WS-MAX-QUEUED               PIC 9(5) VALUE 9999.
01  WS-QUEUED-COUNT             PIC 9(5) VALUE ZERO.
01  WS-QUEUED-TABLE.
    05  WS-QUEUED-CODE OCCURS 9999 TIMES
                       INDEXED BY WS-Q-IDX
                                PIC X(3).
01  WS-HAS-QUEUED-ROW           PIC X VALUE 'N'.
    88  WS-IS-QUEUED-ELSEWHERE      VALUE 'Y'.

*> Every country on the old region that the card reaches, in
*> countries.txt order, with what was done with it.
01  WS-MAX-MOVES                PIC 9(5) VALUE 9999.
01  WS-MOVE-COUNT               PIC 9(5) VALUE ZERO.
01  WS-MOVE-TABLE.
    05  WS-MOVE-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-M-IDX.
        10  MV-CODE              PIC X(3).
        10  MV-NAME              PIC X(40).
        10  MV-POPULATION        PIC 9(10).
        10  MV-STATUS-FLAG       PIC X(1).
        10  MV-SUCCESSOR-CODE    PIC X(3).
        10  MV-ACTION            PIC X(1).
            88  MV-IS-TO-QUEUE       VALUE 'Q'.
            88  MV-IS-PLANNED        VALUE 'P'.
            88  MV-IS-SKIPPED        VALUE 'S'.

01  WS-READ-COUNT               PIC 9(9) VALUE ZERO.
01  WS-ON-OLD-COUNT             PIC 9(9) VALUE ZERO.
01  WS-LEFT-ON-OLD-COUNT        PIC 9(9) VALUE ZERO.
01  WS-QUEUE-COUNT              PIC 9(9) VALUE ZERO.
01  WS-PLANNED-AGAIN-COUNT      PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT            PIC 9(9) VALUE ZERO.
01  WS-NOT-MOVED-COUNT          PIC 9(9) VALUE ZERO.
01  WS-EXCLUDED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-MOVES-OVERFLOW           PIC X VALUE 'N'.
    88  WS-IS-MOVES-OVERFLOW        VALUE 'Y'.

01  WS-RETIRE-RESULT            PIC X(70) VALUE SPACES.
01  WS-WARNING                  PIC X VALUE 'N'.
    88  WS-HAS-WARNING              VALUE 'Y'.

01  WS-BUSINESS-DATE-NUM        PIC 9(8) VALUE ZERO.
01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.
01  WS-DATE-INT                 PIC 9(8) VALUE ZERO.
01  WS-RETIRE-DATE              PIC X(8) VALUE SPACES.

01  WS-LINES-ON-PAGE            PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 60.
01  WS-SAVE-LINE                PIC X(132) VALUE SPACES.

01  WS-HEADING-1.
    05  FILLER                  PIC X(40)
        VALUE 'REGION REALIGNMENT REPORT'.
    05  FILLER                  PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER          PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '.
    05  H2-BUSINESS-DATE        PIC X(8).

01  WS-CARD-LINE.
    05  CL-LABEL                PIC X(20).
    05  CL-VALUE                PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  CL-TEXT                 PIC X(60).

01  WS-DETAIL-HEADING.
    05  FILLER                  PIC X(5)  VALUE 'CODE'.
    05  FILLER                  PIC X(41) VALUE 'COUNTRY NAME'.
    05  FILLER                  PIC X(4)  VALUE 'STS'.
    05  FILLER                  PIC X(15) VALUE '     POPULATION'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(40) VALUE 'RESULT'.

01  WS-DETAIL-LINE.
    05  DL-CODE                 PIC X(5).
    05  DL-NAME                 PIC X(41).
    05  DL-STATUS               PIC X(4).
    05  DL-POPULATION           PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  DL-RESULT               PIC X(50).

01  WS-ROLLUP-HEADING-1.
    05  FILLER                  PIC X(36) VALUE SPACES.
    05  FILLER                  PIC X(26)
        VALUE '-------- BEFORE --------'.
    05  FILLER                  PIC X(26)
        VALUE '--------- AFTER --------'.
    05  FILLER                  PIC X(26)
        VALUE '--------- CHANGE ---------'.

01  WS-ROLLUP-HEADING-2.
    05  FILLER                  PIC X(5)  VALUE 'RGN'.
    05  FILLER                  PIC X(31) VALUE 'REGION NAME'.
    05  FILLER                  PIC X(7)  VALUE '  CTRYS'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE '     POPULATION'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(7)  VALUE '  CTRYS'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE '     POPULATION'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(8)  VALUE '   CTRYS'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(16) VALUE '      POPULATION'.

01  WS-ROLLUP-LINE.
    05  RU-CODE                 PIC X(5).
    05  RU-NAME                 PIC X(31).
    05  RU-BEFORE-COUNT         PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RU-BEFORE-POP           PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RU-AFTER-COUNT          PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RU-AFTER-POP            PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RU-CHANGE-COUNT         PIC ----,--9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RU-CHANGE-POP           PIC ----,---,---,--9.

01  WS-TOTAL-BEFORE-COUNT       PIC 9(7) VALUE ZERO.
01  WS-TOTAL-BEFORE-POP         PIC 9(12) VALUE ZERO.
01  WS-TOTAL-AFTER-COUNT        PIC 9(7) VALUE ZERO.
01  WS-TOTAL-AFTER-POP          PIC 9(12) VALUE ZERO.

01  WS-FOOTER-LINE.
    05  FTR-LABEL               PIC X(40).
    05  FTR-COUNT               PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'RGNALIGN'.
01  WS-CURRENT-TIME              PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-REALIGN-CARD
    PERFORM LOAD-REGION-TABLE
    PERFORM LOAD-COUNTRY-LIST
    PERFORM LOAD-PLANNED-MOVES
    PERFORM LOAD-QUEUED-CODES
    PERFORM VALIDATE-REALIGN-CARD
    OPEN INPUT Ass
    IF NOT WS-ASS-OK
        DISPLAY 'REGION-REALIGN: UNABLE TO OPEN countries.txt - '
            'FILE STATUS ' WS-ASS-STATUS
        DISPLAY 'REGION-REALIGN: NOTHING QUEUED'
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM CHECK-EVERY-COUNTRY
        CLOSE Ass
        PERFORM CHECK-LIST-COVERAGE
        IF WS-IS-MOVES-OVERFLOW
            MOVE 'MORE COUNTRIES TO MOVE THAN THE RUN CAN HOLD'
                TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        END-IF
        IF NOT WS-IS-REFUSED
            PERFORM QUEUE-PENDING-CHANGES
            PERFORM REGISTER-PLANNED-MOVES
            PERFORM RETIRE-OLD-REGION
        END-IF
        PERFORM WRITE-REALIGN-REPORT
        DISPLAY 'REGION-REALIGN: COUNTRIES READ   : ' WS-READ-COUNT
        DISPLAY 'REGION-REALIGN: ON OLD REGION    : ' WS-ON-OLD-COUNT
        DISPLAY 'REGION-REALIGN: QUEUED           : ' WS-QUEUE-COUNT
        DISPLAY 'REGION-REALIGN: ALREADY PLANNED  : '
            WS-PLANNED-AGAIN-COUNT
        DISPLAY 'REGION-REALIGN: KEY BY HAND      : ' WS-SKIPPED-COUNT
        DISPLAY 'REGION-REALIGN: LISTED, NOT MOVED: '
            WS-NOT-MOVED-COUNT
        IF WS-IS-REFUSED
            DISPLAY 'REGION-REALIGN: REALIGNMENT REFUSED - '
                'NOTHING WRITTEN'
            PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                    UNTIL WS-RS-IDX > WS-REASON-COUNT
                DISPLAY 'REGION-REALIGN: ' WS-REASON-TEXT(WS-RS-IDX)
            END-PERFORM
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-HAS-WARNING
                    OR WS-QUEUE-COUNT + WS-PLANNED-AGAIN-COUNT = ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
        END-IF
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
        DISPLAY 'REGION-REALIGN: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF
    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.

READ-REALIGN-CARD.
    OPEN INPUT REALIGN-PARM
    IF WS-PARM-OK
        READ REALIGN-PARM
            AT END
                CONTINUE
            NOT AT END
                SET WS-HAS-CARD TO TRUE
                MOVE RA-OLD-REGION TO WS-OLD-REGION
                MOVE RA-NEW-REGION TO WS-NEW-REGION
                MOVE RA-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                IF RA-RETIRE-OLD-REGION
                    SET WS-WANTS-RETIRE TO TRUE
                END-IF
                MOVE RA-REQUESTED-BY TO WS-REQUESTED-BY
                MOVE RA-APPROVED-BY TO WS-APPROVED-BY
        END-READ
        CLOSE REALIGN-PARM
    END-IF
    IF WS-HAS-CARD AND WS-EFFECTIVE-DATE = SPACES
        MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
    END-IF.

LOAD-REGION-TABLE.
    OPEN INPUT REGION-MASTER
    IF WS-REGION-OK
        PERFORM UNTIL WS-REGION-EOF
            READ REGION-MASTER
                AT END
                    SET WS-REGION-EOF TO TRUE
                NOT AT END
                    IF WS-REGION-COUNT < WS-MAX-REGIONS
                        ADD 1 TO WS-REGION-COUNT
                        PERFORM STORE-REGION-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGION-MASTER
    ELSE
        DISPLAY 'REGION-REALIGN: NO REGION MASTER FOUND - '
            'FILE STATUS ' WS-REGION-STATUS
    END-IF.

STORE-REGION-ENTRY.
    MOVE RGN-CODE TO RGT-CODE(WS-REGION-COUNT)
    MOVE RGN-NAME TO RGT-NAME(WS-REGION-COUNT)
    MOVE RGN-ACTIVE-FLAG TO RGT-ACTIVE-FLAG(WS-REGION-COUNT)
    MOVE ZERO TO RGT-BEFORE-COUNT(WS-REGION-COUNT)
    MOVE ZERO TO RGT-BEFORE-POP(WS-REGION-COUNT)
    MOVE ZERO TO RGT-AFTER-COUNT(WS-REGION-COUNT)
    MOVE ZERO TO RGT-AFTER-POP(WS-REGION-COUNT).

LOAD-COUNTRY-LIST.
    *> No realign-list.txt means the whole old region moves.
    OPEN INPUT REALIGN-LIST
    IF WS-LIST-OK
        SET WS-HAS-LIST TO TRUE
        PERFORM UNTIL WS-LIST-EOF
            READ REALIGN-LIST
                AT END
                    SET WS-LIST-EOF TO TRUE
                NOT AT END
                    IF RL-LIST-CODE NOT = SPACES
                        PERFORM STORE-LIST-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REALIGN-LIST
    END-IF.

STORE-LIST-ENTRY.
    IF WS-LIST-COUNT < WS-MAX-LIST
        ADD 1 TO WS-LIST-COUNT
        MOVE RL-LIST-CODE TO LST-CODE(WS-LIST-COUNT)
        MOVE SPACES TO LST-FOUND-REGION(WS-LIST-COUNT)
        MOVE 'N' TO LST-FOUND-FLAG(WS-LIST-COUNT)
    ELSE
        MOVE 'realign-list.txt HAS MORE CODES THAN THE RUN CAN HOLD'
            TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    END-IF.

LOAD-PLANNED-MOVES.
    OPEN INPUT REALIGN-REGISTER
    IF WS-RLGN-OK
        PERFORM UNTIL WS-RLGN-EOF
            READ REALIGN-REGISTER
                AT END
                    SET WS-RLGN-EOF TO TRUE
                NOT AT END
                    IF WS-PLANNED-COUNT < WS-MAX-PLANNED
                        ADD 1 TO WS-PLANNED-COUNT
                        MOVE REALIGN-REGISTER-RECORD
                            TO PL-RECORD(WS-PLANNED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REALIGN-REGISTER
    END-IF.

LOAD-QUEUED-CODES.
    *> A rejected row is dead and does not block the move.
    OPEN INPUT PNDUPD
    IF WS-PNDUPD-OK
        PERFORM UNTIL WS-PNDUPD-EOF
            READ PNDUPD
                AT END
                    SET WS-PNDUPD-EOF TO TRUE
                NOT AT END
                    IF NOT PU-IS-REJECTED
                            AND WS-QUEUED-COUNT < WS-MAX-QUEUED
                        ADD 1 TO WS-QUEUED-COUNT
                        MOVE PU-CODE TO WS-QUEUED-CODE(WS-QUEUED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PNDUPD
    END-IF.

VALIDATE-REALIGN-CARD.
    IF NOT WS-HAS-CARD
        MOVE 'NO realign.parm CARD FOUND' TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    ELSE
        PERFORM VALIDATE-CARD-FIELDS
    END-IF.

VALIDATE-CARD-FIELDS.
    IF WS-OLD-REGION = SPACES OR WS-NEW-REGION = SPACES
        MOVE 'OLD AND NEW REGION MUST BOTH BE GIVEN' TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    ELSE
        IF WS-OLD-REGION = WS-NEW-REGION
            MOVE 'OLD AND NEW REGION ARE THE SAME' TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        END-IF
    END-IF
    MOVE WS-OLD-REGION TO WS-FIND-REGION
    PERFORM FIND-REGION
    MOVE WS-MATCH-IDX TO WS-OLD-IDX
    IF WS-OLD-IDX > ZERO
        MOVE RGT-NAME(WS-OLD-IDX) TO WS-OLD-REGION-NAME
    ELSE
        MOVE '** NOT ON REGION MASTER **' TO WS-OLD-REGION-NAME
    END-IF
    MOVE WS-NEW-REGION TO WS-FIND-REGION
    PERFORM FIND-REGION
    MOVE WS-MATCH-IDX TO WS-NEW-IDX
    IF WS-NEW-IDX > ZERO
        MOVE RGT-NAME(WS-NEW-IDX) TO WS-NEW-REGION-NAME
        IF NOT RGT-IS-ACTIVE(WS-NEW-IDX)
            MOVE 'NEW REGION IS NOT ACTIVE ON regions.txt'
                TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        END-IF
    ELSE
        MOVE '** NOT ON REGION MASTER **' TO WS-NEW-REGION-NAME
        IF WS-NEW-REGION NOT = SPACES
            MOVE 'NEW REGION IS NOT ON regions.txt' TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        END-IF
    END-IF
    IF WS-EFFECTIVE-DATE IS NOT NUMERIC
        MOVE 'EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE'
            TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    ELSE
        MOVE WS-EFFECTIVE-DATE TO WS-DATE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
            MOVE 'EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE'
                TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        ELSE
            IF WS-EFFECTIVE-DATE < WS-BUSINESS-DATE
                MOVE 'EFFECTIVE DATE IS BEFORE THE BUSINESS DATE'
                    TO WS-NEW-REASON
                PERFORM ADD-REFUSAL-REASON
            END-IF
        END-IF
    END-IF
    IF WS-REQUESTED-BY = SPACES OR WS-APPROVED-BY = SPACES
        MOVE 'REQUESTED-BY AND APPROVED-BY MUST BOTH BE GIVEN'
            TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    ELSE
        IF WS-REQUESTED-BY = WS-APPROVED-BY
            MOVE 'APPROVER MUST BE A DIFFERENT USER FROM THE REQUESTER'
                TO WS-NEW-REASON
            PERFORM ADD-REFUSAL-REASON
        END-IF
    END-IF
    IF WS-HAS-LIST AND WS-LIST-COUNT = ZERO
        MOVE 'realign-list.txt IS PRESENT BUT HOLDS NO CODES'
            TO WS-NEW-REASON
        PERFORM ADD-REFUSAL-REASON
    END-IF.

ADD-REFUSAL-REASON.
    SET WS-IS-REFUSED TO TRUE
    IF WS-REASON-COUNT < WS-MAX-REASONS
        ADD 1 TO WS-REASON-COUNT
        MOVE WS-NEW-REASON TO WS-REASON-TEXT(WS-REASON-COUNT)
    END-IF.

FIND-REGION.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-R-IDX FROM 1 BY 1
            UNTIL WS-R-IDX > WS-REGION-COUNT OR WS-MATCH-IDX > ZERO
        IF RGT-CODE(WS-R-IDX) = WS-FIND-REGION
            SET WS-MATCH-IDX TO WS-R-IDX
        END-IF
    END-PERFORM.

CHECK-EVERY-COUNTRY.
    PERFORM UNTIL WS-ASS-EOF
        READ Ass
            AT END
                SET WS-ASS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM CHECK-ONE-COUNTRY
        END-READ
    END-PERFORM.

CHECK-ONE-COUNTRY.
    MOVE 'N' TO WS-IN-LIST
    IF WS-HAS-LIST
        PERFORM FIND-IN-LIST
    END-IF
    IF CTRY-REGION-CODE = WS-OLD-REGION AND WS-OLD-REGION NOT = SPACES
        ADD 1 TO WS-ON-OLD-COUNT
        IF WS-IS-IN-LIST OR NOT WS-HAS-LIST
            PERFORM RECORD-ONE-MOVE
        ELSE
            ADD 1 TO WS-LEFT-ON-OLD-COUNT
            MOVE CTRY-REGION-CODE TO WS-FIND-REGION
            PERFORM ADD-TO-ROLLUP
        END-IF
    ELSE
        MOVE CTRY-REGION-CODE TO WS-FIND-REGION
        PERFORM ADD-TO-ROLLUP
    END-IF.

FIND-IN-LIST.
    PERFORM VARYING WS-L-IDX FROM 1 BY 1
            UNTIL WS-L-IDX > WS-LIST-COUNT OR WS-IS-IN-LIST
        IF LST-CODE(WS-L-IDX) = CTRY-CODE
            SET WS-IS-IN-LIST TO TRUE
            SET LST-IS-FOUND(WS-L-IDX) TO TRUE
            MOVE CTRY-REGION-CODE TO LST-FOUND-REGION(WS-L-IDX)
        END-IF
    END-PERFORM.

RECORD-ONE-MOVE.
    IF WS-MOVE-COUNT < WS-MAX-MOVES
        PERFORM STORE-ONE-MOVE
    ELSE
        SET WS-IS-MOVES-OVERFLOW TO TRUE
        ADD 1 TO WS-LEFT-ON-OLD-COUNT
        MOVE CTRY-REGION-CODE TO WS-FIND-REGION
        PERFORM ADD-TO-ROLLUP
    END-IF.

STORE-ONE-MOVE.
    ADD 1 TO WS-MOVE-COUNT
    MOVE CTRY-CODE TO MV-CODE(WS-MOVE-COUNT)
    MOVE CTRY-NAME TO MV-NAME(WS-MOVE-COUNT)
    MOVE CTRY-POPULATION TO MV-POPULATION(WS-MOVE-COUNT)
    MOVE CTRY-STATUS-FLAG TO MV-STATUS-FLAG(WS-MOVE-COUNT)
    MOVE CTRY-SUCCESSOR-CODE TO MV-SUCCESSOR-CODE(WS-MOVE-COUNT)
    *> The same move already registered is not queued again; a code
    *> with any other change waiting must be keyed by hand.
    PERFORM FIND-SAME-PLANNED-MOVE
    IF WS-IS-ALREADY-PLANNED
        SET MV-IS-PLANNED(WS-MOVE-COUNT) TO TRUE
        ADD 1 TO WS-PLANNED-AGAIN-COUNT
        MOVE WS-NEW-REGION TO WS-FIND-REGION
    ELSE
        PERFORM FIND-QUEUED-CODE
        IF WS-IS-QUEUED-ELSEWHERE
            SET MV-IS-SKIPPED(WS-MOVE-COUNT) TO TRUE
            ADD 1 TO WS-SKIPPED-COUNT
            ADD 1 TO WS-LEFT-ON-OLD-COUNT
            SET WS-HAS-WARNING TO TRUE
            MOVE CTRY-REGION-CODE TO WS-FIND-REGION
        ELSE
            SET MV-IS-TO-QUEUE(WS-MOVE-COUNT) TO TRUE
            ADD 1 TO WS-QUEUE-COUNT
            MOVE WS-NEW-REGION TO WS-FIND-REGION
        END-IF
    END-IF
    PERFORM ADD-MOVE-TO-ROLLUP.

FIND-SAME-PLANNED-MOVE.
    MOVE 'N' TO WS-ALREADY-PLANNED
    PERFORM VARYING WS-PL-IDX FROM 1 BY 1
            UNTIL WS-PL-IDX > WS-PLANNED-COUNT
               OR WS-IS-ALREADY-PLANNED
        MOVE PL-RECORD(WS-PL-IDX) TO WS-PLANNED-WORK
        IF PW-CODE = CTRY-CODE
                AND PW-OLD-REGION = WS-OLD-REGION
                AND PW-NEW-REGION = WS-NEW-REGION
                AND PW-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
                AND PW-IS-PLANNED
            SET WS-IS-ALREADY-PLANNED TO TRUE
        END-IF
    END-PERFORM.

FIND-QUEUED-CODE.
    MOVE 'N' TO WS-HAS-QUEUED-ROW
    PERFORM VARYING WS-Q-IDX FROM 1 BY 1
            UNTIL WS-Q-IDX > WS-QUEUED-COUNT
               OR WS-IS-QUEUED-ELSEWHERE
        IF WS-QUEUED-CODE(WS-Q-IDX) = CTRY-CODE
            SET WS-IS-QUEUED-ELSEWHERE TO TRUE
        END-IF
    END-PERFORM.

ADD-MOVE-TO-ROLLUP.
    *> Before is always the old region; after is wherever the row
    *> will sit once the queued change lands (WS-FIND-REGION).
    IF CTRY-IS-ACTIVE
        IF WS-OLD-IDX > ZERO
            ADD 1 TO RGT-BEFORE-COUNT(WS-OLD-IDX)
            ADD CTRY-POPULATION TO RGT-BEFORE-POP(WS-OLD-IDX)
        ELSE
            ADD 1 TO WS-UNKNOWN-COUNT
            ADD CTRY-POPULATION TO WS-UNKNOWN-POP
        END-IF
        PERFORM FIND-REGION
        IF WS-MATCH-IDX > ZERO
            ADD 1 TO RGT-AFTER-COUNT(WS-MATCH-IDX)
            ADD CTRY-POPULATION TO RGT-AFTER-POP(WS-MATCH-IDX)
        END-IF
        ADD 1 TO WS-TOTAL-BEFORE-COUNT WS-TOTAL-AFTER-COUNT
        ADD CTRY-POPULATION TO WS-TOTAL-BEFORE-POP WS-TOTAL-AFTER-POP
    ELSE
        ADD 1 TO WS-EXCLUDED-COUNT
    END-IF.

ADD-TO-ROLLUP.
    *> A row the card does not move sits on the same region before
    *> and after.
    IF CTRY-IS-ACTIVE
        PERFORM FIND-REGION
        IF WS-MATCH-IDX > ZERO
            ADD 1 TO RGT-BEFORE-COUNT(WS-MATCH-IDX)
            ADD CTRY-POPULATION TO RGT-BEFORE-POP(WS-MATCH-IDX)
            ADD 1 TO RGT-AFTER-COUNT(WS-MATCH-IDX)
            ADD CTRY-POPULATION TO RGT-AFTER-POP(WS-MATCH-IDX)
        ELSE
            ADD 1 TO WS-UNKNOWN-COUNT
            ADD CTRY-POPULATION TO WS-UNKNOWN-POP
        END-IF
        ADD 1 TO WS-TOTAL-BEFORE-COUNT WS-TOTAL-AFTER-COUNT
        ADD CTRY-POPULATION TO WS-TOTAL-BEFORE-POP WS-TOTAL-AFTER-POP
    ELSE
        ADD 1 TO WS-EXCLUDED-COUNT
    END-IF.

CHECK-LIST-COVERAGE.
    PERFORM VARYING WS-L-IDX FROM 1 BY 1
            UNTIL WS-L-IDX > WS-LIST-COUNT
        IF NOT LST-IS-FOUND(WS-L-IDX)
                OR LST-FOUND-REGION(WS-L-IDX) NOT = WS-OLD-REGION
            ADD 1 TO WS-NOT-MOVED-COUNT
            SET WS-HAS-WARNING TO TRUE
        END-IF
    END-PERFORM.

QUEUE-PENDING-CHANGES.
    IF WS-QUEUE-COUNT > ZERO
        OPEN EXTEND PNDUPD
        IF NOT WS-PNDUPD-OK
            CLOSE PNDUPD
            OPEN OUTPUT PNDUPD
        END-IF
        PERFORM VARYING WS-M-IDX FROM 1 BY 1
                UNTIL WS-M-IDX > WS-MOVE-COUNT
            IF MV-IS-TO-QUEUE(WS-M-IDX)
                PERFORM QUEUE-ONE-CHANGE
            END-IF
        END-PERFORM
        CLOSE PNDUPD
    END-IF.

QUEUE-ONE-CHANGE.
    *> An ordinary 'C' row carrying the country as it stands with
    *> only the region moved. Blank status keeps the lifecycle, and
    *> the row waits on the queue until the effective date. The
    *> card already carries two people, so it queues approved.
    *> COUNTRY-APPLY matches it to its register row and posts only
    *> the region, so name and population changes made while it
    *> waits are kept.
    MOVE SPACES TO PENDING-UPDATE-RECORD
    MOVE 'C' TO PU-ACTION
    MOVE MV-CODE(WS-M-IDX) TO PU-CODE
    MOVE MV-NAME(WS-M-IDX) TO PU-NAME
    MOVE WS-NEW-REGION TO PU-REGION-CODE
    MOVE MV-POPULATION(WS-M-IDX) TO PU-POPULATION
    MOVE WS-EFFECTIVE-DATE TO PU-LAST-UPDATED
    MOVE WS-BUSINESS-DATE TO PU-SUBMITTED-DATE
    MOVE WS-CURRENT-TIME(1:6) TO PU-SUBMITTED-TIME
    MOVE WS-REQUESTED-BY TO PU-OPERATOR-ID
    MOVE SPACE TO PU-STATUS-FLAG
    MOVE SPACES TO PU-SUCCESSOR-CODE
    SET PU-IS-APPROVED TO TRUE
    MOVE WS-APPROVED-BY TO PU-APPROVER-ID
    MOVE PU-SUBMITTED-DATE TO PU-DECIDED-DATE
    MOVE PU-SUBMITTED-TIME TO PU-DECIDED-TIME
    MOVE WS-EFFECTIVE-DATE TO PU-EFFECTIVE-DATE
    WRITE PENDING-UPDATE-RECORD.

REGISTER-PLANNED-MOVES.
    *> COUNTRY-SUSP reads this to let the region change through.
    IF WS-QUEUE-COUNT > ZERO
        OPEN EXTEND REALIGN-REGISTER
        IF NOT WS-RLGN-OK
            CLOSE REALIGN-REGISTER
            OPEN OUTPUT REALIGN-REGISTER
        END-IF
        PERFORM VARYING WS-M-IDX FROM 1 BY 1
                UNTIL WS-M-IDX > WS-MOVE-COUNT
            IF MV-IS-TO-QUEUE(WS-M-IDX)
                MOVE MV-CODE(WS-M-IDX) TO RG-CODE
                MOVE WS-OLD-REGION TO RG-OLD-REGION
                MOVE WS-NEW-REGION TO RG-NEW-REGION
                MOVE WS-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
                MOVE WS-BUSINESS-DATE TO RG-PLANNED-DATE
                SET RG-IS-PLANNED TO TRUE
                MOVE SPACES TO RG-LANDED-DATE
                WRITE REALIGN-REGISTER-RECORD
            END-IF
        END-PERFORM
        CLOSE REALIGN-REGISTER
    END-IF.

RETIRE-OLD-REGION.
    *> The region is retired the day after the move lands: the
    *> cycle runs REGION-MAINT before COUNTRY-APPLY, so retiring it
    *> on the effective date itself would leave that night's rows
    *> on an inactive region for COUNTRY-EDIT to flag.
    EVALUATE TRUE
        WHEN NOT WS-WANTS-RETIRE
            MOVE 'NOT REQUESTED' TO WS-RETIRE-RESULT
        WHEN WS-OLD-IDX = ZERO
            MOVE 'SKIPPED - OLD REGION IS NOT ON regions.txt'
                TO WS-RETIRE-RESULT
            SET WS-HAS-WARNING TO TRUE
        WHEN WS-LEFT-ON-OLD-COUNT > ZERO
            MOVE 'SKIPPED - COUNTRIES STILL LEFT ON THE OLD REGION'
                TO WS-RETIRE-RESULT
            SET WS-HAS-WARNING TO TRUE
        WHEN OTHER
            PERFORM QUEUE-REGION-RETIREMENT
    END-EVALUATE.

QUEUE-REGION-RETIREMENT.
    MOVE WS-EFFECTIVE-DATE TO WS-DATE-NUM
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-DATE-NUM TO WS-RETIRE-DATE
    MOVE SPACES TO REGION-TRANS-RECORD
    MOVE 'C' TO RT-ACTION
    MOVE WS-OLD-REGION TO RT-CODE
    MOVE WS-OLD-REGION-NAME TO RT-NAME
    MOVE 'N' TO RT-ACTIVE-FLAG
    MOVE WS-RETIRE-DATE TO RT-EFFECTIVE-DATE
    OPEN EXTEND REGION-TRANS
    IF NOT WS-TRANS-OK
        CLOSE REGION-TRANS
        OPEN OUTPUT REGION-TRANS
    END-IF
    WRITE REGION-TRANS-RECORD
    CLOSE REGION-TRANS
    MOVE SPACES TO WS-RETIRE-RESULT
    STRING 'QUEUED TO REGION-MAINT - INACTIVE FROM '
               DELIMITED BY SIZE
           WS-RETIRE-DATE DELIMITED BY SIZE
        INTO WS-RETIRE-RESULT
    END-STRING.

WRITE-REALIGN-REPORT.
    OPEN OUTPUT REALIGN-REPORT
    PERFORM WRITE-PAGE-HEADING
    PERFORM WRITE-CARD-SUMMARY
    IF WS-IS-REFUSED
        PERFORM WRITE-REFUSAL-BANNER
    END-IF
    PERFORM WRITE-MOVE-DETAIL
    PERFORM WRITE-LIST-EXCEPTIONS
    PERFORM WRITE-REGION-ROLLUP
    PERFORM WRITE-REPORT-FOOTER
    CLOSE REALIGN-REPORT.

WRITE-CARD-SUMMARY.
    IF WS-RETIRE-RESULT = SPACES
        IF WS-WANTS-RETIRE
            MOVE 'NOT DONE - REALIGNMENT REFUSED' TO WS-RETIRE-RESULT
        ELSE
            MOVE 'NOT REQUESTED' TO WS-RETIRE-RESULT
        END-IF
    END-IF
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'OLD REGION        :' TO CL-LABEL
    MOVE WS-OLD-REGION TO CL-VALUE
    MOVE WS-OLD-REGION-NAME TO CL-TEXT
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'NEW REGION        :' TO CL-LABEL
    MOVE WS-NEW-REGION TO CL-VALUE
    MOVE WS-NEW-REGION-NAME TO CL-TEXT
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'EFFECTIVE DATE    :' TO CL-LABEL
    MOVE WS-EFFECTIVE-DATE TO CL-VALUE
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'RETIRE OLD REGION :' TO CL-LABEL
    MOVE WS-RETIRE-FLAG TO CL-VALUE
    MOVE WS-RETIRE-RESULT TO CL-TEXT
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'REQUESTED BY      :' TO CL-LABEL
    MOVE WS-REQUESTED-BY TO CL-VALUE
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'APPROVED BY       :' TO CL-LABEL
    MOVE WS-APPROVED-BY TO CL-VALUE
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-CARD-LINE
    MOVE 'COUNTRIES MOVED   :' TO CL-LABEL
    IF WS-HAS-LIST
        MOVE 'LISTED' TO CL-VALUE
        MOVE 'ONLY THE CODES ON realign-list.txt' TO CL-TEXT
    ELSE
        MOVE 'ALL' TO CL-VALUE
        MOVE 'EVERY COUNTRY ON THE OLD REGION' TO CL-TEXT
    END-IF
    MOVE WS-CARD-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REFUSAL-BANNER.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE '*** REALIGNMENT REFUSED - NOTHING WRITTEN ***' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-RS-IDX FROM 1 BY 1
            UNTIL WS-RS-IDX > WS-REASON-COUNT
        MOVE SPACES TO RPT-LINE
        STRING '    ' DELIMITED BY SIZE
               WS-REASON-TEXT(WS-RS-IDX) DELIMITED BY SIZE
            INTO RPT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE 'THE DETAIL AND ROLLUP BELOW SHOW WHAT THE CARD WOULD DO'
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-MOVE-DETAIL.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'COUNTRIES LEAVING THE OLD REGION' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-DETAIL-HEADING TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-M-IDX FROM 1 BY 1
            UNTIL WS-M-IDX > WS-MOVE-COUNT
        PERFORM WRITE-ONE-MOVE
    END-PERFORM
    IF WS-MOVE-COUNT = ZERO
        MOVE 'NO COUNTRY ON THE OLD REGION IS COVERED BY THE CARD'
            TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    IF WS-IS-MOVES-OVERFLOW
        MOVE '** MORE COUNTRIES THAN THE RUN CAN HOLD - LIST CUT SHORT'
            TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-ONE-MOVE.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE MV-CODE(WS-M-IDX) TO DL-CODE
    MOVE MV-NAME(WS-M-IDX) TO DL-NAME
    MOVE MV-STATUS-FLAG(WS-M-IDX) TO DL-STATUS
    MOVE MV-POPULATION(WS-M-IDX) TO DL-POPULATION
    EVALUATE TRUE
        WHEN MV-IS-PLANNED(WS-M-IDX)
            MOVE 'ALREADY PLANNED - NOT QUEUED AGAIN' TO DL-RESULT
        WHEN MV-IS-SKIPPED(WS-M-IDX)
            MOVE 'HAS A QUEUED CHANGE - KEY BY HAND' TO DL-RESULT
        WHEN WS-IS-REFUSED
            MOVE 'WOULD BE QUEUED - NOT WRITTEN' TO DL-RESULT
        WHEN OTHER
            MOVE 'QUEUED FOR THE EFFECTIVE DATE' TO DL-RESULT
    END-EVALUATE
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-LIST-EXCEPTIONS.
    IF WS-NOT-MOVED-COUNT > ZERO
        MOVE SPACES TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE 'LISTED COUNTRIES NOT MOVED' TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM VARYING WS-L-IDX FROM 1 BY 1
                UNTIL WS-L-IDX > WS-LIST-COUNT
            IF NOT LST-IS-FOUND(WS-L-IDX)
                    OR LST-FOUND-REGION(WS-L-IDX) NOT = WS-OLD-REGION
                PERFORM WRITE-ONE-LIST-EXCEPTION
            END-IF
        END-PERFORM
    END-IF.

WRITE-ONE-LIST-EXCEPTION.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE LST-CODE(WS-L-IDX) TO DL-CODE
    IF LST-IS-FOUND(WS-L-IDX)
        STRING 'ON REGION ' DELIMITED BY SIZE
               LST-FOUND-REGION(WS-L-IDX) DELIMITED BY SIZE
               ', NOT THE OLD REGION' DELIMITED BY SIZE
            INTO DL-RESULT
        END-STRING
    ELSE
        MOVE 'NOT ON countries.txt' TO DL-RESULT
    END-IF
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REGION-ROLLUP.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'ACTIVE COUNTRIES BY REGION - BEFORE AND AFTER THE MOVE'
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-ROLLUP-HEADING-1 TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-ROLLUP-HEADING-2 TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-R-IDX FROM 1 BY 1
            UNTIL WS-R-IDX > WS-REGION-COUNT
        MOVE SPACES TO WS-ROLLUP-LINE
        MOVE RGT-CODE(WS-R-IDX) TO RU-CODE
        MOVE RGT-NAME(WS-R-IDX) TO RU-NAME
        MOVE RGT-BEFORE-COUNT(WS-R-IDX) TO RU-BEFORE-COUNT
        MOVE RGT-BEFORE-POP(WS-R-IDX) TO RU-BEFORE-POP
        MOVE RGT-AFTER-COUNT(WS-R-IDX) TO RU-AFTER-COUNT
        MOVE RGT-AFTER-POP(WS-R-IDX) TO RU-AFTER-POP
        COMPUTE RU-CHANGE-COUNT = RGT-AFTER-COUNT(WS-R-IDX)
                                - RGT-BEFORE-COUNT(WS-R-IDX)
        COMPUTE RU-CHANGE-POP = RGT-AFTER-POP(WS-R-IDX)
                              - RGT-BEFORE-POP(WS-R-IDX)
        MOVE WS-ROLLUP-LINE TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM
    IF WS-UNKNOWN-COUNT > ZERO
        MOVE SPACES TO WS-ROLLUP-LINE
        MOVE 'NOT ON REGION MASTER' TO RU-NAME
        MOVE WS-UNKNOWN-COUNT TO RU-BEFORE-COUNT RU-AFTER-COUNT
        MOVE WS-UNKNOWN-POP TO RU-BEFORE-POP RU-AFTER-POP
        MOVE ZERO TO RU-CHANGE-COUNT RU-CHANGE-POP
        MOVE WS-ROLLUP-LINE TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-ROLLUP-LINE
    MOVE 'TOTAL' TO RU-CODE
    MOVE WS-TOTAL-BEFORE-COUNT TO RU-BEFORE-COUNT
    MOVE WS-TOTAL-BEFORE-POP TO RU-BEFORE-POP
    MOVE WS-TOTAL-AFTER-COUNT TO RU-AFTER-COUNT
    MOVE WS-TOTAL-AFTER-POP TO RU-AFTER-POP
    COMPUTE RU-CHANGE-COUNT = WS-TOTAL-AFTER-COUNT
                            - WS-TOTAL-BEFORE-COUNT
    COMPUTE RU-CHANGE-POP = WS-TOTAL-AFTER-POP - WS-TOTAL-BEFORE-POP
    MOVE WS-ROLLUP-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-FOOTER-LINE
    MOVE 'INACTIVE/MERGED ROWS (NOT IN ROLLUP)  :' TO FTR-LABEL
    MOVE WS-EXCLUDED-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'COUNTRIES READ                        :' TO FTR-LABEL
    MOVE WS-READ-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'ON THE OLD REGION                     :' TO FTR-LABEL
    MOVE WS-ON-OLD-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'QUEUED TO MOVE                        :' TO FTR-LABEL
    IF WS-IS-REFUSED
        MOVE ZERO TO FTR-COUNT
    ELSE
        MOVE WS-QUEUE-COUNT TO FTR-COUNT
    END-IF
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'ALREADY PLANNED                       :' TO FTR-LABEL
    MOVE WS-PLANNED-AGAIN-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'HELD BACK - KEY BY HAND               :' TO FTR-LABEL
    MOVE WS-SKIPPED-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'LEFT ON THE OLD REGION                :' TO FTR-LABEL
    MOVE WS-LEFT-ON-OLD-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'LISTED BUT NOT MOVED                  :' TO FTR-LABEL
    MOVE WS-NOT-MOVED-COUNT TO FTR-COUNT
    MOVE WS-FOOTER-LINE TO RPT-LINE
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
    MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE
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
    MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
    MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE
    MOVE WS-CURRENT-TIME TO AUDIT-RUN-TIME
    MOVE WS-READ-COUNT TO AUDIT-RECORD-COUNT
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
