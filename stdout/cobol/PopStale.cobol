IDENTIFICATION DIVISION.
PROGRAM-ID. POP-STALE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Ass ASSIGN TO "countries.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASS-STATUS.

COPY HISTSEL.

COPY REGIONSEL.

COPY XREFSEL.

COPY VNDXSEL.

COPY RFRQSEL.

    SELECT POPSTALE-PARM ASSIGN TO "popstale.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT STALE-REPORT ASSIGN TO "pop-stale.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REFRESH-REQUEST-FILE ASSIGN USING WS-REQUEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

COPY AUDITSEL.

COPY BUSDSEL.

DATA DIVISION.
FILE SECTION.
COPY ASSFD.

COPY HISTFD.

COPY REGIONFD.

COPY XREFFD.

COPY VNDXFD.

COPY RFRQFD.

FD  POPSTALE-PARM
    RECORD CONTAINS 8 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  POPSTALE-PARM-RECORD.
    05  PS-STALE-DAYS           PIC 9(4).
    05  FILLER                  PIC X(1).
    05  PS-RESEND-DAYS          PIC 9(3).

FD  STALE-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

*> The refresh-request file sent to each vendor: pop-refresh-v1.dat
*> for vendor 1 and pop-refresh-v2.dat for vendor 2. One HDR row,
*> one REQ row per country in that vendor's own code scheme, and
*> a TRL row carrying the REQ count. 80 bytes fixed.
FD  REFRESH-REQUEST-FILE
    RECORD CONTAINS 80 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REFRESH-REQUEST-RECORD.
    05  RR-RECORD-TYPE          PIC X(3).
    05  RR-VENDOR-CODE          PIC X(3).
    05  RR-COUNTRY-NAME         PIC X(40).
    05  RR-POPULATION           PIC 9(10).
    05  RR-REFRESHED-DATE       PIC X(8).
    05  RR-DAYS-STALE           PIC 9(5).
    05  FILLER                  PIC X(11).
01  REFRESH-HEADER-RECORD.
    05  RH-RECORD-TYPE          PIC X(3).
    05  RH-VENDOR-ID            PIC X(2).
    05  RH-REQUEST-DATE         PIC X(8).
    05  RH-CODE-SCHEME          PIC X(6).
    05  RH-STALE-DAYS           PIC 9(4).
    05  FILLER                  PIC X(57).
01  REFRESH-TRAILER-RECORD.
    05  RT-RECORD-TYPE          PIC X(3).
    05  RT-RECORD-COUNT         PIC 9(7).
    05  FILLER                  PIC X(70).

COPY AUDITFD.

COPY BUSDFD.

WORKING-STORAGE SECTION.
01  WS-ASS-STATUS               PIC XX.
    88  WS-ASS-OK                   VALUE '00'.
    88  WS-ASS-EOF                  VALUE '10'.

01  WS-HIST-STATUS              PIC XX.
    88  WS-HIST-OK                  VALUE '00'.
    88  WS-HIST-EOF                 VALUE '10'.

01  WS-REGION-STATUS            PIC XX.
    88  WS-REGION-OK                VALUE '00'.
    88  WS-REGION-EOF               VALUE '10'.

01  WS-XREF-STATUS              PIC XX.
    88  WS-XREF-OK                  VALUE '00'.
    88  WS-XREF-EOF                 VALUE '10'.

01  WS-VXPARM-STATUS            PIC XX.
    88  WS-VXPARM-OK                VALUE '00'.

01  WS-RFRQ-STATUS              PIC XX.
    88  WS-RFRQ-OK                  VALUE '00'.
    88  WS-RFRQ-EOF                 VALUE '10'.

01  WS-PARM-STATUS              PIC XX.
    88  WS-PARM-OK                  VALUE '00'.

01  WS-REQUEST-FILE-NAME        PIC X(30) VALUE SPACES.

*> A country is stale once its population has gone more than this
*> many days without a refresh. A request the vendors have not
*> answered is sent again after the resend interval.
01  WS-STALE-DAYS               PIC 9(4) VALUE 365.
01  WS-RESEND-DAYS              PIC 9(3) VALUE 30.

*> Code scheme each vendor sends, from vendxref.parm - the request
*> goes out in the vendor's own codes, as VENDOR-LOAD reads them.
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
01  WS-VENDOR-CODE              PIC X(3) VALUE SPACES.

01  WS-MAX-REGIONS              PIC 9(3) VALUE 999.
01  WS-REGION-COUNT             PIC 9(3) VALUE ZERO.
01  WS-REGION-TABLE.
    05  WS-REGION-ENTRY OCCURS 999 TIMES
                        INDEXED BY WS-R-IDX.
        10  RGT-CODE             PIC X(3).
        10  RGT-NAME             PIC X(30).
        10  RGT-ACTIVE-COUNT     PIC 9(5).
        10  RGT-STALE-COUNT      PIC 9(5).
        10  RGT-OLDEST-DAYS      PIC 9(5).
01  WS-MATCH-IDX                PIC 9(3) VALUE ZERO.

*> Requests already on pop-refresh.ctl. A request whose country is
*> no longer stale is closed by being left off the rewritten file.
01  WS-MAX-REQUESTS             PIC 9(5) VALUE 9999.
01  WS-REQUEST-COUNT            PIC 9(5) VALUE ZERO.
01  WS-REQUEST-TABLE.
    05  WS-REQUEST-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-RQ-IDX.
        10  RQT-RECORD           PIC X(31).
        10  RQT-USED-FLAG        PIC X(1).
            88  RQT-IS-USED          VALUE 'Y'.
01  WS-REQUEST-FOUND            PIC X VALUE 'N'.
    88  WS-HAS-REQUEST              VALUE 'Y'.

*> Control break over COUNTRY-HIST (keyed code + effective date),
*> matched against countries.txt in the same code order. Only a
*> row whose population differs from the row before it is a
*> refresh - a row written for a name, region or status edit
*> carries the population forward unchanged.
01  WS-HIST-CODE                PIC X(3) VALUE SPACES.
01  WS-HIST-ROW-COUNT           PIC 9(5) VALUE ZERO.
01  WS-LAST-HIST-POP            PIC 9(10) VALUE ZERO.
01  WS-REFRESH-DATE             PIC X(8) VALUE SPACES.
01  WS-REFRESH-BASIS            PIC X(15) VALUE SPACES.
01  WS-DAYS-STALE               PIC 9(5) VALUE ZERO.
01  WS-ASKED-DAYS               PIC 9(5) VALUE ZERO.

01  WS-BUSINESS-DATE-NUM        PIC 9(8) VALUE ZERO.
01  WS-BUSINESS-INT             PIC 9(8) VALUE ZERO.
01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.
01  WS-DAYS-WORK                PIC S9(8) VALUE ZERO.
01  WS-DAYS-RESULT              PIC 9(5) VALUE ZERO.

*> Stale active countries, in countries.txt (code) order.
01  WS-MAX-STALE                PIC 9(5) VALUE 9999.
01  WS-STALE-COUNT              PIC 9(5) VALUE ZERO.
01  WS-STALE-OVERFLOW           PIC 9(5) VALUE ZERO.
01  WS-STALE-TABLE.
    05  WS-STALE-ENTRY OCCURS 9999 TIMES
                       INDEXED BY WS-S-IDX.
        10  ST-CODE              PIC X(3).
        10  ST-NAME              PIC X(40).
        10  ST-REGION-CODE       PIC X(3).
        10  ST-POPULATION        PIC 9(10).
        10  ST-REFRESH-DATE      PIC X(8).
        10  ST-DAYS-STALE        PIC 9(5).
        10  ST-REFRESH-BASIS     PIC X(15).
        10  ST-V1-CODE           PIC X(3).
        10  ST-V2-CODE           PIC X(3).
        10  ST-REQUEST-ACTION    PIC X(1).
            88  ST-IS-NEW-REQUEST    VALUE 'N'.
            88  ST-IS-RESENT         VALUE 'R'.
            88  ST-IS-AWAITING       VALUE 'W'.
            88  ST-IS-MISSING        VALUE 'M'.
            88  ST-IS-NOT-QUEUED     VALUE 'B'.
        10  ST-REQUEST           PIC X(31).

01  WS-ACTIVE-COUNT             PIC 9(9) VALUE ZERO.
01  WS-NEW-REQUEST-COUNT        PIC 9(9) VALUE ZERO.
01  WS-RESENT-COUNT             PIC 9(9) VALUE ZERO.
01  WS-OUTSTANDING-COUNT        PIC 9(9) VALUE ZERO.
01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
01  WS-V1-SENT-COUNT            PIC 9(7) VALUE ZERO.
01  WS-V2-SENT-COUNT            PIC 9(7) VALUE ZERO.
01  WS-UNMAPPED-COUNT           PIC 9(9) VALUE ZERO.
01  WS-SENT-COUNT               PIC 9(7) VALUE ZERO.
01  WS-VENDOR-ID                PIC X(2) VALUE SPACES.

01  WS-LINES-ON-PAGE            PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 60.
01  WS-SAVE-LINE                PIC X(132) VALUE SPACES.

01  WS-HEADING-1.
    05  FILLER                  PIC X(40)
        VALUE 'STALE POPULATION REPORT'.
    05  FILLER                  PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER          PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '.
    05  H2-BUSINESS-DATE        PIC X(8).
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(24) VALUE 'STALE AFTER (DAYS)   : '.
    05  H2-STALE-DAYS           PIC ZZZ9.
    05  FILLER                  PIC X(5)  VALUE SPACES.
    05  FILLER                  PIC X(22) VALUE 'RESEND AFTER (DAYS): '.
    05  H2-RESEND-DAYS          PIC ZZ9.

01  WS-DETAIL-HEADING.
    05  FILLER                  PIC X(5)  VALUE 'CODE'.
    05  FILLER                  PIC X(30) VALUE 'COUNTRY NAME'.
    05  FILLER                  PIC X(15) VALUE '     POPULATION'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'REFRESHED'.
    05  FILLER                  PIC X(5)  VALUE ' DAYS'.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE 'BASIS'.
    05  FILLER                  PIC X(3)  VALUE 'V1'.
    05  FILLER                  PIC X(3)  VALUE 'V2'.
    05  FILLER                  PIC X(40) VALUE 'REFRESH REQUEST'.

01  WS-DETAIL-LINE.
    05  DL-CODE                 PIC X(5).
    05  DL-NAME                 PIC X(30).
    05  DL-POPULATION           PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  DL-REFRESH-DATE         PIC X(10).
    05  DL-DAYS-STALE           PIC ZZZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  DL-REFRESH-BASIS        PIC X(15).
    05  DL-V1-SENT              PIC X(3).
    05  DL-V2-SENT              PIC X(3).
    05  DL-REQUEST              PIC X(40).

01  WS-REGION-BREAK-LINE.
    05  FILLER                  PIC X(8)  VALUE 'REGION: '.
    05  RB-CODE                 PIC X(4).
    05  RB-NAME                 PIC X(30).

01  WS-ROLLUP-HEADING.
    05  FILLER                  PIC X(5)  VALUE 'RGN'.
    05  FILLER                  PIC X(32) VALUE 'REGION NAME'.
    05  FILLER                  PIC X(9)  VALUE '   ACTIVE'.
    05  FILLER                  PIC X(9)  VALUE '    STALE'.
    05  FILLER                  PIC X(10) VALUE '  PCT'.
    05  FILLER                  PIC X(12) VALUE 'OLDEST DAYS'.

01  WS-ROLLUP-LINE.
    05  RL-CODE                 PIC X(5).
    05  RL-NAME                 PIC X(32).
    05  RL-ACTIVE-COUNT         PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RL-STALE-COUNT          PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  RL-PCT-STALE            PIC ZZ9.99.
    05  FILLER                  PIC X(4) VALUE SPACES.
    05  RL-OLDEST-DAYS          PIC ZZ,ZZ9.

01  WS-PCT-STALE                PIC 9(3)V99 VALUE ZERO.

01  WS-FOOTER-LINE.
    05  FTR-LABEL               PIC X(30).
    05  FTR-COUNT               PIC ZZZ,ZZZ,ZZ9.

01  WS-AUDIT-STATUS              PIC XX.
    88  WS-AUDIT-OK                  VALUE '00'.
01  WS-JOB-NAME                  PIC X(8) VALUE 'POPSTALE'.
01  WS-CURRENT-TIME              PIC X(8).

01  WS-BUSDATE-STATUS             PIC XX.
    88  WS-BUSDATE-OK                VALUE '00'.
01  WS-BUSINESS-DATE              PIC X(8) VALUE SPACES.

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-STALE-PARM
    PERFORM READ-SCHEME-PARM
    PERFORM LOAD-XREF-TABLE
    PERFORM LOAD-REGION-TABLE
    PERFORM LOAD-REFRESH-REQUESTS
    OPEN INPUT Ass
    IF NOT WS-ASS-OK
        DISPLAY 'POP-STALE: UNABLE TO OPEN countries.txt - '
            'FILE STATUS ' WS-ASS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        *> Without history a name or region edit cannot be told
        *> from a refresh - nothing is requested rather than send
        *> the vendors a list built on CTRY-LAST-UPDATED alone.
        OPEN INPUT COUNTRY-HIST
        IF NOT WS-HIST-OK
            CLOSE Ass
            DISPLAY 'POP-STALE: UNABLE TO OPEN COUNTRY-HIST - '
                'FILE STATUS ' WS-HIST-STATUS
            DISPLAY 'POP-STALE: NOTHING REQUESTED'
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-NEXT-HIST
            PERFORM CHECK-EVERY-COUNTRY
            CLOSE COUNTRY-HIST
            CLOSE Ass
            PERFORM COUNT-CLOSED-REQUESTS
            PERFORM WRITE-VENDOR-REQUESTS
            PERFORM SAVE-REFRESH-REQUESTS
            PERFORM WRITE-STALE-REPORT
            DISPLAY 'POP-STALE: ACTIVE COUNTRIES : ' WS-ACTIVE-COUNT
            DISPLAY 'POP-STALE: STALE COUNTRIES  : ' WS-STALE-COUNT
            DISPLAY 'POP-STALE: NEW REQUESTS     : '
                WS-NEW-REQUEST-COUNT
            DISPLAY 'POP-STALE: RE-SENT          : ' WS-RESENT-COUNT
            DISPLAY 'POP-STALE: STILL OUTSTANDING: '
                WS-OUTSTANDING-COUNT
            DISPLAY 'POP-STALE: REQUESTS CLOSED  : ' WS-CLOSED-COUNT
            IF WS-STALE-COUNT > ZERO OR WS-STALE-OVERFLOW > ZERO
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
        DISPLAY 'POP-STALE: NO busdate.parm FOUND - '
            'USING SYSTEM DATE ' WS-BUSINESS-DATE
    END-IF
    MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
    COMPUTE WS-BUSINESS-INT =
        FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).

READ-STALE-PARM.
    OPEN INPUT POPSTALE-PARM
    IF WS-PARM-OK
        READ POPSTALE-PARM
            AT END
                CONTINUE
            NOT AT END
                IF PS-STALE-DAYS NUMERIC AND PS-STALE-DAYS > ZERO
                    MOVE PS-STALE-DAYS TO WS-STALE-DAYS
                END-IF
                IF PS-RESEND-DAYS NUMERIC AND PS-RESEND-DAYS > ZERO
                    MOVE PS-RESEND-DAYS TO WS-RESEND-DAYS
                END-IF
        END-READ
        CLOSE POPSTALE-PARM
    ELSE
        DISPLAY 'POP-STALE: NO popstale.parm FOUND - STALE AFTER '
            WS-STALE-DAYS ' DAYS'
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
    END-IF.

LOAD-XREF-TABLE.
    *> Only the two vendors' schemes are kept. A country with no
    *> mapping in a vendor's scheme cannot be asked of that vendor
    *> and is marked so on the report.
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
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XREF-MASTER
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
                        MOVE RGN-CODE TO RGT-CODE(WS-REGION-COUNT)
                        MOVE RGN-NAME TO RGT-NAME(WS-REGION-COUNT)
                        MOVE ZERO TO RGT-ACTIVE-COUNT(WS-REGION-COUNT)
                        MOVE ZERO TO RGT-STALE-COUNT(WS-REGION-COUNT)
                        MOVE ZERO TO RGT-OLDEST-DAYS(WS-REGION-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGION-MASTER
    ELSE
        DISPLAY 'POP-STALE: NO REGION MASTER FOUND - FILE STATUS '
            WS-REGION-STATUS
    END-IF.

LOAD-REFRESH-REQUESTS.
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
                            TO RQT-RECORD(WS-REQUEST-COUNT)
                        MOVE 'N' TO RQT-USED-FLAG(WS-REQUEST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REFRESH-CONTROL
    END-IF.

READ-NEXT-HIST.
    READ COUNTRY-HIST NEXT RECORD
        AT END
            SET WS-HIST-EOF TO TRUE
            MOVE HIGH-VALUES TO WS-HIST-CODE
        NOT AT END
            MOVE CHIST-CODE TO WS-HIST-CODE
    END-READ.

CHECK-EVERY-COUNTRY.
    PERFORM UNTIL WS-ASS-EOF
        READ Ass
            AT END
                SET WS-ASS-EOF TO TRUE
            NOT AT END
                PERFORM CHECK-ONE-COUNTRY
        END-READ
    END-PERFORM.

CHECK-ONE-COUNTRY.
    *> History rows for codes no longer on countries.txt are passed
    *> over; the country's own rows are walked in date order.
    PERFORM READ-NEXT-HIST
        UNTIL WS-HIST-CODE NOT < CTRY-CODE
    MOVE ZERO TO WS-HIST-ROW-COUNT
    MOVE ZERO TO WS-LAST-HIST-POP
    MOVE SPACES TO WS-REFRESH-DATE
    MOVE SPACES TO WS-REFRESH-BASIS
    PERFORM UNTIL WS-HIST-CODE NOT = CTRY-CODE
        PERFORM TAKE-ONE-HIST-ROW
        PERFORM READ-NEXT-HIST
    END-PERFORM
    IF CTRY-IS-ACTIVE
        ADD 1 TO WS-ACTIVE-COUNT
        PERFORM FIND-REGION-ENTRY
        ADD 1 TO RGT-ACTIVE-COUNT(WS-MATCH-IDX)
        PERFORM FIND-LAST-REFRESH
        IF WS-DAYS-STALE > WS-STALE-DAYS
            PERFORM RECORD-STALE-COUNTRY
        END-IF
    END-IF.

TAKE-ONE-HIST-ROW.
    ADD 1 TO WS-HIST-ROW-COUNT
    IF WS-HIST-ROW-COUNT = 1
        *> The oldest surviving row. A NEW row is the day the
        *> country was added with its first figure; anything else
        *> means HIST-PURGE has trimmed the rows before it, so the
        *> figure is at least as old as this row.
        MOVE CHIST-EFF-DATE TO WS-REFRESH-DATE
        IF CHIST-CHANGE-TYPE = 'NEW    '
            MOVE 'ADDED' TO WS-REFRESH-BASIS
        ELSE
            MOVE 'OLDEST HISTORY' TO WS-REFRESH-BASIS
        END-IF
    ELSE
        IF CHIST-POPULATION NOT = WS-LAST-HIST-POP
            MOVE CHIST-EFF-DATE TO WS-REFRESH-DATE
            MOVE 'POPN CHANGED' TO WS-REFRESH-BASIS
        END-IF
    END-IF
    MOVE CHIST-POPULATION TO WS-LAST-HIST-POP.

FIND-LAST-REFRESH.
    EVALUATE TRUE
        WHEN WS-HIST-ROW-COUNT = ZERO
            MOVE CTRY-LAST-UPDATED TO WS-REFRESH-DATE
            MOVE 'NO HISTORY' TO WS-REFRESH-BASIS
        WHEN CTRY-POPULATION NOT = WS-LAST-HIST-POP
            *> Applied but not yet posted by COUNTRY-HIST.
            MOVE CTRY-LAST-UPDATED TO WS-REFRESH-DATE
            MOVE 'NOT YET POSTED' TO WS-REFRESH-BASIS
    END-EVALUATE
    *> A vendor that sent back the same figure changes nothing on
    *> history, but VENDOR-LOAD marked it back and queued it - the
    *> population was confirmed that day.
    PERFORM FIND-REFRESH-REQUEST
    IF WS-HAS-REQUEST
        MOVE RQT-RECORD(WS-RQ-IDX) TO REFRESH-CONTROL-RECORD
        IF RQ-IS-BACK AND RQ-WAS-QUEUED
                AND RQ-CHECKED-DATE > WS-REFRESH-DATE
            MOVE RQ-CHECKED-DATE TO WS-REFRESH-DATE
            MOVE 'VENDOR CONFIRM' TO WS-REFRESH-BASIS
        END-IF
    END-IF
    IF WS-REFRESH-DATE NUMERIC
        MOVE WS-REFRESH-DATE TO WS-DATE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
            PERFORM COMPUTE-DAYS-SINCE
            MOVE WS-DAYS-RESULT TO WS-DAYS-STALE
        ELSE
            MOVE 99999 TO WS-DAYS-STALE
            MOVE 'NO VALID DATE' TO WS-REFRESH-BASIS
        END-IF
    ELSE
        MOVE 99999 TO WS-DAYS-STALE
        MOVE 'NO VALID DATE' TO WS-REFRESH-BASIS
    END-IF.

COMPUTE-DAYS-SINCE.
    *> WS-DATE-NUM holds a valid date; the result is floored at 0.
    MOVE ZERO TO WS-DAYS-RESULT
    COMPUTE WS-DAYS-WORK = WS-BUSINESS-INT
        - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    IF WS-DAYS-WORK > 99999
        MOVE 99999 TO WS-DAYS-RESULT
    ELSE
        IF WS-DAYS-WORK > ZERO
            MOVE WS-DAYS-WORK TO WS-DAYS-RESULT
        END-IF
    END-IF.

FIND-REGION-ENTRY.
    *> A region missing from regions.txt still gets its own group
    *> so no stale country drops out of the report.
    MOVE ZERO TO WS-MATCH-IDX
    PERFORM VARYING WS-R-IDX FROM 1 BY 1
            UNTIL WS-R-IDX > WS-REGION-COUNT
               OR WS-MATCH-IDX NOT = ZERO
        IF RGT-CODE(WS-R-IDX) = CTRY-REGION-CODE
            SET WS-MATCH-IDX TO WS-R-IDX
        END-IF
    END-PERFORM
    IF WS-MATCH-IDX = ZERO
        IF WS-REGION-COUNT < WS-MAX-REGIONS
            ADD 1 TO WS-REGION-COUNT
            MOVE CTRY-REGION-CODE TO RGT-CODE(WS-REGION-COUNT)
            MOVE '*** NOT ON REGION MASTER ***'
                TO RGT-NAME(WS-REGION-COUNT)
            MOVE ZERO TO RGT-ACTIVE-COUNT(WS-REGION-COUNT)
            MOVE ZERO TO RGT-STALE-COUNT(WS-REGION-COUNT)
            MOVE ZERO TO RGT-OLDEST-DAYS(WS-REGION-COUNT)
        END-IF
        MOVE WS-REGION-COUNT TO WS-MATCH-IDX
    END-IF.

FIND-REFRESH-REQUEST.
    MOVE 'N' TO WS-REQUEST-FOUND
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
            UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
               OR WS-HAS-REQUEST
        IF RQT-RECORD(WS-RQ-IDX)(1:3) = CTRY-CODE
            SET WS-HAS-REQUEST TO TRUE
        END-IF
    END-PERFORM
    *> The loop has stepped one past the match.
    IF WS-HAS-REQUEST
        SET WS-RQ-IDX DOWN BY 1
    END-IF.

RECORD-STALE-COUNTRY.
    ADD 1 TO RGT-STALE-COUNT(WS-MATCH-IDX)
    IF WS-DAYS-STALE > RGT-OLDEST-DAYS(WS-MATCH-IDX)
        MOVE WS-DAYS-STALE TO RGT-OLDEST-DAYS(WS-MATCH-IDX)
    END-IF
    IF WS-STALE-COUNT >= WS-MAX-STALE
        ADD 1 TO WS-STALE-OVERFLOW
    ELSE
        ADD 1 TO WS-STALE-COUNT
        MOVE CTRY-CODE TO ST-CODE(WS-STALE-COUNT)
        MOVE CTRY-NAME TO ST-NAME(WS-STALE-COUNT)
        MOVE CTRY-REGION-CODE TO ST-REGION-CODE(WS-STALE-COUNT)
        MOVE CTRY-POPULATION TO ST-POPULATION(WS-STALE-COUNT)
        MOVE WS-REFRESH-DATE TO ST-REFRESH-DATE(WS-STALE-COUNT)
        MOVE WS-DAYS-STALE TO ST-DAYS-STALE(WS-STALE-COUNT)
        MOVE WS-REFRESH-BASIS TO ST-REFRESH-BASIS(WS-STALE-COUNT)
        MOVE WS-FEED1-SCHEME TO WS-FEED-SCHEME
        PERFORM TRANSLATE-TO-VENDOR-CODE
        MOVE WS-VENDOR-CODE TO ST-V1-CODE(WS-STALE-COUNT)
        MOVE WS-FEED2-SCHEME TO WS-FEED-SCHEME
        PERFORM TRANSLATE-TO-VENDOR-CODE
        MOVE WS-VENDOR-CODE TO ST-V2-CODE(WS-STALE-COUNT)
        IF ST-V1-CODE(WS-STALE-COUNT) = SPACES
                OR ST-V2-CODE(WS-STALE-COUNT) = SPACES
            ADD 1 TO WS-UNMAPPED-COUNT
        END-IF
        PERFORM DECIDE-REQUEST-ACTION
    END-IF.

TRANSLATE-TO-VENDOR-CODE.
    MOVE SPACES TO WS-VENDOR-CODE
    IF WS-FEED-USES-OWN-CODE
        MOVE CTRY-CODE TO WS-VENDOR-CODE
    ELSE
        PERFORM VARYING WS-X-IDX FROM 1 BY 1
                UNTIL WS-X-IDX > WS-XREF-COUNT
                   OR WS-VENDOR-CODE NOT = SPACES
            IF XR-SCHEME(WS-X-IDX) = WS-FEED-SCHEME
                    AND XR-CODE(WS-X-IDX) = CTRY-CODE
                MOVE XR-ALT-CODE(WS-X-IDX) TO WS-VENDOR-CODE
            END-IF
        END-PERFORM
    END-IF.

DECIDE-REQUEST-ACTION.
    *> FIND-LAST-REFRESH left WS-RQ-IDX on this country's request,
    *> if it has one. An unanswered request is only sent again once
    *> the resend interval has passed, so the vendors are not sent
    *> the same list every run.
    IF WS-HAS-REQUEST
        SET RQT-IS-USED(WS-RQ-IDX) TO TRUE
        MOVE RQT-RECORD(WS-RQ-IDX) TO REFRESH-CONTROL-RECORD
        MOVE ZERO TO WS-ASKED-DAYS
        IF RQ-REQUEST-DATE NUMERIC
            MOVE RQ-REQUEST-DATE TO WS-DATE-NUM
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                PERFORM COMPUTE-DAYS-SINCE
                MOVE WS-DAYS-RESULT TO WS-ASKED-DAYS
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN RQ-IS-BACK AND RQ-WAS-QUEUED
                *> Confirmed once, but that too is now past the
                *> limit - a fresh request.
                PERFORM START-NEW-REQUEST
            WHEN WS-ASKED-DAYS >= WS-RESEND-DAYS
                MOVE 'R' TO ST-REQUEST-ACTION(WS-STALE-COUNT)
                ADD 1 TO WS-RESENT-COUNT
                PERFORM MARK-REQUEST-SENT
            WHEN RQ-IS-MISSING
                MOVE 'M' TO ST-REQUEST-ACTION(WS-STALE-COUNT)
                ADD 1 TO WS-OUTSTANDING-COUNT
            WHEN RQ-IS-BACK
                MOVE 'B' TO ST-REQUEST-ACTION(WS-STALE-COUNT)
                ADD 1 TO WS-OUTSTANDING-COUNT
            WHEN OTHER
                MOVE 'W' TO ST-REQUEST-ACTION(WS-STALE-COUNT)
                ADD 1 TO WS-OUTSTANDING-COUNT
        END-EVALUATE
    ELSE
        PERFORM START-NEW-REQUEST
    END-IF
    MOVE REFRESH-CONTROL-RECORD TO ST-REQUEST(WS-STALE-COUNT).

START-NEW-REQUEST.
    MOVE SPACES TO REFRESH-CONTROL-RECORD
    MOVE CTRY-CODE TO RQ-CODE
    MOVE WS-BUSINESS-DATE TO RQ-FIRST-REQUEST-DATE
    MOVE 'N' TO ST-REQUEST-ACTION(WS-STALE-COUNT)
    ADD 1 TO WS-NEW-REQUEST-COUNT
    PERFORM MARK-REQUEST-SENT.

MARK-REQUEST-SENT.
    MOVE WS-BUSINESS-DATE TO RQ-REQUEST-DATE
    SET RQ-IS-SENT TO TRUE
    MOVE 'N' TO RQ-V1-BACK-FLAG
    MOVE 'N' TO RQ-V2-BACK-FLAG
    MOVE 'N' TO RQ-QUEUED-FLAG
    MOVE SPACES TO RQ-CHECKED-DATE.

COUNT-CLOSED-REQUESTS.
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
            UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
        IF NOT RQT-IS-USED(WS-RQ-IDX)
            ADD 1 TO WS-CLOSED-COUNT
        END-IF
    END-PERFORM.

WRITE-VENDOR-REQUESTS.
    *> Both files are written every run - an empty request (HDR
    *> and TRL only) tells a vendor nothing is outstanding.
    MOVE 'pop-refresh-v1.dat' TO WS-REQUEST-FILE-NAME
    MOVE 'V1' TO WS-VENDOR-ID
    MOVE WS-FEED1-SCHEME TO WS-FEED-SCHEME
    PERFORM WRITE-ONE-VENDOR-FILE
    MOVE WS-SENT-COUNT TO WS-V1-SENT-COUNT
    MOVE 'pop-refresh-v2.dat' TO WS-REQUEST-FILE-NAME
    MOVE 'V2' TO WS-VENDOR-ID
    MOVE WS-FEED2-SCHEME TO WS-FEED-SCHEME
    PERFORM WRITE-ONE-VENDOR-FILE
    MOVE WS-SENT-COUNT TO WS-V2-SENT-COUNT.

WRITE-ONE-VENDOR-FILE.
    MOVE ZERO TO WS-SENT-COUNT
    OPEN OUTPUT REFRESH-REQUEST-FILE
    MOVE SPACES TO REFRESH-HEADER-RECORD
    MOVE 'HDR' TO RH-RECORD-TYPE
    MOVE WS-VENDOR-ID TO RH-VENDOR-ID
    MOVE WS-BUSINESS-DATE TO RH-REQUEST-DATE
    IF WS-FEED-USES-OWN-CODE
        MOVE 'OWN' TO RH-CODE-SCHEME
    ELSE
        MOVE WS-FEED-SCHEME TO RH-CODE-SCHEME
    END-IF
    MOVE WS-STALE-DAYS TO RH-STALE-DAYS
    WRITE REFRESH-HEADER-RECORD
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-STALE-COUNT
        IF ST-IS-NEW-REQUEST(WS-S-IDX) OR ST-IS-RESENT(WS-S-IDX)
            IF WS-VENDOR-ID = 'V1'
                MOVE ST-V1-CODE(WS-S-IDX) TO WS-VENDOR-CODE
            ELSE
                MOVE ST-V2-CODE(WS-S-IDX) TO WS-VENDOR-CODE
            END-IF
            IF WS-VENDOR-CODE NOT = SPACES
                MOVE SPACES TO REFRESH-REQUEST-RECORD
                MOVE 'REQ' TO RR-RECORD-TYPE
                MOVE WS-VENDOR-CODE TO RR-VENDOR-CODE
                MOVE ST-NAME(WS-S-IDX) TO RR-COUNTRY-NAME
                MOVE ST-POPULATION(WS-S-IDX) TO RR-POPULATION
                MOVE ST-REFRESH-DATE(WS-S-IDX) TO RR-REFRESHED-DATE
                MOVE ST-DAYS-STALE(WS-S-IDX) TO RR-DAYS-STALE
                WRITE REFRESH-REQUEST-RECORD
                ADD 1 TO WS-SENT-COUNT
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO REFRESH-TRAILER-RECORD
    MOVE 'TRL' TO RT-RECORD-TYPE
    MOVE WS-SENT-COUNT TO RT-RECORD-COUNT
    WRITE REFRESH-TRAILER-RECORD
    CLOSE REFRESH-REQUEST-FILE.

SAVE-REFRESH-REQUESTS.
    *> Every stale country is carried, sent today or still
    *> outstanding; a country that has been refreshed drops off.
    OPEN OUTPUT REFRESH-CONTROL
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-STALE-COUNT
        MOVE ST-REQUEST(WS-S-IDX) TO REFRESH-CONTROL-RECORD
        WRITE REFRESH-CONTROL-RECORD
    END-PERFORM
    CLOSE REFRESH-CONTROL.

WRITE-STALE-REPORT.
    OPEN OUTPUT STALE-REPORT
    PERFORM WRITE-PAGE-HEADING
    PERFORM VARYING WS-R-IDX FROM 1 BY 1
            UNTIL WS-R-IDX > WS-REGION-COUNT
        IF RGT-STALE-COUNT(WS-R-IDX) > ZERO
            PERFORM WRITE-REGION-GROUP
        END-IF
    END-PERFORM
    IF WS-STALE-COUNT = ZERO
        MOVE 'NO ACTIVE COUNTRY IS PAST THE STALENESS LIMIT'
            TO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF
    PERFORM WRITE-REGION-ROLLUP
    PERFORM WRITE-REPORT-FOOTER
    CLOSE STALE-REPORT.

WRITE-REGION-GROUP.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE RGT-CODE(WS-R-IDX) TO RB-CODE
    MOVE RGT-NAME(WS-R-IDX) TO RB-NAME
    MOVE WS-REGION-BREAK-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-DETAIL-HEADING TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-STALE-COUNT
        IF ST-REGION-CODE(WS-S-IDX) = RGT-CODE(WS-R-IDX)
            PERFORM WRITE-STALE-DETAIL
        END-IF
    END-PERFORM.

WRITE-STALE-DETAIL.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE ST-CODE(WS-S-IDX) TO DL-CODE
    MOVE ST-NAME(WS-S-IDX) TO DL-NAME
    MOVE ST-POPULATION(WS-S-IDX) TO DL-POPULATION
    MOVE ST-REFRESH-DATE(WS-S-IDX) TO DL-REFRESH-DATE
    MOVE ST-DAYS-STALE(WS-S-IDX) TO DL-DAYS-STALE
    MOVE ST-REFRESH-BASIS(WS-S-IDX) TO DL-REFRESH-BASIS
    MOVE ST-REQUEST(WS-S-IDX) TO REFRESH-CONTROL-RECORD
    *> Y sent today, - not sent today, X no code in that vendor's
    *> scheme (add it on XREF-MAINT).
    IF ST-IS-NEW-REQUEST(WS-S-IDX) OR ST-IS-RESENT(WS-S-IDX)
        MOVE 'Y' TO DL-V1-SENT
        MOVE 'Y' TO DL-V2-SENT
    ELSE
        MOVE '-' TO DL-V1-SENT
        MOVE '-' TO DL-V2-SENT
    END-IF
    IF ST-V1-CODE(WS-S-IDX) = SPACES
        MOVE 'X' TO DL-V1-SENT
    END-IF
    IF ST-V2-CODE(WS-S-IDX) = SPACES
        MOVE 'X' TO DL-V2-SENT
    END-IF
    EVALUATE TRUE
        WHEN ST-IS-NEW-REQUEST(WS-S-IDX)
            MOVE 'NEW REQUEST' TO DL-REQUEST
        WHEN ST-IS-RESENT(WS-S-IDX)
            STRING 'RE-SENT - FIRST ASKED ' RQ-FIRST-REQUEST-DATE
                DELIMITED BY SIZE INTO DL-REQUEST
        WHEN ST-IS-MISSING(WS-S-IDX)
            STRING 'STILL MISSING - ASKED ' RQ-REQUEST-DATE
                DELIMITED BY SIZE INTO DL-REQUEST
        WHEN ST-IS-NOT-QUEUED(WS-S-IDX)
            STRING 'CAME BACK ' RQ-CHECKED-DATE
                   ' - NOT QUEUED'
                DELIMITED BY SIZE INTO DL-REQUEST
        WHEN OTHER
            STRING 'SENT ' RQ-REQUEST-DATE
                   ' - AWAITING VENDOR-LOAD'
                DELIMITED BY SIZE INTO DL-REQUEST
    END-EVALUATE
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REGION-ROLLUP.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'STALENESS BY REGION' TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-ROLLUP-HEADING TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-R-IDX FROM 1 BY 1
            UNTIL WS-R-IDX > WS-REGION-COUNT
        IF RGT-ACTIVE-COUNT(WS-R-IDX) > ZERO
            MOVE SPACES TO WS-ROLLUP-LINE
            MOVE RGT-CODE(WS-R-IDX) TO RL-CODE
            MOVE RGT-NAME(WS-R-IDX) TO RL-NAME
            MOVE RGT-ACTIVE-COUNT(WS-R-IDX) TO RL-ACTIVE-COUNT
            MOVE RGT-STALE-COUNT(WS-R-IDX) TO RL-STALE-COUNT
            COMPUTE WS-PCT-STALE ROUNDED =
                (RGT-STALE-COUNT(WS-R-IDX) * 100)
                    / RGT-ACTIVE-COUNT(WS-R-IDX)
            MOVE WS-PCT-STALE TO RL-PCT-STALE
            MOVE RGT-OLDEST-DAYS(WS-R-IDX) TO RL-OLDEST-DAYS
            MOVE WS-ROLLUP-LINE TO RPT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'ACTIVE COUNTRIES CHECKED    :' TO FTR-LABEL
    MOVE WS-ACTIVE-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE 'STALE COUNTRIES             :' TO FTR-LABEL
    MOVE WS-STALE-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE '  NEW REQUESTS              :' TO FTR-LABEL
    MOVE WS-NEW-REQUEST-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE '  RE-SENT                   :' TO FTR-LABEL
    MOVE WS-RESENT-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE '  STILL OUTSTANDING         :' TO FTR-LABEL
    MOVE WS-OUTSTANDING-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE '  NO CODE FOR A VENDOR      :' TO FTR-LABEL
    MOVE WS-UNMAPPED-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE 'REQUESTS CLOSED - REFRESHED :' TO FTR-LABEL
    MOVE WS-CLOSED-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE 'ROWS ON pop-refresh-v1.dat  :' TO FTR-LABEL
    MOVE WS-V1-SENT-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    MOVE 'ROWS ON pop-refresh-v2.dat  :' TO FTR-LABEL
    MOVE WS-V2-SENT-COUNT TO FTR-COUNT
    PERFORM WRITE-FOOTER-LINE
    IF WS-STALE-OVERFLOW > ZERO
        MOVE 'NOT LISTED - TABLE FULL     :' TO FTR-LABEL
        MOVE WS-STALE-OVERFLOW TO FTR-COUNT
        PERFORM WRITE-FOOTER-LINE
    END-IF.

WRITE-FOOTER-LINE.
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
    MOVE WS-STALE-DAYS TO H2-STALE-DAYS
    MOVE WS-RESEND-DAYS TO H2-RESEND-DAYS
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
    MOVE WS-ACTIVE-COUNT TO AUDIT-RECORD-COUNT
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
