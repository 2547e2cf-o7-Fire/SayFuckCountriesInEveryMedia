IDENTIFICATION DIVISION.
PROGRAM-ID. COUNTRY-HINQ.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY DFHAID.
COPY DFHBMSCA.
COPY COUNTHINO.
COPY COUNTRYH.

01  WS-RESP                        PIC S9(8) COMP.
01  WS-MAP-NAME                    PIC X(8)  VALUE 'COUNTHIN'.
01  WS-MAPSET-NAME                 PIC X(8)  VALUE 'COUNTHIN'.
01  WS-PAGE-SIZE                   PIC 9(2)  VALUE 12.

COPY COUNTRY
    REPLACING ==COUNTRY-RECORD==      BY ==WS-COUNTRY-RECORD==
              ==CTRY-CODE==           BY ==WS-C-CODE==
              ==CTRY-NAME==           BY ==WS-C-NAME==
              ==CTRY-REGION-CODE==    BY ==WS-C-REGION-CODE==
              ==CTRY-POPULATION==     BY ==WS-C-POPULATION==
              ==CTRY-LAST-UPDATED==   BY ==WS-C-LAST-UPDATED==
              ==CTRY-STATUS-FLAG==    BY ==WS-C-STATUS-FLAG==
              ==CTRY-IS-ACTIVE==      BY ==WS-C-IS-ACTIVE==
              ==CTRY-IS-INACTIVE==    BY ==WS-C-IS-INACTIVE==
              ==CTRY-IS-MERGED==      BY ==WS-C-IS-MERGED==
              ==CTRY-SUCCESSOR-CODE== BY ==WS-C-SUCCESSOR-CODE==.

*> The first two fields line up with COUNTRY-BRWS's XCTL area, so
*> an H select arrives here as state 'B' plus the chosen code.
01  WS-COMMAREA.
    05  WS-CA-STATE                PIC X(1).
        88  WS-CA-FIRST-TIME           VALUE SPACE.
        88  WS-CA-FROM-BROWSE          VALUE 'B'.
        88  WS-CA-PAGE-SHOWN           VALUE 'P'.
    05  WS-CA-CODE                 PIC X(3).
    05  WS-CA-TOP-DATE             PIC X(8).
    05  WS-CA-BOTTOM-DATE          PIC X(8).
    05  WS-CA-MORE-OLDER           PIC X(1).
        88  WS-CA-HAS-OLDER            VALUE 'Y'.
    05  WS-CA-SUCCESSOR-CODE       PIC X(3).
    05  WS-CA-PAGE-NUMBER          PIC 9(3).

01  WS-BROWSE-KEY.
    05  WS-BK-CODE                 PIC X(3).
    05  WS-BK-EFF-DATE             PIC X(8).
01  WS-START-DATE                  PIC X(8).
01  WS-START-INCLUSIVE             PIC X(1) VALUE 'Y'.
    88  WS-IS-START-INCLUSIVE          VALUE 'Y'.
01  WS-PRIOR-CODE                  PIC X(3) VALUE SPACES.

*> One more row than a page is read so the last row shown still
*> has its prior row to measure the population change against.
01  WS-ROW-TABLE.
    05  WS-ROW-ENTRY OCCURS 13 TIMES.
        10  WS-RT-EFF-DATE         PIC X(8).
        10  WS-RT-NAME             PIC X(40).
        10  WS-RT-REGION-CODE      PIC X(3).
        10  WS-RT-POPULATION       PIC 9(10).
        10  WS-RT-CHANGE-TYPE      PIC X(7).
        10  WS-RT-STATUS-FLAG      PIC X(1).
        10  WS-RT-SUCCESSOR-CODE   PIC X(3).
01  WS-ROW-COUNT                   PIC 9(2) VALUE ZERO.
01  WS-PAGE-ROW-COUNT              PIC 9(2) VALUE ZERO.
01  WS-ROW-IDX                     PIC 9(2) VALUE ZERO.
01  WS-PRIOR-IDX                   PIC 9(2) VALUE ZERO.
01  WS-NEWER-COUNT                 PIC 9(2) VALUE ZERO.
01  WS-BROWSE-DONE                 PIC X(1) VALUE 'N'.
    88  WS-IS-BROWSE-DONE              VALUE 'Y'.
01  WS-COUNTRY-FOUND               PIC X(1) VALUE 'N'.
    88  WS-IS-COUNTRY-FOUND            VALUE 'Y'.
01  WS-PCT-CHANGE                  PIC S9(5)V9 VALUE ZERO.
01  WS-PAGE-EDIT                   PIC ZZ9.
01  WS-PAGE-MESSAGE                PIC X(79) VALUE SPACES.

01  WS-HIST-DETAIL.
    05  HD-EFF-DATE                PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  HD-CHANGE-TYPE             PIC X(7).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  HD-POPULATION              PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  HD-PCT-AREA.
        10  HD-PCT-VALUE           PIC +++++9.9.
        10  HD-PCT-SIGN            PIC X(1).
    05  HD-PCT-TEXT REDEFINES HD-PCT-AREA
                                   PIC X(9).
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  HD-REGION                  PIC X(3).
    05  FILLER                     PIC X(3) VALUE SPACES.
    05  HD-STATUS                  PIC X(1).
    05  FILLER                     PIC X(4) VALUE SPACES.
    05  HD-SUCCESSOR               PIC X(3).

01  WS-CURRENT-LINE.
    05  FILLER                     PIC X(16) VALUE 'CURRENT REGION: '.
    05  CL-REGION                  PIC X(3).
    05  FILLER                     PIC X(10) VALUE '  STATUS: '.
    05  CL-STATUS                  PIC X(8).
    05  FILLER                     PIC X(2) VALUE SPACES.
    05  CL-SUCCESSOR               PIC X(36).

LINKAGE SECTION.
01  DFHCOMMAREA                    PIC X(27).

PROCEDURE DIVISION.
MAIN-LOGIC.
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE ZERO TO WS-CA-PAGE-NUMBER
        MOVE SPACES TO COUNTHINO
        MOVE 'ENTER A COUNTRY CODE TO SEE ITS HISTORY' TO HMSGO
        EXEC CICS SEND MAP(WS-MAP-NAME)
            MAPSET(WS-MAPSET-NAME)
            FROM(COUNTHINO)
            ERASE
            FREEKB
        END-EXEC
    ELSE
        *> COUNTRY-BRWS passes only its short XCTL area, so take no
        *> more than was actually handed over.
        MOVE SPACES TO WS-COMMAREA
        MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
        IF WS-CA-FROM-BROWSE
            PERFORM SHOW-NEWEST-PAGE
        ELSE
            EVALUATE EIBAID
                WHEN DFHPF3
                    PERFORM SEND-GOODBYE
                WHEN DFHENTER
                    PERFORM RECEIVE-AND-LOOKUP
                WHEN DFHPF5
                    PERFORM SHOW-SUCCESSOR
                WHEN DFHPF7
                    PERFORM PAGE-NEWER
                WHEN DFHPF8
                    PERFORM PAGE-OLDER
                WHEN OTHER
                    MOVE LOW-VALUES TO COUNTHINO
                    MOVE 'USE ENTER, PF5, PF7, PF8 OR PF3' TO HMSGO
                    PERFORM SEND-MESSAGE-ONLY
            END-EVALUATE
        END-IF
    END-IF
    EXEC CICS RETURN
        TRANSID('CHIN')
        COMMAREA(WS-COMMAREA)
        LENGTH(LENGTH OF WS-COMMAREA)
    END-EXEC.

RECEIVE-AND-LOOKUP.
    MOVE LOW-VALUES TO COUNTHINI
    EXEC CICS RECEIVE MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        INTO(COUNTHINI)
        RESP(WS-RESP)
    END-EXEC
    *> MAPFAIL only means nothing was keyed - ENTER on its own
    *> refreshes the country already on the screen.
    IF WS-RESP NOT = DFHRESP(NORMAL)
            AND WS-RESP NOT = DFHRESP(MAPFAIL)
        MOVE LOW-VALUES TO COUNTHINO
        MOVE 'INPUT ERROR - PLEASE RE-ENTER' TO HMSGO
        PERFORM SEND-MESSAGE-ONLY
    ELSE
        IF HCODEI NOT = SPACES AND HCODEI NOT = LOW-VALUES
            MOVE HCODEI TO WS-CA-CODE
            PERFORM SHOW-NEWEST-PAGE
        ELSE
            IF WS-CA-CODE = SPACES
                MOVE LOW-VALUES TO COUNTHINO
                MOVE 'ENTER A COUNTRY CODE TO SEE ITS HISTORY' TO HMSGO
                PERFORM SEND-MESSAGE-ONLY
            ELSE
                PERFORM SHOW-NEWEST-PAGE
            END-IF
        END-IF
    END-IF.

SHOW-SUCCESSOR.
    IF WS-CA-CODE = SPACES
        MOVE LOW-VALUES TO COUNTHINO
        MOVE 'ENTER A COUNTRY CODE FIRST' TO HMSGO
        PERFORM SEND-MESSAGE-ONLY
    ELSE
        IF WS-CA-SUCCESSOR-CODE = SPACES
            MOVE 'NO SUCCESSOR - THIS COUNTRY HAS NOT BEEN MERGED'
                TO WS-PAGE-MESSAGE
            PERFORM REDISPLAY-CURRENT-PAGE
        ELSE
            MOVE WS-CA-CODE TO WS-PRIOR-CODE
            MOVE WS-CA-SUCCESSOR-CODE TO WS-CA-CODE
            PERFORM SHOW-NEWEST-PAGE
        END-IF
    END-IF.

PAGE-OLDER.
    EVALUATE TRUE
        WHEN WS-CA-CODE = SPACES
            MOVE LOW-VALUES TO COUNTHINO
            MOVE 'ENTER A COUNTRY CODE FIRST' TO HMSGO
            PERFORM SEND-MESSAGE-ONLY
        WHEN NOT WS-CA-HAS-OLDER
            MOVE 'NO OLDER HISTORY - PF7 FOR NEWER ROWS'
                TO WS-PAGE-MESSAGE
            PERFORM REDISPLAY-CURRENT-PAGE
        WHEN OTHER
            MOVE WS-CA-BOTTOM-DATE TO WS-START-DATE
            MOVE 'N' TO WS-START-INCLUSIVE
            ADD 1 TO WS-CA-PAGE-NUMBER
            PERFORM LOAD-PAGE-ROWS
            PERFORM SEND-TIMELINE-PAGE
    END-EVALUATE.

PAGE-NEWER.
    IF WS-CA-CODE = SPACES
        MOVE LOW-VALUES TO COUNTHINO
        MOVE 'ENTER A COUNTRY CODE FIRST' TO HMSGO
        PERFORM SEND-MESSAGE-ONLY
    ELSE
        PERFORM WALK-FORWARD-ONE-PAGE
        IF WS-NEWER-COUNT = ZERO
            MOVE 'ALREADY AT THE NEWEST ROW - PF8 FOR OLDER ROWS'
                TO WS-PAGE-MESSAGE
            MOVE 1 TO WS-CA-PAGE-NUMBER
        ELSE
            IF WS-NEWER-COUNT < WS-PAGE-SIZE
                    OR WS-CA-PAGE-NUMBER < 2
                MOVE 1 TO WS-CA-PAGE-NUMBER
            ELSE
                SUBTRACT 1 FROM WS-CA-PAGE-NUMBER
            END-IF
        END-IF
        MOVE 'Y' TO WS-START-INCLUSIVE
        PERFORM LOAD-PAGE-ROWS
        PERFORM SEND-TIMELINE-PAGE
    END-IF.

WALK-FORWARD-ONE-PAGE.
    *> Step forward (towards newer rows) from the current top row,
    *> counting up to a page of newer rows for this code. The page
    *> is then rebuilt newest-first from the last one reached - the
    *> mirror of COUNTRY-BRWS's back-walk. With nothing newer the
    *> start stays on the current top row and the page is simply
    *> redisplayed.
    MOVE WS-CA-CODE TO WS-BK-CODE
    MOVE WS-CA-TOP-DATE TO WS-BK-EFF-DATE
    MOVE WS-CA-TOP-DATE TO WS-START-DATE
    MOVE ZERO TO WS-NEWER-COUNT
    MOVE 'N' TO WS-BROWSE-DONE
    EXEC CICS STARTBR FILE('CTRYHIST')
        RIDFLD(WS-BROWSE-KEY)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM UNTIL WS-IS-BROWSE-DONE
                OR WS-NEWER-COUNT >= WS-PAGE-SIZE
            EXEC CICS READNEXT FILE('CTRYHIST')
                INTO(COUNTRY-HIST-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                    AND CHIST-CODE = WS-CA-CODE
                *> The first row read is normally the top row itself.
                IF CHIST-EFF-DATE > WS-CA-TOP-DATE
                    ADD 1 TO WS-NEWER-COUNT
                    MOVE CHIST-EFF-DATE TO WS-START-DATE
                END-IF
            ELSE
                SET WS-IS-BROWSE-DONE TO TRUE
            END-IF
        END-PERFORM
        EXEC CICS ENDBR FILE('CTRYHIST') END-EXEC
    END-IF.

REDISPLAY-CURRENT-PAGE.
    IF WS-CA-TOP-DATE = SPACES
        MOVE HIGH-VALUES TO WS-START-DATE
    ELSE
        MOVE WS-CA-TOP-DATE TO WS-START-DATE
    END-IF
    MOVE 'Y' TO WS-START-INCLUSIVE
    PERFORM LOAD-PAGE-ROWS
    PERFORM SEND-TIMELINE-PAGE.

SHOW-NEWEST-PAGE.
    MOVE HIGH-VALUES TO WS-START-DATE
    MOVE 'Y' TO WS-START-INCLUSIVE
    MOVE 1 TO WS-CA-PAGE-NUMBER
    PERFORM LOAD-PAGE-ROWS
    PERFORM READ-CURRENT-COUNTRY
    PERFORM SET-SUCCESSOR-CODE
    IF WS-PRIOR-CODE NOT = SPACES AND WS-PAGE-ROW-COUNT > ZERO
        MOVE SPACES TO WS-PAGE-MESSAGE
        STRING 'TIMELINE OF ' WS-CA-CODE
               ', SUCCESSOR OF ' WS-PRIOR-CODE
               ' - PF8 FOR OLDER ROWS'
            DELIMITED BY SIZE INTO WS-PAGE-MESSAGE
    END-IF
    PERFORM SEND-TIMELINE-PAGE.

LOAD-PAGE-ROWS.
    *> Browse backwards from the start key so rows come off newest
    *> first. READPREV straight after a GTEQ STARTBR returns the
    *> record the browse was positioned on, which can belong to the
    *> next code up - those rows are passed over. When the code is
    *> the last one on file there is nothing at or after the start
    *> key, so the browse is restarted from the end of the file.
    MOVE ZERO TO WS-ROW-COUNT
    MOVE 'N' TO WS-BROWSE-DONE
    MOVE WS-CA-CODE TO WS-BK-CODE
    MOVE WS-START-DATE TO WS-BK-EFF-DATE
    EXEC CICS STARTBR FILE('CTRYHIST')
        RIDFLD(WS-BROWSE-KEY)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NOTFND)
        MOVE HIGH-VALUES TO WS-BROWSE-KEY
        EXEC CICS STARTBR FILE('CTRYHIST')
            RIDFLD(WS-BROWSE-KEY)
            GTEQ
            RESP(WS-RESP)
        END-EXEC
    END-IF
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM UNTIL WS-IS-BROWSE-DONE
                OR WS-ROW-COUNT > WS-PAGE-SIZE
            EXEC CICS READPREV FILE('CTRYHIST')
                INTO(COUNTRY-HIST-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                EVALUATE TRUE
                    WHEN CHIST-CODE > WS-CA-CODE
                        CONTINUE
                    WHEN CHIST-CODE < WS-CA-CODE
                        SET WS-IS-BROWSE-DONE TO TRUE
                    WHEN CHIST-EFF-DATE > WS-START-DATE
                        CONTINUE
                    WHEN CHIST-EFF-DATE = WS-START-DATE
                            AND NOT WS-IS-START-INCLUSIVE
                        CONTINUE
                    WHEN OTHER
                        ADD 1 TO WS-ROW-COUNT
                        PERFORM STORE-ONE-ROW
                END-EVALUATE
            ELSE
                SET WS-IS-BROWSE-DONE TO TRUE
            END-IF
        END-PERFORM
        EXEC CICS ENDBR FILE('CTRYHIST') END-EXEC
    END-IF
    IF WS-ROW-COUNT > WS-PAGE-SIZE
        MOVE WS-PAGE-SIZE TO WS-PAGE-ROW-COUNT
        MOVE 'Y' TO WS-CA-MORE-OLDER
    ELSE
        MOVE WS-ROW-COUNT TO WS-PAGE-ROW-COUNT
        MOVE 'N' TO WS-CA-MORE-OLDER
    END-IF
    IF WS-PAGE-ROW-COUNT > ZERO
        MOVE WS-RT-EFF-DATE(1) TO WS-CA-TOP-DATE
        MOVE WS-RT-EFF-DATE(WS-PAGE-ROW-COUNT) TO WS-CA-BOTTOM-DATE
    ELSE
        MOVE SPACES TO WS-CA-TOP-DATE
        MOVE SPACES TO WS-CA-BOTTOM-DATE
    END-IF.

STORE-ONE-ROW.
    MOVE CHIST-EFF-DATE TO WS-RT-EFF-DATE(WS-ROW-COUNT)
    MOVE CHIST-NAME TO WS-RT-NAME(WS-ROW-COUNT)
    MOVE CHIST-REGION-CODE TO WS-RT-REGION-CODE(WS-ROW-COUNT)
    MOVE CHIST-POPULATION TO WS-RT-POPULATION(WS-ROW-COUNT)
    MOVE CHIST-CHANGE-TYPE TO WS-RT-CHANGE-TYPE(WS-ROW-COUNT)
    MOVE CHIST-STATUS-FLAG TO WS-RT-STATUS-FLAG(WS-ROW-COUNT)
    MOVE CHIST-SUCCESSOR-CODE TO WS-RT-SUCCESSOR-CODE(WS-ROW-COUNT).

READ-CURRENT-COUNTRY.
    MOVE 'N' TO WS-COUNTRY-FOUND
    MOVE WS-CA-CODE TO WS-C-CODE
    EXEC CICS READ FILE('COUNTRY')
        INTO(WS-COUNTRY-RECORD)
        RIDFLD(WS-C-CODE)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        SET WS-IS-COUNTRY-FOUND TO TRUE
    END-IF.

SET-SUCCESSOR-CODE.
    *> The live country row is the authority on a merge. A code that
    *> has gone from the country file falls back to its newest
    *> history row, which recorded the merge when it was posted.
    MOVE SPACES TO WS-CA-SUCCESSOR-CODE
    IF WS-IS-COUNTRY-FOUND
        IF WS-C-IS-MERGED
            MOVE WS-C-SUCCESSOR-CODE TO WS-CA-SUCCESSOR-CODE
        END-IF
    ELSE
        IF WS-ROW-COUNT > ZERO
                AND WS-RT-STATUS-FLAG(1) = 'M'
            MOVE WS-RT-SUCCESSOR-CODE(1) TO WS-CA-SUCCESSOR-CODE
        END-IF
    END-IF.

SEND-TIMELINE-PAGE.
    IF NOT WS-IS-COUNTRY-FOUND
        PERFORM READ-CURRENT-COUNTRY
    END-IF
    MOVE SPACES TO COUNTHINO
    MOVE WS-CA-CODE TO HCODEO
    MOVE WS-CA-PAGE-NUMBER TO WS-PAGE-EDIT
    MOVE WS-PAGE-EDIT TO HPAGEO
    PERFORM FORMAT-CURRENT-LINE
    PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
            UNTIL WS-ROW-IDX > WS-PAGE-ROW-COUNT
        PERFORM FORMAT-ONE-ROW
    END-PERFORM
    IF WS-PAGE-MESSAGE = SPACES
        PERFORM SET-DEFAULT-MESSAGE
    END-IF
    MOVE WS-PAGE-MESSAGE TO HMSGO
    SET WS-CA-PAGE-SHOWN TO TRUE
    EXEC CICS SEND MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        FROM(COUNTHINO)
        ERASE
        FREEKB
    END-EXEC.

FORMAT-CURRENT-LINE.
    MOVE SPACES TO CL-SUCCESSOR
    IF WS-IS-COUNTRY-FOUND
        MOVE WS-C-NAME TO HNAMEO
        MOVE WS-C-REGION-CODE TO CL-REGION
        EVALUATE TRUE
            WHEN WS-C-IS-MERGED
                MOVE 'MERGED' TO CL-STATUS
            WHEN WS-C-IS-INACTIVE
                MOVE 'INACTIVE' TO CL-STATUS
            WHEN OTHER
                MOVE 'ACTIVE' TO CL-STATUS
        END-EVALUATE
        IF WS-CA-SUCCESSOR-CODE NOT = SPACES
            STRING 'MERGED INTO ' WS-CA-SUCCESSOR-CODE
                   ' - PF5 TO VIEW'
                DELIMITED BY SIZE INTO CL-SUCCESSOR
        END-IF
        MOVE WS-CURRENT-LINE TO HCURO
    ELSE
        IF WS-PAGE-ROW-COUNT > ZERO
            MOVE WS-RT-NAME(1) TO HNAMEO
        END-IF
        IF WS-CA-SUCCESSOR-CODE = SPACES
            MOVE 'NOT ON THE COUNTRY FILE - HISTORY ROWS ONLY' TO HCURO
        ELSE
            STRING 'NOT ON THE COUNTRY FILE - MERGED INTO '
                   WS-CA-SUCCESSOR-CODE ' - PF5 TO VIEW'
                DELIMITED BY SIZE INTO HCURO
        END-IF
    END-IF.

FORMAT-ONE-ROW.
    MOVE WS-RT-EFF-DATE(WS-ROW-IDX) TO HD-EFF-DATE
    MOVE WS-RT-CHANGE-TYPE(WS-ROW-IDX) TO HD-CHANGE-TYPE
    MOVE WS-RT-POPULATION(WS-ROW-IDX) TO HD-POPULATION
    MOVE WS-RT-REGION-CODE(WS-ROW-IDX) TO HD-REGION
    MOVE WS-RT-STATUS-FLAG(WS-ROW-IDX) TO HD-STATUS
    MOVE WS-RT-SUCCESSOR-CODE(WS-ROW-IDX) TO HD-SUCCESSOR
    *> The prior row is the next older one, already read into the
    *> table even for the last line on the page. The oldest row on
    *> file has nothing to compare with.
    COMPUTE WS-PRIOR-IDX = WS-ROW-IDX + 1
    EVALUATE TRUE
        WHEN WS-PRIOR-IDX > WS-ROW-COUNT
            MOVE '      ---' TO HD-PCT-TEXT
        WHEN WS-RT-POPULATION(WS-PRIOR-IDX) = ZERO
            MOVE '      N/A' TO HD-PCT-TEXT
        WHEN OTHER
            COMPUTE WS-PCT-CHANGE ROUNDED =
                (WS-RT-POPULATION(WS-ROW-IDX)
                    - WS-RT-POPULATION(WS-PRIOR-IDX)) * 100
                    / WS-RT-POPULATION(WS-PRIOR-IDX)
                ON SIZE ERROR
                    MOVE '   ******' TO HD-PCT-TEXT
                NOT ON SIZE ERROR
                    MOVE WS-PCT-CHANGE TO HD-PCT-VALUE
                    MOVE '%' TO HD-PCT-SIGN
            END-COMPUTE
    END-EVALUATE
    MOVE WS-HIST-DETAIL TO HLINO(WS-ROW-IDX).

SET-DEFAULT-MESSAGE.
    EVALUATE TRUE
        WHEN WS-PAGE-ROW-COUNT = ZERO
            MOVE 'NO COUNTRY-HIST ROWS FOR THIS CODE - ENTER ANOTHER CODE'
                TO WS-PAGE-MESSAGE
        WHEN WS-CA-HAS-OLDER AND WS-CA-PAGE-NUMBER > 1
            MOVE 'PF8 FOR OLDER ROWS - PF7 FOR NEWER ROWS'
                TO WS-PAGE-MESSAGE
        WHEN WS-CA-HAS-OLDER
            MOVE 'NEWEST ROWS SHOWN - PF8 FOR OLDER ROWS'
                TO WS-PAGE-MESSAGE
        WHEN WS-CA-PAGE-NUMBER > 1
            MOVE 'OLDEST ROW REACHED - PF7 FOR NEWER ROWS'
                TO WS-PAGE-MESSAGE
        WHEN OTHER
            MOVE 'ALL HISTORY SHOWN - ENTER ANOTHER CODE OR PF3 TO EXIT'
                TO WS-PAGE-MESSAGE
    END-EVALUATE.

SEND-MESSAGE-ONLY.
    EXEC CICS SEND MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        FROM(COUNTHINO)
        DATAONLY
        CURSOR
    END-EXEC.

SEND-GOODBYE.
    EXEC CICS SEND TEXT
        FROM('COUNTRY-HINQ SESSION ENDED')
        LENGTH(26)
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC.
