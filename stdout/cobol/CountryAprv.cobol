IDENTIFICATION DIVISION.
PROGRAM-ID. COUNTRY-APRV.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
COPY DFHAID.
COPY DFHBMSCA.
COPY COUNTAPRO.
COPY PENDUPD.

01  WS-RESP                        PIC S9(8) COMP.
01  WS-MAP-NAME                    PIC X(8)  VALUE 'COUNTAPR'.
01  WS-MAPSET-NAME                 PIC X(8)  VALUE 'COUNTAPR'.

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

*> The queue is an entry-sequenced file, so a row is addressed by
*> its relative byte address. The commarea carries the RBA and
*> code of the row on screen: a decision re-reads that exact row
*> for update, and PF8 resumes the browse just after it.
01  WS-COMMAREA.
    05  WS-CA-STATE                PIC X(1).
        88  WS-CA-FIRST-TIME           VALUE SPACE.
        88  WS-CA-ROW-SHOWN            VALUE 'S'.
        88  WS-CA-ROW-DECIDED          VALUE 'D'.
    05  WS-CA-ROW-RBA              PIC S9(8) COMP.
    05  WS-CA-ROW-CODE             PIC X(3).

01  WS-BROWSE-RBA                  PIC S9(8) COMP.
01  WS-USER-ID                     PIC X(8).
01  WS-ABSTIME                     PIC S9(15) COMP-3.

01  WS-SKIP-CURRENT                PIC X(1) VALUE 'N'.
    88  WS-IS-SKIP-CURRENT             VALUE 'Y'.
01  WS-BROWSE-DONE                 PIC X(1) VALUE 'N'.
    88  WS-IS-BROWSE-DONE              VALUE 'Y'.
01  WS-ROW-FOUND                   PIC X(1) VALUE 'N'.
    88  WS-IS-ROW-FOUND                VALUE 'Y'.

LINKAGE SECTION.
01  DFHCOMMAREA                    PIC X(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    IF EIBCALEN = 0
        MOVE SPACES TO WS-COMMAREA
        MOVE ZERO TO WS-CA-ROW-RBA
        MOVE 'N' TO WS-SKIP-CURRENT
        PERFORM SHOW-NEXT-AWAITING-ROW
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        EVALUATE EIBAID
            WHEN DFHPF3
                PERFORM SEND-GOODBYE
            WHEN DFHENTER
                PERFORM RECEIVE-AND-PROCESS-MAP
            WHEN DFHPF8
                PERFORM PAGE-TO-NEXT-ROW
            WHEN OTHER
                MOVE 'USE ENTER, PF8 OR PF3' TO AMSGO
                PERFORM SEND-MESSAGE-ONLY
        END-EVALUATE
    END-IF
    EXEC CICS RETURN
        TRANSID('CAPR')
        COMMAREA(WS-COMMAREA)
        LENGTH(LENGTH OF WS-COMMAREA)
    END-EXEC.

RECEIVE-AND-PROCESS-MAP.
    EXEC CICS RECEIVE MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        INTO(COUNTAPRI)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL)
        MOVE 'INPUT ERROR - PLEASE RE-ENTER' TO AMSGO
        PERFORM SEND-MESSAGE-ONLY
    ELSE
        EVALUATE AACTNI
            WHEN 'A'
                PERFORM DECIDE-PENDING-ROW
            WHEN 'R'
                PERFORM DECIDE-PENDING-ROW
            WHEN 'N'
                PERFORM PAGE-TO-NEXT-ROW
            WHEN SPACE
                PERFORM PAGE-TO-NEXT-ROW
            WHEN LOW-VALUE
                PERFORM PAGE-TO-NEXT-ROW
            WHEN OTHER
                MOVE 'ACTION MUST BE A, R OR N' TO AMSGO
                PERFORM SEND-MESSAGE-ONLY
        END-EVALUATE
    END-IF.

PAGE-TO-NEXT-ROW.
    *> Resume just after the row last shown; from a fresh start or
    *> after running off the end, go back to the top of the queue.
    IF WS-CA-ROW-SHOWN OR WS-CA-ROW-DECIDED
        MOVE 'Y' TO WS-SKIP-CURRENT
    ELSE
        MOVE ZERO TO WS-CA-ROW-RBA
        MOVE 'N' TO WS-SKIP-CURRENT
    END-IF
    PERFORM SHOW-NEXT-AWAITING-ROW.

SHOW-NEXT-AWAITING-ROW.
    MOVE SPACES TO COUNTAPRO
    PERFORM FIND-NEXT-AWAITING-ROW
    IF WS-IS-ROW-FOUND
        MOVE WS-BROWSE-RBA TO WS-CA-ROW-RBA
        MOVE PU-CODE TO WS-CA-ROW-CODE
        SET WS-CA-ROW-SHOWN TO TRUE
        PERFORM MOVE-PENDING-TO-MAP
        PERFORM MOVE-CURRENT-TO-MAP
        EXEC CICS ASSIGN
            USERID(WS-USER-ID)
        END-EXEC
        IF WS-USER-ID = PU-OPERATOR-ID
            MOVE 'YOU SUBMITTED THIS ROW - ANOTHER USER MUST APPROVE IT - PF8 FOR NEXT'
                TO AMSGO
        ELSE
            MOVE 'TYPE A TO APPROVE OR R TO REJECT - PF8 FOR THE NEXT ROW'
                TO AMSGO
        END-IF
    ELSE
        SET WS-CA-FIRST-TIME TO TRUE
        MOVE ZERO TO WS-CA-ROW-RBA
        MOVE SPACES TO WS-CA-ROW-CODE
        MOVE 'NO MORE ROWS AWAITING APPROVAL - PF8 STARTS AGAIN FROM THE TOP'
            TO AMSGO
    END-IF
    EXEC CICS SEND MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        FROM(COUNTAPRO)
        ERASE
        FREEKB
    END-EXEC.

FIND-NEXT-AWAITING-ROW.
    MOVE 'N' TO WS-ROW-FOUND
    MOVE 'N' TO WS-BROWSE-DONE
    MOVE WS-CA-ROW-RBA TO WS-BROWSE-RBA
    EXEC CICS STARTBR FILE('PNDUPD')
        RIDFLD(WS-BROWSE-RBA)
        RBA
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP NOT = DFHRESP(NORMAL) AND WS-BROWSE-RBA NOT = ZERO
        *> The batch cycle rewrites the queue, so a remembered RBA
        *> can go stale overnight - start again from the top.
        MOVE ZERO TO WS-BROWSE-RBA
        MOVE 'N' TO WS-SKIP-CURRENT
        EXEC CICS STARTBR FILE('PNDUPD')
            RIDFLD(WS-BROWSE-RBA)
            RBA
            RESP(WS-RESP)
        END-EXEC
    END-IF
    IF WS-RESP = DFHRESP(NORMAL)
        IF WS-IS-SKIP-CURRENT
            *> The first READNEXT re-reads the row already shown -
            *> skip it.
            EXEC CICS READNEXT FILE('PNDUPD')
                INTO(PENDING-UPDATE-RECORD)
                RIDFLD(WS-BROWSE-RBA)
                RBA
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                SET WS-IS-BROWSE-DONE TO TRUE
            END-IF
        END-IF
        PERFORM UNTIL WS-IS-ROW-FOUND OR WS-IS-BROWSE-DONE
            EXEC CICS READNEXT FILE('PNDUPD')
                INTO(PENDING-UPDATE-RECORD)
                RIDFLD(WS-BROWSE-RBA)
                RBA
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF PU-AWAITING-APPROVAL
                    SET WS-IS-ROW-FOUND TO TRUE
                END-IF
            ELSE
                SET WS-IS-BROWSE-DONE TO TRUE
            END-IF
        END-PERFORM
        EXEC CICS ENDBR FILE('PNDUPD') END-EXEC
    END-IF.

DECIDE-PENDING-ROW.
    IF WS-CA-ROW-SHOWN
        PERFORM APPLY-DECISION
    ELSE
        MOVE 'NO UNDECIDED ROW ON SCREEN - PF8 FOR THE NEXT ONE'
            TO AMSGO
    END-IF
    PERFORM SEND-MESSAGE-ONLY.

APPLY-DECISION.
    EXEC CICS ASSIGN
        USERID(WS-USER-ID)
    END-EXEC
    MOVE WS-CA-ROW-RBA TO WS-BROWSE-RBA
    EXEC CICS READ FILE('PNDUPD')
        INTO(PENDING-UPDATE-RECORD)
        RIDFLD(WS-BROWSE-RBA)
        RBA
        UPDATE
        RESP(WS-RESP)
    END-EXEC
    EVALUATE TRUE
        WHEN WS-RESP NOT = DFHRESP(NORMAL)
            MOVE 'QUEUED ROW NO LONGER AVAILABLE - PF8 TO START AGAIN'
                TO AMSGO
            SET WS-CA-FIRST-TIME TO TRUE
        WHEN PU-CODE NOT = WS-CA-ROW-CODE
            EXEC CICS UNLOCK FILE('PNDUPD') END-EXEC
            MOVE 'QUEUE CHANGED SINCE THIS ROW WAS SHOWN - PF8 TO START AGAIN'
                TO AMSGO
            SET WS-CA-FIRST-TIME TO TRUE
        WHEN NOT PU-AWAITING-APPROVAL
            EXEC CICS UNLOCK FILE('PNDUPD') END-EXEC
            MOVE 'ROW ALREADY DECIDED - NO FURTHER ACTION ALLOWED'
                TO AMSGO
            SET WS-CA-ROW-DECIDED TO TRUE
        WHEN AACTNI = 'A' AND WS-USER-ID = PU-OPERATOR-ID
            *> The whole point of the second signature - the
            *> submitter may withdraw (reject) their own row but
            *> never approve it.
            EXEC CICS UNLOCK FILE('PNDUPD') END-EXEC
            MOVE 'YOU SUBMITTED THIS CHANGE - A DIFFERENT USER MUST APPROVE IT'
                TO AMSGO
        WHEN OTHER
            PERFORM RECORD-DECISION
    END-EVALUATE.

RECORD-DECISION.
    IF AACTNI = 'A'
        SET PU-IS-APPROVED TO TRUE
    ELSE
        SET PU-IS-REJECTED TO TRUE
    END-IF
    MOVE WS-USER-ID TO PU-APPROVER-ID
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTEDTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(PU-DECIDED-DATE)
        TIME(PU-DECIDED-TIME)
    END-EXEC
    EXEC CICS REWRITE FILE('PNDUPD')
        FROM(PENDING-UPDATE-RECORD)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM MOVE-DECISION-TO-MAP
        IF PU-IS-APPROVED
            MOVE 'ROW APPROVED - POSTS IN THE NEXT BATCH CYCLE - PF8 FOR NEXT'
                TO AMSGO
        ELSE
            MOVE 'ROW REJECTED - COUNTRY-APPLY WILL DROP IT - PF8 FOR NEXT'
                TO AMSGO
        END-IF
        SET WS-CA-ROW-DECIDED TO TRUE
    ELSE
        MOVE 'UNABLE TO UPDATE QUEUED ROW - NOTIFY SUPPORT' TO AMSGO
    END-IF.

MOVE-PENDING-TO-MAP.
    MOVE PU-CODE TO ACODEO
    EVALUATE TRUE
        WHEN PU-ACTION-ADD
            MOVE 'ADD' TO AREQO
        WHEN PU-ACTION-CHANGE
            MOVE 'CHANGE' TO AREQO
        WHEN PU-ACTION-DELETE
            MOVE 'DELETE' TO AREQO
        WHEN OTHER
            MOVE PU-ACTION TO AREQO
    END-EVALUATE
    IF PU-EFFECTIVE-DATE = SPACES
        MOVE 'NEXT CYCLE' TO AEFFDO
    ELSE
        MOVE PU-EFFECTIVE-DATE TO AEFFDO
    END-IF
    MOVE PU-OPERATOR-ID TO AOPERO
    MOVE PU-SUBMITTED-DATE TO ASUBDO
    MOVE PU-SUBMITTED-TIME TO ASUBTO
    IF PU-ACTION-DELETE
        MOVE '** COUNTRY WILL BE REMOVED FROM FILE **' TO ANNAMO
    ELSE
        MOVE PU-NAME TO ANNAMO
        MOVE PU-REGION-CODE TO ANRGNO
        MOVE PU-POPULATION TO ANPOPO
        MOVE PU-LAST-UPDATED TO ANLUPO
        MOVE PU-STATUS-FLAG TO ANSTAO
        MOVE PU-SUCCESSOR-CODE TO ANSUCO
    END-IF
    PERFORM MOVE-DECISION-TO-MAP.

MOVE-DECISION-TO-MAP.
    EVALUATE TRUE
        WHEN PU-IS-APPROVED
            MOVE 'APPROVED' TO ASTATO
        WHEN PU-IS-REJECTED
            MOVE 'REJECTED' TO ASTATO
        WHEN OTHER
            MOVE 'AWAITING' TO ASTATO
    END-EVALUATE
    MOVE PU-APPROVER-ID TO AAPPRO.

MOVE-CURRENT-TO-MAP.
    *> The before picture is the country as the online file has it
    *> now; an add has none.
    MOVE PU-CODE TO WS-C-CODE
    EXEC CICS READ FILE('COUNTRY')
        INTO(WS-COUNTRY-RECORD)
        RIDFLD(WS-C-CODE)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE WS-C-NAME TO AONAMO
        MOVE WS-C-REGION-CODE TO AORGNO
        MOVE WS-C-POPULATION TO AOPOPO
        MOVE WS-C-LAST-UPDATED TO AOLUPO
        MOVE WS-C-STATUS-FLAG TO AOSTAO
        MOVE WS-C-SUCCESSOR-CODE TO AOSUCO
    ELSE
        MOVE '** NOT ON FILE **' TO AONAMO
    END-IF.

SEND-MESSAGE-ONLY.
    EXEC CICS SEND MAP(WS-MAP-NAME)
        MAPSET(WS-MAPSET-NAME)
        FROM(COUNTAPRO)
        DATAONLY
        CURSOR
    END-EXEC.

SEND-GOODBYE.
    EXEC CICS SEND TEXT
        FROM('COUNTRY-APRV SESSION ENDED')
        LENGTH(27)
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC.
