    05  WS-CA-LOOKED-UP-CODE       PIC X(3).

01  WS-ABSTIME                     PIC S9(15) COMP-3.
01  WS-EFF-DATE-NUM                PIC 9(8)  VALUE ZERO.

LINKAGE SECTION.
01  DFHCOMMAREA                    PIC X(4).
    IF SUCCI = LOW-VALUES
        MOVE SPACES TO SUCCI
    END-IF
    IF EFFDI = LOW-VALUES
        MOVE SPACES TO EFFDI
    END-IF
    IF EFFDI NUMERIC
        MOVE EFFDI TO WS-EFF-DATE-NUM
    ELSE
        MOVE ZERO TO WS-EFF-DATE-NUM
    END-IF
    *> Stamp the submission first - today's date is also the floor
    *> for a scheduled effective date.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTEDTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(PU-SUBMITTED-DATE)
        TIME(PU-SUBMITTED-TIME)
    END-EXEC
    EVALUATE TRUE
        WHEN CODEI = SPACES
            MOVE 'COUNTRY CODE IS REQUIRED' TO MSGO
            MOVE 'SUCCESSOR CANNOT BE THE COUNTRY ITSELF' TO MSGO
        WHEN STATI NOT = 'M' AND SUCCI NOT = SPACES
            MOVE 'SUCCESSOR ONLY APPLIES TO A MERGED COUNTRY' TO MSGO
        WHEN EFFDI NOT = SPACES AND EFFDI NOT NUMERIC
            MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK' TO MSGO
        WHEN EFFDI NOT = SPACES
                AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) NOT = ZERO
            MOVE 'EFFECTIVE DATE IS NOT A VALID CALENDAR DATE' TO MSGO
        WHEN EFFDI NOT = SPACES AND EFFDI < PU-SUBMITTED-DATE
            MOVE 'EFFECTIVE DATE CANNOT BE BEFORE TODAY' TO MSGO
        WHEN OTHER
            MOVE ACTNI TO PU-ACTION
            MOVE CODEI TO PU-CODE
            *> batch apply treats it as no-opinion.
            MOVE STATI TO PU-STATUS-FLAG
            MOVE SUCCI TO PU-SUCCESSOR-CODE
            *> Blank posts on the next cycle; a date holds the row
            *> in the queue until the batch business date reaches it.
            MOVE EFFDI TO PU-EFFECTIVE-DATE
            *> Nothing posts on one person's say-so: the row waits
            *> for a different user to approve it on COUNTRY-APRV.
            MOVE 'P' TO PU-APPROVAL-STATUS
            MOVE SPACES TO PU-APPROVER-ID PU-DECIDED-DATE
                PU-DECIDED-TIME
            EXEC CICS ASSIGN
                USERID(PU-OPERATOR-ID)
            END-EXEC
            EXEC CICS WRITE FILE('PNDUPD')
                FROM(PENDING-UPDATE-RECORD)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF PU-EFFECTIVE-DATE = SPACES
                    MOVE 'UPDATE QUEUED - AWAITING APPROVAL BY A SECOND USER'
                        TO MSGO
                ELSE
                    MOVE SPACES TO MSGO
                    STRING 'UPDATE SCHEDULED FOR ' PU-EFFECTIVE-DATE
                        ' - AWAITING APPROVAL BY A SECOND USER'
                        DELIMITED BY SIZE INTO MSGO
                END-IF
            ELSE
                MOVE 'UNABLE TO QUEUE UPDATE - NOTIFY SUPPORT' TO MSGO
            END-IF
