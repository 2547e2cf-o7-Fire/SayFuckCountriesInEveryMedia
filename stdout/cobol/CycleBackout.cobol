IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLE-BACKOUT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BACKOUT-PARM ASSIGN TO "backout.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    SELECT BACKOUT-REPORT ASSIGN TO "cycle-backout.rpt"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT Ass ASSIGN TO "countries.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASS-STATUS.

    SELECT RESTART-CTL ASSIGN TO "fuck.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESTART-STATUS.

    SELECT XTR-PENDING ASSIGN TO "xtr-lastrun.pending"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT XTR-GENCAT ASSIGN TO "xtr-gens.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENCAT-STATUS.

COPY CTRYKSEL.

COPY HISTSEL.

COPY SCHPSEL.

COPY PNDUPDSEL.

COPY PNDDSEL.

COPY SUSPSEL.

COPY SJRNSEL.

COPY SUBSCSEL.

COPY WJRNSEL.

COPY AUDITSEL.

COPY CYCSSEL.

DATA DIVISION.
FILE SECTION.
*> The backout card: the business date to back out and the
*> operator authorising it. Without CONFIRM the run is a preview
*> and touches nothing; CONFIRM must carry the change count the
*> preview printed, so files that moved since are refused.
FD  BACKOUT-PARM
    RECORD CONTAINS 33 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  BACKOUT-PARM-RECORD.
    05  BK-BUSINESS-DATE        PIC X(8).
    05  FILLER                  PIC X(1).
    05  BK-OPERATOR-ID          PIC X(8).
    05  FILLER                  PIC X(1).
    05  BK-CONFIRM              PIC X(7).
        88  BK-IS-CONFIRMED         VALUE 'CONFIRM'.
    05  FILLER                  PIC X(1).
    05  BK-CONFIRM-COUNT        PIC X(7).

FD  BACKOUT-REPORT
    RECORD CONTAINS 132 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  RPT-LINE                    PIC X(132).

COPY ASSFD.

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

FD  XTR-GENCAT
    RECORD CONTAINS 56 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  XTR-GENCAT-RECORD.
    05  XG-SUB-ID               PIC X(8).
    05  XG-EXTRACT-DATE         PIC X(8).
    05  XG-FILE-NAME            PIC X(40).

COPY CTRYKFD.

COPY HISTFD.

COPY SCHPFD.

COPY PNDUPDFD.

COPY PNDDFD.

COPY SUSPFD.

COPY SJRNFD.

COPY SUBSCFD.

COPY WJRNFD.

COPY AUDITFD.

COPY CYCSFD.

WORKING-STORAGE SECTION.
01  WS-PARM-STATUS              PIC XX.
    88  WS-PARM-OK                  VALUE '00'.
01  WS-ASS-STATUS               PIC XX.
    88  WS-ASS-OK                   VALUE '00'.
    88  WS-ASS-EOF                  VALUE '10'.
01  WS-KEYED-STATUS             PIC XX.
    88  WS-KEYED-OK                 VALUE '00'.
01  WS-HIST-STATUS              PIC XX.
    88  WS-HIST-OK                  VALUE '00'.
    88  WS-HIST-EOF                 VALUE '10'.
    88  WS-HIST-NOT-FOUND           VALUE '35'.
01  WS-SCHPOST-STATUS           PIC XX.
    88  WS-SCHPOST-OK               VALUE '00'.
    88  WS-SCHPOST-EOF              VALUE '10'.
01  WS-PNDUPD-STATUS            PIC XX.
    88  WS-PNDUPD-OK                VALUE '00'.
    88  WS-PNDUPD-EOF               VALUE '10'.
    88  WS-PNDUPD-NOT-FOUND         VALUE '35'.
01  WS-DRAINED-STATUS           PIC XX.
    88  WS-DRAINED-OK               VALUE '00'.
    88  WS-DRAINED-EOF              VALUE '10'.
01  WS-SUSP-STATUS              PIC XX.
    88  WS-SUSP-OK                  VALUE '00'.
01  WS-SJRN-STATUS              PIC XX.
    88  WS-SJRN-OK                  VALUE '00'.
    88  WS-SJRN-EOF                 VALUE '10'.
01  WS-SUBSCR-STATUS            PIC XX.
    88  WS-SUBSCR-OK                VALUE '00'.
    88  WS-SUBSCR-EOF               VALUE '10'.
01  WS-RESTART-STATUS           PIC XX.
    88  WS-RESTART-OK               VALUE '00'.
01  WS-PENDING-STATUS           PIC XX.
    88  WS-PENDING-OK               VALUE '00'.
    88  WS-PENDING-EOF              VALUE '10'.
01  WS-GENCAT-STATUS            PIC XX.
    88  WS-GENCAT-OK                VALUE '00'.
    88  WS-GENCAT-EOF               VALUE '10'.
01  WS-WJRN-STATUS              PIC XX.
    88  WS-WJRN-OK                  VALUE '00'.
    88  WS-WJRN-EOF                 VALUE '10'.
01  WS-AUDIT-STATUS             PIC XX.
    88  WS-AUDIT-OK                 VALUE '00'.
    88  WS-AUDIT-EOF                VALUE '10'.
01  WS-CYCSTAT-STATUS           PIC XX.
    88  WS-CYCSTAT-OK               VALUE '00'.
    88  WS-CYCSTAT-NOT-FOUND        VALUE '35'.
01  WS-CYCSTAT-EOF-FLAG         PIC X VALUE 'N'.
    88  WS-CYCSTAT-AT-END           VALUE 'Y'.

01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
01  WS-CARD-FLAG                PIC X(1) VALUE 'N'.
    88  WS-HAS-CARD                 VALUE 'Y'.
01  WS-CONFIRM-FLAG             PIC X(1) VALUE 'N'.
    88  WS-IS-CONFIRM-RUN           VALUE 'Y'.
01  WS-CARD-CONFIRM             PIC X(7) VALUE SPACES.
01  WS-CARD-COUNT-TEXT          PIC X(7) VALUE SPACES.
01  WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.

01  WS-BACKOUT-STATE            PIC X(1) VALUE 'P'.
    88  WS-BACKOUT-PLANNED          VALUE 'P'.
    88  WS-BACKOUT-REFUSED          VALUE 'R'.
    88  WS-BACKOUT-APPLIED          VALUE 'A'.
    88  WS-BACKOUT-FAILED           VALUE 'F'.

*> Every cycle-status row under the date being backed out. Only
*> the latest business date on file can be backed out - a later
*> cycle ran on top of this one's output.
01  WS-MAX-CYC-ROWS             PIC 9(2) VALUE 30.
01  WS-CYC-ROW-COUNT            PIC 9(2) VALUE ZERO.
01  WS-CYC-ROW-TABLE.
    05  WS-CYC-ROW OCCURS 30 TIMES
                   INDEXED BY WS-CR-IDX.
        10  CR-JOB-NAME            PIC X(8).
        10  CR-START-TIME          PIC X(8).
        10  CR-END-TIME            PIC X(8).
        10  CR-RETURN-CODE         PIC 9(2).
        10  CR-RECORDS-IN          PIC 9(9).
        10  CR-RECORDS-OUT         PIC 9(9).
01  WS-LATER-DATE               PIC X(8) VALUE SPACES.
01  WS-APPLY-RAN                PIC X(1) VALUE 'N'.
    88  WS-APPLY-HAS-RUN            VALUE 'Y'.
01  WS-SUSP-RAN                 PIC X(1) VALUE 'N'.
    88  WS-SUSP-HAS-RUN             VALUE 'Y'.
01  WS-KEYLOAD-RAN              PIC X(1) VALUE 'N'.
    88  WS-KEYLOAD-HAS-RUN          VALUE 'Y'.
01  WS-RGNMAINT-RAN             PIC X(1) VALUE 'N'.
    88  WS-RGNMAINT-HAS-RUN         VALUE 'Y'.

*> countries.txt as it stands, in file order. A backed-out row is
*> replaced in place, a row the night added is marked dropped,
*> and a country the night deleted goes back in code order.
01  WS-MAX-COUNTRIES            PIC 9(5) VALUE 9999.
01  WS-COUNTRY-COUNT            PIC 9(5) VALUE ZERO.
01  WS-COUNTRY-TABLE.
    05  WS-COUNTRY-ENTRY OCCURS 1 TO 9999 TIMES
                         DEPENDING ON WS-COUNTRY-COUNT
                         INDEXED BY WS-C-IDX.
        10  CT-ROW                 PIC X(68).
        10  CT-ACTION              PIC X(1).
            88  CT-IS-UNCHANGED        VALUE ' '.
            88  CT-IS-RESTORED         VALUE 'R'.
            88  CT-IS-REINSTATED       VALUE 'I'.
            88  CT-IS-DROPPED          VALUE 'X'.
01  WS-COUNTRY-OVERFLOW         PIC X(1) VALUE 'N'.
    88  WS-COUNTRY-TABLE-FULL       VALUE 'Y'.
01  WS-COUNTRY-IDX              PIC 9(5) VALUE ZERO.
01  WS-INSERT-IDX               PIC 9(5) VALUE ZERO.
01  WS-SHIFT-IDX                PIC 9(5) VALUE ZERO.
01  WS-FIND-CODE                PIC X(3) VALUE SPACES.
01  WS-COUNTRY-CHANGES          PIC 9(5) VALUE ZERO.
01  WS-KEYED-ROWS               PIC 9(9) VALUE ZERO.
01  WS-KEYED-DUPLICATES         PIC 9(9) VALUE ZERO.

COPY COUNTRY
    REPLACING ==COUNTRY-RECORD==      BY ==WS-CURRENT-RECORD==
              ==CTRY-CODE==           BY ==CUR-CODE==
              ==CTRY-NAME==           BY ==CUR-NAME==
              ==CTRY-REGION-CODE==    BY ==CUR-REGION-CODE==
              ==CTRY-POPULATION==     BY ==CUR-POPULATION==
              ==CTRY-LAST-UPDATED==   BY ==CUR-LAST-UPDATED==
              ==CTRY-STATUS-FLAG==    BY ==CUR-STATUS-FLAG==
              ==CTRY-IS-ACTIVE==      BY ==CUR-IS-ACTIVE==
              ==CTRY-IS-INACTIVE==    BY ==CUR-IS-INACTIVE==
              ==CTRY-IS-MERGED==      BY ==CUR-IS-MERGED==
              ==CTRY-SUCCESSOR-CODE== BY ==CUR-SUCCESSOR-CODE==.

COPY COUNTRY
    REPLACING ==COUNTRY-RECORD==      BY ==WS-TARGET-RECORD==
              ==CTRY-CODE==           BY ==TGT-CODE==
              ==CTRY-NAME==           BY ==TGT-NAME==
              ==CTRY-REGION-CODE==    BY ==TGT-REGION-CODE==
              ==CTRY-POPULATION==     BY ==TGT-POPULATION==
              ==CTRY-LAST-UPDATED==   BY ==TGT-LAST-UPDATED==
              ==CTRY-STATUS-FLAG==    BY ==TGT-STATUS-FLAG==
              ==CTRY-IS-ACTIVE==      BY ==TGT-IS-ACTIVE==
              ==CTRY-IS-INACTIVE==    BY ==TGT-IS-INACTIVE==
              ==CTRY-IS-MERGED==      BY ==TGT-IS-MERGED==
              ==CTRY-SUCCESSOR-CODE== BY ==TGT-SUCCESSOR-CODE==.

*> COUNTRY-HIST walk, one code at a time in key order. The rows
*> the night posted come out: those effective on the date itself,
*> and a row at the scheduled date COUNTRY-APPLY listed on
*> country-sched.posted - but only when the country has no row on
*> the date (COUNTRY-HIST falls back to it when the scheduled slot
*> is already taken) and the row is the country as it now stands.
*> The latest row before the date that the night did not post is
*> what the country goes back to.
01  WS-HIST-CODE                PIC X(3) VALUE SPACES.
01  WS-HIST-ROWS-FOR-CODE       PIC 9(5) VALUE ZERO.
01  WS-HAS-BEST                 PIC X(1) VALUE 'N'.
    88  WS-HAS-BEST-ROW             VALUE 'Y'.
01  WS-CODE-REMOVALS            PIC 9(5) VALUE ZERO.
01  WS-REMOVED-NEW              PIC X(1) VALUE 'N'.
    88  WS-NIGHT-ADDED-CODE         VALUE 'Y'.
01  WS-ROW-IS-REMOVAL           PIC X(1) VALUE 'N'.
    88  WS-IS-REMOVAL-ROW           VALUE 'Y'.
01  WS-ROW-IS-SCHEDULED         PIC X(1) VALUE 'N'.
    88  WS-IS-SCHEDULED-SLOT        VALUE 'Y'.
01  WS-HAS-SCHED-SLOT           PIC X(1) VALUE 'N'.
    88  WS-SCHED-SLOT-HELD          VALUE 'Y'.
01  WS-HAS-DATE-ROW             PIC X(1) VALUE 'N'.
    88  WS-CODE-HAS-DATE-ROW        VALUE 'Y'.

COPY COUNTRYH
    REPLACING ==COUNTRY-HIST-RECORD== BY ==WS-SLOT-HIST==
              LEADING ==CHIST-==      BY ==SH-==.

COPY COUNTRYH
    REPLACING ==COUNTRY-HIST-RECORD== BY ==WS-REMOVAL-HIST==
              LEADING ==CHIST-==      BY ==RH-==.

COPY COUNTRYH
    REPLACING ==COUNTRY-HIST-RECORD== BY ==WS-BEST-HIST==
              LEADING ==CHIST-==      BY ==BH-==.

01  WS-MAX-SCHED                PIC 9(5) VALUE 9999.
01  WS-SCHED-COUNT              PIC 9(5) VALUE ZERO.
01  WS-SCHED-TABLE.
    05  WS-SCHED-ENTRY OCCURS 9999 TIMES
                       INDEXED BY WS-S-IDX.
        10  SK-CODE                PIC X(3).
        10  SK-EFFECTIVE-DATE      PIC X(8).

01  WS-MAX-REMOVALS             PIC 9(5) VALUE 9999.
01  WS-REMOVAL-COUNT            PIC 9(5) VALUE ZERO.
01  WS-REMOVAL-TABLE.
    05  WS-REMOVAL-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-H-IDX.
        10  HR-CODE                PIC X(3).
        10  HR-EFF-DATE            PIC X(8).
        10  HR-CHANGE-TYPE         PIC X(7).
        10  HR-NAME                PIC X(40).

*> Rows COUNTRY-APPLY took off the pending-update queue under the
*> date, exactly as they were queued. Approved deletes are also
*> kept by code: COUNTRY-HIST posts no delete rows, so a country
*> the night deleted is only known from here.
01  WS-MAX-DRAINED              PIC 9(5) VALUE 9999.
01  WS-DRAINED-COUNT            PIC 9(5) VALUE ZERO.
01  WS-DRAINED-TABLE.
    05  WS-DRAINED-ROW OCCURS 9999 TIMES
                       INDEXED BY WS-D-IDX
                                 PIC X(122).
01  WS-HAS-DRAINED-FILE         PIC X(1) VALUE 'N'.
    88  WS-DRAINED-FILE-FOUND       VALUE 'Y'.

01  WS-DELETED-COUNT            PIC 9(5) VALUE ZERO.
01  WS-DELETED-TABLE.
    05  WS-DELETED-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-X-IDX.
        10  DX-CODE                PIC X(3).
        10  DX-SEEN-FLAG           PIC X(1).
            88  DX-IS-SEEN             VALUE 'Y'.
01  WS-DELETED-IDX              PIC 9(5) VALUE ZERO.

COPY PENDUPD
    REPLACING ==PENDING-UPDATE-RECORD== BY ==WS-QUEUED-VIEW==
              LEADING ==PU-==           BY ==QV-==.

*> The queue as it stands. SUSP-AGE's own releases under the
*> date come off it; everything else stays.
01  WS-MAX-QUEUED               PIC 9(5) VALUE 9999.
01  WS-QUEUED-COUNT             PIC 9(5) VALUE ZERO.
01  WS-QUEUED-TABLE.
    05  WS-QUEUED-ENTRY OCCURS 9999 TIMES
                        INDEXED BY WS-Q-IDX.
        10  QT-ROW                 PIC X(122).
        10  QT-WITHDRAW-FLAG       PIC X(1).
            88  QT-IS-WITHDRAWN        VALUE 'Y'.
01  WS-WITHDRAWN-COUNT          PIC 9(5) VALUE ZERO.

*> First suspense-journal row per code under the date: the
*> suspense row as it stood before the night touched it.
01  WS-MAX-JOURNAL              PIC 9(5) VALUE 9999.
01  WS-JOURNAL-COUNT            PIC 9(5) VALUE ZERO.
01  WS-JOURNAL-TABLE.
    05  WS-JOURNAL-ENTRY OCCURS 9999 TIMES
                         INDEXED BY WS-J-IDX.
        10  JT-CODE                PIC X(3).
        10  JT-BEFORE-FLAG         PIC X(1).
            88  JT-ROW-WAS-NEW         VALUE 'N'.
        10  JT-BEFORE-IMAGE        PIC X(94).
        10  JT-ACTION              PIC X(1).
            88  JT-NO-CHANGE           VALUE ' '.
            88  JT-TO-REMOVE           VALUE 'D'.
            88  JT-TO-REWRITE          VALUE 'W'.
01  WS-JOURNAL-ROWS-FOR-DATE    PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-MATCH            PIC X(1) VALUE 'N'.
    88  WS-JOURNAL-HAS-CODE         VALUE 'Y'.
01  WS-HAS-JOURNAL-FILE         PIC X(1) VALUE 'N'.
    88  WS-JOURNAL-FILE-FOUND       VALUE 'Y'.
01  WS-SUSPENSE-CHANGES         PIC 9(5) VALUE ZERO.
01  WS-SUSP-ROW-FOUND           PIC X(1) VALUE 'N'.
    88  WS-SUSP-ROW-EXISTS          VALUE 'Y'.

COPY SUSPENSE
    REPLACING ==SUSPENSE-RECORD== BY ==WS-BEFORE-SUSP==
              LEADING ==SUSP-==   BY ==BS-==.

*> subscriber.ctl, xtr-gens.ctl, xtr-lastrun.pending and
*> xtr-window.jrnl as they stand. A window BAL moved onto or past
*> the date goes back to the value BAL journalled before moving it
*> - not to the last generation, which may be a night BAL held -
*> or to blank (the next extract is then FULL) when it has no row.
01  WS-MAX-SUBSCRIBERS          PIC 9(4) VALUE 999.
01  WS-SUBSCRIBER-COUNT         PIC 9(4) VALUE ZERO.
01  WS-SUBSCRIBER-TABLE.
    05  WS-SUBSCRIBER-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-B-IDX.
        10  SB-ROW                 PIC X(58).
        10  SB-ID                  PIC X(8).
        10  SB-LAST-EXTRACT        PIC X(8).
        10  SB-RESET-FLAG          PIC X(1).
            88  SB-IS-RESET            VALUE 'Y'.
        10  SB-NEW-EXTRACT         PIC X(8).
01  WS-WINDOW-RESETS            PIC 9(4) VALUE ZERO.

01  WS-MAX-GENS                 PIC 9(5) VALUE 9999.
01  WS-GENCAT-COUNT             PIC 9(5) VALUE ZERO.
01  WS-GENCAT-TABLE.
    05  WS-GENCAT-ENTRY OCCURS 9999 TIMES
                        INDEXED BY WS-G-IDX.
        10  GC-SUB-ID              PIC X(8).
        10  GC-EXTRACT-DATE        PIC X(8).
        10  GC-FILE-NAME           PIC X(40).
01  WS-GENS-DROPPED             PIC 9(5) VALUE ZERO.

01  WS-MAX-WJRN                 PIC 9(5) VALUE 9999.
01  WS-WJRN-COUNT               PIC 9(5) VALUE ZERO.
01  WS-WJRN-TABLE.
    05  WS-WJRN-ENTRY OCCURS 9999 TIMES
                      INDEXED BY WS-W-IDX.
        10  WT-BUSINESS-DATE       PIC X(8).
        10  WT-SUB-ID              PIC X(8).
        10  WT-PRIOR-EXTRACT       PIC X(8).
        10  WT-NEW-EXTRACT         PIC X(8).
01  WS-WJRN-DROPPED             PIC 9(5) VALUE ZERO.
01  WS-WJRN-MATCH               PIC X(1) VALUE 'N'.
    88  WS-IS-WJRN-MATCH            VALUE 'Y'.

01  WS-MAX-STAGED               PIC 9(4) VALUE 999.
01  WS-STAGED-COUNT             PIC 9(4) VALUE ZERO.
01  WS-STAGED-TABLE.
    05  WS-STAGED-ENTRY OCCURS 999 TIMES
                        INDEXED BY WS-T-IDX.
        10  XS-SUB-ID              PIC X(8).
        10  XS-EXTRACT-DATE        PIC X(8).
01  WS-STAGED-DROPPED           PIC 9(4) VALUE ZERO.

01  WS-CHECKPOINT-COUNT         PIC 9(9) VALUE ZERO.
01  WS-CHECKPOINT-CODE          PIC X(3) VALUE SPACES.

01  WS-HIST-RAN                 PIC X(1) VALUE 'N'.
    88  WS-HIST-HAS-POSTED          VALUE 'Y'.

01  WS-CHANGE-TOTAL             PIC 9(7) VALUE ZERO.
01  WS-SECTION-CHANGES          PIC 9(7) VALUE ZERO.
01  WS-APPLIED-COUNT            PIC 9(9) VALUE ZERO.

*> Refusals (R), advisories (A) and failures while applying (F),
*> printed in that order at the end of the report.
01  WS-MESSAGE-TABLE.
    05  WS-MESSAGE-ENTRY OCCURS 40 TIMES.
        10  MSG-TYPE               PIC X(1).
        10  MSG-TEXT               PIC X(100).
01  WS-MESSAGE-COUNT            PIC 9(2) VALUE ZERO.
01  WS-MESSAGE-IDX              PIC 9(2) VALUE ZERO.
01  WS-MAX-MESSAGES             PIC 9(2) VALUE 40.
01  WS-NEW-MSG-TYPE             PIC X(1) VALUE SPACE.
01  WS-NEW-MSG-TEXT             PIC X(100) VALUE SPACES.
01  WS-REFUSAL-COUNT            PIC 9(4) VALUE ZERO.
01  WS-ADVISORY-COUNT           PIC 9(4) VALUE ZERO.
01  WS-FAILURE-COUNT            PIC 9(4) VALUE ZERO.
01  WS-LIST-TYPE                PIC X(1) VALUE SPACE.
01  WS-LIST-NUMBER              PIC 9(2) VALUE ZERO.

01  WS-LINES-ON-PAGE            PIC 9(4) VALUE ZERO.
01  WS-PAGE-NUMBER              PIC 9(4) VALUE ZERO.
01  WS-LINES-PER-PAGE           PIC 9(4) VALUE 60.
01  WS-SAVE-LINE                PIC X(132) VALUE SPACES.

01  WS-CURRENT-DATE             PIC X(8) VALUE SPACES.
01  WS-CURRENT-TIME.
    05  WS-CURRENT-HH           PIC 9(2).
    05  WS-CURRENT-MN           PIC 9(2).
    05  WS-CURRENT-SS           PIC 9(2).
    05  FILLER                  PIC 9(2).

01  WS-REPORT-DATE              PIC X(10) VALUE SPACES.
01  WS-REPORT-TIME              PIC X(8) VALUE SPACES.

01  WS-HEADING-1.
    05  FILLER                  PIC X(16) VALUE 'CYCLE BACKOUT - '.
    05  H1-RUN-KIND             PIC X(30).
    05  FILLER                  PIC X(5)  VALUE 'PAGE:'.
    05  H1-PAGE-NUMBER          PIC ZZZ9.

01  WS-HEADING-2.
    05  FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '.
    05  H2-BUSINESS-DATE        PIC X(8).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
    05  H2-OPERATOR-ID          PIC X(8).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
    05  H2-REPORT-DATE          PIC X(10).
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
    05  H2-REPORT-TIME          PIC X(8).

01  WS-DETAIL-CAPTION.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE 'KEY'.
    05  FILLER                  PIC X(12) VALUE 'ACTION'.
    05  FILLER                  PIC X(106) VALUE 'DETAIL'.

01  WS-DETAIL-LINE.
    05  FILLER                  PIC X(4)  VALUE SPACES.
    05  DL-KEY                  PIC X(10).
    05  DL-ACTION               PIC X(12).
    05  DL-TEXT                 PIC X(106).

01  WS-MESSAGE-LINE.
    05  FILLER                  PIC X(2)  VALUE SPACES.
    05  ML-NUMBER               PIC Z9.
    05  FILLER                  PIC X(2)  VALUE '. '.
    05  ML-TEXT                 PIC X(100).

01  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
01  WS-POP-NOW-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.
01  WS-POP-BACK-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.
01  WS-CONFIRM-EDIT             PIC 9(7).

01  WS-JOB-NAME                 PIC X(8) VALUE 'CYCBKOUT'.
01  WS-AUDIT-TIME               PIC X(8).

PROCEDURE DIVISION.
MAIN.
    PERFORM READ-BACKOUT-CARD
    PERFORM VALIDATE-BACKOUT-CARD
    PERFORM OPEN-BACKOUT-REPORT
    IF WS-BACKOUT-PLANNED
        PERFORM LOAD-CYCLE-ROWS
    END-IF
    IF WS-BACKOUT-PLANNED
        PERFORM LOAD-BACKOUT-INPUTS
        PERFORM PLAN-CYCLE-STATUS
        PERFORM PLAN-COUNTRY-FILE
        PERFORM PLAN-HISTORY-ROWS
        PERFORM PLAN-PENDING-QUEUE
        PERFORM PLAN-SUSPENSE
        PERFORM PLAN-SUBSCRIBER-WINDOWS
        PERFORM PLAN-CHECKPOINT
        PERFORM PLAN-KEYED-FILE
        PERFORM ADD-STANDING-ADVISORIES
        PERFORM CHECK-CONFIRMATION
    END-IF
    IF WS-BACKOUT-PLANNED AND WS-IS-CONFIRM-RUN
        PERFORM APPLY-BACKOUT
    END-IF
    PERFORM WRITE-BACKOUT-SUMMARY
    CLOSE BACKOUT-REPORT
    DISPLAY 'CYCLE-BACKOUT: BUSINESS DATE  : ' WS-BUSINESS-DATE
    DISPLAY 'CYCLE-BACKOUT: CHANGES LISTED : ' WS-CHANGE-TOTAL
    EVALUATE TRUE
        WHEN WS-BACKOUT-REFUSED
            DISPLAY 'CYCLE-BACKOUT: BACKOUT REFUSED - NOTHING CHANGED, '
                'SEE cycle-backout.rpt'
            MOVE 8 TO RETURN-CODE
        WHEN WS-BACKOUT-FAILED
            DISPLAY 'CYCLE-BACKOUT: BACKOUT STOPPED PART WAY - '
                WS-APPLIED-COUNT ' CHANGE(S) MADE, SEE cycle-backout.rpt'
            MOVE 16 TO RETURN-CODE
        WHEN WS-BACKOUT-APPLIED
            DISPLAY 'CYCLE-BACKOUT: BACKOUT APPLIED - '
                WS-APPLIED-COUNT ' CHANGE(S) MADE, AUTHORISED BY '
                WS-OPERATOR-ID
            MOVE ZERO TO RETURN-CODE
        WHEN OTHER
            DISPLAY 'CYCLE-BACKOUT: PREVIEW ONLY - NOTHING CHANGED, '
                'SEE cycle-backout.rpt'
            MOVE 4 TO RETURN-CODE
    END-EVALUATE
    PERFORM WRITE-AUDIT-LOG
    STOP RUN.

READ-BACKOUT-CARD.
    OPEN INPUT BACKOUT-PARM
    IF WS-PARM-OK
        READ BACKOUT-PARM
            AT END
                CONTINUE
            NOT AT END
                SET WS-HAS-CARD TO TRUE
                MOVE BK-BUSINESS-DATE TO WS-BUSINESS-DATE
                MOVE BK-OPERATOR-ID TO WS-OPERATOR-ID
                MOVE BK-CONFIRM TO WS-CARD-CONFIRM
                MOVE BK-CONFIRM-COUNT TO WS-CARD-COUNT-TEXT
                IF BK-IS-CONFIRMED
                    SET WS-IS-CONFIRM-RUN TO TRUE
                END-IF
        END-READ
        CLOSE BACKOUT-PARM
    END-IF.

VALIDATE-BACKOUT-CARD.
    IF NOT WS-HAS-CARD
        MOVE 'NO backout.parm CARD FOUND' TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    ELSE
        PERFORM VALIDATE-CARD-FIELDS
    END-IF.

VALIDATE-CARD-FIELDS.
    IF WS-BUSINESS-DATE IS NOT NUMERIC
        MOVE 'BUSINESS DATE ON backout.parm IS NOT A VALID YYYYMMDD DATE'
            TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    ELSE
        MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
            STRING 'BUSINESS DATE ON backout.parm IS NOT A VALID '
                   'YYYYMMDD DATE'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF
    IF WS-OPERATOR-ID = SPACES
        MOVE 'backout.parm MUST NAME THE OPERATOR AUTHORISING THE BACKOUT'
            TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF
    IF WS-CARD-CONFIRM NOT = SPACES AND NOT WS-IS-CONFIRM-RUN
        MOVE 'COLUMNS 19-25 OF backout.parm MUST BE CONFIRM OR BLANK'
            TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF
    IF WS-IS-CONFIRM-RUN
        IF WS-CARD-COUNT-TEXT IS NUMERIC
            MOVE WS-CARD-COUNT-TEXT TO WS-CARD-COUNT
        ELSE
            STRING 'A CONFIRM CARD MUST CARRY THE 7-DIGIT CHANGE COUNT '
                'THE PREVIEW PRINTED IN COLUMNS 27-33'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

OPEN-BACKOUT-REPORT.
    OPEN OUTPUT BACKOUT-REPORT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
           WS-CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO WS-REPORT-DATE
    STRING WS-CURRENT-HH ':' WS-CURRENT-MN ':' WS-CURRENT-SS
        DELIMITED BY SIZE INTO WS-REPORT-TIME
    IF WS-IS-CONFIRM-RUN
        MOVE 'CONFIRMED RUN' TO H1-RUN-KIND
    ELSE
        MOVE 'PREVIEW - NOTHING IS CHANGED' TO H1-RUN-KIND
    END-IF
    PERFORM WRITE-PAGE-HEADING.

LOAD-CYCLE-ROWS.
    OPEN INPUT CYCLE-STATUS
    EVALUATE TRUE
        WHEN WS-CYCSTAT-OK
            PERFORM UNTIL WS-CYCSTAT-AT-END
                READ CYCLE-STATUS NEXT RECORD
                    AT END
                        SET WS-CYCSTAT-AT-END TO TRUE
                    NOT AT END
                        PERFORM TAKE-CYCLE-ROW
                END-READ
            END-PERFORM
            CLOSE CYCLE-STATUS
            PERFORM CHECK-CYCLE-ROWS
        WHEN WS-CYCSTAT-NOT-FOUND
            STRING 'cycle-status.dat DOES NOT EXIST - THERE IS NO '
                   'CYCLE TO BACK OUT'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN OTHER
            STRING 'UNABLE TO OPEN cycle-status.dat - FILE STATUS '
                   WS-CYCSTAT-STATUS
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
    END-EVALUATE.

TAKE-CYCLE-ROW.
    IF CYC-BUSINESS-DATE > WS-BUSINESS-DATE
        IF CYC-BUSINESS-DATE > WS-LATER-DATE
                OR WS-LATER-DATE = SPACES
            MOVE CYC-BUSINESS-DATE TO WS-LATER-DATE
        END-IF
    END-IF
    IF CYC-BUSINESS-DATE = WS-BUSINESS-DATE
        IF WS-CYC-ROW-COUNT < WS-MAX-CYC-ROWS
            ADD 1 TO WS-CYC-ROW-COUNT
            MOVE CYC-JOB-NAME TO CR-JOB-NAME(WS-CYC-ROW-COUNT)
            MOVE CYC-START-TIME TO CR-START-TIME(WS-CYC-ROW-COUNT)
            MOVE CYC-END-TIME TO CR-END-TIME(WS-CYC-ROW-COUNT)
            MOVE CYC-RETURN-CODE TO CR-RETURN-CODE(WS-CYC-ROW-COUNT)
            MOVE CYC-RECORDS-IN TO CR-RECORDS-IN(WS-CYC-ROW-COUNT)
            MOVE CYC-RECORDS-OUT TO CR-RECORDS-OUT(WS-CYC-ROW-COUNT)
        ELSE
            STRING 'MORE CYCLE-STATUS ROWS FOR THE DATE THAN THE '
                   'BACKOUT CAN HOLD'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
        EVALUATE CYC-JOB-NAME
            WHEN 'CNTRAPLY'
                SET WS-APPLY-HAS-RUN TO TRUE
            WHEN 'CNTRSUSP'
                SET WS-SUSP-HAS-RUN TO TRUE
            WHEN 'SUSPAGE '
                SET WS-SUSP-HAS-RUN TO TRUE
            WHEN 'CNTRLOAD'
                SET WS-KEYLOAD-HAS-RUN TO TRUE
            WHEN 'RGNMAINT'
                SET WS-RGNMAINT-HAS-RUN TO TRUE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

CHECK-CYCLE-ROWS.
    IF WS-CYC-ROW-COUNT = ZERO
        STRING 'NO CYCLE-STATUS ROWS FOR ' WS-BUSINESS-DATE
               ' - NOTHING HAS RUN UNDER THAT BUSINESS DATE'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF
    IF WS-LATER-DATE NOT = SPACES
        STRING 'CYCLE-STATUS HAS ROWS FOR ' WS-LATER-DATE
               ' - ONLY THE LATEST BUSINESS DATE CAN BE BACKED OUT'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF.

LOAD-BACKOUT-INPUTS.
    PERFORM LOAD-COUNTRY-TABLE
    PERFORM LOAD-DRAINED-ROWS
    PERFORM LOAD-SCHEDULED-POSTINGS
    PERFORM LOAD-PENDING-QUEUE
    PERFORM LOAD-SUSP-JOURNAL
    PERFORM LOAD-SUBSCRIBERS
    PERFORM LOAD-GENERATION-CATALOGUE
    PERFORM LOAD-WINDOW-JOURNAL
    PERFORM LOAD-STAGED-DATES
    PERFORM READ-FUCK-CHECKPOINT
    PERFORM FIND-HISTORY-RUN.

LOAD-COUNTRY-TABLE.
    OPEN INPUT Ass
    IF WS-ASS-OK
        PERFORM UNTIL WS-ASS-EOF
            READ Ass
                AT END
                    SET WS-ASS-EOF TO TRUE
                NOT AT END
                    PERFORM STORE-COUNTRY-ROW
            END-READ
        END-PERFORM
        CLOSE Ass
    ELSE
        STRING 'UNABLE TO OPEN countries.txt - FILE STATUS '
               WS-ASS-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF.

STORE-COUNTRY-ROW.
    IF WS-COUNTRY-COUNT < WS-MAX-COUNTRIES
        ADD 1 TO WS-COUNTRY-COUNT
        MOVE COUNTRY-RECORD TO CT-ROW(WS-COUNTRY-COUNT)
        MOVE SPACE TO CT-ACTION(WS-COUNTRY-COUNT)
    ELSE
        IF NOT WS-COUNTRY-TABLE-FULL
            SET WS-COUNTRY-TABLE-FULL TO TRUE
            STRING 'countries.txt HOLDS MORE THAN ' WS-MAX-COUNTRIES
                   ' ROWS - MORE THAN THE BACKOUT CAN HOLD'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

LOAD-DRAINED-ROWS.
    OPEN INPUT PNDUPD-DRAINED
    IF WS-DRAINED-OK
        SET WS-DRAINED-FILE-FOUND TO TRUE
        PERFORM UNTIL WS-DRAINED-EOF
            READ PNDUPD-DRAINED
                AT END
                    SET WS-DRAINED-EOF TO TRUE
                NOT AT END
                    IF PD-BUSINESS-DATE = WS-BUSINESS-DATE
                        PERFORM STORE-DRAINED-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PNDUPD-DRAINED
    ELSE
        IF WS-APPLY-HAS-RUN
            STRING 'COUNTRY-APPLY RAN FOR THE DATE BUT '
                   'country-pndupd.drained IS MISSING - THE ROWS IT '
                   'DRAINED CANNOT BE PUT BACK'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

STORE-DRAINED-ROW.
    IF WS-DRAINED-COUNT < WS-MAX-DRAINED
        ADD 1 TO WS-DRAINED-COUNT
        MOVE PD-PENDING-ROW TO WS-DRAINED-ROW(WS-DRAINED-COUNT)
        MOVE PD-PENDING-ROW TO WS-QUEUED-VIEW
        IF QV-IS-APPROVED AND QV-ACTION-DELETE
            PERFORM STORE-DELETED-CODE
        END-IF
    ELSE
        MOVE 'MORE DRAINED PENDING ROWS THAN THE BACKOUT CAN HOLD'
            TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF.

STORE-DELETED-CODE.
    MOVE QV-CODE TO WS-FIND-CODE
    PERFORM FIND-DELETED-CODE
    IF WS-DELETED-IDX = ZERO
        ADD 1 TO WS-DELETED-COUNT
        MOVE QV-CODE TO DX-CODE(WS-DELETED-COUNT)
        MOVE 'N' TO DX-SEEN-FLAG(WS-DELETED-COUNT)
    END-IF.

FIND-DELETED-CODE.
    MOVE ZERO TO WS-DELETED-IDX
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-DELETED-COUNT
               OR WS-DELETED-IDX > ZERO
        IF DX-CODE(WS-X-IDX) = WS-FIND-CODE
            SET WS-DELETED-IDX TO WS-X-IDX
        END-IF
    END-PERFORM.

LOAD-SCHEDULED-POSTINGS.
    OPEN INPUT SCHED-POSTED
    IF WS-SCHPOST-OK
        PERFORM UNTIL WS-SCHPOST-EOF
            READ SCHED-POSTED
                AT END
                    SET WS-SCHPOST-EOF TO TRUE
                NOT AT END
                    IF SP-BUSINESS-DATE = WS-BUSINESS-DATE
                        PERFORM STORE-SCHEDULED-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCHED-POSTED
    END-IF.

STORE-SCHEDULED-POSTING.
    *> COUNTRY-HIST stamps a country with the last scheduled date
    *> listed for it, so a later row replaces an earlier one.
    PERFORM VARYING WS-S-IDX FROM 1 BY 1
            UNTIL WS-S-IDX > WS-SCHED-COUNT
               OR SK-CODE(WS-S-IDX) = SP-CODE
        CONTINUE
    END-PERFORM
    IF WS-S-IDX > WS-SCHED-COUNT
        IF WS-SCHED-COUNT < WS-MAX-SCHED
            ADD 1 TO WS-SCHED-COUNT
            MOVE SP-CODE TO SK-CODE(WS-SCHED-COUNT)
            MOVE SP-EFFECTIVE-DATE TO SK-EFFECTIVE-DATE(WS-SCHED-COUNT)
        END-IF
    ELSE
        MOVE SP-EFFECTIVE-DATE TO SK-EFFECTIVE-DATE(WS-S-IDX)
    END-IF.

LOAD-PENDING-QUEUE.
    OPEN INPUT PNDUPD
    EVALUATE TRUE
        WHEN WS-PNDUPD-OK
            PERFORM UNTIL WS-PNDUPD-EOF
                READ PNDUPD
                    AT END
                        SET WS-PNDUPD-EOF TO TRUE
                    NOT AT END
                        PERFORM STORE-QUEUED-ROW
                END-READ
            END-PERFORM
            CLOSE PNDUPD
        WHEN WS-PNDUPD-NOT-FOUND
            CONTINUE
        WHEN OTHER
            STRING 'UNABLE TO OPEN country-pndupd.dat - FILE STATUS '
                   WS-PNDUPD-STATUS
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
    END-EVALUATE.

STORE-QUEUED-ROW.
    IF WS-QUEUED-COUNT < WS-MAX-QUEUED
        ADD 1 TO WS-QUEUED-COUNT
        MOVE PENDING-UPDATE-RECORD TO QT-ROW(WS-QUEUED-COUNT)
        *> SUSP-AGE queues its own releases under the reserved
        *> SUSPAGE operator id, submitted on the business date.
        IF PU-OPERATOR-ID = 'SUSPAGE'
                AND PU-SUBMITTED-DATE = WS-BUSINESS-DATE
            MOVE 'Y' TO QT-WITHDRAW-FLAG(WS-QUEUED-COUNT)
            ADD 1 TO WS-WITHDRAWN-COUNT
        ELSE
            MOVE 'N' TO QT-WITHDRAW-FLAG(WS-QUEUED-COUNT)
        END-IF
    ELSE
        IF WS-QUEUED-COUNT = WS-MAX-QUEUED
            STRING 'country-pndupd.dat HOLDS MORE ROWS THAN THE '
                   'BACKOUT CAN HOLD'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
            ADD 1 TO WS-QUEUED-COUNT
        END-IF
    END-IF.

LOAD-SUSP-JOURNAL.
    OPEN INPUT SUSP-JOURNAL
    IF WS-SJRN-OK
        SET WS-JOURNAL-FILE-FOUND TO TRUE
        PERFORM UNTIL WS-SJRN-EOF
            READ SUSP-JOURNAL
                AT END
                    SET WS-SJRN-EOF TO TRUE
                NOT AT END
                    IF SJ-BUSINESS-DATE = WS-BUSINESS-DATE
                        ADD 1 TO WS-JOURNAL-ROWS-FOR-DATE
                        PERFORM STORE-JOURNAL-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSP-JOURNAL
    ELSE
        IF WS-SUSP-HAS-RUN
            STRING 'COUNTRY-SUSP OR SUSP-AGE RAN FOR THE DATE BUT '
                   'country-susp.jrnl IS MISSING - SUSPENSE CANNOT BE '
                   'PUT BACK'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

STORE-JOURNAL-ROW.
    *> Only the first row for a code counts - later ones were
    *> written after the night had already touched the row.
    MOVE 'N' TO WS-JOURNAL-MATCH
    PERFORM VARYING WS-J-IDX FROM 1 BY 1
            UNTIL WS-J-IDX > WS-JOURNAL-COUNT
               OR WS-JOURNAL-HAS-CODE
        IF JT-CODE(WS-J-IDX) = SJ-CODE
            SET WS-JOURNAL-HAS-CODE TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-JOURNAL-HAS-CODE
        IF WS-JOURNAL-COUNT < WS-MAX-JOURNAL
            ADD 1 TO WS-JOURNAL-COUNT
            MOVE SJ-CODE TO JT-CODE(WS-JOURNAL-COUNT)
            MOVE SJ-BEFORE-FLAG TO JT-BEFORE-FLAG(WS-JOURNAL-COUNT)
            MOVE SJ-BEFORE-IMAGE TO JT-BEFORE-IMAGE(WS-JOURNAL-COUNT)
            MOVE SPACE TO JT-ACTION(WS-JOURNAL-COUNT)
        ELSE
            MOVE 'MORE SUSPENSE-JOURNAL CODES THAN THE BACKOUT CAN HOLD'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

LOAD-SUBSCRIBERS.
    OPEN INPUT SUBSCRIBER-MASTER
    IF WS-SUBSCR-OK
        PERFORM UNTIL WS-SUBSCR-EOF
            READ SUBSCRIBER-MASTER
                AT END
                    SET WS-SUBSCR-EOF TO TRUE
                NOT AT END
                    PERFORM STORE-SUBSCRIBER-ROW
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MASTER
    END-IF.

STORE-SUBSCRIBER-ROW.
    IF WS-SUBSCRIBER-COUNT < WS-MAX-SUBSCRIBERS
        ADD 1 TO WS-SUBSCRIBER-COUNT
        MOVE SUBSCRIBER-RECORD TO SB-ROW(WS-SUBSCRIBER-COUNT)
        MOVE SUB-ID TO SB-ID(WS-SUBSCRIBER-COUNT)
        MOVE SUB-LAST-EXTRACT TO SB-LAST-EXTRACT(WS-SUBSCRIBER-COUNT)
        MOVE 'N' TO SB-RESET-FLAG(WS-SUBSCRIBER-COUNT)
        MOVE SPACES TO SB-NEW-EXTRACT(WS-SUBSCRIBER-COUNT)
    ELSE
        MOVE 'subscriber.ctl HOLDS MORE ROWS THAN THE BACKOUT CAN HOLD'
            TO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF.

LOAD-GENERATION-CATALOGUE.
    OPEN INPUT XTR-GENCAT
    IF WS-GENCAT-OK
        PERFORM UNTIL WS-GENCAT-EOF
            READ XTR-GENCAT
                AT END
                    SET WS-GENCAT-EOF TO TRUE
                NOT AT END
                    PERFORM STORE-GENERATION-ROW
            END-READ
        END-PERFORM
        CLOSE XTR-GENCAT
    END-IF.

STORE-GENERATION-ROW.
    IF WS-GENCAT-COUNT < WS-MAX-GENS
        ADD 1 TO WS-GENCAT-COUNT
        MOVE XG-SUB-ID TO GC-SUB-ID(WS-GENCAT-COUNT)
        MOVE XG-EXTRACT-DATE TO GC-EXTRACT-DATE(WS-GENCAT-COUNT)
        MOVE XG-FILE-NAME TO GC-FILE-NAME(WS-GENCAT-COUNT)
    ELSE
        IF WS-GENCAT-COUNT = WS-MAX-GENS
            MOVE 'xtr-gens.ctl HOLDS MORE ROWS THAN THE BACKOUT CAN HOLD'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
            ADD 1 TO WS-GENCAT-COUNT
        END-IF
    END-IF.

LOAD-WINDOW-JOURNAL.
    OPEN INPUT WINDOW-JOURNAL
    IF WS-WJRN-OK
        PERFORM UNTIL WS-WJRN-EOF
            READ WINDOW-JOURNAL
                AT END
                    SET WS-WJRN-EOF TO TRUE
                NOT AT END
                    PERFORM STORE-WINDOW-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE WINDOW-JOURNAL
    END-IF.

STORE-WINDOW-JOURNAL-ROW.
    IF WS-WJRN-COUNT < WS-MAX-WJRN
        ADD 1 TO WS-WJRN-COUNT
        MOVE WINDOW-JOURNAL-RECORD TO WS-WJRN-ENTRY(WS-WJRN-COUNT)
    ELSE
        IF WS-WJRN-COUNT = WS-MAX-WJRN
            MOVE 'xtr-window.jrnl HOLDS MORE ROWS THAN THE BACKOUT CAN HOLD'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
            ADD 1 TO WS-WJRN-COUNT
        END-IF
    END-IF.

LOAD-STAGED-DATES.
    OPEN INPUT XTR-PENDING
    IF WS-PENDING-OK
        PERFORM UNTIL WS-PENDING-EOF
            READ XTR-PENDING
                AT END
                    SET WS-PENDING-EOF TO TRUE
                NOT AT END
                    IF WS-STAGED-COUNT < WS-MAX-STAGED
                        ADD 1 TO WS-STAGED-COUNT
                        MOVE XP-SUB-ID TO XS-SUB-ID(WS-STAGED-COUNT)
                        MOVE XP-EXTRACT-DATE
                            TO XS-EXTRACT-DATE(WS-STAGED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XTR-PENDING
    END-IF.

READ-FUCK-CHECKPOINT.
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

FIND-HISTORY-RUN.
    *> COUNTRY-HIST runs outside the stream, so only its audit line
    *> says whether it has posted the date - and only a line after
    *> COUNTRY-APPLY's latest for the date: a re-run of the night
    *> after a backout has to be posted again. A backout that
    *> stopped part way leaves the lines as they were, so it can be
    *> previewed and confirmed again.
    MOVE 'N' TO WS-HIST-RAN
    OPEN INPUT AUDIT-LOG
    IF WS-AUDIT-OK
        PERFORM UNTIL WS-AUDIT-EOF
            READ AUDIT-LOG
                AT END
                    SET WS-AUDIT-EOF TO TRUE
                NOT AT END
                    IF AUDIT-RUN-DATE = WS-BUSINESS-DATE
                        EVALUATE TRUE
                            WHEN AUDIT-JOB-NAME = 'CNTRYHST'
                                SET WS-HIST-HAS-POSTED TO TRUE
                            WHEN AUDIT-JOB-NAME = 'CNTRAPLY'
                                MOVE 'N' TO WS-HIST-RAN
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG
    END-IF.

PLAN-CYCLE-STATUS.
    MOVE SPACES TO RPT-LINE
    STRING 'CYCLE-STATUS ROWS FOR ' WS-BUSINESS-DATE
           ' (cycle-status.dat) - DELETED SO THE NIGHT CAN RE-RUN'
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
            UNTIL WS-CR-IDX > WS-CYC-ROW-COUNT
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE CR-JOB-NAME(WS-CR-IDX) TO DL-KEY
        MOVE 'DELETE' TO DL-ACTION
        STRING 'RC ' CR-RETURN-CODE(WS-CR-IDX)
               '  STARTED ' CR-START-TIME(WS-CR-IDX)
               '  ENDED ' CR-END-TIME(WS-CR-IDX)
               '  IN ' CR-RECORDS-IN(WS-CR-IDX)
               '  OUT ' CR-RECORDS-OUT(WS-CR-IDX)
            DELIMITED BY SIZE INTO DL-TEXT
        PERFORM WRITE-CHANGE-LINE
    END-PERFORM
    PERFORM WRITE-SECTION-CLOSE.

PLAN-COUNTRY-FILE.
    MOVE SPACES TO RPT-LINE
    STRING 'countries.txt - COUNTRIES THE NIGHT CHANGED, ADDED OR '
           'DELETED GO BACK TO THEIR COUNTRY-HIST ROW BEFORE '
           WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    IF (WS-APPLY-HAS-RUN OR WS-SUSP-HAS-RUN)
            AND NOT WS-HIST-HAS-POSTED
        *> APPLY and SUSP/SUSP-AGE rewrite countries.txt, and the
        *> night's changes only reach COUNTRY-HIST when it is run for
        *> the date - until then nothing here could tell them apart,
        *> and countries.dat would be rebuilt from the night's file.
        STRING 'countries.txt WAS REWRITTEN UNDER THE DATE BUT '
               'COUNTRY-HIST HAS NOT POSTED IT - RUN IT FIRST'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF
    MOVE ZERO TO WS-COUNTRY-CHANGES
    OPEN INPUT COUNTRY-HIST
    EVALUATE TRUE
        WHEN WS-HIST-OK
            PERFORM WALK-COUNTRY-HISTORY
            CLOSE COUNTRY-HIST
        WHEN WS-HIST-NOT-FOUND
            CONTINUE
        WHEN OTHER
            STRING 'UNABLE TO OPEN country-hist.dat - FILE STATUS '
                   WS-HIST-STATUS
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
    END-EVALUATE
    PERFORM CHECK-UNSEEN-DELETES
    MOVE WS-SECTION-CHANGES TO WS-COUNTRY-CHANGES
    PERFORM WRITE-SECTION-CLOSE.

WALK-COUNTRY-HISTORY.
    MOVE SPACES TO WS-HIST-CODE
    PERFORM UNTIL WS-HIST-EOF
        READ COUNTRY-HIST NEXT RECORD
            AT END
                SET WS-HIST-EOF TO TRUE
            NOT AT END
                IF CHIST-CODE NOT = WS-HIST-CODE
                    IF WS-HIST-CODE NOT = SPACES
                        PERFORM CLOSE-HISTORY-CODE
                    END-IF
                    PERFORM START-HISTORY-CODE
                END-IF
                PERFORM TAKE-HISTORY-ROW
        END-READ
    END-PERFORM
    IF WS-HIST-CODE NOT = SPACES
        PERFORM CLOSE-HISTORY-CODE
    END-IF.

START-HISTORY-CODE.
    MOVE CHIST-CODE TO WS-HIST-CODE
    MOVE ZERO TO WS-HIST-ROWS-FOR-CODE
    MOVE ZERO TO WS-CODE-REMOVALS
    MOVE 'N' TO WS-HAS-BEST
    MOVE 'N' TO WS-REMOVED-NEW
    MOVE 'N' TO WS-HAS-SCHED-SLOT
    MOVE 'N' TO WS-HAS-DATE-ROW
    MOVE SPACES TO WS-BEST-HIST.

TAKE-HISTORY-ROW.
    ADD 1 TO WS-HIST-ROWS-FOR-CODE
    MOVE 'N' TO WS-ROW-IS-SCHEDULED
    IF CHIST-EFF-DATE NOT = WS-BUSINESS-DATE
        PERFORM VARYING WS-S-IDX FROM 1 BY 1
                UNTIL WS-S-IDX > WS-SCHED-COUNT
                   OR WS-IS-SCHEDULED-SLOT
            IF SK-CODE(WS-S-IDX) = CHIST-CODE
                    AND SK-EFFECTIVE-DATE(WS-S-IDX) = CHIST-EFF-DATE
                SET WS-IS-SCHEDULED-SLOT TO TRUE
            END-IF
        END-PERFORM
    END-IF
    EVALUATE TRUE
        WHEN CHIST-EFF-DATE = WS-BUSINESS-DATE
            SET WS-CODE-HAS-DATE-ROW TO TRUE
            MOVE COUNTRY-HIST-RECORD TO WS-REMOVAL-HIST
            PERFORM STORE-REMOVAL-ROW
        WHEN WS-IS-SCHEDULED-SLOT
            *> Settled once the whole code has been read.
            MOVE COUNTRY-HIST-RECORD TO WS-SLOT-HIST
            SET WS-SCHED-SLOT-HELD TO TRUE
        WHEN CHIST-EFF-DATE < WS-BUSINESS-DATE
            MOVE COUNTRY-HIST-RECORD TO WS-BEST-HIST
            SET WS-HAS-BEST-ROW TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SETTLE-SCHEDULED-SLOT.
    *> The row at the scheduled date is the night's own only when
    *> COUNTRY-HIST did not fall back to the date, and it holds the
    *> country as the night left it. Otherwise it is an earlier
    *> night's row, and may be the one to go back to.
    MOVE 'N' TO WS-ROW-IS-REMOVAL
    IF NOT WS-CODE-HAS-DATE-ROW AND WS-COUNTRY-IDX > ZERO
        MOVE SPACES TO WS-TARGET-RECORD
        MOVE SH-CODE TO TGT-CODE
        MOVE SH-NAME TO TGT-NAME
        MOVE SH-REGION-CODE TO TGT-REGION-CODE
        MOVE SH-POPULATION TO TGT-POPULATION
        MOVE SH-LAST-UPDATED TO TGT-LAST-UPDATED
        MOVE SH-STATUS-FLAG TO TGT-STATUS-FLAG
        MOVE SH-SUCCESSOR-CODE TO TGT-SUCCESSOR-CODE
        IF CT-ROW(WS-COUNTRY-IDX) = WS-TARGET-RECORD
            SET WS-IS-REMOVAL-ROW TO TRUE
        END-IF
    END-IF
    IF WS-IS-REMOVAL-ROW
        MOVE WS-SLOT-HIST TO WS-REMOVAL-HIST
        PERFORM STORE-REMOVAL-ROW
    ELSE
        IF NOT WS-HAS-BEST-ROW OR BH-EFF-DATE < SH-EFF-DATE
            MOVE WS-SLOT-HIST TO WS-BEST-HIST
            SET WS-HAS-BEST-ROW TO TRUE
        END-IF
    END-IF.

STORE-REMOVAL-ROW.
    ADD 1 TO WS-CODE-REMOVALS
    *> COUNTRY-HIST calls a country NEW when it was not on last
    *> night's file - so the night added it, and it simply goes.
    IF RH-CHANGE-TYPE = 'NEW    '
        SET WS-NIGHT-ADDED-CODE TO TRUE
    END-IF
    IF WS-REMOVAL-COUNT < WS-MAX-REMOVALS
        ADD 1 TO WS-REMOVAL-COUNT
        MOVE RH-CODE TO HR-CODE(WS-REMOVAL-COUNT)
        MOVE RH-EFF-DATE TO HR-EFF-DATE(WS-REMOVAL-COUNT)
        MOVE RH-CHANGE-TYPE TO HR-CHANGE-TYPE(WS-REMOVAL-COUNT)
        MOVE RH-NAME TO HR-NAME(WS-REMOVAL-COUNT)
    ELSE
        IF WS-REMOVAL-COUNT = WS-MAX-REMOVALS
            STRING 'MORE COUNTRY-HIST ROWS TO REMOVE THAN THE '
                   'BACKOUT CAN HOLD'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
            ADD 1 TO WS-REMOVAL-COUNT
        END-IF
    END-IF.

CLOSE-HISTORY-CODE.
    MOVE WS-HIST-CODE TO WS-FIND-CODE
    PERFORM FIND-DELETED-CODE
    IF WS-DELETED-IDX > ZERO
        MOVE 'Y' TO DX-SEEN-FLAG(WS-DELETED-IDX)
    END-IF
    PERFORM FIND-COUNTRY
    IF WS-SCHED-SLOT-HELD
        PERFORM SETTLE-SCHEDULED-SLOT
    END-IF
    EVALUATE TRUE
        WHEN WS-CODE-REMOVALS > ZERO AND WS-NIGHT-ADDED-CODE
            PERFORM DROP-COUNTRY
        WHEN WS-CODE-REMOVALS > ZERO AND WS-HAS-BEST-ROW
            PERFORM RESTORE-COUNTRY
        WHEN WS-CODE-REMOVALS > ZERO
            STRING 'COUNTRY ' WS-HIST-CODE ' WAS CHANGED BY THE NIGHT '
                   'BUT HAS NO COUNTRY-HIST ROW BEFORE '
                   WS-BUSINESS-DATE ' TO GO BACK TO'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        WHEN WS-DELETED-IDX > ZERO AND WS-COUNTRY-IDX = ZERO
            IF WS-HAS-BEST-ROW
                PERFORM RESTORE-COUNTRY
            ELSE
                PERFORM REFUSE-UNSEEN-DELETE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-UNSEEN-DELETES.
    *> A deleted country with no COUNTRY-HIST rows at all has
    *> nothing to be put back from.
    PERFORM VARYING WS-X-IDX FROM 1 BY 1
            UNTIL WS-X-IDX > WS-DELETED-COUNT
        IF NOT DX-IS-SEEN(WS-X-IDX)
            MOVE DX-CODE(WS-X-IDX) TO WS-FIND-CODE WS-HIST-CODE
            PERFORM FIND-COUNTRY
            IF WS-COUNTRY-IDX = ZERO
                PERFORM REFUSE-UNSEEN-DELETE
            END-IF
        END-IF
    END-PERFORM.

REFUSE-UNSEEN-DELETE.
    STRING 'COUNTRY ' WS-HIST-CODE ' WAS DELETED BY THE NIGHT BUT HAS '
           'NO COUNTRY-HIST ROW BEFORE ' WS-BUSINESS-DATE
           ' TO REINSTATE IT FROM'
        DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
    PERFORM ADD-REFUSAL.

FIND-COUNTRY.
    MOVE ZERO TO WS-COUNTRY-IDX
    PERFORM VARYING WS-C-IDX FROM 1 BY 1
            UNTIL WS-C-IDX > WS-COUNTRY-COUNT
               OR WS-COUNTRY-IDX > ZERO
        IF CT-ROW(WS-C-IDX)(1:3) = WS-FIND-CODE
            SET WS-COUNTRY-IDX TO WS-C-IDX
        END-IF
    END-PERFORM.

RESTORE-COUNTRY.
    MOVE SPACES TO WS-TARGET-RECORD
    MOVE BH-CODE TO TGT-CODE
    MOVE BH-NAME TO TGT-NAME
    MOVE BH-REGION-CODE TO TGT-REGION-CODE
    MOVE BH-POPULATION TO TGT-POPULATION
    MOVE BH-LAST-UPDATED TO TGT-LAST-UPDATED
    MOVE BH-STATUS-FLAG TO TGT-STATUS-FLAG
    MOVE BH-SUCCESSOR-CODE TO TGT-SUCCESSOR-CODE
    MOVE TGT-POPULATION TO WS-POP-BACK-EDIT
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE TGT-CODE TO DL-KEY
    IF WS-COUNTRY-IDX > ZERO
        IF CT-ROW(WS-COUNTRY-IDX) NOT = WS-TARGET-RECORD
            MOVE CT-ROW(WS-COUNTRY-IDX) TO WS-CURRENT-RECORD
            MOVE CUR-POPULATION TO WS-POP-NOW-EDIT
            MOVE WS-TARGET-RECORD TO CT-ROW(WS-COUNTRY-IDX)
            MOVE 'R' TO CT-ACTION(WS-COUNTRY-IDX)
            MOVE 'RESTORE' TO DL-ACTION
            STRING 'NOW ' CUR-REGION-CODE WS-POP-NOW-EDIT ' '
                   CUR-STATUS-FLAG ' BACK TO ' TGT-REGION-CODE
                   WS-POP-BACK-EDIT ' ' TGT-STATUS-FLAG ' AS AT '
                   BH-EFF-DATE ' ' TGT-NAME
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        END-IF
    ELSE
        PERFORM INSERT-COUNTRY
        MOVE 'REINSTATE' TO DL-ACTION
        STRING 'DELETED BY THE NIGHT - BACK AS ' TGT-REGION-CODE
               WS-POP-BACK-EDIT ' ' TGT-STATUS-FLAG ' AS AT '
               BH-EFF-DATE ' ' TGT-NAME
            DELIMITED BY SIZE INTO DL-TEXT
        PERFORM WRITE-CHANGE-LINE
    END-IF.

INSERT-COUNTRY.
    *> Back in code order - ahead of the first higher code.
    IF WS-COUNTRY-COUNT < WS-MAX-COUNTRIES
        MOVE ZERO TO WS-INSERT-IDX
        PERFORM VARYING WS-C-IDX FROM 1 BY 1
                UNTIL WS-C-IDX > WS-COUNTRY-COUNT
                   OR WS-INSERT-IDX > ZERO
            IF CT-ROW(WS-C-IDX)(1:3) > TGT-CODE
                SET WS-INSERT-IDX TO WS-C-IDX
            END-IF
        END-PERFORM
        ADD 1 TO WS-COUNTRY-COUNT
        IF WS-INSERT-IDX = ZERO
            MOVE WS-COUNTRY-COUNT TO WS-INSERT-IDX
        ELSE
            PERFORM VARYING WS-SHIFT-IDX FROM WS-COUNTRY-COUNT BY -1
                    UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
                MOVE WS-COUNTRY-ENTRY(WS-SHIFT-IDX - 1)
                    TO WS-COUNTRY-ENTRY(WS-SHIFT-IDX)
            END-PERFORM
        END-IF
        MOVE WS-TARGET-RECORD TO CT-ROW(WS-INSERT-IDX)
        MOVE 'I' TO CT-ACTION(WS-INSERT-IDX)
    ELSE
        STRING 'NO ROOM TO REINSTATE COUNTRY ' TGT-CODE
               ' - countries.txt IS AT THE BACKOUT TABLE LIMIT'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-REFUSAL
    END-IF.

DROP-COUNTRY.
    IF WS-COUNTRY-IDX > ZERO
        MOVE CT-ROW(WS-COUNTRY-IDX) TO WS-CURRENT-RECORD
        MOVE CUR-POPULATION TO WS-POP-NOW-EDIT
        MOVE 'X' TO CT-ACTION(WS-COUNTRY-IDX)
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE CUR-CODE TO DL-KEY
        MOVE 'DROP' TO DL-ACTION
        STRING 'ADDED BY THE NIGHT - NOW ' CUR-REGION-CODE
               WS-POP-NOW-EDIT ' ' CUR-STATUS-FLAG ' ' CUR-NAME
            DELIMITED BY SIZE INTO DL-TEXT
        PERFORM WRITE-CHANGE-LINE
    END-IF.

PLAN-HISTORY-ROWS.
    MOVE SPACES TO RPT-LINE
    STRING 'country-hist.dat - ROWS THE NIGHT POSTED ARE DELETED'
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    PERFORM VARYING WS-H-IDX FROM 1 BY 1
            UNTIL WS-H-IDX > WS-REMOVAL-COUNT
               OR WS-H-IDX > WS-MAX-REMOVALS
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE HR-CODE(WS-H-IDX) TO DL-KEY
        MOVE 'DELETE' TO DL-ACTION
        IF HR-EFF-DATE(WS-H-IDX) = WS-BUSINESS-DATE
            STRING 'EFFECTIVE ' HR-EFF-DATE(WS-H-IDX) '  '
                   HR-CHANGE-TYPE(WS-H-IDX) '  ' HR-NAME(WS-H-IDX)
                DELIMITED BY SIZE INTO DL-TEXT
        ELSE
            STRING 'EFFECTIVE ' HR-EFF-DATE(WS-H-IDX) '  '
                   HR-CHANGE-TYPE(WS-H-IDX) '  ' HR-NAME(WS-H-IDX)
                   '  (SCHEDULED)'
                DELIMITED BY SIZE INTO DL-TEXT
        END-IF
        PERFORM WRITE-CHANGE-LINE
    END-PERFORM
    PERFORM WRITE-SECTION-CLOSE.

PLAN-PENDING-QUEUE.
    MOVE SPACES TO RPT-LINE
    STRING 'country-pndupd.dat - ROWS COUNTRY-APPLY DRAINED GO BACK '
           'ON THE QUEUE, SUSP-AGE RELEASES COME OFF'
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    PERFORM VARYING WS-D-IDX FROM 1 BY 1
            UNTIL WS-D-IDX > WS-DRAINED-COUNT
        MOVE WS-DRAINED-ROW(WS-D-IDX) TO WS-QUEUED-VIEW
        MOVE 'REQUEUE' TO DL-ACTION
        PERFORM WRITE-QUEUED-ROW-LINE
    END-PERFORM
    PERFORM VARYING WS-Q-IDX FROM 1 BY 1
            UNTIL WS-Q-IDX > WS-QUEUED-COUNT
               OR WS-Q-IDX > WS-MAX-QUEUED
        IF QT-IS-WITHDRAWN(WS-Q-IDX)
            MOVE QT-ROW(WS-Q-IDX) TO WS-QUEUED-VIEW
            MOVE 'WITHDRAW' TO DL-ACTION
            PERFORM WRITE-QUEUED-ROW-LINE
        END-IF
    END-PERFORM
    PERFORM WRITE-SECTION-CLOSE.

WRITE-QUEUED-ROW-LINE.
    MOVE QV-CODE TO DL-KEY
    MOVE SPACES TO DL-TEXT
    STRING 'ACTION ' QV-ACTION '  SUBMITTED ' QV-SUBMITTED-DATE
           ' BY ' QV-OPERATOR-ID '  APPROVAL ' QV-APPROVAL-STATUS
           ' BY ' QV-APPROVER-ID '  EFFECTIVE ' QV-EFFECTIVE-DATE
        DELIMITED BY SIZE INTO DL-TEXT
    PERFORM WRITE-CHANGE-LINE.

PLAN-SUSPENSE.
    MOVE SPACES TO RPT-LINE
    STRING 'country-susp.dat - ROWS COUNTRY-SUSP AND SUSP-AGE TOUCHED '
           'GO BACK AS THE SUSPENSE JOURNAL HAS THEM'
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    IF WS-JOURNAL-COUNT > ZERO
        OPEN INPUT SUSPENSE-FILE
        IF WS-SUSP-OK
            PERFORM VARYING WS-J-IDX FROM 1 BY 1
                    UNTIL WS-J-IDX > WS-JOURNAL-COUNT
                PERFORM PLAN-ONE-SUSPENSE-ROW
            END-PERFORM
            CLOSE SUSPENSE-FILE
        ELSE
            STRING 'UNABLE TO OPEN country-susp.dat - FILE STATUS '
                   WS-SUSP-STATUS
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF
    MOVE WS-SECTION-CHANGES TO WS-SUSPENSE-CHANGES
    PERFORM WRITE-SECTION-CLOSE.

PLAN-ONE-SUSPENSE-ROW.
    MOVE JT-CODE(WS-J-IDX) TO SUSP-CODE
    MOVE 'Y' TO WS-SUSP-ROW-FOUND
    READ SUSPENSE-FILE
        INVALID KEY
            MOVE 'N' TO WS-SUSP-ROW-FOUND
    END-READ
    MOVE JT-BEFORE-IMAGE(WS-J-IDX) TO WS-BEFORE-SUSP
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE JT-CODE(WS-J-IDX) TO DL-KEY
    EVALUATE TRUE
        WHEN JT-ROW-WAS-NEW(WS-J-IDX) AND WS-SUSP-ROW-EXISTS
            MOVE 'D' TO JT-ACTION(WS-J-IDX)
            MOVE 'REMOVE' TO DL-ACTION
            STRING 'NOT IN SUSPENSE BEFORE THE NIGHT - NOW STATUS '
                   SUSP-STATUS ' HELD ' SUSP-HELD-DATE ' ' SUSP-REASON
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        WHEN JT-ROW-WAS-NEW(WS-J-IDX)
            CONTINUE
        WHEN WS-SUSP-ROW-EXISTS AND SUSPENSE-RECORD = WS-BEFORE-SUSP
            CONTINUE
        WHEN WS-SUSP-ROW-EXISTS
            MOVE 'W' TO JT-ACTION(WS-J-IDX)
            MOVE 'RESTORE' TO DL-ACTION
            STRING 'NOW STATUS ' SUSP-STATUS ' HELD ' SUSP-HELD-DATE
                   ' ' SUSP-REASON '  BACK TO STATUS ' BS-STATUS
                   ' HELD ' BS-HELD-DATE ' ' BS-REASON
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        WHEN OTHER
            MOVE 'W' TO JT-ACTION(WS-J-IDX)
            MOVE 'REINSTATE' TO DL-ACTION
            STRING 'RETIRED BY THE NIGHT - BACK AS STATUS ' BS-STATUS
                   ' HELD ' BS-HELD-DATE ' ' BS-REASON
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
    END-EVALUATE.

PLAN-SUBSCRIBER-WINDOWS.
    MOVE SPACES TO RPT-LINE
    STRING 'subscriber.ctl / xtr-window.jrnl / xtr-gens.ctl / '
           'xtr-lastrun.pending - EXTRACT WINDOWS AND GENERATIONS GO '
           'BACK BEFORE ' WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    PERFORM VARYING WS-B-IDX FROM 1 BY 1
            UNTIL WS-B-IDX > WS-SUBSCRIBER-COUNT
        IF SB-LAST-EXTRACT(WS-B-IDX) NOT = SPACES
                AND SB-LAST-EXTRACT(WS-B-IDX) >= WS-BUSINESS-DATE
            PERFORM PLAN-WINDOW-RESET
        END-IF
    END-PERFORM
    PERFORM VARYING WS-G-IDX FROM 1 BY 1
            UNTIL WS-G-IDX > WS-GENCAT-COUNT
               OR WS-G-IDX > WS-MAX-GENS
        IF GC-EXTRACT-DATE(WS-G-IDX) = WS-BUSINESS-DATE
            ADD 1 TO WS-GENS-DROPPED
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE GC-SUB-ID(WS-G-IDX) TO DL-KEY
            MOVE 'UNCATALOG' TO DL-ACTION
            STRING 'xtr-gens.ctl GENERATION ' GC-EXTRACT-DATE(WS-G-IDX)
                   '  ' GC-FILE-NAME(WS-G-IDX)
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-W-IDX FROM 1 BY 1
            UNTIL WS-W-IDX > WS-WJRN-COUNT
               OR WS-W-IDX > WS-MAX-WJRN
        IF WT-BUSINESS-DATE(WS-W-IDX) = WS-BUSINESS-DATE
            ADD 1 TO WS-WJRN-DROPPED
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WT-SUB-ID(WS-W-IDX) TO DL-KEY
            MOVE 'UNJOURNAL' TO DL-ACTION
            STRING 'xtr-window.jrnl MOVE ' WT-PRIOR-EXTRACT(WS-W-IDX)
                   ' TO ' WT-NEW-EXTRACT(WS-W-IDX)
                   ' - TAKEN OFF WITH THE DATE'
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-T-IDX FROM 1 BY 1
            UNTIL WS-T-IDX > WS-STAGED-COUNT
        IF XS-EXTRACT-DATE(WS-T-IDX) = WS-BUSINESS-DATE
            ADD 1 TO WS-STAGED-DROPPED
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE XS-SUB-ID(WS-T-IDX) TO DL-KEY
            MOVE 'UNSTAGE' TO DL-ACTION
            STRING 'xtr-lastrun.pending DATE ' XS-EXTRACT-DATE(WS-T-IDX)
                   ' - BAL WILL NOT PROMOTE IT'
                DELIMITED BY SIZE INTO DL-TEXT
            PERFORM WRITE-CHANGE-LINE
        END-IF
    END-PERFORM
    PERFORM WRITE-SECTION-CLOSE
    IF WS-GENS-DROPPED > ZERO
        STRING 'THE ' WS-GENS-DROPPED ' UNCATALOGUED GENERATION FILE(S)'
               ' STAY ON DISK - THE RE-RUN OF COUNTRY-XTR WRITES THEM '
               'AGAIN'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-ADVISORY
    END-IF.

PLAN-WINDOW-RESET.
    *> The window as BAL journalled it before its first move under
    *> the date. A window with no row was not moved by BAL, so no
    *> before-value is known - blank is the safe answer.
    MOVE 'N' TO WS-WJRN-MATCH
    MOVE SPACES TO SB-NEW-EXTRACT(WS-B-IDX)
    PERFORM VARYING WS-W-IDX FROM 1 BY 1
            UNTIL WS-W-IDX > WS-WJRN-COUNT
               OR WS-W-IDX > WS-MAX-WJRN
               OR WS-IS-WJRN-MATCH
        IF WT-BUSINESS-DATE(WS-W-IDX) = WS-BUSINESS-DATE
                AND WT-SUB-ID(WS-W-IDX) = SB-ID(WS-B-IDX)
            SET WS-IS-WJRN-MATCH TO TRUE
            MOVE WT-PRIOR-EXTRACT(WS-W-IDX)
                TO SB-NEW-EXTRACT(WS-B-IDX)
        END-IF
    END-PERFORM
    MOVE 'Y' TO SB-RESET-FLAG(WS-B-IDX)
    ADD 1 TO WS-WINDOW-RESETS
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE SB-ID(WS-B-IDX) TO DL-KEY
    MOVE 'RESET' TO DL-ACTION
    EVALUATE TRUE
        WHEN NOT WS-IS-WJRN-MATCH
            STRING 'subscriber.ctl WINDOW ' SB-LAST-EXTRACT(WS-B-IDX)
                   ' BACK TO BLANK - NOT ON xtr-window.jrnl, NEXT '
                   'EXTRACT IS FULL'
                DELIMITED BY SIZE INTO DL-TEXT
        WHEN SB-NEW-EXTRACT(WS-B-IDX) = SPACES
            STRING 'subscriber.ctl WINDOW ' SB-LAST-EXTRACT(WS-B-IDX)
                   ' BACK TO BLANK AS JOURNALLED, NEXT EXTRACT IS FULL'
                DELIMITED BY SIZE INTO DL-TEXT
        WHEN OTHER
            STRING 'subscriber.ctl WINDOW ' SB-LAST-EXTRACT(WS-B-IDX)
                   ' BACK TO ' SB-NEW-EXTRACT(WS-B-IDX)
                   ' (xtr-window.jrnl)'
                DELIMITED BY SIZE INTO DL-TEXT
    END-EVALUATE
    PERFORM WRITE-CHANGE-LINE.

PLAN-CHECKPOINT.
    MOVE 'fuck.ctl - A CHECKPOINT LEFT BY THE NIGHT IS EMPTIED'
        TO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    IF WS-CHECKPOINT-COUNT > ZERO
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE 'fuck.ctl' TO DL-KEY
        MOVE 'EMPTY' TO DL-ACTION
        STRING 'CHECKPOINT AT RECORD ' WS-CHECKPOINT-COUNT
               ', CODE ' WS-CHECKPOINT-CODE
            DELIMITED BY SIZE INTO DL-TEXT
        PERFORM WRITE-CHANGE-LINE
    END-IF
    PERFORM WRITE-SECTION-CLOSE.

PLAN-KEYED-FILE.
    MOVE 'countries.dat - THE KEYED TWIN IS REBUILT FROM countries.txt'
        TO RPT-LINE
    PERFORM WRITE-SECTION-CAPTION
    IF WS-KEYLOAD-HAS-RUN OR WS-COUNTRY-CHANGES > ZERO
        MOVE ZERO TO WS-KEYED-ROWS
        PERFORM VARYING WS-C-IDX FROM 1 BY 1
                UNTIL WS-C-IDX > WS-COUNTRY-COUNT
            IF NOT CT-IS-DROPPED(WS-C-IDX)
                ADD 1 TO WS-KEYED-ROWS
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE 'ALL' TO DL-KEY
        MOVE 'REBUILD' TO DL-ACTION
        MOVE WS-KEYED-ROWS TO WS-COUNT-EDIT
        STRING 'RELOADED WITH THE' WS-COUNT-EDIT
               ' ROWS OF countries.txt AS PUT BACK ABOVE'
            DELIMITED BY SIZE INTO DL-TEXT
        PERFORM WRITE-CHANGE-LINE
    END-IF
    PERFORM WRITE-SECTION-CLOSE.

ADD-STANDING-ADVISORIES.
    STRING 'countries.txt IS PUT BACK FROM COUNTRY-HIST - EVERY '
           'CYCLE BEFORE ' WS-BUSINESS-DATE ' MUST HAVE BEEN POSTED'
        DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
    PERFORM ADD-ADVISORY
    STRING 'countries.txt.yesterday IS NOT TOUCHED - FOR THE RE-RUN IT'
           ' MUST STILL BE THE IMAGE FROM BEFORE ' WS-BUSINESS-DATE
        DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
    PERFORM ADD-ADVISORY
    IF WS-RGNMAINT-HAS-RUN
        STRING 'REGION-MAINT RAN FOR THE DATE - ITS regions.txt '
               'CHANGES AND THE DRAINED region-maint.trn ARE NOT '
               'BACKED OUT'
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-ADVISORY
    END-IF.

CHECK-CONFIRMATION.
    *> The confirm card is only good for the preview it was punched
    *> from - anything that moved since changes the count.
    IF WS-IS-CONFIRM-RUN AND NOT WS-BACKOUT-REFUSED
        IF WS-CARD-COUNT NOT = WS-CHANGE-TOTAL
            STRING 'CONFIRM CARD IS FOR ' WS-CARD-COUNT
                   ' CHANGE(S) BUT THE BACKOUT NOW HAS '
                   WS-CHANGE-TOTAL ' - FILES MOVED SINCE THE PREVIEW'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
            MOVE '  RUN A FRESH PREVIEW AND CONFIRM THAT'
                TO WS-NEW-MSG-TEXT
            PERFORM ADD-REFUSAL
        END-IF
    END-IF.

APPLY-BACKOUT.
    *> Each file is written whole from the plan above. The work
    *> files are emptied straight after the file they feed, so a
    *> backout stopped part way can be previewed and confirmed
    *> again without putting anything back twice; the cycle-status
    *> rows go last, so until then the date still looks run.
    SET WS-BACKOUT-APPLIED TO TRUE
    IF WS-COUNTRY-CHANGES > ZERO
        PERFORM APPLY-COUNTRY-FILE
    END-IF
    IF WS-BACKOUT-APPLIED AND (WS-KEYLOAD-HAS-RUN
                               OR WS-COUNTRY-CHANGES > ZERO)
        PERFORM APPLY-KEYED-FILE
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-REMOVAL-COUNT > ZERO
        PERFORM APPLY-HISTORY-ROWS
    END-IF
    IF WS-BACKOUT-APPLIED
            AND (WS-DRAINED-COUNT > ZERO OR WS-WITHDRAWN-COUNT > ZERO)
        PERFORM APPLY-PENDING-QUEUE
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-JOURNAL-ROWS-FOR-DATE > ZERO
        PERFORM APPLY-SUSPENSE
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-WINDOW-RESETS > ZERO
        PERFORM APPLY-SUBSCRIBER-WINDOWS
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-WJRN-DROPPED > ZERO
        PERFORM APPLY-WINDOW-JOURNAL
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-GENS-DROPPED > ZERO
        PERFORM APPLY-GENERATION-CATALOGUE
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-STAGED-DROPPED > ZERO
        PERFORM APPLY-STAGED-DATES
    END-IF
    IF WS-BACKOUT-APPLIED AND WS-CHECKPOINT-COUNT > ZERO
        PERFORM APPLY-CHECKPOINT
    END-IF
    IF WS-BACKOUT-APPLIED
        PERFORM APPLY-CYCLE-STATUS
    END-IF.

APPLY-COUNTRY-FILE.
    OPEN OUTPUT Ass
    IF WS-ASS-OK
        PERFORM VARYING WS-C-IDX FROM 1 BY 1
                UNTIL WS-C-IDX > WS-COUNTRY-COUNT
            IF NOT CT-IS-DROPPED(WS-C-IDX)
                MOVE CT-ROW(WS-C-IDX) TO COUNTRY-RECORD
                WRITE COUNTRY-RECORD
            END-IF
        END-PERFORM
        CLOSE Ass
        ADD WS-COUNTRY-CHANGES TO WS-APPLIED-COUNT
    ELSE
        STRING 'UNABLE TO REWRITE countries.txt - FILE STATUS '
               WS-ASS-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-KEYED-FILE.
    OPEN OUTPUT COUNTRY-KEYED
    IF WS-KEYED-OK
        PERFORM VARYING WS-C-IDX FROM 1 BY 1
                UNTIL WS-C-IDX > WS-COUNTRY-COUNT
            IF NOT CT-IS-DROPPED(WS-C-IDX)
                MOVE CT-ROW(WS-C-IDX) TO COUNTRY-KEYED-RECORD
                WRITE COUNTRY-KEYED-RECORD
                    INVALID KEY
                        ADD 1 TO WS-KEYED-DUPLICATES
                END-WRITE
            END-IF
        END-PERFORM
        CLOSE COUNTRY-KEYED
        ADD 1 TO WS-APPLIED-COUNT
        IF WS-KEYED-DUPLICATES > ZERO
            STRING WS-KEYED-DUPLICATES ' DUPLICATE CODE(S) ON '
                   'countries.txt WERE LEFT OFF countries.dat, AS '
                   'COUNTRY-LOAD DOES'
                DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
            PERFORM ADD-ADVISORY
        END-IF
    ELSE
        STRING 'UNABLE TO REBUILD countries.dat - FILE STATUS '
               WS-KEYED-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-HISTORY-ROWS.
    OPEN I-O COUNTRY-HIST
    IF WS-HIST-OK
        PERFORM VARYING WS-H-IDX FROM 1 BY 1
                UNTIL WS-H-IDX > WS-REMOVAL-COUNT
            MOVE HR-CODE(WS-H-IDX) TO CHIST-CODE
            MOVE HR-EFF-DATE(WS-H-IDX) TO CHIST-EFF-DATE
            DELETE COUNTRY-HIST RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
            END-DELETE
        END-PERFORM
        CLOSE COUNTRY-HIST
    ELSE
        STRING 'UNABLE TO OPEN country-hist.dat FOR UPDATE - FILE '
               'STATUS ' WS-HIST-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-PENDING-QUEUE.
    *> Drained rows go back ahead of what is queued now - they were
    *> on the queue first.
    OPEN OUTPUT PNDUPD
    IF WS-PNDUPD-OK
        PERFORM VARYING WS-D-IDX FROM 1 BY 1
                UNTIL WS-D-IDX > WS-DRAINED-COUNT
            MOVE WS-DRAINED-ROW(WS-D-IDX) TO PENDING-UPDATE-RECORD
            WRITE PENDING-UPDATE-RECORD
            ADD 1 TO WS-APPLIED-COUNT
        END-PERFORM
        PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                UNTIL WS-Q-IDX > WS-QUEUED-COUNT
            IF QT-IS-WITHDRAWN(WS-Q-IDX)
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                MOVE QT-ROW(WS-Q-IDX) TO PENDING-UPDATE-RECORD
                WRITE PENDING-UPDATE-RECORD
            END-IF
        END-PERFORM
        CLOSE PNDUPD
        IF WS-DRAINED-COUNT > ZERO
            OPEN OUTPUT PNDUPD-DRAINED
            CLOSE PNDUPD-DRAINED
        END-IF
    ELSE
        STRING 'UNABLE TO REWRITE country-pndupd.dat - FILE STATUS '
               WS-PNDUPD-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-SUSPENSE.
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSP-OK
        PERFORM VARYING WS-J-IDX FROM 1 BY 1
                UNTIL WS-J-IDX > WS-JOURNAL-COUNT
            EVALUATE TRUE
                WHEN JT-TO-REMOVE(WS-J-IDX)
                    MOVE JT-CODE(WS-J-IDX) TO SUSP-CODE
                    DELETE SUSPENSE-FILE RECORD
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ADD 1 TO WS-APPLIED-COUNT
                    END-DELETE
                WHEN JT-TO-REWRITE(WS-J-IDX)
                    MOVE JT-BEFORE-IMAGE(WS-J-IDX) TO SUSPENSE-RECORD
                    REWRITE SUSPENSE-RECORD
                        INVALID KEY
                            WRITE SUSPENSE-RECORD
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                    END-REWRITE
                    ADD 1 TO WS-APPLIED-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM
        CLOSE SUSPENSE-FILE
        OPEN OUTPUT SUSP-JOURNAL
        CLOSE SUSP-JOURNAL
    ELSE
        STRING 'UNABLE TO OPEN country-susp.dat FOR UPDATE - FILE '
               'STATUS ' WS-SUSP-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-SUBSCRIBER-WINDOWS.
    OPEN OUTPUT SUBSCRIBER-MASTER
    IF WS-SUBSCR-OK
        PERFORM VARYING WS-B-IDX FROM 1 BY 1
                UNTIL WS-B-IDX > WS-SUBSCRIBER-COUNT
            MOVE SB-ROW(WS-B-IDX) TO SUBSCRIBER-RECORD
            IF SB-IS-RESET(WS-B-IDX)
                MOVE SB-NEW-EXTRACT(WS-B-IDX) TO SUB-LAST-EXTRACT
                ADD 1 TO WS-APPLIED-COUNT
            END-IF
            WRITE SUBSCRIBER-RECORD
        END-PERFORM
        CLOSE SUBSCRIBER-MASTER
    ELSE
        STRING 'UNABLE TO REWRITE subscriber.ctl - FILE STATUS '
               WS-SUBSCR-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-WINDOW-JOURNAL.
    *> After the windows, so a backout stopped before them still
    *> finds the before-values when it is previewed again.
    OPEN OUTPUT WINDOW-JOURNAL
    IF WS-WJRN-OK
        PERFORM VARYING WS-W-IDX FROM 1 BY 1
                UNTIL WS-W-IDX > WS-WJRN-COUNT
            IF WT-BUSINESS-DATE(WS-W-IDX) = WS-BUSINESS-DATE
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                MOVE WS-WJRN-ENTRY(WS-W-IDX) TO WINDOW-JOURNAL-RECORD
                WRITE WINDOW-JOURNAL-RECORD
            END-IF
        END-PERFORM
        CLOSE WINDOW-JOURNAL
    ELSE
        STRING 'UNABLE TO REWRITE xtr-window.jrnl - FILE STATUS '
               WS-WJRN-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-GENERATION-CATALOGUE.
    OPEN OUTPUT XTR-GENCAT
    IF WS-GENCAT-OK
        PERFORM VARYING WS-G-IDX FROM 1 BY 1
                UNTIL WS-G-IDX > WS-GENCAT-COUNT
            IF GC-EXTRACT-DATE(WS-G-IDX) = WS-BUSINESS-DATE
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                MOVE GC-SUB-ID(WS-G-IDX) TO XG-SUB-ID
                MOVE GC-EXTRACT-DATE(WS-G-IDX) TO XG-EXTRACT-DATE
                MOVE GC-FILE-NAME(WS-G-IDX) TO XG-FILE-NAME
                WRITE XTR-GENCAT-RECORD
            END-IF
        END-PERFORM
        CLOSE XTR-GENCAT
    ELSE
        STRING 'UNABLE TO REWRITE xtr-gens.ctl - FILE STATUS '
               WS-GENCAT-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-STAGED-DATES.
    OPEN OUTPUT XTR-PENDING
    IF WS-PENDING-OK
        PERFORM VARYING WS-T-IDX FROM 1 BY 1
                UNTIL WS-T-IDX > WS-STAGED-COUNT
            IF XS-EXTRACT-DATE(WS-T-IDX) = WS-BUSINESS-DATE
                ADD 1 TO WS-APPLIED-COUNT
            ELSE
                MOVE XS-SUB-ID(WS-T-IDX) TO XP-SUB-ID
                MOVE XS-EXTRACT-DATE(WS-T-IDX) TO XP-EXTRACT-DATE
                WRITE XTR-PENDING-RECORD
            END-IF
        END-PERFORM
        CLOSE XTR-PENDING
    ELSE
        STRING 'UNABLE TO REWRITE xtr-lastrun.pending - FILE STATUS '
               WS-PENDING-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-CHECKPOINT.
    OPEN OUTPUT RESTART-CTL
    IF WS-RESTART-OK
        CLOSE RESTART-CTL
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        STRING 'UNABLE TO EMPTY fuck.ctl - FILE STATUS '
               WS-RESTART-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

APPLY-CYCLE-STATUS.
    OPEN I-O CYCLE-STATUS
    IF WS-CYCSTAT-OK
        PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-CYC-ROW-COUNT
            MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
            MOVE CR-JOB-NAME(WS-CR-IDX) TO CYC-JOB-NAME
            DELETE CYCLE-STATUS RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
            END-DELETE
        END-PERFORM
        CLOSE CYCLE-STATUS
    ELSE
        STRING 'UNABLE TO OPEN cycle-status.dat FOR UPDATE - FILE '
               'STATUS ' WS-CYCSTAT-STATUS
            DELIMITED BY SIZE INTO WS-NEW-MSG-TEXT
        PERFORM ADD-FAILURE
    END-IF.

ADD-REFUSAL.
    MOVE 'R' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-REFUSAL-COUNT
    SET WS-BACKOUT-REFUSED TO TRUE
    PERFORM ADD-PLAN-MESSAGE.

ADD-ADVISORY.
    MOVE 'A' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-ADVISORY-COUNT
    PERFORM ADD-PLAN-MESSAGE.

ADD-FAILURE.
    MOVE 'F' TO WS-NEW-MSG-TYPE
    ADD 1 TO WS-FAILURE-COUNT
    SET WS-BACKOUT-FAILED TO TRUE
    PERFORM ADD-PLAN-MESSAGE.

ADD-PLAN-MESSAGE.
    IF WS-MESSAGE-COUNT < WS-MAX-MESSAGES
        ADD 1 TO WS-MESSAGE-COUNT
        MOVE WS-NEW-MSG-TYPE TO MSG-TYPE(WS-MESSAGE-COUNT)
        MOVE WS-NEW-MSG-TEXT TO MSG-TEXT(WS-MESSAGE-COUNT)
    END-IF
    MOVE SPACES TO WS-NEW-MSG-TEXT.

WRITE-SECTION-CAPTION.
    *> Caption is already in RPT-LINE.
    PERFORM WRITE-REPORT-LINE
    MOVE WS-DETAIL-CAPTION TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ZERO TO WS-SECTION-CHANGES.

WRITE-CHANGE-LINE.
    ADD 1 TO WS-SECTION-CHANGES
    ADD 1 TO WS-CHANGE-TOTAL
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-DETAIL-LINE.

WRITE-SECTION-CLOSE.
    MOVE SPACES TO WS-DETAIL-LINE
    IF WS-SECTION-CHANGES = ZERO
        MOVE 'NOTHING TO PUT BACK' TO DL-TEXT
    ELSE
        MOVE WS-SECTION-CHANGES TO WS-COUNT-EDIT
        STRING WS-COUNT-EDIT ' CHANGE(S)'
            DELIMITED BY SIZE INTO DL-TEXT
    END-IF
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-BACKOUT-SUMMARY.
    MOVE WS-CHANGE-TOTAL TO WS-COUNT-EDIT
    MOVE SPACES TO RPT-LINE
    STRING 'CONFIRMATION TOTAL - CHANGES LISTED ABOVE:' WS-COUNT-EDIT
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    EVALUATE TRUE
        WHEN WS-BACKOUT-REFUSED
            MOVE '** BACKOUT REFUSED - NOTHING HAS BEEN CHANGED **'
                TO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE 'R' TO WS-LIST-TYPE
            MOVE 'REFUSED BECAUSE:' TO RPT-LINE
            PERFORM WRITE-MESSAGE-LIST
        WHEN WS-BACKOUT-FAILED
            MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING '** BACKOUT STOPPED PART WAY -' WS-COUNT-EDIT
                   ' CHANGE(S) MADE, AUTHORISED BY ' WS-OPERATOR-ID
                   ' - PUT THE FAULT RIGHT, THEN PREVIEW AGAIN **'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE 'F' TO WS-LIST-TYPE
            MOVE 'STOPPED BECAUSE:' TO RPT-LINE
            PERFORM WRITE-MESSAGE-LIST
        WHEN WS-BACKOUT-APPLIED
            MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO RPT-LINE
            STRING 'BACKOUT APPLIED -' WS-COUNT-EDIT
                   ' CHANGE(S) MADE, AUTHORISED BY ' WS-OPERATOR-ID
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            STRING 'THE NIGHT CAN NOW BE RE-RUN UNDER busdate.parm '
                   WS-BUSINESS-DATE ' WITHOUT THE OVERRIDE FLAG'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            PERFORM WRITE-REPORT-LINE
        WHEN OTHER
            MOVE SPACES TO RPT-LINE
            STRING 'PREVIEW ONLY - NOTHING HAS BEEN CHANGED. TO APPLY '
                   'EXACTLY THE CHANGES ABOVE, PUNCH backout.parm AS:'
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE WS-CHANGE-TOTAL TO WS-CONFIRM-EDIT
            MOVE SPACES TO RPT-LINE
            STRING '    ' WS-BUSINESS-DATE ' ' WS-OPERATOR-ID
                   ' CONFIRM ' WS-CONFIRM-EDIT
                DELIMITED BY SIZE INTO RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO RPT-LINE
            PERFORM WRITE-REPORT-LINE
    END-EVALUATE
    MOVE 'A' TO WS-LIST-TYPE
    MOVE 'NOTES:' TO RPT-LINE
    PERFORM WRITE-MESSAGE-LIST.

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
    MOVE WS-OPERATOR-ID TO H2-OPERATOR-ID
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
    *> The operator only goes on the line of a run that changed
    *> something on their authority.
    MOVE SPACES TO AUDIT-LOG-RECORD
    ACCEPT WS-AUDIT-TIME FROM TIME
    MOVE WS-JOB-NAME TO AUDIT-JOB-NAME
    MOVE WS-BUSINESS-DATE TO AUDIT-RUN-DATE
    MOVE WS-AUDIT-TIME TO AUDIT-RUN-TIME
    MOVE WS-APPLIED-COUNT TO AUDIT-RECORD-COUNT
    IF WS-BACKOUT-APPLIED OR WS-BACKOUT-FAILED
        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
    END-IF
    OPEN EXTEND AUDIT-LOG
    IF NOT WS-AUDIT-OK
        CLOSE AUDIT-LOG
        OPEN OUTPUT AUDIT-LOG
    END-IF
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG.
