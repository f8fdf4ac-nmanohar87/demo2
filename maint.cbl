002850*                     TODAY, INQUIRE SHOWS BOTH FIELDS, AND
002860*                     THE NEW MENU OPTION 5 SETS THEM.  EXIT
002870*                     MOVED FROM OPTION 5 TO OPTION 6.
002872*    2026-10-15  RJ   EVERY COMPLETED ADD, STATUS CHANGE AND
002874*                     DELETE NOW ALSO APPENDS AN ENTRY TO THE
002876*                     CUMULATIVE STATHIST STATUS HISTORY (SEE
002878*                     STATREC) WITH THE STATUS BEFORE AND AFTER
002880*                     AND THE EFFECTIVE DATE, SO THE HEADCOUNT
002882*                     AND TURNOVER REPORT CAN TELL A HIRE FROM
002884*                     A RETURN FROM LEAVE AND SEE EVERY CHANGE,
002886*                     NOT JUST THE LATEST ONE.
002900*
003000*----------------------------------------------------------*
003100*    MAINTAINEMPLOYEE1 - ADD, CHANGE, DELETE AND INQUIRE     *
004400     SELECT AuditFile ASSIGN TO MERGEAUD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUD-STATUS-CODE.
004620     SELECT StatusHistFile ASSIGN TO STATHIST
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-STAT-STATUS-CODE.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005200
005300 FD  AuditFile.
005400     COPY AUDITREC.
005420
005440 FD  StatusHistFile.
005460     COPY STATREC.
005500
005600 WORKING-STORAGE SECTION.
005700*
005900*
006000 77  WS-EMP1-STATUS-CODE    PIC XX.
006100 77  WS-AUD-STATUS-CODE     PIC XX.
006150 77  WS-STAT-STATUS-CODE    PIC XX.
006200 77  WS-MORE-SW             PIC X VALUE 'Y'.
006300     88  MORE-TRANSACTIONS          VALUE 'Y'.
006400 77  WS-FUNCTION-CHOICE     PIC X VALUE SPACE.
007410 77  WS-INPUT-STATUS        PIC X(01).
007420 77  WS-INPUT-DATE          PIC X(08).
007500 77  WS-AUDIT-ACTION        PIC X(10).
007510*
007520*    STATUS HISTORY WORK AREAS - THE STATUS AND DATE ON FILE
007530*    BEFORE THE TRANSACTION, AND THE KIND OF ENTRY TO LOG
007540*
007550 77  WS-STAT-ACTION         PIC X(01).
007560 77  WS-OLD-STATUS          PIC X(01).
007570 77  WS-OLD-DATE            PIC 9(08).
007600*
007700*----------------------------------------------------------*
007800*    0000-MAINLINE                                          *
011600     IF WS-AUD-STATUS-CODE = '35'
011700         OPEN OUTPUT AuditFile
011800     END-IF
011820     OPEN EXTEND StatusHistFile
011840     IF WS-STAT-STATUS-CODE = '35'
011860         OPEN OUTPUT StatusHistFile
011880     END-IF
011900     DISPLAY ' '
012000     DISPLAY 'EMPLOYEE1 MASTER MAINTENANCE'
012100     DISPLAY ' '.
021100             DISPLAY 'MAINT0005I - EMPLOYEE ADDED'
021200             MOVE 'ADDED' TO WS-AUDIT-ACTION
021300             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
021320             MOVE 'A'    TO WS-STAT-ACTION
021340             MOVE SPACES TO WS-OLD-STATUS
021360             MOVE ZERO   TO WS-OLD-DATE
021380             PERFORM 7100-WRITE-STATUS-HISTORY THRU 7100-EXIT
021400     END-WRITE.
021500 3000-EXIT.
021600     EXIT.
029100         DISPLAY 'MAINT0011I - DELETE CANCELLED'
029200         GO TO 5000-EXIT
029300     END-IF
029320     MOVE EmployeeStatus1     TO WS-OLD-STATUS
029340     MOVE EmployeeStatusDate1 TO WS-OLD-DATE
029400     DELETE Employee1File
029500         INVALID KEY
029600             DISPLAY 'MAINT0012E - DELETE FAILED'
029800             DISPLAY 'MAINT0013I - EMPLOYEE DELETED'
029900             MOVE 'DELETED' TO WS-AUDIT-ACTION
030000             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
030020             MOVE 'D' TO WS-STAT-ACTION
030040             PERFORM 7100-WRITE-STATUS-HISTORY THRU 7100-EXIT
030100     END-DELETE.
030200 5000-EXIT.
030300     EXIT.
032409     IF EDIT-FAILED
032410         GO TO 6500-EXIT
032411     END-IF
032411     MOVE EmployeeStatus1     TO WS-OLD-STATUS
032411     MOVE EmployeeStatusDate1 TO WS-OLD-DATE
032412     MOVE WS-INPUT-STATUS TO EmployeeStatus1
032413     MOVE WS-INPUT-DATE   TO EmployeeStatusDate1
032414     REWRITE EmployeeRecord1
032418             DISPLAY 'MAINT0018I - STATUS CHANGED'
032419             MOVE 'STATUSCHG' TO WS-AUDIT-ACTION
032420             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
032420             MOVE 'C' TO WS-STAT-ACTION
032420             PERFORM 7100-WRITE-STATUS-HISTORY THRU 7100-EXIT
032421     END-REWRITE.
032422 6500-EXIT.
032423     EXIT.
034400     WRITE AuditRecord.
034500 7000-EXIT.
034600     EXIT.
034602*
034604*----------------------------------------------------------*
034606*    7100-WRITE-STATUS-HISTORY - APPEND ONE ENTRY TO THE     *
034608*    STATUS HISTORY FOR A COMPLETED ADD, STATUS CHANGE OR    *
034610*    DELETE.  THE CALLER SETS WS-STAT-ACTION AND THE STATUS  *
034612*    AND DATE THAT WERE ON FILE BEFORE; THE NEW ONES COME    *
034614*    OFF THE RECORD AS WRITTEN.  A DELETE LEAVES NO NEW      *
034616*    STATUS AND TAKES EFFECT TODAY.                          *
034618*----------------------------------------------------------*
034620*
034622 7100-WRITE-STATUS-HISTORY.
034624     ACCEPT STAT-RUN-DATE FROM DATE YYYYMMDD
034626     ACCEPT STAT-RUN-TIME FROM TIME
034628     MOVE EmployeeID1             TO STAT-EMPLOYEE-ID
034630     MOVE WS-STAT-ACTION          TO STAT-ACTION
034632     MOVE WS-OLD-STATUS           TO STAT-OLD-STATUS
034634     MOVE WS-OLD-DATE             TO STAT-OLD-DATE
034636     IF STAT-DELETE
034638         MOVE SPACES              TO STAT-NEW-STATUS
034640         MOVE STAT-RUN-DATE       TO STAT-EFFECTIVE-DATE
034642     ELSE
034644         MOVE EmployeeStatus1     TO STAT-NEW-STATUS
034646         MOVE EmployeeStatusDate1 TO STAT-EFFECTIVE-DATE
034648     END-IF
034650     MOVE EmployeeName1           TO STAT-EMPLOYEE-NAME
034652     MOVE 'MAINT'                 TO STAT-SOURCE
034654     WRITE StatusHistoryRecord.
034656 7100-EXIT.
034658     EXIT.
034700*
034800*----------------------------------------------------------*
034900*    9000-TERMINATE - CLOSE THE EMPLOYEE1 MASTER AND END     *
035200 9000-TERMINATE.
035300     CLOSE Employee1File
035400     CLOSE AuditFile
035450     CLOSE StatusHistFile
035500     DISPLAY 'EMPLOYEE1 MASTER MAINTENANCE COMPLETE'.
035600 9000-EXIT.
035700     EXIT.
