000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PendingApprovalAgingReport.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  AGING REPORT OVER THE
001100*                     PENDMAST PENDING APPROVAL FILE - EVERY
001200*                     SALARY ADD OR CHANGE SALAPPLY HELD FOR
001300*                     DUAL CONTROL THAT HAS WAITED MORE THAN
001400*                     THE DAYS ON THE PENDPRM CARD (3 WITHOUT
001500*                     ONE) FOR AN APPROVER TO RELEASE OR
001600*                     REJECT IT THROUGH SALAPPR, WITH HOW LONG
001700*                     IT HAS WAITED, WHO KEYED IT AND WHY IT
001800*                     WAS HELD.  THE TRAILER COUNTS WHAT IS ON
001900*                     FILE BY STATUS.  ANY ITEM OVER THE LIMIT
002000*                     ENDS THE STEP RC 4 SO THE SCHEDULE CAN
002100*                     CHASE IT.
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PendingFile ASSIGN TO PENDMAST
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS PendKey
003000         FILE STATUS IS WS-PEND-STATUS-CODE.
003100     SELECT ParmFile ASSIGN TO PENDPRM
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS-CODE.
003400     SELECT ReportFile ASSIGN TO PENDRPT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PendingFile.
004000     COPY PENDREC.
004100
004200 FD  ParmFile.
004300 01  ParmRecord             PIC X(80).
004400
004500 FD  ReportFile.
004600 01  ReportRecord           PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900*
005000*    FILE STATUS AND LOOP CONTROL
005100*
005200 77  WS-PEND-STATUS-CODE    PIC XX.
005300 77  WS-PARM-STATUS-CODE    PIC XX.
005400 77  WS-EOF-PEND            PIC X VALUE 'N'.
005500     88  EOF-PEND                    VALUE 'Y'.
005600*
005700*    AGE LIMIT CARD - COLS 1-3 THE NUMBER OF DAYS AN ITEM MAY
005800*    WAIT BEFORE IT IS REPORTED.  A MISSING CARD OR ONE THAT
005900*    ISN'T NUMERIC KEEPS THE STANDARD 3 DAYS.
006000*
006100 01  WS-PARM-CARD.
006200     05  WS-PARM-DAYS           PIC X(03).
006300     05  FILLER                 PIC X(77).
006400
006500 77  WS-AGE-LIMIT           PIC 9(03) VALUE 3.
006600 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
006700 77  WS-RUN-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
006800 77  WS-AGE-DAYS            PIC 9(05) COMP VALUE ZERO.
006900*
007000*    RECORD COUNTERS
007100*
007200 77  WS-COUNT-PEND-READ     PIC 9(07) COMP VALUE ZERO.
007300 77  WS-COUNT-PENDING       PIC 9(07) COMP VALUE ZERO.
007400 77  WS-COUNT-OVERDUE       PIC 9(07) COMP VALUE ZERO.
007500 77  WS-COUNT-RELEASED      PIC 9(07) COMP VALUE ZERO.
007600 77  WS-COUNT-REJECTED      PIC 9(07) COMP VALUE ZERO.
007700*
007800*    DAY-NUMBER WORK AREAS - A DATE IS TURNED INTO A COUNT OF
007900*    DAYS SO AN ITEM'S AGE IS A SUBTRACTION, WHATEVER MONTH
008000*    OR YEAR IT WAS HELD IN.  WS-CUM-DAYS IS THE DAYS IN THE
008100*    YEAR BEFORE EACH MONTH IN A COMMON YEAR.
008200*
008300 01  WS-DAY-DATE            PIC 9(08) VALUE ZERO.
008400 01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
008500     05  WS-DAY-YEAR            PIC 9(04).
008600     05  WS-DAY-MONTH           PIC 9(02).
008700     05  WS-DAY-DAY             PIC 9(02).
008800 77  WS-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
008900 77  WS-DAY-YEARS           PIC 9(04) COMP VALUE ZERO.
009000 77  WS-DAY-QUOT            PIC 9(04) COMP VALUE ZERO.
009100 77  WS-DAY-REM             PIC 9(04) COMP VALUE ZERO.
009200 77  WS-DAY-LEAP            PIC X VALUE 'N'.
009300
009400 01  WS-CUM-DAYS-VALUES.
009500     05  FILLER                 PIC X(36) VALUE
009600             '000031059090120151181212243273304334'.
009700 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
009800     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
009900*
010000*    REPORT LINE LAYOUTS
010100*
010200 01  WS-HEADING-LINE.
010300     05  WS-HEADING-TEXT        PIC X(60).
010400     05  FILLER                 PIC X(20) VALUE SPACES.
010500
010600 01  WS-LIMIT-LINE.
010700     05  FILLER                 PIC X(24)
010800                                VALUE 'ITEMS WAITING MORE THAN '.
010900     05  WS-LIMIT-DAYS          PIC ZZ9.
011000     05  FILLER                 PIC X(12) VALUE ' DAYS AS OF '.
011100     05  WS-LIMIT-RUN-DATE      PIC 9(08).
011200     05  FILLER                 PIC X(33) VALUE SPACES.
011300
011400 01  WS-DETAIL-LINE.
011500     05  WS-DETAIL-ID           PIC 9(05).
011600     05  FILLER                 PIC X(02) VALUE SPACES.
011700     05  WS-DETAIL-ACTION       PIC X(01).
011800     05  FILLER                 PIC X(02) VALUE SPACES.
011900     05  WS-DETAIL-OLD          PIC Z(06)9.
012000     05  FILLER                 PIC X(01) VALUE SPACES.
012100     05  WS-DETAIL-NEW          PIC Z(06)9.
012200     05  FILLER                 PIC X(02) VALUE SPACES.
012300     05  WS-DETAIL-HELD         PIC 9(08).
012400     05  FILLER                 PIC X(01) VALUE SPACES.
012500     05  WS-DETAIL-DAYS         PIC ZZZ9.
012600     05  FILLER                 PIC X(02) VALUE SPACES.
012700     05  WS-DETAIL-KEYED-BY     PIC X(08).
012800     05  FILLER                 PIC X(02) VALUE SPACES.
012900     05  WS-DETAIL-REASON       PIC X(28).
013000
013100 01  WS-DETHEAD-LINE.
013200     05  FILLER                 PIC X(10) VALUE 'EMPLID ACT'.
013300     05  FILLER                 PIC X(15) VALUE '    NOW     NEW'.
013400     05  FILLER                 PIC X(15) VALUE '  HELD ON  DAYS'.
013500     05  FILLER                 PIC X(12) VALUE '  KEYED BY  '.
013600     05  FILLER                 PIC X(28) VALUE 'HELD BECAUSE'.
013700
013800 01  WS-TRAILER-LINE.
013900     05  WS-TRAILER-LABEL       PIC X(35).
014000     05  WS-TRAILER-VALUE       PIC Z(10)9.
014100     05  FILLER                 PIC X(34) VALUE SPACES.
014200
014300 PROCEDURE DIVISION.
014400*
014500*----------------------------------------------------------*
014600*    0000-MAINLINE                                         *
014700*----------------------------------------------------------*
014800*
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015100     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
015200     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT
015400     STOP RUN.
015500*
015600*----------------------------------------------------------*
015700*    1000-INITIALIZE - OPEN THE PENDING FILE AND THE       *
015800*    REPORT, TAKE THE AGE LIMIT OFF THE PENDPRM CARD AND   *
015900*    WORK OUT THE RUN DATE'S DAY NUMBER TO AGE EVERY ITEM  *
016000*    FROM                                                  *
016100*----------------------------------------------------------*
016200*
016300 1000-INITIALIZE.
016400     OPEN INPUT PendingFile
016500     IF WS-PEND-STATUS-CODE NOT = '00'
016600         DISPLAY 'PNDR0001E - PENDMAST PENDING APPROVAL FILE '
016700                 'COULD NOT BE OPENED, STATUS '
016800                 WS-PEND-STATUS-CODE
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF
017200     OPEN OUTPUT ReportFile
017300     PERFORM 1100-GET-AGE-LIMIT THRU 1100-EXIT
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017500     MOVE WS-RUN-DATE TO WS-DAY-DATE
017600     PERFORM 4000-DAY-NUMBER THRU 4000-EXIT
017700     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
017800     MOVE 'PENDING SALARY APPROVAL AGING REPORT'
017900         TO WS-HEADING-TEXT
018000     WRITE ReportRecord FROM WS-HEADING-LINE
018100     MOVE WS-AGE-LIMIT TO WS-LIMIT-DAYS
018200     MOVE WS-RUN-DATE  TO WS-LIMIT-RUN-DATE
018300     WRITE ReportRecord FROM WS-LIMIT-LINE
018400     MOVE SPACES TO WS-HEADING-TEXT
018500     WRITE ReportRecord FROM WS-HEADING-LINE
018600     WRITE ReportRecord FROM WS-DETHEAD-LINE.
018700 1000-EXIT.
018800     EXIT.
018900
019000 1100-GET-AGE-LIMIT.
019100     OPEN INPUT ParmFile
019200     IF WS-PARM-STATUS-CODE NOT = '00'
019300         DISPLAY 'PNDR0002I - NO PENDPRM CARD, REPORTING ITEMS '
019400                 'WAITING MORE THAN 3 DAYS'
019500         GO TO 1100-EXIT
019600     END-IF
019700     READ ParmFile INTO WS-PARM-CARD
019800         AT END
019900             MOVE SPACES TO WS-PARM-CARD
020000     END-READ
020100     IF WS-PARM-DAYS NUMERIC
020200         MOVE WS-PARM-DAYS TO WS-AGE-LIMIT
020300     END-IF
020400     CLOSE ParmFile.
020500 1100-EXIT.
020600     EXIT.
020700*
020800*----------------------------------------------------------*
020900*    2000-PROCESS-PENDING - READ THE WHOLE PENDING FILE IN *
021000*    KEY ORDER (EMPLOYEEID, OLDEST ITEM FIRST), COUNT      *
021100*    EVERY ITEM BY STATUS AND PRINT EACH ONE STILL PENDING *
021200*    THAT HAS WAITED LONGER THAN THE AGE LIMIT             *
021300*----------------------------------------------------------*
021400*
021500 2000-PROCESS-PENDING.
021600     PERFORM 2010-READ-PENDING THRU 2010-EXIT
021700         UNTIL EOF-PEND.
021800 2000-EXIT.
021900     EXIT.
022000
022100 2010-READ-PENDING.
022200     READ PendingFile
022300         AT END
022400             MOVE 'Y' TO WS-EOF-PEND
022500             GO TO 2010-EXIT
022600     END-READ
022700     ADD 1 TO WS-COUNT-PEND-READ
022800     IF PEND-RELEASED
022900         ADD 1 TO WS-COUNT-RELEASED
023000         GO TO 2010-EXIT
023100     END-IF
023200     IF PEND-REJECTED
023300         ADD 1 TO WS-COUNT-REJECTED
023400         GO TO 2010-EXIT
023500     END-IF
023600     ADD 1 TO WS-COUNT-PENDING
023700     MOVE PendHeldDate TO WS-DAY-DATE
023800     PERFORM 4000-DAY-NUMBER THRU 4000-EXIT
023900     IF WS-DAY-NUMBER > WS-RUN-DAY-NUMBER
024000         MOVE ZERO TO WS-AGE-DAYS
024100     ELSE
024200         SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
024300             GIVING WS-AGE-DAYS
024400     END-IF
024500     IF WS-AGE-DAYS > WS-AGE-LIMIT
024600         ADD 1 TO WS-COUNT-OVERDUE
024700         PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
024800     END-IF.
024900 2010-EXIT.
025000     EXIT.
025100
025200 2100-PRINT-DETAIL.
025300     MOVE PendEmployeeID TO WS-DETAIL-ID
025400     MOVE PendAction     TO WS-DETAIL-ACTION
025500     MOVE PendOldSalary  TO WS-DETAIL-OLD
025600     MOVE PendNewSalary  TO WS-DETAIL-NEW
025700     MOVE PendHeldDate   TO WS-DETAIL-HELD
025800     MOVE WS-AGE-DAYS    TO WS-DETAIL-DAYS
025900     MOVE PendKeyedBy    TO WS-DETAIL-KEYED-BY
026000     MOVE PendHoldReason TO WS-DETAIL-REASON
026100     WRITE ReportRecord FROM WS-DETAIL-LINE.
026200 2100-EXIT.
026300     EXIT.
026400*
026500*----------------------------------------------------------*
026600*    4000-DAY-NUMBER - TURN WS-DAY-DATE (YYYYMMDD) INTO A  *
026700*    COUNT OF DAYS SINCE THE START OF THE COMMON ERA: 365  *
026800*    FOR EACH EARLIER YEAR PLUS ONE FOR EACH EARLIER LEAP  *
026900*    YEAR, THE DAYS BEFORE THE MONTH, AND THE DAY.  A LEAP *
027000*    YEAR IS ONE DIVISIBLE BY 4, EXCEPT CENTURIES NOT      *
027100*    DIVISIBLE BY 400.                                     *
027200*----------------------------------------------------------*
027300*
027400 4000-DAY-NUMBER.
027500     SUBTRACT 1 FROM WS-DAY-YEAR GIVING WS-DAY-YEARS
027600     MULTIPLY WS-DAY-YEARS BY 365 GIVING WS-DAY-NUMBER
027700     DIVIDE WS-DAY-YEARS BY 4 GIVING WS-DAY-QUOT
027800     ADD WS-DAY-QUOT TO WS-DAY-NUMBER
027900     DIVIDE WS-DAY-YEARS BY 100 GIVING WS-DAY-QUOT
028000     SUBTRACT WS-DAY-QUOT FROM WS-DAY-NUMBER
028100     DIVIDE WS-DAY-YEARS BY 400 GIVING WS-DAY-QUOT
028200     ADD WS-DAY-QUOT TO WS-DAY-NUMBER
028300     ADD WS-CUM-DAYS(WS-DAY-MONTH) TO WS-DAY-NUMBER
028400     ADD WS-DAY-DAY TO WS-DAY-NUMBER
028500     MOVE 'N' TO WS-DAY-LEAP
028600     DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-QUOT
028700         REMAINDER WS-DAY-REM
028800     IF WS-DAY-REM = ZERO
028900         MOVE 'Y' TO WS-DAY-LEAP
029000         DIVIDE WS-DAY-YEAR BY 100 GIVING WS-DAY-QUOT
029100             REMAINDER WS-DAY-REM
029200         IF WS-DAY-REM = ZERO
029300             DIVIDE WS-DAY-YEAR BY 400 GIVING WS-DAY-QUOT
029400                 REMAINDER WS-DAY-REM
029500             IF WS-DAY-REM NOT = ZERO
029600                 MOVE 'N' TO WS-DAY-LEAP
029700             END-IF
029800         END-IF
029900     END-IF
030000     IF WS-DAY-LEAP = 'Y'
030100       AND WS-DAY-MONTH > 2
030200         ADD 1 TO WS-DAY-NUMBER
030300     END-IF.
030400 4000-EXIT.
030500     EXIT.
030600*
030700*----------------------------------------------------------*
030800*    5000-PRINT-TRAILER - COUNTS BY STATUS.  ANY ITEM OVER *
030900*    THE AGE LIMIT ENDS THE STEP RC 4.                     *
031000*----------------------------------------------------------*
031100*
031200 5000-PRINT-TRAILER.
031300     MOVE SPACES TO WS-HEADING-TEXT
031400     WRITE ReportRecord FROM WS-HEADING-LINE
031500     MOVE 'PENDMAST RECORDS READ'        TO WS-TRAILER-LABEL
031600     MOVE WS-COUNT-PEND-READ             TO WS-TRAILER-VALUE
031700     WRITE ReportRecord FROM WS-TRAILER-LINE
031800     MOVE 'ITEMS AWAITING APPROVAL'      TO WS-TRAILER-LABEL
031900     MOVE WS-COUNT-PENDING               TO WS-TRAILER-VALUE
032000     WRITE ReportRecord FROM WS-TRAILER-LINE
032100     MOVE '  OF WHICH OVER THE AGE LIMIT' TO WS-TRAILER-LABEL
032200     MOVE WS-COUNT-OVERDUE               TO WS-TRAILER-VALUE
032300     WRITE ReportRecord FROM WS-TRAILER-LINE
032400     MOVE 'ITEMS RELEASED'               TO WS-TRAILER-LABEL
032500     MOVE WS-COUNT-RELEASED              TO WS-TRAILER-VALUE
032600     WRITE ReportRecord FROM WS-TRAILER-LINE
032700     MOVE 'ITEMS REJECTED'               TO WS-TRAILER-LABEL
032800     MOVE WS-COUNT-REJECTED              TO WS-TRAILER-VALUE
032900     WRITE ReportRecord FROM WS-TRAILER-LINE
033000     IF WS-COUNT-OVERDUE > ZERO
033100         MOVE WS-COUNT-OVERDUE TO WS-TRAILER-VALUE
033200         DISPLAY 'PNDR0003W - ' WS-TRAILER-VALUE
033300                 ' HELD SALARY ITEM(S) OVER THE AGE LIMIT - SEE '
033400                 'PENDRPT'
033500         MOVE 4 TO RETURN-CODE
033600     END-IF.
033700 5000-EXIT.
033800     EXIT.
033900*
034000*----------------------------------------------------------*
034100*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN      *
034200*----------------------------------------------------------*
034300*
034400 9000-TERMINATE.
034500     CLOSE PendingFile
034600     CLOSE ReportFile.
034700 9000-EXIT.
034800     EXIT.
