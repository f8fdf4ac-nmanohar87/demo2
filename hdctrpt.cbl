000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HeadcountTurnoverReport.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  MONTH-END HEADCOUNT AND
001100*                     TURNOVER REPORT FOR HR AND FINANCE.  FOR
001200*                     THE DATE RANGE ON THE HDCTPRM CARD (THE
001300*                     PREVIOUS CALENDAR MONTH WITHOUT ONE) EACH
001400*                     DEPARTMENT AND DIVISION SHOWS THE OPENING
001500*                     HEADCOUNT, HIRES, TERMINATIONS, LEAVE
001600*                     STARTS, RETURNS FROM LEAVE AND THE
001700*                     CLOSING HEADCOUNT, THE TURNOVER RATE
001800*                     (TERMINATIONS OVER THE AVERAGE OF OPENING
001900*                     AND CLOSING) AND THE CLOSING HEADCOUNT
002000*                     AGAINST BUDGETHEADCOUNT ON BUDGMAST, WITH
002100*                     THE EMPLOYEES BEHIND THE NUMBERS LISTED
002200*                     UNDER EACH DEPARTMENT.  MOVEMENTS COME OFF
002300*                     THE STATHIST STATUS HISTORY MAINT WRITES;
002400*                     AN EMPLOYEE WITH NO HISTORY IS TAKEN FROM
002500*                     THE EMPLOYEE1 STATUS AND STATUS DATE.
002600*                     EACH EMPLOYEE IS COUNTED ONCE, UNDER THE
002700*                     HOME DEPARTMENT - THE LARGEST EMPLOYEE3
002800*                     SPLIT, THE LOWER DEPARTMENT CODE ON A TIE
002900*                     - WITH THE SAME ??? DIVISION BUCKET AS THE
003000*                     COMPA-RATIO REPORT.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT Employee1File ASSIGN TO EMPLOYE1
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS EmployeeID1
003900         FILE STATUS IS WS-EMP1-STATUS-CODE.
004000     SELECT Employee3File ASSIGN TO EMPLOYE3
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT StatusHistFile ASSIGN TO STATHIST
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STAT-STATUS-CODE.
004500     SELECT DeptMasterFile ASSIGN TO DEPTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DepartmentCode
004900         FILE STATUS IS WS-DEPT-STATUS-CODE.
005000     SELECT DivMasterFile ASSIGN TO DIVMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DivisionCode
005400         FILE STATUS IS WS-DIV-STATUS-CODE.
005500     SELECT BudgetMasterFile ASSIGN TO BUDGMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BudgetDepartmentCode
005900         FILE STATUS IS WS-BUDG-STATUS-CODE.
006000     SELECT ParmFile ASSIGN TO HDCTPRM
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PARM-STATUS-CODE.
006300     SELECT ReportFile ASSIGN TO HDCTRPT
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  Employee1File.
006900     COPY EMP1REC.
007000
007100 FD  Employee3File.
007200 01  EmployeeRecord3.
007300     05  EmployeeID3        PIC 9(05).
007400     05  DepartmentCode3    PIC X(06).
007500     05  SplitPercent3      PIC 9(03).
007600*
007700*    ALPHANUMERIC VIEW OF EMPLOYEERECORD3 SO A BLANK SPLIT
007800*    PERCENTAGE (THE OLD SINGLE-DEPARTMENT FILE FORMAT) CAN
007900*    BE RECOGNIZED, AND A BAD RECORD SKIPPED, WITHOUT AN
008000*    INVALID NUMERIC MOVE - THE SAME VIEW THE MERGE KEEPS.
008100*
008200 01  EmployeeRecord3-Text.
008300     05  EmployeeID3-Text   PIC X(05).
008400     05  FILLER             PIC X(06).
008500     05  SplitPercent3-Text PIC X(03).
008600
008700 FD  StatusHistFile.
008800     COPY STATREC.
008900
009000 FD  DeptMasterFile.
009100     COPY DEPTREC.
009200
009300 FD  DivMasterFile.
009400     COPY DIVREC.
009500
009600 FD  BudgetMasterFile.
009700     COPY BUDGREC.
009800
009900 FD  ParmFile.
010000 01  ParmRecord             PIC X(80).
010100
010200 FD  ReportFile.
010300 01  ReportRecord           PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600*
010700*    FILE STATUS AND LOOP CONTROL
010800*
010900 77  WS-EMP1-STATUS-CODE    PIC XX.
011000 77  WS-STAT-STATUS-CODE    PIC XX.
011100 77  WS-DEPT-STATUS-CODE    PIC XX.
011200 77  WS-DIV-STATUS-CODE     PIC XX.
011300 77  WS-BUDG-STATUS-CODE    PIC XX.
011400 77  WS-PARM-STATUS-CODE    PIC XX.
011500 77  WS-EOF-FILE3           PIC X VALUE 'N'.
011600     88  EOF-FILE3                   VALUE 'Y'.
011700 77  WS-EOF-STAT            PIC X VALUE 'N'.
011800     88  EOF-STAT                    VALUE 'Y'.
011900 77  WS-EOF-EMP1            PIC X VALUE 'N'.
012000     88  EOF-EMP1                    VALUE 'Y'.
012100 77  WS-EOF-BUDG            PIC X VALUE 'N'.
012200     88  EOF-BUDG                    VALUE 'Y'.
012300 77  WS-SPLIT-FOUND         PIC X VALUE 'N'.
012400 77  WS-SPLIT-DONE          PIC X VALUE 'N'.
012500 77  WS-SPLIT-START         PIC 9(07) COMP VALUE ZERO.
012600 77  WS-EVT-FOUND           PIC X VALUE 'N'.
012700 77  WS-EVT-DONE            PIC X VALUE 'N'.
012800 77  WS-EVT-START           PIC 9(07) COMP VALUE ZERO.
012900 77  WS-EVT-IX              PIC 9(07) COMP VALUE ZERO.
013000 77  WS-STAT-OPEN           PIC X VALUE 'N'.
013100*
013200*    REPORTING PERIOD - COLS 1-8 THE FIRST DAY AND COLS 10-17
013300*    THE LAST DAY, BOTH YYYYMMDD.  WITHOUT A CARD THE PERIOD
013400*    IS THE CALENDAR MONTH BEFORE THE RUN DATE, SO THE
013500*    MONTH-END RUN NEEDS NO CARD CHANGE.
013600*
013700 01  WS-PARM-CARD.
013800     05  WS-PARM-FROM           PIC X(08).
013900     05  FILLER                 PIC X(01).
014000     05  WS-PARM-TO             PIC X(08).
014100     05  FILLER                 PIC X(63).
014200
014300 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
014400 77  WS-TO-DATE             PIC 9(08) VALUE ZERO.
014500 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
014600 77  WS-DATE-SW             PIC X VALUE 'N'.
014700     88  DATE-INVALID                VALUE 'Y'.
014800
014900 01  WS-PER-DATE            PIC 9(08) VALUE ZERO.
015000 01  WS-PER-DATE-PARTS REDEFINES WS-PER-DATE.
015100     05  WS-PER-YEAR            PIC 9(04).
015200     05  WS-PER-MONTH           PIC 9(02).
015300     05  WS-PER-DAY             PIC 9(02).
015400 77  WS-PER-QUOT            PIC 9(04) COMP VALUE ZERO.
015500 77  WS-PER-REM             PIC 9(04) COMP VALUE ZERO.
015600
015700 01  WS-MONTH-DAYS-VALUES.
015800     05  FILLER                 PIC X(24) VALUE
015900             '312831303130313130313031'.
016000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
016100     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
016200*
016300*    EMPLOYEE3 SPLIT TABLE - LOADED AND SORTED THE WAY THE
016400*    COMPA-RATIO REPORT DOES IT, SO THE FIRST ENTRY OF AN
016500*    EMPLOYEE'S GROUP IS THE HOME DEPARTMENT.
016600*
016700 77  WS-EMP3-MAX            PIC 9(06) COMP VALUE 299997.
016800 77  WS-EMP3-COUNT          PIC 9(06) COMP VALUE ZERO.
016900
017000 01  TB-EMP3-TABLE.
017100     05  TB-EMP3-ENTRY OCCURS 1 TO 299997 TIMES
017200             DEPENDING ON WS-EMP3-COUNT
017300             ASCENDING KEY IS TB-EMP3-ID
017400             INDEXED BY TB-EMP3-IDX.
017500         10  TB-EMP3-ID          PIC 9(05).
017600         10  TB-EMP3-DEPT        PIC X(06).
017700         10  TB-EMP3-PCT         PIC 9(03).
017800*
017900*    STATUS HISTORY TABLE - EVERY ADD AND STATUS CHANGE ON
018000*    STATHIST, SORTED BY EMPLOYEEID AND THEN INTO THE ORDER
018100*    THE CHANGES TOOK EFFECT (THE ORDER THEY WERE KEYED ON A
018200*    TIE), SO AN EMPLOYEE'S STATUS ON ANY DATE IS THE NEW
018300*    STATUS OF THE LAST ENTRY EFFECTIVE BY THEN.  DELETES ARE
018400*    LEFT OUT - A DELETED EMPLOYEE IS NO LONGER ON EMPLOYEE1
018500*    TO REPORT.
018600*
018700 77  WS-EVT-MAX             PIC 9(06) COMP VALUE 299997.
018800 77  WS-EVT-COUNT           PIC 9(06) COMP VALUE ZERO.
018900
019000 01  TB-EVT-TABLE.
019100     05  TB-EVT-ENTRY OCCURS 1 TO 299997 TIMES
019200             DEPENDING ON WS-EVT-COUNT
019300             ASCENDING KEY IS TB-EVT-ID
019400             INDEXED BY TB-EVT-IDX.
019500         10  TB-EVT-ID           PIC 9(05).
019600         10  TB-EVT-DATE         PIC 9(08).
019700         10  TB-EVT-RUN-DATE     PIC 9(08).
019800         10  TB-EVT-RUN-TIME     PIC 9(08).
019900         10  TB-EVT-ACTION       PIC X(01).
020000         10  TB-EVT-OLD          PIC X(01).
020100         10  TB-EVT-NEW          PIC X(01).
020200*
020300*    REPORT TABLE - ONE ENTRY PER EMPLOYEE REPORTED, PLUS ONE
020400*    MARKER ENTRY PER BUDGMAST DEPARTMENT SO A BUDGETED
020500*    DEPARTMENT WITH NOBODY IN IT STILL GETS ITS LINE AGAINST
020600*    THE BUDGET.  SORTED INTO DIVISION / DEPARTMENT / KIND /
020700*    EMPLOYEEID ORDER FOR THE CONTROL BREAKS, THE MARKER
020800*    AHEAD OF THE DEPARTMENT'S EMPLOYEES.
020900*
021000 77  WS-RPT-MAX             PIC 9(06) COMP VALUE 199998.
021100 77  WS-RPT-COUNT           PIC 9(06) COMP VALUE ZERO.
021200 77  WS-RPT-IX              PIC 9(06) COMP VALUE ZERO.
021300
021400 01  TB-RPT-TABLE.
021500     05  TB-RPT-ENTRY OCCURS 1 TO 199998 TIMES
021600             DEPENDING ON WS-RPT-COUNT.
021700         10  TB-RPT-DIV          PIC X(03).
021800         10  TB-RPT-DEPT         PIC X(06).
021900         10  TB-RPT-KIND         PIC X(01).
022000             88  RPT-BUDGET-MARKER       VALUE 'B'.
022100             88  RPT-EMPLOYEE            VALUE 'E'.
022200         10  TB-RPT-ID           PIC 9(05).
022300         10  TB-RPT-NAME         PIC X(18).
022400         10  TB-RPT-OPEN         PIC X(01).
022500         10  TB-RPT-CLOSE        PIC X(01).
022600         10  TB-RPT-HIRES        PIC 9(03).
022700         10  TB-RPT-HIRE-DATE    PIC 9(08).
022800         10  TB-RPT-TERMS        PIC 9(03).
022900         10  TB-RPT-TERM-DATE    PIC 9(08).
023000         10  TB-RPT-LEAVES       PIC 9(03).
023100         10  TB-RPT-LEAVE-DATE   PIC 9(08).
023200         10  TB-RPT-RETURNS      PIC 9(03).
023300         10  TB-RPT-RETURN-DATE  PIC 9(08).
023400*
023500*    CURRENT EMPLOYEE WORK FIELDS.  A STATUS OF A OR L IS
023600*    ON THE HEADCOUNT; T, OR A BLANK BEFORE THE EMPLOYEE WAS
023700*    ADDED, IS NOT.
023800*
023900 77  WS-CUR-DEPT            PIC X(06) VALUE SPACES.
024000 77  WS-CUR-DIV             PIC X(03) VALUE SPACES.
024100 77  WS-OPEN-STATUS         PIC X(01) VALUE SPACE.
024200     88  OPEN-EMPLOYED               VALUE 'A' 'L'.
024300 77  WS-CLOSE-STATUS        PIC X(01) VALUE SPACE.
024400     88  CLOSE-EMPLOYED              VALUE 'A' 'L'.
024500 77  WS-EV-OLD              PIC X(01) VALUE SPACE.
024600     88  EV-OLD-EMPLOYED             VALUE 'A' 'L'.
024700 77  WS-EV-NEW              PIC X(01) VALUE SPACE.
024800     88  EV-NEW-EMPLOYED             VALUE 'A' 'L'.
024900 77  WS-EV-DATE             PIC 9(08) VALUE ZERO.
025000 77  WS-CUR-HIRES           PIC 9(03) VALUE ZERO.
025100 77  WS-CUR-HIRE-DATE       PIC 9(08) VALUE ZERO.
025200 77  WS-CUR-TERMS           PIC 9(03) VALUE ZERO.
025300 77  WS-CUR-TERM-DATE       PIC 9(08) VALUE ZERO.
025400 77  WS-CUR-LEAVES          PIC 9(03) VALUE ZERO.
025500 77  WS-CUR-LEAVE-DATE      PIC 9(08) VALUE ZERO.
025600 77  WS-CUR-RETURNS         PIC 9(03) VALUE ZERO.
025700 77  WS-CUR-RETURN-DATE     PIC 9(08) VALUE ZERO.
025800*
025900*    CONTROL BREAK FIELDS AND THE THREE LEVELS OF TOTAL -
026000*    1 DEPARTMENT, 2 DIVISION, 3 GRAND.  EACH LEVEL IS
026100*    PRINTED, ADDED INTO THE ONE ABOVE AND CLEARED.
026200*
026300 77  WS-PREV-DIV            PIC X(03) VALUE SPACES.
026400 77  WS-PREV-DEPT           PIC X(06) VALUE SPACES.
026500 77  WS-FIRST-LINE          PIC X VALUE 'Y'.
026600 77  WS-LVL                 PIC 9(01) COMP VALUE ZERO.
026700 77  WS-AVG-BASE            PIC 9(09) COMP VALUE ZERO.
026800 77  WS-RATE                PIC 9(03)V9 VALUE ZERO.
026900 77  WS-VARIANCE            PIC S9(09) COMP VALUE ZERO.
027000
027100 01  WS-TOTALS.
027200     05  WS-TOT OCCURS 3 TIMES.
027300         10  WS-TOT-OPEN         PIC 9(07) COMP.
027400         10  WS-TOT-HIRES        PIC 9(07) COMP.
027500         10  WS-TOT-TERMS        PIC 9(07) COMP.
027600         10  WS-TOT-LEAVES       PIC 9(07) COMP.
027700         10  WS-TOT-RETURNS      PIC 9(07) COMP.
027800         10  WS-TOT-CLOSE        PIC 9(07) COMP.
027900         10  WS-TOT-BUDGET       PIC 9(07) COMP.
028000*
028100*    RUN COUNTERS FOR THE TRAILER
028200*
028300 77  WS-COUNT-EMP1-READ     PIC 9(07) COMP VALUE ZERO.
028400 77  WS-COUNT-REPORTED      PIC 9(07) COMP VALUE ZERO.
028500 77  WS-COUNT-NOT-EMPLOYED  PIC 9(07) COMP VALUE ZERO.
028600 77  WS-COUNT-STAT-READ     PIC 9(07) COMP VALUE ZERO.
028700 77  WS-COUNT-STAT-DELETE   PIC 9(07) COMP VALUE ZERO.
028800 77  WS-COUNT-STAT-USED     PIC 9(07) COMP VALUE ZERO.
028900 77  WS-COUNT-STAT-OTHER    PIC 9(07) COMP VALUE ZERO.
029000 77  WS-COUNT-FROM-EMP1     PIC 9(07) COMP VALUE ZERO.
029100 77  WS-COUNT-NO-SPLIT      PIC 9(07) COMP VALUE ZERO.
029200 77  WS-COUNT-BUDGETS       PIC 9(07) COMP VALUE ZERO.
029300 77  WS-COUNT-MISMATCH      PIC 9(07) COMP VALUE ZERO.
029400*
029500*    REPORT LINE LAYOUTS
029600*
029700 01  WS-HEADING-LINE.
029800     05  WS-HEADING-TEXT        PIC X(60).
029900     05  FILLER                 PIC X(20) VALUE SPACES.
030000
030100 01  WS-PERIOD-LINE.
030200     05  FILLER                 PIC X(15) VALUE 'FOR THE PERIOD '.
030300     05  WS-PERIOD-FROM         PIC 9(08).
030400     05  FILLER                 PIC X(06) VALUE ' THRU '.
030500     05  WS-PERIOD-TO           PIC 9(08).
030600     05  FILLER                 PIC X(43) VALUE SPACES.
030700
030800 01  WS-DIVHEAD-LINE.
030900     05  FILLER                 PIC X(09) VALUE 'DIVISION '.
031000     05  WS-DIVHEAD-CODE        PIC X(03).
031100     05  FILLER                 PIC X(02) VALUE SPACES.
031200     05  WS-DIVHEAD-NAME        PIC X(30).
031300     05  FILLER                 PIC X(36) VALUE SPACES.
031400
031500 01  WS-DEPTHEAD-LINE.
031600     05  FILLER                 PIC X(13) VALUE '  DEPARTMENT '.
031700     05  WS-DEPTHEAD-CODE       PIC X(06).
031800     05  FILLER                 PIC X(02) VALUE SPACES.
031900     05  WS-DEPTHEAD-NAME       PIC X(30).
032000     05  FILLER                 PIC X(29) VALUE SPACES.
032100
032200 01  WS-COLHEAD-LINE.
032300     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
032400     05  FILLER                 PIC X(18) VALUE 'NAME'.
032500     05  FILLER                 PIC X(09) VALUE '  OPENING'.
032600     05  FILLER                 PIC X(09) VALUE '    HIRED'.
032700     05  FILLER                 PIC X(09) VALUE '   TERMED'.
032800     05  FILLER                 PIC X(09) VALUE ' TO LEAVE'.
032900     05  FILLER                 PIC X(09) VALUE ' RETURNED'.
033000     05  FILLER                 PIC X(09) VALUE '  CLOSING'.
033100     05  FILLER                 PIC X(01) VALUE SPACES.
033200*
033300*    ONE EMPLOYEE'S LINE - ON THE OPENING AND CLOSING
033400*    HEADCOUNT, AND THE DATE OF EACH MOVEMENT IN THE PERIOD
033500*    (THE LATEST, WHERE THERE WAS MORE THAN ONE OF A KIND).
033600*
033700 01  WS-DETAIL-LINE.
033800     05  WS-DET-ID              PIC 9(05).
033900     05  FILLER                 PIC X(02) VALUE SPACES.
034000     05  WS-DET-NAME            PIC X(18).
034100     05  WS-DET-OPEN            PIC X(09).
034200     05  FILLER                 PIC X(01) VALUE SPACES.
034300     05  WS-DET-HIRED           PIC X(08).
034400     05  FILLER                 PIC X(01) VALUE SPACES.
034500     05  WS-DET-TERMED          PIC X(08).
034600     05  FILLER                 PIC X(01) VALUE SPACES.
034700     05  WS-DET-LEAVE           PIC X(08).
034800     05  FILLER                 PIC X(01) VALUE SPACES.
034900     05  WS-DET-RETURNED        PIC X(08).
035000     05  WS-DET-CLOSE           PIC X(09).
035100     05  FILLER                 PIC X(01) VALUE SPACES.
035200
035300 01  WS-SUBTOTAL-LINE.
035400     05  WS-SUB-LABEL           PIC X(25).
035500     05  WS-SUB-OPEN            PIC Z(08)9.
035600     05  WS-SUB-HIRES           PIC Z(08)9.
035700     05  WS-SUB-TERMS           PIC Z(08)9.
035800     05  WS-SUB-LEAVES          PIC Z(08)9.
035900     05  WS-SUB-RETURNS         PIC Z(08)9.
036000     05  WS-SUB-CLOSE           PIC Z(08)9.
036100     05  FILLER                 PIC X(01) VALUE SPACES.
036200
036300 01  WS-BUDGET-LINE.
036400     05  FILLER                 PIC X(25)
036500                                VALUE '    BUDGETED HEADCOUNT'.
036600     05  WS-BUD-BUDGET          PIC Z(08)9.
036700     05  FILLER                 PIC X(12) VALUE '   VARIANCE '.
036800     05  WS-BUD-VARIANCE        PIC -(07)9.
036900     05  FILLER                 PIC X(12) VALUE '   TURNOVER '.
037000     05  WS-BUD-RATE            PIC ZZ9.9.
037100     05  FILLER                 PIC X(09) VALUE '%'.
037200
037300 01  WS-TRAILER-LINE.
037400     05  WS-TRAILER-LABEL       PIC X(35).
037500     05  WS-TRAILER-VALUE       PIC Z(10)9.
037600     05  FILLER                 PIC X(34) VALUE SPACES.
037700
037800 PROCEDURE DIVISION.
037900*
038000*----------------------------------------------------------*
038100*    0000-MAINLINE                                         *
038200*----------------------------------------------------------*
038300*
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038600     PERFORM 2000-LOAD-FILE3-TABLE THRU 2000-EXIT
038700     PERFORM 2100-LOAD-STATUS-HISTORY THRU 2100-EXIT
038800     PERFORM 2200-LOAD-BUDGETS THRU 2200-EXIT
038900     PERFORM 3000-PROCESS-EMPLOYEES THRU 3000-EXIT
039000     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
039100     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
039200     PERFORM 9000-TERMINATE THRU 9000-EXIT
039300     STOP RUN.
039400*
039500*----------------------------------------------------------*
039600*    1000-INITIALIZE - OPEN EVERYTHING AND SET THE         *
039700*    REPORTING PERIOD.  THE REPORT MEANS NOTHING WITHOUT   *
039800*    EMPLOYEE1, THE TWO REFERENCE MASTERS THE GROUPING     *
039900*    COMES FROM OR THE BUDGET MASTER, SO A FAILED OPEN ON  *
040000*    ANY OF THEM STOPS THE RUN.  STATHIST ONLY EXISTS ONCE *
040100*    MAINT HAS LOGGED A CHANGE, SO WITHOUT IT EVERY        *
040200*    EMPLOYEE IS TAKEN FROM THE EMPLOYEE1 STATUS DATE.     *
040300*----------------------------------------------------------*
040400*
040500 1000-INITIALIZE.
040600     OPEN INPUT Employee1File
040700     IF WS-EMP1-STATUS-CODE NOT = '00'
040800         DISPLAY 'HDCT0001E - EMPLOYEE1 MASTER COULD NOT BE '
040900                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF
041300     OPEN INPUT DeptMasterFile
041400     IF WS-DEPT-STATUS-CODE NOT = '00'
041500         DISPLAY 'HDCT0002E - DEPTMAST REFERENCE MASTER '
041600                 'COULD NOT BE OPENED, STATUS '
041700                 WS-DEPT-STATUS-CODE
041800         MOVE 16 TO RETURN-CODE
041900         STOP RUN
042000     END-IF
042100     OPEN INPUT DivMasterFile
042200     IF WS-DIV-STATUS-CODE NOT = '00'
042300         DISPLAY 'HDCT0003E - DIVMAST DIVISION REFERENCE '
042400                 'COULD NOT BE OPENED, STATUS '
042500                 WS-DIV-STATUS-CODE
042600         MOVE 16 TO RETURN-CODE
042700         STOP RUN
042800     END-IF
042900     OPEN INPUT BudgetMasterFile
043000     IF WS-BUDG-STATUS-CODE NOT = '00'
043100         DISPLAY 'HDCT0004E - BUDGMAST BUDGET MASTER COULD '
043200                 'NOT BE OPENED, STATUS ' WS-BUDG-STATUS-CODE
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF
043600     PERFORM 1100-GET-PERIOD THRU 1100-EXIT
043700     OPEN INPUT StatusHistFile
043800     IF WS-STAT-STATUS-CODE NOT = '00'
043900         DISPLAY 'HDCT0007I - NO STATHIST STATUS HISTORY, '
044000                 'MOVEMENTS TAKEN FROM EMPLOYEE1 STATUS DATES'
044100         MOVE 'Y' TO WS-EOF-STAT
044200     ELSE
044300         MOVE 'Y' TO WS-STAT-OPEN
044400     END-IF
044500     OPEN INPUT  Employee3File
044600     OPEN OUTPUT ReportFile
044700     MOVE 'HEADCOUNT AND TURNOVER BY DIVISION AND DEPARTMENT'
044800         TO WS-HEADING-TEXT
044900     WRITE ReportRecord FROM WS-HEADING-LINE
045000     MOVE WS-FROM-DATE TO WS-PERIOD-FROM
045100     MOVE WS-TO-DATE   TO WS-PERIOD-TO
045200     WRITE ReportRecord FROM WS-PERIOD-LINE.
045300 1000-EXIT.
045400     EXIT.
045500*
045600*    THE PERIOD CARD IS OPTIONAL (A MISSING OR EMPTY HDCTPRM
045700*    MEANS THE PREVIOUS MONTH), BUT ONE THAT IS THERE AND
045800*    WRONG STOPS THE RUN - A MONTH-END FIGURE FOR THE WRONG
045900*    DATES IS WORSE THAN NONE.
046000*
046100 1100-GET-PERIOD.
046200     MOVE SPACES TO WS-PARM-CARD
046300     OPEN INPUT ParmFile
046400     IF WS-PARM-STATUS-CODE = '00'
046500         READ ParmFile INTO WS-PARM-CARD
046600             AT END
046700                 MOVE SPACES TO WS-PARM-CARD
046800         END-READ
046900         CLOSE ParmFile
047000     END-IF
047100     IF WS-PARM-CARD = SPACES
047200         PERFORM 1200-DEFAULT-PERIOD THRU 1200-EXIT
047300         DISPLAY 'HDCT0005I - NO HDCTPRM CARD, REPORTING THE '
047400                 'PREVIOUS MONTH ' WS-FROM-DATE ' THRU '
047500                 WS-TO-DATE
047600         GO TO 1100-EXIT
047700     END-IF
047800     MOVE 'N' TO WS-DATE-SW
047900     IF WS-PARM-FROM NOT NUMERIC OR WS-PARM-TO NOT NUMERIC
048000         MOVE 'Y' TO WS-DATE-SW
048100     ELSE
048200         MOVE WS-PARM-FROM TO WS-PER-DATE
048300         PERFORM 1300-EDIT-DATE THRU 1300-EXIT
048400         MOVE WS-PARM-TO   TO WS-PER-DATE
048500         PERFORM 1300-EDIT-DATE THRU 1300-EXIT
048600     END-IF
048700     IF NOT DATE-INVALID
048800         MOVE WS-PARM-FROM TO WS-FROM-DATE
048900         MOVE WS-PARM-TO   TO WS-TO-DATE
049000         IF WS-FROM-DATE > WS-TO-DATE
049100             MOVE 'Y' TO WS-DATE-SW
049200         END-IF
049300     END-IF
049400     IF DATE-INVALID
049500         DISPLAY 'HDCT0006E - HDCTPRM CARD MUST BE TWO '
049600                 'YYYYMMDD DATES IN COLS 1-8 AND 10-17, FROM '
049700                 'NOT AFTER TO - ' WS-PARM-FROM ' ' WS-PARM-TO
049800         MOVE 16 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100 1100-EXIT.
050200     EXIT.
050300*
050400*    THE FIRST AND LAST DAY OF THE MONTH BEFORE THE RUN DATE.
050500*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
050600*    CENTURY NOT DIVISIBLE BY 400.
050700*
050800 1200-DEFAULT-PERIOD.
050900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
051000     MOVE WS-RUN-DATE TO WS-PER-DATE
051100     IF WS-PER-MONTH = 1
051200         SUBTRACT 1 FROM WS-PER-YEAR
051300         MOVE 12 TO WS-PER-MONTH
051400     ELSE
051500         SUBTRACT 1 FROM WS-PER-MONTH
051600     END-IF
051700     MOVE 1 TO WS-PER-DAY
051800     MOVE WS-PER-DATE TO WS-FROM-DATE
051900     MOVE WS-MONTH-DAYS(WS-PER-MONTH) TO WS-PER-DAY
052000     IF WS-PER-MONTH = 2
052100         DIVIDE WS-PER-YEAR BY 4 GIVING WS-PER-QUOT
052200             REMAINDER WS-PER-REM
052300         IF WS-PER-REM = ZERO
052400             MOVE 29 TO WS-PER-DAY
052500             DIVIDE WS-PER-YEAR BY 100 GIVING WS-PER-QUOT
052600                 REMAINDER WS-PER-REM
052700             IF WS-PER-REM = ZERO
052800                 DIVIDE WS-PER-YEAR BY 400 GIVING WS-PER-QUOT
052900                     REMAINDER WS-PER-REM
053000                 IF WS-PER-REM NOT = ZERO
053100                     MOVE 28 TO WS-PER-DAY
053200                 END-IF
053300             END-IF
053400         END-IF
053500     END-IF
053600     MOVE WS-PER-DATE TO WS-TO-DATE.
053700 1200-EXIT.
053800     EXIT.
053900
054000 1300-EDIT-DATE.
054100     IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
054200         MOVE 'Y' TO WS-DATE-SW
054300         GO TO 1300-EXIT
054400     END-IF
054500     IF WS-PER-DAY < 1 OR WS-PER-DAY > 31
054600         MOVE 'Y' TO WS-DATE-SW
054700     END-IF.
054800 1300-EXIT.
054900     EXIT.
055000*
055100*----------------------------------------------------------*
055200*    2000-LOAD-FILE3-TABLE - LOAD THE EMPLOYEE3 SPLITS AND *
055300*    SORT THEM SO EACH EMPLOYEE'S LARGEST SPLIT (LOWER     *
055400*    DEPARTMENT CODE ON A TIE) COMES FIRST IN THE GROUP.   *
055500*    A BLANK SPLIT PERCENT IS THE OLD SINGLE-DEPARTMENT    *
055600*    FORMAT AND MEANS 100.                                 *
055700*----------------------------------------------------------*
055800*
055900 2000-LOAD-FILE3-TABLE.
056000     PERFORM 2010-READ-FILE3 THRU 2010-EXIT
056100         UNTIL EOF-FILE3
056200     SORT TB-EMP3-ENTRY ON ASCENDING KEY TB-EMP3-ID
056300                        DESCENDING KEY TB-EMP3-PCT
056400                        ASCENDING KEY TB-EMP3-DEPT.
056500 2000-EXIT.
056600     EXIT.
056700
056800 2010-READ-FILE3.
056900     READ Employee3File INTO EmployeeRecord3
057000         AT END
057100             MOVE 'Y' TO WS-EOF-FILE3
057200         NOT AT END
057300             PERFORM 2020-ADD-FILE3-ENTRY THRU 2020-EXIT
057400     END-READ.
057500 2010-EXIT.
057600     EXIT.
057700
057800 2020-ADD-FILE3-ENTRY.
057900     IF EmployeeID3-Text NOT NUMERIC
058000         DISPLAY 'HDCT0009W - EMPLOYEE3 RECORD SKIPPED, '
058100                 'INVALID EMPLOYEEID ' EmployeeID3-Text
058200         GO TO 2020-EXIT
058300     END-IF
058400     IF SplitPercent3-Text = SPACES
058500         MOVE 100 TO SplitPercent3
058600     END-IF
058700     IF SplitPercent3 NOT NUMERIC
058800         DISPLAY 'HDCT0010W - EMPLOYEE3 RECORD SKIPPED, '
058900                 'INVALID SPLIT FOR EMPLOYEEID ' EmployeeID3
059000         GO TO 2020-EXIT
059100     END-IF
059200     IF WS-EMP3-COUNT < WS-EMP3-MAX
059300         ADD 1 TO WS-EMP3-COUNT
059400         MOVE EmployeeID3      TO TB-EMP3-ID(WS-EMP3-COUNT)
059500         MOVE DepartmentCode3  TO TB-EMP3-DEPT(WS-EMP3-COUNT)
059600         MOVE SplitPercent3    TO TB-EMP3-PCT(WS-EMP3-COUNT)
059700     ELSE
059800         DISPLAY 'HDCT0011E - EMPLOYEE3 TABLE FULL, RECORD '
059900                 'SKIPPED FOR EMPLOYEEID ' EmployeeID3
060000     END-IF.
060100 2020-EXIT.
060200     EXIT.
060300*
060400*----------------------------------------------------------*
060500*    2100-LOAD-STATUS-HISTORY - LOAD EVERY ADD AND STATUS  *
060600*    CHANGE ON STATHIST AND SORT THEM INTO EFFECTIVE ORDER *
060700*    WITHIN EMPLOYEEID.                                    *
060800*----------------------------------------------------------*
060900*
061000 2100-LOAD-STATUS-HISTORY.
061100     PERFORM 2110-READ-STATUS-HISTORY THRU 2110-EXIT
061200         UNTIL EOF-STAT
061300     SORT TB-EVT-ENTRY ON ASCENDING KEY TB-EVT-ID
061400                                        TB-EVT-DATE
061500                                        TB-EVT-RUN-DATE
061600                                        TB-EVT-RUN-TIME.
061700 2100-EXIT.
061800     EXIT.
061900
062000 2110-READ-STATUS-HISTORY.
062100     READ StatusHistFile
062200         AT END
062300             MOVE 'Y' TO WS-EOF-STAT
062400             GO TO 2110-EXIT
062500     END-READ
062600     ADD 1 TO WS-COUNT-STAT-READ
062700     IF STAT-DELETE
062800         ADD 1 TO WS-COUNT-STAT-DELETE
062900         GO TO 2110-EXIT
063000     END-IF
063100     IF STAT-EMPLOYEE-ID NOT NUMERIC
063200       OR STAT-EFFECTIVE-DATE NOT NUMERIC
063300       OR (NOT STAT-ADD AND NOT STAT-CHANGE)
063400         DISPLAY 'HDCT0008W - STATHIST RECORD SKIPPED, INVALID '
063500                 'ENTRY FOR EMPLOYEEID ' STAT-EMPLOYEE-ID
063600         GO TO 2110-EXIT
063700     END-IF
063800     IF WS-EVT-COUNT < WS-EVT-MAX
063900         ADD 1 TO WS-EVT-COUNT
064000         MOVE STAT-EMPLOYEE-ID    TO TB-EVT-ID(WS-EVT-COUNT)
064100         MOVE STAT-EFFECTIVE-DATE TO TB-EVT-DATE(WS-EVT-COUNT)
064200         MOVE STAT-RUN-DATE       TO TB-EVT-RUN-DATE(WS-EVT-COUNT)
064300         MOVE STAT-RUN-TIME       TO TB-EVT-RUN-TIME(WS-EVT-COUNT)
064400         MOVE STAT-ACTION         TO TB-EVT-ACTION(WS-EVT-COUNT)
064500         MOVE STAT-OLD-STATUS     TO TB-EVT-OLD(WS-EVT-COUNT)
064600         MOVE STAT-NEW-STATUS     TO TB-EVT-NEW(WS-EVT-COUNT)
064700     ELSE
064800         DISPLAY 'HDCT0012E - STATUS HISTORY TABLE FULL, '
064900                 'RECORD SKIPPED FOR EMPLOYEEID '
065000                 STAT-EMPLOYEE-ID
065100     END-IF.
065200 2110-EXIT.
065300     EXIT.
065400*
065500*----------------------------------------------------------*
065600*    2200-LOAD-BUDGETS - ONE MARKER ENTRY IN THE REPORT    *
065700*    TABLE FOR EVERY DEPARTMENT ON BUDGMAST, UNDER ITS     *
065800*    DIVISION, SO EVERY BUDGETED DEPARTMENT IS COMPARED    *
065900*    EVEN WHEN NOBODY IS IN IT.                            *
066000*----------------------------------------------------------*
066100*
066200 2200-LOAD-BUDGETS.
066300     MOVE LOW-VALUES TO BudgetRecord
066400     START BudgetMasterFile
066500         KEY IS NOT LESS THAN BudgetDepartmentCode
066600         INVALID KEY
066700             MOVE 'Y' TO WS-EOF-BUDG
066800     END-START
066900     PERFORM 2210-READ-BUDGET THRU 2210-EXIT
067000         UNTIL EOF-BUDG.
067100 2200-EXIT.
067200     EXIT.
067300
067400 2210-READ-BUDGET.
067500     READ BudgetMasterFile NEXT RECORD
067600         AT END
067700             MOVE 'Y' TO WS-EOF-BUDG
067800             GO TO 2210-EXIT
067900     END-READ
068000     ADD 1 TO WS-COUNT-BUDGETS
068100     MOVE BudgetDepartmentCode TO WS-CUR-DEPT
068200     PERFORM 3300-RESOLVE-DIVISION THRU 3300-EXIT
068300     IF WS-RPT-COUNT < WS-RPT-MAX
068400         ADD 1 TO WS-RPT-COUNT
068500         INITIALIZE TB-RPT-ENTRY(WS-RPT-COUNT)
068600         MOVE WS-CUR-DIV  TO TB-RPT-DIV(WS-RPT-COUNT)
068700         MOVE WS-CUR-DEPT TO TB-RPT-DEPT(WS-RPT-COUNT)
068800         MOVE 'B'         TO TB-RPT-KIND(WS-RPT-COUNT)
068900     ELSE
069000         DISPLAY 'HDCT0013E - REPORT TABLE FULL, BUDGET NOT '
069100                 'REPORTED - ' BudgetDepartmentCode
069200     END-IF.
069300 2210-EXIT.
069400     EXIT.
069500*
069600*----------------------------------------------------------*
069700*    3000-PROCESS-EMPLOYEES - BROWSE EMPLOYEE1 FROM THE    *
069800*    TOP AND BUILD ONE REPORT TABLE ENTRY PER EMPLOYEE ON  *
069900*    THE HEADCOUNT AT EITHER END OF THE PERIOD OR WITH A   *
070000*    MOVEMENT IN IT, THEN SORT THE TABLE INTO DIVISION /   *
070100*    DEPARTMENT / KIND / EMPLOYEEID ORDER.                 *
070200*----------------------------------------------------------*
070300*
070400 3000-PROCESS-EMPLOYEES.
070500     MOVE LOW-VALUES TO EmployeeRecord1
070600     START Employee1File KEY IS NOT LESS THAN EmployeeID1
070700         INVALID KEY
070800             MOVE 'Y' TO WS-EOF-EMP1
070900     END-START
071000     PERFORM 3010-READ-EMPLOYEE1 THRU 3010-EXIT
071100         UNTIL EOF-EMP1
071200     SUBTRACT WS-COUNT-STAT-USED FROM WS-EVT-COUNT
071300         GIVING WS-COUNT-STAT-OTHER
071400     SORT TB-RPT-ENTRY ON ASCENDING KEY TB-RPT-DIV
071500                                        TB-RPT-DEPT
071600                                        TB-RPT-KIND
071700                                        TB-RPT-ID.
071800 3000-EXIT.
071900     EXIT.
072000
072100 3010-READ-EMPLOYEE1.
072200     READ Employee1File NEXT RECORD
072300         AT END
072400             MOVE 'Y' TO WS-EOF-EMP1
072500         NOT AT END
072600             ADD 1 TO WS-COUNT-EMP1-READ
072700             PERFORM 3100-ADD-EMPLOYEE THRU 3100-EXIT
072800     END-READ.
072900 3010-EXIT.
073000     EXIT.
073100*
073200*    AN EMPLOYEE WITH STATUS HISTORY STARTS FROM THE STATUS
073300*    BEFORE THE FIRST ENTRY AND PLAYS EVERY ENTRY FORWARD.
073400*    ONE WITH NONE IS TAKEN FROM EMPLOYEE1 - THE CURRENT
073500*    STATUS TOOK EFFECT ON THE STATUS DATE, AND BEFORE IT AN
073600*    ACTIVE EMPLOYEE WASN'T YET HIRED AND A TERMINATED OR
073700*    ON-LEAVE ONE WAS ACTIVE.  A RECORD WITH NO STATUS DATE
073800*    (LOADED BEFORE THE FIELD WENT IN) HAS ALWAYS BEEN ON
073900*    THE HEADCOUNT, BLANK STATUS COUNTING AS ACTIVE THE WAY
074000*    THE MERGE TREATS IT.
074100*
074200 3100-ADD-EMPLOYEE.
074300     MOVE ZERO TO WS-CUR-HIRES
074400     MOVE ZERO TO WS-CUR-HIRE-DATE
074500     MOVE ZERO TO WS-CUR-TERMS
074600     MOVE ZERO TO WS-CUR-TERM-DATE
074700     MOVE ZERO TO WS-CUR-LEAVES
074800     MOVE ZERO TO WS-CUR-LEAVE-DATE
074900     MOVE ZERO TO WS-CUR-RETURNS
075000     MOVE ZERO TO WS-CUR-RETURN-DATE
075100     PERFORM 3150-FIND-HISTORY THRU 3150-EXIT
075200     IF WS-EVT-FOUND = 'Y'
075300         MOVE TB-EVT-OLD(WS-EVT-START) TO WS-EV-OLD
075400         IF TB-EVT-ACTION(WS-EVT-START) = 'C'
075500           AND WS-EV-OLD = SPACE
075600             MOVE 'A' TO WS-EV-OLD
075700         END-IF
075800         MOVE WS-EV-OLD TO WS-OPEN-STATUS
075900         MOVE WS-EV-OLD TO WS-CLOSE-STATUS
076000         MOVE WS-EVT-START TO WS-EVT-IX
076100         MOVE 'N' TO WS-EVT-DONE
076200         PERFORM 3170-APPLY-HISTORY THRU 3170-EXIT
076300             UNTIL WS-EVT-DONE = 'Y'
076400         PERFORM 3180-CHECK-HISTORY THRU 3180-EXIT
076500     ELSE
076600         MOVE EmployeeStatus1 TO WS-EV-NEW
076700         IF WS-EV-NEW = SPACE
076800             MOVE 'A' TO WS-EV-NEW
076900         END-IF
077000         IF EmployeeStatusDate1 NOT NUMERIC
077100           OR EmployeeStatusDate1 = ZERO
077200             MOVE WS-EV-NEW TO WS-OPEN-STATUS
077300             MOVE WS-EV-NEW TO WS-CLOSE-STATUS
077400         ELSE
077500             IF WS-EV-NEW = 'A'
077600                 MOVE SPACE TO WS-EV-OLD
077700             ELSE
077800                 MOVE 'A' TO WS-EV-OLD
077900             END-IF
078000             MOVE WS-EV-OLD TO WS-OPEN-STATUS
078100             MOVE WS-EV-OLD TO WS-CLOSE-STATUS
078200             MOVE EmployeeStatusDate1 TO WS-EV-DATE
078300             ADD 1 TO WS-COUNT-FROM-EMP1
078400             PERFORM 3200-APPLY-EVENT THRU 3200-EXIT
078500         END-IF
078600     END-IF
078700     IF NOT OPEN-EMPLOYED AND NOT CLOSE-EMPLOYED
078800       AND WS-CUR-HIRES = ZERO AND WS-CUR-TERMS = ZERO
078900       AND WS-CUR-LEAVES = ZERO AND WS-CUR-RETURNS = ZERO
079000         ADD 1 TO WS-COUNT-NOT-EMPLOYED
079100         GO TO 3100-EXIT
079200     END-IF
079300     PERFORM 3250-FIND-HOME-DEPT THRU 3250-EXIT
079400     PERFORM 3300-RESOLVE-DIVISION THRU 3300-EXIT
079500     IF WS-RPT-COUNT < WS-RPT-MAX
079600         ADD 1 TO WS-RPT-COUNT
079700         ADD 1 TO WS-COUNT-REPORTED
079800         MOVE WS-CUR-DIV      TO TB-RPT-DIV(WS-RPT-COUNT)
079900         MOVE WS-CUR-DEPT     TO TB-RPT-DEPT(WS-RPT-COUNT)
080000         MOVE 'E'             TO TB-RPT-KIND(WS-RPT-COUNT)
080100         MOVE EmployeeID1     TO TB-RPT-ID(WS-RPT-COUNT)
080200         MOVE EmployeeName1   TO TB-RPT-NAME(WS-RPT-COUNT)
080300         MOVE WS-OPEN-STATUS  TO TB-RPT-OPEN(WS-RPT-COUNT)
080400         MOVE WS-CLOSE-STATUS TO TB-RPT-CLOSE(WS-RPT-COUNT)
080500         MOVE WS-CUR-HIRES    TO TB-RPT-HIRES(WS-RPT-COUNT)
080600         MOVE WS-CUR-HIRE-DATE
080700                              TO TB-RPT-HIRE-DATE(WS-RPT-COUNT)
080800         MOVE WS-CUR-TERMS    TO TB-RPT-TERMS(WS-RPT-COUNT)
080900         MOVE WS-CUR-TERM-DATE
081000                              TO TB-RPT-TERM-DATE(WS-RPT-COUNT)
081100         MOVE WS-CUR-LEAVES   TO TB-RPT-LEAVES(WS-RPT-COUNT)
081200         MOVE WS-CUR-LEAVE-DATE
081300                              TO TB-RPT-LEAVE-DATE(WS-RPT-COUNT)
081400         MOVE WS-CUR-RETURNS  TO TB-RPT-RETURNS(WS-RPT-COUNT)
081500         MOVE WS-CUR-RETURN-DATE
081600                              TO TB-RPT-RETURN-DATE(WS-RPT-COUNT)
081700     ELSE
081800         DISPLAY 'HDCT0013E - REPORT TABLE FULL, EMPLOYEE '
081900                 'NOT REPORTED - ' EmployeeID1
082000     END-IF.
082100 3100-EXIT.
082200     EXIT.
082300*
082400*    SEARCH ALL LANDS ON AN ARBITRARY ENTRY OF A REPEATING
082500*    KEY, SO THE FOUND POSITION IS WALKED BACK TO THE
082600*    GROUP'S FIRST ENTRY - THE EARLIEST, GIVEN THE SORT.
082700*
082800 3150-FIND-HISTORY.
082900     MOVE 'N' TO WS-EVT-FOUND
083000     IF WS-EVT-COUNT = ZERO
083100         GO TO 3150-EXIT
083200     END-IF
083300     SEARCH ALL TB-EVT-ENTRY
083400         AT END
083500             CONTINUE
083600         WHEN TB-EVT-ID(TB-EVT-IDX) = EmployeeID1
083700             MOVE 'Y' TO WS-EVT-FOUND
083800             SET WS-EVT-START TO TB-EVT-IDX
083900     END-SEARCH
084000     IF WS-EVT-FOUND = 'N'
084100         GO TO 3150-EXIT
084200     END-IF
084300     MOVE 'N' TO WS-EVT-DONE
084400     PERFORM 3160-BACK-TO-FIRST THRU 3160-EXIT
084500         UNTIL WS-EVT-DONE = 'Y'.
084600 3150-EXIT.
084700     EXIT.
084800
084900 3160-BACK-TO-FIRST.
085000     IF WS-EVT-START = 1
085100         MOVE 'Y' TO WS-EVT-DONE
085200         GO TO 3160-EXIT
085300     END-IF
085400     IF TB-EVT-ID(WS-EVT-START - 1) = EmployeeID1
085500         SUBTRACT 1 FROM WS-EVT-START
085600     ELSE
085700         MOVE 'Y' TO WS-EVT-DONE
085800     END-IF.
085900 3160-EXIT.
086000     EXIT.
086100*
086200*    ONE STATUS HISTORY ENTRY, THEN ON TO THE NEXT WHILE IT
086300*    IS STILL THIS EMPLOYEE'S.  A STATUS CHANGE ON A RECORD
086400*    THAT HAD NO STATUS YET WAS A CHANGE FROM ACTIVE.
086500*
086600 3170-APPLY-HISTORY.
086700     MOVE TB-EVT-OLD(WS-EVT-IX)  TO WS-EV-OLD
086800     IF TB-EVT-ACTION(WS-EVT-IX) = 'C'
086900       AND WS-EV-OLD = SPACE
087000         MOVE 'A' TO WS-EV-OLD
087100     END-IF
087200     MOVE TB-EVT-NEW(WS-EVT-IX)  TO WS-EV-NEW
087300     MOVE TB-EVT-DATE(WS-EVT-IX) TO WS-EV-DATE
087400     ADD 1 TO WS-COUNT-STAT-USED
087500     PERFORM 3200-APPLY-EVENT THRU 3200-EXIT
087600     IF WS-EVT-IX = WS-EVT-COUNT
087700         MOVE 'Y' TO WS-EVT-DONE
087800         GO TO 3170-EXIT
087900     END-IF
088000     ADD 1 TO WS-EVT-IX
088100     IF TB-EVT-ID(WS-EVT-IX) NOT = EmployeeID1
088200         MOVE 'Y' TO WS-EVT-DONE
088300     END-IF.
088400 3170-EXIT.
088500     EXIT.
088600*
088700*    THE LATEST STATUS ON THE HISTORY SHOULD BE THE ONE ON
088800*    EMPLOYEE1.  WHEN IT ISN'T, THE MASTER WAS CHANGED
088900*    OUTSIDE MAINT (A RELOAD, SAY) AND THIS EMPLOYEE'S
089000*    MOVEMENTS MAY BE INCOMPLETE, SO IT IS REPORTED FOR HR
089100*    TO CHECK AND THE STEP ENDS RC 4.
089200*
089300 3180-CHECK-HISTORY.
089400     IF EmployeeStatus1 = SPACE
089500         IF WS-EV-NEW = 'A'
089600             GO TO 3180-EXIT
089700         END-IF
089800     ELSE
089900         IF WS-EV-NEW = EmployeeStatus1
090000             GO TO 3180-EXIT
090100         END-IF
090200     END-IF
090300     ADD 1 TO WS-COUNT-MISMATCH
090400     DISPLAY 'HDCT0014W - EMPLOYEEID ' EmployeeID1
090500             ' STATUS ' EmployeeStatus1 ' ON EMPLOYEE1 BUT '
090600             WS-EV-NEW ' ON THE STATUS HISTORY'.
090700 3180-EXIT.
090800     EXIT.
090900*
091000*    A CHANGE BEFORE THE PERIOD SETS THE OPENING (AND SO FAR
091100*    THE CLOSING) STATUS; ONE INSIDE IT MOVES THE CLOSING
091200*    STATUS AND IS COUNTED; ONE AFTER IT IS IGNORED.  ONTO
091300*    THE HEADCOUNT FROM OFF IT IS A HIRE (A REHIRE COUNTS
091400*    TOO), OFF IT TO T A TERMINATION, ACTIVE TO L A LEAVE
091500*    START AND L TO ACTIVE A RETURN.  ANYTHING ELSE - A
091600*    STATUS RE-KEYED WITH A NEW DATE - MOVES NOTHING.
091700*
091800 3200-APPLY-EVENT.
091900     IF WS-EV-DATE < WS-FROM-DATE
092000         MOVE WS-EV-NEW TO WS-OPEN-STATUS
092100         MOVE WS-EV-NEW TO WS-CLOSE-STATUS
092200         GO TO 3200-EXIT
092300     END-IF
092400     IF WS-EV-DATE > WS-TO-DATE
092500         GO TO 3200-EXIT
092600     END-IF
092700     MOVE WS-EV-NEW TO WS-CLOSE-STATUS
092800     IF NOT EV-OLD-EMPLOYED AND EV-NEW-EMPLOYED
092900         ADD 1 TO WS-CUR-HIRES
093000         MOVE WS-EV-DATE TO WS-CUR-HIRE-DATE
093100         GO TO 3200-EXIT
093200     END-IF
093300     IF EV-OLD-EMPLOYED AND WS-EV-NEW = 'T'
093400         ADD 1 TO WS-CUR-TERMS
093500         MOVE WS-EV-DATE TO WS-CUR-TERM-DATE
093600         GO TO 3200-EXIT
093700     END-IF
093800     IF WS-EV-OLD = 'A' AND WS-EV-NEW = 'L'
093900         ADD 1 TO WS-CUR-LEAVES
094000         MOVE WS-EV-DATE TO WS-CUR-LEAVE-DATE
094100         GO TO 3200-EXIT
094200     END-IF
094300     IF WS-EV-OLD = 'L' AND WS-EV-NEW = 'A'
094400         ADD 1 TO WS-CUR-RETURNS
094500         MOVE WS-EV-DATE TO WS-CUR-RETURN-DATE
094600     END-IF.
094700 3200-EXIT.
094800     EXIT.
094900*
095000*    THE HOME DEPARTMENT - THE FIRST ENTRY OF THE EMPLOYEE'S
095100*    SORTED SPLIT GROUP.  AN EMPLOYEE WITH NO SPLIT IS LISTED
095200*    UNDER A BLANK DEPARTMENT, AS ON THE COMPA-RATIO REPORT.
095300*
095400 3250-FIND-HOME-DEPT.
095500     MOVE SPACES TO WS-CUR-DEPT
095600     MOVE 'N' TO WS-SPLIT-FOUND
095700     IF WS-EMP3-COUNT = ZERO
095800         GO TO 3250-NONE
095900     END-IF
096000     SEARCH ALL TB-EMP3-ENTRY
096100         AT END
096200             CONTINUE
096300         WHEN TB-EMP3-ID(TB-EMP3-IDX) = EmployeeID1
096400             MOVE 'Y' TO WS-SPLIT-FOUND
096500             SET WS-SPLIT-START TO TB-EMP3-IDX
096600     END-SEARCH.
096700 3250-NONE.
096800     IF WS-SPLIT-FOUND = 'N'
096900         ADD 1 TO WS-COUNT-NO-SPLIT
097000         GO TO 3250-EXIT
097100     END-IF
097200     MOVE 'N' TO WS-SPLIT-DONE
097300     PERFORM 3260-BACK-TO-FIRST THRU 3260-EXIT
097400         UNTIL WS-SPLIT-DONE = 'Y'
097500     MOVE TB-EMP3-DEPT(WS-SPLIT-START) TO WS-CUR-DEPT.
097600 3250-EXIT.
097700     EXIT.
097800
097900 3260-BACK-TO-FIRST.
098000     IF WS-SPLIT-START = 1
098100         MOVE 'Y' TO WS-SPLIT-DONE
098200         GO TO 3260-EXIT
098300     END-IF
098400     IF TB-EMP3-ID(WS-SPLIT-START - 1) = EmployeeID1
098500         SUBTRACT 1 FROM WS-SPLIT-START
098600     ELSE
098700         MOVE 'Y' TO WS-SPLIT-DONE
098800     END-IF.
098900 3260-EXIT.
099000     EXIT.
099100*
099200*    NO DEPARTMENT, A DEPARTMENT MISSING FROM DEPTMAST, OR A
099300*    BLANK DIVISION ROLLS UP TO THE ??? BUCKET.
099400*
099500 3300-RESOLVE-DIVISION.
099600     MOVE '???' TO WS-CUR-DIV
099700     IF WS-CUR-DEPT = SPACES
099800         GO TO 3300-EXIT
099900     END-IF
100000     MOVE WS-CUR-DEPT TO DepartmentCode
100100     READ DeptMasterFile
100200         INVALID KEY
100300             CONTINUE
100400         NOT INVALID KEY
100500             IF DepartmentDivision NOT = SPACES
100600                 MOVE DepartmentDivision TO WS-CUR-DIV
100700             END-IF
100800     END-READ.
100900 3300-EXIT.
101000     EXIT.
101100*
101200*----------------------------------------------------------*
101300*    4000-PRINT-REPORT - WALK THE SORTED REPORT TABLE WITH *
101400*    DIVISION AND DEPARTMENT CONTROL BREAKS, THEN CLOSE    *
101500*    OUT THE LAST DEPARTMENT AND DIVISION AND PRINT THE    *
101600*    GRAND TOTAL.                                          *
101700*----------------------------------------------------------*
101800*
101900 4000-PRINT-REPORT.
102000     INITIALIZE WS-TOTALS
102100     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
102200         VARYING WS-RPT-IX FROM 1 BY 1
102300         UNTIL WS-RPT-IX > WS-RPT-COUNT
102400     IF WS-FIRST-LINE = 'N'
102500         PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
102600         PERFORM 4600-DIV-SUBTOTAL THRU 4600-EXIT
102700     END-IF
102800     MOVE SPACES TO WS-HEADING-TEXT
102900     WRITE ReportRecord FROM WS-HEADING-LINE
103000     MOVE 'GRAND TOTAL' TO WS-SUB-LABEL
103100     MOVE 3 TO WS-LVL
103200     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT.
103300 4000-EXIT.
103400     EXIT.
103500
103600 4100-PRINT-ONE-ENTRY.
103700     IF WS-FIRST-LINE = 'Y'
103800         MOVE 'N' TO WS-FIRST-LINE
103900         PERFORM 4300-DIV-HEADING THRU 4300-EXIT
104000         PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
104100     ELSE
104200         IF TB-RPT-DIV(WS-RPT-IX) NOT = WS-PREV-DIV
104300             PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
104400             PERFORM 4600-DIV-SUBTOTAL THRU 4600-EXIT
104500             PERFORM 4300-DIV-HEADING THRU 4300-EXIT
104600             PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
104700         ELSE
104800             IF TB-RPT-DEPT(WS-RPT-IX) NOT = WS-PREV-DEPT
104900                 PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
105000                 PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
105100             END-IF
105200         END-IF
105300     END-IF
105400     IF RPT-EMPLOYEE(WS-RPT-IX)
105500         PERFORM 4200-DETAIL-LINE THRU 4200-EXIT
105600     END-IF.
105700 4100-EXIT.
105800     EXIT.
105900*
106000*    ONE EMPLOYEE'S LINE, AND THE EMPLOYEE'S SHARE OF THE
106100*    DEPARTMENT TOTALS.
106200*
106300 4200-DETAIL-LINE.
106400     MOVE TB-RPT-ID(WS-RPT-IX)   TO WS-DET-ID
106500     MOVE TB-RPT-NAME(WS-RPT-IX) TO WS-DET-NAME
106600     MOVE SPACES TO WS-DET-OPEN
106700     MOVE SPACES TO WS-DET-HIRED
106800     MOVE SPACES TO WS-DET-TERMED
106900     MOVE SPACES TO WS-DET-LEAVE
107000     MOVE SPACES TO WS-DET-RETURNED
107100     MOVE SPACES TO WS-DET-CLOSE
107200     MOVE TB-RPT-OPEN(WS-RPT-IX) TO WS-OPEN-STATUS
107300     IF OPEN-EMPLOYED
107400         MOVE '      YES' TO WS-DET-OPEN
107500         ADD 1 TO WS-TOT-OPEN(1)
107600     END-IF
107700     IF TB-RPT-HIRES(WS-RPT-IX) > ZERO
107800         MOVE TB-RPT-HIRE-DATE(WS-RPT-IX) TO WS-DET-HIRED
107900         ADD TB-RPT-HIRES(WS-RPT-IX) TO WS-TOT-HIRES(1)
108000     END-IF
108100     IF TB-RPT-TERMS(WS-RPT-IX) > ZERO
108200         MOVE TB-RPT-TERM-DATE(WS-RPT-IX) TO WS-DET-TERMED
108300         ADD TB-RPT-TERMS(WS-RPT-IX) TO WS-TOT-TERMS(1)
108400     END-IF
108500     IF TB-RPT-LEAVES(WS-RPT-IX) > ZERO
108600         MOVE TB-RPT-LEAVE-DATE(WS-RPT-IX) TO WS-DET-LEAVE
108700         ADD TB-RPT-LEAVES(WS-RPT-IX) TO WS-TOT-LEAVES(1)
108800     END-IF
108900     IF TB-RPT-RETURNS(WS-RPT-IX) > ZERO
109000         MOVE TB-RPT-RETURN-DATE(WS-RPT-IX) TO WS-DET-RETURNED
109100         ADD TB-RPT-RETURNS(WS-RPT-IX) TO WS-TOT-RETURNS(1)
109200     END-IF
109300     MOVE TB-RPT-CLOSE(WS-RPT-IX) TO WS-CLOSE-STATUS
109400     IF CLOSE-EMPLOYED
109500         MOVE '      YES' TO WS-DET-CLOSE
109600         ADD 1 TO WS-TOT-CLOSE(1)
109700     END-IF
109800     WRITE ReportRecord FROM WS-DETAIL-LINE.
109900 4200-EXIT.
110000     EXIT.
110100
110200 4300-DIV-HEADING.
110300     MOVE TB-RPT-DIV(WS-RPT-IX) TO WS-PREV-DIV
110400     MOVE WS-PREV-DIV           TO WS-DIVHEAD-CODE
110500     IF WS-PREV-DIV = '???'
110600         MOVE 'NO DIVISION ASSIGNED' TO WS-DIVHEAD-NAME
110700     ELSE
110800         MOVE WS-PREV-DIV TO DivisionCode
110900         READ DivMasterFile
111000             INVALID KEY
111100                 MOVE 'NOT ON DIVMAST' TO WS-DIVHEAD-NAME
111200             NOT INVALID KEY
111300                 MOVE DivisionName TO WS-DIVHEAD-NAME
111400         END-READ
111500     END-IF
111600     MOVE SPACES TO WS-HEADING-TEXT
111700     WRITE ReportRecord FROM WS-HEADING-LINE
111800     WRITE ReportRecord FROM WS-DIVHEAD-LINE.
111900 4300-EXIT.
112000     EXIT.
112100*
112200*    THE DEPARTMENT'S BUDGETED HEADCOUNT IS PICKED UP HERE,
112300*    ONCE PER DEPARTMENT - NONE ON BUDGMAST COMPARES AGAINST
112400*    ZERO.
112500*
112600 4400-DEPT-HEADING.
112700     MOVE TB-RPT-DEPT(WS-RPT-IX) TO WS-PREV-DEPT
112800     MOVE WS-PREV-DEPT           TO WS-DEPTHEAD-CODE
112900     IF WS-PREV-DEPT = SPACES
113000         MOVE 'NO DEPARTMENT ON EMPLOYEE3' TO WS-DEPTHEAD-NAME
113100     ELSE
113200         MOVE WS-PREV-DEPT TO DepartmentCode
113300         READ DeptMasterFile
113400             INVALID KEY
113500                 MOVE 'NOT ON DEPTMAST' TO WS-DEPTHEAD-NAME
113600             NOT INVALID KEY
113700                 MOVE DepartmentName TO WS-DEPTHEAD-NAME
113800         END-READ
113900         MOVE WS-PREV-DEPT TO BudgetDepartmentCode
114000         READ BudgetMasterFile
114100             INVALID KEY
114200                 CONTINUE
114300             NOT INVALID KEY
114400                 MOVE BudgetHeadcount TO WS-TOT-BUDGET(1)
114500         END-READ
114600     END-IF
114700     WRITE ReportRecord FROM WS-DEPTHEAD-LINE
114800     WRITE ReportRecord FROM WS-COLHEAD-LINE.
114900 4400-EXIT.
115000     EXIT.
115100
115200 4500-DEPT-SUBTOTAL.
115300     MOVE '  DEPARTMENT TOTAL' TO WS-SUB-LABEL
115400     MOVE 1 TO WS-LVL
115500     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT.
115600 4500-EXIT.
115700     EXIT.
115800
115900 4600-DIV-SUBTOTAL.
116000     MOVE 'DIVISION TOTAL' TO WS-SUB-LABEL
116100     MOVE 2 TO WS-LVL
116200     PERFORM 4700-PRINT-TOTALS THRU 4700-EXIT.
116300 4600-EXIT.
116400     EXIT.
116500*
116600*    PRINT ONE LEVEL OF TOTALS - THE MOVEMENTS, THEN THE
116700*    BUDGET LINE WITH THE VARIANCE (CLOSING LESS BUDGET) AND
116800*    THE TURNOVER RATE: TERMINATIONS AS A PERCENT OF THE
116900*    AVERAGE OF THE OPENING AND CLOSING HEADCOUNTS, ZERO
117000*    WHEN BOTH ARE ZERO.  BELOW THE GRAND TOTAL THE LEVEL IS
117100*    THEN ADDED INTO THE ONE ABOVE AND CLEARED, SO THE GRAND
117200*    TOTAL IS THE SUM OF WHAT WAS PRINTED.
117300*
117400 4700-PRINT-TOTALS.
117500     MOVE WS-TOT-OPEN(WS-LVL)    TO WS-SUB-OPEN
117600     MOVE WS-TOT-HIRES(WS-LVL)   TO WS-SUB-HIRES
117700     MOVE WS-TOT-TERMS(WS-LVL)   TO WS-SUB-TERMS
117800     MOVE WS-TOT-LEAVES(WS-LVL)  TO WS-SUB-LEAVES
117900     MOVE WS-TOT-RETURNS(WS-LVL) TO WS-SUB-RETURNS
118000     MOVE WS-TOT-CLOSE(WS-LVL)   TO WS-SUB-CLOSE
118100     WRITE ReportRecord FROM WS-SUBTOTAL-LINE
118200     MOVE WS-TOT-BUDGET(WS-LVL)  TO WS-BUD-BUDGET
118300     COMPUTE WS-VARIANCE = WS-TOT-CLOSE(WS-LVL)
118400                         - WS-TOT-BUDGET(WS-LVL)
118500     MOVE WS-VARIANCE TO WS-BUD-VARIANCE
118600     ADD WS-TOT-OPEN(WS-LVL) WS-TOT-CLOSE(WS-LVL)
118700         GIVING WS-AVG-BASE
118800     IF WS-AVG-BASE = ZERO
118900         MOVE ZERO TO WS-RATE
119000     ELSE
119100         COMPUTE WS-RATE ROUNDED =
119200             WS-TOT-TERMS(WS-LVL) * 200 / WS-AVG-BASE
119300             ON SIZE ERROR
119400                 MOVE 999.9 TO WS-RATE
119500         END-COMPUTE
119600     END-IF
119700     MOVE WS-RATE TO WS-BUD-RATE
119800     WRITE ReportRecord FROM WS-BUDGET-LINE
119900     IF WS-LVL = 3
120000         GO TO 4700-EXIT
120100     END-IF
120200     ADD WS-TOT-OPEN(WS-LVL)    TO WS-TOT-OPEN(WS-LVL + 1)
120300     ADD WS-TOT-HIRES(WS-LVL)   TO WS-TOT-HIRES(WS-LVL + 1)
120400     ADD WS-TOT-TERMS(WS-LVL)   TO WS-TOT-TERMS(WS-LVL + 1)
120500     ADD WS-TOT-LEAVES(WS-LVL)  TO WS-TOT-LEAVES(WS-LVL + 1)
120600     ADD WS-TOT-RETURNS(WS-LVL) TO WS-TOT-RETURNS(WS-LVL + 1)
120700     ADD WS-TOT-CLOSE(WS-LVL)   TO WS-TOT-CLOSE(WS-LVL + 1)
120800     ADD WS-TOT-BUDGET(WS-LVL)  TO WS-TOT-BUDGET(WS-LVL + 1)
120900     INITIALIZE WS-TOT(WS-LVL).
121000 4700-EXIT.
121100     EXIT.
121200*
121300*----------------------------------------------------------*
121400*    5000-PRINT-TRAILER - RECONCILIATION COUNTS.           *
121500*    EMPLOYEES REPORTED PLUS THOSE NOT EMPLOYED IN THE     *
121600*    PERIOD EQUALS THE EMPLOYEE1 RECORDS READ.  ANY        *
121700*    EMPLOYEE WHOSE STATUS HISTORY DOESN'T END ON THE      *
121800*    EMPLOYEE1 STATUS ENDS THE STEP RC 4.                  *
121900*----------------------------------------------------------*
122000*
122100 5000-PRINT-TRAILER.
122200     MOVE SPACES TO WS-HEADING-TEXT
122300     WRITE ReportRecord FROM WS-HEADING-LINE
122400     MOVE 'EMPLOYEE1 RECORDS READ'       TO WS-TRAILER-LABEL
122500     MOVE WS-COUNT-EMP1-READ             TO WS-TRAILER-VALUE
122600     WRITE ReportRecord FROM WS-TRAILER-LINE
122700     MOVE 'EMPLOYEES REPORTED'           TO WS-TRAILER-LABEL
122800     MOVE WS-COUNT-REPORTED              TO WS-TRAILER-VALUE
122900     WRITE ReportRecord FROM WS-TRAILER-LINE
123000     MOVE 'NOT EMPLOYED IN THE PERIOD'   TO WS-TRAILER-LABEL
123100     MOVE WS-COUNT-NOT-EMPLOYED          TO WS-TRAILER-VALUE
123200     WRITE ReportRecord FROM WS-TRAILER-LINE
123300     MOVE 'STATHIST RECORDS READ'        TO WS-TRAILER-LABEL
123400     MOVE WS-COUNT-STAT-READ             TO WS-TRAILER-VALUE
123500     WRITE ReportRecord FROM WS-TRAILER-LINE
123600     MOVE 'DELETES, NOT USED'            TO WS-TRAILER-LABEL
123700     MOVE WS-COUNT-STAT-DELETE           TO WS-TRAILER-VALUE
123800     WRITE ReportRecord FROM WS-TRAILER-LINE
123900     MOVE 'FOR EMPLOYEES NOT ON EMPLOYEE1' TO WS-TRAILER-LABEL
124000     MOVE WS-COUNT-STAT-OTHER            TO WS-TRAILER-VALUE
124100     WRITE ReportRecord FROM WS-TRAILER-LINE
124200     MOVE 'NO HISTORY, TAKEN FROM EMPLOYEE1' TO WS-TRAILER-LABEL
124300     MOVE WS-COUNT-FROM-EMP1             TO WS-TRAILER-VALUE
124400     WRITE ReportRecord FROM WS-TRAILER-LINE
124500     MOVE 'NO SPLIT ON EMPLOYEE3'        TO WS-TRAILER-LABEL
124600     MOVE WS-COUNT-NO-SPLIT              TO WS-TRAILER-VALUE
124700     WRITE ReportRecord FROM WS-TRAILER-LINE
124800     MOVE 'BUDGMAST DEPARTMENTS'         TO WS-TRAILER-LABEL
124900     MOVE WS-COUNT-BUDGETS               TO WS-TRAILER-VALUE
125000     WRITE ReportRecord FROM WS-TRAILER-LINE
125100     MOVE 'HISTORY NOT MATCHING EMPLOYEE1'  TO WS-TRAILER-LABEL
125200     MOVE WS-COUNT-MISMATCH              TO WS-TRAILER-VALUE
125300     WRITE ReportRecord FROM WS-TRAILER-LINE
125400     IF WS-COUNT-MISMATCH > ZERO
125500         MOVE WS-COUNT-MISMATCH TO WS-TRAILER-VALUE
125600         DISPLAY 'HDCT0015W - ' WS-TRAILER-VALUE
125700                 ' EMPLOYEE(S) WITH A STATUS HISTORY THAT DOES '
125800                 'NOT MATCH EMPLOYEE1 - SEE HDCT0014W'
125900         MOVE 4 TO RETURN-CODE
126000     END-IF.
126100 5000-EXIT.
126200     EXIT.
126300*
126400*----------------------------------------------------------*
126500*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN      *
126600*----------------------------------------------------------*
126700*
126800 9000-TERMINATE.
126900     CLOSE Employee1File
127000     CLOSE Employee3File
127100     IF WS-STAT-OPEN = 'Y'
127200         CLOSE StatusHistFile
127300     END-IF
127400     CLOSE DeptMasterFile
127500     CLOSE DivMasterFile
127600     CLOSE BudgetMasterFile
127700     CLOSE ReportFile.
127800 9000-EXIT.
127900     EXIT.
