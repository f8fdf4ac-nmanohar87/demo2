000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MasterIntegritySweep.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  WEEKLY CROSS-MASTER
001100*                     INTEGRITY SWEEP.  EVERY MAINTENANCE
001200*                     PROGRAM KEEPS ITS OWN MASTER STRAIGHT AND
001300*                     THE PROFILE INQUIRY CHECKS ONE EMPLOYEE
001400*                     AT A TIME, BUT NOTHING CHECKED THE
001500*                     MASTERS AGAINST EACH OTHER.  THIS READS
001600*                     BANKMAST, PAYYTD, EMPLOYEE2, EMPLOYEE3,
001700*                     DEPTMAST, BUDGMAST AND EMPLOYEE1 FROM END
001800*                     TO END, CHECKS EACH RECORD AGAINST THE
001900*                     MASTERS IT DEPENDS ON, AND PRINTS EVERY
002000*                     EXCEPTION GROUPED BY CATEGORY WITH A
002100*                     COUNT PER CATEGORY - RECORDS LEFT FOR
002200*                     DELETED EMPLOYEEIDS, TERMINATED EMPLOYEES
002300*                     STILL CARRYING ACTIVE BANK DETAILS, SPLITS
002400*                     TO INACTIVE OR UNKNOWN DEPARTMENTS,
002500*                     DEPARTMENTS WITH NO OR AN UNKNOWN
002560*                     DIVISION, BUDGETS FOR DEPARTMENTS THAT ARE
002620*                     GONE OR INACTIVE, AND ACTIVE OR ON-LEAVE
002680*                     EMPLOYEES WITH NO SALARY, NO SPLIT OR NO
002740*                     BANK DETAILS.  ANY EXCEPTION ENDS
002800*                     THE STEP RC 4 SO THE SCHEDULE CAN ALERT
002900*                     ON IT BEFORE A PAYROLL NIGHT DOES.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT Employee1File ASSIGN TO EMPLOYE1
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EmployeeID1
003800         FILE STATUS IS WS-EMP1-STATUS-CODE.
003900     SELECT Employee2File ASSIGN TO EMPLOYE2
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS EmployeeID2
004300         FILE STATUS IS WS-EMP2-STATUS-CODE.
004400     SELECT Employee3File ASSIGN TO EMPLOYE3
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-EMP3-STATUS-CODE.
004700     SELECT BankMasterFile ASSIGN TO BANKMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BankEmployeeID
005100         FILE STATUS IS WS-BANK-STATUS-CODE.
005200     SELECT YtdMasterFile ASSIGN TO PAYYTD
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS EmployeeIDYtd
005600         FILE STATUS IS WS-YTD-STATUS-CODE.
005700     SELECT DeptMasterFile ASSIGN TO DEPTMAST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DepartmentCode
006100         FILE STATUS IS WS-DEPT-STATUS-CODE.
006200     SELECT DivMasterFile ASSIGN TO DIVMAST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS DivisionCode
006600         FILE STATUS IS WS-DIV-STATUS-CODE.
006700     SELECT BudgetMasterFile ASSIGN TO BUDGMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS BudgetDepartmentCode
007100         FILE STATUS IS WS-BUDG-STATUS-CODE.
007200     SELECT ReportFile ASSIGN TO INTGRPT
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  Employee1File.
007800     COPY EMP1REC.
007900
008000 FD  Employee2File.
008100     COPY EMP2REC.
008200
008300 FD  Employee3File.
008400 01  EmployeeRecord3.
008500     05  EmployeeID3        PIC 9(05).
008600     05  DepartmentCode3    PIC X(06).
008700     05  SplitPercent3      PIC 9(03).
008800*
008900*    ALPHANUMERIC VIEW OF EMPLOYEERECORD3 SO A BLANK SPLIT
009000*    PERCENTAGE (THE OLD SINGLE-DEPARTMENT FILE FORMAT) CAN
009100*    BE RECOGNIZED, AND A BAD RECORD SKIPPED, WITHOUT AN
009200*    INVALID NUMERIC MOVE - THE SAME VIEW THE MERGE KEEPS.
009300*
009400 01  EmployeeRecord3-Text.
009500     05  EmployeeID3-Text   PIC X(05).
009600     05  FILLER             PIC X(06).
009700     05  SplitPercent3-Text PIC X(03).
009800
009900 FD  BankMasterFile.
010000     COPY BANKREC.
010100
010200 FD  YtdMasterFile.
010300     COPY YTDREC.
010400
010500 FD  DeptMasterFile.
010600     COPY DEPTREC.
010700
010800 FD  DivMasterFile.
010900     COPY DIVREC.
011000
011100 FD  BudgetMasterFile.
011200     COPY BUDGREC.
011300
011400 FD  ReportFile.
011500 01  ReportRecord           PIC X(80).
011600
011700 WORKING-STORAGE SECTION.
011800*
011900*    FILE STATUS AND LOOP CONTROL
012000*
012100 77  WS-EMP1-STATUS-CODE    PIC XX.
012200 77  WS-EMP2-STATUS-CODE    PIC XX.
012300 77  WS-EMP3-STATUS-CODE    PIC XX.
012400 77  WS-BANK-STATUS-CODE    PIC XX.
012500 77  WS-YTD-STATUS-CODE     PIC XX.
012600 77  WS-DEPT-STATUS-CODE    PIC XX.
012700 77  WS-DIV-STATUS-CODE     PIC XX.
012800 77  WS-BUDG-STATUS-CODE    PIC XX.
012900 77  WS-EOF-SW              PIC X VALUE 'N'.
013000     88  END-OF-MASTER               VALUE 'Y'.
013100 77  WS-EMP1-FOUND          PIC X VALUE 'N'.
013200     88  ON-EMPLOYEE1                VALUE 'Y'.
013300 77  WS-DEPT-FOUND          PIC X VALUE 'N'.
013400     88  ON-DEPTMAST                 VALUE 'Y'.
013414 77  WS-EMP2-FOUND          PIC X VALUE 'N'.
013428     88  ON-EMPLOYEE2                VALUE 'Y'.
013442 77  WS-BANK-FOUND          PIC X VALUE 'N'.
013456     88  ON-BANKMAST                 VALUE 'Y'.
013470 77  WS-SPLIT-FOUND         PIC X VALUE 'N'.
013484     88  ON-EMPLOYEE3                VALUE 'Y'.
013500 77  WS-CHECK-ID            PIC 9(05) VALUE ZERO.
013600 77  WS-CHECK-DEPT          PIC X(06) VALUE SPACES.
013700 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
013800*
013900*    EXCEPTION CATEGORIES.  THE NUMBER IS THE ORDER THEY ARE
014000*    PRINTED IN AND THE SUBSCRIPT OF THE TITLE AND THE COUNT.
014100*
014200 77  WS-CAT-MAX             PIC 9(02) COMP VALUE 14.
014300 77  WS-CAT-IX              PIC 9(02) COMP VALUE ZERO.
014400
014500 01  WS-CAT-TITLE-VALUES.
014600     05  FILLER                 PIC X(40) VALUE
014700             'BANKMAST RECORD, NOT ON EMPLOYEE1'.
014800     05  FILLER                 PIC X(40) VALUE
014900             'PAYYTD RECORD, NOT ON EMPLOYEE1'.
015000     05  FILLER                 PIC X(40) VALUE
015100             'EMPLOYEE2 SALARY, NOT ON EMPLOYEE1'.
015200     05  FILLER                 PIC X(40) VALUE
015300             'EMPLOYEE3 SPLIT, NOT ON EMPLOYEE1'.
015400     05  FILLER                 PIC X(40) VALUE
015500             'TERMINATED, BANK DETAILS STILL ACTIVE'.
015600     05  FILLER                 PIC X(40) VALUE
015700             'SPLIT TO AN INACTIVE DEPARTMENT'.
015800     05  FILLER                 PIC X(40) VALUE
015900             'SPLIT TO A DEPARTMENT NOT ON DEPTMAST'.
016000     05  FILLER                 PIC X(40) VALUE
016100             'DEPARTMENT WITH NO DIVISION'.
016200     05  FILLER                 PIC X(40) VALUE
016300             'DEPARTMENT DIVISION NOT ON DIVMAST'.
016400     05  FILLER                 PIC X(40) VALUE
016500             'BUDGET FOR A DEPARTMENT NOT ON DEPTMAST'.
016600     05  FILLER                 PIC X(40) VALUE
016700             'BUDGET FOR AN INACTIVE DEPARTMENT'.
016714     05  FILLER                 PIC X(40) VALUE
016728             'ACTIVE OR ON LEAVE, NO EMPLOYEE2 SALARY'.
016742     05  FILLER                 PIC X(40) VALUE
016756             'ACTIVE OR ON LEAVE, NO EMPLOYEE3 SPLIT'.
016770     05  FILLER                 PIC X(40) VALUE
016784             'ACTIVE OR ON LEAVE, NO BANKMAST RECORD'.
016800 01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLE-VALUES.
016900     05  WS-CAT-TITLE           PIC X(40) OCCURS 14 TIMES.
017000
017100 01  WS-CAT-COUNTS.
017110     05  WS-CAT-COUNT           PIC 9(07) COMP OCCURS 14 TIMES.
017120*
017130*    EMPLOYEEIDS WITH AT LEAST ONE READABLE EMPLOYEE3 SPLIT,
017140*    LOADED BY THE EMPLOYEE3 PASS AND SORTED FOR THE LOOKUPS
017150*    IN THE EMPLOYEE1 PASS.  IF THE TABLE FILLS, THE NO-SPLIT
017160*    CHECK IS NOT MADE AT ALL RATHER THAN REPORT EMPLOYEES
017170*    WHO SIMPLY DIDN'T FIT.
017180*
017190 77  WS-EMP3-MAX            PIC 9(06) COMP VALUE 299997.
017200 77  WS-EMP3-COUNT          PIC 9(06) COMP VALUE ZERO.
017210 77  WS-EMP3-FULL           PIC X VALUE 'N'.
017220     88  EMP3-TABLE-FULL             VALUE 'Y'.
017230
017240 01  TB-EMP3-TABLE.
017250     05  TB-EMP3-ENTRY OCCURS 1 TO 299997 TIMES
017260             DEPENDING ON WS-EMP3-COUNT
017270             ASCENDING KEY IS TB-EMP3-ID
017280             INDEXED BY TB-EMP3-IDX.
017290         10  TB-EMP3-ID          PIC 9(05).
017300*
017400*    EXCEPTION BEING BUILT - THE CATEGORY, THE KEY OF THE
017500*    RECORD AT FAULT (AN EMPLOYEEID OR A DEPARTMENT CODE)
017600*    AND TWO LABELLED VALUES SHOWING WHAT IS ON IT.
017700*
017800 77  WS-EXC-CAT             PIC 9(02) VALUE ZERO.
017900 77  WS-EXC-KEY             PIC X(06) VALUE SPACES.
018000 01  WS-EXC-TEXT.
018100     05  WS-EXC-LABEL-1         PIC X(12).
018200     05  WS-EXC-VALUE-1         PIC X(18).
018300     05  WS-EXC-LABEL-2         PIC X(12).
018400     05  WS-EXC-VALUE-2         PIC X(18).
018500 77  WS-EDIT-AMOUNT         PIC Z(10)9.
018600 77  WS-EDIT-PCT            PIC ZZ9.
018700*
018800*    EXCEPTION TABLE - EVERY EXCEPTION FOUND, SORTED INTO
018900*    CATEGORY AND KEY ORDER FOR PRINTING.  THE COUNTS ABOVE
019000*    ARE KEPT WHETHER OR NOT THE TABLE HAS ROOM.
019100*
019200 77  WS-EXC-MAX             PIC 9(05) COMP VALUE 99999.
019300 77  WS-EXC-COUNT           PIC 9(05) COMP VALUE ZERO.
019400 77  WS-EXC-IX              PIC 9(05) COMP VALUE ZERO.
019500
019600 01  TB-EXC-TABLE.
019700     05  TB-EXC-ENTRY OCCURS 1 TO 99999 TIMES
019800             DEPENDING ON WS-EXC-COUNT.
019900         10  TB-EXC-CAT          PIC 9(02).
020000         10  TB-EXC-KEY          PIC X(06).
020100         10  TB-EXC-TEXT         PIC X(60).
020200*
020300*    CONTROL BREAK FIELDS AND RUN COUNTERS
020400*
020500 77  WS-PREV-CAT            PIC 9(02) VALUE ZERO.
020600 77  WS-SECTION-COUNT       PIC 9(07) COMP VALUE ZERO.
020700 77  WS-TOTAL-EXCEPTIONS    PIC 9(07) COMP VALUE ZERO.
020800 77  WS-COUNT-NOT-LISTED    PIC 9(07) COMP VALUE ZERO.
020850 77  WS-COUNT-EMP1-READ     PIC 9(07) COMP VALUE ZERO.
020900 77  WS-COUNT-BANK-READ     PIC 9(07) COMP VALUE ZERO.
021000 77  WS-COUNT-YTD-READ      PIC 9(07) COMP VALUE ZERO.
021100 77  WS-COUNT-EMP2-READ     PIC 9(07) COMP VALUE ZERO.
021200 77  WS-COUNT-EMP3-READ     PIC 9(07) COMP VALUE ZERO.
021300 77  WS-COUNT-EMP3-BAD      PIC 9(07) COMP VALUE ZERO.
021400 77  WS-COUNT-DEPT-READ     PIC 9(07) COMP VALUE ZERO.
021500 77  WS-COUNT-BUDG-READ     PIC 9(07) COMP VALUE ZERO.
021600*
021700*    REPORT LINE LAYOUTS
021800*
021900 01  WS-HEADING-LINE.
022000     05  WS-HEADING-TEXT        PIC X(60).
022100     05  FILLER                 PIC X(20) VALUE SPACES.
022200
022300 01  WS-RUNDATE-LINE.
022400     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
022500     05  WS-RUNDATE-DATE        PIC 9(08).
022600     05  FILLER                 PIC X(63) VALUE SPACES.
022700
022800 01  WS-CATHEAD-LINE.
022900     05  FILLER                 PIC X(09) VALUE 'CATEGORY '.
023000     05  WS-CATHEAD-NUMBER      PIC Z9.
023100     05  FILLER                 PIC X(03) VALUE ' - '.
023200     05  WS-CATHEAD-TITLE       PIC X(40).
023300     05  FILLER                 PIC X(26) VALUE SPACES.
023400
023500 01  WS-DETAIL-LINE.
023600     05  FILLER                 PIC X(02) VALUE SPACES.
023700     05  WS-DET-KEY             PIC X(06).
023800     05  FILLER                 PIC X(02) VALUE SPACES.
023900     05  WS-DET-TEXT            PIC X(60).
024000     05  FILLER                 PIC X(10) VALUE SPACES.
024100
024200 01  WS-SUMMARY-LINE.
024300     05  WS-SUM-NUMBER          PIC Z9.
024400     05  FILLER                 PIC X(02) VALUE SPACES.
024500     05  WS-SUM-TITLE           PIC X(40).
024600     05  WS-SUM-COUNT           PIC Z(10)9.
024700     05  FILLER                 PIC X(25) VALUE SPACES.
024800
024900 01  WS-TRAILER-LINE.
025000     05  WS-TRAILER-LABEL       PIC X(35).
025100     05  WS-TRAILER-VALUE       PIC Z(10)9.
025200     05  FILLER                 PIC X(34) VALUE SPACES.
025300
025400 PROCEDURE DIVISION.
025500*
025600*----------------------------------------------------------*
025700*    0000-MAINLINE                                         *
025800*----------------------------------------------------------*
025900*
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026200     PERFORM 2000-SWEEP-BANKMAST THRU 2000-EXIT
026300     PERFORM 2100-SWEEP-PAYYTD THRU 2100-EXIT
026400     PERFORM 2200-SWEEP-EMPLOYEE2 THRU 2200-EXIT
026500     PERFORM 2300-SWEEP-EMPLOYEE3 THRU 2300-EXIT
026600     PERFORM 2400-SWEEP-DEPTMAST THRU 2400-EXIT
026700     PERFORM 2500-SWEEP-BUDGMAST THRU 2500-EXIT
026750     PERFORM 2600-SWEEP-EMPLOYEE1 THRU 2600-EXIT
026800     PERFORM 3000-PRINT-EXCEPTIONS THRU 3000-EXIT
026900     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
027000     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
027100     PERFORM 9000-TERMINATE THRU 9000-EXIT
027200     STOP RUN.
027300*
027400*----------------------------------------------------------*
027500*    1000-INITIALIZE - OPEN EVERYTHING.  A SWEEP THAT      *
027600*    SKIPS A MASTER WOULD REPORT IT CLEAN, SO A FAILED     *
027700*    OPEN ON ANY OF THEM STOPS THE RUN.                    *
027800*----------------------------------------------------------*
027900*
028000 1000-INITIALIZE.
028100     OPEN INPUT Employee1File
028200     IF WS-EMP1-STATUS-CODE NOT = '00'
028300         DISPLAY 'INTG0001E - EMPLOYEE1 MASTER COULD NOT BE '
028400                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF
028800     OPEN INPUT Employee2File
028900     IF WS-EMP2-STATUS-CODE NOT = '00'
029000         DISPLAY 'INTG0002E - EMPLOYEE2 SALARY MASTER COULD '
029100                 'NOT BE OPENED, STATUS ' WS-EMP2-STATUS-CODE
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF
029500     OPEN INPUT Employee3File
029600     IF WS-EMP3-STATUS-CODE NOT = '00'
029700         DISPLAY 'INTG0003E - EMPLOYEE3 SPLIT FILE COULD NOT '
029800                 'BE OPENED, STATUS ' WS-EMP3-STATUS-CODE
029900         MOVE 16 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     OPEN INPUT BankMasterFile
030300     IF WS-BANK-STATUS-CODE NOT = '00'
030400         DISPLAY 'INTG0004E - BANKMAST BANK DETAIL MASTER '
030500                 'COULD NOT BE OPENED, STATUS '
030600                 WS-BANK-STATUS-CODE
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF
031000     OPEN INPUT YtdMasterFile
031100     IF WS-YTD-STATUS-CODE NOT = '00'
031200         DISPLAY 'INTG0005E - PAYYTD YEAR-TO-DATE MASTER '
031300                 'COULD NOT BE OPENED, STATUS '
031400                 WS-YTD-STATUS-CODE
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF
031800     OPEN INPUT DeptMasterFile
031900     IF WS-DEPT-STATUS-CODE NOT = '00'
032000         DISPLAY 'INTG0006E - DEPTMAST REFERENCE MASTER '
032100                 'COULD NOT BE OPENED, STATUS '
032200                 WS-DEPT-STATUS-CODE
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF
032600     OPEN INPUT DivMasterFile
032700     IF WS-DIV-STATUS-CODE NOT = '00'
032800         DISPLAY 'INTG0007E - DIVMAST DIVISION REFERENCE '
032900                 'COULD NOT BE OPENED, STATUS '
033000                 WS-DIV-STATUS-CODE
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF
033400     OPEN INPUT BudgetMasterFile
033500     IF WS-BUDG-STATUS-CODE NOT = '00'
033600         DISPLAY 'INTG0008E - BUDGMAST BUDGET MASTER COULD '
033700                 'NOT BE OPENED, STATUS ' WS-BUDG-STATUS-CODE
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF
034100     OPEN OUTPUT ReportFile
034200     INITIALIZE WS-CAT-COUNTS
034300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
034400     MOVE 'CROSS-MASTER INTEGRITY SWEEP' TO WS-HEADING-TEXT
034500     WRITE ReportRecord FROM WS-HEADING-LINE
034600     MOVE WS-RUN-DATE TO WS-RUNDATE-DATE
034700     WRITE ReportRecord FROM WS-RUNDATE-LINE.
034800 1000-EXIT.
034900     EXIT.
035000*
035100*----------------------------------------------------------*
035200*    2000-SWEEP-BANKMAST - EVERY BANK RECORD MUST BELONG   *
035300*    TO AN EMPLOYEE ON EMPLOYEE1, AND A TERMINATED         *
035400*    EMPLOYEE'S ACCOUNT SHOULD NO LONGER BE ACTIVE - FINAL *
035466*    PAY IS THE LAST THING PAID INTO IT.  BANKMAST IS      *
035532*    BROWSED HERE AND READ BY KEY IN THE EMPLOYEE1 PASS.   *
035600*----------------------------------------------------------*
035700*
035800 2000-SWEEP-BANKMAST.
035900     MOVE 'N' TO WS-EOF-SW
035916     MOVE LOW-VALUES TO BankRecord
035932     START BankMasterFile KEY IS NOT LESS THAN BankEmployeeID
035948         INVALID KEY
035964             MOVE 'Y' TO WS-EOF-SW
035980     END-START
036000     PERFORM 2010-READ-BANKMAST THRU 2010-EXIT
036100         UNTIL END-OF-MASTER.
036200 2000-EXIT.
036300     EXIT.
036400
036500 2010-READ-BANKMAST.
036600     READ BankMasterFile NEXT RECORD
036700         AT END
036800             MOVE 'Y' TO WS-EOF-SW
036900             GO TO 2010-EXIT
037000     END-READ
037100     ADD 1 TO WS-COUNT-BANK-READ
037200     MOVE BankEmployeeID TO WS-CHECK-ID
037300     PERFORM 2900-CHECK-EMPLOYEE1 THRU 2900-EXIT
037400     MOVE SPACES            TO WS-EXC-TEXT
037500     MOVE BankEmployeeID    TO WS-EXC-KEY
037600     IF NOT ON-EMPLOYEE1
037700         MOVE 1                 TO WS-EXC-CAT
037800         MOVE 'ROUTING'         TO WS-EXC-LABEL-1
037900         MOVE BankRoutingNumber TO WS-EXC-VALUE-1
038000         MOVE 'ACCOUNT'         TO WS-EXC-LABEL-2
038100         MOVE BankAccountNumber TO WS-EXC-VALUE-2
038200         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
038300         GO TO 2010-EXIT
038400     END-IF
038500     IF EMP1-TERMINATED AND BANK-ACCOUNT-ACTIVE
038600         MOVE 5                   TO WS-EXC-CAT
038700         MOVE 'TERMINATED'        TO WS-EXC-LABEL-1
038800         MOVE EmployeeStatusDate1 TO WS-EXC-VALUE-1
038900         MOVE 'ACCOUNT'           TO WS-EXC-LABEL-2
039000         MOVE BankAccountNumber   TO WS-EXC-VALUE-2
039100         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
039200     END-IF.
039300 2010-EXIT.
039400     EXIT.
039500*
039600*----------------------------------------------------------*
039700*    2100-SWEEP-PAYYTD - EVERY YEAR-TO-DATE RECORD MUST    *
039800*    BELONG TO AN EMPLOYEE ON EMPLOYEE1.  A TERMINATED     *
039900*    EMPLOYEE'S RECORD IS EXPECTED UNTIL THE YEAR IS       *
040000*    CLOSED.                                               *
040100*----------------------------------------------------------*
040200*
040300 2100-SWEEP-PAYYTD.
040400     MOVE 'N' TO WS-EOF-SW
040500     PERFORM 2110-READ-PAYYTD THRU 2110-EXIT
040600         UNTIL END-OF-MASTER.
040700 2100-EXIT.
040800     EXIT.
040900
041000 2110-READ-PAYYTD.
041100     READ YtdMasterFile
041200         AT END
041300             MOVE 'Y' TO WS-EOF-SW
041400             GO TO 2110-EXIT
041500     END-READ
041600     ADD 1 TO WS-COUNT-YTD-READ
041700     MOVE EmployeeIDYtd TO WS-CHECK-ID
041800     PERFORM 2900-CHECK-EMPLOYEE1 THRU 2900-EXIT
041900     IF ON-EMPLOYEE1
042000         GO TO 2110-EXIT
042100     END-IF
042200     MOVE SPACES        TO WS-EXC-TEXT
042300     MOVE EmployeeIDYtd TO WS-EXC-KEY
042400     MOVE 2             TO WS-EXC-CAT
042500     MOVE 'YTD GROSS'   TO WS-EXC-LABEL-1
042600     MOVE YtdGrossPay   TO WS-EDIT-AMOUNT
042700     MOVE WS-EDIT-AMOUNT TO WS-EXC-VALUE-1
042800     MOVE 'LAST PERIOD' TO WS-EXC-LABEL-2
042900     MOVE YtdLastPeriod TO WS-EXC-VALUE-2
043000     PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT.
043100 2110-EXIT.
043200     EXIT.
043300*
043400*----------------------------------------------------------*
043500*    2200-SWEEP-EMPLOYEE2 - EVERY SALARY RECORD MUST       *
043566*    BELONG TO AN EMPLOYEE ON EMPLOYEE1.  EMPLOYEE2 IS     *
043632*    BROWSED HERE AND READ BY KEY IN THE EMPLOYEE1 PASS.   *
043700*----------------------------------------------------------*
043800*
043900 2200-SWEEP-EMPLOYEE2.
044000     MOVE 'N' TO WS-EOF-SW
044016     MOVE LOW-VALUES TO EmployeeRecord2
044032     START Employee2File KEY IS NOT LESS THAN EmployeeID2
044048         INVALID KEY
044064             MOVE 'Y' TO WS-EOF-SW
044080     END-START
044100     PERFORM 2210-READ-EMPLOYEE2 THRU 2210-EXIT
044200         UNTIL END-OF-MASTER.
044300 2200-EXIT.
044400     EXIT.
044500
044600 2210-READ-EMPLOYEE2.
044700     READ Employee2File NEXT RECORD
044800         AT END
044900             MOVE 'Y' TO WS-EOF-SW
045000             GO TO 2210-EXIT
045100     END-READ
045200     ADD 1 TO WS-COUNT-EMP2-READ
045300     MOVE EmployeeID2 TO WS-CHECK-ID
045400     PERFORM 2900-CHECK-EMPLOYEE1 THRU 2900-EXIT
045500     IF ON-EMPLOYEE1
045600         GO TO 2210-EXIT
045700     END-IF
045800     MOVE SPACES         TO WS-EXC-TEXT
045900     MOVE EmployeeID2    TO WS-EXC-KEY
046000     MOVE 3              TO WS-EXC-CAT
046100     MOVE 'SALARY'       TO WS-EXC-LABEL-1
046200     MOVE EmployeeSalary TO WS-EDIT-AMOUNT
046300     MOVE WS-EDIT-AMOUNT TO WS-EXC-VALUE-1
046400     MOVE 'GRADE'        TO WS-EXC-LABEL-2
046500     MOVE EmployeeGrade  TO WS-EXC-VALUE-2
046600     PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT.
046700 2210-EXIT.
046800     EXIT.
046900*
047000*----------------------------------------------------------*
047100*    2300-SWEEP-EMPLOYEE3 - EVERY SPLIT MUST BELONG TO AN  *
047200*    EMPLOYEE ON EMPLOYEE1 AND POINT AT A DEPARTMENT THAT  *
047300*    IS ON DEPTMAST AND ACTIVE.  A SPLIT FOR AN EMPLOYEEID *
047400*    THAT IS GONE IS ONLY REPORTED AS SUCH - THE RECORD    *
047500*    WANTS DELETING, NOT ITS DEPARTMENT FIXING.  A RECORD  *
047600*    THE MERGE WOULD SKIP AS UNREADABLE IS NAMED IN THE    *
047650*    JOB LOG AND COUNTED ON THE TRAILER.  EVERY EMPLOYEEID *
047700*    WITH A READABLE SPLIT IS TABLED FOR THE EMPLOYEE1     *
047750*    PASS.                                                 *
047800*----------------------------------------------------------*
047900*
048000 2300-SWEEP-EMPLOYEE3.
048100     MOVE 'N' TO WS-EOF-SW
048200     PERFORM 2310-READ-EMPLOYEE3 THRU 2310-EXIT
048240         UNTIL END-OF-MASTER
048280     IF WS-EMP3-COUNT > ZERO
048320         SORT TB-EMP3-ENTRY ON ASCENDING KEY TB-EMP3-ID
048360     END-IF.
048400 2300-EXIT.
048500     EXIT.
048600
048700 2310-READ-EMPLOYEE3.
048800     READ Employee3File
048900         AT END
049000             MOVE 'Y' TO WS-EOF-SW
049100             GO TO 2310-EXIT
049200     END-READ
049300     ADD 1 TO WS-COUNT-EMP3-READ
049400     IF EmployeeID3-Text NOT NUMERIC
049500         DISPLAY 'INTG0010W - EMPLOYEE3 RECORD SKIPPED, '
049600                 'INVALID EMPLOYEEID ' EmployeeID3-Text
049700         ADD 1 TO WS-COUNT-EMP3-BAD
049800         GO TO 2310-EXIT
049900     END-IF
050000     IF SplitPercent3-Text = SPACES
050100         MOVE 100 TO SplitPercent3
050200     END-IF
050300     IF SplitPercent3 NOT NUMERIC
050400         DISPLAY 'INTG0011W - EMPLOYEE3 RECORD SKIPPED, '
050500                 'INVALID SPLIT FOR EMPLOYEEID ' EmployeeID3
050600         ADD 1 TO WS-COUNT-EMP3-BAD
050700         GO TO 2310-EXIT
050709     END-IF
050718     IF WS-EMP3-COUNT < WS-EMP3-MAX
050727         ADD 1 TO WS-EMP3-COUNT
050736         MOVE EmployeeID3 TO TB-EMP3-ID(WS-EMP3-COUNT)
050745     ELSE
050754         IF NOT EMP3-TABLE-FULL
050763             DISPLAY 'INTG0012W - EMPLOYEE3 TABLE FULL - '
050772                     'EMPLOYEES WITH NO SPLIT NOT CHECKED'
050781             MOVE 'Y' TO WS-EMP3-FULL
050790         END-IF
050800     END-IF
050900     MOVE SPACES          TO WS-EXC-TEXT
051000     MOVE EmployeeID3     TO WS-EXC-KEY
051100     MOVE 'DEPARTMENT'    TO WS-EXC-LABEL-1
051200     MOVE DepartmentCode3 TO WS-EXC-VALUE-1
051300     MOVE 'SPLIT PCT'     TO WS-EXC-LABEL-2
051400     MOVE SplitPercent3   TO WS-EDIT-PCT
051500     MOVE WS-EDIT-PCT     TO WS-EXC-VALUE-2
051600     MOVE EmployeeID3 TO WS-CHECK-ID
051700     PERFORM 2900-CHECK-EMPLOYEE1 THRU 2900-EXIT
051800     IF NOT ON-EMPLOYEE1
051900         MOVE 4 TO WS-EXC-CAT
052000         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
052100         GO TO 2310-EXIT
052200     END-IF
052300     MOVE DepartmentCode3 TO WS-CHECK-DEPT
052400     PERFORM 2920-CHECK-DEPTMAST THRU 2920-EXIT
052500     IF NOT ON-DEPTMAST
052600         MOVE 7 TO WS-EXC-CAT
052700         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
052800         GO TO 2310-EXIT
052900     END-IF
053000     IF DEPT-INACTIVE
053100         MOVE 6 TO WS-EXC-CAT
053200         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
053300     END-IF.
053400 2310-EXIT.
053500     EXIT.
053600*
053700*----------------------------------------------------------*
053800*    2400-SWEEP-DEPTMAST - EVERY DEPARTMENT MUST ROLL UP   *
053900*    TO A DIVISION THAT IS ON DIVMAST.  ONE THAT DOESN'T   *
054000*    LANDS IN THE ??? BUCKET ON THE DEPARTMENT SUMMARY AND *
054100*    EVERY DIVISION-LEVEL REPORT.                          *
054200*----------------------------------------------------------*
054300*
054400 2400-SWEEP-DEPTMAST.
054500     MOVE 'N' TO WS-EOF-SW
054600     MOVE LOW-VALUES TO DepartmentRecord
054700     START DeptMasterFile KEY IS NOT LESS THAN DepartmentCode
054800         INVALID KEY
054900             MOVE 'Y' TO WS-EOF-SW
055000     END-START
055100     PERFORM 2410-READ-DEPTMAST THRU 2410-EXIT
055200         UNTIL END-OF-MASTER.
055300 2400-EXIT.
055400     EXIT.
055500
055600 2410-READ-DEPTMAST.
055700     READ DeptMasterFile NEXT RECORD
055800         AT END
055900             MOVE 'Y' TO WS-EOF-SW
056000             GO TO 2410-EXIT
056100     END-READ
056200     ADD 1 TO WS-COUNT-DEPT-READ
056300     MOVE SPACES         TO WS-EXC-TEXT
056400     MOVE DepartmentCode TO WS-EXC-KEY
056500     MOVE 'NAME'         TO WS-EXC-LABEL-1
056600     MOVE DepartmentName TO WS-EXC-VALUE-1
056700     IF DepartmentDivision = SPACES
056800         MOVE 8                TO WS-EXC-CAT
056900         MOVE 'STATUS'         TO WS-EXC-LABEL-2
057000         MOVE DepartmentActive TO WS-EXC-VALUE-2
057100         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
057200         GO TO 2410-EXIT
057300     END-IF
057400     MOVE DepartmentDivision TO DivisionCode
057500     READ DivMasterFile
057600         INVALID KEY
057700             MOVE 9                  TO WS-EXC-CAT
057800             MOVE 'DIVISION'         TO WS-EXC-LABEL-2
057900             MOVE DepartmentDivision TO WS-EXC-VALUE-2
058000             PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
058100     END-READ.
058200 2410-EXIT.
058300     EXIT.
058400*
058500*----------------------------------------------------------*
058600*    2500-SWEEP-BUDGMAST - EVERY BUDGET MUST BE FOR A      *
058700*    DEPARTMENT STILL ON DEPTMAST AND ACTIVE.              *
058800*----------------------------------------------------------*
058900*
059000 2500-SWEEP-BUDGMAST.
059100     MOVE 'N' TO WS-EOF-SW
059200     PERFORM 2510-READ-BUDGMAST THRU 2510-EXIT
059300         UNTIL END-OF-MASTER.
059400 2500-EXIT.
059500     EXIT.
059600
059700 2510-READ-BUDGMAST.
059800     READ BudgetMasterFile
059900         AT END
060000             MOVE 'Y' TO WS-EOF-SW
060100             GO TO 2510-EXIT
060200     END-READ
060300     ADD 1 TO WS-COUNT-BUDG-READ
060400     MOVE SPACES               TO WS-EXC-TEXT
060500     MOVE BudgetDepartmentCode TO WS-EXC-KEY
060600     MOVE 'HEADCOUNT'          TO WS-EXC-LABEL-1
060700     MOVE BudgetHeadcount      TO WS-EDIT-AMOUNT
060800     MOVE WS-EDIT-AMOUNT       TO WS-EXC-VALUE-1
060900     MOVE 'SALARY'             TO WS-EXC-LABEL-2
061000     MOVE BudgetSalary         TO WS-EDIT-AMOUNT
061100     MOVE WS-EDIT-AMOUNT       TO WS-EXC-VALUE-2
061200     MOVE BudgetDepartmentCode TO WS-CHECK-DEPT
061300     PERFORM 2920-CHECK-DEPTMAST THRU 2920-EXIT
061400     IF NOT ON-DEPTMAST
061500         MOVE 10 TO WS-EXC-CAT
061600         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
061700         GO TO 2510-EXIT
061800     END-IF
061900     IF DEPT-INACTIVE
062000         MOVE 11 TO WS-EXC-CAT
062100         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
062200     END-IF.
062300 2510-EXIT.
062400     EXIT.
062500*
062501*----------------------------------------------------------*
062502*    2600-SWEEP-EMPLOYEE1 - THE OTHER DIRECTION.  EVERY    *
062503*    EMPLOYEE WHO IS NOT TERMINATED (ACTIVE, ON LEAVE, OR  *
062504*    A BLANK STATUS, WHICH THE MERGE TREATS AS ACTIVE)     *
062505*    NEEDS A SALARY ON EMPLOYEE2, AT LEAST ONE SPLIT ON    *
062506*    EMPLOYEE3 AND BANK DETAILS ON BANKMAST, OR THE NEXT   *
062507*    PAYROLL NIGHT DROPS OR HOLDS THEM.  EACH ONE MISSING  *
062508*    IS A SEPARATE EXCEPTION.                              *
062509*----------------------------------------------------------*
062510*
062511 2600-SWEEP-EMPLOYEE1.
062512     MOVE 'N' TO WS-EOF-SW
062513     MOVE LOW-VALUES TO EmployeeRecord1
062514     START Employee1File KEY IS NOT LESS THAN EmployeeID1
062515         INVALID KEY
062516             MOVE 'Y' TO WS-EOF-SW
062517     END-START
062518     PERFORM 2610-READ-EMPLOYEE1 THRU 2610-EXIT
062519         UNTIL END-OF-MASTER.
062520 2600-EXIT.
062521     EXIT.
062522
062523 2610-READ-EMPLOYEE1.
062524     READ Employee1File NEXT RECORD
062525         AT END
062526             MOVE 'Y' TO WS-EOF-SW
062527             GO TO 2610-EXIT
062528     END-READ
062529     ADD 1 TO WS-COUNT-EMP1-READ
062530     IF EMP1-TERMINATED
062531         GO TO 2610-EXIT
062532     END-IF
062533     MOVE SPACES          TO WS-EXC-TEXT
062534     MOVE EmployeeID1     TO WS-EXC-KEY
062535     MOVE 'NAME'          TO WS-EXC-LABEL-1
062536     MOVE EmployeeName1   TO WS-EXC-VALUE-1
062537     MOVE 'STATUS'        TO WS-EXC-LABEL-2
062538     MOVE EmployeeStatus1 TO WS-EXC-VALUE-2
062539     MOVE EmployeeID1 TO WS-CHECK-ID
062540     PERFORM 2930-CHECK-EMPLOYEE2 THRU 2930-EXIT
062541     IF NOT ON-EMPLOYEE2
062542         MOVE 12 TO WS-EXC-CAT
062543         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
062544     END-IF
062545     IF NOT EMP3-TABLE-FULL
062546         PERFORM 2940-CHECK-EMPLOYEE3 THRU 2940-EXIT
062547         IF NOT ON-EMPLOYEE3
062548             MOVE 13 TO WS-EXC-CAT
062549             PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
062550         END-IF
062551     END-IF
062552     PERFORM 2935-CHECK-BANKMAST THRU 2935-EXIT
062553     IF NOT ON-BANKMAST
062554         MOVE 14 TO WS-EXC-CAT
062555         PERFORM 2950-ADD-EXCEPTION THRU 2950-EXIT
062556     END-IF.
062557 2610-EXIT.
062558     EXIT.
062559*
062600*    KEYED LOOKUPS.  A KEYED READ ON A DYNAMIC-ACCESS INDEXED
062700*    FILE USES WHATEVER VALUE IS SITTING IN THE RECORD KEY
062766*    FIELD, SO THE KEY IS MOVED IN FIRST.  EMPLOYEE3 IS A
062832*    SEQUENTIAL FILE, SO IT IS LOOKED UP IN THE TABLE.
062900*
063000 2900-CHECK-EMPLOYEE1.
063100     MOVE WS-CHECK-ID TO EmployeeID1
063200     READ Employee1File
063300         INVALID KEY
063400             MOVE 'N' TO WS-EMP1-FOUND
063500         NOT INVALID KEY
063600             MOVE 'Y' TO WS-EMP1-FOUND
063700     END-READ.
063800 2900-EXIT.
063900     EXIT.
064000
064100 2920-CHECK-DEPTMAST.
064200     MOVE WS-CHECK-DEPT TO DepartmentCode
064300     READ DeptMasterFile
064400         INVALID KEY
064500             MOVE 'N' TO WS-DEPT-FOUND
064600         NOT INVALID KEY
064700             MOVE 'Y' TO WS-DEPT-FOUND
064800     END-READ.
064900 2920-EXIT.
064902     EXIT.
064904
064906 2930-CHECK-EMPLOYEE2.
064908     MOVE WS-CHECK-ID TO EmployeeID2
064910     READ Employee2File
064912         INVALID KEY
064914             MOVE 'N' TO WS-EMP2-FOUND
064916         NOT INVALID KEY
064918             MOVE 'Y' TO WS-EMP2-FOUND
064920     END-READ.
064922 2930-EXIT.
064924     EXIT.
064926
064928 2935-CHECK-BANKMAST.
064930     MOVE WS-CHECK-ID TO BankEmployeeID
064932     READ BankMasterFile
064934         INVALID KEY
064936             MOVE 'N' TO WS-BANK-FOUND
064938         NOT INVALID KEY
064940             MOVE 'Y' TO WS-BANK-FOUND
064942     END-READ.
064944 2935-EXIT.
064946     EXIT.
064948
064950 2940-CHECK-EMPLOYEE3.
064952     MOVE 'N' TO WS-SPLIT-FOUND
064954     IF WS-EMP3-COUNT = ZERO
064956         GO TO 2940-EXIT
064958     END-IF
064960     SEARCH ALL TB-EMP3-ENTRY
064962         AT END
064964             CONTINUE
064966         WHEN TB-EMP3-ID(TB-EMP3-IDX) = WS-CHECK-ID
064968             MOVE 'Y' TO WS-SPLIT-FOUND
064970     END-SEARCH.
064972 2940-EXIT.
065000     EXIT.
065100*
065200*    COUNT THE EXCEPTION AGAINST ITS CATEGORY AND KEEP IT
065300*    FOR THE LISTING.  A FULL TABLE STILL COUNTS IT - THE
065400*    TRAILER SAYS HOW MANY WEREN'T LISTED.
065500*
065600 2950-ADD-EXCEPTION.
065700     ADD 1 TO WS-CAT-COUNT(WS-EXC-CAT)
065800     ADD 1 TO WS-TOTAL-EXCEPTIONS
065900     IF WS-EXC-COUNT < WS-EXC-MAX
066000         ADD 1 TO WS-EXC-COUNT
066100         MOVE WS-EXC-CAT  TO TB-EXC-CAT(WS-EXC-COUNT)
066200         MOVE WS-EXC-KEY  TO TB-EXC-KEY(WS-EXC-COUNT)
066300         MOVE WS-EXC-TEXT TO TB-EXC-TEXT(WS-EXC-COUNT)
066400     ELSE
066500         ADD 1 TO WS-COUNT-NOT-LISTED
066600     END-IF.
066700 2950-EXIT.
066800     EXIT.
066900*
067000*----------------------------------------------------------*
067100*    3000-PRINT-EXCEPTIONS - SORT THE EXCEPTIONS INTO      *
067200*    CATEGORY AND KEY ORDER AND LIST THEM, ONE SECTION PER *
067300*    CATEGORY THAT HAS ANY, EACH WITH ITS OWN COUNT.       *
067400*----------------------------------------------------------*
067500*
067600 3000-PRINT-EXCEPTIONS.
067700     IF WS-EXC-COUNT = ZERO
067800         MOVE SPACES TO WS-HEADING-TEXT
067900         WRITE ReportRecord FROM WS-HEADING-LINE
068000         MOVE 'NO EXCEPTIONS FOUND' TO WS-HEADING-TEXT
068100         WRITE ReportRecord FROM WS-HEADING-LINE
068200         GO TO 3000-EXIT
068300     END-IF
068400     SORT TB-EXC-ENTRY ON ASCENDING KEY TB-EXC-CAT
068500                                        TB-EXC-KEY
068600     MOVE ZERO TO WS-PREV-CAT
068700     PERFORM 3100-PRINT-ONE-EXCEPTION THRU 3100-EXIT
068800         VARYING WS-EXC-IX FROM 1 BY 1
068900         UNTIL WS-EXC-IX > WS-EXC-COUNT
069000     PERFORM 3300-SECTION-TOTAL THRU 3300-EXIT.
069100 3000-EXIT.
069200     EXIT.
069300
069400 3100-PRINT-ONE-EXCEPTION.
069500     IF TB-EXC-CAT(WS-EXC-IX) NOT = WS-PREV-CAT
069600         IF WS-PREV-CAT NOT = ZERO
069700             PERFORM 3300-SECTION-TOTAL THRU 3300-EXIT
069800         END-IF
069900         PERFORM 3200-SECTION-HEADING THRU 3200-EXIT
070000     END-IF
070100     MOVE TB-EXC-KEY(WS-EXC-IX)  TO WS-DET-KEY
070200     MOVE TB-EXC-TEXT(WS-EXC-IX) TO WS-DET-TEXT
070300     WRITE ReportRecord FROM WS-DETAIL-LINE
070400     ADD 1 TO WS-SECTION-COUNT.
070500 3100-EXIT.
070600     EXIT.
070700
070800 3200-SECTION-HEADING.
070900     MOVE TB-EXC-CAT(WS-EXC-IX) TO WS-PREV-CAT
071000     MOVE WS-PREV-CAT           TO WS-CATHEAD-NUMBER
071100     MOVE WS-CAT-TITLE(WS-PREV-CAT) TO WS-CATHEAD-TITLE
071200     MOVE SPACES TO WS-HEADING-TEXT
071300     WRITE ReportRecord FROM WS-HEADING-LINE
071400     WRITE ReportRecord FROM WS-CATHEAD-LINE
071500     MOVE ZERO TO WS-SECTION-COUNT.
071600 3200-EXIT.
071700     EXIT.
071800
071900 3300-SECTION-TOTAL.
072000     MOVE '  RECORDS LISTED'  TO WS-TRAILER-LABEL
072100     MOVE WS-SECTION-COUNT    TO WS-TRAILER-VALUE
072200     WRITE ReportRecord FROM WS-TRAILER-LINE.
072300 3300-EXIT.
072400     EXIT.
072500*
072600*----------------------------------------------------------*
072700*    4000-PRINT-SUMMARY - THE COUNT FOR EVERY CATEGORY,    *
072800*    ZEROES INCLUDED, SO ONE WEEK CAN BE SET AGAINST THE   *
072900*    NEXT.  ANY EXCEPTION AT ALL ENDS THE STEP RC 4.       *
073000*----------------------------------------------------------*
073100*
073200 4000-PRINT-SUMMARY.
073300     MOVE SPACES TO WS-HEADING-TEXT
073400     WRITE ReportRecord FROM WS-HEADING-LINE
073500     MOVE 'EXCEPTIONS BY CATEGORY' TO WS-HEADING-TEXT
073600     WRITE ReportRecord FROM WS-HEADING-LINE
073700     PERFORM 4100-PRINT-CATEGORY THRU 4100-EXIT
073800         VARYING WS-CAT-IX FROM 1 BY 1
073900         UNTIL WS-CAT-IX > WS-CAT-MAX
074000     MOVE 'TOTAL EXCEPTIONS'      TO WS-TRAILER-LABEL
074100     MOVE WS-TOTAL-EXCEPTIONS     TO WS-TRAILER-VALUE
074200     WRITE ReportRecord FROM WS-TRAILER-LINE
074300     IF WS-TOTAL-EXCEPTIONS > ZERO
074400         MOVE WS-TOTAL-EXCEPTIONS TO WS-TRAILER-VALUE
074500         DISPLAY 'INTG0009W - ' WS-TRAILER-VALUE
074600                 ' CROSS-MASTER EXCEPTION(S) FOUND - SEE INTGRPT'
074700         MOVE 4 TO RETURN-CODE
074800     END-IF.
074900 4000-EXIT.
075000     EXIT.
075100
075200 4100-PRINT-CATEGORY.
075300     MOVE WS-CAT-IX               TO WS-SUM-NUMBER
075400     MOVE WS-CAT-TITLE(WS-CAT-IX) TO WS-SUM-TITLE
075500     MOVE WS-CAT-COUNT(WS-CAT-IX) TO WS-SUM-COUNT
075600     WRITE ReportRecord FROM WS-SUMMARY-LINE.
075700 4100-EXIT.
075800     EXIT.
075900*
076000*----------------------------------------------------------*
076100*    5000-PRINT-TRAILER - RECORDS READ OFF EACH MASTER, SO *
076200*    THE SWEEP CAN BE SEEN TO HAVE COVERED THEM ALL.       *
076300*----------------------------------------------------------*
076400*
076500 5000-PRINT-TRAILER.
076600     MOVE SPACES TO WS-HEADING-TEXT
076700     WRITE ReportRecord FROM WS-HEADING-LINE
076725     MOVE 'EMPLOYEE1 RECORDS READ'       TO WS-TRAILER-LABEL
076750     MOVE WS-COUNT-EMP1-READ             TO WS-TRAILER-VALUE
076775     WRITE ReportRecord FROM WS-TRAILER-LINE
076800     MOVE 'BANKMAST RECORDS READ'        TO WS-TRAILER-LABEL
076900     MOVE WS-COUNT-BANK-READ             TO WS-TRAILER-VALUE
077000     WRITE ReportRecord FROM WS-TRAILER-LINE
077100     MOVE 'PAYYTD RECORDS READ'          TO WS-TRAILER-LABEL
077200     MOVE WS-COUNT-YTD-READ              TO WS-TRAILER-VALUE
077300     WRITE ReportRecord FROM WS-TRAILER-LINE
077400     MOVE 'EMPLOYEE2 RECORDS READ'       TO WS-TRAILER-LABEL
077500     MOVE WS-COUNT-EMP2-READ             TO WS-TRAILER-VALUE
077600     WRITE ReportRecord FROM WS-TRAILER-LINE
077700     MOVE 'EMPLOYEE3 RECORDS READ'       TO WS-TRAILER-LABEL
077800     MOVE WS-COUNT-EMP3-READ             TO WS-TRAILER-VALUE
077900     WRITE ReportRecord FROM WS-TRAILER-LINE
078000     MOVE '  UNREADABLE, NOT CHECKED'    TO WS-TRAILER-LABEL
078100     MOVE WS-COUNT-EMP3-BAD              TO WS-TRAILER-VALUE
078200     WRITE ReportRecord FROM WS-TRAILER-LINE
078300     MOVE 'DEPTMAST RECORDS READ'        TO WS-TRAILER-LABEL
078400     MOVE WS-COUNT-DEPT-READ             TO WS-TRAILER-VALUE
078500     WRITE ReportRecord FROM WS-TRAILER-LINE
078600     MOVE 'BUDGMAST RECORDS READ'        TO WS-TRAILER-LABEL
078700     MOVE WS-COUNT-BUDG-READ             TO WS-TRAILER-VALUE
078800     WRITE ReportRecord FROM WS-TRAILER-LINE
078900     IF WS-COUNT-NOT-LISTED > ZERO
079000         MOVE 'EXCEPTIONS COUNTED, NOT LISTED' TO WS-TRAILER-LABEL
079100         MOVE WS-COUNT-NOT-LISTED        TO WS-TRAILER-VALUE
079200         WRITE ReportRecord FROM WS-TRAILER-LINE
079300     END-IF.
079400 5000-EXIT.
079500     EXIT.
079600*
079700*----------------------------------------------------------*
079800*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN      *
079900*----------------------------------------------------------*
080000*
080100 9000-TERMINATE.
080200     CLOSE Employee1File
080300     CLOSE Employee2File
080400     CLOSE Employee3File
080500     CLOSE BankMasterFile
080600     CLOSE YtdMasterFile
080700     CLOSE DeptMasterFile
080800     CLOSE DivMasterFile
080900     CLOSE BudgetMasterFile
081000     CLOSE ReportFile.
081100 9000-EXIT.
081200     EXIT.
