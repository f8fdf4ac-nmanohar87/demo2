000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CompaRatioReport.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  COMPA-RATIO REPORT FOR
001100*                     THE COMPENSATION REVIEW CYCLE.  EVERY
001200*                     EMPLOYEE ON THE EMPLOYEE2 SALARY MASTER
001300*                     WHO IS NOT TERMINATED IS LISTED WITH
001400*                     THE PAY GRADE, THE SALARY, THE GRADE
001500*                     MIDPOINT OFF GRADMAST AND THE COMPA-
001600*                     RATIO (SALARY OVER MIDPOINT), GROUPED
001700*                     BY DIVISION AND DEPARTMENT OFF DEPTMAST
001800*                     AND DIVMAST, AND FLAGGED WHEN BELOW THE
001900*                     GRADE MINIMUM, ABOVE THE MAXIMUM,
002000*                     UNGRADED, OR CARRYING A GRADE GRADMAST
002100*                     DOESN'T KNOW.  EACH EMPLOYEE IS LISTED
002200*                     ONCE, UNDER THE HOME DEPARTMENT - THE
002300*                     LARGEST EMPLOYEE3 SPLIT, THE LOWER
002400*                     DEPARTMENT CODE ON A TIE.  DEPARTMENT,
002500*                     DIVISION AND GRAND SUBTOTALS SHOW THE
002600*                     HEADCOUNT, THE GROUP COMPA-RATIO (TOTAL
002700*                     SALARY OVER TOTAL MIDPOINT OF THE
002800*                     GRADED EMPLOYEES) AND HOW MANY ARE
002900*                     OUTSIDE THE RANGE.  A DEPARTMENT
003000*                     MISSING FROM DEPTMAST OR CARRYING A
003100*                     BLANK DIVISION ROLLS UP TO THE ???
003200*                     BUCKET, THE WAY THE DEPARTMENT SUMMARY
003300*                     DOES.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT Employee1File ASSIGN TO EMPLOYE1
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS EmployeeID1
004200         FILE STATUS IS WS-EMP1-STATUS-CODE.
004300     SELECT Employee2File ASSIGN TO EMPLOYE2
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS EmployeeID2
004700         FILE STATUS IS WS-EMP2-STATUS-CODE.
004800     SELECT Employee3File ASSIGN TO EMPLOYE3
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT GradeMasterFile ASSIGN TO GRADMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS GradeCode
005400         FILE STATUS IS WS-GRAD-STATUS-CODE.
005500     SELECT DeptMasterFile ASSIGN TO DEPTMAST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DepartmentCode
005900         FILE STATUS IS WS-DEPT-STATUS-CODE.
006000     SELECT DivMasterFile ASSIGN TO DIVMAST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS DivisionCode
006400         FILE STATUS IS WS-DIV-STATUS-CODE.
006500     SELECT ReportFile ASSIGN TO COMPRPT
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  Employee1File.
007100     COPY EMP1REC.
007200
007300 FD  Employee2File.
007400     COPY EMP2REC.
007500
007600 FD  Employee3File.
007700 01  EmployeeRecord3.
007800     05  EmployeeID3        PIC 9(05).
007900     05  DepartmentCode3    PIC X(06).
008000     05  SplitPercent3      PIC 9(03).
008100*
008200*    ALPHANUMERIC VIEW OF EMPLOYEERECORD3 SO A BLANK SPLIT
008300*    PERCENTAGE (THE OLD SINGLE-DEPARTMENT FILE FORMAT) CAN
008400*    BE RECOGNIZED, AND A BAD RECORD SKIPPED, WITHOUT AN
008500*    INVALID NUMERIC MOVE - THE SAME VIEW THE MERGE KEEPS.
008600*
008700 01  EmployeeRecord3-Text.
008800     05  EmployeeID3-Text   PIC X(05).
008900     05  FILLER             PIC X(06).
009000     05  SplitPercent3-Text PIC X(03).
009100
009200 FD  GradeMasterFile.
009300     COPY GRADREC.
009400
009500 FD  DeptMasterFile.
009600     COPY DEPTREC.
009700
009800 FD  DivMasterFile.
009900     COPY DIVREC.
010000
010100 FD  ReportFile.
010200 01  ReportRecord           PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500*
010600*    FILE STATUS AND LOOP CONTROL
010700*
010800 77  WS-EMP1-STATUS-CODE    PIC XX.
010900 77  WS-EMP2-STATUS-CODE    PIC XX.
011000 77  WS-GRAD-STATUS-CODE    PIC XX.
011100 77  WS-DEPT-STATUS-CODE    PIC XX.
011200 77  WS-DIV-STATUS-CODE     PIC XX.
011300 77  WS-EOF-FILE3           PIC X VALUE 'N'.
011400     88  EOF-FILE3                   VALUE 'Y'.
011500 77  WS-EOF-EMP2            PIC X VALUE 'N'.
011600     88  EOF-EMP2                    VALUE 'Y'.
011700 77  WS-SPLIT-FOUND         PIC X VALUE 'N'.
011800 77  WS-SPLIT-DONE          PIC X VALUE 'N'.
011900 77  WS-SPLIT-START         PIC 9(07) COMP VALUE ZERO.
012000*
012100*    EMPLOYEE3 SPLIT TABLE - LOADED LIKE THE MERGE'S TABLE,
012200*    THEN SORTED WITHIN EACH EMPLOYEEID BY SPLIT PERCENT
012300*    DESCENDING AND DEPARTMENT CODE ASCENDING, SO THE FIRST
012400*    ENTRY OF AN EMPLOYEE'S GROUP IS THE HOME DEPARTMENT.
012500*    RECORDS THAT WOULDN'T LOAD IN THE MERGE ARE SKIPPED
012600*    WITH A LOG NOTE.
012700*
012800 77  WS-EMP3-MAX            PIC 9(06) COMP VALUE 299997.
012900 77  WS-EMP3-COUNT          PIC 9(06) COMP VALUE ZERO.
013000
013100 01  TB-EMP3-TABLE.
013200     05  TB-EMP3-ENTRY OCCURS 1 TO 299997 TIMES
013300             DEPENDING ON WS-EMP3-COUNT
013400             ASCENDING KEY IS TB-EMP3-ID
013500             INDEXED BY TB-EMP3-IDX.
013600         10  TB-EMP3-ID          PIC 9(05).
013700         10  TB-EMP3-DEPT        PIC X(06).
013800         10  TB-EMP3-PCT         PIC 9(03).
013900*
014000*    REPORT TABLE - ONE ENTRY PER EMPLOYEE REPORTED, BUILT
014100*    IN EMPLOYEEID ORDER OFF THE SALARY MASTER AND SORTED
014200*    INTO DIVISION / DEPARTMENT / EMPLOYEEID ORDER FOR THE
014300*    CONTROL BREAKS.  SIZED TO 99999 - THE LARGEST
014400*    EMPLOYEEID THE MASTER CAN HOLD.
014500*
014600 77  WS-RPT-MAX             PIC 9(05) COMP VALUE 99999.
014700 77  WS-RPT-COUNT           PIC 9(05) COMP VALUE ZERO.
014800 77  WS-RPT-IX              PIC 9(05) COMP VALUE ZERO.
014900
015000 01  TB-RPT-TABLE.
015100     05  TB-RPT-ENTRY OCCURS 1 TO 99999 TIMES
015200             DEPENDING ON WS-RPT-COUNT.
015300         10  TB-RPT-DIV          PIC X(03).
015400         10  TB-RPT-DEPT         PIC X(06).
015500         10  TB-RPT-ID           PIC 9(05).
015600         10  TB-RPT-NAME         PIC X(20).
015700         10  TB-RPT-GRADE        PIC X(03).
015800         10  TB-RPT-SALARY       PIC 9(07).
015900         10  TB-RPT-MIDPOINT     PIC 9(07).
016000         10  TB-RPT-FLAG         PIC X(10).
016100             88  RPT-BELOW-MIN           VALUE 'BELOW MIN'.
016200             88  RPT-ABOVE-MAX           VALUE 'ABOVE MAX'.
016300*
016400*    CURRENT EMPLOYEE WORK FIELDS
016500*
016600 77  WS-CUR-DEPT            PIC X(06) VALUE SPACES.
016700 77  WS-CUR-DIV             PIC X(03) VALUE SPACES.
016800 77  WS-CUR-NAME            PIC X(20) VALUE SPACES.
016900 77  WS-CUR-MIDPOINT        PIC 9(07) VALUE ZERO.
017000 77  WS-CUR-FLAG            PIC X(10) VALUE SPACES.
017100*
017200*    CONTROL BREAK FIELDS AND THE THREE LEVELS OF SUBTOTAL.
017300*    THE GROUP COMPA-RATIO IS TOTAL SALARY OVER TOTAL
017400*    MIDPOINT OF THE EMPLOYEES WITH A GRADE ON GRADMAST -
017500*    UNGRADED ONES ARE COUNTED BUT HAVE NO MIDPOINT TO ADD.
017600*
017700 77  WS-PREV-DIV            PIC X(03) VALUE SPACES.
017800 77  WS-PREV-DEPT           PIC X(06) VALUE SPACES.
017900 77  WS-FIRST-LINE          PIC X VALUE 'Y'.
018000 77  WS-DEPT-HC             PIC 9(07) COMP VALUE ZERO.
018100 77  WS-DEPT-SAL            PIC 9(11) COMP-3 VALUE ZERO.
018200 77  WS-DEPT-MID            PIC 9(11) COMP-3 VALUE ZERO.
018300 77  WS-DEPT-OUT            PIC 9(07) COMP VALUE ZERO.
018400 77  WS-DIV-HC              PIC 9(07) COMP VALUE ZERO.
018500 77  WS-DIV-SAL             PIC 9(11) COMP-3 VALUE ZERO.
018600 77  WS-DIV-MID             PIC 9(11) COMP-3 VALUE ZERO.
018700 77  WS-DIV-OUT             PIC 9(07) COMP VALUE ZERO.
018800 77  WS-GRAND-HC            PIC 9(07) COMP VALUE ZERO.
018900 77  WS-GRAND-SAL           PIC 9(11) COMP-3 VALUE ZERO.
019000 77  WS-GRAND-MID           PIC 9(11) COMP-3 VALUE ZERO.
019100 77  WS-GRAND-OUT           PIC 9(07) COMP VALUE ZERO.
019200 77  WS-RATIO               PIC 9(03)V99 VALUE ZERO.
019300*
019400*    RUN COUNTERS FOR THE TRAILER
019500*
019600 77  WS-COUNT-EMP2-READ     PIC 9(07) COMP VALUE ZERO.
019700 77  WS-COUNT-TERMINATED    PIC 9(07) COMP VALUE ZERO.
019800 77  WS-COUNT-BELOW-MIN     PIC 9(07) COMP VALUE ZERO.
019900 77  WS-COUNT-ABOVE-MAX     PIC 9(07) COMP VALUE ZERO.
020000 77  WS-COUNT-UNGRADED      PIC 9(07) COMP VALUE ZERO.
020100 77  WS-COUNT-BAD-GRADE     PIC 9(07) COMP VALUE ZERO.
020200 77  WS-COUNT-NO-SPLIT      PIC 9(07) COMP VALUE ZERO.
020300*
020400*    REPORT LINE LAYOUTS
020500*
020600 01  WS-HEADING-LINE.
020700     05  WS-HEADING-TEXT        PIC X(60).
020800     05  FILLER                 PIC X(20) VALUE SPACES.
020900
021000 01  WS-DIVHEAD-LINE.
021100     05  FILLER                 PIC X(09) VALUE 'DIVISION '.
021200     05  WS-DIVHEAD-CODE        PIC X(03).
021300     05  FILLER                 PIC X(02) VALUE SPACES.
021400     05  WS-DIVHEAD-NAME        PIC X(30).
021500     05  FILLER                 PIC X(36) VALUE SPACES.
021600
021700 01  WS-DEPTHEAD-LINE.
021800     05  FILLER                 PIC X(13) VALUE '  DEPARTMENT '.
021900     05  WS-DEPTHEAD-CODE       PIC X(06).
022000     05  FILLER                 PIC X(02) VALUE SPACES.
022100     05  WS-DEPTHEAD-NAME       PIC X(30).
022200     05  FILLER                 PIC X(29) VALUE SPACES.
022300
022400 01  WS-COLHEAD-LINE.
022500     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
022600     05  FILLER                 PIC X(22) VALUE 'NAME'.
022700     05  FILLER                 PIC X(05) VALUE 'GRD  '.
022800     05  FILLER                 PIC X(09) VALUE ' SALARY  '.
022900     05  FILLER                 PIC X(09) VALUE 'MIDPOINT '.
023000     05  FILLER                 PIC X(08) VALUE ' RATIO  '.
023100     05  FILLER                 PIC X(20) VALUE 'FLAG'.
023200
023300 01  WS-DETAIL-LINE.
023400     05  WS-DET-ID              PIC 9(05).
023500     05  FILLER                 PIC X(02) VALUE SPACES.
023600     05  WS-DET-NAME            PIC X(20).
023700     05  FILLER                 PIC X(02) VALUE SPACES.
023800     05  WS-DET-GRADE           PIC X(03).
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  WS-DET-SALARY          PIC Z(06)9.
024100     05  FILLER                 PIC X(02) VALUE SPACES.
024200     05  WS-DET-MIDPOINT        PIC Z(06)9.
024300     05  FILLER                 PIC X(02) VALUE SPACES.
024400     05  WS-DET-RATIO           PIC ZZ9.99.
024500     05  FILLER                 PIC X(02) VALUE SPACES.
024600     05  WS-DET-FLAG            PIC X(10).
024700     05  FILLER                 PIC X(10) VALUE SPACES.
024800
024900 01  WS-SUBTOTAL-LINE.
025000     05  WS-SUB-LABEL           PIC X(22).
025100     05  WS-SUB-COUNT           PIC Z(06)9.
025200     05  FILLER                 PIC X(13) VALUE ' EMPLOYEES   '.
025300     05  WS-SUB-RATIO           PIC ZZ9.99.
025400     05  FILLER                 PIC X(04) VALUE SPACES.
025500     05  WS-SUB-OUT             PIC Z(06)9.
025600     05  FILLER                 PIC X(15) VALUE ' OUTSIDE RANGE '.
025700     05  FILLER                 PIC X(06) VALUE SPACES.
025800
025900 01  WS-TRAILER-LINE.
026000     05  WS-TRAILER-LABEL       PIC X(35).
026100     05  WS-TRAILER-VALUE       PIC Z(10)9.
026200     05  FILLER                 PIC X(34) VALUE SPACES.
026300
026400 PROCEDURE DIVISION.
026500*
026600*----------------------------------------------------------*
026700*    0000-MAINLINE                                         *
026800*----------------------------------------------------------*
026900*
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027200     PERFORM 2000-LOAD-FILE3-TABLE THRU 2000-EXIT
027300     PERFORM 3000-PROCESS-EMPLOYEES THRU 3000-EXIT
027400     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
027500     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
027600     PERFORM 9000-TERMINATE THRU 9000-EXIT
027700     STOP RUN.
027800*
027900*----------------------------------------------------------*
028000*    1000-INITIALIZE - OPEN EVERYTHING.  THE REPORT MEANS  *
028100*    NOTHING WITHOUT THE SALARY MASTER, THE GRADE MASTER OR*
028200*    THE TWO REFERENCE MASTERS THE GROUPING COMES FROM, SO *
028300*    A FAILED OPEN ON ANY OF THEM STOPS THE RUN.           *
028400*----------------------------------------------------------*
028500*
028600 1000-INITIALIZE.
028700     OPEN INPUT Employee2File
028800     IF WS-EMP2-STATUS-CODE NOT = '00'
028900         DISPLAY 'CMPR0001E - EMPLOYEE2 SALARY MASTER COULD '
029000                 'NOT BE OPENED, STATUS ' WS-EMP2-STATUS-CODE
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029400     OPEN INPUT Employee1File
029500     IF WS-EMP1-STATUS-CODE NOT = '00'
029600         DISPLAY 'CMPR0002E - EMPLOYEE1 MASTER COULD NOT BE '
029700                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF
030100     OPEN INPUT GradeMasterFile
030200     IF WS-GRAD-STATUS-CODE NOT = '00'
030300         DISPLAY 'CMPR0003E - GRADMAST PAY GRADE MASTER '
030400                 'COULD NOT BE OPENED, STATUS '
030500                 WS-GRAD-STATUS-CODE
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF
030900     OPEN INPUT DeptMasterFile
031000     IF WS-DEPT-STATUS-CODE NOT = '00'
031100         DISPLAY 'CMPR0004E - DEPTMAST REFERENCE MASTER '
031200                 'COULD NOT BE OPENED, STATUS '
031300                 WS-DEPT-STATUS-CODE
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF
031700     OPEN INPUT DivMasterFile
031800     IF WS-DIV-STATUS-CODE NOT = '00'
031900         DISPLAY 'CMPR0005E - DIVMAST DIVISION REFERENCE '
032000                 'COULD NOT BE OPENED, STATUS '
032100                 WS-DIV-STATUS-CODE
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     OPEN INPUT  Employee3File
032600     OPEN OUTPUT ReportFile
032700     MOVE 'COMPA-RATIO REPORT BY DIVISION AND DEPARTMENT'
032800         TO WS-HEADING-TEXT
032900     WRITE ReportRecord FROM WS-HEADING-LINE.
033000 1000-EXIT.
033100     EXIT.
033200*
033300*----------------------------------------------------------*
033400*    2000-LOAD-FILE3-TABLE - LOAD THE EMPLOYEE3 SPLITS AND *
033500*    SORT THEM SO EACH EMPLOYEE'S LARGEST SPLIT (LOWER     *
033600*    DEPARTMENT CODE ON A TIE) COMES FIRST IN THE GROUP.  A*
033700*    BLANK SPLIT PERCENT IS THE OLD SINGLE-DEPARTMENT      *
033800*    FORMAT AND MEANS 100.                                 *
033900*----------------------------------------------------------*
034000*
034100 2000-LOAD-FILE3-TABLE.
034200     PERFORM 2010-READ-FILE3 THRU 2010-EXIT
034300         UNTIL EOF-FILE3
034400     SORT TB-EMP3-ENTRY ON ASCENDING KEY TB-EMP3-ID
034500                        DESCENDING KEY TB-EMP3-PCT
034600                        ASCENDING KEY TB-EMP3-DEPT.
034700 2000-EXIT.
034800     EXIT.
034900
035000 2010-READ-FILE3.
035100     READ Employee3File INTO EmployeeRecord3
035200         AT END
035300             MOVE 'Y' TO WS-EOF-FILE3
035400         NOT AT END
035500             PERFORM 2020-ADD-FILE3-ENTRY THRU 2020-EXIT
035600     END-READ.
035700 2010-EXIT.
035800     EXIT.
035900
036000 2020-ADD-FILE3-ENTRY.
036100     IF EmployeeID3-Text NOT NUMERIC
036200         DISPLAY 'CMPR0006W - EMPLOYEE3 RECORD SKIPPED, '
036300                 'INVALID EMPLOYEEID ' EmployeeID3-Text
036400         GO TO 2020-EXIT
036500     END-IF
036600     IF SplitPercent3-Text = SPACES
036700         MOVE 100 TO SplitPercent3
036800     END-IF
036900     IF SplitPercent3 NOT NUMERIC
037000         DISPLAY 'CMPR0007W - EMPLOYEE3 RECORD SKIPPED, '
037100                 'INVALID SPLIT FOR EMPLOYEEID ' EmployeeID3
037200         GO TO 2020-EXIT
037300     END-IF
037400     IF WS-EMP3-COUNT < WS-EMP3-MAX
037500         ADD 1 TO WS-EMP3-COUNT
037600         MOVE EmployeeID3      TO TB-EMP3-ID(WS-EMP3-COUNT)
037700         MOVE DepartmentCode3  TO TB-EMP3-DEPT(WS-EMP3-COUNT)
037800         MOVE SplitPercent3    TO TB-EMP3-PCT(WS-EMP3-COUNT)
037900     ELSE
038000         DISPLAY 'CMPR0008E - EMPLOYEE3 TABLE FULL, RECORD '
038100                 'SKIPPED FOR EMPLOYEEID ' EmployeeID3
038200     END-IF.
038300 2020-EXIT.
038400     EXIT.
038500*
038600*----------------------------------------------------------*
038700*    3000-PROCESS-EMPLOYEES - BROWSE THE SALARY MASTER FROM*
038800*    THE TOP AND BUILD ONE REPORT TABLE ENTRY PER EMPLOYEE *
038900*    WHO IS NOT TERMINATED, THEN SORT THE TABLE INTO       *
039000*    DIVISION / DEPARTMENT / EMPLOYEEID ORDER.             *
039100*----------------------------------------------------------*
039200*
039300 3000-PROCESS-EMPLOYEES.
039400     MOVE LOW-VALUES TO EmployeeRecord2
039500     START Employee2File KEY IS NOT LESS THAN EmployeeID2
039600         INVALID KEY
039700             MOVE 'Y' TO WS-EOF-EMP2
039800     END-START
039900     PERFORM 3010-READ-EMPLOYEE2 THRU 3010-EXIT
040000         UNTIL EOF-EMP2
040100     SORT TB-RPT-ENTRY ON ASCENDING KEY TB-RPT-DIV
040200                                        TB-RPT-DEPT
040300                                        TB-RPT-ID.
040400 3000-EXIT.
040500     EXIT.
040600
040700 3010-READ-EMPLOYEE2.
040800     READ Employee2File NEXT RECORD
040900         AT END
041000             MOVE 'Y' TO WS-EOF-EMP2
041100         NOT AT END
041200             ADD 1 TO WS-COUNT-EMP2-READ
041300             PERFORM 3100-ADD-EMPLOYEE THRU 3100-EXIT
041400     END-READ.
041500 3010-EXIT.
041600     EXIT.
041700*
041800*    A TERMINATED EMPLOYEE STILL ON THE SALARY MASTER ISN'T
041900*    PART OF ANY REVIEW CYCLE, SO IS COUNTED AND LEFT OFF.
042000*    ONE MISSING FROM EMPLOYEE1 ALTOGETHER IS STILL BEING
042100*    PAID BY THE MERGE'S RULES, SO IS LISTED WITH A NOTE IN
042200*    PLACE OF THE NAME.
042300*
042400 3100-ADD-EMPLOYEE.
042500     MOVE EmployeeID2 TO EmployeeID1
042600     READ Employee1File
042700         INVALID KEY
042800             MOVE '** NOT ON EMPLOYEE1' TO WS-CUR-NAME
042900         NOT INVALID KEY
043000             MOVE EmployeeName1 TO WS-CUR-NAME
043100     END-READ
043200     IF WS-EMP1-STATUS-CODE = '00' AND EMP1-TERMINATED
043300         ADD 1 TO WS-COUNT-TERMINATED
043400         GO TO 3100-EXIT
043500     END-IF
043600     PERFORM 3200-FIND-HOME-DEPT THRU 3200-EXIT
043700     PERFORM 3300-RESOLVE-DIVISION THRU 3300-EXIT
043800     PERFORM 3400-CHECK-GRADE THRU 3400-EXIT
043900     IF WS-RPT-COUNT < WS-RPT-MAX
044000         ADD 1 TO WS-RPT-COUNT
044100         MOVE WS-CUR-DIV      TO TB-RPT-DIV(WS-RPT-COUNT)
044200         MOVE WS-CUR-DEPT     TO TB-RPT-DEPT(WS-RPT-COUNT)
044300         MOVE EmployeeID2     TO TB-RPT-ID(WS-RPT-COUNT)
044400         MOVE WS-CUR-NAME     TO TB-RPT-NAME(WS-RPT-COUNT)
044500         MOVE EmployeeGrade   TO TB-RPT-GRADE(WS-RPT-COUNT)
044600         MOVE EmployeeSalary  TO TB-RPT-SALARY(WS-RPT-COUNT)
044700         MOVE WS-CUR-MIDPOINT TO TB-RPT-MIDPOINT(WS-RPT-COUNT)
044800         MOVE WS-CUR-FLAG     TO TB-RPT-FLAG(WS-RPT-COUNT)
044900     ELSE
045000         DISPLAY 'CMPR0009E - REPORT TABLE FULL, EMPLOYEE '
045100                 'NOT REPORTED - ' EmployeeID2
045200     END-IF.
045300 3100-EXIT.
045400     EXIT.
045500*
045600*    SEARCH ALL LANDS ON AN ARBITRARY ENTRY OF A REPEATING
045700*    KEY, SO THE FOUND POSITION IS WALKED BACK TO THE
045800*    GROUP'S FIRST ENTRY - THE HOME DEPARTMENT, GIVEN THE
045900*    SORT ORDER.  AN EMPLOYEE WITH NO SPLIT IS LISTED UNDER
046000*    A BLANK DEPARTMENT, THE SAME CASE THE MERGE WRITES WITH
046100*    A BLANK DEPARTMENTOUT.
046200*
046300 3200-FIND-HOME-DEPT.
046400     MOVE SPACES TO WS-CUR-DEPT
046500     MOVE 'N' TO WS-SPLIT-FOUND
046600     IF WS-EMP3-COUNT = ZERO
046700         GO TO 3200-NONE
046800     END-IF
046900     SEARCH ALL TB-EMP3-ENTRY
047000         AT END
047100             CONTINUE
047200         WHEN TB-EMP3-ID(TB-EMP3-IDX) = EmployeeID2
047300             MOVE 'Y' TO WS-SPLIT-FOUND
047400             SET WS-SPLIT-START TO TB-EMP3-IDX
047500     END-SEARCH.
047600 3200-NONE.
047700     IF WS-SPLIT-FOUND = 'N'
047800         ADD 1 TO WS-COUNT-NO-SPLIT
047900         GO TO 3200-EXIT
048000     END-IF
048100     MOVE 'N' TO WS-SPLIT-DONE
048200     PERFORM 3210-BACK-TO-FIRST THRU 3210-EXIT
048300         UNTIL WS-SPLIT-DONE = 'Y'
048400     MOVE TB-EMP3-DEPT(WS-SPLIT-START) TO WS-CUR-DEPT.
048500 3200-EXIT.
048600     EXIT.
048700
048800 3210-BACK-TO-FIRST.
048900     IF WS-SPLIT-START = 1
049000         MOVE 'Y' TO WS-SPLIT-DONE
049100         GO TO 3210-EXIT
049200     END-IF
049300     IF TB-EMP3-ID(WS-SPLIT-START - 1) = EmployeeID2
049400         SUBTRACT 1 FROM WS-SPLIT-START
049500     ELSE
049600         MOVE 'Y' TO WS-SPLIT-DONE
049700     END-IF.
049800 3210-EXIT.
049900     EXIT.
050000*
050100*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
050200*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
050300*    THE HOME DEPARTMENT IS MOVED INTO DEPARTMENTCODE BEFORE
050400*    THE READ.  NO DEPARTMENT, A DEPARTMENT MISSING FROM
050500*    DEPTMAST, OR A BLANK DIVISION ROLLS UP TO THE ???
050600*    BUCKET.
050700*
050800 3300-RESOLVE-DIVISION.
050900     MOVE '???' TO WS-CUR-DIV
051000     IF WS-CUR-DEPT = SPACES
051100         GO TO 3300-EXIT
051200     END-IF
051300     MOVE WS-CUR-DEPT TO DepartmentCode
051400     READ DeptMasterFile
051500         INVALID KEY
051600             CONTINUE
051700         NOT INVALID KEY
051800             IF DepartmentDivision NOT = SPACES
051900                 MOVE DepartmentDivision TO WS-CUR-DIV
052000             END-IF
052100     END-READ.
052200 3300-EXIT.
052300     EXIT.
052400*
052500*    THE GRADE'S MIDPOINT FOR THE RATIO, AND THE FLAG FOR
052600*    ANYONE OUTSIDE THE RANGE.  AN UNGRADED EMPLOYEE, OR ONE
052700*    WHOSE GRADE IS NOT ON GRADMAST, HAS NO MIDPOINT AND IS
052800*    FLAGGED SO COMPENSATION CAN ASSIGN ONE.
052900*
053000 3400-CHECK-GRADE.
053100     MOVE ZERO   TO WS-CUR-MIDPOINT
053200     MOVE SPACES TO WS-CUR-FLAG
053300     IF EmployeeGrade = SPACES
053400         ADD 1 TO WS-COUNT-UNGRADED
053500         MOVE 'NO GRADE' TO WS-CUR-FLAG
053600         GO TO 3400-EXIT
053700     END-IF
053800     MOVE EmployeeGrade TO GradeCode
053900     READ GradeMasterFile
054000         INVALID KEY
054100             ADD 1 TO WS-COUNT-BAD-GRADE
054200             MOVE 'BAD GRADE' TO WS-CUR-FLAG
054300             GO TO 3400-EXIT
054400     END-READ
054500     MOVE GradeMidpoint TO WS-CUR-MIDPOINT
054600     IF EmployeeSalary < GradeMinimum
054700         ADD 1 TO WS-COUNT-BELOW-MIN
054800         MOVE 'BELOW MIN' TO WS-CUR-FLAG
054900     END-IF
055000     IF EmployeeSalary > GradeMaximum
055100         ADD 1 TO WS-COUNT-ABOVE-MAX
055200         MOVE 'ABOVE MAX' TO WS-CUR-FLAG
055300     END-IF.
055400 3400-EXIT.
055500     EXIT.
055600*
055700*----------------------------------------------------------*
055800*    4000-PRINT-REPORT - WALK THE SORTED REPORT TABLE WITH *
055900*    DIVISION AND DEPARTMENT CONTROL BREAKS, THEN CLOSE OUT*
056000*    THE LAST DEPARTMENT AND DIVISION AND PRINT THE GRAND  *
056100*    SUBTOTAL.                                             *
056200*----------------------------------------------------------*
056300*
056400 4000-PRINT-REPORT.
056500     PERFORM 4100-PRINT-ONE-EMPLOYEE THRU 4100-EXIT
056600         VARYING WS-RPT-IX FROM 1 BY 1
056700         UNTIL WS-RPT-IX > WS-RPT-COUNT
056800     IF WS-FIRST-LINE = 'N'
056900         PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
057000         PERFORM 4600-DIV-SUBTOTAL THRU 4600-EXIT
057100     END-IF
057200     MOVE SPACES TO WS-HEADING-TEXT
057300     WRITE ReportRecord FROM WS-HEADING-LINE
057400     MOVE 'GRAND TOTAL'  TO WS-SUB-LABEL
057500     MOVE WS-GRAND-HC    TO WS-SUB-COUNT
057600     MOVE WS-GRAND-OUT   TO WS-SUB-OUT
057700     IF WS-GRAND-MID = ZERO
057800         MOVE ZERO TO WS-RATIO
057900     ELSE
058000         COMPUTE WS-RATIO ROUNDED = WS-GRAND-SAL / WS-GRAND-MID
058100     END-IF
058200     MOVE WS-RATIO TO WS-SUB-RATIO
058300     WRITE ReportRecord FROM WS-SUBTOTAL-LINE.
058400 4000-EXIT.
058500     EXIT.
058600
058700 4100-PRINT-ONE-EMPLOYEE.
058800     IF WS-FIRST-LINE = 'Y'
058900         MOVE 'N' TO WS-FIRST-LINE
059000         PERFORM 4300-DIV-HEADING THRU 4300-EXIT
059100         PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
059200     ELSE
059300         IF TB-RPT-DIV(WS-RPT-IX) NOT = WS-PREV-DIV
059400             PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
059500             PERFORM 4600-DIV-SUBTOTAL THRU 4600-EXIT
059600             PERFORM 4300-DIV-HEADING THRU 4300-EXIT
059700             PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
059800         ELSE
059900             IF TB-RPT-DEPT(WS-RPT-IX) NOT = WS-PREV-DEPT
060000                 PERFORM 4500-DEPT-SUBTOTAL THRU 4500-EXIT
060100                 PERFORM 4400-DEPT-HEADING THRU 4400-EXIT
060200             END-IF
060300         END-IF
060400     END-IF
060500     PERFORM 4200-DETAIL-LINE THRU 4200-EXIT.
060600 4100-EXIT.
060700     EXIT.
060800*
060900*    ONE EMPLOYEE'S LINE, AND THE EMPLOYEE'S SHARE OF EACH
061000*    SUBTOTAL LEVEL.  THE RATIO IS ROUNDED TO TWO PLACES,
061100*    THE WAY COMPENSATION QUOTES IT.
061200*
061300 4200-DETAIL-LINE.
061400     MOVE TB-RPT-ID(WS-RPT-IX)       TO WS-DET-ID
061500     MOVE TB-RPT-NAME(WS-RPT-IX)     TO WS-DET-NAME
061600     MOVE TB-RPT-GRADE(WS-RPT-IX)    TO WS-DET-GRADE
061700     MOVE TB-RPT-SALARY(WS-RPT-IX)   TO WS-DET-SALARY
061800     MOVE TB-RPT-MIDPOINT(WS-RPT-IX) TO WS-DET-MIDPOINT
061900     MOVE TB-RPT-FLAG(WS-RPT-IX)     TO WS-DET-FLAG
062000     IF TB-RPT-MIDPOINT(WS-RPT-IX) = ZERO
062100         MOVE ZERO TO WS-RATIO
062200     ELSE
062300         COMPUTE WS-RATIO ROUNDED =
062400             TB-RPT-SALARY(WS-RPT-IX) / TB-RPT-MIDPOINT(WS-RPT-IX)
062500         ADD TB-RPT-SALARY(WS-RPT-IX)   TO WS-DEPT-SAL
062600         ADD TB-RPT-MIDPOINT(WS-RPT-IX) TO WS-DEPT-MID
062700     END-IF
062800     MOVE WS-RATIO TO WS-DET-RATIO
062900     WRITE ReportRecord FROM WS-DETAIL-LINE
063000     ADD 1 TO WS-DEPT-HC
063100     IF RPT-BELOW-MIN(WS-RPT-IX) OR RPT-ABOVE-MAX(WS-RPT-IX)
063200         ADD 1 TO WS-DEPT-OUT
063300     END-IF.
063400 4200-EXIT.
063500     EXIT.
063600
063700 4300-DIV-HEADING.
063800     MOVE TB-RPT-DIV(WS-RPT-IX) TO WS-PREV-DIV
063900     MOVE WS-PREV-DIV           TO WS-DIVHEAD-CODE
064000     IF WS-PREV-DIV = '???'
064100         MOVE 'NO DIVISION ASSIGNED' TO WS-DIVHEAD-NAME
064200     ELSE
064300         MOVE WS-PREV-DIV TO DivisionCode
064400         READ DivMasterFile
064500             INVALID KEY
064600                 MOVE 'NOT ON DIVMAST' TO WS-DIVHEAD-NAME
064700             NOT INVALID KEY
064800                 MOVE DivisionName TO WS-DIVHEAD-NAME
064900         END-READ
065000     END-IF
065100     MOVE SPACES TO WS-HEADING-TEXT
065200     WRITE ReportRecord FROM WS-HEADING-LINE
065300     WRITE ReportRecord FROM WS-DIVHEAD-LINE.
065400 4300-EXIT.
065500     EXIT.
065600
065700 4400-DEPT-HEADING.
065800     MOVE TB-RPT-DEPT(WS-RPT-IX) TO WS-PREV-DEPT
065900     MOVE WS-PREV-DEPT           TO WS-DEPTHEAD-CODE
066000     IF WS-PREV-DEPT = SPACES
066100         MOVE 'NO DEPARTMENT ON EMPLOYEE3' TO WS-DEPTHEAD-NAME
066200     ELSE
066300         MOVE WS-PREV-DEPT TO DepartmentCode
066400         READ DeptMasterFile
066500             INVALID KEY
066600                 MOVE 'NOT ON DEPTMAST' TO WS-DEPTHEAD-NAME
066700             NOT INVALID KEY
066800                 MOVE DepartmentName TO WS-DEPTHEAD-NAME
066900         END-READ
067000     END-IF
067100     WRITE ReportRecord FROM WS-DEPTHEAD-LINE
067200     WRITE ReportRecord FROM WS-COLHEAD-LINE.
067300 4400-EXIT.
067400     EXIT.
067500*
067600*    EACH SUBTOTAL IS PRINTED, THEN ROLLED INTO THE LEVEL
067700*    ABOVE IT AND CLEARED, SO THE GRAND TOTAL IS THE SUM OF
067800*    WHAT WAS PRINTED.
067900*
068000 4500-DEPT-SUBTOTAL.
068100     MOVE '  DEPARTMENT TOTAL' TO WS-SUB-LABEL
068200     MOVE WS-DEPT-HC           TO WS-SUB-COUNT
068300     MOVE WS-DEPT-OUT          TO WS-SUB-OUT
068400     IF WS-DEPT-MID = ZERO
068500         MOVE ZERO TO WS-RATIO
068600     ELSE
068700         COMPUTE WS-RATIO ROUNDED = WS-DEPT-SAL / WS-DEPT-MID
068800     END-IF
068900     MOVE WS-RATIO TO WS-SUB-RATIO
069000     WRITE ReportRecord FROM WS-SUBTOTAL-LINE
069100     ADD WS-DEPT-HC  TO WS-DIV-HC
069200     ADD WS-DEPT-SAL TO WS-DIV-SAL
069300     ADD WS-DEPT-MID TO WS-DIV-MID
069400     ADD WS-DEPT-OUT TO WS-DIV-OUT
069500     MOVE ZERO TO WS-DEPT-HC
069600     MOVE ZERO TO WS-DEPT-SAL
069700     MOVE ZERO TO WS-DEPT-MID
069800     MOVE ZERO TO WS-DEPT-OUT.
069900 4500-EXIT.
070000     EXIT.
070100
070200 4600-DIV-SUBTOTAL.
070300     MOVE 'DIVISION TOTAL'     TO WS-SUB-LABEL
070400     MOVE WS-DIV-HC            TO WS-SUB-COUNT
070500     MOVE WS-DIV-OUT           TO WS-SUB-OUT
070600     IF WS-DIV-MID = ZERO
070700         MOVE ZERO TO WS-RATIO
070800     ELSE
070900         COMPUTE WS-RATIO ROUNDED = WS-DIV-SAL / WS-DIV-MID
071000     END-IF
071100     MOVE WS-RATIO TO WS-SUB-RATIO
071200     WRITE ReportRecord FROM WS-SUBTOTAL-LINE
071300     ADD WS-DIV-HC  TO WS-GRAND-HC
071400     ADD WS-DIV-SAL TO WS-GRAND-SAL
071500     ADD WS-DIV-MID TO WS-GRAND-MID
071600     ADD WS-DIV-OUT TO WS-GRAND-OUT
071700     MOVE ZERO TO WS-DIV-HC
071800     MOVE ZERO TO WS-DIV-SAL
071900     MOVE ZERO TO WS-DIV-MID
072000     MOVE ZERO TO WS-DIV-OUT.
072100 4600-EXIT.
072200     EXIT.
072300*
072400*----------------------------------------------------------*
072500*    5000-PRINT-TRAILER - RECONCILIATION COUNTS.  RECORDS  *
072600*    READ LESS TERMINATED EQUALS EMPLOYEES REPORTED, WHICH *
072700*    EQUALS THE GRAND TOTAL HEADCOUNT ABOVE.               *
072800*----------------------------------------------------------*
072900*
073000 5000-PRINT-TRAILER.
073100     MOVE SPACES TO WS-HEADING-TEXT
073200     WRITE ReportRecord FROM WS-HEADING-LINE
073300     MOVE 'EMPLOYEE2 RECORDS READ'       TO WS-TRAILER-LABEL
073400     MOVE WS-COUNT-EMP2-READ             TO WS-TRAILER-VALUE
073500     WRITE ReportRecord FROM WS-TRAILER-LINE
073600     MOVE 'TERMINATED, NOT REPORTED'     TO WS-TRAILER-LABEL
073700     MOVE WS-COUNT-TERMINATED            TO WS-TRAILER-VALUE
073800     WRITE ReportRecord FROM WS-TRAILER-LINE
073900     MOVE 'EMPLOYEES REPORTED'           TO WS-TRAILER-LABEL
074000     MOVE WS-RPT-COUNT                   TO WS-TRAILER-VALUE
074100     WRITE ReportRecord FROM WS-TRAILER-LINE
074200     MOVE 'BELOW GRADE MINIMUM'          TO WS-TRAILER-LABEL
074300     MOVE WS-COUNT-BELOW-MIN             TO WS-TRAILER-VALUE
074400     WRITE ReportRecord FROM WS-TRAILER-LINE
074500     MOVE 'ABOVE GRADE MAXIMUM'          TO WS-TRAILER-LABEL
074600     MOVE WS-COUNT-ABOVE-MAX             TO WS-TRAILER-VALUE
074700     WRITE ReportRecord FROM WS-TRAILER-LINE
074800     MOVE 'UNGRADED'                     TO WS-TRAILER-LABEL
074900     MOVE WS-COUNT-UNGRADED              TO WS-TRAILER-VALUE
075000     WRITE ReportRecord FROM WS-TRAILER-LINE
075100     MOVE 'GRADE NOT ON GRADMAST'        TO WS-TRAILER-LABEL
075200     MOVE WS-COUNT-BAD-GRADE             TO WS-TRAILER-VALUE
075300     WRITE ReportRecord FROM WS-TRAILER-LINE
075400     MOVE 'NO SPLIT ON EMPLOYEE3'        TO WS-TRAILER-LABEL
075500     MOVE WS-COUNT-NO-SPLIT              TO WS-TRAILER-VALUE
075600     WRITE ReportRecord FROM WS-TRAILER-LINE.
075700 5000-EXIT.
075800     EXIT.
075900*
076000*----------------------------------------------------------*
076100*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN      *
076200*----------------------------------------------------------*
076300*
076400 9000-TERMINATE.
076500     CLOSE Employee1File
076600     CLOSE Employee2File
076700     CLOSE Employee3File
076800     CLOSE GradeMasterFile
076900     CLOSE DeptMasterFile
077000     CLOSE DivMasterFile
077100     CLOSE ReportFile.
077200 9000-EXIT.
077300     EXIT.
