000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MaintainPayGrade.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  ADD/CHANGE/DELETE/
001100*                     INQUIRE MAINTENANCE FOR THE GRADMAST PAY
001200*                     GRADE MASTER - GRADE CODE AND THE
001300*                     MINIMUM, MIDPOINT AND MAXIMUM ANNUAL
001400*                     SALARY OF THE RANGE - THAT THE EMPLOYEE2
001500*                     SALARY PROGRAMS EDIT AGAINST AND THE
001600*                     COMPA-RATIO REPORT MEASURES FROM.  BUILT
001700*                     IN THE SAME STYLE AS MAINTAINBUDGET,
001800*                     INCLUDING THE AUDIT TRAIL ENTRY PER
001900*                     COMPLETED TRANSACTION.  THE FIGURES MUST
002000*                     RUN MINIMUM <= MIDPOINT <= MAXIMUM.  A
002100*                     GRADE STILL ASSIGNED TO ANYONE ON
002200*                     EMPLOYEE2 CANNOT BE DELETED, AND A RANGE
002300*                     CHANGE REPORTS HOW MANY OF THE GRADE'S
002400*                     EMPLOYEES IT LEAVES OUTSIDE THE RANGE.
002500*
002600*----------------------------------------------------------*
002700*    MAINTAINPAYGRADE - ADD, CHANGE, DELETE AND INQUIRE     *
002800*    AGAINST THE PAY GRADE MASTER, KEYED ON GRADECODE.      *
002900*    RUN INTERACTIVELY FROM A TERMINAL.                     *
003000*----------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT GradeMasterFile ASSIGN TO GRADMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS GradeCode
003900         FILE STATUS IS WS-GRAD-STATUS-CODE.
004000     SELECT Employee2File ASSIGN TO EMPLOYE2
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EmployeeID2
004400         FILE STATUS IS WS-EMP2-STATUS-CODE.
004500     SELECT AuditFile ASSIGN TO MERGEAUD
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUD-STATUS-CODE.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  GradeMasterFile.
005200     COPY GRADREC.
005300
005400 FD  Employee2File.
005500     COPY EMP2REC.
005600
005700 FD  AuditFile.
005800     COPY AUDITREC.
005900
006000 WORKING-STORAGE SECTION.
006100*
006200*    FILE STATUS AND LOOP CONTROL
006300*
006400 77  WS-GRAD-STATUS-CODE    PIC XX.
006500 77  WS-EMP2-STATUS-CODE    PIC XX.
006600 77  WS-AUD-STATUS-CODE     PIC XX.
006700 77  WS-MORE-SW             PIC X VALUE 'Y'.
006800     88  MORE-TRANSACTIONS          VALUE 'Y'.
006900 77  WS-FUNCTION-CHOICE     PIC X VALUE SPACE.
007000 77  WS-EDIT-SW             PIC X VALUE 'N'.
007100     88  EDIT-FAILED                VALUE 'Y'.
007200 77  WS-FOUND-SW            PIC X VALUE 'N'.
007300     88  RECORD-FOUND                VALUE 'Y'.
007400 77  WS-CONFIRM             PIC X VALUE SPACE.
007500 77  WS-EOF-EMP2            PIC X VALUE 'N'.
007600     88  EOF-EMP2                    VALUE 'Y'.
007700*
007800*    TRANSACTION WORK AREAS
007900*
008000 77  WS-INPUT-CODE          PIC X(03).
008100 77  WS-INPUT-MINIMUM       PIC X(07).
008200 77  WS-INPUT-MIDPOINT      PIC X(07).
008300 77  WS-INPUT-MAXIMUM       PIC X(07).
008400 77  WS-AUDIT-ACTION        PIC X(10).
008500*
008600*    EMPLOYEE2 SCAN RESULTS - HOW MANY EMPLOYEES CARRY THE
008700*    GRADE AND HOW MANY OF THEM ARE PAID OUTSIDE ITS RANGE
008800*
008900 77  WS-COUNT-IN-GRADE      PIC 9(07) COMP VALUE ZERO.
009000 77  WS-COUNT-OUT-OF-RANGE  PIC 9(07) COMP VALUE ZERO.
009100 77  WS-DISPLAY-COUNT       PIC Z(06)9.
009200*
009300*----------------------------------------------------------*
009400*    0000-MAINLINE                                          *
009500*----------------------------------------------------------*
009600*
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010000     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
010100         UNTIL NOT MORE-TRANSACTIONS
010200     PERFORM 9000-TERMINATE THRU 9000-EXIT
010300     STOP RUN.
010400*
010500*----------------------------------------------------------*
010600*    1000-INITIALIZE - OPEN THE GRADE MASTER FOR RANDOM    *
010700*    ADD/CHANGE/DELETE/INQUIRE AND THE EMPLOYEE2 SALARY    *
010800*    MASTER FOR THE IN-USE AND OUT-OF-RANGE SCANS.  LIKE   *
010900*    THE OTHER MASTERS, GRADMAST IS A VSAM KSDS CLUSTER A  *
011000*    COBOL OPEN CANNOT CREATE - THE GRADINIT SETUP JOB     *
011100*    DEFINES AND SEEDS IT, SO A STATUS 35 MEANS GRADINIT   *
011200*    WAS NEVER RUN AND THE PROGRAM STOPS RATHER THAN TRY TO*
011300*    SELF-PROVISION IT.                                    *
011400*----------------------------------------------------------*
011500*
011600 1000-INITIALIZE.
011700     OPEN I-O GradeMasterFile
011800     IF WS-GRAD-STATUS-CODE = '35'
011900         DISPLAY 'GRAD0015E - GRADMAST PAY GRADE CLUSTER DOES '
012000                 'NOT EXIST - RUN THE GRADINIT SETUP JOB '
012100                 'BEFORE STARTING MAINTENANCE'
012200         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     OPEN INPUT Employee2File
012600     IF WS-EMP2-STATUS-CODE NOT = '00'
012700         DISPLAY 'GRAD0016E - EMPLOYEE2 MASTER COULD NOT BE '
012800                 'OPENED, STATUS ' WS-EMP2-STATUS-CODE
012900         MOVE 16 TO RETURN-CODE
013000         STOP RUN
013100     END-IF
013200*
013300*    THE AUDIT TRAIL ACCUMULATES ACROSS RUNS, SO IT IS OPENED
013400*    EXTEND TO APPEND.  ON THE VERY FIRST RUN AT A NEW SITE
013500*    THE FILE WON'T EXIST YET (STATUS 35), SO FALL BACK TO
013600*    OPEN OUTPUT TO CREATE IT.
013700*
013800     OPEN EXTEND AuditFile
013900     IF WS-AUD-STATUS-CODE = '35'
014000         OPEN OUTPUT AuditFile
014100     END-IF
014200     DISPLAY ' '
014300     DISPLAY 'PAY GRADE MAINTENANCE'
014400     DISPLAY ' '.
014500 1000-EXIT.
014600     EXIT.
014700*
014800*----------------------------------------------------------*
014900*    2000-PROCESS-MENU - DISPLAY THE MENU, READ A CHOICE   *
015000*    AND DISPATCH TO THE REQUESTED FUNCTION                *
015100*----------------------------------------------------------*
015200*
015300 2000-PROCESS-MENU.
015400     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
015500     PERFORM 2200-GET-CHOICE THRU 2200-EXIT
015600     EVALUATE WS-FUNCTION-CHOICE
015700         WHEN '1'
015800             PERFORM 3000-ADD-GRADE THRU 3000-EXIT
015900         WHEN '2'
016000             PERFORM 4000-CHANGE-GRADE THRU 4000-EXIT
016100         WHEN '3'
016200             PERFORM 5000-DELETE-GRADE THRU 5000-EXIT
016300         WHEN '4'
016400             PERFORM 6000-INQUIRE-GRADE THRU 6000-EXIT
016500         WHEN '5'
016600             MOVE 'N' TO WS-MORE-SW
016700         WHEN OTHER
016800             DISPLAY 'GRAD0001E - INVALID SELECTION, TRY '
016900                     'AGAIN'
017000     END-EVALUATE.
017100 2000-EXIT.
017200     EXIT.
017300
017400 2100-DISPLAY-MENU.
017500     DISPLAY '1. ADD PAY GRADE'
017600     DISPLAY '2. CHANGE PAY GRADE'
017700     DISPLAY '3. DELETE PAY GRADE'
017800     DISPLAY '4. INQUIRE PAY GRADE'
017900     DISPLAY '5. EXIT'.
018000 2100-EXIT.
018100     EXIT.
018200
018300 2200-GET-CHOICE.
018400     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING
018500     ACCEPT WS-FUNCTION-CHOICE.
018600 2200-EXIT.
018700     EXIT.
018800*
018900*----------------------------------------------------------*
019000*    2300-ACCEPT-GRADE-CODE - COMMON ROUTINE USED BY EVERY *
019100*    FUNCTION TO READ A GRADE CODE FROM THE TERMINAL AND   *
019200*    EDIT IT AS NON-BLANK BEFORE IT IS USED AS A RECORD KEY*
019300*----------------------------------------------------------*
019400*
019500 2300-ACCEPT-GRADE-CODE.
019600     MOVE 'N' TO WS-EDIT-SW
019700     DISPLAY 'ENTER PAY GRADE CODE (3 CHARS): '
019800         WITH NO ADVANCING
019900     ACCEPT WS-INPUT-CODE
020000     IF WS-INPUT-CODE = SPACES
020100         DISPLAY 'GRAD0002E - PAY GRADE CODE IS REQUIRED'
020200         MOVE 'Y' TO WS-EDIT-SW
020300     ELSE
020400         MOVE WS-INPUT-CODE TO GradeCode
020500     END-IF.
020600 2300-EXIT.
020700     EXIT.
020800*
020900*----------------------------------------------------------*
021000*    2400-ACCEPT-RANGE - READ THE MINIMUM, MIDPOINT AND    *
021100*    MAXIMUM ANNUAL SALARY AND EDIT THEM AS A RANGE: ALL   *
021200*    NUMERIC, A NON-ZERO MINIMUM (A ZERO WOULD LET THE     *
021300*    ZERO-SALARY EDIT BE THE ONLY FLOOR), AND MINIMUM <=   *
021400*    MIDPOINT <= MAXIMUM.  THE FIGURES ARE LEFT IN THE     *
021500*    INPUT FIELDS FOR THE CALLER TO MOVE TO THE RECORD.    *
021600*----------------------------------------------------------*
021700*
021800 2400-ACCEPT-RANGE.
021900     MOVE 'N' TO WS-EDIT-SW
022000     DISPLAY 'ENTER RANGE MINIMUM (7 DIGITS):  '
022100         WITH NO ADVANCING
022200     ACCEPT WS-INPUT-MINIMUM
022300     DISPLAY 'ENTER RANGE MIDPOINT (7 DIGITS): '
022400         WITH NO ADVANCING
022500     ACCEPT WS-INPUT-MIDPOINT
022600     DISPLAY 'ENTER RANGE MAXIMUM (7 DIGITS):  '
022700         WITH NO ADVANCING
022800     ACCEPT WS-INPUT-MAXIMUM
022900     IF WS-INPUT-MINIMUM  NOT NUMERIC
023000       OR WS-INPUT-MIDPOINT NOT NUMERIC
023100       OR WS-INPUT-MAXIMUM  NOT NUMERIC
023200         DISPLAY 'GRAD0006E - RANGE FIGURES MUST BE NUMERIC'
023300         MOVE 'Y' TO WS-EDIT-SW
023400         GO TO 2400-EXIT
023500     END-IF
023600     IF WS-INPUT-MINIMUM = '0000000'
023700         DISPLAY 'GRAD0007E - RANGE MINIMUM MUST BE GREATER '
023800                 'THAN ZERO'
023900         MOVE 'Y' TO WS-EDIT-SW
024000         GO TO 2400-EXIT
024100     END-IF
024200     IF WS-INPUT-MIDPOINT < WS-INPUT-MINIMUM
024300       OR WS-INPUT-MAXIMUM < WS-INPUT-MIDPOINT
024400         DISPLAY 'GRAD0008E - RANGE MUST RUN MINIMUM <= '
024500                 'MIDPOINT <= MAXIMUM'
024600         MOVE 'Y' TO WS-EDIT-SW
024700     END-IF.
024800 2400-EXIT.
024900     EXIT.
025000*
025100*----------------------------------------------------------*
025200*    3000-ADD-GRADE - ADD A NEW PAY GRADE.  THE CODE MUST  *
025300*    NOT ALREADY BE ON THE MASTER.                         *
025400*----------------------------------------------------------*
025500*
025600 3000-ADD-GRADE.
025700     PERFORM 2300-ACCEPT-GRADE-CODE THRU 2300-EXIT
025800     IF EDIT-FAILED
025900         GO TO 3000-EXIT
026000     END-IF
026100     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
026200     IF RECORD-FOUND
026300         DISPLAY 'GRAD0004E - PAY GRADE ALREADY EXISTS'
026400         GO TO 3000-EXIT
026500     END-IF
026600     PERFORM 2400-ACCEPT-RANGE THRU 2400-EXIT
026700     IF EDIT-FAILED
026800         GO TO 3000-EXIT
026900     END-IF
027000     MOVE WS-INPUT-CODE      TO GradeCode
027100     MOVE WS-INPUT-MINIMUM   TO GradeMinimum
027200     MOVE WS-INPUT-MIDPOINT  TO GradeMidpoint
027300     MOVE WS-INPUT-MAXIMUM   TO GradeMaximum
027400     WRITE PayGradeRecord
027500         INVALID KEY
027600             DISPLAY 'GRAD0005E - ADD FAILED, PAY GRADE '
027700                     'ALREADY EXISTS'
027800         NOT INVALID KEY
027900             DISPLAY 'GRAD0010I - PAY GRADE ADDED'
028000             MOVE 'ADDED' TO WS-AUDIT-ACTION
028100             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
028200     END-WRITE.
028300 3000-EXIT.
028400     EXIT.
028500
028600 3100-CHECK-DUPLICATE.
028700     MOVE 'N' TO WS-FOUND-SW
028800     READ GradeMasterFile
028900         INVALID KEY
029000             MOVE 'N' TO WS-FOUND-SW
029100         NOT INVALID KEY
029200             MOVE 'Y' TO WS-FOUND-SW
029300     END-READ.
029400 3100-EXIT.
029500     EXIT.
029600*
029700*----------------------------------------------------------*
029800*    4000-CHANGE-GRADE - REPLACE THE RANGE ON AN EXISTING  *
029900*    PAY GRADE.  THE CHANGE ITSELF MOVES NOBODY'S SALARY,  *
030000*    SO ONCE IT IS ON FILE THE GRADE'S EMPLOYEES ARE       *
030100*    COUNTED AGAINST THE NEW RANGE AND ANY NOW OUTSIDE IT  *
030200*    ARE REPORTED FOR COMPENSATION TO FOLLOW UP.           *
030300*----------------------------------------------------------*
030400*
030500 4000-CHANGE-GRADE.
030600     PERFORM 2300-ACCEPT-GRADE-CODE THRU 2300-EXIT
030700     IF EDIT-FAILED
030800         GO TO 4000-EXIT
030900     END-IF
031000     READ GradeMasterFile
031100         INVALID KEY
031200             DISPLAY 'GRAD0011E - PAY GRADE NOT FOUND'
031300             GO TO 4000-EXIT
031400     END-READ
031500     DISPLAY 'CURRENT MINIMUM:  ' GradeMinimum
031600     DISPLAY 'CURRENT MIDPOINT: ' GradeMidpoint
031700     DISPLAY 'CURRENT MAXIMUM:  ' GradeMaximum
031800     PERFORM 2400-ACCEPT-RANGE THRU 2400-EXIT
031900     IF EDIT-FAILED
032000         GO TO 4000-EXIT
032100     END-IF
032200     MOVE WS-INPUT-MINIMUM   TO GradeMinimum
032300     MOVE WS-INPUT-MIDPOINT  TO GradeMidpoint
032400     MOVE WS-INPUT-MAXIMUM   TO GradeMaximum
032500     REWRITE PayGradeRecord
032600         INVALID KEY
032700             DISPLAY 'GRAD0012E - CHANGE FAILED'
032800             GO TO 4000-EXIT
032900         NOT INVALID KEY
033000             DISPLAY 'GRAD0013I - PAY GRADE CHANGED'
033100             MOVE 'CHANGED' TO WS-AUDIT-ACTION
033200             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
033300     END-REWRITE
033400     PERFORM 8000-SCAN-EMPLOYEE2 THRU 8000-EXIT
033500     IF WS-COUNT-OUT-OF-RANGE > ZERO
033600         MOVE WS-COUNT-OUT-OF-RANGE TO WS-DISPLAY-COUNT
033700         DISPLAY 'GRAD0020W - ' WS-DISPLAY-COUNT
033800                 ' EMPLOYEE(S) IN THIS GRADE NOW PAID OUTSIDE '
033900                 'THE RANGE - SEE THE COMPA-RATIO REPORT'
034000     END-IF.
034100 4000-EXIT.
034200     EXIT.
034300*
034400*----------------------------------------------------------*
034500*    5000-DELETE-GRADE - REMOVE A PAY GRADE, AFTER THE     *
034600*    OPERATOR CONFIRMS THE RANGE ON FILE.  A GRADE STILL   *
034700*    ASSIGNED TO ANYONE ON EMPLOYEE2 IS REFUSED - THOSE    *
034800*    EMPLOYEES WOULD LOSE THEIR RANGE EDIT - UNTIL THEY    *
034900*    HAVE BEEN REGRADED THROUGH SALTRAN.                   *
035000*----------------------------------------------------------*
035100*
035200 5000-DELETE-GRADE.
035300     PERFORM 2300-ACCEPT-GRADE-CODE THRU 2300-EXIT
035400     IF EDIT-FAILED
035500         GO TO 5000-EXIT
035600     END-IF
035700     READ GradeMasterFile
035800         INVALID KEY
035900             DISPLAY 'GRAD0011E - PAY GRADE NOT FOUND'
036000             GO TO 5000-EXIT
036100     END-READ
036200     PERFORM 8000-SCAN-EMPLOYEE2 THRU 8000-EXIT
036300     IF WS-COUNT-IN-GRADE > ZERO
036400         MOVE WS-COUNT-IN-GRADE TO WS-DISPLAY-COUNT
036500         DISPLAY 'GRAD0019E - PAY GRADE STILL ASSIGNED TO '
036600                 WS-DISPLAY-COUNT ' EMPLOYEE(S), NOT DELETED'
036700         GO TO 5000-EXIT
036800     END-IF
036900     DISPLAY 'MINIMUM ON FILE:  ' GradeMinimum
037000     DISPLAY 'MIDPOINT ON FILE: ' GradeMidpoint
037100     DISPLAY 'MAXIMUM ON FILE:  ' GradeMaximum
037200     DISPLAY 'DELETE THIS PAY GRADE - Y/N: ' WITH NO ADVANCING
037300     ACCEPT WS-CONFIRM
037400     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
037500         DISPLAY 'GRAD0014I - DELETE CANCELLED'
037600         GO TO 5000-EXIT
037700     END-IF
037800     DELETE GradeMasterFile
037900         INVALID KEY
038000             DISPLAY 'GRAD0017E - DELETE FAILED'
038100         NOT INVALID KEY
038200             DISPLAY 'GRAD0018I - PAY GRADE DELETED'
038300             MOVE 'DELETED' TO WS-AUDIT-ACTION
038400             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
038500     END-DELETE.
038600 5000-EXIT.
038700     EXIT.
038800*
038900*----------------------------------------------------------*
039000*    6000-INQUIRE-GRADE - DISPLAY A PAY GRADE, WITH HOW    *
039100*    MANY EMPLOYEES CARRY IT AND HOW MANY ARE OUTSIDE ITS  *
039200*    RANGE, WITHOUT CHANGING ANYTHING                      *
039300*----------------------------------------------------------*
039400*
039500 6000-INQUIRE-GRADE.
039600     PERFORM 2300-ACCEPT-GRADE-CODE THRU 2300-EXIT
039700     IF EDIT-FAILED
039800         GO TO 6000-EXIT
039900     END-IF
040000     READ GradeMasterFile
040100         INVALID KEY
040200             DISPLAY 'GRAD0011E - PAY GRADE NOT FOUND'
040300             GO TO 6000-EXIT
040400     END-READ
040500     PERFORM 8000-SCAN-EMPLOYEE2 THRU 8000-EXIT
040600     DISPLAY 'PAY GRADE:    ' GradeCode
040700     DISPLAY 'MINIMUM:      ' GradeMinimum
040800     DISPLAY 'MIDPOINT:     ' GradeMidpoint
040900     DISPLAY 'MAXIMUM:      ' GradeMaximum
041000     MOVE WS-COUNT-IN-GRADE TO WS-DISPLAY-COUNT
041100     DISPLAY 'EMPLOYEES:    ' WS-DISPLAY-COUNT
041200     MOVE WS-COUNT-OUT-OF-RANGE TO WS-DISPLAY-COUNT
041300     DISPLAY 'OUT OF RANGE: ' WS-DISPLAY-COUNT.
041400 6000-EXIT.
041500     EXIT.
041600*
041700*----------------------------------------------------------*
041800*    7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE     *
041900*    SHARED AUDIT TRAIL FOR A COMPLETED ADD, CHANGE OR     *
042000*    DELETE.  WS-AUDIT-ACTION IS SET BY THE CALLER BEFORE  *
042100*    THIS IS PERFORMED.                                    *
042200*----------------------------------------------------------*
042300*
042400 7000-WRITE-AUDIT-RECORD.
042500     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
042600     ACCEPT AUD-RUN-TIME FROM TIME
042700     MOVE 'GRADMNT'               TO AUD-PROGRAM-ID
042800     MOVE 'GRADMAST.DAT'          TO AUD-FILE1-NAME
042900     MOVE 1                       TO AUD-FILE1-COUNT
043000     MOVE SPACES                  TO AUD-FILE2-NAME
043100     MOVE ZERO                    TO AUD-FILE2-COUNT
043200     MOVE SPACES                  TO AUD-FILE3-NAME
043300     MOVE ZERO                    TO AUD-FILE3-COUNT
043400     MOVE 1                       TO AUD-OUTPUT-COUNT
043500     MOVE WS-AUDIT-ACTION         TO AUD-COMPLETION-STATUS
043600     WRITE AuditRecord.
043700 7000-EXIT.
043800     EXIT.
043900*
044000*----------------------------------------------------------*
044100*    8000-SCAN-EMPLOYEE2 - BROWSE THE WHOLE SALARY MASTER  *
044200*    AND COUNT THE EMPLOYEES CARRYING THE GRADE JUST READ  *
044300*    AND THOSE OF THEM PAID BELOW ITS MINIMUM OR ABOVE ITS *
044400*    MAXIMUM.  THE GRADE RECORD IS LEFT IN THE RECORD AREA *
044500*    FOR THE CALLER.                                       *
044600*----------------------------------------------------------*
044700*
044800 8000-SCAN-EMPLOYEE2.
044900     MOVE ZERO TO WS-COUNT-IN-GRADE
045000     MOVE ZERO TO WS-COUNT-OUT-OF-RANGE
045100     MOVE 'N'  TO WS-EOF-EMP2
045200     MOVE LOW-VALUES TO EmployeeRecord2
045300     START Employee2File KEY IS NOT LESS THAN EmployeeID2
045400         INVALID KEY
045500             GO TO 8000-EXIT
045600     END-START
045700     PERFORM 8010-READ-EMPLOYEE2 THRU 8010-EXIT
045800         UNTIL EOF-EMP2.
045900 8000-EXIT.
046000     EXIT.
046100
046200 8010-READ-EMPLOYEE2.
046300     READ Employee2File NEXT RECORD
046400         AT END
046500             MOVE 'Y' TO WS-EOF-EMP2
046600             GO TO 8010-EXIT
046700     END-READ
046800     IF EmployeeGrade NOT = GradeCode
046900         GO TO 8010-EXIT
047000     END-IF
047100     ADD 1 TO WS-COUNT-IN-GRADE
047200     IF EmployeeSalary < GradeMinimum
047300       OR EmployeeSalary > GradeMaximum
047400         ADD 1 TO WS-COUNT-OUT-OF-RANGE
047500     END-IF.
047600 8010-EXIT.
047700     EXIT.
047800*
047900*----------------------------------------------------------*
048000*    9000-TERMINATE - CLOSE THE MASTERS AND END            *
048100*----------------------------------------------------------*
048200*
048300 9000-TERMINATE.
048400     CLOSE GradeMasterFile
048500     CLOSE Employee2File
048600     CLOSE AuditFile
048700     DISPLAY 'PAY GRADE MAINTENANCE COMPLETE'.
048800 9000-EXIT.
048900     EXIT.
