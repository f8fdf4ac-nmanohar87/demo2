003200*                     COMPUTED AND LISTED BUT THE MASTER,
003300*                     SALHIST AND THE AUDIT STATUS SHOW NO
003400*                     PRODUCTION CHANGE.
003410*    2026-10-15  RJ   AN OPTIONAL EFFECTIVE CARD ON INCRPRM
003420*                     BACK-DATES THE WHOLE RUN'S INCREASES
003430*                     (BLANK OR NO CARD MEANS TODAY, AND A
003440*                     FUTURE OR INVALID DATE STOPS THE RUN).
003450*                     THE DATE IS PRINTED UNDER THE LISTING
003460*                     HEADING AND CARRIED ON EVERY SALHIST
003470*                     IMAGE SO THE RETRO PAY RUN MAKES GOOD
003472*                     THE PERIODS ALREADY PAID.
003474*    2026-10-15  RJ   INCREASES ARE HELD TO THE EMPLOYEE'S PAY
003476*                     GRADE ON THE NEW GRADMAST MASTER: A NEW
003478*                     SALARY OVER THE GRADE MAXIMUM IS CAPPED
003480*                     THERE, AN EMPLOYEE ALREADY AT OR OVER IT
003482*                     GETS NOTHING, AND ONE STILL UNDER THE
003484*                     MINIMUM AFTER THE RAISE IS FLAGGED.  AN
003486*                     UNKNOWN GRADE SKIPS THE EMPLOYEE.  EACH
003488*                     CASE IS NOTED ON THE LISTING, COUNTED
003490*                     IN THE TRAILER, AND ENDS THE RUN RC 4.
003492*    2026-10-15  RJ   SALHIST IMAGES CARRY A BLANK APPROVER -
003494*                     MASS INCREASES ARE NOT DUAL-CONTROLLED.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EmployeeID2
005300         FILE STATUS IS WS-EMP2-STATUS-CODE.
005310     SELECT GradeMasterFile ASSIGN TO GRADMAST
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS GradeCode
005350         FILE STATUS IS WS-GRAD-STATUS-CODE.
005400     SELECT ListingFile ASSIGN TO INCRLIST
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT HistoryFile ASSIGN TO SALHIST
008600
008700 FD  Employee2File.
008800     COPY EMP2REC.
008820
008840 FD  GradeMasterFile.
008860     COPY GRADREC.
008900
009000 FD  ListingFile.
009100 01  ListingRecord          PIC X(80).
010300 77  WS-PARM-STATUS-CODE    PIC XX.
010400 77  WS-DEPT-STATUS-CODE    PIC XX.
010500 77  WS-EMP2-STATUS-CODE    PIC XX.
010550 77  WS-GRAD-STATUS-CODE    PIC XX.
010600 77  WS-HIST-STATUS-CODE    PIC XX.
010700 77  WS-AUD-STATUS-CODE     PIC XX.
010800 77  WS-EOF-PARM            PIC X VALUE 'N'.
012700     05  FILLER                 PIC X(01).
012800     05  WS-RC-PCT              PIC X(03).
012900     05  FILLER                 PIC X(70).
012905*
012910*    EFFECTIVE DATE CARD - THE WORD EFFECTIVE IN COLS 1-9 AND
012915*    THE YYYYMMDD DATE THE INCREASES TAKE EFFECT FROM IN
012920*    COLS 11-18.  WITHOUT ONE THE RUN DATE IS USED.
012925*
012930 01  WS-EFFECTIVE-CARD REDEFINES WS-RULE-CARD.
012935     05  WS-EC-KEYWORD          PIC X(09).
012940     05  FILLER                 PIC X(01).
012945     05  WS-EC-DATE             PIC X(08).
012950     05  FILLER                 PIC X(62).
012955
012960 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
012965 01  WS-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
012970 01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
012975     05  WS-EFFECTIVE-YEAR      PIC 9(04).
012980     05  WS-EFFECTIVE-MONTH     PIC 9(02).
012985     05  WS-EFFECTIVE-DAY       PIC 9(02).
013000*
013100*    INCREASE RULE TABLE - ONE ENTRY PER VALIDATED CARD
013200*
017700 77  WS-INC-TOTAL           PIC 9(09) COMP VALUE ZERO.
017800 77  WS-OLD-SALARY          PIC 9(07) VALUE ZERO.
017900 77  WS-NEW-SALARY          PIC 9(09) COMP VALUE ZERO.
017910*
017920*    PAY GRADE EDIT RESULT - THE LISTING NOTE FOR A CAPPED,
017930*    FLAGGED OR UNGRADED EMPLOYEE, AND WHETHER THE GRADE
017940*    STOPS THE INCREASE ALTOGETHER
017950*
017960 77  WS-GRADE-NOTE          PIC X(25) VALUE SPACES.
017970 77  WS-GRADE-SKIP          PIC X VALUE 'N'.
018000*
018100*    RUN COUNTERS AND CONTROL TOTALS FOR THE LISTING
018200*    TRAILER AND THE AUDIT TRAIL ENTRY
018500 77  WS-COUNT-EXAMINED      PIC 9(07) COMP VALUE ZERO.
018600 77  WS-COUNT-CHANGED       PIC 9(07) COMP VALUE ZERO.
018700 77  WS-COUNT-SKIPPED       PIC 9(07) COMP VALUE ZERO.
018720 77  WS-COUNT-CAPPED        PIC 9(07) COMP VALUE ZERO.
018740 77  WS-COUNT-BELOW-MIN     PIC 9(07) COMP VALUE ZERO.
018760 77  WS-COUNT-BAD-GRADE     PIC 9(07) COMP VALUE ZERO.
018780 77  WS-COUNT-UNGRADED      PIC 9(07) COMP VALUE ZERO.
018800 77  WS-TOTAL-OLD           PIC 9(13) COMP-3 VALUE ZERO.
018900 77  WS-TOTAL-NEW           PIC 9(13) COMP-3 VALUE ZERO.
019000 77  WS-TOTAL-INCREASE      PIC 9(13) COMP-3 VALUE ZERO.
019500     05  WS-HEADING-TEXT        PIC X(60).
019600     05  FILLER                 PIC X(20) VALUE SPACES.
019700
019710 01  WS-EFFECTIVE-LINE.
019720     05  FILLER                 PIC X(15) VALUE 'EFFECTIVE DATE '.
019730     05  WS-EFFECTIVE-OUT       PIC 9(08).
019740     05  FILLER                 PIC X(57) VALUE SPACES.
019750
019800 01  WS-COLHEAD-LINE.
019900     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
020000     05  FILLER                 PIC X(11) VALUE ' OLD SALARY'.
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF
026910     OPEN INPUT GradeMasterFile
026920     IF WS-GRAD-STATUS-CODE NOT = '00'
026930         DISPLAY 'SINC0015E - GRADMAST PAY GRADE MASTER '
026940                 'COULD NOT BE OPENED, STATUS '
026950                 WS-GRAD-STATUS-CODE
026960         MOVE 16 TO RETURN-CODE
026970         STOP RUN
026980     END-IF
027000     OPEN OUTPUT ListingFile
027100*
027200*    THE SALARY CHANGE HISTORY ACCUMULATES ACROSS RUNS THE
028100     IF WS-AUD-STATUS-CODE = '35'
028200         OPEN OUTPUT AuditFile
028300     END-IF
028320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028340     MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
028400     MOVE 'MASS SALARY INCREASE - OLD/NEW LISTING'
028500         TO WS-HEADING-TEXT
028600     WRITE ListingRecord FROM WS-HEADING-LINE.
030700         DISPLAY 'SINC0004I - TRIAL RUN, EMPLOYEE2 WILL NOT '
030800                 'BE UPDATED AND NO HISTORY WRITTEN'
030900     END-IF
030920     MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-OUT
030940     WRITE ListingRecord FROM WS-EFFECTIVE-LINE
031000     WRITE ListingRecord FROM WS-COLHEAD-LINE
031100     IF WS-RULE-COUNT = ZERO
031200         DISPLAY 'SINC0005E - NO VALID INCREASE RULES ON '
033000             GO TO 1510-EXIT
033100         END-IF
033200     END-IF
033220     IF WS-EC-KEYWORD = 'EFFECTIVE'
033240         PERFORM 1530-EDIT-EFFECTIVE-CARD THRU 1530-EXIT
033260         GO TO 1510-EXIT
033280     END-IF
033300     IF WS-RULE-CARD = SPACES
033400         GO TO 1510-EXIT
033500     END-IF
037200     END-IF.
037300 1520-EXIT.
037400     EXIT.
037402*
037404*    THE EFFECTIVE DATE APPLIES TO EVERY INCREASE IN THE RUN,
037406*    SO A BAD ONE STOPS THE RUN BEFORE ANY SALARY MOVES
037408*    RATHER THAN DROPPING A SINGLE RULE.  A BLANK DATE KEEPS
037410*    THE RUN DATE.  A FUTURE DATE WOULD PAY THE INCREASE
037412*    EARLY, SINCE THE MASTER CHANGES TODAY.
037414*
037416 1530-EDIT-EFFECTIVE-CARD.
037418     IF WS-EC-DATE = SPACES
037420         GO TO 1530-EXIT
037422     END-IF
037424     IF WS-EC-DATE NOT NUMERIC
037426         DISPLAY 'SINC0013E - INVALID EFFECTIVE DATE '
037428                 WS-EC-DATE ' ON INCRPRM - NOTHING APPLIED'
037430         MOVE 16 TO RETURN-CODE
037432         STOP RUN
037434     END-IF
037436     MOVE WS-EC-DATE TO WS-EFFECTIVE-DATE
037438     IF WS-EFFECTIVE-MONTH < 01 OR WS-EFFECTIVE-MONTH > 12
037440       OR WS-EFFECTIVE-DAY < 01 OR WS-EFFECTIVE-DAY > 31
037442         DISPLAY 'SINC0013E - INVALID EFFECTIVE DATE '
037444                 WS-EC-DATE ' ON INCRPRM - NOTHING APPLIED'
037446         MOVE 16 TO RETURN-CODE
037448         STOP RUN
037450     END-IF
037452     IF WS-EFFECTIVE-DATE > WS-RUN-DATE
037454         DISPLAY 'SINC0014E - EFFECTIVE DATE ' WS-EC-DATE
037456                 ' IS IN THE FUTURE - NOTHING APPLIED'
037458         MOVE 16 TO RETURN-CODE
037460         STOP RUN
037462     END-IF.
037464 1530-EXIT.
037466     EXIT.
037500*
037600*----------------------------------------------------------*
037700*    2000-LOAD-FILE3-TABLE - LOAD THE EMPLOYEE3 SPLITS AND *
049700     END-IF
049800     MOVE EmployeeSalary TO WS-OLD-SALARY
049900     ADD WS-OLD-SALARY WS-INC-TOTAL GIVING WS-NEW-SALARY
049905     PERFORM 3500-EDIT-GRADE-RANGE THRU 3500-EXIT
049910     IF WS-GRADE-SKIP = 'Y'
049915         ADD 1 TO WS-COUNT-SKIPPED
049920         MOVE WS-GRP-ID      TO WS-DETAIL-ID
049925         MOVE WS-OLD-SALARY  TO WS-DETAIL-OLD
049930         MOVE ZERO           TO WS-DETAIL-NEW
049935         MOVE WS-INC-TOTAL   TO WS-DETAIL-INC
049940         MOVE WS-GRADE-NOTE  TO WS-DETAIL-NOTE
049945         WRITE ListingRecord FROM WS-DETAIL-LINE
049950         GO TO 3200-EXIT
049955     END-IF
050000     IF WS-NEW-SALARY > 9999999
050100         ADD 1 TO WS-COUNT-SKIPPED
050200         MOVE WS-GRP-ID      TO WS-DETAIL-ID
051600     MOVE WS-OLD-SALARY  TO WS-DETAIL-OLD
051700     MOVE WS-NEW-SALARY  TO WS-DETAIL-NEW
051800     MOVE WS-INC-TOTAL   TO WS-DETAIL-INC
051900     MOVE WS-GRADE-NOTE  TO WS-DETAIL-NOTE
052000     WRITE ListingRecord FROM WS-DETAIL-LINE
052100     IF NOT TRIAL-RUN
052200         MOVE WS-NEW-SALARY TO EmployeeSalary
060300     MOVE WS-OLD-SALARY  TO HIST-OLD-SALARY
060400     MOVE WS-NEW-SALARY  TO HIST-NEW-SALARY
060500     MOVE 'SALINCR'      TO HIST-SOURCE
060550     MOVE WS-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE
060570     MOVE SPACES         TO HIST-APPROVED-BY
060600     WRITE HistoryRecord.
060700 3400-EXIT.
060800     EXIT.
060802*
060804*----------------------------------------------------------*
060806*    3500-EDIT-GRADE-RANGE - HOLD THE NEW SALARY TO THE    *
060808*    EMPLOYEE'S PAY GRADE.  OVER THE MAXIMUM, THE INCREASE *
060810*    IS CUT BACK SO THE NEW SALARY LANDS ON IT; ALREADY AT *
060812*    OR OVER IT, THERE IS NO INCREASE TO GIVE, SO THE      *
060814*    EMPLOYEE IS SKIPPED.  STILL UNDER THE MINIMUM AFTER   *
060816*    THE RAISE IS APPLIED BUT FLAGGED FOR COMPENSATION.  A *
060818*    GRADE MISSING FROM GRADMAST SKIPS THE EMPLOYEE, AND AN*
060820*    UNGRADED ONE HAS NO RANGE TO HOLD TO.                 *
060822*----------------------------------------------------------*
060824*
060826 3500-EDIT-GRADE-RANGE.
060828     MOVE SPACES TO WS-GRADE-NOTE
060830     MOVE 'N'    TO WS-GRADE-SKIP
060832     IF EmployeeGrade = SPACES
060834         ADD 1 TO WS-COUNT-UNGRADED
060836         MOVE 'UNGRADED - NO RANGE EDIT' TO WS-GRADE-NOTE
060838         GO TO 3500-EXIT
060840     END-IF
060842     MOVE EmployeeGrade TO GradeCode
060844     READ GradeMasterFile
060846         INVALID KEY
060848             ADD 1 TO WS-COUNT-BAD-GRADE
060850             MOVE 'Y' TO WS-GRADE-SKIP
060852             MOVE 'PAY GRADE NOT ON GRADMAST' TO WS-GRADE-NOTE
060854             GO TO 3500-EXIT
060856     END-READ
060858     IF WS-OLD-SALARY NOT < GradeMaximum
060860         ADD 1 TO WS-COUNT-CAPPED
060862         MOVE 'Y' TO WS-GRADE-SKIP
060864         MOVE 'AT GRADE MAXIMUM ALREADY' TO WS-GRADE-NOTE
060866         GO TO 3500-EXIT
060868     END-IF
060870     IF WS-NEW-SALARY > GradeMaximum
060872         ADD 1 TO WS-COUNT-CAPPED
060874         SUBTRACT WS-OLD-SALARY FROM GradeMaximum
060876             GIVING WS-INC-TOTAL
060878         MOVE GradeMaximum TO WS-NEW-SALARY
060880         MOVE 'CAPPED AT GRADE MAXIMUM' TO WS-GRADE-NOTE
060882         GO TO 3500-EXIT
060884     END-IF
060886     IF WS-NEW-SALARY < GradeMinimum
060888         ADD 1 TO WS-COUNT-BELOW-MIN
060890         MOVE 'STILL BELOW GRADE MINIMUM' TO WS-GRADE-NOTE
060892     END-IF.
060894 3500-EXIT.
060896     EXIT.
060900*
061000*----------------------------------------------------------*
061100*    5000-PRINT-TRAILER - CONTROL TOTALS FOR THE LISTING.  *
062800     MOVE 'EMPLOYEES SKIPPED'            TO WS-TRAILER-LABEL
062900     MOVE WS-COUNT-SKIPPED               TO WS-TRAILER-VALUE
063000     WRITE ListingRecord FROM WS-TRAILER-LINE
063005     MOVE 'CAPPED OR AT GRADE MAXIMUM'   TO WS-TRAILER-LABEL
063010     MOVE WS-COUNT-CAPPED                TO WS-TRAILER-VALUE
063015     WRITE ListingRecord FROM WS-TRAILER-LINE
063020     MOVE 'STILL BELOW GRADE MINIMUM'    TO WS-TRAILER-LABEL
063025     MOVE WS-COUNT-BELOW-MIN             TO WS-TRAILER-VALUE
063030     WRITE ListingRecord FROM WS-TRAILER-LINE
063035     MOVE 'PAY GRADE NOT ON GRADMAST'    TO WS-TRAILER-LABEL
063040     MOVE WS-COUNT-BAD-GRADE             TO WS-TRAILER-VALUE
063045     WRITE ListingRecord FROM WS-TRAILER-LINE
063050     MOVE 'UNGRADED - RANGE NOT EDITED'  TO WS-TRAILER-LABEL
063055     MOVE WS-COUNT-UNGRADED              TO WS-TRAILER-VALUE
063060     WRITE ListingRecord FROM WS-TRAILER-LINE
063100     MOVE 'TOTAL OLD SALARY'             TO WS-TRAILER-LABEL
063200     MOVE WS-TOTAL-OLD                   TO WS-TRAILER-VALUE
063300     WRITE ListingRecord FROM WS-TRAILER-LINE
063600     WRITE ListingRecord FROM WS-TRAILER-LINE
063700     MOVE 'TOTAL INCREASE APPLIED'       TO WS-TRAILER-LABEL
063800     MOVE WS-TOTAL-INCREASE              TO WS-TRAILER-VALUE
063900     WRITE ListingRecord FROM WS-TRAILER-LINE
063910     IF WS-COUNT-CAPPED > ZERO
063920       OR WS-COUNT-BELOW-MIN > ZERO
063930       OR WS-COUNT-BAD-GRADE > ZERO
063940         DISPLAY 'SINC0016W - INCREASES HELD TO PAY GRADE '
063950                 'RANGES - SEE THE LISTING NOTES'
063960         MOVE 4 TO RETURN-CODE
063970     END-IF.
064000 5000-EXIT.
064100     EXIT.
064200*
067500     CLOSE DeptMasterFile
067600     CLOSE Employee3File
067700     CLOSE Employee2File
067750     CLOSE GradeMasterFile
067800     CLOSE ListingFile
067900     CLOSE HistoryFile
068000     CLOSE AuditFile.
