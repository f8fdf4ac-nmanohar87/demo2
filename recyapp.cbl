003000*                     LISTING SHOWS EVERY RECORD'S FATE.
003100*                     ONE AUDIT TRAIL ENTRY PER RUN, LIKE
003200*                     THE OTHER UPDATE PROGRAMS.
003210*    2026-10-15  RJ   A CORRECTED SALARY MUST NOW LIE WITHIN
003220*                     THE EMPLOYEE'S PAY GRADE RANGE ON THE
003230*                     NEW GRADMAST MASTER, THE SAME EDIT THE
003240*                     TRANSACTION APPLY MAKES, OR THE RECORD
003250*                     STAYS STILL-REJECTED WITH THE REASON.  A
003260*                     REWRITE KEEPS THE GRADE ON THE MASTER;
003270*                     A RECORD WRITTEN NEW GOES ON UNGRADED.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DepartmentCode
005600         FILE STATUS IS WS-DEPT-STATUS-CODE.
005610     SELECT GradeMasterFile ASSIGN TO GRADMAST
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS GradeCode
005650         FILE STATUS IS WS-GRAD-STATUS-CODE.
005700     SELECT ListingFile ASSIGN TO RECYLIST
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT StillRejectFile ASSIGN TO RECYOUT
008700
008800 FD  DeptMasterFile.
008900     COPY DEPTREC.
008920
008940 FD  GradeMasterFile.
008960     COPY GRADREC.
009000
009100 FD  ListingFile.
009200 01  ListingRecord          PIC X(80).
011100 77  WS-FIX-STATUS-CODE     PIC XX.
011200 77  WS-EMP2-STATUS-CODE    PIC XX.
011300 77  WS-DEPT-STATUS-CODE    PIC XX.
011350 77  WS-GRAD-STATUS-CODE    PIC XX.
011400 77  WS-AUD-STATUS-CODE     PIC XX.
011500 77  WS-EOF-RECYCLE         PIC X VALUE 'N'.
011600     88  EOF-RECYCLE                 VALUE 'Y'.
019100 77  WS-CORR-DEPT           PIC X(06) VALUE SPACES.
019200 77  WS-CORR-PCT            PIC X(03) VALUE SPACES.
019300 77  WS-CORR-PCT-NUM        PIC 9(03) VALUE ZERO.
019350 77  WS-CORR-SALARY-NUM     PIC 9(07) VALUE ZERO.
019400*
019500*    RUN COUNTERS FOR THE LISTING TRAILER AND THE AUDIT
019600*    TRAIL ENTRY
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF
027610     OPEN INPUT GradeMasterFile
027620     IF WS-GRAD-STATUS-CODE NOT = '00'
027630         DISPLAY 'RCYA0007E - GRADMAST PAY GRADE MASTER '
027640                 'COULD NOT BE OPENED, STATUS '
027650                 WS-GRAD-STATUS-CODE
027660         MOVE 16 TO RETURN-CODE
027670         STOP RUN
027680     END-IF
027700     OPEN INPUT  OldFeedFile
027800     OPEN OUTPUT NewFeedFile
027900     OPEN OUTPUT ListingFile
047100     END-IF
047200     MOVE WS-CORR-ID TO EmployeeID2
047300     PERFORM 3350-CHECK-EXISTS THRU 3350-EXIT
047310     IF RECORD-FOUND
047320         PERFORM 3380-CHECK-GRADE-RANGE THRU 3380-EXIT
047330         IF RECORD-REJECTED
047340             PERFORM 3360-NOTE-STILL-REJECTED THRU 3360-EXIT
047350             GO TO 3300-EXIT
047360         END-IF
047370     END-IF
047400     MOVE WS-CORR-ID     TO EmployeeID2
047500     MOVE WS-CORR-SALARY TO EmployeeSalary
047600     IF RECORD-FOUND
047770                 PERFORM 3370-NOTE-APPLIED THRU 3370-EXIT
047780         END-REWRITE
047800     ELSE
047850         MOVE SPACES TO EmployeeGrade
047900         WRITE EmployeeRecord2
047910             INVALID KEY
047920                 MOVE 'MASTER WRITE FAILED'
049500     END-READ.
049600 3350-EXIT.
049700     EXIT.
049702*
049704*    THE CORRECTED SALARY AGAINST THE PAY GRADE THE MASTER
049706*    RECORD ALREADY CARRIES - THE SAME RANGE EDIT THE
049708*    TRANSACTION APPLY MAKES.  AN UNGRADED EMPLOYEE HAS NO
049710*    RANGE TO EDIT AGAINST, SO IT PASSES.
049712*
049714 3380-CHECK-GRADE-RANGE.
049716     MOVE 'N' TO WS-REJECT-SW
049718     IF EmployeeGrade = SPACES
049720         GO TO 3380-EXIT
049722     END-IF
049724     MOVE WS-CORR-SALARY TO WS-CORR-SALARY-NUM
049726     MOVE EmployeeGrade TO GradeCode
049728     READ GradeMasterFile
049730         INVALID KEY
049732             MOVE 'Y' TO WS-REJECT-SW
049734             MOVE 'PAY GRADE NOT ON GRADMAST' TO WS-LIST-REASON
049736             GO TO 3380-EXIT
049738     END-READ
049740     IF WS-CORR-SALARY-NUM < GradeMinimum
049742         MOVE 'Y' TO WS-REJECT-SW
049744         MOVE 'BELOW GRADE MINIMUM'  TO WS-LIST-REASON
049746     END-IF
049748     IF WS-CORR-SALARY-NUM > GradeMaximum
049750         MOVE 'Y' TO WS-REJECT-SW
049752         MOVE 'ABOVE GRADE MAXIMUM'  TO WS-LIST-REASON
049754     END-IF.
049756 3380-EXIT.
049758     EXIT.
049800*
049900*----------------------------------------------------------*
050000*    3400-QUEUE-EMPLOYEE3 - LAY THE CARD'S DEPARTMENT AND  *
075200     CLOSE RecycleFile
075300     CLOSE Employee2File
075400     CLOSE DeptMasterFile
075450     CLOSE GradeMasterFile
075500     CLOSE OldFeedFile
075600     CLOSE NewFeedFile
075700     CLOSE ListingFile
